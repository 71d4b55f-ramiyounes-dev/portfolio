      *================================================================*
      * GL-BALANCE.cpy                                                 *
      * Record layout for the general-ledger balances                  *
      * (gl-balances.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, rewritten whole by POST-GL and     *
      * CLOSE-GL-PERIOD                                                *
      * One row per GL account code and accounting period (YYYYMM).    *
      * Amounts are debit-positive: closing = opening + debits -       *
      * credits, so a liability, equity or income code normally        *
      * closes negative. The opening is the previous period's          *
      * closing, rolled forward by CLOSE-GL-PERIOD; at the December    *
      * close income and expense codes open the new year at zero and   *
      * their closing moves to the retained earnings code              *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  GL-BALANCE-RECORD.
           05  GLB-CODE                PIC X(10).
           05  GLB-PERIOD              PIC 9(6).
           05  GLB-BRANCH-PREFIX       PIC X(2).
           05  GLB-CURRENCY            PIC X(3).
           05  GLB-OPENING             PIC S9(15)V99 COMP-3.
           05  GLB-DEBITS              PIC S9(15)V99 COMP-3.
           05  GLB-CREDITS             PIC S9(15)V99 COMP-3.
           05  GLB-CLOSING             PIC S9(15)V99 COMP-3.
           05  GLB-LAST-POSTED-TS      PIC 9(14).
           05  FILLER                  PIC X(9).
