      *================================================================*
      * RECONCILE-TOTALS.cpy                                           *
      * Record layout for the reconciliation control totals            *
      * (reconcile-totals.dat)                                         *
      * ORGANIZATION IS SEQUENTIAL, appended by every                  *
      * RECONCILE-BALANCES run                                         *
      * One row per run: when it ran, how many accounts were on the    *
      * master, the sum of their ledger balances and how many failed   *
      * reconciliation. RECOVER-ACCOUNTS checks a rebuilt master       *
      * against every row taken between the backup point and the      *
      * recovery point.                                                *
      * Record length: 50 bytes                                        *
      *================================================================*
       01  RECONCILE-TOTALS-RECORD.
           05  RCT-TIMESTAMP           PIC 9(14).
           05  RCT-ACCT-COUNT          PIC 9(10).
           05  RCT-LEDGER-TOTAL        PIC S9(15)V99 COMP-3.
           05  RCT-MISMATCH-COUNT      PIC 9(10).
           05  FILLER                  PIC X(7).
