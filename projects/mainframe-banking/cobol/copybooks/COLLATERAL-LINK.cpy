      *================================================================*
      * COLLATERAL-LINK.cpy                                            *
      * Record layout for the collateral-to-loan links                 *
      * (collateral-links.dat)                                         *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-COLLATERAL LINK *
      * and rewritten in place by UNLINK and RELEASE                   *
      * One row per collateral item securing a LOAN account; an item   *
      * may secure several loans and a loan may be secured by several  *
      * items. The covenant is the highest loan-to-value the loan is   *
      * allowed to reach, as a percentage (zero = none); where a loan  *
      * has several links the strictest covenant applies               *
      * Record length: 50 bytes                                        *
      *================================================================*
       01  COLLATERAL-LINK-RECORD.
           05  CLK-COLLATERAL-ID       PIC 9(8).
           05  CLK-LOAN-ACCT           PIC 9(10).
           05  CLK-LTV-COVENANT        PIC S9(3)V99 COMP-3.
           05  CLK-LINKED-DATE         PIC 9(8).
           05  CLK-STATUS              PIC X(8).
               88  CLK-ACTIVE          VALUE "ACTIVE  ".
               88  CLK-ENDED           VALUE "ENDED   ".
           05  FILLER                  PIC X(13).
