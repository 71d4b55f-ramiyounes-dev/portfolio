      *================================================================*
      * ESCROW-ANALYSIS.cpy                                            *
      * Record layout for the escrow analysis statements               *
      * (escrow-analysis.dat)                                          *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per annual analysis of a loan's escrow, the statement  *
      * sent to the borrower: the balance the year starts from, the    *
      * disbursements projected month by month over the next twelve    *
      * months with the projected balance after each, the low point    *
      * against the required cushion, the shortage or surplus found    *
      * and the escrow payment before and after                        *
      * Record length: 400 bytes                                       *
      *================================================================*
       01  ESCROW-ANALYSIS-RECORD.
           05  EAN-LOAN-ACCT           PIC 9(10).
           05  EAN-ESCROW-ACCT         PIC 9(10).
           05  EAN-DATE                PIC 9(8).
           05  EAN-START-BALANCE       PIC S9(13)V99 COMP-3.
           05  EAN-ANNUAL-DISB         PIC S9(13)V99 COMP-3.
      *    Annual disbursements / 12, before any shortage is spread
           05  EAN-BASE-PAYMENT        PIC S9(13)V99 COMP-3.
           05  EAN-CUSHION             PIC S9(13)V99 COMP-3.
           05  EAN-LOW-POINT           PIC S9(13)V99 COMP-3.
           05  EAN-LOW-MONTH           PIC 9(6).
           05  EAN-SHORTAGE            PIC S9(13)V99 COMP-3.
           05  EAN-SURPLUS             PIC S9(13)V99 COMP-3.
      *    Part of the surplus paid back to the settlement account
           05  EAN-REFUND              PIC S9(13)V99 COMP-3.
           05  EAN-OLD-PAYMENT         PIC S9(13)V99 COMP-3.
           05  EAN-NEW-PAYMENT         PIC S9(13)V99 COMP-3.
           05  EAN-PROJECTION OCCURS 12 TIMES.
               10  EAN-PRJ-MONTH       PIC 9(6).
               10  EAN-PRJ-DISB        PIC S9(13)V99 COMP-3.
               10  EAN-PRJ-BALANCE     PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(22).
