      * back at an interest posting through TXN-LINK-ID, converts      *
      * non-USD totals at the documented year-average rates from the   *
      * external rates feed (tax-year-rates.dat, falling back to the   *
      * compiled currency table), and produces the statements below.   *
      * Debit interest charged on an overdrawn account is interest the *
      * customer paid, not earned, and is left out. The tax withheld   *
      * at source (WHTAX debits linked to the credits, net of their    *
      * own reversals) is reported beside the gross, with the net the  *
      * customer actually received. Produces:                          *
      *   - interest-tax-statements.dat: one statement per account     *
      *     holder (plus a row per joint holder), typed O for an       *
      *     original issue or A for an amended statement when one was  *
           05  STM-CURRENCY            PIC X(3).
           05  STM-INTEREST            PIC S9(13)V99 COMP-3.
           05  STM-INTEREST-USD        PIC S9(13)V99 COMP-3.
      *    Tax withheld at source in the year; STM-INTEREST is the
      *    gross, and the net received is the difference.
           05  STM-WITHHELD            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(4).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05  SUM-NB-ACCOUNTS         PIC 9(6).
           05  SUM-INTEREST            PIC S9(13)V99 COMP-3.
           05  SUM-INTEREST-USD        PIC S9(13)V99 COMP-3.
           05  SUM-WITHHELD            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-PATH              PIC X(256).
           05  WS-INT-ENTRY OCCURS 2000 TIMES.
               10  WS-INT-ACCT        PIC 9(10).
               10  WS-INT-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-INT-WITHHELD    PIC S9(13)V99 COMP-3.
       01  WS-INT-IDX                 PIC 9(4).

       01  WS-ID-COUNT                PIC 9(5)   VALUE 0.
               10  WS-ID-TXN          PIC 9(10).
               10  WS-ID-ACCT         PIC 9(10).
               10  WS-ID-AMOUNT       PIC S9(13)V99 COMP-3.
      *            I = interest credit, W = tax withheld from one
               10  WS-ID-KIND         PIC X(1).
       01  WS-ID-IDX                  PIC 9(5).

      *    Totals per currency for the regulatory summary
               10  WS-CT-NB           PIC 9(6).
               10  WS-CT-INTEREST     PIC S9(13)V99 COMP-3.
               10  WS-CT-INTEREST-USD PIC S9(13)V99 COMP-3.
               10  WS-CT-WITHHELD     PIC S9(13)V99 COMP-3.
       01  WS-CUR-TOT-IDX             PIC 9(2).

      *    Already-issued statements for the year, so a rerun issues
       01  WS-STATEMENTS              PIC 9(4)   VALUE 0.
       01  WS-AMENDED                 PIC 9(4)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-WHT             PIC -(13)9.99.
       01  WS-DISPLAY-NET             PIC -(13)9.99.

       COPY "CURRENCY-TABLE.cpy".

                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF TXI-TYPE = "INTEREST  "
                               AND TXI-TIMESTAMP(1:4)
                                   = WS-TAX-YEAR
                               AND TXI-DESCRIPTION(1:14)
                                   NOT = "Debit interest"
                               PERFORM MOVE-INDEX-TO-TXN
                               PERFORM ACCUMULATE-INTEREST
                           END-IF
                           IF TXI-TYPE = "WHTAX     "
                               AND TXI-TIMESTAMP(1:4)
                                   = WS-TAX-YEAR
                               PERFORM MOVE-INDEX-TO-TXN
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF TXN-TYPE-INTEREST
                               AND TXN-COMMITTED
                               AND TXN-TIMESTAMP(1:4) = WS-TAX-YEAR
                               AND TXN-DESCRIPTION(1:14)
                                   NOT = "Debit interest"
                               PERFORM ACCUMULATE-INTEREST
                           END-IF
                           IF TXN-TYPE-WHTAX
                               AND TXN-COMMITTED
                               AND TXN-TIMESTAMP(1:4) = WS-TAX-YEAR
                               PERFORM ACCUMULATE-INTEREST
                   MOVE WS-INT-COUNT TO WS-INT-IDX
                   MOVE TXN-ACCOUNT-NUM TO WS-INT-ACCT(WS-INT-IDX)
                   MOVE 0 TO WS-INT-AMOUNT(WS-INT-IDX)
                   MOVE 0 TO WS-INT-WITHHELD(WS-INT-IDX)
               ELSE
                   DISPLAY "WARN|Interest table full at "
                       TXN-ACCOUNT-NUM
                   MOVE 1 TO WS-INT-IDX
               END-IF
           END-IF
      *    A WHTAX debit is tax withheld from a credit, carried
      *    beside the gross rather than netted into it.
           IF TXN-TYPE-WHTAX
               SUBTRACT TXN-AMOUNT FROM WS-INT-WITHHELD(WS-INT-IDX)
           ELSE
               ADD TXN-AMOUNT TO WS-INT-AMOUNT(WS-INT-IDX)
           END-IF

           IF WS-ID-COUNT < 20000
               ADD 1 TO WS-ID-COUNT
               MOVE TXN-ID TO WS-ID-TXN(WS-ID-COUNT)
               MOVE TXN-ACCOUNT-NUM TO WS-ID-ACCT(WS-ID-COUNT)
               MOVE TXN-AMOUNT TO WS-ID-AMOUNT(WS-ID-COUNT)
               IF TXN-TYPE-WHTAX
                   MOVE "W" TO WS-ID-KIND(WS-ID-COUNT)
               ELSE
                   MOVE "I" TO WS-ID-KIND(WS-ID-COUNT)
               END-IF
           END-IF.

       NET-OUT-REVERSALS.
      *    A reversal linked back to one of the swept interest
      *    postings takes that posting out of the taxable total; one
      *    linked back to a withholding gives that tax back.
           IF WS-USE-INDEX = 1
               OPEN INPUT INDEX-FILE
               MOVE ZERO TO WS-EOF
                           UNTIL WS-INT-IDX > WS-INT-COUNT
                       IF WS-INT-ACCT(WS-INT-IDX)
                           = WS-ID-ACCT(WS-ID-IDX)
                           IF WS-ID-KIND(WS-ID-IDX) = "W"
                               ADD WS-ID-AMOUNT(WS-ID-IDX)
                                   TO WS-INT-WITHHELD(WS-INT-IDX)
                           ELSE
                               SUBTRACT WS-ID-AMOUNT(WS-ID-IDX)
                                   FROM WS-INT-AMOUNT(WS-INT-IDX)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           MOVE ACCT-CURRENCY           TO STM-CURRENCY
           MOVE WS-INT-AMOUNT(WS-INT-IDX) TO STM-INTEREST
           MOVE WS-USD-AMOUNT           TO STM-INTEREST-USD
           MOVE WS-INT-WITHHELD(WS-INT-IDX) TO STM-WITHHELD
           WRITE STATEMENT-RECORD
           ADD 1 TO WS-STATEMENTS

           MOVE WS-INT-AMOUNT(WS-INT-IDX) TO WS-DISPLAY-AMT
           MOVE WS-INT-WITHHELD(WS-INT-IDX) TO WS-DISPLAY-WHT
           COMPUTE WS-DISPLAY-NET = WS-INT-AMOUNT(WS-INT-IDX)
               - WS-INT-WITHHELD(WS-INT-IDX)
           DISPLAY "STATEMENT|" WS-STM-TYPE "|"
               STM-ACCT-NUMBER "|" STM-HOLDER-NAME "|gross "
               WS-DISPLAY-AMT "|withheld " WS-DISPLAY-WHT "|net "
               WS-DISPLAY-NET " " STM-CURRENCY

           PERFORM ISSUE-JOINT-HOLDER-ROWS
           PERFORM ACCUMULATE-CURRENCY-TOTAL.
           ADD WS-INT-AMOUNT(WS-INT-IDX)
               TO WS-CT-INTEREST(WS-CUR-TOT-IDX)
           ADD WS-USD-AMOUNT
               TO WS-CT-INTEREST-USD(WS-CUR-TOT-IDX)
           ADD WS-INT-WITHHELD(WS-INT-IDX)
               TO WS-CT-WITHHELD(WS-CUR-TOT-IDX).

       WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
               MOVE WS-CT-INTEREST(WS-CUR-TOT-IDX) TO SUM-INTEREST
               MOVE WS-CT-INTEREST-USD(WS-CUR-TOT-IDX)
                   TO SUM-INTEREST-USD
               MOVE WS-CT-WITHHELD(WS-CUR-TOT-IDX) TO SUM-WITHHELD
               WRITE SUMMARY-RECORD
               MOVE SUM-INTEREST TO WS-DISPLAY-AMT
               MOVE SUM-WITHHELD TO WS-DISPLAY-WHT
               COMPUTE WS-DISPLAY-NET = SUM-INTEREST - SUM-WITHHELD
               DISPLAY "SUMMARY|" SUM-CURRENCY "|"
                   SUM-NB-ACCOUNTS " accounts|gross " WS-DISPLAY-AMT
                   "|withheld " WS-DISPLAY-WHT "|net " WS-DISPLAY-NET
           END-PERFORM
           CLOSE SUMMARY-FILE.
