       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETURNED-ITEMS.
      *================================================================*
      * REPORT-RETURNED-ITEMS.cbl                                      *
      * Monthly report of deposited checks returned unpaid, from the   *
      * returned-items.dat rows IMPORT-RETURNED-ITEMS writes: the      *
      * items charged back by return reason, and by customer with the  *
      * customer's repeat returns made visible, each with the amount   *
      * charged back and the returned-item fees raised                 *
      * Input:  REPORT_MONTH (YYYYMM) via environment, default the     *
      *         current month                                          *
      * Output: Pipe-delimited lines to stdout                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-FILE
               ASSIGN TO WS-RETURNED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-FILE.
       COPY "RETURNED-ITEM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RETURNED-PATH           PIC X(256).
       01  WS-RETURNED-STATUS         PIC XX.
       01  WS-DATA-DIR                PIC X(256).

       01  WS-INPUT-MONTH             PIC X(6).
       01  WS-REPORT-MONTH            PIC 9(6).
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-TOTAL-COUNT             PIC 9(8)   VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-FEES              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REPEAT-COUNT            PIC 9(6)   VALUE 0.

      *    Totals by return reason, one bucket per code seen
       01  WS-RSN-COUNT               PIC 9(2)   VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 30 TIMES.
               10  WS-RS-CODE         PIC X(4).
               10  WS-RS-COUNT        PIC 9(8).
               10  WS-RS-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-RS-FEES         PIC S9(13)V99 COMP-3.
               10  WS-RS-REPRESENTED  PIC 9(8).
       01  WS-RS-IDX                  PIC 9(2).
       01  WS-RS-FOUND                PIC 9(2).

      *    Totals by customer (zero = no customer linked)
       01  WS-CST-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CST-TABLE.
           05  WS-CST-ENTRY OCCURS 2000 TIMES.
               10  WS-CS-CUSTOMER     PIC 9(8).
               10  WS-CS-COUNT        PIC 9(6).
               10  WS-CS-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-CS-FEES         PIC S9(13)V99 COMP-3.
               10  WS-CS-FINAL        PIC 9(6).
       01  WS-CS-IDX                  PIC 9(4).
       01  WS-CS-FOUND                PIC 9(4).

       01  WS-REASON-NAME             PIC X(20).
       01  WS-REASON-IDX              PIC 9(2).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-FEE             PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       COPY "RETURN-REASON-TABLE.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/returned-items.dat" DELIMITED SIZE
                  INTO WS-RETURNED-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-INPUT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-INPUT-MONTH = SPACES
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-INPUT-MONTH TO WS-REPORT-MONTH
           END-IF
           MOVE RTR-INIT-DATA TO RTR-ENTRIES

           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS NOT = "00"
               DISPLAY "INFO|No returned items on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RETURNED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RTI-RETURN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM ACCUMULATE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNED-FILE

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RSN-COUNT
               PERFORM NAME-REASON
               MOVE WS-RS-AMOUNT(WS-RS-IDX) TO WS-DISPLAY-AMT
               MOVE WS-RS-FEES(WS-RS-IDX) TO WS-DISPLAY-FEE
               DISPLAY "BY-REASON|" WS-RS-CODE(WS-RS-IDX) "|"
                   WS-REASON-NAME "|" WS-RS-COUNT(WS-RS-IDX)
                   " items|charged back " WS-DISPLAY-AMT "|fees "
                   WS-DISPLAY-FEE "|" WS-RS-REPRESENTED(WS-RS-IDX)
                   " re-presented"
           END-PERFORM

      *    A customer with more than one item back in the month is
      *    flagged REPEAT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CST-COUNT
               MOVE WS-CS-AMOUNT(WS-CS-IDX) TO WS-DISPLAY-AMT
               MOVE WS-CS-FEES(WS-CS-IDX) TO WS-DISPLAY-FEE
               IF WS-CS-COUNT(WS-CS-IDX) > 1
                   ADD 1 TO WS-REPEAT-COUNT
                   DISPLAY "BY-CUSTOMER|" WS-CS-CUSTOMER(WS-CS-IDX)
                       "|" WS-CS-COUNT(WS-CS-IDX) " items|charged"
                       " back " WS-DISPLAY-AMT "|fees "
                       WS-DISPLAY-FEE "|" WS-CS-FINAL(WS-CS-IDX)
                       " final|REPEAT"
               ELSE
                   DISPLAY "BY-CUSTOMER|" WS-CS-CUSTOMER(WS-CS-IDX)
                       "|" WS-CS-COUNT(WS-CS-IDX) " items|charged"
                       " back " WS-DISPLAY-AMT "|fees "
                       WS-DISPLAY-FEE "|" WS-CS-FINAL(WS-CS-IDX)
                       " final"
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-AMOUNT TO WS-DISPLAY-AMT
           MOVE WS-TOTAL-FEES TO WS-DISPLAY-FEE
           DISPLAY "REPORT-COMPLETE|" WS-REPORT-MONTH "|"
               WS-TOTAL-COUNT " items returned|charged back "
               WS-DISPLAY-AMT "|fees " WS-DISPLAY-FEE "|"
               WS-REPEAT-COUNT " repeat customers"
           STOP RUN.

       ACCUMULATE-ONE.
           ADD 1 TO WS-TOTAL-COUNT
           ADD RTI-AMOUNT TO WS-TOTAL-AMOUNT
           ADD RTI-FEE-AMOUNT TO WS-TOTAL-FEES

           MOVE 0 TO WS-RS-FOUND
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RSN-COUNT
               IF WS-RS-CODE(WS-RS-IDX) = RTI-REASON
                   MOVE WS-RS-IDX TO WS-RS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RS-FOUND = 0
               IF WS-RSN-COUNT < 30
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT TO WS-RS-FOUND
                   MOVE RTI-REASON TO WS-RS-CODE(WS-RS-FOUND)
                   MOVE ZERO TO WS-RS-COUNT(WS-RS-FOUND)
                   MOVE ZERO TO WS-RS-AMOUNT(WS-RS-FOUND)
                   MOVE ZERO TO WS-RS-FEES(WS-RS-FOUND)
                   MOVE ZERO TO WS-RS-REPRESENTED(WS-RS-FOUND)
               ELSE
                   DISPLAY "WARN|Reason table full, totals may be"
                       " incomplete"
                   MOVE 1 TO WS-RS-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-RS-COUNT(WS-RS-FOUND)
           ADD RTI-AMOUNT TO WS-RS-AMOUNT(WS-RS-FOUND)
           ADD RTI-FEE-AMOUNT TO WS-RS-FEES(WS-RS-FOUND)
           IF RTI-REPRESENTED
               ADD 1 TO WS-RS-REPRESENTED(WS-RS-FOUND)
           END-IF

           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CST-COUNT
               IF WS-CS-CUSTOMER(WS-CS-IDX) = RTI-CUSTOMER-ID
                   MOVE WS-CS-IDX TO WS-CS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = 0
               IF WS-CST-COUNT < 2000
                   ADD 1 TO WS-CST-COUNT
                   MOVE WS-CST-COUNT TO WS-CS-FOUND
                   MOVE RTI-CUSTOMER-ID
                       TO WS-CS-CUSTOMER(WS-CS-FOUND)
                   MOVE ZERO TO WS-CS-COUNT(WS-CS-FOUND)
                   MOVE ZERO TO WS-CS-AMOUNT(WS-CS-FOUND)
                   MOVE ZERO TO WS-CS-FEES(WS-CS-FOUND)
                   MOVE ZERO TO WS-CS-FINAL(WS-CS-FOUND)
               ELSE
                   DISPLAY "WARN|Customer table full, totals may be"
                       " incomplete"
                   MOVE 1 TO WS-CS-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-CS-COUNT(WS-CS-FOUND)
           ADD RTI-AMOUNT TO WS-CS-AMOUNT(WS-CS-FOUND)
           ADD RTI-FEE-AMOUNT TO WS-CS-FEES(WS-CS-FOUND)
           IF RTI-FINAL
               ADD 1 TO WS-CS-FINAL(WS-CS-FOUND)
           END-IF.

       NAME-REASON.
           MOVE "UNLISTED REASON" TO WS-REASON-NAME
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > RTR-COUNT
               IF RTR-CODE(WS-REASON-IDX) = WS-RS-CODE(WS-RS-IDX)
                   MOVE RTR-NAME(WS-REASON-IDX) TO WS-REASON-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
