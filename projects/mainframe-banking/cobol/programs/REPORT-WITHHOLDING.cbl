       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WITHHOLDING.
      *================================================================*
      * REPORT-WITHHOLDING.cbl                                         *
      * Monthly withholding tax remittance report from the ledger      *
      * WITHHOLD-SERVICE writes at every interest credit: the gross    *
      * interest and the tax withheld by currency and withholding      *
      * status, and per currency the total owed to the tax authority   *
      * for the month — the figure remitted out of the 2600 tax        *
      * payable account                                                *
      * Input:  REPORT_MONTH (YYYYMM) via environment, default the     *
      *         current month                                          *
      * Output: Pipe-delimited lines to stdout                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLD-FILE
               ASSIGN TO WS-WITHHOLD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLD-FILE.
       COPY "WITHHOLDING.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WITHHOLD-PATH           PIC X(256).
       01  WS-WITHHOLD-STATUS         PIC XX.
       01  WS-DATA-DIR                PIC X(256).

       01  WS-INPUT-MONTH             PIC X(6).
       01  WS-REPORT-MONTH            PIC 9(6).
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-TOTAL-COUNT             PIC 9(8)   VALUE 0.

      *    Totals by currency and status, one bucket per distinct
      *    pair seen in the month.
       01  WS-BUCKET-COUNT            PIC 9(3)   VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 100 TIMES.
               10  WS-BK-CURRENCY     PIC X(3).
               10  WS-BK-STATUS       PIC X(1).
               10  WS-BK-COUNT        PIC 9(8).
               10  WS-BK-GROSS        PIC S9(13)V99 COMP-3.
               10  WS-BK-WITHHELD     PIC S9(13)V99 COMP-3.
       01  WS-BK-IDX                  PIC 9(3).
       01  WS-BK-FOUND                PIC 9(3).

      *    What is owed, one line per currency
       01  WS-CUR-COUNT               PIC 9(2)   VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 20 TIMES.
               10  WS-CR-CURRENCY     PIC X(3).
               10  WS-CR-COUNT        PIC 9(8).
               10  WS-CR-WITHHELD     PIC S9(13)V99 COMP-3.
       01  WS-CR-IDX                  PIC 9(2).
       01  WS-CR-FOUND                PIC 9(2).

       01  WS-STATUS-NAME             PIC X(12).
       01  WS-RATE-IDX                PIC 9(2).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-DISPLAY-GROSS           PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).

       COPY "WITHHOLD-RATE-TABLE.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/withholding.dat" DELIMITED SIZE
                  INTO WS-WITHHOLD-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-INPUT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-INPUT-MONTH = SPACES
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-INPUT-MONTH TO WS-REPORT-MONTH
           END-IF
           MOVE WHR-INIT-DATA TO WHR-ENTRIES

           OPEN INPUT WITHHOLD-FILE
           IF WS-WITHHOLD-STATUS NOT = "00"
               DISPLAY "INFO|No withholding on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ WITHHOLD-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WHL-TIMESTAMP(1:6) = WS-REPORT-MONTH
                           PERFORM ACCUMULATE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WITHHOLD-FILE

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               PERFORM NAME-STATUS
               MOVE WS-BK-GROSS(WS-BK-IDX) TO WS-DISPLAY-GROSS
               MOVE WS-BK-WITHHELD(WS-BK-IDX) TO WS-DISPLAY-AMT
               DISPLAY "WITHHOLDING|" WS-BK-CURRENCY(WS-BK-IDX) "|"
                   WS-STATUS-NAME "|" WS-BK-COUNT(WS-BK-IDX)
                   " credits|gross " WS-DISPLAY-GROSS "|withheld "
                   WS-DISPLAY-AMT
           END-PERFORM

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CUR-COUNT
               MOVE WS-CR-WITHHELD(WS-CR-IDX) TO WS-DISPLAY-AMT
               DISPLAY "REMIT|" WS-REPORT-MONTH "|"
                   WS-CR-CURRENCY(WS-CR-IDX) "|"
                   WS-CR-COUNT(WS-CR-IDX) " credits|owed "
                   WS-DISPLAY-AMT
           END-PERFORM

           DISPLAY "REPORT-COMPLETE|" WS-REPORT-MONTH "|"
               WS-TOTAL-COUNT " credits withheld|" WS-CUR-COUNT
               " currencies"
           STOP RUN.

       ACCUMULATE-ONE.
           ADD 1 TO WS-TOTAL-COUNT

           MOVE 0 TO WS-BK-FOUND
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               IF WS-BK-CURRENCY(WS-BK-IDX) = WHL-CURRENCY
                   AND WS-BK-STATUS(WS-BK-IDX) = WHL-STATUS
                   MOVE WS-BK-IDX TO WS-BK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BK-FOUND = 0
               IF WS-BUCKET-COUNT < 100
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE WS-BUCKET-COUNT TO WS-BK-FOUND
                   MOVE WHL-CURRENCY
                       TO WS-BK-CURRENCY(WS-BK-FOUND)
                   MOVE WHL-STATUS TO WS-BK-STATUS(WS-BK-FOUND)
                   MOVE ZERO TO WS-BK-COUNT(WS-BK-FOUND)
                   MOVE ZERO TO WS-BK-GROSS(WS-BK-FOUND)
                   MOVE ZERO TO WS-BK-WITHHELD(WS-BK-FOUND)
               ELSE
                   DISPLAY "WARN|Bucket table full, totals may be"
                       " incomplete"
                   MOVE 1 TO WS-BK-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-BK-COUNT(WS-BK-FOUND)
           ADD WHL-GROSS TO WS-BK-GROSS(WS-BK-FOUND)
           ADD WHL-WITHHELD TO WS-BK-WITHHELD(WS-BK-FOUND)

           MOVE 0 TO WS-CR-FOUND
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CUR-COUNT
               IF WS-CR-CURRENCY(WS-CR-IDX) = WHL-CURRENCY
                   MOVE WS-CR-IDX TO WS-CR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CR-FOUND = 0
               IF WS-CUR-COUNT < 20
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CR-FOUND
                   MOVE WHL-CURRENCY TO WS-CR-CURRENCY(WS-CR-FOUND)
                   MOVE ZERO TO WS-CR-COUNT(WS-CR-FOUND)
                   MOVE ZERO TO WS-CR-WITHHELD(WS-CR-FOUND)
               ELSE
                   DISPLAY "WARN|Currency table full, totals may be"
                       " incomplete"
                   MOVE 1 TO WS-CR-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-CR-COUNT(WS-CR-FOUND)
           ADD WHL-WITHHELD TO WS-CR-WITHHELD(WS-CR-FOUND).

       NAME-STATUS.
           MOVE WS-BK-STATUS(WS-BK-IDX) TO WS-STATUS-NAME
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WHR-COUNT
               IF WHR-STATUS(WS-RATE-IDX) = WS-BK-STATUS(WS-BK-IDX)
                   MOVE WHR-NAME(WS-RATE-IDX) TO WS-STATUS-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
