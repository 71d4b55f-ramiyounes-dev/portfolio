       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CARD-AUTHS.
      *================================================================*
      * REPORT-CARD-AUTHS.cbl                                          *
      * Exception list of card items the network cleared with no       *
      * prior authorisation on file (UNAUTH rows of card-auths.dat,    *
      * logged by IMPORT-CARD-CLEARING) — purchases that never passed  *
      * the daily-limit and available-balance checks. One line per    *
      * item, cleared in REPORT_MONTH (YYYYMM via environment, default *
      * the current month), with the month's totals; the closing line  *
      * also counts the month's auths by outcome so the exception rate *
      * can be read against the volume.                                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-LOG-FILE
               ASSIGN TO WS-AUTH-LOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-LOG-FILE.
       COPY "CARD-AUTH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUTH-LOG-PATH           PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-AUTH-LOG-STATUS         PIC XX.

       01  WS-REPORT-MONTH            PIC 9(6)   VALUE 0.
       01  WS-EOF                     PIC 9      VALUE 0.

       01  WS-UNAUTH-COUNT            PIC 9(6)   VALUE 0.
       01  WS-UNAUTH-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-DECLINED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-EXPIRED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/card-auths.dat" DELIMITED SIZE
                  INTO WS-AUTH-LOG-PATH
           END-STRING

           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-REPORT-MONTH = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
           END-IF

           OPEN INPUT AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS NOT = "00"
               DISPLAY "INFO|No card authorisations on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ AUTH-LOG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-AUTH
               END-READ
           END-PERFORM
           CLOSE AUTH-LOG-FILE

           MOVE WS-UNAUTH-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "UNAUTH-TOTAL|" WS-REPORT-MONTH "|"
               WS-UNAUTH-COUNT " items|" WS-DISPLAY-AMT
           DISPLAY "REPORT-COMPLETE|" WS-REPORT-MONTH "|"
               WS-APPROVED-COUNT " outstanding|"
               WS-CLEARED-COUNT " cleared|"
               WS-EXPIRED-COUNT " expired|"
               WS-DECLINED-COUNT " declined"
           STOP RUN.

       REPORT-ONE-AUTH.
           IF CAU-UNAUTH
               IF CAU-CLEARED-DATE(1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-UNAUTH-COUNT
                   ADD CAU-CLEARED-AMOUNT TO WS-UNAUTH-TOTAL
                   MOVE CAU-CLEARED-AMOUNT TO WS-DISPLAY-AMT
                   DISPLAY "UNAUTH|" CAU-CLEARED-DATE "|"
                       CAU-CARD-NUMBER "|" CAU-ACCT-NUMBER "|"
                       CAU-AUTH-CODE "|" WS-DISPLAY-AMT "|"
                       CAU-CURRENCY "|" CAU-MERCHANT "|txn "
                       CAU-CLEARED-TXN
               END-IF
           ELSE
               IF CAU-TIMESTAMP(1:6) = WS-REPORT-MONTH
                   EVALUATE TRUE
                       WHEN CAU-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                       WHEN CAU-CLEARED
                           ADD 1 TO WS-CLEARED-COUNT
                       WHEN CAU-EXPIRED
                           ADD 1 TO WS-EXPIRED-COUNT
                       WHEN CAU-DECLINED
                           ADD 1 TO WS-DECLINED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.
