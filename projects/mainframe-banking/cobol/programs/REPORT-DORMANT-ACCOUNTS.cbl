      * Input:  MONTHS (optional, defaults to 6) via command line arg  *
      * Output: Formatted report file plus pipe-delimited lines to     *
      *         stdout, one per dormant account                        *
      * A dormant account whose customer's address is flagged as       *
      * returned mail (MAIL-SERVICE) is marked lost contact: the owner *
      * cannot be reached by post, which the escheatment due-diligence *
      * follow-up needs to know before the owner notice goes out       *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-LAST-ACTIVITY-DATE      PIC 9(8).
       01  WS-DORMANT-COUNT           PIC 9(10)   VALUE 0.
       01  WS-CHECKED-COUNT           PIC 9(10)   VALUE 0.
       01  WS-LOST-CONTACT-COUNT      PIC 9(10)   VALUE 0.

      *    Per-branch breakdown with a consolidation total
       COPY "BRANCH-TABLE.cpy".
       01  WS-BR-TALLY.
           05  WS-BR-NB OCCURS 3 TIMES PIC 9(6).

       COPY "MAIL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           CLOSE REPORT-FILE

           DISPLAY "REPORT-COMPLETE|" WS-DORMANT-COUNT
               " dormant of " WS-CHECKED-COUNT " active accounts|"
               WS-LOST-CONTACT-COUNT " lost contact (returned mail)"
           STOP RUN.

       COMPUTE-CUTOFF-DATE.
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           INITIALIZE MAIL-SERVICE-AREA
           MOVE "CHECK"     TO MLS-FUNCTION
           MOVE ACCT-NUMBER TO MLS-ACCT-NUMBER
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF MLS-MAIL-HELD
               ADD 1 TO WS-LOST-CONTACT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "          lost contact - returned mail,"
                          DELIMITED SIZE
                      " customer " DELIMITED SIZE
                      MLS-CUSTOMER-ID DELIMITED SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "DORMANT|"
                   ACCT-NUMBER "|"
                   ACCT-OWNER-NAME "|"
                   ACCT-BRANCH "|"
                   WS-LAST-ACTIVITY-DATE "|LOST-CONTACT"
           ELSE
               DISPLAY "DORMANT|"
                   ACCT-NUMBER "|"
                   ACCT-OWNER-NAME "|"
                   ACCT-BRANCH "|"
                   WS-LAST-ACTIVITY-DATE
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > BRANCH-COUNT
               IF BR-CODE(WS-BR-IDX) = ACCT-BRANCH
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-LOST-CONTACT-COUNT DELIMITED SIZE
                  " lost contact (returned mail)" DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE.
