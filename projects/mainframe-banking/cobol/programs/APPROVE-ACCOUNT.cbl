      * Input: REQUEST-ID, DECISION (APPROVE|REJECT), OWNER-NAME,      *
      *        ACCT-TYPE via command line args (OWNER-NAME and         *
      *        ACCT-TYPE only required when DECISION is APPROVE)       *
      *        CAMPAIGN_CODE via environment enrols the approved       *
      *        account in a promotional rate campaign                  *
      * Output: Pipe-delimited confirmation to stdout                  *
      *================================================================*

       01  WS-INPUT-BRANCH             PIC X(3).
       01  WS-BRANCH-OK                PIC 9      VALUE 0.

       COPY "JOURNAL-SERVICE-AREA.cpy".
       COPY "IBAN-SERVICE-AREA.cpy".

      *    Promotional rate campaign named at opening (CAMPAIGN_CODE
      *    via environment), enrolled through CAMPAIGN-SERVICE.
       COPY "CAMPAIGN-SERVICE-AREA.cpy".
       01  WS-INPUT-CAMPAIGN          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           IF WS-DECISION-APPROVE
               PERFORM READ-BATCH-STATE
               PERFORM CREATE-REQUESTED-ACCOUNT
               PERFORM ENROL-IN-CAMPAIGN
               MOVE WS-NEW-ACCT-NUM TO WS-AUD-ACCT
               MOVE "APPROVE" TO WS-AUD-FIELD
               MOVE WS-INPUT-REQUEST-ID TO WS-AUD-BEFORE
           MOVE ZERO               TO ACCT-BALANCE
           MOVE "ACTIVE  "         TO ACCT-STATUS
           PERFORM ASSIGN-BRANCH
           IF ACCT-CUR-EUR
               PERFORM ASSIGN-IBAN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYYMMDD   TO ACCT-OPEN-DATE

               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE SPACES TO JSV-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JSV-AFTER-IMAGE
           MOVE "A" TO JSV-ACTION
           PERFORM JOURNAL-ACCOUNT-CHANGE

           MOVE ACCT-BALANCE TO WS-DISPLAY-BAL
           DISPLAY "NEW-ACCT|"
               WS-DISPLAY-BAL "|"
               ACCT-STATUS "|"
               ACCT-OPEN-DATE
           IF ACCT-IBAN NOT = SPACES
               DISPLAY "NEW-ACCT|" ACCT-NUMBER "|IBAN|" ACCT-IBAN
           END-IF
           CLOSE ACCOUNT-FILE.

       WRITE-MAINT-AUDIT.
               CLOSE AUDIT-FILE
           END-IF.

       ENROL-IN-CAMPAIGN.
      *    CAMPAIGN_CODE via environment enrols the new account in a
      *    promotional rate campaign through the shared service; the
      *    whole opening balance counts as new money. A refusal does
      *    not undo the opening.
           ACCEPT WS-INPUT-CAMPAIGN FROM ENVIRONMENT "CAMPAIGN_CODE"
           IF WS-INPUT-CAMPAIGN NOT = SPACES
               INITIALIZE CAMPAIGN-SERVICE-AREA
               MOVE WS-INPUT-CAMPAIGN  TO CPS-CAMPAIGN
               MOVE WS-NEW-ACCT-NUM    TO CPS-ACCT-NUMBER
               MOVE WS-INPUT-TYPE      TO CPS-ACCT-TYPE
               MOVE WS-PACC-CURRENCY    TO CPS-CURRENCY
               MOVE ZERO               TO CPS-BALANCE
               MOVE WS-DATE-YYYYMMDD   TO CPS-DATE
               CALL "CAMPAIGN-SERVICE" USING CAMPAIGN-SERVICE-AREA
               IF CPS-ENROLLED
                   DISPLAY "NEW-ACCT|" WS-NEW-ACCT-NUM "|CAMPAIGN|"
                       WS-INPUT-CAMPAIGN "|" CPS-EXPIRY-DATE
               ELSE
                   DISPLAY "WARN|" WS-NEW-ACCT-NUM
                       "|Not enrolled in campaign " WS-INPUT-CAMPAIGN
                       " (result " CPS-RESULT ")"
               END-IF
           END-IF.

       ASSIGN-IBAN.
      *    EUR accounts are issued an IBAN at opening, built from the
      *    owning branch's bank and guichet codes.
           MOVE "BUILD"      TO IBV-FUNCTION
           MOVE ACCT-NUMBER  TO IBV-ACCT-NUMBER
           MOVE ACCT-BRANCH  TO IBV-BRANCH
           CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA
           IF IBV-OURS
               MOVE IBV-IBAN TO ACCT-IBAN
           ELSE
               MOVE SPACES TO ACCT-IBAN
               DISPLAY "WARN|No IBAN issued for " ACCT-NUMBER
                   " - branch " ACCT-BRANCH " has no bank codes"
           END-IF.

       ASSIGN-BRANCH.
           MOVE BRANCH-INIT-DATA TO BRANCH-ENTRIES
           ACCEPT WS-INPUT-BRANCH FROM ENVIRONMENT "BRANCH_CODE"
           MOVE WS-TIMESTAMP           TO BATCH-TIMESTAMP
           WRITE BATCH-STATE-RECORD
           CLOSE BATCH-FILE.

       JOURNAL-ACCOUNT-CHANGE.
           MOVE "IMAGE" TO JSV-FUNCTION
           MOVE "APPROVE-ACCOUNT" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
