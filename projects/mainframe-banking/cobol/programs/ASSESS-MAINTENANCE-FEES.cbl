       FD  HISTORY-FILE.
       COPY "BALANCE-HISTORY.cpy".

      *    One row per maintenance fee (and, from ACCRUE-INTEREST,
      *    debit interest charge) waived on relationship grounds, so
      *    what the waiver program costs each branch is visible.
       FD  WAIVER-FILE.
       01  FEE-WAIVER-RECORD.
           05  FWV-TIMESTAMP           PIC 9(14).
           05  FWV-BRANCH              PIC X(3).
           05  FWV-FEE-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FWV-COMBINED-AVG        PIC S9(13)V99 COMP-3.
      *        MAINTFEE here; ACCRUE-INTEREST logs DEBITINT. Rows
      *        written before the code existed carry spaces.
           05  FWV-FEE-CODE            PIC X(8).
           05  FILLER                  PIC X(1).

       WORKING-STORAGE SECTION.
      *    Minimum-balance hits notify the customer through the
           DISPLAY "ASSESSMENT-COMPLETE|" WS-ASSESSED-COUNT
               " accounts charged, " WS-WAIVED-COUNT
               " waived (relationship), " WS-SKIPPED-COUNT
               " skipped (at or above minimum, not checking or on"
               " analysis)"
           STOP RUN.

       ACQUIRE-BATCH-LOCK.
           CLOSE ACCOUNT-FILE.

       ASSESS-ONE-ACCOUNT.
      *    An analysis-plan account pays for its maintenance on the
      *    monthly account analysis, net of its earnings credit.
           IF NOT ACCT-STATUS-ACTIVE OR NOT ACCT-TYPE-CHECKING
               OR ACCT-PLAN-ANALYSIS
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF ACCT-BALANCE < WS-MIN-BALANCE
               MOVE ACCT-BRANCH      TO FWV-BRANCH
               MOVE WS-CHARGE-AMOUNT TO FWV-FEE-AMOUNT
               MOVE WS-REL-COMBINED  TO FWV-COMBINED-AVG
               MOVE "MAINTFEE"       TO FWV-FEE-CODE
               WRITE FEE-WAIVER-RECORD
               CLOSE WAIVER-FILE
           END-IF
