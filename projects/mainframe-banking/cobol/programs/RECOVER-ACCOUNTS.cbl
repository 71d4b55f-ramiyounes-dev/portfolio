       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVER-ACCOUNTS.
      *================================================================*
      * RECOVER-ACCOUNTS.cbl                                           *
      * Forward recovery of the ACCOUNTS master from a backup copy     *
      * plus the recovery journal:                                     *
      *   <backup-id> [<recover-to YYYYMMDDHHMMSS>]                    *
      * The backup is the copy of accounts.dat the operations wrapper  *
      * took as DATA_DIR/<backup-id> before EOD-CONTROL BACKUP wrote   *
      * its marker to account-journal.dat. The run:                    *
      *   1. finds the latest marker for the backup id and checks the  *
      *      backup's account count and balance total against it, so  *
      *      a wrong or damaged copy is refused before anything is     *
      *      overwritten;                                              *
      *   2. reloads accounts.dat from the backup;                     *
      *   3. reapplies, in journal order, every after image written    *
      *      after the marker and stamped at or before the recovery    *
      *      point (default: the end of the journal);                  *
      *   4. verifies the master as rebuilt against each               *
      *      RECONCILE-BALANCES control-totals row taken between the   *
      *      marker and the recovery point — account count and ledger  *
      *      total as they stood when that reconciliation ran.         *
      * Requires OPERATOR_ID and holds the batch lock throughout, so   *
      * no batch program can touch the master mid-rebuild.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BACKUP-FILE
               ASSIGN TO WS-BACKUP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKP-ACCT-NUMBER
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TOTALS-FILE
               ASSIGN TO WS-TOTALS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

      *    Same layout as ACCOUNT-RECORD; only the key is named here,
      *    each record is moved whole into the master.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BKP-ACCT-NUMBER         PIC 9(10).
           05  FILLER                  PIC X(174).

       FD  JOURNAL-FILE.
       COPY "ACCOUNT-JOURNAL.cpy".

       FD  TOTALS-FILE.
       COPY "RECONCILE-TOTALS.cpy".

       FD  LOCK-FILE.
       COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-BACKUP-PATH             PIC X(256).
       01  WS-JOURNAL-PATH            PIC X(256).
       01  WS-TOTALS-PATH             PIC X(256).
       01  WS-LOCK-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-BACKUP-STATUS           PIC XX.
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-TOTALS-STATUS           PIC XX.
       01  WS-LOCK-STATUS             PIC XX.
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-TOTALS-OPEN             PIC 9      VALUE 0.

       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-BACKUP-ID               PIC X(30).
       01  WS-INPUT-POINT             PIC X(14).
       01  WS-RECOVER-TO              PIC 9(14)  VALUE 99999999999999.

      *    Backup-point marker found for the backup id
       01  WS-MARK-FOUND              PIC 9      VALUE 0.
       01  WS-MARK-POS                PIC 9(9)   VALUE 0.
       01  WS-MARK-TS                 PIC 9(14)  VALUE 0.
       01  WS-MARK-CYCLE              PIC 9(8)   VALUE 0.
       01  WS-MARK-COUNT              PIC 9(10)  VALUE 0.
       01  WS-MARK-TOTAL              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-JRN-POS                 PIC 9(9)   VALUE 0.

      *    Running control totals of the master being rebuilt
       01  WS-REC-COUNT               PIC 9(10)  VALUE 0.
       01  WS-REC-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(9)   VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(9)   VALUE 0.
       01  WS-APPLY-ERRORS            PIC 9(9)   VALUE 0.
       01  WS-LAST-APPLIED-TS         PIC 9(14)  VALUE 0.
       01  WS-OLD-BALANCE             PIC S9(13)V99 COMP-3 VALUE 0.

      *    Reconciliation control points between marker and
      *    recovery point, in the order they were taken
       01  WS-RCT-COUNT               PIC 9(4)   VALUE 0.
       01  WS-RCT-TABLE.
           05  WS-RCT-ENTRY OCCURS 500 TIMES.
               10  WS-RCT-TS          PIC 9(14).
               10  WS-RCT-ACCTS       PIC 9(10).
               10  WS-RCT-TOTAL       PIC S9(15)V99 COMP-3.
       01  WS-RCT-NEXT                PIC 9(4)   VALUE 1.
       01  WS-VERIFY-OK               PIC 9(4)   VALUE 0.
       01  WS-VERIFY-BAD              PIC 9(4)   VALUE 0.

       01  WS-DISPLAY-TOTAL           PIC -(15)9.99.
       01  WS-DISPLAY-EXPECTED        PIC -(15)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/account-journal.dat" DELIMITED SIZE
                  INTO WS-JOURNAL-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/reconcile-totals.dat" DELIMITED SIZE
                  INTO WS-TOTALS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/batch-state.lock" DELIMITED SIZE
                  INTO WS-LOCK-PATH
           END-STRING

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR_ID is required for recovery"
               STOP RUN
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Usage: RECOVER-ACCOUNTS <backup-id>"
                   " [<recover-to YYYYMMDDHHMMSS>]"
               STOP RUN
           END-IF
           ACCEPT WS-BACKUP-ID FROM ARGUMENT-VALUE
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/" DELIMITED SIZE
                  WS-BACKUP-ID DELIMITED SPACES
                  INTO WS-BACKUP-PATH
           END-STRING
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-INPUT-POINT FROM ARGUMENT-VALUE
               IF WS-INPUT-POINT IS NOT NUMERIC
                   DISPLAY "ERROR|Recovery point must be"
                       " YYYYMMDDHHMMSS: " WS-INPUT-POINT
                   STOP RUN
               END-IF
               MOVE WS-INPUT-POINT TO WS-RECOVER-TO
           END-IF

           PERFORM ACQUIRE-BATCH-LOCK
           PERFORM FIND-BACKUP-MARK
           PERFORM CHECK-BACKUP-TOTALS
           PERFORM LOAD-CONTROL-POINTS
           PERFORM RELOAD-FROM-BACKUP
           PERFORM APPLY-JOURNAL
           PERFORM VERIFY-REMAINING-POINTS
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-REC-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "RECOVERED|" WS-BACKUP-ID "|to " WS-RECOVER-TO
               "|" WS-APPLIED-COUNT " changes applied ("
               WS-ADDED-COUNT " new accounts)|last " WS-LAST-APPLIED-TS
           DISPLAY "RECOVERED|" WS-REC-COUNT " accounts|total "
               WS-DISPLAY-TOTAL "|by " WS-OPERATOR-ID
           IF WS-RCT-COUNT = 0
               DISPLAY "WARN|No reconciliation control totals between"
                   " the backup point and the recovery point - run"
                   " RECONCILE-BALANCES on the rebuilt master"
           ELSE
               DISPLAY "VERIFIED|" WS-VERIFY-OK " of " WS-RCT-COUNT
                   " reconciliation control points agree"
           END-IF
           IF WS-APPLY-ERRORS > 0 OR WS-VERIFY-BAD > 0
               DISPLAY "ERROR|Recovery incomplete: " WS-APPLY-ERRORS
                   " journal rows not applied, " WS-VERIFY-BAD
                   " control points disagree"
           END-IF
           STOP RUN.

       FIND-BACKUP-MARK.
      *    A backup id reused on a later night names the later copy:
      *    the last marker for it wins.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open recovery journal: "
                   WS-JOURNAL-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-JRN-POS
           PERFORM UNTIL WS-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JRN-POS
                       IF JRN-BACKUP-MARK
                           AND JRN-MARK-BACKUP-ID = WS-BACKUP-ID
                           MOVE 1 TO WS-MARK-FOUND
                           MOVE WS-JRN-POS TO WS-MARK-POS
                           MOVE JRN-TIMESTAMP TO WS-MARK-TS
                           MOVE JRN-MARK-CYCLE-DATE TO WS-MARK-CYCLE
                           MOVE JRN-MARK-ACCT-COUNT TO WS-MARK-COUNT
                           MOVE JRN-MARK-BAL-TOTAL TO WS-MARK-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-MARK-FOUND = 0
               DISPLAY "ERROR|No backup point on the journal for "
                   WS-BACKUP-ID
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           IF WS-RECOVER-TO < WS-MARK-TS
               DISPLAY "ERROR|Recovery point " WS-RECOVER-TO
                   " is before the backup point " WS-MARK-TS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           DISPLAY "INFO|Backup point " WS-BACKUP-ID " cycle "
               WS-MARK-CYCLE " at " WS-MARK-TS.

       CHECK-BACKUP-TOTALS.
      *    Read the copy through once before accounts.dat is touched:
      *    it must be the master exactly as the marker counted it.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open backup " WS-BACKUP-ID ": "
                   WS-BACKUP-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BACKUP-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO ACCOUNT-RECORD
                       ADD 1 TO WS-REC-COUNT
                       ADD ACCT-BALANCE TO WS-REC-TOTAL
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE

           IF WS-REC-COUNT NOT = WS-MARK-COUNT
               OR WS-REC-TOTAL NOT = WS-MARK-TOTAL
               MOVE WS-REC-TOTAL TO WS-DISPLAY-TOTAL
               MOVE WS-MARK-TOTAL TO WS-DISPLAY-EXPECTED
               DISPLAY "ERROR|Backup " WS-BACKUP-ID
                   " does not match its backup point: "
                   WS-REC-COUNT " accounts " WS-DISPLAY-TOTAL
                   " against " WS-MARK-COUNT " accounts "
                   WS-DISPLAY-EXPECTED
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

       LOAD-CONTROL-POINTS.
      *    Only reconciliations that ran after the copy was marked and
      *    no later than the recovery point describe a state the
      *    rebuild passes through.
      *    No totals file simply means nothing to verify against.
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS = "00"
               MOVE ZERO TO WS-EOF
               MOVE 1 TO WS-TOTALS-OPEN
           ELSE
               MOVE 1 TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ TOTALS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RCT-TIMESTAMP > WS-MARK-TS
                           AND RCT-TIMESTAMP <= WS-RECOVER-TO
                           AND WS-RCT-COUNT < 500
                           ADD 1 TO WS-RCT-COUNT
                           MOVE RCT-TIMESTAMP
                               TO WS-RCT-TS(WS-RCT-COUNT)
                           MOVE RCT-ACCT-COUNT
                               TO WS-RCT-ACCTS(WS-RCT-COUNT)
                           MOVE RCT-LEDGER-TOTAL
                               TO WS-RCT-TOTAL(WS-RCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTALS-OPEN = 1
               CLOSE TOTALS-FILE
           END-IF.

       RELOAD-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open backup " WS-BACKUP-ID ": "
                   WS-BACKUP-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot rebuild accounts: "
                   WS-ACCT-STATUS
               CLOSE BACKUP-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BACKUP-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO ACCOUNT-RECORD
                       WRITE ACCOUNT-RECORD
                       IF WS-ACCT-STATUS NOT = "00"
                           DISPLAY "ERROR|Reload failed at "
                               ACCT-NUMBER ": " WS-ACCT-STATUS
                           CLOSE BACKUP-FILE
                           CLOSE ACCOUNT-FILE
                           PERFORM RELEASE-BATCH-LOCK
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE ACCOUNT-FILE
           DISPLAY "INFO|Reloaded " WS-REC-COUNT " accounts from "
               WS-BACKUP-ID.

       APPLY-JOURNAL.
      *    Skip to the row after the marker, then reapply after
      *    images in journal order until the recovery point. Before
      *    images are the record of what each change replaced and
      *    are not needed to roll forward.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen accounts: "
                   WS-ACCT-STATUS
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen recovery journal: "
                   WS-JOURNAL-STATUS
               CLOSE ACCOUNT-FILE
               PERFORM RELEASE-BATCH-LOCK
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZERO TO WS-JRN-POS
           PERFORM UNTIL WS-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JRN-POS
                       IF WS-JRN-POS > WS-MARK-POS
                           IF JRN-TIMESTAMP > WS-RECOVER-TO
                               MOVE 1 TO WS-EOF
                           ELSE
                               PERFORM VERIFY-PASSED-POINTS
                               IF JRN-AFTER-IMAGE
                                   PERFORM APPLY-AFTER-IMAGE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE ACCOUNT-FILE.

       APPLY-AFTER-IMAGE.
      *    The master total moves by the difference between the
      *    record replaced and the image written over it.
           MOVE JRN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE JRN-IMAGE TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                   IF WS-ACCT-STATUS = "00"
                       ADD 1 TO WS-REC-COUNT
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-OLD-BALANCE
                   MOVE JRN-IMAGE TO ACCOUNT-RECORD
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCT-STATUS = "00"
                       SUBTRACT WS-OLD-BALANCE FROM WS-REC-TOTAL
                   END-IF
           END-READ
           IF WS-ACCT-STATUS = "00"
               ADD ACCT-BALANCE TO WS-REC-TOTAL
               ADD 1 TO WS-APPLIED-COUNT
               MOVE JRN-TIMESTAMP TO WS-LAST-APPLIED-TS
           ELSE
               ADD 1 TO WS-APPLY-ERRORS
               DISPLAY "ERROR|Could not apply " JRN-PROGRAM
                   " change to " JRN-ACCT-NUMBER " at "
                   JRN-TIMESTAMP
           END-IF.

       VERIFY-PASSED-POINTS.
      *    A reconciliation stamped before this journal row saw the
      *    master as it stands now, before the row is applied.
           PERFORM UNTIL WS-RCT-NEXT > WS-RCT-COUNT
                   OR WS-RCT-TS(WS-RCT-NEXT) >= JRN-TIMESTAMP
               PERFORM VERIFY-ONE-POINT
           END-PERFORM.

       VERIFY-REMAINING-POINTS.
           PERFORM UNTIL WS-RCT-NEXT > WS-RCT-COUNT
               PERFORM VERIFY-ONE-POINT
           END-PERFORM.

       VERIFY-ONE-POINT.
           MOVE WS-REC-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-RCT-TOTAL(WS-RCT-NEXT) TO WS-DISPLAY-EXPECTED
           IF WS-REC-COUNT = WS-RCT-ACCTS(WS-RCT-NEXT)
               AND WS-REC-TOTAL = WS-RCT-TOTAL(WS-RCT-NEXT)
               ADD 1 TO WS-VERIFY-OK
               DISPLAY "VERIFY|" WS-RCT-TS(WS-RCT-NEXT) "|OK|"
                   WS-REC-COUNT " accounts|" WS-DISPLAY-TOTAL
           ELSE
               ADD 1 TO WS-VERIFY-BAD
               DISPLAY "VERIFY|" WS-RCT-TS(WS-RCT-NEXT) "|DIFF|"
                   "rebuilt " WS-REC-COUNT " accounts "
                   WS-DISPLAY-TOTAL "|reconciled "
                   WS-RCT-ACCTS(WS-RCT-NEXT) " accounts "
                   WS-DISPLAY-EXPECTED
           END-IF
           ADD 1 TO WS-RCT-NEXT.

       ACQUIRE-BATCH-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "ERROR|Batch is locked by another process"
                   " - try again later"
               STOP RUN
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot acquire batch lock: "
                   WS-LOCK-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           INITIALIZE LOCK-RECORD
           MOVE WS-TIMESTAMP      TO LOCK-TIMESTAMP
           MOVE "RECOVER-ACCOUNTS" TO LOCK-HELD-BY
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       RELEASE-BATCH-LOCK.
           DELETE FILE LOCK-FILE.
