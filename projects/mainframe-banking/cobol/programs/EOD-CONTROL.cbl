      *   SKIP <step-no>   — marks a step deliberately not run this    *
      *       cycle (ACCRUE-INTEREST off month-end)                    *
      *   STATUS           — prints the cycle's execution journal      *
      *   BACKUP <backup-id> — called by the wrapper right after it    *
      *       copies accounts.dat to DATA_DIR/<backup-id>: counts and  *
      *       totals the master and writes a backup-point marker to   *
      *       the recovery journal (JOURNAL-SERVICE), the point from   *
      *       which RECOVER-ACCOUNTS reapplies changes. Refused while  *
      *       a step of the cycle is RUNNING                           *
      * CYCLE_DATE (YYYYMMDD) via environment, default today;          *
      * OPERATOR_ID is required for BEGIN / END / SKIP / BACKUP.       *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS EOD-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE.
           05  EOD-OPERATOR           PIC X(8).
           05  FILLER                 PIC X(8).

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-PATH              PIC X(256).
       01  WS-CYCLE-STATUS            PIC XX.
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-DATA-DIR                PIC X(256).

       01  WS-ACTION                  PIC X(8).
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-FORCE                   PIC X(1).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-BACKUP-ID               PIC X(30).
       01  WS-BACKUP-COUNT            PIC 9(10)  VALUE 0.
       01  WS-BACKUP-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DISPLAY-TOTAL           PIC -(15)9.99.
       01  WS-EOF                     PIC 9      VALUE 0.

      *    Compiled definition of the cycle, in execution order; the
      *    prerequisite rule is linear — a step may not BEGIN while
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
                  "/eod-cycle.dat" DELIMITED SIZE
                  INTO WS-CYCLE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: BEGIN END SKIP STATUS"
                   " BACKUP"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
                       WS-ACTION
                   STOP RUN
               END-IF
           END-IF

           IF WS-ACTION = "BACKUP"
               IF WS-ARG-COUNT < 2
                   DISPLAY "ERROR|BACKUP requires: BACKUP-ID"
                   STOP RUN
               END-IF
               ACCEPT WS-BACKUP-ID FROM ARGUMENT-VALUE
           END-IF

           IF WS-ACTION NOT = "STATUS" AND WS-ACTION NOT = "BACKUP"
               IF WS-ARG-COUNT < 2
                   DISPLAY "ERROR|" WS-ACTION " requires: STEP-NO"
                   STOP RUN
                   PERFORM SKIP-STEP
               WHEN "STATUS"
                   PERFORM PRINT-JOURNAL
               WHEN "BACKUP"
                   PERFORM MARK-BACKUP-POINT
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
                           EOD-OPERATOR
               END-READ
           END-PERFORM.

       MARK-BACKUP-POINT.
      *    A copy taken while a step is still running would not be a
      *    consistent point to recover from.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STEP-COUNT
               MOVE WS-CYCLE-DATE TO EOD-CYCLE-DATE
               MOVE WS-IDX TO EOD-STEP-NO
               READ CYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EOD-RUNNING
                           DISPLAY "REFUSED|BACKUP|step 0" WS-IDX
                               " (" EOD-PROGRAM ") is RUNNING"
                           CLOSE CYCLE-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

      *    Control totals of the master as copied; RECOVER-ACCOUNTS
      *    checks the backup against them before reapplying changes.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE CYCLE-FILE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACKUP-COUNT
                       ADD ACCT-BALANCE TO WS-BACKUP-TOTAL
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           INITIALIZE JOURNAL-SERVICE-AREA
           MOVE "MARK " TO JSV-FUNCTION
           MOVE "EOD-CONTROL" TO JSV-PROGRAM
           MOVE WS-CYCLE-DATE TO JSV-CYCLE-DATE
           MOVE WS-BACKUP-ID TO JSV-BACKUP-ID
           MOVE WS-OPERATOR-ID TO JSV-OPERATOR
           MOVE WS-BACKUP-COUNT TO JSV-ACCT-COUNT
           MOVE WS-BACKUP-TOTAL TO JSV-BAL-TOTAL
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA
           IF NOT JSV-WRITTEN
               DISPLAY "ERROR|Backup point not recorded for "
                   WS-BACKUP-ID
               CLOSE CYCLE-FILE
               STOP RUN
           END-IF

           MOVE WS-BACKUP-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "BACKUP|" WS-BACKUP-ID "|cycle " WS-CYCLE-DATE
               "|" WS-BACKUP-COUNT " accounts|total "
               WS-DISPLAY-TOTAL "|at " JSV-TIMESTAMP "|by "
               WS-OPERATOR-ID.
