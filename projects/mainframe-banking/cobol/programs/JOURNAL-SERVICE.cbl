       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-SERVICE.
      *================================================================*
      * JOURNAL-SERVICE.cbl                                            *
      * Forward-recovery journal writer for the ACCOUNTS master,       *
      * CALLed by every program that writes or rewrites                *
      * ACCOUNT-RECORD and by EOD-CONTROL for backup-point markers.    *
      * One IMAGE call = one change = a before-image row and an        *
      * after-image row; one MARK call = one backup-point row. Rows    *
      * carry a date-and-time stamp, the calling program and its       *
      * batch number. The journal is opened for each call and closed  *
      * again, so every row is on disk before the caller moves on      *
      * and a run that dies part-way leaves a usable journal.          *
      * See JOURNAL-SERVICE-AREA.cpy for the call interface and        *
      * ACCOUNT-JOURNAL.cpy for the row layout.                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "ACCOUNT-JOURNAL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-PATH            PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-LOADED                  PIC 9      VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).

       LINKAGE SECTION.
       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING JOURNAL-SERVICE-AREA.
       MAIN-PARA.
           IF WS-LOADED = 0
               ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
               STRING WS-DATA-DIR DELIMITED SPACES
                      "/account-journal.dat" DELIMITED SIZE
                      INTO WS-JOURNAL-PATH
               END-STRING
               MOVE 1 TO WS-LOADED
           END-IF

      *    Stamped to the second: RECOVER-ACCOUNTS cuts the journal
      *    at a chosen timestamp, so a date alone is not enough.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-DATE-HHMMSS
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO JSV-TIMESTAMP
           END-STRING

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "E" TO JSV-RESULT
               DISPLAY "WARN|Recovery journal unavailable: "
                   WS-JOURNAL-STATUS " - " JSV-PROGRAM
                   " change to " JSV-ACCT-NUMBER " not journaled"
               GOBACK
           END-IF

           MOVE "W" TO JSV-RESULT
           EVALUATE JSV-FUNCTION
               WHEN "IMAGE"
                   PERFORM WRITE-IMAGE-PAIR
               WHEN "MARK "
                   PERFORM WRITE-BACKUP-MARK
               WHEN OTHER
                   MOVE "E" TO JSV-RESULT
                   DISPLAY "WARN|Unknown journal function: "
                       JSV-FUNCTION
           END-EVALUATE
           CLOSE JOURNAL-FILE
           GOBACK.

       WRITE-IMAGE-PAIR.
           INITIALIZE ACCOUNT-JOURNAL-RECORD
           MOVE JSV-TIMESTAMP     TO JRN-TIMESTAMP
           MOVE JSV-PROGRAM       TO JRN-PROGRAM
           MOVE JSV-BATCH-NUM     TO JRN-BATCH-NUM
           MOVE JSV-ACTION        TO JRN-ACTION
           MOVE JSV-ACCT-NUMBER   TO JRN-ACCT-NUMBER
           MOVE "B"               TO JRN-REC-TYPE
           MOVE JSV-BEFORE-IMAGE  TO JRN-IMAGE
           WRITE ACCOUNT-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               PERFORM REPORT-WRITE-ERROR
           END-IF
           MOVE "A"               TO JRN-REC-TYPE
           MOVE JSV-AFTER-IMAGE   TO JRN-IMAGE
           WRITE ACCOUNT-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               PERFORM REPORT-WRITE-ERROR
           END-IF.

       WRITE-BACKUP-MARK.
           INITIALIZE ACCOUNT-JOURNAL-RECORD
           MOVE JSV-TIMESTAMP     TO JRN-TIMESTAMP
           MOVE JSV-PROGRAM       TO JRN-PROGRAM
           MOVE JSV-BATCH-NUM     TO JRN-BATCH-NUM
           MOVE "M"               TO JRN-REC-TYPE
           MOVE SPACES            TO JRN-ACTION
           MOVE ZERO              TO JRN-ACCT-NUMBER
           MOVE SPACES            TO JRN-IMAGE
           MOVE JSV-CYCLE-DATE    TO JRN-MARK-CYCLE-DATE
           MOVE JSV-BACKUP-ID     TO JRN-MARK-BACKUP-ID
           MOVE JSV-OPERATOR      TO JRN-MARK-OPERATOR
           MOVE JSV-ACCT-COUNT    TO JRN-MARK-ACCT-COUNT
           MOVE JSV-BAL-TOTAL     TO JRN-MARK-BAL-TOTAL
           WRITE ACCOUNT-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               PERFORM REPORT-WRITE-ERROR
           END-IF.

       REPORT-WRITE-ERROR.
           MOVE "E" TO JSV-RESULT
           DISPLAY "WARN|Recovery journal write failed: "
               WS-JOURNAL-STATUS " - " JSV-PROGRAM " "
               JSV-ACCT-NUMBER.
