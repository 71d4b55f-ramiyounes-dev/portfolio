       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ACCOUNTS.
      *================================================================*
      * CONVERT-ACCOUNTS.cbl                                           *
      * One-time conversion of the ACCOUNTS master. ACCT-IBAN grew     *
      * the indexed record from 150 to 184 bytes, so an accounts.dat   *
      * written on the old layout no longer opens under the new record *
      * description. This utility reads the old file under its old     *
      * layout and rewrites every account to accounts-new.dat on the   *
      * current layout, backfilling the IBAN of every EUR account      *
      * through IBAN-SERVICE from the account's present branch. Other  *
      * currencies carry no IBAN.                                      *
      * Operations substitutes the converted file for accounts.dat     *
      * once the counts verify — the same swap discipline              *
      * CONVERT-CUSTOMERS uses — and takes a fresh EOD-CONTROL BACKUP  *
      * straight after, since backups taken on the old layout can no   *
      * longer be recovered from.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-FILE
               ASSIGN TO WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OAC-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-ACCOUNT-FILE
               ASSIGN TO WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The pre-extension 150-byte layout: ACCOUNT-RECORD up to and
      *    including ACCT-STMT-CYCLE, which the new layout keeps byte
      *    for byte ahead of ACCT-IBAN.
       FD  OLD-ACCOUNT-FILE.
       01  OLD-ACCOUNT-RECORD.
           05  OAC-NUMBER              PIC 9(10).
           05  FILLER                  PIC X(140).

       FD  NEW-ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-PATH                PIC X(256).
       01  WS-NEW-PATH                PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-OLD-STATUS              PIC XX.
       01  WS-NEW-STATUS              PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-READ-COUNT              PIC 9(6)   VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(6)   VALUE 0.
       01  WS-IBAN-COUNT              PIC 9(6)   VALUE 0.
       01  WS-NO-IBAN-COUNT           PIC 9(6)   VALUE 0.

       COPY "IBAN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-OLD-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts-new.dat" DELIMITED SIZE
                  INTO WS-NEW-PATH
           END-STRING

           OPEN INPUT OLD-ACCOUNT-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open old accounts: "
                   WS-OLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-ACCOUNT-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open converted file: "
                   WS-NEW-STATUS
               CLOSE OLD-ACCOUNT-FILE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ OLD-ACCOUNT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE OLD-ACCOUNT-FILE
           CLOSE NEW-ACCOUNT-FILE

           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "ERROR|Read " WS-READ-COUNT " but wrote "
                   WS-WRITTEN-COUNT " - do not swap the files"
           END-IF
           IF WS-NO-IBAN-COUNT > 0
               DISPLAY "WARN|" WS-NO-IBAN-COUNT " EUR accounts"
                   " left without an IBAN - correct their branch"
           END-IF
           DISPLAY "CONVERT-COMPLETE|" WS-WRITTEN-COUNT
               " accounts converted to accounts-new.dat|"
               WS-IBAN-COUNT " IBANs issued"
           STOP RUN.

       CONVERT-ONE-ACCOUNT.
           INITIALIZE ACCOUNT-RECORD
           MOVE OLD-ACCOUNT-RECORD TO ACCOUNT-RECORD(1:150)
           MOVE SPACES TO ACCT-IBAN
           IF ACCT-CUR-EUR
               MOVE "BUILD"     TO IBV-FUNCTION
               MOVE ACCT-NUMBER TO IBV-ACCT-NUMBER
               MOVE ACCT-BRANCH TO IBV-BRANCH
               CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA
               IF IBV-OURS
                   MOVE IBV-IBAN TO ACCT-IBAN
                   ADD 1 TO WS-IBAN-COUNT
                   DISPLAY "IBAN|" ACCT-NUMBER "|" ACCT-IBAN
               ELSE
                   ADD 1 TO WS-NO-IBAN-COUNT
                   DISPLAY "WARN|No IBAN for " ACCT-NUMBER
                       " - branch '" ACCT-BRANCH "' has no bank codes"
               END-IF
           END-IF
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR|Duplicate account number: "
                       OAC-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
