       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-ISSUED-CHECKS.
      *================================================================*
      * IMPORT-ISSUED-CHECKS.cbl                                       *
      * Daily intake of a positive pay customer's issued-check file:   *
      * a header carrying the originator, item count and hash total,   *
      * one detail per check written (account, check number, amount,   *
      * issue date, payee, I issue / V void) and a trailer repeating   *
      * the controls. The file passes the same control-total gate and  *
      * file-registry replay check IMPORT-REMITTANCE applies before    *
      * anything is written.                                           *
      * Each detail then lands on ppay-issued.dat: an issue adds the   *
      * check as ISSUED, a void flips an ISSUED check to VOID so its   *
      * presentment is caught. Details for an account not enrolled     *
      * in positive pay, or re-issuing a number already on file, are   *
      * rejected to the report.                                        *
      * Input: ISSUED_FILE via environment names the inbound file.     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-FILE
               ASSIGN TO WS-ISSUE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT PPAY-ISSUED-FILE
               ASSIGN TO WS-PPI-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

           SELECT PPAY-ACCOUNT-FILE
               ASSIGN TO WS-PPA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUE-FILE.
       01  ISSUE-HEADER.
           05  ISH-TYPE                PIC X(1).
           05  ISH-ORIGINATOR          PIC X(30).
           05  ISH-COUNT               PIC 9(6).
           05  ISH-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(48).
       01  ISSUE-DETAIL.
           05  ISD-TYPE                PIC X(1).
           05  ISD-ACCT-NUMBER         PIC 9(10).
           05  ISD-CHECK-NUMBER        PIC 9(6).
           05  ISD-AMOUNT              PIC 9(13)V99.
           05  ISD-ISSUE-DATE          PIC 9(8).
           05  ISD-PAYEE               PIC X(30).
           05  ISD-ACTION              PIC X(1).
               88  ISD-ISSUE           VALUE "I".
               88  ISD-VOID            VALUE "V".
           05  FILLER                  PIC X(29).
       01  ISSUE-TRAILER.
           05  IST-TYPE                PIC X(1).
           05  IST-COUNT               PIC 9(6).
           05  IST-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(78).

       FD  PPAY-ISSUED-FILE.
       COPY "PPAY-ISSUED.cpy".

       FD  PPAY-ACCOUNT-FILE.
       COPY "PPAY-ACCOUNT.cpy".

       FD  REGISTRY-FILE.
       COPY "FILE-REGISTRY.cpy".

       FD  REPORT-FILE.
       01  ISSUE-REPORT-RECORD.
           05  IRR-LINE-NO             PIC 9(6).
           05  IRR-ACCT-NUMBER         PIC 9(10).
           05  IRR-CHECK-NUMBER        PIC 9(6).
           05  IRR-AMOUNT              PIC S9(13)V99 COMP-3.
           05  IRR-DISPOSITION         PIC X(14).
           05  FILLER                  PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-ISSUE-PATH              PIC X(256).
       01  WS-PPI-PATH                PIC X(256).
       01  WS-PPA-PATH                PIC X(256).
       01  WS-REPORT-PATH             PIC X(256).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-ISSUE-STATUS            PIC XX.
       01  WS-PPI-STATUS              PIC XX.
       01  WS-PPA-STATUS              PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-FOUND                   PIC 9      VALUE 0.

      *    Control verification pass
       01  WS-HEADER-SEEN             PIC 9      VALUE 0.
       01  WS-TRAILER-SEEN            PIC 9      VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(6)   VALUE 0.
       01  WS-HASH-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-HDR-COUNT               PIC 9(6).
       01  WS-HDR-HASH                PIC 9(13)V99.
       01  WS-TRL-COUNT               PIC 9(6).
       01  WS-TRL-HASH                PIC 9(13)V99.
       01  WS-ORIGINATOR              PIC X(30).

      *    Replay protection: the registry remembers every intake
      *    file by originator + file id + hash total; a match refuses
      *    the file whole unless SUPERVISOR_CODE overrides, and every
      *    load registers itself either way.
       01  WS-REGISTRY-PATH           PIC X(256).
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-REG-EOF                 PIC 9.
       01  WS-REG-FOUND               PIC 9.
       01  WS-REG-FILE-ID             PIC X(30).
       01  WS-REG-ORIGINATOR          PIC X(30).
       01  WS-REG-HASH                PIC 9(13)V99.
       01  WS-REG-COUNT               PIC 9(6).
       01  WS-REG-SUPERVISOR          PIC X(8).
       01  WS-REG-OPERATOR            PIC X(8).
       01  WS-FILE-TAIL-POS           PIC 9(4).
       01  WS-FILE-SCAN-POS           PIC 9(4).

      *    Accounts enrolled in positive pay, loaded once per run
       01  WS-PPA-COUNT               PIC 9(4)   VALUE 0.
       01  WS-PPA-TABLE.
           05  WS-PPA-ACCT OCCURS 2000 TIMES
                                       PIC 9(10).
       01  WS-PPA-IDX                 PIC 9(4).
       01  WS-ENROLLED                PIC 9.

       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-ADDED                   PIC 9(6)   VALUE 0.
       01  WS-VOIDED                  PIC 9(6)   VALUE 0.
       01  WS-REJECTED                PIC 9(6)   VALUE 0.
       01  WS-DISPLAY-AMT             PIC -(13)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-issued.dat" DELIMITED SIZE
                  INTO WS-PPI-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-accounts.dat" DELIMITED SIZE
                  INTO WS-PPA-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/ppay-import-report.dat" DELIMITED SIZE
                  INTO WS-REPORT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/file-registry.dat" DELIMITED SIZE
                  INTO WS-REGISTRY-PATH
           END-STRING

           ACCEPT WS-ISSUE-PATH FROM ENVIRONMENT "ISSUED_FILE"
           IF WS-ISSUE-PATH = SPACES
               DISPLAY "ERROR|ISSUED_FILE is required"
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           PERFORM VERIFY-CONTROL-TOTALS
           MOVE WS-ORIGINATOR TO WS-REG-ORIGINATOR
           MOVE WS-HASH-TOTAL TO WS-REG-HASH
           MOVE WS-DETAIL-COUNT TO WS-REG-COUNT
           PERFORM DERIVE-REGISTRY-FILE-ID
           PERFORM CHECK-FILE-REGISTRY
           PERFORM LOAD-ENROLLED-ACCOUNTS
           PERFORM OPEN-INTAKE-FILES
           PERFORM PROCESS-DETAILS
           CLOSE ISSUE-FILE
           CLOSE REPORT-FILE
           PERFORM REGISTER-INTAKE-FILE

           DISPLAY "IMPORT-COMPLETE|" WS-ADDED " issued|"
               WS-VOIDED " voided|" WS-REJECTED " rejected"
           STOP RUN.

       VERIFY-CONTROL-TOTALS.
      *    First pass, read-only: header present, trailer present,
      *    counts and hash totals agree with the details. Nothing is
      *    written until the file proves internally consistent.
           OPEN INPUT ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open issued-check file: "
                   WS-ISSUE-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ISSUE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE ISH-TYPE
                           WHEN "H"
                               MOVE 1 TO WS-HEADER-SEEN
                               MOVE ISH-ORIGINATOR TO WS-ORIGINATOR
                               MOVE ISH-COUNT TO WS-HDR-COUNT
                               MOVE ISH-HASH-TOTAL TO WS-HDR-HASH
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD ISD-AMOUNT TO WS-HASH-TOTAL
                           WHEN "T"
                               MOVE 1 TO WS-TRAILER-SEEN
                               MOVE IST-COUNT TO WS-TRL-COUNT
                               MOVE IST-HASH-TOTAL TO WS-TRL-HASH
                           WHEN OTHER
                               DISPLAY "ERROR|Unknown record type '"
                                   ISH-TYPE "' - file rejected"
                               CLOSE ISSUE-FILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ISSUE-FILE

           IF WS-HEADER-SEEN = 0 OR WS-TRAILER-SEEN = 0
               DISPLAY "ERROR|Missing header or trailer - file"
                   " rejected whole"
               STOP RUN
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               OR WS-DETAIL-COUNT NOT = WS-HDR-COUNT
               DISPLAY "ERROR|Item count mismatch: header "
                   WS-HDR-COUNT " trailer " WS-TRL-COUNT
                   " details " WS-DETAIL-COUNT
                   " - file rejected whole"
               STOP RUN
           END-IF
           IF WS-HASH-TOTAL NOT = WS-TRL-HASH
               OR WS-HASH-TOTAL NOT = WS-HDR-HASH
               DISPLAY "ERROR|Hash total mismatch - file rejected"
                   " whole"
               STOP RUN
           END-IF

           DISPLAY "CONTROLS-OK|" WS-ORIGINATOR "|"
               WS-DETAIL-COUNT " items".

       DERIVE-REGISTRY-FILE-ID.
      *    The file identifier is the path's last 30 characters past
      *    the final slash - the delivered file's own name.
           MOVE SPACES TO WS-REG-FILE-ID
           MOVE 0 TO WS-FILE-TAIL-POS
           PERFORM VARYING WS-FILE-SCAN-POS FROM 1 BY 1
                   UNTIL WS-FILE-SCAN-POS > 226
               IF WS-ISSUE-PATH(WS-FILE-SCAN-POS:1) = "/"
                   MOVE WS-FILE-SCAN-POS TO WS-FILE-TAIL-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-FILE-TAIL-POS
           MOVE WS-ISSUE-PATH(WS-FILE-TAIL-POS:30)
               TO WS-REG-FILE-ID.

       CHECK-FILE-REGISTRY.
           ACCEPT WS-REG-SUPERVISOR
               FROM ENVIRONMENT "SUPERVISOR_CODE"
           MOVE 0 TO WS-REG-FOUND
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE 0 TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 1
                   READ REGISTRY-FILE
                       AT END
                           MOVE 1 TO WS-REG-EOF
                       NOT AT END
                           IF FRG-ORIGINATOR = WS-REG-ORIGINATOR
                               AND FRG-FILE-ID = WS-REG-FILE-ID
                               AND FRG-HASH-TOTAL = WS-REG-HASH
                               MOVE 1 TO WS-REG-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-REG-FOUND = 1
               IF WS-REG-SUPERVISOR = SPACES
                   DISPLAY "ERROR|File already processed ("
                       WS-REG-FILE-ID ") - a supervisor override"
                       " is required to load it again"
                   STOP RUN
               ELSE
                   DISPLAY "OVERRIDE|File already processed - "
                       "reloaded under " WS-REG-SUPERVISOR
               END-IF
           END-IF.

       REGISTER-INTAKE-FILE.
           ACCEPT WS-REG-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write file registry: "
                   WS-REGISTRY-STATUS
           ELSE
               INITIALIZE FILE-REGISTRY-RECORD
               MOVE WS-REG-ORIGINATOR TO FRG-ORIGINATOR
               MOVE WS-REG-FILE-ID    TO FRG-FILE-ID
               MOVE WS-REG-HASH       TO FRG-HASH-TOTAL
               MOVE WS-REG-COUNT      TO FRG-ITEM-COUNT
               MOVE WS-TIMESTAMP      TO FRG-LOADED-TS
               MOVE WS-REG-OPERATOR   TO FRG-OPERATOR
               IF WS-REG-FOUND = 1
                   MOVE WS-REG-SUPERVISOR TO FRG-OVERRIDE
               END-IF
               WRITE FILE-REGISTRY-RECORD
               CLOSE REGISTRY-FILE
           END-IF.

       LOAD-ENROLLED-ACCOUNTS.
           MOVE 0 TO WS-PPA-COUNT
           OPEN INPUT PPAY-ACCOUNT-FILE
           IF WS-PPA-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ PPAY-ACCOUNT-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF PPA-ACTIVE AND WS-PPA-COUNT < 2000
                               ADD 1 TO WS-PPA-COUNT
                               MOVE PPA-ACCT-NUMBER
                                   TO WS-PPA-ACCT(WS-PPA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ACCOUNT-FILE
           END-IF
           IF WS-PPA-COUNT = 0
               DISPLAY "ERROR|No accounts are enrolled in positive"
                   " pay - file not loaded"
               STOP RUN
           END-IF.

       OPEN-INTAKE-FILES.
           OPEN INPUT ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot reopen issued-check file: "
                   WS-ISSUE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open import report: "
                   WS-REPORT-STATUS
               CLOSE ISSUE-FILE
               STOP RUN
           END-IF.

       PROCESS-DETAILS.
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ISSUE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ISD-TYPE = "D"
                           ADD 1 TO WS-LINE-NO
                           PERFORM PROCESS-ONE-DETAIL
                               THRU PROCESS-ONE-DETAIL-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-DETAIL.
           MOVE 0 TO WS-ENROLLED
           PERFORM VARYING WS-PPA-IDX FROM 1 BY 1
                   UNTIL WS-PPA-IDX > WS-PPA-COUNT
               IF WS-PPA-ACCT(WS-PPA-IDX) = ISD-ACCT-NUMBER
                   MOVE 1 TO WS-ENROLLED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ENROLLED = 0
               MOVE "NOT-ENROLLED  " TO IRR-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-REJECTED
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           IF ISD-VOID
               PERFORM VOID-ISSUED-CHECK
               IF WS-FOUND = 0
                   MOVE "VOID-NOT-FOUND" TO IRR-DISPOSITION
                   ADD 1 TO WS-REJECTED
               ELSE
                   MOVE "VOIDED        " TO IRR-DISPOSITION
                   ADD 1 TO WS-VOIDED
               END-IF
               PERFORM WRITE-REPORT-LINE
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           IF NOT ISD-ISSUE
               MOVE "BAD-ACTION    " TO IRR-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-REJECTED
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           PERFORM FIND-ISSUED-CHECK
           IF WS-FOUND = 1
               MOVE "DUP-NUMBER    " TO IRR-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-REJECTED
               GO TO PROCESS-ONE-DETAIL-EXIT
           END-IF

           OPEN EXTEND PPAY-ISSUED-FILE
           IF WS-PPI-STATUS = "35"
               OPEN OUTPUT PPAY-ISSUED-FILE
           END-IF
           IF WS-PPI-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open ppay-issued: "
                   WS-PPI-STATUS
               CLOSE ISSUE-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           INITIALIZE PPAY-ISSUED-RECORD
           MOVE ISD-ACCT-NUMBER  TO PPI-ACCT-NUMBER
           MOVE ISD-CHECK-NUMBER TO PPI-CHECK-NUMBER
           MOVE ISD-AMOUNT       TO PPI-AMOUNT
           MOVE ISD-ISSUE-DATE   TO PPI-ISSUE-DATE
           MOVE ISD-PAYEE        TO PPI-PAYEE
           MOVE "ISSUED  "       TO PPI-STATUS
           MOVE WS-DATE-YYYYMMDD TO PPI-LOADED-DATE
           WRITE PPAY-ISSUED-RECORD
           CLOSE PPAY-ISSUED-FILE

           MOVE "ISSUED        " TO IRR-DISPOSITION
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-ADDED.

       PROCESS-ONE-DETAIL-EXIT.
           EXIT.

       FIND-ISSUED-CHECK.
      *    A number already ISSUED or PAID on the account cannot be
      *    issued again; a VOID number can.
           MOVE 0 TO WS-FOUND
           OPEN INPUT PPAY-ISSUED-FILE
           IF WS-PPI-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ PPAY-ISSUED-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF PPI-ACCT-NUMBER = ISD-ACCT-NUMBER
                               AND PPI-CHECK-NUMBER
                                   = ISD-CHECK-NUMBER
                               AND NOT PPI-VOID
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ISSUED-FILE
           END-IF.

       VOID-ISSUED-CHECK.
           MOVE 0 TO WS-FOUND
           OPEN I-O PPAY-ISSUED-FILE
           IF WS-PPI-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ PPAY-ISSUED-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF PPI-ACCT-NUMBER = ISD-ACCT-NUMBER
                               AND PPI-CHECK-NUMBER
                                   = ISD-CHECK-NUMBER
                               AND PPI-ISSUED
                               MOVE "VOID    " TO PPI-STATUS
                               REWRITE PPAY-ISSUED-RECORD
                               IF WS-PPI-STATUS = "00"
                                   MOVE 1 TO WS-FOUND
                               END-IF
                               MOVE 1 TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPAY-ISSUED-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-LINE-NO       TO IRR-LINE-NO
           MOVE ISD-ACCT-NUMBER  TO IRR-ACCT-NUMBER
           MOVE ISD-CHECK-NUMBER TO IRR-CHECK-NUMBER
           MOVE ISD-AMOUNT       TO IRR-AMOUNT
           WRITE ISSUE-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARN|Report write failed: "
                   WS-REPORT-STATUS
           END-IF

           MOVE ISD-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "ITEM|" IRR-LINE-NO "|" IRR-ACCT-NUMBER "|check "
               IRR-CHECK-NUMBER "|" WS-DISPLAY-AMT "|"
               IRR-DISPOSITION.
