       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CARD-AUTHS.
      *================================================================*
      * IMPORT-CARD-AUTHS.cbl                                          *
      * Intraday intake for the card network's authorisation file,     *
      * one request per record (card number, amount, merchant, auth    *
      * code). Clearing only reaches us days after the purchase, so    *
      * each approved auth earmarks its amount straight away: the      *
      * request is refused for an unknown, BLOCKED or EXPIRED card, an *
      * account that is not ACTIVE, a breach of CARD-DAILY-LIMIT (the  *
      * card's same-day usage advances here, as keyed card debits do)  *
      * or an amount beyond the available balance — ledger minus       *
      * ACTIVE holds plus an unexpired CHECKING overdraft, the rule    *
      * ADD-TRANSACTION enforces. An approved auth places a CARD-AUTH  *
      * HOLD in the MANAGE-HOLDS record format, released on the auth's *
      * expiry date by the nightly MANAGE-HOLDS EXPIRE unless clearing *
      * matches it first. Every request, approved or declined, is      *
      * logged to card-auths.dat (CARD-AUTH.cpy).                      *
      * Input: AUTH_FILE via environment names the inbound file;       *
      *        CARD_AUTH_DAYS overrides the default 7 calendar days    *
      *        an auth may wait for clearing.                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-INPUT-FILE
               ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CARD-FILE
               ASSIGN TO WS-CARD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO WS-AUTH-LOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-INPUT-FILE.
       01  AUTH-INPUT-RECORD.
           05  CAI-CARD-NUMBER         PIC 9(16).
           05  CAI-AMOUNT              PIC 9(13)V99.
           05  CAI-MERCHANT            PIC X(30).
           05  CAI-AUTH-CODE           PIC X(6).
           05  FILLER                  PIC X(13).

       FD  CARD-FILE.
       COPY "CARD-RECORD.cpy".

       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

       FD  AUTH-LOG-FILE.
       COPY "CARD-AUTH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-PATH              PIC X(256).
       01  WS-CARD-PATH               PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-AUTH-LOG-PATH           PIC X(256).
       01  WS-DATA-DIR                PIC X(256).

       01  WS-INPUT-STATUS            PIC XX.
       01  WS-CARD-STATUS             PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-AUTH-LOG-STATUS         PIC XX.

       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-SCAN-EOF                PIC 9      VALUE 0.
       01  WS-DUPLICATE               PIC 9      VALUE 0.
       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-APPROVED                PIC 9(6)   VALUE 0.
       01  WS-DECLINED                PIC 9(6)   VALUE 0.
       01  WS-APPROVED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-INPUT-DAYS              PIC X(4).
       01  WS-AUTH-DAYS               PIC 9(3)   VALUE 7.
       01  WS-EXPIRY-DATE             PIC 9(8).
       01  WS-MAX-HOLD-ID             PIC 9(8)   VALUE 0.

       01  WS-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-ACTIVE-HOLDS            PIC S9(13)V99 COMP-3.
       01  WS-AVAILABLE-BAL           PIC S9(13)V99 COMP-3.
       01  WS-DECLINE-REASON          PIC X(14).
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
                  "/cards.dat" DELIMITED SIZE
                  INTO WS-CARD-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/card-auths.dat" DELIMITED SIZE
                  INTO WS-AUTH-LOG-PATH
           END-STRING

           ACCEPT WS-INPUT-PATH FROM ENVIRONMENT "AUTH_FILE"
           IF WS-INPUT-PATH = SPACES
               DISPLAY "ERROR|AUTH_FILE is required"
               STOP RUN
           END-IF
           ACCEPT WS-INPUT-DAYS FROM ENVIRONMENT "CARD_AUTH_DAYS"
           IF WS-INPUT-DAYS NOT = SPACES
               COMPUTE WS-AUTH-DAYS = FUNCTION NUMVAL(WS-INPUT-DAYS)
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               + WS-AUTH-DAYS)

           PERFORM FIND-MAX-HOLD-ID
           PERFORM OPEN-AUTH-FILES

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ AUTH-INPUT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PROCESS-ONE-AUTH
                           THRU PROCESS-ONE-AUTH-EXIT
               END-READ
           END-PERFORM

           CLOSE AUTH-INPUT-FILE
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE

           MOVE WS-APPROVED-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "AUTHS-COMPLETE|" WS-APPROVED " approved|"
               WS-DECLINED " declined|held " WS-DISPLAY-AMT
               "|expire " WS-EXPIRY-DATE
           STOP RUN.

       FIND-MAX-HOLD-ID.
           MOVE 0 TO WS-MAX-HOLD-ID
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE ZERO TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF HOLD-ID > WS-MAX-HOLD-ID
                               MOVE HOLD-ID TO WS-MAX-HOLD-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       OPEN-AUTH-FILES.
           OPEN INPUT AUTH-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open authorisation file: "
                   WS-INPUT-STATUS
               STOP RUN
           END-IF
           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open cards: " WS-CARD-STATUS
               CLOSE AUTH-INPUT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open accounts: " WS-ACCT-STATUS
               CLOSE AUTH-INPUT-FILE
               CLOSE CARD-FILE
               STOP RUN
           END-IF.

       PROCESS-ONE-AUTH.
           MOVE CAI-AMOUNT TO WS-AMOUNT
           MOVE SPACES TO WS-DECLINE-REASON

      *    The network never reuses an auth code on a card; a repeat
      *    is a resent request and must not hold the funds twice.
           PERFORM CHECK-DUPLICATE-AUTH
           PERFORM BUILD-AUTH-RECORD
           IF WS-DUPLICATE = 1
               MOVE "DUPLICATE     " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF
           IF WS-AMOUNT <= 0 OR CAI-AUTH-CODE = SPACES
               MOVE "INVALID       " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF

           MOVE CAI-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE "UNKNOWN-CARD  " TO WS-DECLINE-REASON
                   PERFORM DECLINE-AUTH
                   GO TO PROCESS-ONE-AUTH-EXIT
           END-READ
           MOVE CARD-ACCT-NUMBER TO CAU-ACCT-NUMBER
           IF CARD-ACTIVE
               AND CARD-EXPIRY-DATE < WS-DATE-YYYYMMDD
      *        Past expiry: aged in place, as keyed card intake does.
               MOVE "EXPIRED " TO CARD-STATUS
               REWRITE CARD-RECORD
           END-IF
           IF CARD-BLOCKED
               MOVE "CARD-BLOCKED  " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF
           IF NOT CARD-ACTIVE
               MOVE "CARD-EXPIRED  " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF

           MOVE CARD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NO-ACCOUNT    " TO WS-DECLINE-REASON
                   PERFORM DECLINE-AUTH
                   GO TO PROCESS-ONE-AUTH-EXIT
           END-READ
           MOVE ACCT-CURRENCY TO CAU-CURRENCY
           IF NOT ACCT-STATUS-ACTIVE
               MOVE "ACCT-NOT-OPEN " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF

           IF CARD-DAILY-LIMIT > 0
               IF CARD-USED-DATE NOT = WS-DATE-YYYYMMDD
                   MOVE WS-DATE-YYYYMMDD TO CARD-USED-DATE
                   MOVE ZERO TO CARD-USED-AMOUNT
               END-IF
               IF CARD-USED-AMOUNT + WS-AMOUNT > CARD-DAILY-LIMIT
                   MOVE "DAILY-LIMIT   " TO WS-DECLINE-REASON
                   PERFORM DECLINE-AUTH
                   GO TO PROCESS-ONE-AUTH-EXIT
               END-IF
           END-IF

           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-AVAILABLE-BAL < WS-AMOUNT
               MOVE "INSUFF-FUNDS  " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF

           IF CARD-DAILY-LIMIT > 0
               ADD WS-AMOUNT TO CARD-USED-AMOUNT
               REWRITE CARD-RECORD
               IF WS-CARD-STATUS NOT = "00"
                   DISPLAY "WARN|Card usage rewrite failed: "
                       WS-CARD-STATUS
               END-IF
           END-IF

           PERFORM PLACE-AUTH-HOLD
           IF CAU-HOLD-ID = 0
               MOVE "HOLD-FAILED   " TO WS-DECLINE-REASON
               PERFORM DECLINE-AUTH
               GO TO PROCESS-ONE-AUTH-EXIT
           END-IF

           MOVE "APPROVED"     TO CAU-STATUS
           MOVE WS-EXPIRY-DATE TO CAU-EXPIRY-DATE
           PERFORM WRITE-AUTH-LOG
           ADD 1 TO WS-APPROVED
           ADD WS-AMOUNT TO WS-APPROVED-TOTAL
           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "AUTH|" WS-LINE-NO "|" CAI-AUTH-CODE "|"
               CAI-CARD-NUMBER "|" CARD-ACCT-NUMBER "|"
               WS-DISPLAY-AMT "|APPROVED|hold " CAU-HOLD-ID.

       PROCESS-ONE-AUTH-EXIT.
           EXIT.

       CHECK-DUPLICATE-AUTH.
           MOVE 0 TO WS-DUPLICATE
           OPEN INPUT AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS = "00"
               MOVE ZERO TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ AUTH-LOG-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF CAU-AUTH-CODE = CAI-AUTH-CODE
                               AND CAU-CARD-NUMBER = CAI-CARD-NUMBER
                               AND NOT CAU-DECLINED
                               AND NOT CAU-UNAUTH
                               MOVE 1 TO WS-DUPLICATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-LOG-FILE
           END-IF.

       BUILD-AUTH-RECORD.
           INITIALIZE CARD-AUTH-RECORD
           MOVE CAI-AUTH-CODE   TO CAU-AUTH-CODE
           MOVE CAI-CARD-NUMBER TO CAU-CARD-NUMBER
           MOVE CAI-MERCHANT    TO CAU-MERCHANT
           MOVE WS-AMOUNT       TO CAU-AMOUNT
           MOVE WS-TIMESTAMP    TO CAU-TIMESTAMP.

       CHECK-AVAILABLE-FUNDS.
      *    Same available-balance rule ADD-TRANSACTION applies to a
      *    keyed debit: ledger balance minus active holds - the holds
      *    of earlier approved auths included - plus the CHECKING
      *    overdraft facility while unexpired.
           MOVE 0 TO WS-ACTIVE-HOLDS
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           IF HOLD-ACCT-NUMBER = ACCT-NUMBER
                               AND HOLD-ACTIVE
                               ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           COMPUTE WS-AVAILABLE-BAL = ACCT-BALANCE - WS-ACTIVE-HOLDS
           IF ACCT-TYPE-CHECKING
               AND (ACCT-OVERDRAFT-EXPIRY = 0
                   OR WS-DATE-YYYYMMDD <= ACCT-OVERDRAFT-EXPIRY)
               ADD ACCT-OVERDRAFT-LIMIT TO WS-AVAILABLE-BAL
           END-IF.

       PLACE-AUTH-HOLD.
           MOVE 0 TO CAU-HOLD-ID
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot place authorisation hold: "
                   WS-HOLDS-STATUS
           ELSE
               INITIALIZE HOLD-RECORD
               COMPUTE HOLD-ID = WS-MAX-HOLD-ID + 1
               MOVE ACCT-NUMBER       TO HOLD-ACCT-NUMBER
               MOVE WS-AMOUNT         TO HOLD-AMOUNT
               MOVE "CARD-AUTH   "    TO HOLD-REASON
               MOVE WS-TIMESTAMP      TO HOLD-PLACED-TS
               MOVE WS-EXPIRY-DATE    TO HOLD-RELEASE-DATE
               MOVE "ACTIVE  "        TO HOLD-STATUS
               WRITE HOLD-RECORD
               IF WS-HOLDS-STATUS NOT = "00"
                   DISPLAY "WARN|Authorisation hold write failed: "
                       WS-HOLDS-STATUS
               ELSE
                   MOVE HOLD-ID TO WS-MAX-HOLD-ID
                   MOVE HOLD-ID TO CAU-HOLD-ID
               END-IF
               CLOSE HOLDS-FILE
           END-IF.

       DECLINE-AUTH.
           MOVE "DECLINED"        TO CAU-STATUS
           MOVE WS-DECLINE-REASON TO CAU-DECLINE-REASON
           PERFORM WRITE-AUTH-LOG
           ADD 1 TO WS-DECLINED
           MOVE WS-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "AUTH|" WS-LINE-NO "|" CAI-AUTH-CODE "|"
               CAI-CARD-NUMBER "|" CAU-ACCT-NUMBER "|"
               WS-DISPLAY-AMT "|DECLINED|" WS-DECLINE-REASON.

       WRITE-AUTH-LOG.
           OPEN EXTEND AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS = "35"
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write authorisation log: "
                   WS-AUTH-LOG-STATUS
           ELSE
               WRITE CARD-AUTH-RECORD
               IF WS-AUTH-LOG-STATUS NOT = "00"
                   DISPLAY "WARN|Authorisation log write failed: "
                       WS-AUTH-LOG-STATUS
               END-IF
               CLOSE AUTH-LOG-FILE
           END-IF.
