      * as a GL pair in the GENERATE-GL-EXPORT record format           *
      * (card-clearing-gl.dat), interchange receivable against fee     *
      * income, branch-prefixed from the account's branch.             *
      * Each posted debit is matched by card and auth code to the      *
      * authorisation log (card-auths.dat, IMPORT-CARD-AUTHS): the     *
      * auth is marked CLEARED and its CARD-AUTH hold trued up to the  *
      * cleared amount and set to lapse at tonight's MANAGE-HOLDS      *
      * EXPIRE, which runs after UPDATE-BALANCES has posted the item.  *
      * A debit with no auth on file is logged there as UNAUTH for     *
      * the REPORT-CARD-AUTHS exception list.                          *
      * Input: CLEARING_FILE via environment names the inbound file;   *
      *        INTERCHANGE_PCT overrides the default fee percentage.   *
      *================================================================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO WS-AUTH-LOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE.
       FD  REGISTRY-FILE.
       COPY "FILE-REGISTRY.cpy".

       FD  AUTH-LOG-FILE.
       COPY "CARD-AUTH.cpy".

       FD  HOLDS-FILE.
       COPY "HOLD-RECORD.cpy".

      *    Interchange income entries, GENERATE-GL-EXPORT record
      *    format, in a companion file the way REVALUE-FX books its
      *    revaluation pairs.
       01  WS-FILE-TAIL-POS           PIC 9(4).
       01  WS-FILE-SCAN-POS           PIC 9(4).

      *    Authorisation matching
       01  WS-AUTH-LOG-PATH           PIC X(256).
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-AUTH-LOG-STATUS         PIC XX.
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-AUTH-EOF                PIC 9.
       01  WS-AUTH-FOUND              PIC 9.
       01  WS-AUTH-HOLD-ID            PIC 9(8).
       01  WS-AUTH-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-CLEARED-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-AUTH-MATCHED            PIC 9(6)   VALUE 0.
       01  WS-AUTH-ADJUSTED           PIC 9(6)   VALUE 0.
       01  WS-AUTH-MISSING            PIC 9(6)   VALUE 0.
       01  WS-DISPLAY-AUTH            PIC -(13)9.99.

       01  WS-LINE-NO                 PIC 9(6)   VALUE 0.
       01  WS-POSTED                  PIC 9(6)   VALUE 0.
       01  WS-REJECTED                PIC 9(6)   VALUE 0.
                  "/file-registry.dat" DELIMITED SIZE
                  INTO WS-REGISTRY-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/card-auths.dat" DELIMITED SIZE
                  INTO WS-AUTH-LOG-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/holds.dat" DELIMITED SIZE
                  INTO WS-HOLDS-PATH
           END-STRING

           ACCEPT WS-CLEARING-PATH FROM ENVIRONMENT "CLEARING_FILE"
           IF WS-CLEARING-PATH = SPACES
           DISPLAY "CLEARING-COMPLETE|" WS-NETWORK "|"
               WS-POSTED " posted|" WS-REJECTED " rejected|"
               "interchange " WS-DISPLAY-FEE
           DISPLAY "AUTH-MATCH|" WS-AUTH-MATCHED " matched|"
               WS-AUTH-ADJUSTED " amount differences|"
               WS-AUTH-MISSING " without authorisation"
           STOP RUN.

       VERIFY-CONTROL-TOTALS.
           ADD 1 TO WS-NEXT-TXN-ID
           PERFORM APPEND-ITEM-PENDING
           PERFORM BOOK-INTERCHANGE-FEE
           IF WS-AMOUNT < 0
               PERFORM MATCH-CARD-AUTH
           END-IF

           MOVE "POSTED        " TO CRR-DISPOSITION
           MOVE WS-NEXT-TXN-ID TO CRR-TXN-ID
               END-IF
           END-IF.

       MATCH-CARD-AUTH.
      *    An auth still EXPIRED is matched all the same: the late
      *    presentment was authorised, only its hold has lapsed.
           MOVE 0 TO WS-AUTH-FOUND
           MOVE 0 TO WS-AUTH-HOLD-ID
           MOVE CLD-AMOUNT TO WS-CLEARED-AMOUNT
           OPEN I-O AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS = "00"
               MOVE 0 TO WS-AUTH-EOF
               PERFORM UNTIL WS-AUTH-EOF = 1
                   READ AUTH-LOG-FILE
                       AT END
                           MOVE 1 TO WS-AUTH-EOF
                       NOT AT END
                           IF CAU-CARD-NUMBER = CLD-CARD-NUMBER
                               AND CAU-AUTH-CODE = CLD-AUTH-CODE
                               AND (CAU-APPROVED OR CAU-EXPIRED)
                               PERFORM CLEAR-MATCHED-AUTH
                               MOVE 1 TO WS-AUTH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-LOG-FILE
           END-IF

           IF WS-AUTH-FOUND = 0
               PERFORM LOG-UNAUTHORISED-ITEM
           ELSE
               ADD 1 TO WS-AUTH-MATCHED
               IF WS-AUTH-AMOUNT NOT = WS-CLEARED-AMOUNT
                   ADD 1 TO WS-AUTH-ADJUSTED
                   MOVE WS-AUTH-AMOUNT TO WS-DISPLAY-AUTH
                   MOVE WS-CLEARED-AMOUNT TO WS-DISPLAY-AMT
                   DISPLAY "AUTH-DIFF|" CLD-AUTH-CODE "|"
                       CLD-CARD-NUMBER "|authorised "
                       WS-DISPLAY-AUTH "|cleared " WS-DISPLAY-AMT
               END-IF
               IF WS-AUTH-HOLD-ID > 0
                   PERFORM SETTLE-AUTH-HOLD
               END-IF
           END-IF.

       CLEAR-MATCHED-AUTH.
           MOVE CAU-AMOUNT        TO WS-AUTH-AMOUNT
           MOVE CAU-HOLD-ID       TO WS-AUTH-HOLD-ID
           MOVE "CLEARED "        TO CAU-STATUS
           MOVE WS-CLEARED-AMOUNT TO CAU-CLEARED-AMOUNT
           MOVE WS-NEXT-TXN-ID    TO CAU-CLEARED-TXN
           MOVE WS-DATE-YYYYMMDD  TO CAU-CLEARED-DATE
           REWRITE CARD-AUTH-RECORD
           IF WS-AUTH-LOG-STATUS NOT = "00"
               DISPLAY "WARN|Auth log rewrite failed: "
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE 1 TO WS-AUTH-FOUND
           END-IF.

       SETTLE-AUTH-HOLD.
      *    The hold now stands for the cleared item until tonight's
      *    UPDATE-BALANCES posts it to the ledger: trued up to what
      *    the network settled and due for release today, which the
      *    cycle's MANAGE-HOLDS EXPIRE step - after the posting -
      *    acts on. A hold that has already lapsed stays released.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open holds to settle auth: "
                   WS-HOLDS-STATUS
           ELSE
               MOVE 0 TO WS-AUTH-EOF
               PERFORM UNTIL WS-AUTH-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-AUTH-EOF
                       NOT AT END
                           IF HOLD-ID = WS-AUTH-HOLD-ID
                               IF HOLD-ACTIVE
                                   MOVE WS-CLEARED-AMOUNT
                                       TO HOLD-AMOUNT
                                   MOVE WS-DATE-YYYYMMDD
                                       TO HOLD-RELEASE-DATE
                                   REWRITE HOLD-RECORD
                                   IF WS-HOLDS-STATUS NOT = "00"
                                       DISPLAY "WARN|Auth hold rewrite"
                                           " failed: " WS-HOLDS-STATUS
                                   END-IF
                               END-IF
                               MOVE 1 TO WS-AUTH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       LOG-UNAUTHORISED-ITEM.
           ADD 1 TO WS-AUTH-MISSING
           OPEN EXTEND AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS = "35"
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write card auth log: "
                   WS-AUTH-LOG-STATUS
           ELSE
               INITIALIZE CARD-AUTH-RECORD
               MOVE CLD-AUTH-CODE     TO CAU-AUTH-CODE
               MOVE CLD-CARD-NUMBER   TO CAU-CARD-NUMBER
               MOVE CARD-ACCT-NUMBER  TO CAU-ACCT-NUMBER
               MOVE CLD-MERCHANT      TO CAU-MERCHANT
               MOVE CLD-CURRENCY      TO CAU-CURRENCY
               MOVE WS-TIMESTAMP      TO CAU-TIMESTAMP
               MOVE "UNAUTH  "        TO CAU-STATUS
               MOVE WS-CLEARED-AMOUNT TO CAU-CLEARED-AMOUNT
               MOVE WS-NEXT-TXN-ID    TO CAU-CLEARED-TXN
               MOVE WS-DATE-YYYYMMDD  TO CAU-CLEARED-DATE
               WRITE CARD-AUTH-RECORD
               CLOSE AUTH-LOG-FILE
           END-IF
           MOVE WS-CLEARED-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "NO-AUTH|" CLD-AUTH-CODE "|" CLD-CARD-NUMBER "|"
               CARD-ACCT-NUMBER "|" WS-DISPLAY-AMT "|" CLD-MERCHANT.

       LOOKUP-BRANCH-PREFIX.
           MOVE BR-GL-PREFIX(1) TO WS-BRANCH-PREFIX
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
