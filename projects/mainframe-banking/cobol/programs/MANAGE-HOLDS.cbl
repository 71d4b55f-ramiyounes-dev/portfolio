      *       — lifts one hold                                         *
      *   EXPIRE                                                       *
      *       — nightly: auto-releases every ACTIVE hold whose         *
      *         release date has passed, with an audit line each;      *
      *         a lapsed CARD-AUTH hold also marks its authorisation   *
      *         EXPIRED in card-auths.dat, so a late clearing shows    *
      *         against an expired auth rather than a live one         *
      *   LIST <acct>                                                  *
      *       — shows the account's holds and the total held           *
      * The available balance (ledger minus ACTIVE holds) is enforced  *
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO WS-AUTH-LOG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
       FD  ACCOUNT-FILE.
       COPY "ACCOUNT-RECORD.cpy".

       FD  AUTH-LOG-FILE.
       COPY "CARD-AUTH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOLDS-PATH              PIC X(256).
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-HOLDS-STATUS            PIC XX.
       01  WS-ACCT-STATUS             PIC XX.
       01  WS-AUTH-LOG-PATH           PIC X(256).
       01  WS-AUTH-LOG-STATUS         PIC XX.
       01  WS-AUTH-EOF                PIC 9      VALUE 0.
       01  WS-AUTHS-EXPIRED           PIC 9(6)   VALUE 0.

       01  WS-ACTION                  PIC X(8).
       01  WS-INPUT-ACCT              PIC X(10).
                  "/accounts.dat" DELIMITED SIZE
                  INTO WS-ACCT-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/card-auths.dat" DELIMITED SIZE
                  INTO WS-AUTH-LOG-PATH
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
                                   HOLD-ACCT-NUMBER "|"
                                   WS-DISPLAY-AMT "|was due "
                                   HOLD-RELEASE-DATE
                               IF HOLD-CARD-AUTH
                                   PERFORM EXPIRE-CARD-AUTH
                               END-IF
                           END-IF
                       END-IF
               END-READ
           CLOSE HOLDS-FILE

           DISPLAY "EXPIRE-COMPLETE|" WS-RELEASED-COUNT
               " holds auto-released|" WS-AUTHS-EXPIRED
               " card auths expired".

       EXPIRE-CARD-AUTH.
      *    The auth that placed this hold never cleared in time.
           OPEN I-O AUTH-LOG-FILE
           IF WS-AUTH-LOG-STATUS NOT = "00"
               DISPLAY "WARN|Cannot open card auth log: "
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE ZERO TO WS-AUTH-EOF
               PERFORM UNTIL WS-AUTH-EOF = 1
                   READ AUTH-LOG-FILE
                       AT END
                           MOVE 1 TO WS-AUTH-EOF
                       NOT AT END
                           IF CAU-HOLD-ID = HOLD-ID
                               AND CAU-APPROVED
                               MOVE "EXPIRED " TO CAU-STATUS
                               REWRITE CARD-AUTH-RECORD
                               IF WS-AUTH-LOG-STATUS = "00"
                                   ADD 1 TO WS-AUTHS-EXPIRED
                                   DISPLAY "AUTH-EXPIRED|"
                                       CAU-AUTH-CODE "|"
                                       CAU-CARD-NUMBER "|hold "
                                       CAU-HOLD-ID
                               END-IF
                               MOVE 1 TO WS-AUTH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-LOG-FILE
           END-IF.

       LIST-HOLDS.
           IF WS-ARG-COUNT < 2
