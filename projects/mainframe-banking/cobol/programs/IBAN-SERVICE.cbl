       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAN-SERVICE.
      *================================================================*
      * IBAN-SERVICE.cbl                                               *
      * Builds and decodes the IBANs we issue to EUR accounts, CALLed  *
      * by account opening (CREATE-ACCOUNT, APPROVE-ACCOUNT), the      *
      * CONVERT-ACCOUNTS backfill, QUERY-ACCOUNT, ADD-TRANSACTION and  *
      * DISBURSE-PAYROLL. Our IBANs follow the French layout:          *
      *   FR kk BBBBB GGGGG CCCCCCCCCCC RR                             *
      * B bank code and G guichet code from the branch table, C the    *
      * compte ("0" + the 10-digit account number), R the RIB key      *
      * 97 - ((89 x B + 15 x G + 3 x C) mod 97), and kk the ISO 13616  *
      * check digits 98 - (BBAN + "FR00" as digits, mod 97).           *
      * Decoding accepts any IBAN (spaces and lower case allowed),     *
      * checks it mod 97 and only then decides whether it is ours.     *
      * See IBAN-SERVICE-AREA.cpy for the call interface.              *
      *================================================================*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "BRANCH-TABLE.cpy".
       01  WS-BRANCH-IDX              PIC 9(2).
       01  WS-BRANCH-FOUND            PIC 9      VALUE 0.
       01  WS-LOADED                  PIC 9      VALUE 0.

      *    Basic bank account number (RIB) of one of our accounts
       01  WS-BBAN.
           05  WS-BBAN-BANK           PIC X(5).
           05  WS-BBAN-GUICHET        PIC X(5).
           05  WS-BBAN-COMPTE.
               10  WS-BBAN-LEAD       PIC X(1).
               10  WS-BBAN-ACCT       PIC 9(10).
           05  WS-BBAN-CLE            PIC 9(2).
       01  WS-RIB-BANK                PIC 9(5).
       01  WS-RIB-GUICHET             PIC 9(5).
       01  WS-RIB-COMPTE              PIC 9(11).
       01  WS-RIB-SUM                 PIC 9(15).
       01  WS-RIB-QUOT                PIC 9(15).
       01  WS-RIB-REM                 PIC 9(2).

      *    IBAN as keyed, compressed and upper-cased
       01  WS-IBAN                    PIC X(34).
       01  WS-IBAN-LEN                PIC 9(2).
       01  WS-IN-IDX                  PIC 9(2).
       01  WS-CHAR                    PIC X(1).

      *    ISO 7064 mod 97-10 over the IBAN with its first four
      *    characters moved to the end, letters counted A=10 .. Z=35
       01  WS-CHECK-STRING            PIC X(34).
       01  WS-CHECK-LEN               PIC 9(2).
       01  WS-CHAR-IDX                PIC 9(2).
       01  WS-DIGIT                   PIC 9(1).
       01  WS-LETTER-POS              PIC 9(2).
       01  WS-MOD97                   PIC 9(2).
       01  WS-CHECK-BAD               PIC 9      VALUE 0.
       01  WS-CHECK-DIGITS            PIC 9(2).
       01  WS-ALPHABET                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       COPY "IBAN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING IBAN-SERVICE-AREA.
       MAIN-PARA.
           IF WS-LOADED = 0
               MOVE BRANCH-INIT-DATA TO BRANCH-ENTRIES
               MOVE 1 TO WS-LOADED
           END-IF

           EVALUATE IBV-FUNCTION
               WHEN "BUILD"
                   PERFORM BUILD-IBAN
               WHEN "RESOL"
                   PERFORM RESOLVE-IBAN THRU RESOLVE-IBAN-EXIT
               WHEN OTHER
                   MOVE "N" TO IBV-RESULT
           END-EVALUATE
           GOBACK.

       BUILD-IBAN.
           MOVE SPACES TO IBV-IBAN
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > BRANCH-COUNT
               IF BR-CODE(WS-BRANCH-IDX) = IBV-BRANCH
                   MOVE 1 TO WS-BRANCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 0
               MOVE "B" TO IBV-RESULT
           ELSE
               MOVE BR-BANK-CODE(WS-BRANCH-IDX) TO WS-BBAN-BANK
               MOVE BR-GUICHET(WS-BRANCH-IDX)   TO WS-BBAN-GUICHET
               MOVE "0"                         TO WS-BBAN-LEAD
               MOVE IBV-ACCT-NUMBER             TO WS-BBAN-ACCT
               PERFORM COMPUTE-RIB-KEY
               MOVE WS-RIB-REM                  TO WS-BBAN-CLE

               MOVE SPACES TO WS-IBAN
               STRING "FR00" DELIMITED SIZE
                      WS-BBAN DELIMITED SIZE
                      INTO WS-IBAN
               END-STRING
               MOVE 27 TO WS-IBAN-LEN
               PERFORM COMPUTE-MOD97
               COMPUTE WS-CHECK-DIGITS = 98 - WS-MOD97
               MOVE WS-CHECK-DIGITS TO WS-IBAN(3:2)
               MOVE WS-IBAN TO IBV-IBAN
               MOVE "Y" TO IBV-RESULT
           END-IF.

       COMPUTE-RIB-KEY.
      *    The compte is all digits on our accounts, so the letter
      *    transposition table of the RIB standard never applies.
           MOVE WS-BBAN-BANK    TO WS-RIB-BANK
           MOVE WS-BBAN-GUICHET TO WS-RIB-GUICHET
           MOVE WS-BBAN-COMPTE  TO WS-RIB-COMPTE
           COMPUTE WS-RIB-SUM = 89 * WS-RIB-BANK
                              + 15 * WS-RIB-GUICHET
                              + 3 * WS-RIB-COMPTE
           DIVIDE WS-RIB-SUM BY 97 GIVING WS-RIB-QUOT
               REMAINDER WS-RIB-REM
           COMPUTE WS-RIB-REM = 97 - WS-RIB-REM.

       RESOLVE-IBAN.
           MOVE 0 TO IBV-ACCT-NUMBER
           MOVE SPACES TO IBV-BRANCH
           MOVE "N" TO IBV-RESULT

      *    Drop the grouping spaces an IBAN is usually printed with
           MOVE SPACES TO WS-IBAN
           MOVE 0 TO WS-IBAN-LEN
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > 34
               MOVE IBV-IBAN(WS-IN-IDX:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-CHAR TO WS-IBAN(WS-IBAN-LEN:1)
               END-IF
           END-PERFORM
           INSPECT WS-IBAN CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-IBAN TO IBV-IBAN

           IF WS-IBAN-LEN < 15
               GO TO RESOLVE-IBAN-EXIT
           END-IF
           IF WS-IBAN(1:2) IS NOT ALPHABETIC
               OR WS-IBAN(3:2) IS NOT NUMERIC
               GO TO RESOLVE-IBAN-EXIT
           END-IF
           PERFORM COMPUTE-MOD97
           IF WS-CHECK-BAD = 1 OR WS-MOD97 NOT = 1
               GO TO RESOLVE-IBAN-EXIT
           END-IF

           MOVE "X" TO IBV-RESULT
           IF WS-IBAN(1:2) NOT = "FR" OR WS-IBAN-LEN NOT = 27
               GO TO RESOLVE-IBAN-EXIT
           END-IF
           MOVE WS-IBAN(5:23) TO WS-BBAN
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > BRANCH-COUNT
               IF BR-BANK-CODE(WS-BRANCH-IDX) = WS-BBAN-BANK
                   MOVE 1 TO WS-BRANCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 0
               GO TO RESOLVE-IBAN-EXIT
           END-IF

      *    Our bank code: from here on it must be an IBAN we could
      *    have issued.
           MOVE "N" TO IBV-RESULT
           IF WS-BBAN-LEAD NOT = "0"
               OR WS-BBAN-ACCT IS NOT NUMERIC
               GO TO RESOLVE-IBAN-EXIT
           END-IF
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > BRANCH-COUNT
               IF BR-BANK-CODE(WS-BRANCH-IDX) = WS-BBAN-BANK
                   AND BR-GUICHET(WS-BRANCH-IDX) = WS-BBAN-GUICHET
                   MOVE 1 TO WS-BRANCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 0
               MOVE "B" TO IBV-RESULT
               GO TO RESOLVE-IBAN-EXIT
           END-IF
           MOVE BR-CODE(WS-BRANCH-IDX) TO IBV-BRANCH
           MOVE WS-BBAN-ACCT TO IBV-ACCT-NUMBER
           MOVE "Y" TO IBV-RESULT.
       RESOLVE-IBAN-EXIT.
           EXIT.

       COMPUTE-MOD97.
      *    Digit by digit, so the 30-odd digit number the standard
      *    describes never has to be held at once.
           MOVE SPACES TO WS-CHECK-STRING
           COMPUTE WS-CHECK-LEN = WS-IBAN-LEN - 4
           MOVE WS-IBAN(5:WS-CHECK-LEN) TO WS-CHECK-STRING
           MOVE WS-IBAN(1:4)
               TO WS-CHECK-STRING(WS-CHECK-LEN + 1:4)
           ADD 4 TO WS-CHECK-LEN

           MOVE 0 TO WS-MOD97
           MOVE 0 TO WS-CHECK-BAD
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-CHECK-LEN
               MOVE WS-CHECK-STRING(WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-DIGIT
                   COMPUTE WS-MOD97 =
                       FUNCTION MOD(WS-MOD97 * 10 + WS-DIGIT 97)
               ELSE
                   MOVE 0 TO WS-LETTER-POS
                   INSPECT WS-ALPHABET TALLYING WS-LETTER-POS
                       FOR CHARACTERS BEFORE INITIAL WS-CHAR
                   IF WS-LETTER-POS > 25
                       MOVE 1 TO WS-CHECK-BAD
                   ELSE
                       COMPUTE WS-MOD97 = FUNCTION MOD(
                           WS-MOD97 * 100 + WS-LETTER-POS + 10 97)
                   END-IF
               END-IF
           END-PERFORM.
