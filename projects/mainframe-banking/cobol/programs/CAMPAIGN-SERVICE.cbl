       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-SERVICE.
      *================================================================*
      * CAMPAIGN-SERVICE.cbl                                           *
      * Enrols one account in a promotional rate campaign, CALLed at   *
      * account opening (CREATE-ACCOUNT, APPROVE-ACCOUNT) and by the   *
      * MANAGE-CAMPAIGNS ENROL and BULK actions, so every path applies *
      * the same rules: the campaign must exist and be ACTIVE, the     *
      * enrolment date must fall inside its window, the account must   *
      * be of the campaign's product and currency, and an account      *
      * takes one active campaign at a time. The enrolment row         *
      * (campaign-enrolments.dat) records the balance at enrolment as  *
      * the new-money base and the date the promotion ends — the       *
      * enrolment date plus the campaign's duration in months.         *
      * See CAMPAIGN-SERVICE-AREA.cpy for the call interface.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO WS-CAMPAIGN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT ENROL-FILE
               ASSIGN TO WS-ENROL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "RATE-CAMPAIGN.cpy".

       FD  ENROL-FILE.
       COPY "CAMPAIGN-ENROL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CAMPAIGN-PATH           PIC X(256).
       01  WS-ENROL-PATH              PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-CAMPAIGN-STATUS         PIC XX.
       01  WS-ENROL-STATUS            PIC XX.

       01  WS-EOF                     PIC 9.
       01  WS-FOUND                   PIC 9.
       01  WS-DURATION-MONTHS         PIC 9(3).

      *    Enrolment date plus the duration, month arithmetic with
      *    the day pulled back to the end of a shorter month.
       01  WS-EXP-ANNEE               PIC 9(4).
       01  WS-EXP-MOIS                PIC 9(4).
       01  WS-EXP-RESTE               PIC 9(4).
       01  WS-EXP-JOUR                PIC 9(2).
       01  WS-EXP-DATE                PIC 9(8).

       LINKAGE SECTION.
       COPY "CAMPAIGN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING CAMPAIGN-SERVICE-AREA.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           MOVE SPACES TO WS-CAMPAIGN-PATH
           MOVE SPACES TO WS-ENROL-PATH
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/rate-campaigns.dat" DELIMITED SIZE
                  INTO WS-CAMPAIGN-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/campaign-enrolments.dat" DELIMITED SIZE
                  INTO WS-ENROL-PATH
           END-STRING

           MOVE ZERO TO CPS-EXPIRY-DATE
           PERFORM ENROL-ACCOUNT THRU ENROL-ACCOUNT-EXIT
           GOBACK.

       ENROL-ACCOUNT.
           MOVE "N" TO CPS-RESULT
           MOVE 0 TO WS-FOUND
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CMP-CODE = CPS-CAMPAIGN
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF
           IF WS-FOUND = 0
               GO TO ENROL-ACCOUNT-EXIT
           END-IF

           MOVE "W" TO CPS-RESULT
           IF NOT CMP-ACTIVE
               OR CPS-DATE < CMP-ENROL-FROM
               OR CPS-DATE > CMP-ENROL-TO
               GO TO ENROL-ACCOUNT-EXIT
           END-IF
           MOVE "P" TO CPS-RESULT
           IF CPS-ACCT-TYPE NOT = CMP-PRODUCT
               OR CPS-CURRENCY NOT = CMP-CURRENCY
               GO TO ENROL-ACCOUNT-EXIT
           END-IF
           MOVE CMP-DURATION-MONTHS TO WS-DURATION-MONTHS

           MOVE "D" TO CPS-RESULT
           MOVE 0 TO WS-FOUND
           OPEN INPUT ENROL-FILE
           IF WS-ENROL-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ENROL-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ENR-ACCT-NUMBER = CPS-ACCT-NUMBER
                               AND ENR-ACTIVE
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROL-FILE
           END-IF
           IF WS-FOUND = 1
               GO TO ENROL-ACCOUNT-EXIT
           END-IF

           PERFORM COMPUTE-EXPIRY-DATE

           MOVE "E" TO CPS-RESULT
           OPEN EXTEND ENROL-FILE
           IF WS-ENROL-STATUS = "35"
               OPEN OUTPUT ENROL-FILE
           END-IF
           IF WS-ENROL-STATUS NOT = "00"
               GO TO ENROL-ACCOUNT-EXIT
           END-IF
           INITIALIZE CAMPAIGN-ENROL-RECORD
           MOVE CPS-ACCT-NUMBER   TO ENR-ACCT-NUMBER
           MOVE CPS-CAMPAIGN      TO ENR-CAMPAIGN
           MOVE CPS-DATE          TO ENR-ENROLLED-DATE
           MOVE WS-EXP-DATE       TO ENR-EXPIRY-DATE
           MOVE CPS-BALANCE       TO ENR-BASE-BALANCE
           MOVE "ACTIVE  "        TO ENR-STATUS
           MOVE "N"               TO ENR-NOTICE-SENT
           WRITE CAMPAIGN-ENROL-RECORD
           IF WS-ENROL-STATUS = "00"
               MOVE "Y" TO CPS-RESULT
               MOVE WS-EXP-DATE TO CPS-EXPIRY-DATE
           END-IF
           CLOSE ENROL-FILE.
       ENROL-ACCOUNT-EXIT.
           EXIT.

       COMPUTE-EXPIRY-DATE.
           DIVIDE CPS-DATE BY 10000
               GIVING WS-EXP-ANNEE REMAINDER WS-EXP-RESTE
           DIVIDE WS-EXP-RESTE BY 100
               GIVING WS-EXP-MOIS REMAINDER WS-EXP-JOUR
           COMPUTE WS-EXP-MOIS = WS-EXP-MOIS + WS-DURATION-MONTHS
           PERFORM UNTIL WS-EXP-MOIS <= 12
               SUBTRACT 12 FROM WS-EXP-MOIS
               ADD 1 TO WS-EXP-ANNEE
           END-PERFORM
           COMPUTE WS-EXP-DATE =
               WS-EXP-ANNEE * 10000 + WS-EXP-MOIS * 100 + WS-EXP-JOUR
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-DATE) = 0
               SUBTRACT 1 FROM WS-EXP-DATE
           END-PERFORM.
