      *     — lists unacknowledged items older than AGE_DAYS           *
      *       (default 3) so nothing sits at the correspondent         *
      *       unnoticed                                                *
      *   SCREEN                                                       *
      *     — sanctions-screens every pending item not yet screened   *
      *       (items queued by MANAGE-ESTATE, and any written before  *
      *       screening began) on its beneficiary name; a match is     *
      *       HELD for compliance. Run ahead of the correspondent      *
      *       cut-off                                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-RETURNED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(6)   VALUE 0.
       01  WS-AGED-COUNT              PIC 9(6)   VALUE 0.
       01  WS-SCREENED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-HELD-COUNT              PIC 9(6)   VALUE 0.

       COPY "SCREEN-SERVICE-AREA.cpy".

       01  WS-NEXT-TXN-ID             PIC 9(10).
       01  WS-CURRENT-BATCH           PIC 9(6).

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: ACK AGING SCREEN"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
                   PERFORM PROCESS-ACKNOWLEDGMENTS
               WHEN "AGING"
                   PERFORM REPORT-AGED-ITEMS
               WHEN "SCREEN"
                   PERFORM SCREEN-PENDING-ITEMS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           DISPLAY "AGING-COMPLETE|" WS-AGED-COUNT
               " items past " WS-AGE-LIMIT " days".

       SCREEN-PENDING-ITEMS.
           OPEN I-O SETTLEMENT-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "INFO|No outbound settlements on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OSB-PENDING
                           AND OSB-SCREENED NOT = "Y"
                           PERFORM SCREEN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE

           DISPLAY "SCREEN-COMPLETE|" WS-SCREENED-COUNT
               " screened|" WS-HELD-COUNT " held".

       SCREEN-ONE-ITEM.
      *    An item with no beneficiary name is held like a match:
      *    it cannot leave unscreened.
           ADD 1 TO WS-SCREENED-COUNT
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE OSB-BENEF-NAME      TO SCS-NAME
           MOVE "Y"                 TO SCS-RECORD
           MOVE "OUTBOUND"          TO SCS-SOURCE
           MOVE OSB-ACCT-NUMBER     TO SCS-ACCT-NUMBER
           MOVE OSB-TXN-ID          TO SCS-TXN-ID
           MOVE OSB-AMOUNT          TO SCS-AMOUNT
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               AND SCS-HIT-STATUS NOT = "RELEASED"
               MOVE "HELD    " TO OSB-STATUS
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "SANCTIONS-HOLD|" OSB-TXN-ID "|"
                   OSB-REFERENCE "|" SCS-LIST-CODE "|"
                   SCS-ENTRY-ID "|score " SCS-SCORE "|hit "
                   SCS-HIT-ID
           END-IF
           MOVE "Y" TO OSB-SCREENED
           REWRITE OUTBOUND-SETTLEMENT-RECORD
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "ERROR|Settlement rewrite failed: "
                   WS-SETTLE-STATUS
           END-IF.

       COMPUTE-SERIAL.
           DIVIDE WS-DATE-IN BY 10000
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-RESTE
