      * charge the schedule does not cover.                          *
      * FSV-RECORD = Y also appends the charge actually made to the  *
      * fee assessments ledger for the monthly fee income report.    *
      * FSV-RECORD = D records the caller's own figure unresolved.     *
      * See FEE-SERVICE-AREA.cpy for the call interface.               *
      *================================================================*


           MOVE "N" TO FSV-FOUND
           MOVE FSV-DEFAULT-AMOUNT TO FSV-AMOUNT
           MOVE 0 TO FSV-PERCENT
           IF FSV-RECORD = "D"
               PERFORM APPEND-ASSESSMENT
               GOBACK
           END-IF
           PERFORM RESOLVE-SCHEDULE-ROW
           IF WS-FOUND = 1
               MOVE "Y" TO FSV-FOUND
               MOVE WS-BEST-PERCENT TO FSV-PERCENT
               IF WS-BEST-PERCENT NOT = 0
                   COMPUTE FSV-AMOUNT ROUNDED =
                       FSV-BASE-AMOUNT * WS-BEST-PERCENT / 100
