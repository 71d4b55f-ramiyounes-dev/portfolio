       01  WS-PRINCIPAL               PIC S9(13)V99 COMP-3.
       01  WS-REMAINING               PIC S9(13)V99 COMP-3.
       01  WS-ANNUAL-RATE             PIC S9(3)V99 COMP-3.
      *    Rate basis of the superseded rows, kept on the new ones
       01  WS-RATE-TYPE               PIC X(1)   VALUE "F".
       01  WS-MONTHLY-RATE            PIC S9(3)V9(8) COMP-3.
       01  WS-FACTOR                  PIC S9(7)V9(8) COMP-3.
       01  WS-PAYMENT                 PIC S9(13)V99 COMP-3.
      *    schedule; the next installment number continues after the
      *    highest one retired.
           MOVE 0 TO WS-NEXT-INSTALLMENT
           MOVE "F" TO WS-RATE-TYPE
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open schedules: "
                                   TO WS-NEXT-INSTALLMENT
                           END-IF
                           IF LSC-DUE OR LSC-BILLED OR LSC-LATE
                               IF LSC-RATE-VARIABLE
                                   MOVE "V" TO WS-RATE-TYPE
                               END-IF
                               MOVE "RESCHED " TO LSC-STATUS
                               REWRITE LOAN-SCHEDULE-RECORD
                           END-IF
               MOVE WS-PRI-PART      TO LSC-PRINCIPAL
               MOVE WS-INT-PART      TO LSC-INTEREST
               MOVE "DUE     "       TO LSC-STATUS
               MOVE WS-RATE-TYPE     TO LSC-RATE-TYPE
               MOVE WS-ANNUAL-RATE   TO LSC-RATE
               WRITE LOAN-SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.
