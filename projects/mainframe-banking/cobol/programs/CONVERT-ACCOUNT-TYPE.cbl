           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           ELSE
               MOVE ZERO TO ACCT-CREDIT-LIMIT
           END-IF
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Rewrite failed: " WS-ACCT-STATUS
               CLOSE ACCOUNT-FILE
               WRITE ACCOUNT-TYPE-CHANGE-RECORD
               CLOSE TYPE-CHANGE-FILE
           END-IF.

       REWRITE-ACCOUNT-JOURNALED.
      *    Every change to the master also goes to the recovery
      *    journal as a before and an after image: the updated record
      *    is held while the stored copy is read back as the before
      *    image, then rewritten. Only a rewrite that took is
      *    journaled; the caller checks WS-ACCT-STATUS as before.
           MOVE ACCOUNT-RECORD TO JSV-AFTER-IMAGE
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO JSV-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO JSV-BEFORE-IMAGE
           END-READ
           MOVE JSV-AFTER-IMAGE TO ACCOUNT-RECORD
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS = "00"
               MOVE "C" TO JSV-ACTION
               PERFORM JOURNAL-ACCOUNT-CHANGE
           END-IF.

       JOURNAL-ACCOUNT-CHANGE.
           MOVE "IMAGE" TO JSV-FUNCTION
           MOVE "CONVERT-ACCOUNT-TYPE" TO JSV-PROGRAM
           MOVE ZERO TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
