      *                      account dormant past the statutory age    *
      *                      (ESCHEAT_MONTHS, default 36) that has no  *
      *                      open case yet; the response window is     *
      *                      RESPONSE_DAYS (default 60). Where the     *
      *                      owner's address is flagged as returned    *
      *                      mail the case still opens, but the notice *
      *                      goes to held mail (MAIL-SERVICE), not to  *
      *                      the mail house                            *
      *   RESPOND <case-id>  owner came forward - close the case       *
      *   REMIT              for NOTIFIED cases past their deadline,   *
      *                      write the state remittance record and     *

       01  WS-NOTIFIED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-REMITTED-COUNT          PIC 9(5)   VALUE 0.
       01  WS-NOTICE-HELD-COUNT       PIC 9(5)   VALUE 0.
       01  WS-CASE-FOUND              PIC 9      VALUE 0.
       01  WS-CLOSURE-POSTED          PIC 9      VALUE 0.
       01  WS-DRAIN-AMOUNT            PIC S9(13)V99 COMP-3.
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".
       COPY "MAIL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           CLOSE NOTICE-FILE

           DISPLAY "NOTIFY-COMPLETE|" WS-NOTIFIED-COUNT
               " cases opened, deadline " WS-DEADLINE-INT "|"
               WS-NOTICE-HELD-COUNT " notices held (returned mail)".

       CONSIDER-ONE-ACCOUNT.
      *    Already under a live case? Then the clock is running
           MOVE "NOTIFIED  "      TO ESC-STATUS
           WRITE ESCHEAT-CASE-RECORD

      *    An owner whose address is known to be bad cannot be
      *    reached by post: the case and its response window run as
      *    usual, the notice is kept back in held mail and the audit
      *    trail shows the due-diligence mailing was not possible.
           INITIALIZE MAIL-SERVICE-AREA
           MOVE "CHECK"     TO MLS-FUNCTION
           MOVE ACCT-NUMBER TO MLS-ACCT-NUMBER
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF MLS-MAIL-HELD
               PERFORM HOLD-OWNER-NOTICE
               GO TO CONSIDER-ONE-ACCOUNT-EXIT
           END-IF

           INITIALIZE ESCHEAT-NOTICE-RECORD
           MOVE WS-LAST-CASE-ID   TO ESN-CASE-ID
           MOVE ACCT-NUMBER       TO ESN-ACCT-NUMBER
       CONSIDER-ONE-ACCOUNT-EXIT.
           EXIT.

       HOLD-OWNER-NOTICE.
           MOVE "HOLD "           TO MLS-FUNCTION
           MOVE "ESCHEAT   "      TO MLS-SOURCE
           MOVE SPACES            TO MLS-REFERENCE
           STRING "Escheat notice case " DELIMITED SIZE
                  WS-LAST-CASE-ID DELIMITED SIZE
                  " deadline " DELIMITED SIZE
                  WS-DEADLINE-INT DELIMITED SIZE
                  INTO MLS-REFERENCE
           END-STRING
           MOVE WS-DATE-YYYYMMDD  TO MLS-DATE
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF NOT MLS-OK
               DISPLAY "WARN|Held-mail log failed for "
                   ACCT-NUMBER
           END-IF
           ADD 1 TO WS-NOTICE-HELD-COUNT

           MOVE WS-LAST-CASE-ID TO ESA-CASE-ID
           MOVE ACCT-NUMBER     TO ESA-ACCT-NUMBER
           MOVE "NOTIFIED  "    TO ESA-ACTION
           MOVE "Returned mail - owner notice held"
                                TO ESA-DETAIL
           PERFORM WRITE-ESCHEAT-AUDIT

           DISPLAY "CASE-OPENED|" WS-LAST-CASE-ID "|"
               ACCT-NUMBER "|" ACCT-OWNER-NAME "|deadline "
               WS-DEADLINE-INT "|NOTICE-HELD".

       COMPUTE-CUTOFF-DATE.
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-CUTOFF-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-CUTOFF-MONTH
           END-IF

           MOVE "CLOSED  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Account rewrite failed: "
                   WS-ACCT-STATUS
               MOVE 1 TO WS-CLOSURE-POSTED
               CLOSE PENDING-FILE
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
           MOVE "MANAGE-ESCHEAT" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
