      * Freeze management for accounts:                                *
      *   FREEZE <acct> <reason> <case-ref> <operator>                 *
      *       — sets ACCT-STATUS to FROZEN with a legal reason code    *
      *         (COURT-ORDER, DECEASED, FRAUD, SANCTIONS) and case     *
      *         reference                                              *
      *   UNFREEZE <acct> <case-ref> <operator>                        *
      *       — restores ACTIVE status                                 *
      *   REPORT                                                       *
      * Every action appends to freeze-log.dat. Enforcement lives in   *
      * UPDATE-BALANCES: debits against a frozen account route to the  *
      * suspense file while credits still post, as a legal freeze      *
      * requires. SANCTIONS freezes also arrive from a confirmed       *
      * watchlist hit in SANCTIONS-DISPOSITION, logged the same way,   *
      * and are lifted here with UNFREEZE like any other.              *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           IF WS-INPUT-REASON NOT = "COURT-ORDER"
               AND WS-INPUT-REASON NOT = "DECEASED"
               AND WS-INPUT-REASON NOT = "FRAUD"
               AND WS-INPUT-REASON NOT = "SANCTIONS"
               DISPLAY "ERROR|Reason must be COURT-ORDER, DECEASED,"
                   " FRAUD or SANCTIONS"
               STOP RUN
           END-IF

           END-IF

           MOVE "FROZEN  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Freeze rewrite failed: "
                   WS-ACCT-STATUS
           END-IF

           MOVE "ACTIVE  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Unfreeze rewrite failed: "
                   WS-ACCT-STATUS
                   SUBTRACT 1 FROM WS-SERIAL
               END-IF
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
           MOVE "MANAGE-FREEZE" TO JSV-PROGRAM
           MOVE ZERO TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
