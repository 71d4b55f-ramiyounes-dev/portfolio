      *   REPORT                                                       *
      *     — deposits maturing in the current month, so the branch    *
      *       can call customers before rollover                       *
      * Interest credited by MATURE, REDEEM and BREAK has tax withheld *
      * at source through WITHHOLD-SERVICE, posted as a WHTAX debit    *
      * linked to the credit; a draining deposit pays out net of it.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-INTEREST                PIC S9(13)V99 COMP-3.
       01  WS-PENALTY                 PIC S9(13)V99 COMP-3.
       01  WS-PAYOUT                  PIC S9(13)V99 COMP-3.
       01  WS-WITHHELD                PIC S9(13)V99 COMP-3.
       01  WS-INTEREST-TXN-ID         PIC 9(10).
       01  WS-NEW-MATURITY            PIC 9(8).
       01  WS-MAT-ANNEE               PIC 9(4).
       01  WS-MAT-MOIS                PIC 9(2).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".
       COPY "WITHHOLD-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
               ACCT-BALANCE * ACCT-TD-RATE / 100
               * WS-TERM-MONTHS / 12

           PERFORM QUOTE-WITHHOLDING
           ADD 1 TO WS-NEXT-TXN-ID
           PERFORM APPEND-INTEREST-PENDING

               ADD 1 TO WS-ROLLED-COUNT
               PERFORM COMPUTE-ROLLED-MATURITY
               MOVE WS-NEW-MATURITY TO ACCT-TD-MATURITY-DATE
               PERFORM REWRITE-ACCOUNT-JOURNALED
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "WARN|Rollover rewrite failed for "
                       ACCT-NUMBER ": " WS-ACCT-STATUS

           MOVE WS-INTEREST TO WS-DISPLAY-AMT
           DISPLAY "INTEREST|" ACCT-NUMBER "|" WS-DISPLAY-AMT
           PERFORM APPEND-WITHHOLDING-LEG
           CLOSE PENDING-FILE.

       DRAIN-ONE-DEPOSIT.
           COMPUTE WS-INTEREST ROUNDED =
               ACCT-BALANCE * ACCT-TD-RATE / 100
               * WS-TERM-MONTHS / 12
           PERFORM QUOTE-WITHHOLDING
           COMPUTE WS-PAYOUT =
               ACCT-BALANCE + WS-INTEREST - WS-WITHHELD

           MOVE "CLOSED  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "WARN|Close rewrite failed for "
                   ACCT-NUMBER ": " WS-ACCT-STATUS
           IF WS-PENALTY > WS-INTEREST
               MOVE WS-INTEREST TO WS-PENALTY
           END-IF
           PERFORM QUOTE-WITHHOLDING
           COMPUTE WS-PAYOUT =
               ACCT-BALANCE + WS-INTEREST - WS-PENALTY - WS-WITHHELD

           MOVE "CLOSED  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           CLOSE ACCOUNT-FILE

           OPEN EXTEND PENDING-FILE
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           WRITE TRANSACTION-RECORD
           PERFORM APPEND-WITHHOLDING-LEG

      *    Early-break penalty as a FEE
           ADD 1 TO WS-NEXT-TXN-ID
           CLOSE PENDING-FILE

           MOVE WS-DEP-TXN-ID TO WS-NEXT-TXN-ID
           ADD 4 TO WS-LEGS-POSTED
           PERFORM UPDATE-BATCH-PENDING-COUNT
           PERFORM RELEASE-BATCH-LOCK

           IF WS-PENALTY > WS-INTEREST
               MOVE WS-INTEREST TO WS-PENALTY
           END-IF
           PERFORM QUOTE-WITHHOLDING
           COMPUTE WS-PAYOUT =
               ACCT-BALANCE + WS-INTEREST - WS-PENALTY - WS-WITHHELD

           MOVE ACCT-OWNER-NAME TO WS-OWNER-SAVE
           MOVE "CLOSED  " TO ACCT-STATUS
           PERFORM REWRITE-ACCOUNT-JOURNALED
           CLOSE ACCOUNT-FILE

           PERFORM POST-BREAK-LEGS
           MOVE "PENDING "             TO TXN-STATUS
           MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
           WRITE TRANSACTION-RECORD
           PERFORM APPEND-WITHHOLDING-LEG

      *    Penalty as its own FEE
           ADD 1 TO WS-NEXT-TXN-ID
           MOVE WS-DEP-TXN-ID TO WS-NEXT-TXN-ID
           ADD 4 TO WS-LEGS-POSTED.

      *    Tax to withhold from the interest about to be credited,
      *    quoted without recording so the payout can be figured net
      *    of it before the legs are written.
       QUOTE-WITHHOLDING.
           INITIALIZE WITHHOLD-SERVICE-AREA
           MOVE ACCT-NUMBER            TO WHS-ACCT-NUMBER
           MOVE WS-INTEREST            TO WHS-GROSS
           MOVE ACCT-CURRENCY          TO WHS-CURRENCY
           MOVE ACCT-BRANCH            TO WHS-BRANCH
           MOVE "N"                    TO WHS-RECORD
           CALL "WITHHOLD-SERVICE" USING WITHHOLD-SERVICE-AREA
           MOVE WHS-WITHHELD TO WS-WITHHELD.

      *    The WHTAX leg right behind the INTEREST leg just written
      *    (WS-NEXT-TXN-ID), linked back to it and recorded on the
      *    withholding ledger. The pending file is open.
       APPEND-WITHHOLDING-LEG.
           IF WS-WITHHELD > 0
               MOVE WS-NEXT-TXN-ID TO WS-INTEREST-TXN-ID
               ADD 1 TO WS-NEXT-TXN-ID
               INITIALIZE WITHHOLD-SERVICE-AREA
               MOVE ACCT-NUMBER        TO WHS-ACCT-NUMBER
               MOVE WS-INTEREST        TO WHS-GROSS
               MOVE ACCT-CURRENCY      TO WHS-CURRENCY
               MOVE ACCT-BRANCH        TO WHS-BRANCH
               MOVE WS-INTEREST-TXN-ID TO WHS-INTEREST-TXN-ID
               MOVE WS-NEXT-TXN-ID     TO WHS-WHT-TXN-ID
               MOVE "Y"                TO WHS-RECORD
               CALL "WITHHOLD-SERVICE" USING WITHHOLD-SERVICE-AREA

               INITIALIZE TRANSACTION-RECORD
               MOVE WS-NEXT-TXN-ID        TO TXN-ID
               MOVE WS-TIMESTAMP           TO TXN-TIMESTAMP
               MOVE ACCT-NUMBER            TO TXN-ACCOUNT-NUM
               COMPUTE TXN-AMOUNT = 0 - WS-WITHHELD
               MOVE "WHTAX     "           TO TXN-TYPE
               MOVE "Tax withheld on interest"
                                           TO TXN-DESCRIPTION
               MOVE ACCT-CURRENCY          TO TXN-CURRENCY
               MOVE ZERO                   TO TXN-RUNNING-BAL
               MOVE "PENDING "             TO TXN-STATUS
               MOVE WS-CURRENT-BATCH       TO TXN-BATCH-NUM
               MOVE WS-INTEREST-TXN-ID     TO TXN-LINK-ID
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-LEGS-POSTED

               MOVE WS-WITHHELD TO WS-DISPLAY-AMT
               DISPLAY "WHTAX|" ACCT-NUMBER "|" WS-DISPLAY-AMT
                   "|status " WHS-STATUS
           END-IF.

       RECORD-BREAK.
           OPEN EXTEND BREAK-FILE
           IF WS-BREAK-STATUS = "35"
           MOVE WS-TIMESTAMP           TO BATCH-TIMESTAMP
           WRITE BATCH-STATE-RECORD
           CLOSE BATCH-FILE.

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
           MOVE "MANAGE-TERMDEP" TO JSV-PROGRAM
           MOVE WS-CURRENT-BATCH TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
