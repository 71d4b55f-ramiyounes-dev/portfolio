      *       transaction index when present, the full log otherwise.  *
      *       Zero-activity statements are suppressed unless the       *
      *       account's row in statement-prefs.dat says otherwise.     *
      *       A statement for an account whose customer's address is   *
      *       flagged as returned mail is still written and closes     *
      *       the cycle, but is HELD-MAIL rather than mailed: it is    *
      *       logged through MAIL-SERVICE for the held-mail report.    *
      *       A production manifest records every account produced,    *
      *       suppressed, held or skipped, and a per-cycle-date        *
      *       checkpoint lets a failed run resume at the account it    *
      *       died on —                                                *
      *       the cycle closes already taken before the crash are      *
      *       rolled forward from the manifest rows, so a resumed      *
      *       run never rewrites a stale opening balance over a        *
      *       statement already mailed.                                *
      *       The footer totals any debit interest ACCRUE-INTEREST     *
      *       charged on an overdrawn balance during the cycle.        *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-SUPPRESSED-COUNT        PIC 9(6)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-RESUMED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-HELD-COUNT              PIC 9(6)   VALUE 0.
       01  WS-STMT-NAME               PIC X(50).

      *    Cycle state loaded once, written back whole at the end
       01  WS-CY-COUNT                PIC 9(4)   VALUE 0.
       01  WS-OPENING-BAL             PIC S9(13)V99 COMP-3.
       01  WS-CLOSING-BAL             PIC S9(13)V99 COMP-3.
       01  WS-TXN-COUNT               PIC 9(6).
      *    Debit interest charged in the cycle, totalled in the footer
       01  WS-DEBIT-INT               PIC S9(13)V99 COMP-3.
       01  WS-TXN-DATE                PIC 9(8).
       01  WS-DISPOSITION             PIC X(12).
       01  WS-DISPLAY-AMT             PIC -(13)9.99.
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       COPY "JOURNAL-SERVICE-AREA.cpy".
       COPY "MAIL-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           END-READ
           MOVE ACCT-STMT-CYCLE TO WS-ACCT-CYCLE
           MOVE WS-NEW-CYCLE TO ACCT-STMT-CYCLE
           PERFORM REWRITE-ACCOUNT-JOURNALED
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR|Cycle rewrite failed: "
                   WS-ACCT-STATUS
               "|cycle " WS-CYCLE-GROUP "|"
               WS-PRODUCED-COUNT " produced|"
               WS-SUPPRESSED-COUNT " zero-activity suppressed|"
               WS-HELD-COUNT " held (returned mail)|"
               WS-SKIPPED-COUNT " skipped|"
               WS-RESUMED-COUNT " already done (restart)"
           STOP RUN.
      *    rows written before the crash carry each close taken:
      *    replaying them brings the in-memory cycle state up to
      *    date, so resumed accounts keep the close their mailed
      *    statement shows (a HELD-MAIL statement closed its cycle
      *    too, it just was not mailed). SKIPPED rows never closed
      *    a cycle and
      *    are left alone. Replaying is idempotent - the same close
      *    values land again on a second restart.
           OPEN INPUT MANIFEST-FILE
                               AND (SMA-DISPOSITION
                                       = "PRODUCED    "
                                   OR SMA-DISPOSITION
                                       = "SUPPRESSED  "
                                   OR SMA-DISPOSITION
                                       = "HELD-MAIL   ")
                               MOVE SMA-ACCT-NUMBER
                                   TO WS-CY-SEARCH-ACCT
                               PERFORM FIND-CYCLE-ENTRY
           MOVE WS-CY-LAST-BAL(WS-CY-FOUND) TO WS-OPENING-BAL
           MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
           MOVE 0 TO WS-TXN-COUNT
           MOVE 0 TO WS-DEBIT-INT

           PERFORM BUILD-STATEMENT-PATH
           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-STATEMENT-FOOTER
           CLOSE STATEMENT-FILE

           MOVE "PRODUCED    " TO WS-DISPOSITION
           IF WS-TXN-COUNT = 0
               PERFORM CHECK-ZERO-PREFERENCE
               IF WS-PF-PRODUCE-ZERO = 0
                   MOVE "SUPPRESSED  " TO WS-DISPOSITION
               END-IF
           END-IF
           IF WS-DISPOSITION = "PRODUCED    "
               PERFORM CHECK-MAIL-HOLD
           END-IF
           EVALUATE WS-DISPOSITION
               WHEN "SUPPRESSED  "
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN "HELD-MAIL   "
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PRODUCED-COUNT
           END-EVALUATE

      *    The cycle closes whether or not the mailing goes out, so
      *    the next statement opens from this close.
               END-IF
           END-PERFORM.

      *    A statement due to go out to an address flagged as
      *    returned mail is kept back and logged to held mail under
      *    its file name, so it can be sent once the address is
      *    corrected.
       CHECK-MAIL-HOLD.
           INITIALIZE MAIL-SERVICE-AREA
           MOVE "CHECK"     TO MLS-FUNCTION
           MOVE ACCT-NUMBER TO MLS-ACCT-NUMBER
           CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
           IF MLS-MAIL-HELD
               MOVE SPACES TO WS-STMT-NAME
               STRING "statement-" DELIMITED SIZE
                      ACCT-NUMBER DELIMITED SIZE
                      "-" DELIMITED SIZE
                      WS-CYCLE-DATE DELIMITED SIZE
                      ".txt" DELIMITED SIZE
                      INTO WS-STMT-NAME
               END-STRING
               MOVE "HOLD "       TO MLS-FUNCTION
               MOVE "STATEMENT "  TO MLS-SOURCE
               MOVE WS-STMT-NAME  TO MLS-REFERENCE
               MOVE WS-CYCLE-DATE TO MLS-DATE
               CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA
               IF NOT MLS-OK
                   DISPLAY "WARN|Held-mail log failed for "
                       ACCT-NUMBER
               END-IF
               MOVE "HELD-MAIL   " TO WS-DISPOSITION
           END-IF.

       BUILD-STATEMENT-PATH.
           MOVE SPACES TO WS-STMT-PATH
           STRING WS-DATA-DIR DELIMITED SPACES
       WRITE-ONE-INDEX-LINE.
           ADD 1 TO WS-TXN-COUNT
           ADD TXI-AMOUNT TO WS-CLOSING-BAL
           IF TXI-TYPE = "INTEREST  "
               AND TXI-DESCRIPTION(1:14) = "Debit interest"
               SUBTRACT TXI-AMOUNT FROM WS-DEBIT-INT
           END-IF
           MOVE TXI-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO STMT-LINE
           STRING TXI-TIMESTAMP(1:8) DELIMITED SIZE
       WRITE-ONE-LOG-LINE.
           ADD 1 TO WS-TXN-COUNT
           ADD TXN-AMOUNT TO WS-CLOSING-BAL
           IF TXN-TYPE-INTEREST
               AND TXN-DESCRIPTION(1:14) = "Debit interest"
               SUBTRACT TXN-AMOUNT FROM WS-DEBIT-INT
           END-IF
           MOVE TXN-AMOUNT TO WS-DISPLAY-AMT
           MOVE SPACES TO STMT-LINE
           STRING WS-TXN-DATE DELIMITED SIZE
                  " transactions)" DELIMITED SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           IF WS-DEBIT-INT NOT = 0
               MOVE WS-DEBIT-INT TO WS-DISPLAY-BAL
               MOVE SPACES TO STMT-LINE
               STRING "Debit interest charged on overdrawn balance "
                      DELIMITED SIZE
                      WS-DISPLAY-BAL DELIMITED SIZE
                      INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF.

       WRITE-MANIFEST-LINE.
           INITIALIZE STMT-MANIFEST-RECORD
               WRITE STMT-CYCLE-RECORD
           END-PERFORM
           CLOSE CYCLE-FILE.

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
           MOVE "RUN-STATEMENTS" TO JSV-PROGRAM
           MOVE ZERO TO JSV-BATCH-NUM
           MOVE ACCT-NUMBER TO JSV-ACCT-NUMBER
           CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA.
