      * that TXN-RUNNING-BAL values are internally consistent from     *
      * one committed transaction to the next                         *
      * Output: Report file plus pipe-delimited lines to stdout,       *
      *         one per account that fails reconciliation, and a      *
      *         control-totals row (account count, ledger total)      *
      *         appended to reconcile-totals.dat, against which       *
      *         RECOVER-ACCOUNTS verifies a rebuilt master            *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.

           SELECT TOTALS-FILE
               ASSIGN TO WS-TOTALS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  BAS-CUTOFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(14).

       FD  TOTALS-FILE.
       COPY "RECONCILE-TOTALS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-PATH               PIC X(256).
       01  WS-TRANS-PATH              PIC X(256).
       01  WS-EOF                     PIC 9       VALUE 0.
       01  WS-BASELINE-PATH           PIC X(256).
       01  WS-BASELINE-STATUS         PIC XX.
       01  WS-TOTALS-PATH             PIC X(256).
       01  WS-TOTALS-STATUS           PIC XX.

      *    One entry per account touched by at least one committed
      *    transaction, built in a single pass over transactions.dat.

       01  WS-ACCOUNTS-CHECKED        PIC 9(10)   VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(10)   VALUE 0.
       01  WS-LEDGER-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DISPLAY-TOTAL           PIC -(15)9.99.

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIME-NOW                PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
                  "/txn-archive-baselines.dat" DELIMITED SIZE
                  INTO WS-BASELINE-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/reconcile-totals.dat" DELIMITED SIZE
                  INTO WS-TOTALS-PATH
           END-STRING

           PERFORM SEED-ARCHIVE-BASELINES
           PERFORM BUILD-RECON-TABLE THRU BUILD-RECON-TABLE-EXIT
           PERFORM CHECK-TRANSFER-LEGS
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           DISPLAY "REPORT-COMPLETE|" WS-MISMATCH-COUNT
               " mismatched of " WS-ACCOUNTS-CHECKED " accounts checked"

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           ADD ACCT-BALANCE TO WS-LEDGER-TOTAL
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RECON-COUNT
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LEDGER-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "ledger control total " DELIMITED SIZE
                  WS-DISPLAY-TOTAL DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
      *    Stamped to the second so a recovery can place the row
      *    among the journaled changes to the master.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-DATE-HHMMSS
           OPEN EXTEND TOTALS-FILE
           IF WS-TOTALS-STATUS = "35"
               OPEN OUTPUT TOTALS-FILE
           END-IF
           IF WS-TOTALS-STATUS NOT = "00"
               DISPLAY "WARN|Cannot record control totals: "
                   WS-TOTALS-STATUS
           ELSE
               INITIALIZE RECONCILE-TOTALS-RECORD
               STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                      WS-DATE-HHMMSS   DELIMITED SIZE
                      INTO RCT-TIMESTAMP
               END-STRING
               MOVE WS-ACCOUNTS-CHECKED TO RCT-ACCT-COUNT
               MOVE WS-LEDGER-TOTAL     TO RCT-LEDGER-TOTAL
               MOVE WS-MISMATCH-COUNT   TO RCT-MISMATCH-COUNT
               WRITE RECONCILE-TOTALS-RECORD
               CLOSE TOTALS-FILE
               MOVE WS-LEDGER-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "TOTALS|" RCT-TIMESTAMP "|"
                   WS-ACCOUNTS-CHECKED "|" WS-DISPLAY-TOTAL
           END-IF.
