       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-KYC-BLOCKS.
      *================================================================*
      * REPORT-KYC-BLOCKS.cbl                                          *
      * Monthly report of debits refused on KYC grounds (REPORT_MONTH *
      * YYYYMM via environment, default the current month): every     *
      * row of kyc-blocks.dat, refused at intake by ADD-TRANSACTION    *
      * or sent to suspense at posting by UPDATE-BALANCES, then a      *
      * total per customer so the KYC team can chase the reviews that *
      * are costing customers their payments                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-BLOCK-FILE
               ASSIGN TO WS-KYC-BLOCK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-BLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KYC-BLOCK-FILE.
       COPY "KYC-BLOCK.cpy".

       WORKING-STORAGE SECTION.
       01  WS-KYC-BLOCK-PATH          PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-KYC-BLOCK-STATUS        PIC XX.

       01  WS-REPORT-MONTH            PIC 9(6)   VALUE 0.
       01  WS-EOF                     PIC 9      VALUE 0.
       01  WS-BLOCK-COUNT             PIC 9(6)   VALUE 0.

       01  WS-CUS-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 1000 TIMES.
               10  WS-CUS-ID          PIC 9(8).
               10  WS-CUS-KYC         PIC X(8).
               10  WS-CUS-INTAKE      PIC 9(5).
               10  WS-CUS-POSTING     PIC 9(5).
               10  WS-CUS-AMOUNT      PIC S9(13)V99 COMP-3.
       01  WS-CUS-IDX                 PIC 9(4).

       01  WS-DISPLAY-AMT             PIC -(13)9.99.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  FILLER                 PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/kyc-blocks.dat" DELIMITED SIZE
                  INTO WS-KYC-BLOCK-PATH
           END-STRING

           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-REPORT-MONTH = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
           END-IF

           OPEN INPUT KYC-BLOCK-FILE
           IF WS-KYC-BLOCK-STATUS NOT = "00"
               DISPLAY "INFO|No KYC blocks on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ KYC-BLOCK-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF KYB-TIMESTAMP(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-BLOCK-COUNT
                           MOVE KYB-AMOUNT TO WS-DISPLAY-AMT
                           DISPLAY "BLOCK|" KYB-TIMESTAMP "|"
                               KYB-ACCOUNT-NUM "|"
                               KYB-CUSTOMER-ID "|"
                               KYB-KYC-STATUS "|"
                               KYB-TXN-TYPE "|"
                               WS-DISPLAY-AMT "|"
                               KYB-STAGE "|" KYB-TXN-ID
                           PERFORM TALLY-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KYC-BLOCK-FILE

           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               MOVE WS-CUS-AMOUNT(WS-CUS-IDX) TO WS-DISPLAY-AMT
               DISPLAY "CUSTOMER-TOTAL|" WS-CUS-ID(WS-CUS-IDX)
                   "|" WS-CUS-KYC(WS-CUS-IDX) "|"
                   WS-CUS-INTAKE(WS-CUS-IDX) " at intake|"
                   WS-CUS-POSTING(WS-CUS-IDX) " at posting|"
                   WS-DISPLAY-AMT
           END-PERFORM
           DISPLAY "REPORT-COMPLETE|" WS-REPORT-MONTH "|"
               WS-BLOCK-COUNT " debits blocked|"
               WS-CUS-COUNT " customers affected"
           STOP RUN.

       TALLY-CUSTOMER.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-ID(WS-CUS-IDX) = KYB-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-COUNT < 1000
                   ADD 1 TO WS-CUS-COUNT
                   MOVE WS-CUS-COUNT TO WS-CUS-IDX
                   INITIALIZE WS-CUS-ENTRY(WS-CUS-IDX)
                   MOVE KYB-CUSTOMER-ID TO WS-CUS-ID(WS-CUS-IDX)
               ELSE
                   MOVE 1 TO WS-CUS-IDX
               END-IF
           END-IF
      *    The latest status seen is the one reported
           MOVE KYB-KYC-STATUS TO WS-CUS-KYC(WS-CUS-IDX)
           ADD KYB-AMOUNT TO WS-CUS-AMOUNT(WS-CUS-IDX)
           IF KYB-AT-POSTING
               ADD 1 TO WS-CUS-POSTING(WS-CUS-IDX)
           ELSE
               ADD 1 TO WS-CUS-INTAKE(WS-CUS-IDX)
           END-IF.
