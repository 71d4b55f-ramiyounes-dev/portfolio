       PROGRAM-ID. CONVERT-CUSTOMERS.
      *================================================================*
      * CONVERT-CUSTOMERS.cbl                                          *
      * One-time conversion of the CUSTOMERS master. The KYC refresh   *
      * cycle fields (CUST-OPENED-DATE / CUST-KYC-DUE-DATE /           *
      * CUST-KYC-REMIND-DATE / CUST-KYC-HOLD), the returned-mail flag, *
      * the legal entity fields (CUST-TYPE / CUST-REG-NUMBER /         *
      * CUST-LEGAL-FORM / CUST-INCORP-DATE) and the withholding tax    *
      * status grew the indexed record from 136 to 200 bytes, so a     *
      * customers.dat written on the old layout no longer opens under  *
      * the new record description. This utility reads the old file    *
      * under its old layout and rewrites every customer to            *
      * customers-new.dat on the current layout: no opened date        *
      * (REVIEW-KYC starts a PENDING customer's clock on its first     *
      * run), no due date or reminder yet, no hold, mail deliverable,  *
      * an individual with no registration number, legal form or       *
      * incorporation date (business customers are recorded afresh     *
      * through MANAGE-CUSTOMER ENTITY), and resident for withholding  *
      * tax - the prior behavior until each is maintained.             *
      * Operations substitutes the converted file for customers.dat    *
      * once the counts verify — the same swap discipline              *
      * ARCHIVE-TRANSACTIONS uses for the kept log.                    *
      *================================================================*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *    The pre-extension 136-byte layout, field for field.
       FD  OLD-CUSTOMER-FILE.
       01  OLD-CUSTOMER-RECORD.
           05  OCU-ID                  PIC 9(8).
           05  OCU-TAX-ID              PIC X(15).
           05  OCU-KYC-STATUS          PIC X(8).
           05  OCU-KYC-REVIEW-DATE     PIC 9(8).
           05  OCU-TXN-MAX             PIC S9(13)V99 COMP-3.
           05  OCU-DAILY-WD-LIMIT      PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(3).

       FD  NEW-CUSTOMER-FILE.
           STOP RUN.

       CONVERT-ONE-CUSTOMER.
      *    Field-for-field copy; the KYC cycle fields start empty
      *    and the hold clear, so nothing is blocked until the first
      *    REVIEW-KYC run has scheduled the customer; every existing
      *    customer becomes a resident individual with the entity
      *    fields empty.
           INITIALIZE CUSTOMER-RECORD
           MOVE OCU-ID              TO CUST-ID
           MOVE OCU-NAME            TO CUST-NAME
           MOVE OCU-TAX-ID          TO CUST-TAX-ID
           MOVE OCU-KYC-STATUS      TO CUST-KYC-STATUS
           MOVE OCU-KYC-REVIEW-DATE TO CUST-KYC-REVIEW-DATE
           MOVE OCU-TXN-MAX         TO CUST-TXN-MAX
           MOVE OCU-DAILY-WD-LIMIT  TO CUST-DAILY-WD-LIMIT
           MOVE ZERO                TO CUST-OPENED-DATE
           MOVE ZERO                TO CUST-KYC-DUE-DATE
           MOVE ZERO                TO CUST-KYC-REMIND-DATE
           MOVE "N"                 TO CUST-KYC-HOLD
           MOVE "N"                 TO CUST-MAIL-STATUS
           MOVE "I"                 TO CUST-TYPE
           MOVE SPACES              TO CUST-REG-NUMBER
           MOVE SPACES              TO CUST-LEGAL-FORM
           MOVE ZERO                TO CUST-INCORP-DATE
           MOVE "R"                 TO CUST-WHT-STATUS
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR|Duplicate customer id: " OCU-ID
