      *================================================================*
      * KYC-BLOCK.cpy                                                  *
      * Record layout for the KYC block log (kyc-blocks.dat)           *
      * ORGANIZATION IS SEQUENTIAL, appended by ADD-TRANSACTION and    *
      * UPDATE-BALANCES                                                *
      * One row per non-fee debit refused because a customer linked    *
      * to the account is EXPIRED or held by REVIEW-KYC (PENDING too   *
      * long): refused at intake, or routed to suspense at posting     *
      * when the hold arrived after the item was captured.             *
      * REPORT-KYC-BLOCKS lists the file for the KYC team.             *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  KYC-BLOCK-RECORD.
           05  KYB-TIMESTAMP           PIC 9(14).
           05  KYB-ACCOUNT-NUM         PIC 9(10).
           05  KYB-CUSTOMER-ID         PIC 9(8).
           05  KYB-KYC-STATUS          PIC X(8).
           05  KYB-TXN-TYPE            PIC X(10).
           05  KYB-AMOUNT              PIC S9(13)V99 COMP-3.
           05  KYB-STAGE               PIC X(8).
               88  KYB-AT-INTAKE       VALUE "INTAKE  ".
               88  KYB-AT-POSTING      VALUE "POSTING ".
      *    Zero at intake, where no transaction id is yet assigned
           05  KYB-TXN-ID              PIC 9(10).
           05  FILLER                  PIC X(4).
