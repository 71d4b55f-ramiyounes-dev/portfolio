      *================================================================*
      * ERASURE-CERT.cpy                                               *
      * Record layout for the erasure certificates                     *
      * (erasure-certificates.dat)                                     *
      * ORGANIZATION IS SEQUENTIAL, append-only                        *
      * One row per customer whose personal data ERASE-CUSTOMERS has   *
      * anonymised: who listed, approved and ran the erasure, the      *
      * relationship end and retention rule it was judged against, and *
      * how many account, joint-owner and card rows were anonymised.   *
      * Ids and amounts are never touched, so the customer's accounts  *
      * and transactions still balance. A customer with a certificate  *
      * is never listed again                                          *
      * Record length: 90 bytes                                        *
      *================================================================*
       01  ERASURE-CERT-RECORD.
           05  ERC-CERT-ID             PIC 9(8).
           05  ERC-CUST-ID             PIC 9(8).
           05  ERC-ERASED-TS           PIC 9(14).
           05  ERC-ERASED-BY           PIC X(8).
           05  ERC-LISTED-BY           PIC X(8).
           05  ERC-APPROVED-BY         PIC X(8).
           05  ERC-END-DATE            PIC 9(8).
           05  ERC-RETENTION-YEARS     PIC 9(2).
           05  ERC-ACCT-COUNT          PIC 9(3).
           05  ERC-OWNER-COUNT         PIC 9(3).
           05  ERC-CARD-COUNT          PIC 9(3).
           05  FILLER                  PIC X(17).
