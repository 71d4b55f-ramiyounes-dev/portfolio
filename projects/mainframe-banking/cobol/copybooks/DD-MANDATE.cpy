      *================================================================*
      * DD-MANDATE.cpy                                                 *
      * Record layout for the direct-debit mandate registry            *
      * (dd-mandates.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place on revocation   *
      * One row per mandate a customer has signed letting a creditor   *
      * collect from the account: the creditor identifier and the      *
      * creditor's own mandate reference together name the mandate.    *
      * IMPORT-DIRECT-DEBITS posts an inbound collection only against  *
      * an ACTIVE mandate on the debited account, within its per-item  *
      * ceiling; maintained under operator audit by                    *
      * MANAGE-DIRECT-DEBITS                                           *
      * Record length: 120 bytes                                       *
      *================================================================*
       01  DD-MANDATE-RECORD.
           05  DDM-ACCT-NUMBER         PIC 9(10).
           05  DDM-CREDITOR-ID         PIC X(20).
           05  DDM-MANDATE-REF         PIC X(20).
           05  DDM-CREDITOR-NAME       PIC X(24).
           05  DDM-SIGNED-DATE         PIC 9(8).
      *    Largest single collection the mandate allows; zero means
      *    no per-item ceiling.
           05  DDM-MAX-AMOUNT          PIC S9(13)V99 COMP-3.
           05  DDM-STATUS              PIC X(8).
               88  DDM-ACTIVE          VALUE "ACTIVE  ".
               88  DDM-REVOKED         VALUE "REVOKED ".
           05  DDM-REVOKED-DATE        PIC 9(8).
           05  DDM-REGISTERED-BY       PIC X(8).
           05  FILLER                  PIC X(6).
