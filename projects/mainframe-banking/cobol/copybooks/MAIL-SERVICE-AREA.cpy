      *================================================================*
      * MAIL-SERVICE-AREA.cpy                                          *
      * Communication area for the MAIL-SERVICE subprogram             *
      *   CALL "MAIL-SERVICE" USING MAIL-SERVICE-AREA                  *
      * Functions:                                                     *
      *   CHECK — is mail for MLS-ACCT-NUMBER held? MLS-HELD is Y      *
      *           when any customer linked to the account has its      *
      *           address flagged as returned mail, and               *
      *           MLS-CUSTOMER-ID names that customer                  *
      *   HOLD  — records one held item (MLS-SOURCE, MLS-REFERENCE,    *
      *           dated MLS-DATE) in held-mail.dat for the held-mail   *
      *           report                                               *
      * The flagged customers are read once per run, on the first     *
      * CHECK. MLS-RESULT: Y done, E held-mail file error.             *
      *================================================================*
       01  MAIL-SERVICE-AREA.
           05  MLS-FUNCTION            PIC X(5).
           05  MLS-ACCT-NUMBER         PIC 9(10).
           05  MLS-CUSTOMER-ID         PIC 9(8).
           05  MLS-HELD                PIC X(1).
               88  MLS-MAIL-HELD       VALUE "Y".
           05  MLS-SOURCE              PIC X(10).
           05  MLS-REFERENCE           PIC X(50).
           05  MLS-DATE                PIC 9(8).
           05  MLS-RESULT              PIC X(1).
               88  MLS-OK              VALUE "Y".
               88  MLS-FILE-ERROR      VALUE "E".
