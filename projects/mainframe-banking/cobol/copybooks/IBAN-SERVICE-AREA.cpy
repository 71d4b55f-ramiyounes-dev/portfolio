      *================================================================*
      * IBAN-SERVICE-AREA.cpy                                          *
      * Communication area for the IBAN-SERVICE subprogram             *
      *   CALL "IBAN-SERVICE" USING IBAN-SERVICE-AREA                  *
      * Functions:                                                     *
      *   BUILD — IBV-IBAN is the IBAN for IBV-ACCT-NUMBER held at     *
      *           branch IBV-BRANCH (unknown branch: result B)         *
      *   RESOL — checks IBV-IBAN (structure and mod-97 check digits)  *
      *           and, when it carries our bank code, answers the      *
      *           account number and issuing branch it encodes         *
      * IBV-RESULT: Y ours and valid, X valid but another bank's,      *
      * N malformed or failing its check digits, B unknown branch.     *
      * RESOL only decodes: the caller reads the master and compares   *
      * ACCT-IBAN to be sure the IBAN was actually issued.             *
      *================================================================*
       01  IBAN-SERVICE-AREA.
           05  IBV-FUNCTION            PIC X(5).
           05  IBV-ACCT-NUMBER         PIC 9(10).
           05  IBV-BRANCH              PIC X(3).
           05  IBV-IBAN                PIC X(34).
           05  IBV-RESULT              PIC X(1).
               88  IBV-OURS            VALUE "Y".
               88  IBV-EXTERNAL        VALUE "X".
               88  IBV-INVALID         VALUE "N".
               88  IBV-UNKNOWN-BRANCH  VALUE "B".
