      *================================================================*
      * WITHHOLD-RATE-TABLE.cpy                                        *
      * Withholding tax rates on interest paid, by the customer's      *
      * withholding status (CUST-WHT-STATUS), plus the backup rate     *
      * (code B) taken from a resident with no tax number on file      *
      * Compiled-in defaults only — WITHHOLD-SERVICE overrides the     *
      * standard, flat, non-resident and backup rates from the         *
      * environment (WHT_RESIDENT_PCT, WHT_FLAT_PCT, WHT_NONRES_PCT,   *
      * WHT_BACKUP_PCT) when the tax authority changes them            *
      * Exempt customers (code X) are never withheld                   *
      *================================================================*
       01  WITHHOLD-RATE-TABLE.
           05  WHR-COUNT               PIC 9(2) VALUE 5.
           05  WHR-ENTRIES.
               10  WHR-ENTRY OCCURS 5 TIMES.
                   15  WHR-STATUS          PIC X(1).
                   15  WHR-NAME            PIC X(12).
                   15  WHR-RATE            PIC 9(3)V99.

       01  WHR-INIT-DATA.
           05  FILLER       PIC X(1)       VALUE "R".
           05  FILLER       PIC X(12)      VALUE "RESIDENT".
           05  FILLER       PIC 9(3)V99    VALUE 10.00.

           05  FILLER       PIC X(1)       VALUE "F".
           05  FILLER       PIC X(12)      VALUE "FLAT LEVY".
           05  FILLER       PIC 9(3)V99    VALUE 15.00.

           05  FILLER       PIC X(1)       VALUE "N".
           05  FILLER       PIC X(12)      VALUE "NON-RESIDENT".
           05  FILLER       PIC 9(3)V99    VALUE 30.00.

           05  FILLER       PIC X(1)       VALUE "B".
           05  FILLER       PIC X(12)      VALUE "BACKUP".
           05  FILLER       PIC 9(3)V99    VALUE 24.00.

           05  FILLER       PIC X(1)       VALUE "X".
           05  FILLER       PIC X(12)      VALUE "EXEMPT".
           05  FILLER       PIC 9(3)V99    VALUE 0.
