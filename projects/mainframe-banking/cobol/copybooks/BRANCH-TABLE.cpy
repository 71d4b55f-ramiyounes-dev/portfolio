      *================================================================*
      * BRANCH-TABLE.cpy                                               *
      * Static branch table (code, name, GL prefix, bank and guichet   *
      * codes)                                                         *
      * Compiled-in defaults only, in the style of CURRENCY-TABLE —    *
      * a program may overwrite BRANCH-ENTRIES at run time from an     *
      * external feed, falling back to these defaults when absent.     *
      * The GL prefix segregates each branch's general-ledger          *
      * accounts so every branch's books balance independently         *
      * The bank code (code banque) and guichet code are the two       *
      * routing parts of every IBAN the branch issues (IBAN-SERVICE)   *
      *================================================================*
       01  BRANCH-TABLE.
           05  BRANCH-COUNT            PIC 9(2) VALUE 3.
                   15  BR-CODE         PIC X(3).
                   15  BR-NAME         PIC X(20).
                   15  BR-GL-PREFIX    PIC X(2).
                   15  BR-BANK-CODE    PIC X(5).
                   15  BR-GUICHET      PIC X(5).

       01  BRANCH-INIT-DATA.
           05  FILLER       PIC X(3)  VALUE "001".
           05  FILLER       PIC X(20) VALUE "Main Branch         ".
           05  FILLER       PIC X(2)  VALUE "01".
           05  FILLER       PIC X(5)  VALUE "19870".
           05  FILLER       PIC X(5)  VALUE "00001".

           05  FILLER       PIC X(3)  VALUE "002".
           05  FILLER       PIC X(20) VALUE "Harbor Branch       ".
           05  FILLER       PIC X(2)  VALUE "02".
           05  FILLER       PIC X(5)  VALUE "19870".
           05  FILLER       PIC X(5)  VALUE "00002".

           05  FILLER       PIC X(3)  VALUE "003".
           05  FILLER       PIC X(20) VALUE "Hillside Branch     ".
           05  FILLER       PIC X(2)  VALUE "03".
           05  FILLER       PIC X(5)  VALUE "19870".
           05  FILLER       PIC X(5)  VALUE "00003".
