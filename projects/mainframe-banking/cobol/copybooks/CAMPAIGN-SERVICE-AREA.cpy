      *================================================================*
      * CAMPAIGN-SERVICE-AREA.cpy                                      *
      * Communication area for the CAMPAIGN-SERVICE subprogram         *
      * The caller names the campaign, the account with its type,      *
      * currency and present ledger balance, and the enrolment date;   *
      * the service checks the campaign master and writes the          *
      * enrolment, answering CPS-RESULT:                               *
      *   Y  enrolled, CPS-EXPIRY-DATE is when the promotion ends      *
      *   N  no such campaign                                          *
      *   W  campaign closed or date outside its enrolment window      *
      *   P  account's product or currency not eligible                *
      *   D  account already holds an active enrolment                 *
      *   E  could not write (file error)                              *
      *================================================================*
       01  CAMPAIGN-SERVICE-AREA.
           05  CPS-CAMPAIGN            PIC X(8).
           05  CPS-ACCT-NUMBER         PIC 9(10).
           05  CPS-ACCT-TYPE           PIC X(8).
           05  CPS-CURRENCY            PIC X(3).
           05  CPS-BALANCE             PIC S9(13)V99 COMP-3.
           05  CPS-DATE                PIC 9(8).
           05  CPS-EXPIRY-DATE         PIC 9(8).
           05  CPS-RESULT              PIC X(1).
               88  CPS-ENROLLED        VALUE "Y".
               88  CPS-NO-CAMPAIGN     VALUE "N".
               88  CPS-NOT-OPEN        VALUE "W".
               88  CPS-NOT-ELIGIBLE    VALUE "P".
               88  CPS-ALREADY         VALUE "D".
               88  CPS-FILE-ERROR      VALUE "E".
