      *================================================================*
      * JOURNAL-SERVICE-AREA.cpy                                       *
      * Communication area for the JOURNAL-SERVICE subprogram          *
      *   CALL "JOURNAL-SERVICE" USING JOURNAL-SERVICE-AREA            *
      * Functions:                                                     *
      *   IMAGE — appends the before and after images of one           *
      *           ACCOUNT-RECORD change to account-journal.dat. The    *
      *           caller names itself, its batch number, the action    *
      *           (A added / C changed) and both images (the before    *
      *           image is spaces for an added account)                *
      *   MARK  — appends a backup-point marker with the backup id,    *
      *           cycle date, operator and the control totals of the   *
      *           copy taken                                           *
      * The service stamps the row itself and answers JSV-TIMESTAMP    *
      * and JSV-RESULT (W written, E could not write).                 *
      *================================================================*
       01  JOURNAL-SERVICE-AREA.
           05  JSV-FUNCTION            PIC X(5).
           05  JSV-PROGRAM             PIC X(22).
           05  JSV-BATCH-NUM           PIC 9(6).
           05  JSV-ACTION              PIC X(1).
           05  JSV-ACCT-NUMBER         PIC 9(10).
           05  JSV-BEFORE-IMAGE        PIC X(200).
           05  JSV-AFTER-IMAGE         PIC X(200).
           05  JSV-CYCLE-DATE          PIC 9(8).
           05  JSV-BACKUP-ID           PIC X(30).
           05  JSV-OPERATOR            PIC X(8).
           05  JSV-ACCT-COUNT          PIC 9(10).
           05  JSV-BAL-TOTAL           PIC S9(15)V99 COMP-3.
           05  JSV-TIMESTAMP           PIC 9(14).
           05  JSV-RESULT              PIC X(1).
               88  JSV-WRITTEN         VALUE "W".
               88  JSV-WRITE-ERROR     VALUE "E".
