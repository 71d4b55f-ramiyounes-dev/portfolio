      *================================================================*
      * ACCOUNT-JOURNAL.cpy                                            *
      * Record layout for the ACCOUNTS master recovery journal         *
      * (account-journal.dat)                                          *
      * ORGANIZATION IS SEQUENTIAL, append-only, written only through  *
      * JOURNAL-SERVICE                                                *
      * Every program that writes or rewrites ACCOUNT-RECORD leaves a  *
      * pair of rows here per change: the record as it stood on file   *
      * (B, spaces for a new account) and the record as written (A).   *
      * EOD-CONTROL BACKUP adds a backup-point marker (M) carrying the *
      * identity and control totals of the copy of accounts.dat taken  *
      * at that point. RECOVER-ACCOUNTS rebuilds the master from a     *
      * backup by reapplying the after images that follow its marker,  *
      * in file order, up to a chosen timestamp.                       *
      * Record length: 260 bytes                                       *
      *================================================================*
       01  ACCOUNT-JOURNAL-RECORD.
           05  JRN-TIMESTAMP           PIC 9(14).
           05  JRN-PROGRAM             PIC X(22).
           05  JRN-BATCH-NUM           PIC 9(6).
           05  JRN-REC-TYPE            PIC X(1).
               88  JRN-BEFORE-IMAGE    VALUE "B".
               88  JRN-AFTER-IMAGE     VALUE "A".
               88  JRN-BACKUP-MARK     VALUE "M".
      *    A = account added (WRITE), C = account changed (REWRITE)
           05  JRN-ACTION              PIC X(1).
               88  JRN-ACTION-ADD      VALUE "A".
               88  JRN-ACTION-CHANGE   VALUE "C".
           05  JRN-ACCT-NUMBER         PIC 9(10).
      *    Full ACCOUNT-RECORD image, left-justified; the spare bytes
      *    leave room for the master record to grow.
           05  JRN-IMAGE               PIC X(200).
           05  JRN-MARK REDEFINES JRN-IMAGE.
               10  JRN-MARK-CYCLE-DATE PIC 9(8).
               10  JRN-MARK-BACKUP-ID  PIC X(30).
               10  JRN-MARK-OPERATOR   PIC X(8).
               10  JRN-MARK-ACCT-COUNT PIC 9(10).
               10  JRN-MARK-BAL-TOTAL  PIC S9(15)V99 COMP-3.
               10  FILLER              PIC X(135).
           05  FILLER                  PIC X(6).
