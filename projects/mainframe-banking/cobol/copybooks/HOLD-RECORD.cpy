      * cannot be spent: deposited checks awaiting clearance, legal    *
      * attachments, pledged collateral. The available balance is the  *
      * ledger balance minus all ACTIVE holds; expired holds are       *
      * auto-released by the nightly MANAGE-HOLDS EXPIRE run; a card   *
      * authorisation hold (CARD-AUTH, placed by IMPORT-CARD-AUTHS)    *
      * lapses the same way when its auth never clears                 *
      * Record length: 70 bytes                                        *
      *================================================================*
       01  HOLD-RECORD.
               88  HOLD-DEPOSIT        VALUE "DEPOSIT-HOLD".
               88  HOLD-LEGAL          VALUE "LEGAL       ".
               88  HOLD-COLLATERAL     VALUE "COLLATERAL  ".
               88  HOLD-CARD-AUTH      VALUE "CARD-AUTH   ".
           05  HOLD-PLACED-TS          PIC 9(14).
           05  HOLD-RELEASE-DATE       PIC 9(8).
           05  HOLD-STATUS             PIC X(8).
