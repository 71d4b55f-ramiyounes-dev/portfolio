      *================================================================*
      * COLLATERAL-RECORD.cpy                                          *
      * Record layout for the collateral master (collateral.dat)       *
      * ORGANIZATION IS SEQUENTIAL, appended by MANAGE-COLLATERAL      *
      * REGISTER/PLEDGE and rewritten in place on revaluation and      *
      * release                                                        *
      * One row per item securing lending: a property or vehicle with  *
      * its latest valuation, or a TERMDEP/SAVINGS account pledged up  *
      * to an amount, which carries a COLLATERAL hold on holds.dat     *
      * for as long as the pledge stands. The loans an item secures    *
      * are on collateral-links.dat (COLLATERAL-LINK.cpy)              *
      * Record length: 120 bytes                                       *
      *================================================================*
       01  COLLATERAL-RECORD.
           05  COL-ID                  PIC 9(8).
           05  COL-TYPE                PIC X(8).
               88  COL-PROPERTY        VALUE "PROPERTY".
               88  COL-VEHICLE         VALUE "VEHICLE ".
               88  COL-DEPOSIT         VALUE "DEPOSIT ".
           05  COL-DESCRIPTION         PIC X(30).
      *    Market value for a property or vehicle; the pledged amount
      *    for a deposit, in the currency below
           05  COL-VALUATION           PIC S9(13)V99 COMP-3.
           05  COL-CURRENCY            PIC X(3).
           05  COL-VALUATION-DATE      PIC 9(8).
      *    Rank of the bank's charge: 1 = first lien
           05  COL-LIEN-POSITION       PIC 9(1).
      *    Pledged deposit account and the hold earmarking it (zero
      *    for a property or vehicle)
           05  COL-PLEDGED-ACCT        PIC 9(10).
           05  COL-HOLD-ID             PIC 9(8).
           05  COL-REGISTERED-DATE     PIC 9(8).
           05  COL-STATUS              PIC X(8).
               88  COL-ACTIVE          VALUE "ACTIVE  ".
               88  COL-RELEASED        VALUE "RELEASED".
           05  FILLER                  PIC X(20).
