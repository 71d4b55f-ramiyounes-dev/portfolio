      *================================================================*
      * BENEFICIAL-OWNER.cpy                                           *
      * Record layout for the beneficial-owner register                *
      * (beneficial-owners.dat)                                        *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place when an owner   *
      * relationship ends                                              *
      * One row per individual customer standing behind a legal        *
      * entity customer (CUST-ENTITY): the share of the entity they    *
      * hold and the role they play. An owner QUALIFIES - is a         *
      * beneficial owner for rating, sanctions and KYC purposes - when *
      * the row is ACTIVE and either the holding is 25% or more or the *
      * role is a control role (DIRECTOR / CONTROLLER). Maintained     *
      * under operator audit by MANAGE-CUSTOMER OWNER / ENDOWNER; an   *
      * ended row is kept for the record with its end date             *
      * Record length: 80 bytes                                        *
      *================================================================*
       01  BENEFICIAL-OWNER-RECORD.
           05  BOW-ENTITY-ID           PIC 9(8).
           05  BOW-OWNER-ID            PIC 9(8).
      *    Share of the entity held, 0.00 - 100.00; zero for a pure
      *    control role.
           05  BOW-PERCENT             PIC 9(3)V99.
               88  BOW-MAJOR-HOLDING   VALUE 25.00 THRU 100.00.
           05  BOW-ROLE                PIC X(10).
               88  BOW-ROLE-OWNER      VALUE "OWNER     ".
               88  BOW-ROLE-DIRECTOR   VALUE "DIRECTOR  ".
               88  BOW-ROLE-CONTROLLER VALUE "CONTROLLER".
               88  BOW-CONTROL-ROLE    VALUE "DIRECTOR  " "CONTROLLER".
               88  BOW-ROLE-VALID      VALUE "OWNER     " "DIRECTOR  "
                                             "CONTROLLER".
           05  BOW-STATUS              PIC X(1).
               88  BOW-ACTIVE          VALUE "A".
               88  BOW-ENDED           VALUE "E".
           05  BOW-FROM-DATE           PIC 9(8).
      *    Zero while the relationship is current.
           05  BOW-TO-DATE             PIC 9(8).
           05  BOW-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(24).
