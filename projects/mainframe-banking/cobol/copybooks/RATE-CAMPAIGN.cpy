      *================================================================*
      * RATE-CAMPAIGN.cpy                                              *
      * Record layout for the promotional rate campaign master         *
      * (rate-campaigns.dat)                                           *
      * ORGANIZATION IS SEQUENTIAL, rewritten in place on closure      *
      * One row per marketing campaign, maintained by MANAGE-CAMPAIGNS *
      * Accounts of the eligible product and currency enrol during the *
      * enrolment window (CAMPAIGN-SERVICE) and for the campaign's     *
      * duration ACCRUE-INTEREST pays the promotional rate on the      *
      * eligible portion of the balance, then reverts to the tier      *
      * Record length: 109 bytes                                       *
      *================================================================*
       01  RATE-CAMPAIGN-RECORD.
           05  CMP-CODE                PIC X(8).
           05  CMP-DESCRIPTION         PIC X(30).
           05  CMP-PRODUCT             PIC X(8).
               88  CMP-PROD-SAVINGS    VALUE "SAVINGS ".
               88  CMP-PROD-TERMDEP    VALUE "TERMDEP ".
           05  CMP-CURRENCY            PIC X(3).
      *    B = bonus: CMP-RATE on top of the tier (or, on a TERMDEP,
      *    the contracted rate). F = fixed: CMP-RATE replaces it on
      *    the eligible portion, never paying less than it would.
           05  CMP-RATE-TYPE           PIC X(1).
               88  CMP-RATE-BONUS      VALUE "B".
               88  CMP-RATE-FIXED      VALUE "F".
           05  CMP-RATE                PIC 9(3)V99.
           05  CMP-ENROL-FROM          PIC 9(8).
           05  CMP-ENROL-TO            PIC 9(8).
           05  CMP-DURATION-MONTHS     PIC 9(3).
      *    Most of the balance the promotional rate is paid on
      *    (zero = no cap).
           05  CMP-BALANCE-CAP         PIC S9(13)V99 COMP-3.
      *    Y = only new money qualifies: the balance above what the
      *    account held when it enrolled.
           05  CMP-NEW-MONEY           PIC X(1).
               88  CMP-NEW-MONEY-ONLY  VALUE "Y".
           05  CMP-STATUS              PIC X(8).
               88  CMP-ACTIVE          VALUE "ACTIVE  ".
               88  CMP-CLOSED          VALUE "CLOSED  ".
           05  CMP-CREATED-BY          PIC X(8).
           05  FILLER                  PIC X(10).
