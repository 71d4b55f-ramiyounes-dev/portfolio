      *================================================================*
      * GL-ACCOUNT.cpy                                                 *
      * Record layout for the general-ledger chart of accounts         *
      * (gl-accounts.dat)                                              *
      * ORGANIZATION IS SEQUENTIAL, maintained by Finance the way the  *
      * fee schedule is                                                *
      * One row per GL account code exactly as the GL feeds key it     *
      * (PPBBBB-CCC: branch prefix, base, currency; a code with no     *
      * branch prefix, such as the FX revaluation codes, belongs to    *
      * head office and carries a blank GLA-BRANCH-PREFIX). POST-GL    *
      * rejects any feed naming a code not on the chart. GLA-ROLE      *
      * marks the customer-ledger control codes the trial balance      *
      * ties to the account master, and the retained earnings code     *
      * per branch and currency that takes the year's income and       *
      * expense at the December close                                  *
      * Record length: 60 bytes                                        *
      *================================================================*
       01  GL-ACCOUNT-RECORD.
           05  GLA-CODE                PIC X(10).
           05  GLA-BRANCH-PREFIX       PIC X(2).
           05  GLA-CLASS               PIC X(10).
               88  GLA-ASSET           VALUE "ASSET     ".
               88  GLA-LIABILITY       VALUE "LIABILITY ".
               88  GLA-EQUITY          VALUE "EQUITY    ".
               88  GLA-INCOME          VALUE "INCOME    ".
               88  GLA-EXPENSE         VALUE "EXPENSE   ".
               88  GLA-PROFIT-AND-LOSS VALUE "INCOME    "
                                             "EXPENSE   ".
           05  GLA-CURRENCY            PIC X(3).
           05  GLA-ROLE                PIC X(1).
               88  GLA-ROLE-CUSTOMER   VALUE "C".
               88  GLA-ROLE-RETAINED   VALUE "R".
           05  GLA-NAME                PIC X(30).
           05  FILLER                  PIC X(4).
