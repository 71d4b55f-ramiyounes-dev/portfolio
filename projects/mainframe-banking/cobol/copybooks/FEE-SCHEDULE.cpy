               88  FSC-MAINT-FEE       VALUE "MAINTFEE".
               88  FSC-STOP-FEE        VALUE "STOPFEE ".
               88  FSC-NSF-FEE         VALUE "NSFFEE  ".
               88  FSC-LATE-FEE        VALUE "LATEFEE ".
           05  FSC-ACCT-TYPE           PIC X(8).
      *    Fee plan the row applies to: a plan code from the account
      *    master, or ALL.
