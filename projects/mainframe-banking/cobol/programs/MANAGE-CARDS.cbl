      * Maintains the CARDS master (cards.dat):                        *
      *   ISSUE <acct> <holder> <expiry YYYYMMDD> <daily-limit>        *
      *       — issues the next card number against an open CHECKING   *
      *         or CREDIT account, with its own daily card limit       *
      *   BLOCK <card>                                                 *
      *       — blocks the card (lost, stolen, fraud); intake refuses  *
      *         its debits from the next item on                       *
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-READ
           IF NOT ACCT-TYPE-CHECKING AND NOT ACCT-TYPE-CREDIT
               DISPLAY "ERROR|Cards are issued against CHECKING"
                   " or CREDIT accounts only: " WS-SEARCH-ACCT
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
