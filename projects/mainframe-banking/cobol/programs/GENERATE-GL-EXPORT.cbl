      * liability-normal customer accounts (CHECKING/SAVINGS) and the  *
      * contra-asset CREDIT code, since a CREDIT account's balance     *
      * moving toward zero is a repayment reducing the receivable      *
      * Debit interest charged on an overdrawn account (an INTEREST    *
      * debit described "Debit interest") books to interest income     *
      * 7520 rather than the interest expense code 7510                *
      * Tax withheld at source from interest (WHTAX) books to the      *
      * withholding tax payable code 2600 until it is remitted         *
      * TRANSFER legs route through a dedicated internal-clearing code *
      * rather than cash, so a transfer's two linked legs net to zero  *
      * on that one GL account instead of touching external cash       *
                   MOVE "9000" TO WS-CLEARING-BASE
               WHEN TXN-TYPE-FEE
                   MOVE "7010" TO WS-CLEARING-BASE
               WHEN TXN-TYPE-INTEREST
                   AND TXN-DESCRIPTION(1:14) = "Debit interest"
                   MOVE "7520" TO WS-CLEARING-BASE
               WHEN TXN-TYPE-INTEREST
                   MOVE "7510" TO WS-CLEARING-BASE
               WHEN TXN-TYPE-WHTAX
                   MOVE "2600" TO WS-CLEARING-BASE
               WHEN OTHER
                   MOVE "1010" TO WS-CLEARING-BASE
           END-EVALUATE.
