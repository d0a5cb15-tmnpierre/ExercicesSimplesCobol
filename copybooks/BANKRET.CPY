      ******************************************************************
      * BANKRET.CPY
      *
      * Record layout of bankreturns.txt, the returned-payments file
      * the bank sends back: the payment's CLIENT-ID and period as
      * given on bankpayments.txt, the amount, the account it was
      * sent to, the date of the return and the bank's reason code
      * (AC01 invalid IBAN, AC04 closed account, AC06 blocked
      * account, BE01 holder name mismatch, MD07 holder deceased,
      * anything else listed as given). Lines starting '*' are the
      * bank's control lines.
      ******************************************************************
       01  BANK-RETURN-RECORD.
           03 RET-DATE              PIC 9(8).
           03 RET-PERIOD            PIC 9(6).
           03 RET-CLIENT-ID         PIC X(9).
           03 RET-ACCOUNT           PIC X(27).
           03 RET-AMOUNT            PIC 9(6)V99.
           03 RET-REASON            PIC X(4).
