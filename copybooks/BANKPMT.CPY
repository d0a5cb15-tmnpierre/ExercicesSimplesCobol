      ******************************************************************
      * BANKPMT.CPY
      *
      * Shared record layout for the payment files handed to the
      * bank: bankpayments.txt, the month's net-pay transfers written
      * by BankTransfer, and bankreissue.txt, the reissue of returned
      * payments written by BankReissue. One line per payment, the
      * amount with two implied decimals.
      ******************************************************************
       01  PAYMENT-RECORD.
           03 PMT-DATE              PIC 9(8).
           03 PMT-PERIOD            PIC 9(6).
           03 PMT-CLIENT-ID         PIC X(9).
           03 PMT-ACCOUNT           PIC X(27).
           03 PMT-HOLDER            PIC X(30).
           03 PMT-AMOUNT            PIC 9(6)V99.
