      * holder name) maintained by the operators in the spirit of
      * agencymaster.txt. BankTransfer resolves each payslip's
      * PAY-CLIENT-ID against it to build the net-pay payment file.
      *
      * The master is maintained through BankMaint under dual
      * control (bankchanges.txt, BANKCHG.CPY). BNK-COOLOFF-UNTIL is
      * the first date a changed account may be paid into; until
      * then BankTransfer and BankReissue hold the payment back.
      * Zero or blank (lines written before the field existed) means
      * no cooling-off.
      ******************************************************************
       01  BANK-MASTER-RECORD.
           03 BNK-CLIENT-ID         PIC X(9).
           03 BNK-ACCOUNT           PIC X(27).
           03 BNK-HOLDER            PIC X(30).
           03 FILLER                PIC X.
           03 BNK-COOLOFF-UNTIL     PIC 9(8).
