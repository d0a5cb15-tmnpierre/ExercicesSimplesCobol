      ******************************************************************
      * TAXRATE.CPY
      *
      * Shared record layout for taxrates.txt, the income-tax
      * withholding rates applied by PayCalc: one line per CLIENT-ID
      * and effective date (AAAAMMJJ) with the personal rate notified
      * by the tax office, in percent with two implied decimals. The
      * line in force for a payroll month is the latest one whose
      * effective date is not after the last day of the month. Lines
      * keyed TXR-DEFAULT-ID carry the default rate for anyone with
      * no personal line, effective-dated the same way. Lines
      * starting '*' are comments.
      ******************************************************************
       01  TAX-RATE-RECORD.
           03 TXR-CLIENT-ID         PIC X(9).
              88 TXR-DEFAULT-ID     VALUE "DEFAUT".
           03 FILLER                PIC X.
           03 TXR-EFFECTIVE-DATE    PIC 9(8).
           03 FILLER                PIC X.
           03 TXR-RATE              PIC 9(2)V99.
