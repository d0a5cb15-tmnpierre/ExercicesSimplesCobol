      ******************************************************************
      * PAYVAR.CPY
      *
      * Shared record layout for payvariables.txt, the monthly
      * variable-pay input to PayCalc: one line per CLIENT-ID,
      * payroll month (AAAAMM) and element code, with the quantity
      * (hours, days) or the amount, two implied decimals. How each
      * code is valued is on payelements.txt (PAYELEM.CPY). Lines
      * starting '*' are comments. Lines PayCalc cannot apply go to
      * payvarrejects.txt with the reason. PayArrears writes the
      * month's salary arrears to payarrears.txt in this same
      * layout.
      ******************************************************************
       01  PAY-VARIABLE-RECORD.
           03 VAR-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 VAR-PERIOD            PIC 9(6).
           03 FILLER                PIC X.
           03 VAR-CODE              PIC X(4).
           03 FILLER                PIC X.
           03 VAR-QUANTITY          PIC 9(5)V99.
