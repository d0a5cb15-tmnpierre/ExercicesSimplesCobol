      ******************************************************************
      * DEDMOVE.CPY
      *
      * Shared record layout for paydeductions.txt, written by
      * PayCalc each month: one line per deduction due that month
      * with what was due (instalment plus any carried shortfall,
      * never more than the balance), what was actually taken from
      * the net, the shortfall carried to next month and the
      * balance left. DeductStatement builds the creditor statement
      * from it. DMV-TYPE and DMV-CREDITOR-REF are those of
      * deductions.txt (DEDUCT.CPY). Amounts carry two implied
      * decimals.
      ******************************************************************
       01  DEDUCTION-MOVE-RECORD.
           03 DMV-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 DMV-PERIOD            PIC 9(6).
           03 FILLER                PIC X.
           03 DMV-TYPE              PIC X.
           03 FILLER                PIC X.
           03 DMV-CREDITOR-REF      PIC X(12).
           03 FILLER                PIC X.
           03 DMV-NOM               PIC X(20).
           03 FILLER                PIC X.
           03 DMV-AGENCE            PIC X(3).
           03 FILLER                PIC X.
           03 DMV-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 DMV-DUE               PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DMV-TAKEN             PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DMV-SHORTFALL         PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DMV-BALANCE           PIC 9(6)V99.
