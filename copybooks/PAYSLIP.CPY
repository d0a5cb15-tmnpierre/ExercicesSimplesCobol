      * employee per monthly payroll run, written by PayCalc and read
      * by GlPost. Amounts carry two implied decimals (PIC 9(6)V99 is
      * written as 8 digits). PAY-PERIOD is the payroll month AAAAMM.
      * PAY-GROSS-MONTHLY is the whole month's gross, variable
      * elements of payvariables.txt included; PAY-BASE-GROSS is the
      * salary part alone (the prorated monthly twelfth), so the
      * difference is what the variable elements brought.
      * PAY-TAX-BASE is the taxable net (gross less employee
      * contributions), PAY-TAX-RATE the withholding rate taken from
      * taxrates.txt and PAY-TAX-WITHHELD the income tax withheld at
      * source. PAY-DED-GARNISH, PAY-DED-LOAN and PAY-DED-ADVANCE
      * are the instalments taken from the net that month for
      * garnishments, staff loans and salary advances (deductions.txt,
      * DEDUCT.CPY). PAY-EXPENSES is the expense claims reimbursed
      * on the payslip (expenseclaims.txt, EXPCLAIM.CPY), outside
      * gross, contributions and tax; PAY-NET is what is left to
      * pay the employee, after the tax and those deductions and
      * with the reimbursement added.
      ******************************************************************
       01  PAYSLIP-RECORD.
           03 PAY-CLIENT-ID         PIC X(9).
           03 PAY-EMP-CONTRIB       PIC 9(6)V99.
           03 PAY-EMPLOYER-CONTRIB  PIC 9(6)V99.
           03 PAY-NET               PIC 9(6)V99.
           03 PAY-BASE-GROSS        PIC 9(6)V99.
           03 PAY-TAX-BASE          PIC 9(6)V99.
           03 PAY-TAX-RATE          PIC 9(2)V99.
           03 PAY-TAX-WITHHELD      PIC 9(6)V99.
           03 PAY-DED-GARNISH       PIC 9(6)V99.
           03 PAY-DED-LOAN          PIC 9(6)V99.
           03 PAY-DED-ADVANCE       PIC 9(6)V99.
           03 PAY-EXPENSES          PIC 9(6)V99.
