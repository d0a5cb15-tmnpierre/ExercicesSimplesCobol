      ******************************************************************
      * EXPCAT.CPY
      *
      * Shared record layout for expensecategories.txt, the
      * operator-maintained parameter file of expense-claim
      * categories (travel, meals, mileage...). ECT-UNIT says what
      * a claim line carries: 'M' an amount, 'K' a distance in
      * kilometres valued at ECT-KM-RATE. ECT-CEILING is the most a
      * single claim of the category may come to; ECT-ACCOUNT the GL
      * expense account the reimbursement is charged to. Amounts
      * carry implied decimals.
      ******************************************************************
       01  EXPENSE-CATEGORY-RECORD.
           03 ECT-CATEGORY          PIC X(4).
           03 FILLER                PIC X.
           03 ECT-LABEL             PIC X(20).
           03 FILLER                PIC X.
           03 ECT-UNIT              PIC X.
              88 ECT-UNIT-AMOUNT    VALUE 'M'.
              88 ECT-UNIT-KM        VALUE 'K'.
           03 FILLER                PIC X.
           03 ECT-KM-RATE           PIC 9V999.
           03 FILLER                PIC X.
           03 ECT-CEILING           PIC 9(5)V99.
           03 FILLER                PIC X.
           03 ECT-ACCOUNT           PIC X(6).
