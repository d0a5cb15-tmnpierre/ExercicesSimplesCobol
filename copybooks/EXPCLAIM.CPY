      ******************************************************************
      * EXPCLAIM.CPY
      *
      * Shared record layout for expenseclaims.txt, the queue and
      * history of employee expense claims. ExpenseEntry adds the
      * claims it accepts as EXC-PENDING, with the amount worked out
      * from the category (EXPCAT.CPY) and the GL account to charge.
      * ExpenseReview is where a DIFFERENT operator approves or
      * rejects them. PayCalc pays every approved claim on the
      * employee's next payslip, outside gross, tax and
      * contributions, and marks it EXC-PAID with the period and the
      * agence/département of that payslip, which GlPost posts and
      * PayBackout puts back to approved. Decided and paid lines
      * stay on the file as history; EXC-REF is the employee's own
      * claim reference, unique per CLIENT-ID.
      ******************************************************************
       01  EXPENSE-CLAIM-RECORD.
           03 EXC-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 EXC-REF               PIC X(8).
           03 FILLER                PIC X.
           03 EXC-CATEGORY          PIC X(4).
           03 FILLER                PIC X.
           03 EXC-EXPENSE-DATE      PIC 9(8).
           03 FILLER                PIC X.
           03 EXC-QUANTITY          PIC 9(5)V99.
           03 FILLER                PIC X.
           03 EXC-AMOUNT            PIC 9(5)V99.
           03 FILLER                PIC X.
           03 EXC-ACCOUNT           PIC X(6).
           03 FILLER                PIC X.
           03 EXC-STATUS            PIC X.
              88 EXC-PENDING        VALUE 'P'.
              88 EXC-APPROVED       VALUE 'A'.
              88 EXC-REJECTED       VALUE 'R'.
              88 EXC-PAID           VALUE 'X'.
           03 FILLER                PIC X.
           03 EXC-ENTERED-BY        PIC X(8).
           03 FILLER                PIC X.
           03 EXC-ENTRY-DATE        PIC 9(8).
           03 FILLER                PIC X.
           03 EXC-DECIDER           PIC X(8).
           03 FILLER                PIC X.
           03 EXC-DECIDE-DATE       PIC 9(8).
           03 FILLER                PIC X.
           03 EXC-PAID-PERIOD       PIC 9(6).
           03 FILLER                PIC X.
           03 EXC-AGENCE            PIC X(3).
           03 FILLER                PIC X.
           03 EXC-DEPT              PIC X(4).
