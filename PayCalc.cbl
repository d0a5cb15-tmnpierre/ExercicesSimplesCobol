      * an already-closed period is refused - the July double-pay
      * incident cannot recur. PayBackout reopens a period when a
      * rerun is genuinely needed.
      *
      * The month's variable pay is now taken from payvariables.txt
      * (PAYVAR.CPY): overtime hours, one-off bonuses, unpaid
      * absence days, one line per CLIENT-ID, period and element
      * code. Each code is valued through the parameter file
      * payelements.txt (PAYELEM.CPY) - hours or days at the
      * employee's own rate times a coefficient, or a plain amount
      * - and added to (or taken off) the prorated gross before the
      * contribution band is chosen; elements flagged not subject
      * stay out of the contribution base. Every element is printed
      * under its employee's line on the register, and PAY-BASE-GROSS
      * keeps the salary part apart on the payslip. A line for an
      * unknown or unpaid CLIENT-ID, for a period already closed on
      * payperiods.txt or with a code missing from payelements.txt
      * is listed with its reason on payvarrejects.txt and the run
      * ends RC-WARNING - nothing is dropped silently. Lines for a
      * later, still open period are left for that month's run.
      * The arrears PayArrears computes for back-dated salary
      * changes arrive the same way, on payarrears.txt in the same
      * layout (elements RAPP/RAPN), and are read after the keyed
      * variable pay.
      *
      * Income tax is now withheld at source. The rate comes from
      * taxrates.txt (TAXRATE.CPY) - the employee's own line in
      * force for the month, or failing that the DEFAUT line - and
      * is applied to the taxable net (gross less employee
      * contributions). The tax is carried on the payslip in its
      * own fields, printed in its own register column and totalled
      * apart; PAY-NET is what remains to pay after it. TaxReturn
      * builds the monthly return from the payslips and ties its
      * control total back to the register's tax total, and GlPost
      * credits it to 442000.
      *
      * Salary advances, staff loans and garnishments are now taken
      * from the net through the deductions master deductions.txt
      * (DEDUCT.CPY). Each active line's instalment, plus whatever
      * was carried over from earlier months, is deducted -
      * garnishments first, then loans, then advances - but never
      * so far that the net falls under the protected minimum; what
      * cannot be taken is carried to the next month. The amounts
      * go on the payslip by type, each movement is written to
      * paydeductions.txt (DEDMOVE.CPY) for DeductStatement, and
      * the master's balances are brought up to date at end of run.
      *
      * A leaver's untaken paid leave is paid in the termination
      * month as the indemnité compensatrice (element ICCP), which
      * LeaveAccrual works out from leavebalance.txt and leaves on
      * payleave.txt in the variable-pay layout; it is read after
      * the arrears and paid like any other element.
      *
      * Expense claims approved in ExpenseReview are now reimbursed
      * on the payslip instead of by separate cheque. Every claim
      * on expenseclaims.txt (EXPCLAIM.CPY) still EXC-APPROVED for
      * the employee is added to the net after tax and deductions -
      * it is neither gross, nor taxable, nor subject to
      * contributions, and cannot be seized - carried in
      * PAY-EXPENSES, printed under the employee's line and
      * totalled apart. The claim is marked EXC-PAID with the
      * period and the agence/département it was paid under, for
      * GlPost, and the file is rewritten at end of run.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS.

           SELECT PAY-ELEMENTS ASSIGN TO 'payelements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELEMENTS-STATUS.

           SELECT PAY-VARIABLES ASSIGN TO DYNAMIC WS-VARIABLES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARIABLES-STATUS.

           SELECT VARIABLE-REJECTS ASSIGN TO 'payvarrejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RATES ASSIGN TO 'taxrates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXRATES-STATUS.

           SELECT DEDUCTIONS ASSIGN TO 'deductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT DEDUCTION-MOVES ASSIGN TO 'paydeductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "PAYSLIP.CPY".

       FD  PAYROLL-REGISTER.
       01  REGISTER-LINE            PIC X(132).

       FD  PAY-PERIODS.
           COPY "PAYPERIOD.CPY".

       FD  PAY-ELEMENTS.
           COPY "PAYELEM.CPY".

       FD  PAY-VARIABLES.
           COPY "PAYVAR.CPY".

       FD  VARIABLE-REJECTS.
       01  VAR-REJECT-LINE          PIC X(100).

       FD  TAX-RATES.
           COPY "TAXRATE.CPY".

       FD  DEDUCTIONS.
           COPY "DEDUCT.CPY".

       FD  DEDUCTION-MOVES.
           COPY "DEDMOVE.CPY".

       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED  VALUE 'Y'.

      * Every period already closed on payperiods.txt, kept so a
      * variable-pay line for a paid month can be refused.
       01  CLOSED-PERIOD-TABLE.
           05 CLOSED-PERIOD-ENTRY OCCURS 200 TIMES.
              10 CPT-PERIOD     PIC 9(6).
       01  CLOSED-PERIOD-COUNT  PIC 9(3) COMP VALUE ZERO.
       01  WS-CLOSED-LIMIT      PIC 9(3) COMP VALUE 200.

      * Variable-pay element parameters (payelements.txt) and the
      * month's variable-pay lines (payvariables.txt). A line is
      * marked used when its employee is paid; whatever is left
      * unused at the end had no payable CLIENT-ID behind it.
       01  WS-ELEMENTS-STATUS   PIC XX VALUE SPACES.
       01  WS-VARIABLES-STATUS  PIC XX VALUE SPACES.
       01  WS-VARIABLES-NAME    PIC X(60) VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
           88 WS-PARM-EOF-YES   VALUE 'Y'.

       01  ELEMENT-TABLE.
           05 ELEMENT-ENTRY OCCURS 50 TIMES.
              10 ELT-CODE       PIC X(4).
              10 ELT-LABEL      PIC X(20).
              10 ELT-METHOD     PIC X.
              10 ELT-RATE       PIC 9(3)V99.
              10 ELT-SIGN       PIC X.
              10 ELT-SUBJECT    PIC X.
       01  ELEMENT-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-ELEMENT-LIMIT     PIC 9(3) COMP VALUE 50.

       01  VARIABLE-TABLE.
           05 VARIABLE-ENTRY OCCURS 2000 TIMES.
              10 VRT-CLIENT-ID  PIC X(9).
              10 VRT-CODE       PIC X(4).
              10 VRT-QUANTITY   PIC 9(5)V99.
              10 VRT-ELEMENT    PIC 9(3) COMP.
              10 VRT-AMOUNT     PIC 9(6)V99.
              10 VRT-USED-SW    PIC X.
                 88 VRT-USED    VALUE 'Y'.
       01  VARIABLE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-VARIABLE-LIMIT    PIC 9(4) COMP VALUE 2000.
       01  WS-VSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-ESUB              PIC 9(3) COMP VALUE ZERO.

       01  WS-VAR-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-VAR-APPLIED-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-VAR-LATER-COUNT   PIC 9(7) COMP VALUE ZERO.
       01  WS-VAR-REJECT-COUNT  PIC 9(7) COMP VALUE ZERO.
       01  WS-VAR-REASON        PIC X(40) VALUE SPACES.
       01  WS-REJ-CLIENT-ID     PIC X(9) VALUE SPACES.
       01  WS-REJ-PERIOD        PIC X(6) VALUE SPACES.
       01  WS-REJ-CODE          PIC X(4) VALUE SPACES.

      * Valuation of one element: hourly rate on the legal monthly
      * 151.67 hours, daily rate on the calendar days of the month,
      * both from the unprorated monthly twelfth.
       01  WS-MONTHLY-TWELFTH   PIC 9(6)V99 VALUE ZERO.
       01  WS-HOURLY-RATE       PIC 9(6)V9999 VALUE ZERO.
       01  WS-DAILY-RATE        PIC 9(6)V9999 VALUE ZERO.
       01  WS-ELEMENT-AMOUNT    PIC 9(6)V99 VALUE ZERO.
       01  WS-ELEMENT-TOTAL     PIC S9(7)V99 VALUE ZERO.
       01  WS-SUBJECT-TOTAL     PIC S9(7)V99 VALUE ZERO.
       01  WS-WORK-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01  WS-QTY-EDIT          PIC Z(4)9.99.

       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
       01  WS-PRORATED-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-DAYS-EDIT         PIC Z9.

      * Social contribution bands, shared with PayArrears.
           COPY "CONTRIBBAND.CPY".

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-BAND              PIC 9(2) COMP VALUE ZERO.

      * Withholding rates from taxrates.txt, every effective-dated
      * line kept; the one in force is looked up per employee.
       01  WS-TAXRATES-STATUS   PIC XX VALUE SPACES.
       01  TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY OCCURS 1000 TIMES.
              10 TRT-CLIENT-ID  PIC X(9).
              10 TRT-EFFECTIVE-DATE PIC 9(8).
              10 TRT-RATE       PIC 9(2)V99.
       01  TAX-RATE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-TAX-RATE-LIMIT    PIC 9(4) COMP VALUE 1000.
       01  WS-TSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-TAX-LOOKUP-ID     PIC X(9) VALUE SPACES.
       01  WS-TAX-BEST-DATE     PIC 9(8) VALUE ZERO.
       01  WS-TAX-RATE-FOUND-SW PIC X VALUE 'N'.
           88 WS-TAX-RATE-FOUND VALUE 'Y'.
       01  WS-NO-DEFAULT-COUNT  PIC 9(7) COMP VALUE ZERO.

       01  WS-TAX-BASE          PIC 9(6)V99 VALUE ZERO.
       01  WS-TAX-RATE          PIC 9(2)V99 VALUE ZERO.
       01  WS-TAX-WITHHELD      PIC 9(6)V99 VALUE ZERO.
       01  WS-TOTAL-TAX-BASE    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-TAX         PIC 9(9)V99 VALUE ZERO.

      * The deductions master, held whole so it can be rewritten
      * with the month's balances. The protected minimum is the
      * part of the net that can never be deducted - the solde
      * bancaire insaisissable.
       01  WS-DEDUCT-STATUS     PIC XX VALUE SPACES.
       01  DEDUCTION-TABLE.
           05 DEDUCTION-ENTRY OCCURS 2000 TIMES.
              10 DDT-CLIENT-ID  PIC X(9).
              10 DDT-TYPE       PIC X.
              10 DDT-CREDITOR-REF PIC X(12).
              10 DDT-ORIGINAL   PIC 9(6)V99.
              10 DDT-INSTALMENT PIC 9(6)V99.
              10 DDT-BALANCE    PIC 9(6)V99.
              10 DDT-CARRIED    PIC 9(6)V99.
              10 DDT-STATUS     PIC X.
              10 DDT-LAST-PERIOD PIC 9(6).
              10 DDT-LAST-TAKEN PIC 9(6)V99.
              10 DDT-PREV-CARRIED PIC 9(6)V99.
              10 DDT-DUE        PIC 9(6)V99.
       01  DEDUCTION-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-DEDUCTION-LIMIT   PIC 9(4) COMP VALUE 2000.
       01  WS-DSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-DED-PASS          PIC 9 VALUE ZERO.
       01  WS-DED-PASS-TYPE     PIC X VALUE SPACE.
       01  WS-PROTECTED-NET     PIC 9(6)V99 VALUE 635.71.
       01  WS-DED-AVAILABLE     PIC 9(6)V99 VALUE ZERO.
       01  WS-DED-TAKEN         PIC 9(6)V99 VALUE ZERO.
       01  WS-DED-GARNISH       PIC 9(6)V99 VALUE ZERO.
       01  WS-DED-LOAN          PIC 9(6)V99 VALUE ZERO.
       01  WS-DED-ADVANCE       PIC 9(6)V99 VALUE ZERO.
       01  WS-DED-APPLIED-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-DED-SHORT-COUNT   PIC 9(7) COMP VALUE ZERO.
       01  WS-DED-ALREADY-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-DEDUCTIONS  PIC 9(9)V99 VALUE ZERO.

      * The expense claims file, held whole so the claims paid this
      * month can be marked and the file rewritten.
       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.
       01  CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 5000 TIMES.
              10 CLT-CLIENT-ID  PIC X(9).
              10 CLT-STATUS     PIC X.
              10 CLT-RECORD     PIC X(109).
       01  CLAIM-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-LIMIT       PIC 9(4) COMP VALUE 5000.
       01  WS-CSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-EXPENSES          PIC 9(6)V99 VALUE ZERO.
       01  WS-EXP-PAID-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-EXPENSES    PIC 9(9)V99 VALUE ZERO.

       01  WS-GROSS             PIC 9(6)V99 VALUE ZERO.
       01  WS-BASE-GROSS        PIC 9(6)V99 VALUE ZERO.
       01  WS-CONTRIB-BASE      PIC 9(6)V99 VALUE ZERO.
       01  WS-EMP-CONTRIB       PIC 9(6)V99 VALUE ZERO.
       01  WS-EMPR-CONTRIB      PIC 9(6)V99 VALUE ZERO.
       01  WS-NET               PIC 9(6)V99 VALUE ZERO.
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.
           PERFORM SET-PERIOD-BOUNDS.
               GOBACK
           END-IF.

           PERFORM LOAD-PAY-ELEMENTS.
           PERFORM LOAD-TAX-RATES.
           OPEN OUTPUT VARIABLE-REJECTS.
           PERFORM LOAD-PAY-VARIABLES.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-EXPENSE-CLAIMS.

           OPEN INPUT FICHIERCLIENT.
           OPEN OUTPUT DEDUCTION-MOVES.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT PAYROLL-REGISTER.


           CLOSE FICHIERCLIENT.
           CLOSE PAYSLIP-FILE.
           CLOSE DEDUCTION-MOVES.

           PERFORM REJECT-UNUSED-VARIABLES.
           PERFORM WRITE-VARIABLE-REJECT-TOTAL.
           CLOSE VARIABLE-REJECTS.

           PERFORM WRITE-AGENCY-TOTALS.
           PERFORM WRITE-DEPT-TOTALS.
           PERFORM WRITE-GRAND-TOTALS.
           CLOSE PAYROLL-REGISTER.

           PERFORM REWRITE-DEDUCTIONS THRU REWRITE-DEDUCTIONS-EXIT.
           PERFORM REWRITE-EXPENSE-CLAIMS
              THRU REWRITE-EXPENSE-CLAIMS-EXIT.
           PERFORM CLOSE-PAY-PERIOD.

           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT.
                       WS-COUNT-EDIT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-VAR-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Éléments variables appliqués : " WS-COUNT-EDIT.
           IF WS-VAR-LATER-COUNT > 0
               MOVE WS-VAR-LATER-COUNT TO WS-COUNT-EDIT
               DISPLAY "Éléments pour une période ultérieure : "
                       WS-COUNT-EDIT
           END-IF.
           IF WS-NO-DEFAULT-COUNT > 0
               MOVE WS-NO-DEFAULT-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " bulletin(s) sans"
                       " taux de prélèvement ni taux DEFAUT en"
                       " vigueur (taxrates.txt) - impôt à zéro."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF WS-VAR-REJECT-COUNT > 0
               MOVE WS-VAR-REJECT-COUNT TO WS-COUNT-EDIT
               DISPLAY "Éléments variables rejetés : " WS-COUNT-EDIT
                       " (payvarrejects.txt)"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-DED-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Retenues sur net appliquées : " WS-COUNT-EDIT.
           IF WS-DED-SHORT-COUNT > 0
               MOVE WS-DED-SHORT-COUNT TO WS-COUNT-EDIT
               DISPLAY "Retenues partielles (minimum protégé) : "
                       WS-COUNT-EDIT " - reliquat reporté"
           END-IF.
           IF WS-DED-ALREADY-COUNT > 0
               MOVE WS-DED-ALREADY-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " retenue(s) déjà"
                       " prise(s) pour la période (deductions.txt)"
                       " - non reprises."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-EXP-PAID-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Notes de frais remboursées : " WS-COUNT-EDIT.
           DISPLAY "Fichier bulletins : payslipfile.txt".
           DISPLAY "Journal de paie   : payrollregister.txt".


           GOBACK.

       CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           OPEN INPUT PAY-PERIODS.
                   AT END
                       SET WS-PERIODS-EOF-YES TO TRUE
                   NOT AT END
                       IF PPD-STATUS-PAID
                           IF PPD-PERIOD = WS-PERIOD
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                           IF CLOSED-PERIOD-COUNT < WS-CLOSED-LIMIT
                               ADD 1 TO CLOSED-PERIOD-COUNT
                               MOVE PPD-PERIOD
                                 TO CPT-PERIOD(CLOSED-PERIOD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-EMPLOYEE-COUNT.

           COMPUTE WS-GROSS ROUNDED = CLIENT-SALAIRE / 12.
           MOVE WS-GROSS TO WS-MONTHLY-TWELFTH.
           PERFORM PRORATE-GROSS.
           MOVE WS-GROSS TO WS-BASE-GROSS.

           PERFORM APPLY-VARIABLE-ELEMENTS.

           PERFORM FIND-CONTRIB-BAND.
           COMPUTE WS-EMP-CONTRIB ROUNDED =
                   WS-CONTRIB-BASE * CBD-EMP-RATE(WS-BAND) / 100.
           COMPUTE WS-EMPR-CONTRIB ROUNDED =
                   WS-CONTRIB-BASE * CBD-EMPR-RATE(WS-BAND) / 100.
           COMPUTE WS-TAX-BASE = WS-GROSS - WS-EMP-CONTRIB.

           PERFORM FIND-TAX-RATE.
           COMPUTE WS-TAX-WITHHELD ROUNDED =
                   WS-TAX-BASE * WS-TAX-RATE / 100.
           COMPUTE WS-NET = WS-TAX-BASE - WS-TAX-WITHHELD.

           PERFORM APPLY-DEDUCTIONS.
           PERFORM APPLY-EXPENSE-CLAIMS.

           PERFORM WRITE-PAYSLIP-RECORD.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM WRITE-REGISTER-ELEMENTS.
           PERFORM WRITE-REGISTER-DEDUCTIONS.
           PERFORM WRITE-REGISTER-EXPENSES.
           PERFORM ACCUMULATE-TOTALS.

      * The employee's variable-pay lines for the period are valued
      * and folded into the gross; only the elements subject to
      * contributions go into the contribution base. An absence
      * larger than the month leaves a zero gross, never a
      * negative one.
       APPLY-VARIABLE-ELEMENTS.
           MOVE ZERO TO WS-ELEMENT-TOTAL.
           MOVE ZERO TO WS-SUBJECT-TOTAL.
           COMPUTE WS-HOURLY-RATE ROUNDED =
                   WS-MONTHLY-TWELFTH / 151.67.
           COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-MONTHLY-TWELFTH / WS-DAYS-IN-MONTH.

           PERFORM VARYING WS-VSUB FROM 1 BY 1
                   UNTIL WS-VSUB > VARIABLE-COUNT
               IF VRT-CLIENT-ID(WS-VSUB) = CLIENT-ID
                   PERFORM VALUE-ONE-ELEMENT
               END-IF
           END-PERFORM.

           COMPUTE WS-WORK-AMOUNT = WS-BASE-GROSS + WS-ELEMENT-TOTAL.
           IF WS-WORK-AMOUNT < ZERO
               MOVE ZERO TO WS-GROSS
           ELSE
               MOVE WS-WORK-AMOUNT TO WS-GROSS
           END-IF.

           COMPUTE WS-WORK-AMOUNT = WS-BASE-GROSS + WS-SUBJECT-TOTAL.
           IF WS-WORK-AMOUNT < ZERO
               MOVE ZERO TO WS-CONTRIB-BASE
           ELSE
               MOVE WS-WORK-AMOUNT TO WS-CONTRIB-BASE
           END-IF.

       VALUE-ONE-ELEMENT.
           MOVE VRT-ELEMENT(WS-VSUB) TO WS-ESUB.
           EVALUATE ELT-METHOD(WS-ESUB)
               WHEN 'H'
                   COMPUTE WS-ELEMENT-AMOUNT ROUNDED =
                           VRT-QUANTITY(WS-VSUB) * WS-HOURLY-RATE
                           * ELT-RATE(WS-ESUB) / 100
               WHEN 'J'
                   COMPUTE WS-ELEMENT-AMOUNT ROUNDED =
                           VRT-QUANTITY(WS-VSUB) * WS-DAILY-RATE
                           * ELT-RATE(WS-ESUB) / 100
               WHEN OTHER
                   MOVE VRT-QUANTITY(WS-VSUB) TO WS-ELEMENT-AMOUNT
           END-EVALUATE.

           MOVE WS-ELEMENT-AMOUNT TO VRT-AMOUNT(WS-VSUB).
           MOVE 'Y' TO VRT-USED-SW(WS-VSUB).
           ADD 1 TO WS-VAR-APPLIED-COUNT.

           IF ELT-SIGN(WS-ESUB) = '-'
               SUBTRACT WS-ELEMENT-AMOUNT FROM WS-ELEMENT-TOTAL
               IF ELT-SUBJECT(WS-ESUB) = 'O'
                   SUBTRACT WS-ELEMENT-AMOUNT FROM WS-SUBJECT-TOTAL
               END-IF
           ELSE
               ADD WS-ELEMENT-AMOUNT TO WS-ELEMENT-TOTAL
               IF ELT-SUBJECT(WS-ESUB) = 'O'
                   ADD WS-ELEMENT-AMOUNT TO WS-SUBJECT-TOTAL
               END-IF
           END-IF.

      * The employee's own rate in force at the end of the month,
      * else the DEFAUT rate in force, else zero (counted and
      * reported - a payroll is not stopped for a missing rate).
       FIND-TAX-RATE.
           MOVE CLIENT-ID TO WS-TAX-LOOKUP-ID.
           PERFORM LOOKUP-TAX-RATE.
           IF NOT WS-TAX-RATE-FOUND
               MOVE "DEFAUT" TO WS-TAX-LOOKUP-ID
               PERFORM LOOKUP-TAX-RATE
           END-IF.
           IF NOT WS-TAX-RATE-FOUND
               MOVE ZERO TO WS-TAX-RATE
               ADD 1 TO WS-NO-DEFAULT-COUNT
           END-IF.

       LOOKUP-TAX-RATE.
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW.
           MOVE ZERO TO WS-TAX-BEST-DATE.
           PERFORM VARYING WS-TSUB FROM 1 BY 1
                   UNTIL WS-TSUB > TAX-RATE-COUNT
               IF TRT-CLIENT-ID(WS-TSUB) = WS-TAX-LOOKUP-ID AND
                  TRT-EFFECTIVE-DATE(WS-TSUB) <= WS-PERIOD-END AND
                  TRT-EFFECTIVE-DATE(WS-TSUB) >= WS-TAX-BEST-DATE
                   SET WS-TAX-RATE-FOUND TO TRUE
                   MOVE TRT-EFFECTIVE-DATE(WS-TSUB)
                     TO WS-TAX-BEST-DATE
                   MOVE TRT-RATE(WS-TSUB) TO WS-TAX-RATE
               END-IF
           END-PERFORM.

      * The band is chosen on the contribution base - the gross
      * less whatever variable pay is not subject to contributions.
       FIND-CONTRIB-BAND.
           MOVE CONTRIB-BAND-COUNT TO WS-BAND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CONTRIB-BAND-COUNT
               IF WS-CONTRIB-BASE <= CBD-CEILING(WS-SUB)
                   MOVE WS-SUB TO WS-BAND
                   MOVE CONTRIB-BAND-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * The employee's deductions in legal order - garnishments,
      * then loans, then advances, file order within a type. Each
      * takes its instalment plus the carried shortfall, capped at
      * the balance, out of whatever the net still has above the
      * protected minimum; the part not taken is carried again.
       APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-DED-GARNISH.
           MOVE ZERO TO WS-DED-LOAN.
           MOVE ZERO TO WS-DED-ADVANCE.
           PERFORM VARYING WS-DED-PASS FROM 1 BY 1
                   UNTIL WS-DED-PASS > 3
               EVALUATE WS-DED-PASS
                   WHEN 1
                       MOVE 'S' TO WS-DED-PASS-TYPE
                   WHEN 2
                       MOVE 'P' TO WS-DED-PASS-TYPE
                   WHEN OTHER
                       MOVE 'A' TO WS-DED-PASS-TYPE
               END-EVALUATE
               PERFORM VARYING WS-DSUB FROM 1 BY 1
                       UNTIL WS-DSUB > DEDUCTION-COUNT
                   IF DDT-CLIENT-ID(WS-DSUB) = CLIENT-ID AND
                      DDT-TYPE(WS-DSUB) = WS-DED-PASS-TYPE AND
                      DDT-STATUS(WS-DSUB) = 'A' AND
                      DDT-BALANCE(WS-DSUB) > ZERO
                       PERFORM APPLY-ONE-DEDUCTION
                          THRU APPLY-ONE-DEDUCTION-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-DEDUCTION.
           IF DDT-LAST-PERIOD(WS-DSUB) >= WS-PERIOD
               ADD 1 TO WS-DED-ALREADY-COUNT
               GO TO APPLY-ONE-DEDUCTION-EXIT
           END-IF.

           COMPUTE DDT-DUE(WS-DSUB) =
                   DDT-INSTALMENT(WS-DSUB) + DDT-CARRIED(WS-DSUB).
           IF DDT-DUE(WS-DSUB) > DDT-BALANCE(WS-DSUB)
               MOVE DDT-BALANCE(WS-DSUB) TO DDT-DUE(WS-DSUB)
           END-IF.

           IF WS-NET > WS-PROTECTED-NET
               COMPUTE WS-DED-AVAILABLE = WS-NET - WS-PROTECTED-NET
           ELSE
               MOVE ZERO TO WS-DED-AVAILABLE
           END-IF.
           IF DDT-DUE(WS-DSUB) > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-TAKEN
               ADD 1 TO WS-DED-SHORT-COUNT
           ELSE
               MOVE DDT-DUE(WS-DSUB) TO WS-DED-TAKEN
           END-IF.

           SUBTRACT WS-DED-TAKEN FROM WS-NET.
           EVALUATE DDT-TYPE(WS-DSUB)
               WHEN 'S'
                   ADD WS-DED-TAKEN TO WS-DED-GARNISH
               WHEN 'P'
                   ADD WS-DED-TAKEN TO WS-DED-LOAN
               WHEN OTHER
                   ADD WS-DED-TAKEN TO WS-DED-ADVANCE
           END-EVALUATE.

           MOVE DDT-CARRIED(WS-DSUB) TO DDT-PREV-CARRIED(WS-DSUB).
           COMPUTE DDT-CARRIED(WS-DSUB) =
                   DDT-DUE(WS-DSUB) - WS-DED-TAKEN.
           SUBTRACT WS-DED-TAKEN FROM DDT-BALANCE(WS-DSUB).
           MOVE WS-DED-TAKEN TO DDT-LAST-TAKEN(WS-DSUB).
           MOVE WS-PERIOD TO DDT-LAST-PERIOD(WS-DSUB).
           IF DDT-BALANCE(WS-DSUB) = ZERO
               MOVE 'S' TO DDT-STATUS(WS-DSUB)
               MOVE ZERO TO DDT-CARRIED(WS-DSUB)
           END-IF.
           ADD 1 TO WS-DED-APPLIED-COUNT.

           MOVE SPACES TO DEDUCTION-MOVE-RECORD.
           MOVE CLIENT-ID TO DMV-CLIENT-ID.
           MOVE WS-PERIOD TO DMV-PERIOD.
           MOVE DDT-TYPE(WS-DSUB) TO DMV-TYPE.
           MOVE DDT-CREDITOR-REF(WS-DSUB) TO DMV-CREDITOR-REF.
           MOVE CLIENT-NOM TO DMV-NOM.
           MOVE CLIENT-AGENCE TO DMV-AGENCE.
           MOVE CLIENT-DEPT TO DMV-DEPT.
           MOVE DDT-DUE(WS-DSUB) TO DMV-DUE.
           MOVE WS-DED-TAKEN TO DMV-TAKEN.
           MOVE DDT-CARRIED(WS-DSUB) TO DMV-SHORTFALL.
           MOVE DDT-BALANCE(WS-DSUB) TO DMV-BALANCE.
           WRITE DEDUCTION-MOVE-RECORD.

       APPLY-ONE-DEDUCTION-EXIT.
           EXIT.

      * Approved expense claims are reimbursed on top of the net,
      * after the deductions have been judged against the protected
      * minimum - a reimbursement is the employee's own money and
      * is never seized. Each claim paid is marked with the period
      * and the agence/département of this payslip.
       APPLY-EXPENSE-CLAIMS.
           MOVE ZERO TO WS-EXPENSES.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CLAIM-COUNT
               IF CLT-CLIENT-ID(WS-CSUB) = CLIENT-ID AND
                  CLT-STATUS(WS-CSUB) = 'A'
                   MOVE CLT-RECORD(WS-CSUB) TO EXPENSE-CLAIM-RECORD
                   ADD EXC-AMOUNT TO WS-EXPENSES
                   MOVE 'X' TO EXC-STATUS
                   MOVE WS-PERIOD TO EXC-PAID-PERIOD
                   MOVE CLIENT-AGENCE TO EXC-AGENCE
                   MOVE CLIENT-DEPT TO EXC-DEPT
                   MOVE EXPENSE-CLAIM-RECORD TO CLT-RECORD(WS-CSUB)
                   MOVE 'X' TO CLT-STATUS(WS-CSUB)
                   ADD 1 TO WS-EXP-PAID-COUNT
               END-IF
           END-PERFORM.
           ADD WS-EXPENSES TO WS-NET.

       WRITE-PAYSLIP-RECORD.
           MOVE SPACES TO PAYSLIP-RECORD.
           MOVE CLIENT-ID        TO PAY-CLIENT-ID.
           MOVE WS-EMP-CONTRIB   TO PAY-EMP-CONTRIB.
           MOVE WS-EMPR-CONTRIB  TO PAY-EMPLOYER-CONTRIB.
           MOVE WS-NET           TO PAY-NET.
           MOVE WS-BASE-GROSS    TO PAY-BASE-GROSS.
           MOVE WS-TAX-BASE      TO PAY-TAX-BASE.
           MOVE WS-TAX-RATE      TO PAY-TAX-RATE.
           MOVE WS-TAX-WITHHELD  TO PAY-TAX-WITHHELD.
           MOVE WS-DED-GARNISH   TO PAY-DED-GARNISH.
           MOVE WS-DED-LOAN      TO PAY-DED-LOAN.
           MOVE WS-DED-ADVANCE   TO PAY-DED-ADVANCE.
           MOVE WS-EXPENSES      TO PAY-EXPENSES.
           WRITE PAYSLIP-RECORD.

       ACCUMULATE-TOTALS.
           ADD WS-EMP-CONTRIB  TO WS-TOTAL-EMP-CONTRIB.
           ADD WS-EMPR-CONTRIB TO WS-TOTAL-EMPR-CONTRIB.
           ADD WS-NET          TO WS-TOTAL-NET.
           ADD WS-TAX-BASE     TO WS-TOTAL-TAX-BASE.
           ADD WS-TAX-WITHHELD TO WS-TOTAL-TAX.
           ADD WS-DED-GARNISH  TO WS-TOTAL-DEDUCTIONS.
           ADD WS-DED-LOAN     TO WS-TOTAL-DEDUCTIONS.
           ADD WS-DED-ADVANCE  TO WS-TOTAL-DEDUCTIONS.
           ADD WS-EXPENSES     TO WS-TOTAL-EXPENSES.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
           STRING " Net: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE(65:).
           MOVE WS-TAX-WITHHELD TO WS-AMOUNT-EDIT.
           STRING " Impôt: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE(82:).
           IF WS-PRORATED
               MOVE WS-DAYS-WORKED TO WS-DAYS-EDIT
               STRING " PRORATA " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       "j" DELIMITED BY SIZE
                       INTO REGISTER-LINE(101:)
           END-IF.
           WRITE REGISTER-LINE.

      * One indented line per variable element under the
      * employee's detail line: code, label, quantity and the
      * signed amount it brought to the gross.
       WRITE-REGISTER-ELEMENTS.
           PERFORM VARYING WS-VSUB FROM 1 BY 1
                   UNTIL WS-VSUB > VARIABLE-COUNT
               IF VRT-CLIENT-ID(WS-VSUB) = CLIENT-ID
                   MOVE VRT-ELEMENT(WS-VSUB) TO WS-ESUB
                   MOVE VRT-QUANTITY(WS-VSUB) TO WS-QTY-EDIT
                   MOVE VRT-AMOUNT(WS-VSUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REGISTER-LINE
                   STRING "          " DELIMITED BY SIZE
                           VRT-CODE(WS-VSUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ELT-LABEL(WS-ESUB) DELIMITED BY SIZE
                           " Qté: " DELIMITED BY SIZE
                           WS-QTY-EDIT DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   STRING " Montant: " DELIMITED BY SIZE
                           ELT-SIGN(WS-ESUB) DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO REGISTER-LINE(60:)
                   IF ELT-SUBJECT(WS-ESUB) NOT = 'O'
                       MOVE "NON SOUMIS" TO REGISTER-LINE(82:)
                   END-IF
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM.

      * One indented line per deduction taken this month under the
      * employee's detail line, with the shortfall carried.
       WRITE-REGISTER-DEDUCTIONS.
           PERFORM VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > DEDUCTION-COUNT
               IF DDT-CLIENT-ID(WS-DSUB) = CLIENT-ID AND
                  DDT-LAST-PERIOD(WS-DSUB) = WS-PERIOD
                   MOVE SPACES TO REGISTER-LINE
                   MOVE DDT-LAST-TAKEN(WS-DSUB) TO WS-AMOUNT-EDIT
                   STRING "          RETENUE " DELIMITED BY SIZE
                           DDT-TYPE(WS-DSUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DDT-CREDITOR-REF(WS-DSUB)
                               DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   STRING " Montant: -" DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO REGISTER-LINE(60:)
                   IF DDT-CARRIED(WS-DSUB) > ZERO
                       MOVE DDT-CARRIED(WS-DSUB) TO WS-AMOUNT-EDIT
                       STRING "REPORTE: " DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               INTO REGISTER-LINE(82:)
                   END-IF
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM.

      * One indented line per expense claim reimbursed this month.
       WRITE-REGISTER-EXPENSES.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CLAIM-COUNT
               IF CLT-CLIENT-ID(WS-CSUB) = CLIENT-ID AND
                  CLT-STATUS(WS-CSUB) = 'X'
                   MOVE CLT-RECORD(WS-CSUB) TO EXPENSE-CLAIM-RECORD
                   IF EXC-PAID-PERIOD = WS-PERIOD
                       MOVE SPACES TO REGISTER-LINE
                       MOVE EXC-AMOUNT TO WS-AMOUNT-EDIT
                       STRING "          FRAIS " DELIMITED BY SIZE
                               EXC-CATEGORY DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EXC-REF DELIMITED BY SIZE
                               " du " DELIMITED BY SIZE
                               EXC-EXPENSE-DATE DELIMITED BY SIZE
                               INTO REGISTER-LINE
                       STRING " Montant: +" DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               INTO REGISTER-LINE(60:)
                       MOVE "NON IMPOSABLE" TO REGISTER-LINE(82:)
                       WRITE REGISTER-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AGENCY-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-TAX-BASE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total net imposable    : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-TAX TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total impôt prélevé    : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-DEDUCTIONS TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total retenues sur net : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-EXPENSES TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total frais remboursés : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total net à payer      : " DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * Element parameters. A missing payelements.txt only matters
      * if variable lines turn up - they are then all refused as
      * unknown codes.
       LOAD-PAY-ELEMENTS.
           MOVE 'N' TO WS-PARM-EOF.
           OPEN INPUT PAY-ELEMENTS.
           IF WS-ELEMENTS-STATUS NOT = "00"
               SET WS-PARM-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARM-EOF-YES
               READ PAY-ELEMENTS
                   AT END
                       SET WS-PARM-EOF-YES TO TRUE
                   NOT AT END
                       IF ELM-CODE(1:1) NOT = '*' AND
                          ELM-CODE NOT = SPACES
                           IF ELEMENT-COUNT >= WS-ELEMENT-LIMIT
                               DISPLAY "Erreur: plus de "
                                       WS-ELEMENT-LIMIT
                                       " codes dans payelements.txt"
                                       " - paie abandonnée."
                               MOVE RC-ERROR TO RETURN-CODE
                               PERFORM LOG-AUDIT-ENTRY
                               GOBACK
                           END-IF
                           ADD 1 TO ELEMENT-COUNT
                           MOVE ELM-CODE
                             TO ELT-CODE(ELEMENT-COUNT)
                           MOVE ELM-LABEL
                             TO ELT-LABEL(ELEMENT-COUNT)
                           MOVE ELM-METHOD
                             TO ELT-METHOD(ELEMENT-COUNT)
                           IF ELM-RATE NUMERIC
                               MOVE ELM-RATE
                                 TO ELT-RATE(ELEMENT-COUNT)
                           ELSE
                               MOVE 100 TO ELT-RATE(ELEMENT-COUNT)
                           END-IF
                           MOVE ELM-SIGN
                             TO ELT-SIGN(ELEMENT-COUNT)
                           MOVE ELM-SUBJECT
                             TO ELT-SUBJECT(ELEMENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ELEMENTS-STATUS NOT = "35"
               CLOSE PAY-ELEMENTS
           END-IF.

      * Withholding rates, kept whole: the effective date is judged
      * per employee against the end of the period. No file at all
      * leaves every payslip at zero tax, reported at end of run.
       LOAD-TAX-RATES.
           MOVE 'N' TO WS-PARM-EOF.
           OPEN INPUT TAX-RATES.
           IF WS-TAXRATES-STATUS NOT = "00"
               SET WS-PARM-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARM-EOF-YES
               READ TAX-RATES
                   AT END
                       SET WS-PARM-EOF-YES TO TRUE
                   NOT AT END
                       IF TXR-CLIENT-ID(1:1) NOT = '*' AND
                          TXR-CLIENT-ID NOT = SPACES AND
                          TXR-EFFECTIVE-DATE NUMERIC AND
                          TXR-RATE NUMERIC
                           IF TAX-RATE-COUNT >= WS-TAX-RATE-LIMIT
                               DISPLAY "Erreur: plus de "
                                       WS-TAX-RATE-LIMIT
                                       " lignes dans taxrates.txt"
                                       " - paie abandonnée."
                               MOVE RC-ERROR TO RETURN-CODE
                               PERFORM LOG-AUDIT-ENTRY
                               GOBACK
                           END-IF
                           ADD 1 TO TAX-RATE-COUNT
                           MOVE TXR-CLIENT-ID
                             TO TRT-CLIENT-ID(TAX-RATE-COUNT)
                           MOVE TXR-EFFECTIVE-DATE
                             TO TRT-EFFECTIVE-DATE(TAX-RATE-COUNT)
                           MOVE TXR-RATE
                             TO TRT-RATE(TAX-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TAXRATES-STATUS NOT = "35"
               CLOSE TAX-RATES
           END-IF.

      * The whole deductions master. No file means no deductions.
       LOAD-DEDUCTIONS.
           MOVE 'N' TO WS-PARM-EOF.
           OPEN INPUT DEDUCTIONS.
           IF WS-DEDUCT-STATUS NOT = "00"
               SET WS-PARM-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARM-EOF-YES
               READ DEDUCTIONS
                   AT END
                       SET WS-PARM-EOF-YES TO TRUE
                   NOT AT END
                       IF DED-CLIENT-ID(1:1) NOT = '*' AND
                          DED-CLIENT-ID NOT = SPACES
                           IF DEDUCTION-COUNT >= WS-DEDUCTION-LIMIT
                               DISPLAY "Erreur: plus de "
                                       WS-DEDUCTION-LIMIT
                                       " lignes dans deductions.txt"
                                       " - paie abandonnée."
                               MOVE RC-ERROR TO RETURN-CODE
                               PERFORM LOG-AUDIT-ENTRY
                               GOBACK
                           END-IF
                           ADD 1 TO DEDUCTION-COUNT
                           PERFORM STORE-ONE-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEDUCT-STATUS NOT = "35"
               CLOSE DEDUCTIONS
           END-IF.

      * Amounts that are not numeric are taken as zero, so a
      * damaged line deducts nothing rather than garbage.
       STORE-ONE-DEDUCTION.
           MOVE DED-CLIENT-ID TO DDT-CLIENT-ID(DEDUCTION-COUNT).
           MOVE DED-TYPE TO DDT-TYPE(DEDUCTION-COUNT).
           MOVE DED-CREDITOR-REF TO DDT-CREDITOR-REF(DEDUCTION-COUNT).
           MOVE DED-STATUS TO DDT-STATUS(DEDUCTION-COUNT).
           MOVE ZERO TO DDT-ORIGINAL(DEDUCTION-COUNT)
                        DDT-INSTALMENT(DEDUCTION-COUNT)
                        DDT-BALANCE(DEDUCTION-COUNT)
                        DDT-CARRIED(DEDUCTION-COUNT)
                        DDT-LAST-PERIOD(DEDUCTION-COUNT)
                        DDT-LAST-TAKEN(DEDUCTION-COUNT)
                        DDT-PREV-CARRIED(DEDUCTION-COUNT)
                        DDT-DUE(DEDUCTION-COUNT).
           IF DED-ORIGINAL NUMERIC
               MOVE DED-ORIGINAL TO DDT-ORIGINAL(DEDUCTION-COUNT)
           END-IF.
           IF DED-INSTALMENT NUMERIC
               MOVE DED-INSTALMENT TO DDT-INSTALMENT(DEDUCTION-COUNT)
           END-IF.
           IF DED-BALANCE NUMERIC
               MOVE DED-BALANCE TO DDT-BALANCE(DEDUCTION-COUNT)
           END-IF.
           IF DED-CARRIED NUMERIC
               MOVE DED-CARRIED TO DDT-CARRIED(DEDUCTION-COUNT)
           END-IF.
           IF DED-LAST-PERIOD NUMERIC
               MOVE DED-LAST-PERIOD
                 TO DDT-LAST-PERIOD(DEDUCTION-COUNT)
           END-IF.
           IF DED-LAST-TAKEN NUMERIC
               MOVE DED-LAST-TAKEN TO DDT-LAST-TAKEN(DEDUCTION-COUNT)
           END-IF.
           IF DED-PREV-CARRIED NUMERIC
               MOVE DED-PREV-CARRIED
                 TO DDT-PREV-CARRIED(DEDUCTION-COUNT)
           END-IF.

      * The master goes back with this month's balances, carried
      * amounts and movement fields; lines not touched this month
      * are written back as they were read.
       REWRITE-DEDUCTIONS.
           IF DEDUCTION-COUNT = ZERO
               GO TO REWRITE-DEDUCTIONS-EXIT
           END-IF.

           OPEN OUTPUT DEDUCTIONS.
           PERFORM VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > DEDUCTION-COUNT
               MOVE SPACES TO DEDUCTION-RECORD
               MOVE DDT-CLIENT-ID(WS-DSUB) TO DED-CLIENT-ID
               MOVE DDT-TYPE(WS-DSUB) TO DED-TYPE
               MOVE DDT-CREDITOR-REF(WS-DSUB) TO DED-CREDITOR-REF
               MOVE DDT-ORIGINAL(WS-DSUB) TO DED-ORIGINAL
               MOVE DDT-INSTALMENT(WS-DSUB) TO DED-INSTALMENT
               MOVE DDT-BALANCE(WS-DSUB) TO DED-BALANCE
               MOVE DDT-CARRIED(WS-DSUB) TO DED-CARRIED
               MOVE DDT-STATUS(WS-DSUB) TO DED-STATUS
               MOVE DDT-LAST-PERIOD(WS-DSUB) TO DED-LAST-PERIOD
               MOVE DDT-LAST-TAKEN(WS-DSUB) TO DED-LAST-TAKEN
               MOVE DDT-PREV-CARRIED(WS-DSUB) TO DED-PREV-CARRIED
               WRITE DEDUCTION-RECORD
           END-PERFORM.
           CLOSE DEDUCTIONS.

       REWRITE-DEDUCTIONS-EXIT.
           EXIT.

      * The whole expense claims file. No file means no claims.
       LOAD-EXPENSE-CLAIMS.
           MOVE 'N' TO WS-PARM-EOF.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS NOT = "00"
               SET WS-PARM-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARM-EOF-YES
               READ EXPENSE-CLAIMS
                   AT END
                       SET WS-PARM-EOF-YES TO TRUE
                   NOT AT END
                       IF EXPENSE-CLAIM-RECORD NOT = SPACES
                           IF CLAIM-COUNT >= WS-CLAIM-LIMIT
                               DISPLAY "Erreur: plus de "
                                       WS-CLAIM-LIMIT
                                       " lignes dans expenseclaims.txt"
                                       " - paie abandonnée."
                               MOVE RC-ERROR TO RETURN-CODE
                               PERFORM LOG-AUDIT-ENTRY
                               GOBACK
                           END-IF
                           ADD 1 TO CLAIM-COUNT
                           MOVE EXC-CLIENT-ID
                             TO CLT-CLIENT-ID(CLAIM-COUNT)
                           MOVE EXC-STATUS TO CLT-STATUS(CLAIM-COUNT)
                           MOVE EXPENSE-CLAIM-RECORD
                             TO CLT-RECORD(CLAIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.

      * Claims not paid this month go back as they were read.
       REWRITE-EXPENSE-CLAIMS.
           IF CLAIM-COUNT = ZERO
               GO TO REWRITE-EXPENSE-CLAIMS-EXIT
           END-IF.

           OPEN OUTPUT EXPENSE-CLAIMS.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CLAIM-COUNT
               MOVE CLT-RECORD(WS-CSUB) TO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM.
           CLOSE EXPENSE-CLAIMS.

       REWRITE-EXPENSE-CLAIMS-EXIT.
           EXIT.

      * The month's variable lines. Lines for this period with a
      * known code are kept for the pay loop; a closed period or an
      * unknown code is refused at once; a later open period is
      * left for its own run.
       LOAD-PAY-VARIABLES.
           MOVE SPACES TO VAR-REJECT-LINE.
           STRING "Éléments variables rejetés - période "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO VAR-REJECT-LINE.
           WRITE VAR-REJECT-LINE.
           MOVE ALL "-" TO VAR-REJECT-LINE.
           WRITE VAR-REJECT-LINE.

           MOVE "payvariables.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ONE-VARIABLE-FILE.
           MOVE "payarrears.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ONE-VARIABLE-FILE.
           MOVE "payleave.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ONE-VARIABLE-FILE.

       LOAD-ONE-VARIABLE-FILE.
           MOVE 'N' TO WS-PARM-EOF.
           OPEN INPUT PAY-VARIABLES.
           IF WS-VARIABLES-STATUS NOT = "00"
               SET WS-PARM-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARM-EOF-YES
               READ PAY-VARIABLES
                   AT END
                       SET WS-PARM-EOF-YES TO TRUE
                   NOT AT END
                       IF VAR-CLIENT-ID(1:1) NOT = '*' AND
                          VAR-CLIENT-ID NOT = SPACES
                           ADD 1 TO WS-VAR-READ-COUNT
                           PERFORM CHECK-ONE-VARIABLE
                              THRU CHECK-ONE-VARIABLE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-VARIABLES-STATUS NOT = "35"
               CLOSE PAY-VARIABLES
           END-IF.

       CHECK-ONE-VARIABLE.
           MOVE VAR-CLIENT-ID TO WS-REJ-CLIENT-ID.
           MOVE VAR-PERIOD    TO WS-REJ-PERIOD.
           MOVE VAR-CODE      TO WS-REJ-CODE.
           IF VAR-PERIOD NOT NUMERIC OR VAR-QUANTITY NOT NUMERIC
               MOVE "PERIODE OU QUANTITE NON NUMERIQUE"
                 TO WS-VAR-REASON
               PERFORM WRITE-VARIABLE-REJECT
               GO TO CHECK-ONE-VARIABLE-EXIT
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLOSED-PERIOD-COUNT
               IF CPT-PERIOD(WS-SUB) = VAR-PERIOD
                   SET WS-FOUND TO TRUE
                   MOVE CLOSED-PERIOD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE "PERIODE DEJA CLOSE" TO WS-VAR-REASON
               PERFORM WRITE-VARIABLE-REJECT
               GO TO CHECK-ONE-VARIABLE-EXIT
           END-IF.

           MOVE ZERO TO WS-ESUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ELEMENT-COUNT
               IF ELT-CODE(WS-SUB) = VAR-CODE
                   MOVE WS-SUB TO WS-ESUB
                   MOVE ELEMENT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-ESUB = ZERO
               MOVE "CODE ELEMENT INCONNU" TO WS-VAR-REASON
               PERFORM WRITE-VARIABLE-REJECT
               GO TO CHECK-ONE-VARIABLE-EXIT
           END-IF.

           IF VAR-PERIOD NOT = WS-PERIOD
               IF VAR-PERIOD > WS-PERIOD
                   ADD 1 TO WS-VAR-LATER-COUNT
               ELSE
                   MOVE "PERIODE ANTERIEURE NON PAYEE"
                     TO WS-VAR-REASON
                   PERFORM WRITE-VARIABLE-REJECT
               END-IF
               GO TO CHECK-ONE-VARIABLE-EXIT
           END-IF.

           IF VARIABLE-COUNT >= WS-VARIABLE-LIMIT
               DISPLAY "Erreur: plus de " WS-VARIABLE-LIMIT
                       " éléments variables pour la période"
                       " - paie abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           ADD 1 TO VARIABLE-COUNT.
           MOVE VAR-CLIENT-ID TO VRT-CLIENT-ID(VARIABLE-COUNT).
           MOVE VAR-CODE      TO VRT-CODE(VARIABLE-COUNT).
           MOVE VAR-QUANTITY  TO VRT-QUANTITY(VARIABLE-COUNT).
           MOVE WS-ESUB       TO VRT-ELEMENT(VARIABLE-COUNT).
           MOVE ZERO          TO VRT-AMOUNT(VARIABLE-COUNT).
           MOVE 'N'           TO VRT-USED-SW(VARIABLE-COUNT).
       CHECK-ONE-VARIABLE-EXIT.
           EXIT.

      * A line still unused once the master has been paid belongs to
      * no payable employee: unknown ID, or a leaver gone before
      * the period.
       REJECT-UNUSED-VARIABLES.
           PERFORM VARYING WS-VSUB FROM 1 BY 1
                   UNTIL WS-VSUB > VARIABLE-COUNT
               IF NOT VRT-USED(WS-VSUB)
                   MOVE VRT-CLIENT-ID(WS-VSUB) TO WS-REJ-CLIENT-ID
                   MOVE WS-PERIOD TO WS-REJ-PERIOD
                   MOVE VRT-CODE(WS-VSUB) TO WS-REJ-CODE
                   MOVE "ID INCONNU OU NON PAYE" TO WS-VAR-REASON
                   PERFORM WRITE-VARIABLE-REJECT
               END-IF
           END-PERFORM.

       WRITE-VARIABLE-REJECT.
           ADD 1 TO WS-VAR-REJECT-COUNT.
           MOVE SPACES TO VAR-REJECT-LINE.
           STRING "ID " DELIMITED BY SIZE
                   WS-REJ-CLIENT-ID DELIMITED BY SIZE
                   " période " DELIMITED BY SIZE
                   WS-REJ-PERIOD DELIMITED BY SIZE
                   " code " DELIMITED BY SIZE
                   WS-REJ-CODE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-VAR-REASON DELIMITED BY SIZE
                   INTO VAR-REJECT-LINE.
           WRITE VAR-REJECT-LINE.

       WRITE-VARIABLE-REJECT-TOTAL.
           MOVE ALL "-" TO VAR-REJECT-LINE.
           WRITE VAR-REJECT-LINE.
           MOVE WS-VAR-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO VAR-REJECT-LINE.
           STRING "TOTAL LIGNES REJETEES: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO VAR-REJECT-LINE.
           WRITE VAR-REJECT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
