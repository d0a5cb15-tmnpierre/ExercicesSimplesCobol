      *   - writes reversing GL lines to glreversal.txt in the
      *     glposting.txt layout - the GlPost account set per
      *     agence/département with debits and credits swapped, so
      *     the GL team books the cancellation the usual way; a
      *     payslip GlPost spread over several départements through
      *     CostSplit (costallocation.txt) is spread again the same
      *     way, so each share is reversed where it was posted;
      *   - adds to the same file the reversal of the paid-leave
      *     provision GlPost posted for the period from
      *     leaveprovision.txt (LEAVEPROV.CPY), when that file is
      *     still the period's;
      *   - credits back the expense accounts GlPost debited for the
      *     expense claims paid in the period, and puts those claims
      *     back to approved on expenseclaims.txt (EXPCLAIM.CPY) so
      *     the rerun pays them again;
      *   - backs the period out of the payrollytd.txt cumulative
      *     (only when it is the last period accumulated there -
      *     anything else is reported and left for a hand check);
      *   - puts back on deductions.txt (DEDUCT.CPY) the
      *     instalments PayCalc took that month, with the carried
      *     shortfall as it stood before, for every line whose last
      *     movement is the period;
      *   - reopens the period by dropping its line from
      *     payperiods.txt, so PayCalc will accept the rerun.
      *
      * The back-out only proceeds after an explicit O/N
      * confirmation, and everything is logged through AuditLogger.
      *
      * The net of each cost-centre share is reversed as the figure
      * that balances the share's own lines, as GlPost now posts
      * it, so every département's reversal set balances to the
      * cent.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-REVERSAL ASSIGN TO 'glreversal.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-PROVISION ASSIGN TO 'leaveprovision.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROVISION-STATUS.

           SELECT PAY-PERIODS ASSIGN TO 'payperiods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT DEDUCTIONS ASSIGN TO 'deductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           COPY "PAYSLIP.CPY".

      * The work file carries payslip records during the split,
      * PAYYTD records during the cumulative adjustment, DEDUCT
      * records during the deductions unwind and EXPCLAIM records
      * during the claims reset, so it is sized for the longest of
      * the layouts.
       FD  PAYSLIP-WORK.
       01  WORK-RECORD              PIC X(154).

       FD  PAYSLIP-OUT.
       01  PAYSLIP-RECORD-OUT       PIC X(154).

       FD  GL-REVERSAL.
       01  GL-REVERSAL-RECORD.
           03 GLR-DR-CR             PIC X(2).
           03 GLR-AMOUNT            PIC 9(9)V99.

       FD  LEAVE-PROVISION.
           COPY "LEAVEPROV.CPY".

       FD  PAY-PERIODS.
           COPY "PAYPERIOD.CPY".

       FD  PAYROLL-YTD.
           COPY "PAYYTD.CPY".

       FD  DEDUCTIONS.
           COPY "DEDUCT.CPY".

       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PAYSLIP-STATUS    PIC XX VALUE SPACES.
       01  WS-PERIODS-STATUS    PIC XX VALUE SPACES.
       01  WS-YTD-STATUS        PIC XX VALUE SPACES.
       01  WS-DEDUCT-STATUS     PIC XX VALUE SPACES.
       01  WS-PROVISION-STATUS  PIC XX VALUE SPACES.
       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
              10 PST-EMP-CONTRIB PIC 9(9)V99.
              10 PST-EMPR-CONTRIB PIC 9(9)V99.
              10 PST-NET        PIC 9(9)V99.
              10 PST-TAX        PIC 9(9)V99.
              10 PST-DED-GARNISH PIC 9(9)V99.
              10 PST-DED-LOAN   PIC 9(9)V99.
              10 PST-DED-ADVANCE PIC 9(9)V99.
       01  POST-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-POST-LIMIT        PIC 9(3) COMP VALUE 100.

      * Cost-centre split of the payslip being backed out, cut as
      * GlPost cut it.
           COPY "COSTSPLIT.CPY".
       01  WS-SHARE-DEPT        PIC X(4) VALUE SPACES.
       01  WS-SHARE-AMOUNTS.
           05 WS-SHARE-AMOUNT   PIC 9(9)V99 OCCURS 8 TIMES.
       01  WS-SHARE-EXPENSES    PIC 9(9)V99 VALUE ZERO.
       01  WS-SHARE-NET         PIC S9(9)V99 VALUE ZERO.
       01  WS-LSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-POST-SUB          PIC 9(3) COMP VALUE ZERO.

      * Each removed payslip is also kept per employee, so the
      * year-to-date cumulative can be backed out by the exact
      * amounts that went in.

       01  WS-CONTRIB-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * Leave provision reversal.
       01  WS-PROVISION-COUNT   PIC 9(5) COMP VALUE ZERO.
       01  WS-PROVISION-DELTA   PIC S9(9)V99 VALUE ZERO.
       01  WS-PROVISION-AMOUNT  PIC 9(9)V99 VALUE ZERO.
       01  WS-DEBIT-ACCOUNT     PIC X(6) VALUE SPACES.
       01  WS-CREDIT-ACCOUNT    PIC X(6) VALUE SPACES.

       01  WS-REMOVED-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-YTD-ADJUSTED      PIC 9(7) COMP VALUE ZERO.
       01  WS-YTD-SKIPPED       PIC 9(7) COMP VALUE ZERO.
       01  WS-DED-RESTORED      PIC 9(7) COMP VALUE ZERO.
       01  WS-EXP-REVERSED      PIC 9(7) COMP VALUE ZERO.
       01  WS-EXP-RESTORED      PIC 9(7) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PayBackout".
               GOBACK
           END-IF.

           PERFORM SPLIT-PAYSLIP-FILE
              THRU SPLIT-PAYSLIP-FILE-EXIT.
           IF RETURN-CODE = RC-ERROR
               GOBACK
           END-IF.
               PERFORM WRITE-REVERSAL-FILE
           END-IF.

           PERFORM ADJUST-YTD-FILE
              THRU ADJUST-YTD-FILE-EXIT.
           PERFORM ADJUST-DEDUCTIONS-FILE
              THRU ADJUST-DEDUCTIONS-FILE-EXIT.
           PERFORM ADJUST-EXPENSE-CLAIMS
              THRU ADJUST-EXPENSE-CLAIMS-EXIT.
           PERFORM REOPEN-PERIOD.

           MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT.
                       " vérifier à la main."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-DED-RESTORED TO WS-COUNT-EDIT.
           DISPLAY "Retenues restituées    : " WS-COUNT-EDIT.
           MOVE WS-EXP-RESTORED TO WS-COUNT-EDIT.
           DISPLAY "Notes de frais remises : " WS-COUNT-EDIT
                   " (approuvées, à repayer)".
           MOVE WS-PROVISION-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Provisions congés      : " WS-COUNT-EDIT
                   " section(s) extournée(s)".
           DISPLAY "Ecritures d'extourne   : glreversal.txt".
           DISPLAY "Période " WS-PERIOD " rouverte.".

           EXIT.

       ACCUMULATE-ONE-SLIP.
           MOVE PAY-CLIENT-ID TO CSP-CLIENT-ID.
           MOVE PAY-PERIOD TO CSP-PERIOD.
           MOVE PAY-DEPT TO CSP-HOME-DEPT.
           MOVE 8 TO CSP-AMOUNT-COUNT.
           MOVE PAY-GROSS-MONTHLY TO CSP-AMOUNT(1).
           MOVE PAY-EMP-CONTRIB TO CSP-AMOUNT(2).
           MOVE PAY-EMPLOYER-CONTRIB TO CSP-AMOUNT(3).
           COMPUTE CSP-AMOUNT(4) = PAY-NET - PAY-EXPENSES.
           MOVE PAY-TAX-WITHHELD TO CSP-AMOUNT(5).
           MOVE PAY-DED-GARNISH TO CSP-AMOUNT(6).
           MOVE PAY-DED-LOAN TO CSP-AMOUNT(7).
           MOVE PAY-DED-ADVANCE TO CSP-AMOUNT(8).

           MOVE RETURN-CODE TO RC-SAVE.
           CALL "CostSplit" USING COST-SPLIT-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF CSP-TABLE-OVERFLOW
               SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

           MOVE ZERO TO WS-SHARE-EXPENSES.
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > CSP-LINE-COUNT
               MOVE CSP-DEPT(WS-LSUB) TO WS-SHARE-DEPT
               MOVE CSP-SHARES(WS-LSUB) TO WS-SHARE-AMOUNTS
               PERFORM ADD-SHARE-TO-POST
           END-PERFORM.

           IF PAY-EXPENSES > ZERO
               MOVE PAY-DEPT TO WS-SHARE-DEPT
               INITIALIZE WS-SHARE-AMOUNTS
               MOVE PAY-EXPENSES TO WS-SHARE-EXPENSES
               PERFORM ADD-SHARE-TO-POST
           END-IF.

           IF WS-SLIP-SAVE-COUNT < WS-SLIP-SAVE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

       ADD-SHARE-TO-POST.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POST-COUNT
               IF PST-AGENCE(WS-SUB) = PAY-AGENCE AND
                  PST-DEPT(WS-SUB) = WS-SHARE-DEPT
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-POST-SUB
                   MOVE POST-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               IF POST-COUNT < WS-POST-LIMIT
                   ADD 1 TO POST-COUNT
                   MOVE POST-COUNT TO WS-POST-SUB
                   INITIALIZE POST-ENTRY(WS-POST-SUB)
                   MOVE PAY-AGENCE TO PST-AGENCE(WS-POST-SUB)
                   MOVE WS-SHARE-DEPT TO PST-DEPT(WS-POST-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      * The net of a share is what balances the share's own set,
      * not the rounded share of the net: each amount is rounded on
      * its own, and the cents need not agree.
           COMPUTE WS-SHARE-NET = WS-SHARE-AMOUNT(1)
                                + WS-SHARE-EXPENSES
                                - WS-SHARE-AMOUNT(2)
                                - WS-SHARE-AMOUNT(5)
                                - WS-SHARE-AMOUNT(6)
                                - WS-SHARE-AMOUNT(7)
                                - WS-SHARE-AMOUNT(8).

           IF WS-FOUND
               ADD WS-SHARE-AMOUNT(1) TO PST-GROSS(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(2) TO PST-EMP-CONTRIB(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(3)
                   TO PST-EMPR-CONTRIB(WS-POST-SUB)
               ADD WS-SHARE-NET TO PST-NET(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(5) TO PST-TAX(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(6) TO PST-DED-GARNISH(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(7) TO PST-DED-LOAN(WS-POST-SUB)
               ADD WS-SHARE-AMOUNT(8)
                   TO PST-DED-ADVANCE(WS-POST-SUB)
           END-IF.

       REWRITE-PAYSLIP-FILE.
           OPEN INPUT PAYSLIP-WORK.
           OPEN OUTPUT PAYSLIP-OUT.
               PERFORM WRITE-ONE-REVERSAL-SET
           END-PERFORM.

           PERFORM REVERSE-LEAVE-PROVISION.
           PERFORM REVERSE-PAID-EXPENSES.

           CLOSE GL-REVERSAL.

       WRITE-ONE-REVERSAL-SET.
           MOVE WS-CONTRIB-TOTAL TO GLR-AMOUNT.
           PERFORM WRITE-REVERSAL-LINE.

           MOVE "442000" TO GLR-ACCOUNT.
           MOVE "DB" TO GLR-DR-CR.
           MOVE PST-TAX(WS-SUB) TO GLR-AMOUNT.
           PERFORM WRITE-REVERSAL-LINE.

           IF PST-DED-GARNISH(WS-SUB) > ZERO
               MOVE "427000" TO GLR-ACCOUNT
               MOVE "DB" TO GLR-DR-CR
               MOVE PST-DED-GARNISH(WS-SUB) TO GLR-AMOUNT
               PERFORM WRITE-REVERSAL-LINE
           END-IF.

           IF PST-DED-LOAN(WS-SUB) > ZERO
               MOVE "274300" TO GLR-ACCOUNT
               MOVE "DB" TO GLR-DR-CR
               MOVE PST-DED-LOAN(WS-SUB) TO GLR-AMOUNT
               PERFORM WRITE-REVERSAL-LINE
           END-IF.

           IF PST-DED-ADVANCE(WS-SUB) > ZERO
               MOVE "425000" TO GLR-ACCOUNT
               MOVE "DB" TO GLR-DR-CR
               MOVE PST-DED-ADVANCE(WS-SUB) TO GLR-AMOUNT
               PERFORM WRITE-REVERSAL-LINE
           END-IF.

           MOVE "421000" TO GLR-ACCOUNT.
           MOVE "DB" TO GLR-DR-CR.
           MOVE PST-NET(WS-SUB) TO GLR-AMOUNT.
           MOVE PST-DEPT(WS-SUB) TO GLR-DEPT.
           WRITE GL-REVERSAL-RECORD.

      * GlPost posted the change of provision of each section from
      * the lines of the period; the same change is posted back
      * with the senses swapped. A provision file already moved on
      * to a later month no longer tells what was posted.
       REVERSE-LEAVE-PROVISION.
           OPEN INPUT LEAVE-PROVISION.
           IF WS-PROVISION-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           ELSE
               MOVE 'N' TO END-OF-FILE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-PROVISION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LPV-PERIOD = WS-PERIOD
                           ADD 1 TO WS-PROVISION-COUNT
                           PERFORM REVERSE-ONE-PROVISION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROVISION-STATUS NOT = "35"
               CLOSE LEAVE-PROVISION
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       REVERSE-ONE-PROVISION.
           COMPUTE WS-PROVISION-DELTA = LPV-AMOUNT - LPV-PREV-AMOUNT.
           MOVE "641200" TO WS-DEBIT-ACCOUNT.
           MOVE "428200" TO WS-CREDIT-ACCOUNT.
           PERFORM WRITE-PROVISION-REVERSAL.

           COMPUTE WS-PROVISION-DELTA =
                   LPV-CHARGES - LPV-PREV-CHARGES.
           MOVE "645200" TO WS-DEBIT-ACCOUNT.
           MOVE "438200" TO WS-CREDIT-ACCOUNT.
           PERFORM WRITE-PROVISION-REVERSAL.

       WRITE-PROVISION-REVERSAL.
           IF WS-PROVISION-DELTA NOT = ZERO
               MOVE WS-TODAY TO GLR-DATE
               MOVE LPV-AGENCE TO GLR-AGENCE
               MOVE LPV-DEPT TO GLR-DEPT
               IF WS-PROVISION-DELTA > ZERO
                   MOVE WS-PROVISION-DELTA TO WS-PROVISION-AMOUNT
                   MOVE WS-DEBIT-ACCOUNT TO GLR-ACCOUNT
                   MOVE "CR" TO GLR-DR-CR
                   MOVE WS-PROVISION-AMOUNT TO GLR-AMOUNT
                   WRITE GL-REVERSAL-RECORD
                   MOVE WS-CREDIT-ACCOUNT TO GLR-ACCOUNT
                   MOVE "DB" TO GLR-DR-CR
                   WRITE GL-REVERSAL-RECORD
               ELSE
                   COMPUTE WS-PROVISION-AMOUNT =
                           0 - WS-PROVISION-DELTA
                   MOVE WS-CREDIT-ACCOUNT TO GLR-ACCOUNT
                   MOVE "CR" TO GLR-DR-CR
                   MOVE WS-PROVISION-AMOUNT TO GLR-AMOUNT
                   WRITE GL-REVERSAL-RECORD
                   MOVE WS-DEBIT-ACCOUNT TO GLR-ACCOUNT
                   MOVE "DB" TO GLR-DR-CR
                   WRITE GL-REVERSAL-RECORD
               END-IF
           END-IF.

      * Each expense claim paid in the period was debited by GlPost
      * to its expense account under the agence/département it was
      * paid in; it is credited back there. The net credit of the
      * claim is already in the 421000 reversal above.
       REVERSE-PAID-EXPENSES.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           ELSE
               MOVE 'N' TO END-OF-FILE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-CLAIMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF EXC-PAID AND EXC-PAID-PERIOD = WS-PERIOD
                           ADD 1 TO WS-EXP-REVERSED
                           MOVE WS-TODAY TO GLR-DATE
                           MOVE EXC-AGENCE TO GLR-AGENCE
                           MOVE EXC-DEPT TO GLR-DEPT
                           MOVE EXC-ACCOUNT TO GLR-ACCOUNT
                           MOVE "CR" TO GLR-DR-CR
                           MOVE EXC-AMOUNT TO GLR-AMOUNT
                           WRITE GL-REVERSAL-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * PayYtdUpdate guards on YTD-LAST-PERIOD, so the rerun month
      * would be refused if the cumulative were left as is. The
      * period is subtracted back out - by the exact per-employee
               END-IF
           END-PERFORM.

      * A deduction whose last movement is the backed-out period
      * gets its instalment back on the balance and its carried
      * shortfall as it was before the run, so the rerun takes it
      * again from the same starting point. Same read-through-the-
      * work-file pass as the cumulative.
       ADJUST-DEDUCTIONS-FILE.
           OPEN INPUT DEDUCTIONS.
           IF WS-DEDUCT-STATUS NOT = "00"
               GO TO ADJUST-DEDUCTIONS-FILE-EXIT
           END-IF.

           OPEN OUTPUT PAYSLIP-WORK.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEDUCTIONS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DED-LAST-PERIOD = WS-PERIOD
                           PERFORM RESTORE-ONE-DEDUCTION
                       END-IF
                       MOVE SPACES TO WORK-RECORD
                       MOVE DEDUCTION-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.

           CLOSE DEDUCTIONS.
           CLOSE PAYSLIP-WORK.
           MOVE 'N' TO END-OF-FILE.

           OPEN INPUT PAYSLIP-WORK.
           OPEN OUTPUT DEDUCTIONS.
           PERFORM UNTIL END-OF-FILE-YES
               READ PAYSLIP-WORK
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO DEDUCTION-RECORD
                       WRITE DEDUCTION-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-WORK.
           CLOSE DEDUCTIONS.
           MOVE 'N' TO END-OF-FILE.

       ADJUST-DEDUCTIONS-FILE-EXIT.
           EXIT.

      * Claims paid in the period go back to approved, so the rerun
      * reimburses them again; same pass through the work file.
       ADJUST-EXPENSE-CLAIMS.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS NOT = "00"
               GO TO ADJUST-EXPENSE-CLAIMS-EXIT
           END-IF.

           OPEN OUTPUT PAYSLIP-WORK.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-CLAIMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF EXC-PAID AND EXC-PAID-PERIOD = WS-PERIOD
                           MOVE 'A' TO EXC-STATUS
                           MOVE ZERO TO EXC-PAID-PERIOD
                           ADD 1 TO WS-EXP-RESTORED
                       END-IF
                       MOVE SPACES TO WORK-RECORD
                       MOVE EXPENSE-CLAIM-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.

           CLOSE EXPENSE-CLAIMS.
           CLOSE PAYSLIP-WORK.
           MOVE 'N' TO END-OF-FILE.

           OPEN INPUT PAYSLIP-WORK.
           OPEN OUTPUT EXPENSE-CLAIMS.
           PERFORM UNTIL END-OF-FILE-YES
               READ PAYSLIP-WORK
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO EXPENSE-CLAIM-RECORD
                       WRITE EXPENSE-CLAIM-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-WORK.
           CLOSE EXPENSE-CLAIMS.
           MOVE 'N' TO END-OF-FILE.

       ADJUST-EXPENSE-CLAIMS-EXIT.
           EXIT.

       RESTORE-ONE-DEDUCTION.
           ADD DED-LAST-TAKEN TO DED-BALANCE.
           MOVE DED-PREV-CARRIED TO DED-CARRIED.
           MOVE ZERO TO DED-LAST-TAKEN.
           MOVE ZERO TO DED-PREV-CARRIED.
           MOVE ZERO TO DED-LAST-PERIOD.
           IF DED-SETTLED AND DED-BALANCE > ZERO
               MOVE 'A' TO DED-STATUS
           END-IF.
           ADD 1 TO WS-DED-RESTORED.

       REOPEN-PERIOD.
           OPEN OUTPUT PAY-PERIODS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
