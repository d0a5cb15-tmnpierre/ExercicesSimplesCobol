      * Accounts posted per agence/département:
      *     DB 641000 salaires bruts        (gross)
      *     DB 645000 charges patronales    (employer contributions)
      *     DB 6251xx/6257xx... frais remboursés (expense claims,
      *        one line per expense account of the category)
      *     CR 431000 organismes sociaux    (employee + employer)
      *     CR 442000 état - impôt prélevé à la source (tax)
      *     CR 427000 personnel - oppositions (garnishments)
      *     CR 274300 prêts au personnel (staff loans repaid)
      *     CR 425000 personnel - avances (advances recovered)
      *     CR 421000 personnel - net à payer (net)
      * The three deduction lines are written only when the section
      * has something to credit there. Gross + expenses =
      * contributions + tax + deductions + net, since the expense
      * reimbursements are paid inside the net, so each set balances;
      * the grand debit/credit totals are still re-proved at the
      * end and the run abends on any difference.
      * The month-end paid-leave liability of leaveprovision.txt
      * (LEAVEPROV.CPY, written by LeaveReport) is posted per
      * agence/département for the latest payslip period, as the
      * change on the provision already booked:
      *     DB 641200 congés payés / CR 428200 dettes provisionnées
      *     DB 645200 charges sur congés / CR 438200 charges à payer
      * with the senses swapped when the liability has gone down. A
      * provision file left from an earlier month is not posted and
      * the run ends RC-WARNING.
      * The expense lines come from the claims on expenseclaims.txt
      * (EXPCLAIM.CPY) that PayCalc marked paid for the posting
      * period, summed per agence/département and expense account;
      * should the claims file no longer agree with the payslips,
      * the set will not balance and the run abends as above.
      * A control report of everything that went into the file is
      * written to glcontrol.txt, and the interface file itself is
      * sealed through FileSeal (SEALCTL.CPY) so the GL team can
      * prove it arrived whole with SealVerify.
      * People who work for several départements are charged
      * through the cost-centre split of costallocation.txt
      * (COSTALLOC.CPY): CostSplit cuts every amount of their
      * payslip by the percentages in force for the month, rounding
      * carried to the last département, and each share is posted
      * in its own département's set - the file still balances to
      * the cent. The expense reimbursements stay on the home
      * département, where their claims are debited. A split that
      * does not come to 100 % is not applied: that payslip is
      * posted on its home département and the run ends RC-WARNING
      * (CostAllocCheck lists the faulty splits).
      *
      * The net of each share is now worked out as the figure that
      * balances that share's own lines - gross plus expenses less
      * contributions, tax and deductions - rather than as a
      * rounded share of the net, whose cents need not agree with
      * the other rounded shares; every département's set now
      * balances to the cent, not just the file as a whole.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYSLIP-STATUS.

           SELECT LEAVE-PROVISION ASSIGN TO 'leaveprovision.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROVISION-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT GL-POSTING ASSIGN TO 'glposting.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  PAYSLIP-FILE.
           COPY "PAYSLIP.CPY".

       FD  LEAVE-PROVISION.
           COPY "LEAVEPROV.CPY".

       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       FD  GL-POSTING.
       01  GL-POSTING-RECORD.
           03 GLP-DATE              PIC 9(8).
           COPY "RETCODE.CPY".

       01  WS-PAYSLIP-STATUS    PIC XX VALUE SPACES.
       01  WS-PROVISION-STATUS  PIC XX VALUE SPACES.
       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-POST-PERIOD       PIC 9(6) VALUE ZERO.

      * Leave provision posting.
       01  WS-PROVISION-SW      PIC X VALUE 'N'.
           88 WS-PROVISION-FILE VALUE 'Y'.
       01  WS-PROVISION-COUNT   PIC 9(5) COMP VALUE ZERO.
       01  WS-PROVISION-DELTA   PIC S9(9)V99 VALUE ZERO.
       01  WS-PROVISION-AMOUNT  PIC 9(9)V99 VALUE ZERO.
       01  WS-PROVISION-NET     PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-ACCOUNT     PIC X(6) VALUE SPACES.
       01  WS-CREDIT-ACCOUNT    PIC X(6) VALUE SPACES.
       01  WS-SIGNED-EDIT       PIC -(9)9.99.

      * Expense claims paid in the posting period, one entry per
      * agence/département and expense account.
       01  EXPENSE-POST-TABLE.
           05 EXPENSE-POST-ENTRY OCCURS 500 TIMES.
              10 EPT-AGENCE     PIC X(3).
              10 EPT-DEPT       PIC X(4).
              10 EPT-ACCOUNT    PIC X(6).
              10 EPT-AMOUNT     PIC 9(9)V99.
       01  EXPENSE-POST-COUNT   PIC 9(3) COMP VALUE ZERO.
       01  WS-EXPENSE-POST-LIMIT PIC 9(3) COMP VALUE 500.
       01  WS-XSUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-EXPENSE-CLAIMS    PIC 9(7) COMP VALUE ZERO.
       01  WS-EXPENSE-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

      * Cost-centre split of the payslip being accumulated: the
      * share of each amount for one département, in the CSP-AMOUNT
      * order (gross, employee and employer contributions, net
      * before expenses, tax, garnishment, loan, advance).
           COPY "COSTSPLIT.CPY".
       01  WS-SHARE-DEPT        PIC X(4) VALUE SPACES.
       01  WS-SHARE-AMOUNTS.
           05 WS-SHARE-AMOUNT   PIC 9(9)V99 OCCURS 8 TIMES.
       01  WS-SHARE-EXPENSES    PIC 9(9)V99 VALUE ZERO.
       01  WS-SHARE-NET         PIC S9(9)V99 VALUE ZERO.
       01  WS-LSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-SPLIT-SLIPS       PIC 9(7) COMP VALUE ZERO.
       01  WS-SPLIT-REJECTED    PIC 9(7) COMP VALUE ZERO.
       01  WS-PERCENT-EDIT      PIC ZZ9.99.

      * One entry per agence/département pair found on the payslip
      * file, sorted before posting so the sets come out per
              10 PST-EMP-CONTRIB PIC 9(9)V99.
              10 PST-EMPR-CONTRIB PIC 9(9)V99.
              10 PST-NET        PIC 9(9)V99.
              10 PST-TAX        PIC 9(9)V99.
              10 PST-DED-GARNISH PIC 9(9)V99.
              10 PST-DED-LOAN   PIC 9(9)V99.
              10 PST-DED-ADVANCE PIC 9(9)V99.
              10 PST-EXPENSES   PIC 9(9)V99.
       01  POST-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-POST-LIMIT        PIC 9(3) COMP VALUE 100.

           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
       01  WS-KEY-A             PIC X(7) VALUE SPACES.
       01  WS-KEY-B             PIC X(7) VALUE SPACES.

                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SLIP-COUNT
                       IF PAY-PERIOD > WS-POST-PERIOD
                           MOVE PAY-PERIOD TO WS-POST-PERIOD
                       END-IF
                       PERFORM ACCUMULATE-ONE-SLIP
               END-READ
           END-PERFORM.

           CLOSE PAYSLIP-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: costallocation.txt trop long -"
                       " répartition analytique impossible, aucune"
                       " écriture produite."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           IF POST-COUNT = ZERO
               DISPLAY "Aucun bulletin - aucune écriture produite."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PAID-EXPENSES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EXPENSE-POST-LIMIT
                       " sections de frais - aucune écriture"
                       " produite."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-POST-TABLE.
           PERFORM WRITE-POSTING-FILE.

               MOVE RC-ERROR TO RETURN-CODE
           END-IF.

           IF WS-PROVISION-FILE AND WS-PROVISION-COUNT = ZERO
               DISPLAY "ATTENTION: leaveprovision.txt n'est pas de"
                       " la période " WS-POST-PERIOD " - provision"
                       " congés non postée (lancer LeaveReport)."
               IF RETURN-CODE = RC-SUCCESS
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-SPLIT-REJECTED > ZERO AND RETURN-CODE = RC-SUCCESS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           PERFORM WRITE-CONTROL-REPORT.

      * The interface file is sealed with the *H/*T control records
           GOBACK.

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

           EVALUATE TRUE
               WHEN CSP-SPLIT-APPLIED
                   ADD 1 TO WS-SPLIT-SLIPS
               WHEN CSP-SPLIT-INVALID
                   ADD 1 TO WS-SPLIT-REJECTED
                   MOVE CSP-TOTAL TO WS-PERCENT-EDIT
                   DISPLAY "ATTENTION: répartition de " PAY-CLIENT-ID
                           " à " WS-PERCENT-EDIT " % - bulletin"
                           " imputé au département " PAY-DEPT "."
               WHEN CSP-TABLE-OVERFLOW
                   SET WS-TABLE-OVERFLOW TO TRUE
           END-EVALUATE.

           MOVE ZERO TO WS-SHARE-EXPENSES.
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > CSP-LINE-COUNT
               MOVE CSP-DEPT(WS-LSUB) TO WS-SHARE-DEPT
               MOVE CSP-SHARES(WS-LSUB) TO WS-SHARE-AMOUNTS
               PERFORM ADD-SHARE-TO-POST
           END-PERFORM.

      * The reimbursement part of the net goes with the claims, on
      * the home département.
           IF PAY-EXPENSES > ZERO
               MOVE PAY-DEPT TO WS-SHARE-DEPT
               INITIALIZE WS-SHARE-AMOUNTS
               MOVE PAY-EXPENSES TO WS-SHARE-EXPENSES
               PERFORM ADD-SHARE-TO-POST
           END-IF.

       ADD-SHARE-TO-POST.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POST-COUNT
               IF PST-AGENCE(WS-SUB) = PAY-AGENCE AND
                  PST-DEPT(WS-SUB) = WS-SHARE-DEPT
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-SUB2
                   MOVE POST-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF POST-COUNT < WS-POST-LIMIT
                   ADD 1 TO POST-COUNT
                   MOVE POST-COUNT TO WS-SUB2
                   INITIALIZE POST-ENTRY(WS-SUB2)
                   MOVE PAY-AGENCE TO PST-AGENCE(WS-SUB2)
                   MOVE WS-SHARE-DEPT TO PST-DEPT(WS-SUB2)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "Erreur: plus de " WS-POST-LIMIT
                           " sections agence/département."
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
               ADD WS-SHARE-AMOUNT(1) TO PST-GROSS(WS-SUB2)
               ADD WS-SHARE-AMOUNT(2) TO PST-EMP-CONTRIB(WS-SUB2)
               ADD WS-SHARE-AMOUNT(3) TO PST-EMPR-CONTRIB(WS-SUB2)
               ADD WS-SHARE-NET TO PST-NET(WS-SUB2)
               ADD WS-SHARE-AMOUNT(5) TO PST-TAX(WS-SUB2)
               ADD WS-SHARE-AMOUNT(6) TO PST-DED-GARNISH(WS-SUB2)
               ADD WS-SHARE-AMOUNT(7) TO PST-DED-LOAN(WS-SUB2)
               ADD WS-SHARE-AMOUNT(8) TO PST-DED-ADVANCE(WS-SUB2)
               ADD WS-SHARE-EXPENSES TO PST-EXPENSES(WS-SUB2)
           END-IF.

      * Straight exchange sort on agence then département - the
      * table tops out at 100 entries, so simplicity wins.
       SORT-POST-TABLE.
               PERFORM WRITE-ONE-POSTING-SET
           END-PERFORM.

           PERFORM POST-LEAVE-PROVISION.

           CLOSE GL-POSTING.

       WRITE-ONE-POSTING-SET.
           PERFORM WRITE-POSTING-LINE.
           ADD PST-EMPR-CONTRIB(WS-SUB) TO WS-TOTAL-DEBIT.

           PERFORM VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > EXPENSE-POST-COUNT
               IF EPT-AGENCE(WS-XSUB) = PST-AGENCE(WS-SUB) AND
                  EPT-DEPT(WS-XSUB) = PST-DEPT(WS-SUB)
                   MOVE EPT-ACCOUNT(WS-XSUB) TO GLP-ACCOUNT
                   MOVE "DB" TO GLP-DR-CR
                   MOVE EPT-AMOUNT(WS-XSUB) TO GLP-AMOUNT
                   PERFORM WRITE-POSTING-LINE
                   ADD EPT-AMOUNT(WS-XSUB) TO WS-TOTAL-DEBIT
               END-IF
           END-PERFORM.

           MOVE "431000" TO GLP-ACCOUNT.
           MOVE "CR" TO GLP-DR-CR.
           COMPUTE WS-CONTRIB-TOTAL =
           PERFORM WRITE-POSTING-LINE.
           ADD WS-CONTRIB-TOTAL TO WS-TOTAL-CREDIT.

           MOVE "442000" TO GLP-ACCOUNT.
           MOVE "CR" TO GLP-DR-CR.
           MOVE PST-TAX(WS-SUB) TO GLP-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           ADD PST-TAX(WS-SUB) TO WS-TOTAL-CREDIT.

           IF PST-DED-GARNISH(WS-SUB) > ZERO
               MOVE "427000" TO GLP-ACCOUNT
               MOVE "CR" TO GLP-DR-CR
               MOVE PST-DED-GARNISH(WS-SUB) TO GLP-AMOUNT
               PERFORM WRITE-POSTING-LINE
               ADD PST-DED-GARNISH(WS-SUB) TO WS-TOTAL-CREDIT
           END-IF.

           IF PST-DED-LOAN(WS-SUB) > ZERO
               MOVE "274300" TO GLP-ACCOUNT
               MOVE "CR" TO GLP-DR-CR
               MOVE PST-DED-LOAN(WS-SUB) TO GLP-AMOUNT
               PERFORM WRITE-POSTING-LINE
               ADD PST-DED-LOAN(WS-SUB) TO WS-TOTAL-CREDIT
           END-IF.

           IF PST-DED-ADVANCE(WS-SUB) > ZERO
               MOVE "425000" TO GLP-ACCOUNT
               MOVE "CR" TO GLP-DR-CR
               MOVE PST-DED-ADVANCE(WS-SUB) TO GLP-AMOUNT
               PERFORM WRITE-POSTING-LINE
               ADD PST-DED-ADVANCE(WS-SUB) TO WS-TOTAL-CREDIT
           END-IF.

           MOVE "421000" TO GLP-ACCOUNT.
           MOVE "CR" TO GLP-DR-CR.
           MOVE PST-NET(WS-SUB) TO GLP-AMOUNT.
           MOVE PST-DEPT(WS-SUB) TO GLP-DEPT.
           WRITE GL-POSTING-RECORD.

      * The claims PayCalc paid in the period being posted, summed
      * per agence/département and account. No file, no claims.
       LOAD-PAID-EXPENSES.
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
                       IF EXC-PAID AND
                          EXC-PAID-PERIOD = WS-POST-PERIOD
                           PERFORM ACCUMULATE-ONE-EXPENSE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       ACCUMULATE-ONE-EXPENSE.
           ADD 1 TO WS-EXPENSE-CLAIMS.
           ADD EXC-AMOUNT TO WS-EXPENSE-TOTAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > EXPENSE-POST-COUNT
               IF EPT-AGENCE(WS-XSUB) = EXC-AGENCE AND
                  EPT-DEPT(WS-XSUB) = EXC-DEPT AND
                  EPT-ACCOUNT(WS-XSUB) = EXC-ACCOUNT
                   SET WS-FOUND TO TRUE
                   ADD EXC-AMOUNT TO EPT-AMOUNT(WS-XSUB)
                   MOVE EXPENSE-POST-COUNT TO WS-XSUB
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               IF EXPENSE-POST-COUNT < WS-EXPENSE-POST-LIMIT
                   ADD 1 TO EXPENSE-POST-COUNT
                   MOVE EXC-AGENCE TO EPT-AGENCE(EXPENSE-POST-COUNT)
                   MOVE EXC-DEPT TO EPT-DEPT(EXPENSE-POST-COUNT)
                   MOVE EXC-ACCOUNT TO EPT-ACCOUNT(EXPENSE-POST-COUNT)
                   MOVE EXC-AMOUNT TO EPT-AMOUNT(EXPENSE-POST-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      * Only the lines of the period being posted count; the file
      * is optional until LeaveReport has run once.
       POST-LEAVE-PROVISION.
           OPEN INPUT LEAVE-PROVISION.
           IF WS-PROVISION-STATUS NOT = "00"
               DISPLAY "Pas de provision congés (leaveprovision.txt)"
                       " - rien à poster."
               SET END-OF-FILE-YES TO TRUE
           ELSE
               SET WS-PROVISION-FILE TO TRUE
               MOVE 'N' TO END-OF-FILE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-PROVISION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LPV-PERIOD = WS-POST-PERIOD
                           ADD 1 TO WS-PROVISION-COUNT
                           PERFORM POST-ONE-PROVISION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROVISION-STATUS NOT = "35"
               CLOSE LEAVE-PROVISION
           END-IF.

       POST-ONE-PROVISION.
           COMPUTE WS-PROVISION-DELTA = LPV-AMOUNT - LPV-PREV-AMOUNT.
           ADD WS-PROVISION-DELTA TO WS-PROVISION-NET.
           MOVE "641200" TO WS-DEBIT-ACCOUNT.
           MOVE "428200" TO WS-CREDIT-ACCOUNT.
           PERFORM WRITE-PROVISION-PAIR.

           COMPUTE WS-PROVISION-DELTA =
                   LPV-CHARGES - LPV-PREV-CHARGES.
           ADD WS-PROVISION-DELTA TO WS-PROVISION-NET.
           MOVE "645200" TO WS-DEBIT-ACCOUNT.
           MOVE "438200" TO WS-CREDIT-ACCOUNT.
           PERFORM WRITE-PROVISION-PAIR.

      * An increase is charged to the expense account against the
      * liability; a release goes the other way.
       WRITE-PROVISION-PAIR.
           IF WS-PROVISION-DELTA NOT = ZERO
               MOVE WS-TODAY TO GLP-DATE
               MOVE LPV-AGENCE TO GLP-AGENCE
               MOVE LPV-DEPT TO GLP-DEPT
               IF WS-PROVISION-DELTA > ZERO
                   MOVE WS-PROVISION-DELTA TO WS-PROVISION-AMOUNT
                   MOVE WS-DEBIT-ACCOUNT TO GLP-ACCOUNT
                   MOVE "DB" TO GLP-DR-CR
                   MOVE WS-PROVISION-AMOUNT TO GLP-AMOUNT
                   WRITE GL-POSTING-RECORD
                   MOVE WS-CREDIT-ACCOUNT TO GLP-ACCOUNT
                   MOVE "CR" TO GLP-DR-CR
                   WRITE GL-POSTING-RECORD
               ELSE
                   COMPUTE WS-PROVISION-AMOUNT =
                           0 - WS-PROVISION-DELTA
                   MOVE WS-CREDIT-ACCOUNT TO GLP-ACCOUNT
                   MOVE "DB" TO GLP-DR-CR
                   MOVE WS-PROVISION-AMOUNT TO GLP-AMOUNT
                   WRITE GL-POSTING-RECORD
                   MOVE WS-DEBIT-ACCOUNT TO GLP-ACCOUNT
                   MOVE "CR" TO GLP-DR-CR
                   WRITE GL-POSTING-RECORD
               END-IF
               ADD WS-PROVISION-AMOUNT TO WS-TOTAL-DEBIT
               ADD WS-PROVISION-AMOUNT TO WS-TOTAL-CREDIT
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT GL-CONTROL.

               WRITE CONTROL-LINE
           END-PERFORM.

           IF WS-EXPENSE-CLAIMS > ZERO
               MOVE WS-EXPENSE-CLAIMS TO WS-COUNT-EDIT
               MOVE WS-EXPENSE-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING "Frais remboursés " DELIMITED BY SIZE
                       WS-POST-PERIOD DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " note(s), total " DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

           IF WS-SPLIT-SLIPS > ZERO OR WS-SPLIT-REJECTED > ZERO
               MOVE WS-SPLIT-SLIPS TO WS-COUNT-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING "Répartition analytique : " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " bulletin(s) réparti(s)" DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

           IF WS-SPLIT-REJECTED > ZERO
               MOVE WS-SPLIT-REJECTED TO WS-COUNT-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING "*** " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " répartition(s) hors 100 % non appliquée(s)"
                       DELIMITED BY SIZE
                       " - voir CostAllocCheck ***" DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

           IF WS-PROVISION-COUNT > ZERO
               MOVE WS-PROVISION-COUNT TO WS-COUNT-EDIT
               MOVE WS-PROVISION-NET TO WS-SIGNED-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING "Provision congés " DELIMITED BY SIZE
                       WS-POST-PERIOD DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " section(s), variation " DELIMITED BY SIZE
                       WS-SIGNED-EDIT DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.

