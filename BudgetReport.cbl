      * DeptCrossTab prints its legend. Actuals with no budget line
      * are listed HORS BUDGET, never dropped. The run ends
      * RC-WARNING when anything is over budget.
      * The gross of a person who works for several départements
      * is spread by CostSplit over the départements of their
      * cost-centre split (costallocation.txt), rounding carried to
      * the last one, exactly as GlPost posts it; a split that does
      * not come to 100 % is left on the home département and the
      * run ends RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-SLIP-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-SPLIT-REJECTED    PIC 9(7) COMP VALUE ZERO.

      * The share of the payslip's gross charged to one département.
           COPY "COSTSPLIT.CPY".
       01  WS-SHARE-DEPT        PIC X(4) VALUE SPACES.
       01  WS-SHARE-GROSS       PIC 9(9)V99 VALUE ZERO.
       01  WS-LSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-PERCENT-EDIT      PIC ZZ9.99.
       01  WS-OVER-COUNT        PIC 9(5) COMP VALUE ZERO.

       01  WS-MONTH-BUDGET      PIC 9(9)V99 VALUE ZERO.
           CLOSE PAYSLIP-FILE.
           MOVE 'N' TO END-OF-FILE.

           IF CSP-TABLE-OVERFLOW
               DISPLAY "Erreur: costallocation.txt trop long -"
                       " répartition analytique impossible."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           IF WS-SLIP-COUNT = ZERO
               DISPLAY "Aucun bulletin - aucun rapport produit."
               MOVE RC-WARNING TO RETURN-CODE
           PERFORM UPDATE-DEPT-YTD.
           PERFORM WRITE-BUDGET-REPORT.

           IF WS-OVER-COUNT > 0 OR WS-SPLIT-REJECTED > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE 'N' TO END-OF-FILE.

       ACCUMULATE-ONE-SLIP.
           MOVE PAY-CLIENT-ID TO CSP-CLIENT-ID.
           MOVE PAY-PERIOD TO CSP-PERIOD.
           MOVE PAY-DEPT TO CSP-HOME-DEPT.
           MOVE 1 TO CSP-AMOUNT-COUNT.
           MOVE PAY-GROSS-MONTHLY TO CSP-AMOUNT(1).
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "CostSplit" USING COST-SPLIT-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF CSP-SPLIT-INVALID
               ADD 1 TO WS-SPLIT-REJECTED
               MOVE CSP-TOTAL TO WS-PERCENT-EDIT
               DISPLAY "ATTENTION: répartition de " PAY-CLIENT-ID
                       " à " WS-PERCENT-EDIT " % - brut imputé au"
                       " département " PAY-DEPT "."
           END-IF.

           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > CSP-LINE-COUNT
               MOVE CSP-DEPT(WS-LSUB) TO WS-SHARE-DEPT
               MOVE CSP-SHARE(WS-LSUB 1) TO WS-SHARE-GROSS
               PERFORM ACCUMULATE-ONE-SHARE
           END-PERFORM.

       ACCUMULATE-ONE-SHARE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BUDGET-COUNT
               IF BGT-AGENCE(WS-SUB) = PAY-AGENCE AND
                  BGT-DEPT(WS-SUB) = WS-SHARE-DEPT
                   SET WS-FOUND TO TRUE
                   ADD WS-SHARE-GROSS
                       TO BGT-MONTH-ACTUAL(WS-SUB)
                   MOVE 'Y' TO BGT-SEEN-SW(WS-SUB)
                   MOVE BUDGET-COUNT TO WS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EXTRA-COUNT
               IF EXT-AGENCE(WS-SUB) = PAY-AGENCE AND
                  EXT-DEPT(WS-SUB) = WS-SHARE-DEPT
                   SET WS-FOUND TO TRUE
                   ADD WS-SHARE-GROSS TO EXT-ACTUAL(WS-SUB)
                   MOVE EXTRA-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND EXTRA-COUNT < 100
               ADD 1 TO EXTRA-COUNT
               MOVE PAY-AGENCE TO EXT-AGENCE(EXTRA-COUNT)
               MOVE WS-SHARE-DEPT TO EXT-DEPT(EXTRA-COUNT)
               MOVE WS-SHARE-GROSS TO EXT-ACTUAL(EXTRA-COUNT)
           END-IF.

      * The year-to-date position per agence/département lives in
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  écart " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(33:).
           IF WS-VARIANCE > ZERO
               ADD 1 TO WS-OVER-COUNT
               STRING "  *** DEPASSEMENT ***" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  écart " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(33:).
           IF WS-VARIANCE > ZERO
               ADD 1 TO WS-OVER-COUNT
               STRING "  *** DEPASSEMENT ***" DELIMITED BY SIZE
