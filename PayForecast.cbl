       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayForecast.

      ***************************************************************
      * Twelve-month payroll cost forecast per CLIENT-DEPT within
      * CLIENT-AGENCE, set beside the annual budgets of
      * paybudget.txt. The run starts from the current master
      * fichierclient.txt and rolls it forward month by month from
      * the current month, taking in the changes already known:
      * the dated transactions still waiting in transfuture.txt
      * (A, C or D, in effective-date order, counted from the month
      * they fall in, as the payroll of that month would see them),
      * the approved but not yet applied items of
      * pendingapprovals.txt (their C image, from the current
      * month) and the leavers with a CLIENT-TERM-DATE to come.
      * Each month is costed the way PayCalc pays it: the twelfth
      * of CLIENT-SALAIRE, prorated on a hire or termination date
      * inside the month, with the employer contributions of the
      * band (CONTRIBBAND.CPY) the gross falls in; variable pay,
      * deductions and expenses are not known ahead and are left
      * out. The cost of a person who works for several
      * départements is spread by CostSplit over the split in
      * force in each month, as GlPost posts it.
      *
      * payforecast.txt prints, per agence/département, the twelve
      * months of gross, employer contributions and total cost,
      * then the year-end position for the current year: the
      * actual to date of deptbudgetytd.txt (kept by BudgetReport)
      * plus the forecast of the months not yet in it, against the
      * annual budget, with DEPASSEMENT or SOUS-CONSOMMATION.
      * Costs with no budget line are listed HORS BUDGET. Changes
      * that cannot be applied (a change or deletion for an unknown
      * CLIENT-ID, an add for one already there) are listed at the
      * end. The run ends RC-WARNING when a département is projected
      * over budget, a change was set aside or a split could not be
      * applied; it writes nothing to the master or the YTD file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT TRANS-FUTURE ASSIGN TO 'transfuture.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUTURE-STATUS.

           SELECT PENDING-APPROVALS ASSIGN TO 'pendingapprovals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT PAY-BUDGET ASSIGN TO 'paybudget.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT DEPT-YTD ASSIGN TO 'deptbudgetytd.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO 'payforecast.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
       01  FICHIERCLIENT-RECORD     PIC X(93).

       FD  TRANS-FUTURE.
       01  FUTURE-RECORD.
           03 FUT-ACTION            PIC X.
           03 FILLER                PIC X.
           03 FUT-CLIENT-IMAGE      PIC X(93).
           03 FILLER                PIC X.
           03 FUT-EFFECTIVE-DATE    PIC X(8).

       FD  PENDING-APPROVALS.
           COPY "PENDAPPR.CPY".

       FD  PAY-BUDGET.
       01  BUDGET-RECORD.
           03 BUD-AGENCE            PIC X(3).
           03 FILLER                PIC X.
           03 BUD-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 BUD-ANNUAL            PIC 9(9).

       FD  DEPT-YTD.
       01  DEPT-YTD-RECORD.
           03 DYT-AGENCE            PIC X(3).
           03 DYT-DEPT              PIC X(4).
           03 DYT-YEAR              PIC 9(4).
           03 DYT-GROSS             PIC 9(11)V99.
           03 DYT-LAST-PERIOD       PIC 9(6).

       FD  FORECAST-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "CONTRIBBAND.CPY".
           COPY "CLIENTREC.CPY".

       01  WS-CLIENT-STATUS     PIC XX VALUE SPACES.
       01  WS-FUTURE-STATUS     PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS    PIC XX VALUE SPACES.
       01  WS-BUDGET-STATUS     PIC XX VALUE SPACES.
       01  WS-YTD-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-YEAR              PIC 9(4) VALUE ZERO.

      * The twelve forecast months, AAAAMM, from the current one.
       01  FORECAST-PERIODS.
           05 FCP-PERIOD        PIC 9(6) OCCURS 12 TIMES.
       01  WS-MSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY    PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
       01  WS-PERIOD-START      PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END        PIC 9(8) VALUE ZERO.
       01  WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REM          PIC 9(3) VALUE ZERO.
       01  WS-FIRST-DAY         PIC 9(2) VALUE ZERO.
       01  WS-LAST-DAY          PIC 9(2) VALUE ZERO.
       01  WS-DAYS-WORKED       PIC 9(2) VALUE ZERO.

      * The workforce as it stands on the master, rolled forward
      * month by month as the known changes fall due.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 FEM-ID         PIC X(9).
              10 FEM-SALAIRE    PIC 9(6).
              10 FEM-AGENCE     PIC X(3).
              10 FEM-HIRE-DATE  PIC 9(8).
              10 FEM-DEPT       PIC X(4).
              10 FEM-STATUT     PIC X.
              10 FEM-TERM-DATE  PIC 9(8).
              10 FEM-GONE-SW    PIC X.
              10 FEM-WARNED-SW  PIC X.
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * The known changes, future transactions and approved items
      * together, sorted on the date they take effect.
       01  EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 1000 TIMES.
              10 EVT-DATE       PIC 9(8).
              10 EVT-ACTION     PIC X.
              10 EVT-SOURCE     PIC X.
              10 EVT-IMAGE      PIC X(93).
              10 EVT-RESULT     PIC X.
              10 EVT-REASON     PIC X(30).
       01  EVENT-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-EVENT-LIMIT       PIC 9(4) COMP VALUE 1000.
       01  WS-NEXT-EVENT        PIC 9(4) COMP VALUE 1.
       01  WS-EVENT-SWAP.
           05 FILLER            PIC 9(8).
           05 FILLER            PIC X.
           05 FILLER            PIC X.
           05 FILLER            PIC X(93).
           05 FILLER            PIC X.
           05 FILLER            PIC X(30).

      * Forecast per agence/département: the budget lines first,
      * then whatever the forecast charges elsewhere (HORS BUDGET).
       01  FORECAST-TABLE.
           05 FORECAST-ENTRY OCCURS 100 TIMES.
              10 FCT-AGENCE     PIC X(3).
              10 FCT-DEPT       PIC X(4).
              10 FCT-BUDGET-SW  PIC X.
              10 FCT-ANNUAL     PIC 9(9).
              10 FCT-YTD-ACTUAL PIC 9(11)V99.
              10 FCT-LAST-PERIOD PIC 9(6).
              10 FCT-MONTH OCCURS 12 TIMES.
                 15 FCT-GROSS   PIC 9(9)V99.
                 15 FCT-CHARGES PIC 9(9)V99.
       01  FORECAST-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-FORECAST-LIMIT    PIC 9(3) COMP VALUE 100.

       01  MONTH-TOTALS.
           05 MTT-MONTH OCCURS 12 TIMES.
              10 MTT-GROSS      PIC 9(11)V99.
              10 MTT-CHARGES    PIC 9(11)V99.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-OVERFLOW-WHAT     PIC X(30) VALUE SPACES.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-ESUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-FSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-GROSS             PIC 9(9)V99 VALUE ZERO.
       01  WS-CHARGES           PIC 9(9)V99 VALUE ZERO.
       01  WS-BAND              PIC 9(2) COMP VALUE ZERO.

      * The share of one month's cost charged to one département.
           COPY "COSTSPLIT.CPY".
       01  WS-SHARE-AGENCE      PIC X(3) VALUE SPACES.
       01  WS-SHARE-DEPT        PIC X(4) VALUE SPACES.
       01  WS-SHARE-GROSS       PIC 9(9)V99 VALUE ZERO.
       01  WS-SHARE-CHARGES     PIC 9(9)V99 VALUE ZERO.
       01  WS-LSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-PERCENT-EDIT      PIC ZZ9.99.

       01  WS-MASTER-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-FUTURE-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-LEAVER-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-IGNORED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-SPLIT-REJECTED    PIC 9(5) COMP VALUE ZERO.
       01  WS-OVER-COUNT        PIC 9(5) COMP VALUE ZERO.

       01  WS-ROW-GROSS         PIC 9(11)V99 VALUE ZERO.
       01  WS-ROW-CHARGES       PIC 9(11)V99 VALUE ZERO.
       01  WS-ROW-COST          PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-GROSS         PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-CHARGES       PIC 9(11)V99 VALUE ZERO.
       01  WS-YEAR-FORECAST     PIC 9(11)V99 VALUE ZERO.
       01  WS-YEAR-PROJECTED    PIC 9(11)V99 VALUE ZERO.
       01  WS-VARIANCE          PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(9)9.99.
       01  WS-AMOUNT-EDIT2      PIC Z(9)9.99.
       01  WS-AMOUNT-EDIT3      PIC Z(9)9.99.
       01  WS-VARIANCE-EDIT     PIC +(9)9.99.
       01  WS-BUDGET-EDIT       PIC Z(8)9.

       01  WS-REF-TYPE          PIC X VALUE 'A'.
       01  WS-REF-CODE          PIC X(4) VALUE SPACES.
       01  WS-REF-NAME          PIC X(20) VALUE SPACES.
       01  WS-REF-FOUND         PIC X VALUE 'N'.
       01  WS-AGENCE-NAME       PIC X(20) VALUE SPACES.
       01  WS-DEPT-NAME         PIC X(20) VALUE SPACES.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PayForecast".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYY TO WS-YEAR.
           PERFORM SET-FORECAST-PERIODS.

           PERFORM LOAD-BUDGET-FILE.
           PERFORM LOAD-DEPT-YTD.

           OPEN INPUT FICHIERCLIENT.
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "Erreur: fichierclient.txt illisible (statut "
                       WS-CLIENT-STATUS ") - aucune prévision."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           PERFORM LOAD-EMPLOYEES.
           CLOSE FICHIERCLIENT.
           MOVE 'N' TO END-OF-FILE.

           IF NOT WS-TABLE-OVERFLOW
               PERFORM LOAD-FUTURE-TRANSACTIONS
           END-IF.
           IF NOT WS-TABLE-OVERFLOW
               PERFORM LOAD-APPROVED-CHANGES
           END-IF.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-OVERFLOW-WHAT
                       " - prévision abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-EVENTS.

           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE FCP-PERIOD(WS-MSUB) TO WS-PERIOD
               PERFORM SET-PERIOD-BOUNDS
               PERFORM APPLY-EVENTS-DUE
               PERFORM FORECAST-ONE-MONTH
           END-PERFORM.

           IF CSP-TABLE-OVERFLOW
               DISPLAY "Erreur: costallocation.txt trop long -"
                       " répartition analytique impossible."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-OVERFLOW-WHAT
                       " - prévision abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM WRITE-FORECAST-REPORT.

           IF WS-OVER-COUNT > 0 OR WS-SPLIT-REJECTED > 0 OR
              WS-IGNORED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés prévus         : " WS-COUNT-EDIT.
           MOVE WS-FUTURE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Transactions différées  : " WS-COUNT-EDIT.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Modifications approuvées: " WS-COUNT-EDIT.
           MOVE WS-IGNORED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Mouvements écartés      : " WS-COUNT-EDIT.
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Dépassements fin " WS-YEAR "   : " WS-COUNT-EDIT.
           DISPLAY "Prévision               : payforecast.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

      * The current month and the eleven after it.
       SET-FORECAST-PERIODS.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE WS-PERIOD TO FCP-PERIOD(WS-MSUB)
               IF WS-PERIOD-MM = 12
                   ADD 1 TO WS-PERIOD-YYYY
                   MOVE 1 TO WS-PERIOD-MM
               ELSE
                   ADD 1 TO WS-PERIOD-MM
               END-IF
           END-PERFORM.

      * First and last calendar day of the forecast month, with
      * February judged against the leap-year rule as PayCalc
      * does.
       SET-PERIOD-BOUNDS.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.

           EVALUATE WS-PERIOD-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-PERIOD-YYYY, 4)
                   IF WS-LEAP-REM = 0
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-PERIOD-YYYY, 100)
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           COMPUTE WS-LEAP-REM =
                               FUNCTION MOD(WS-PERIOD-YYYY, 400)
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           COMPUTE WS-PERIOD-END =
                   WS-PERIOD * 100 + WS-DAYS-IN-MONTH.

       LOAD-BUDGET-FILE.
           OPEN INPUT PAY-BUDGET.
           IF WS-BUDGET-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-BUDGET
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BUD-AGENCE NOT = SPACES AND
                          BUD-ANNUAL NUMERIC AND
                          FORECAST-COUNT < WS-FORECAST-LIMIT
                           ADD 1 TO FORECAST-COUNT
                           INITIALIZE FORECAST-ENTRY(FORECAST-COUNT)
                           MOVE BUD-AGENCE
                               TO FCT-AGENCE(FORECAST-COUNT)
                           MOVE BUD-DEPT TO FCT-DEPT(FORECAST-COUNT)
                           MOVE 'Y' TO FCT-BUDGET-SW(FORECAST-COUNT)
                           MOVE BUD-ANNUAL
                               TO FCT-ANNUAL(FORECAST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BUDGET-STATUS NOT = "35"
               CLOSE PAY-BUDGET
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * The current year's actual per budget line, as BudgetReport
      * left it; nothing is written back.
       LOAD-DEPT-YTD.
           OPEN INPUT DEPT-YTD.
           IF WS-YTD-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEPT-YTD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DEPT-YTD-RECORD NOT = SPACES AND
                          DYT-YEAR = WS-YEAR
                           PERFORM PICK-UP-YTD-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-YTD-STATUS NOT = "35"
               CLOSE DEPT-YTD
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       PICK-UP-YTD-ACTUAL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > FORECAST-COUNT
               IF FCT-AGENCE(WS-SUB) = DYT-AGENCE AND
                  FCT-DEPT(WS-SUB) = DYT-DEPT
                   MOVE DYT-GROSS TO FCT-YTD-ACTUAL(WS-SUB)
                   MOVE DYT-LAST-PERIOD TO FCT-LAST-PERIOD(WS-SUB)
                   MOVE FORECAST-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * Control records skip through; leavers gone before the
      * current month are not costed, a record with a non-numeric
      * salary is counted and left out, as PayCalc leaves it out.
       LOAD-EMPLOYEES.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) = '*'
                           CONTINUE
                       ELSE
                       IF CLIENT-TERMINE AND
                          (CLIENT-TERM-DATE NOT NUMERIC OR
                           CLIENT-TERM-DATE < FCP-PERIOD(1) * 100 + 1)
                           CONTINUE
                       ELSE
                       IF CLIENT-SALAIRE NOT NUMERIC
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           PERFORM STORE-MASTER-EMPLOYEE
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       STORE-MASTER-EMPLOYEE.
           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "1000 salariés" TO WS-OVERFLOW-WHAT
           ELSE
               ADD 1 TO EMPLOYEE-COUNT
               ADD 1 TO WS-MASTER-COUNT
               MOVE EMPLOYEE-COUNT TO WS-SUB
               PERFORM STORE-CLIENT-FIELDS
               MOVE 'N' TO FEM-WARNED-SW(WS-SUB)
               IF CLIENT-TERMINE
                   ADD 1 TO WS-LEAVER-COUNT
               END-IF
           END-IF.

      * CLIENT-RECORD into the table entry WS-SUB. A date that is
      * not numeric is held as zero: no proration on hire, gone on
      * termination.
       STORE-CLIENT-FIELDS.
           MOVE CLIENT-ID TO FEM-ID(WS-SUB).
           MOVE CLIENT-SALAIRE TO FEM-SALAIRE(WS-SUB).
           MOVE CLIENT-AGENCE TO FEM-AGENCE(WS-SUB).
           MOVE CLIENT-DEPT TO FEM-DEPT(WS-SUB).
           MOVE CLIENT-STATUT TO FEM-STATUT(WS-SUB).
           MOVE ZERO TO FEM-HIRE-DATE(WS-SUB).
           IF CLIENT-HIRE-DATE NUMERIC
               MOVE CLIENT-HIRE-DATE TO FEM-HIRE-DATE(WS-SUB)
           END-IF.
           MOVE ZERO TO FEM-TERM-DATE(WS-SUB).
           IF CLIENT-TERM-DATE NUMERIC
               MOVE CLIENT-TERM-DATE TO FEM-TERM-DATE(WS-SUB)
           END-IF.
           MOVE 'N' TO FEM-GONE-SW(WS-SUB).

      * Lines already due but not yet released by TransRelease are
      * taken from the current month.
       LOAD-FUTURE-TRANSACTIONS.
           OPEN INPUT TRANS-FUTURE.
           IF WS-FUTURE-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ TRANS-FUTURE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF FUTURE-RECORD NOT = SPACES
                           PERFORM STORE-FUTURE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FUTURE-STATUS NOT = "35"
               CLOSE TRANS-FUTURE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-FUTURE-EVENT.
           IF EVENT-COUNT >= WS-EVENT-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "1000 mouvements connus" TO WS-OVERFLOW-WHAT
           ELSE
               ADD 1 TO EVENT-COUNT
               ADD 1 TO WS-FUTURE-COUNT
               MOVE FUT-ACTION TO EVT-ACTION(EVENT-COUNT)
               MOVE 'F' TO EVT-SOURCE(EVENT-COUNT)
               MOVE FUT-CLIENT-IMAGE TO EVT-IMAGE(EVENT-COUNT)
               MOVE SPACE TO EVT-RESULT(EVENT-COUNT)
               MOVE SPACES TO EVT-REASON(EVENT-COUNT)
               IF FUT-EFFECTIVE-DATE NUMERIC
                   MOVE FUT-EFFECTIVE-DATE TO EVT-DATE(EVENT-COUNT)
               ELSE
                   MOVE WS-TODAY TO EVT-DATE(EVENT-COUNT)
               END-IF
           END-IF.

      * An approved item goes to TransApply as a C transaction on
      * the next run, so it counts from the current month. Items
      * still awaiting a decision are only counted.
       LOAD-APPROVED-CHANGES.
           OPEN INPUT PENDING-APPROVALS.
           IF WS-PENDING-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PENDING-APPROVALS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PND-APPROVED
                           PERFORM STORE-APPROVED-EVENT
                       END-IF
                       IF PND-PENDING
                           ADD 1 TO WS-AWAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-APPROVALS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-APPROVED-EVENT.
           IF EVENT-COUNT >= WS-EVENT-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "1000 mouvements connus" TO WS-OVERFLOW-WHAT
           ELSE
               ADD 1 TO EVENT-COUNT
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'C' TO EVT-ACTION(EVENT-COUNT)
               MOVE 'A' TO EVT-SOURCE(EVENT-COUNT)
               MOVE PND-IMAGE TO EVT-IMAGE(EVENT-COUNT)
               MOVE WS-TODAY TO EVT-DATE(EVENT-COUNT)
               MOVE SPACE TO EVT-RESULT(EVENT-COUNT)
               MOVE SPACES TO EVT-REASON(EVENT-COUNT)
           END-IF.

      * Exchange sort on the effective date; equal dates keep file
      * order, so two changes on one day apply as entered.
       SORT-EVENTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= EVENT-COUNT
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > EVENT-COUNT - WS-SUB
                   IF EVT-DATE(WS-SUB2) > EVT-DATE(WS-SUB2 + 1)
                       MOVE EVENT-ENTRY(WS-SUB2) TO WS-EVENT-SWAP
                       MOVE EVENT-ENTRY(WS-SUB2 + 1)
                         TO EVENT-ENTRY(WS-SUB2)
                       MOVE WS-EVENT-SWAP
                         TO EVENT-ENTRY(WS-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Every change dated up to the end of the month is on the
      * master by the time that month's payroll runs.
       APPLY-EVENTS-DUE.
           PERFORM UNTIL WS-NEXT-EVENT > EVENT-COUNT
                   OR EVT-DATE(WS-NEXT-EVENT) > WS-PERIOD-END
               MOVE WS-NEXT-EVENT TO WS-ESUB
               PERFORM APPLY-ONE-EVENT
               ADD 1 TO WS-NEXT-EVENT
           END-PERFORM.

       APPLY-ONE-EVENT.
           MOVE EVT-IMAGE(WS-ESUB) TO CLIENT-RECORD.
           MOVE 'P' TO EVT-RESULT(WS-ESUB).

      * WS-FSUB stays on the first entry when the CLIENT-ID is not
      * found, so the tests below always subscript inside the table.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-FSUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF FEM-ID(WS-SUB) = CLIENT-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-FSUB
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           MOVE WS-FSUB TO WS-SUB.

           EVALUATE TRUE
               WHEN EVT-ACTION(WS-ESUB) NOT = 'A' AND
                    EVT-ACTION(WS-ESUB) NOT = 'C' AND
                    EVT-ACTION(WS-ESUB) NOT = 'D'
                   MOVE "CODE ACTION INCONNU" TO EVT-REASON(WS-ESUB)
               WHEN EVT-ACTION(WS-ESUB) NOT = 'D' AND
                    CLIENT-SALAIRE NOT NUMERIC
                   MOVE "SALAIRE NON NUMERIQUE"
                     TO EVT-REASON(WS-ESUB)
               WHEN EVT-ACTION(WS-ESUB) = 'A' AND WS-FOUND
                   IF FEM-GONE-SW(WS-SUB) = 'Y'
                       PERFORM STORE-CLIENT-FIELDS
                   ELSE
                       MOVE "AJOUT - CLIENT-ID DEJA PRESENT"
                         TO EVT-REASON(WS-ESUB)
                   END-IF
               WHEN EVT-ACTION(WS-ESUB) = 'A'
                   IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
                       SET WS-TABLE-OVERFLOW TO TRUE
                       MOVE "1000 salariés" TO WS-OVERFLOW-WHAT
                   ELSE
                       ADD 1 TO EMPLOYEE-COUNT
                       MOVE EMPLOYEE-COUNT TO WS-SUB
                       PERFORM STORE-CLIENT-FIELDS
                       MOVE 'N' TO FEM-WARNED-SW(WS-SUB)
                   END-IF
               WHEN WS-NOT-FOUND OR FEM-GONE-SW(WS-SUB) = 'Y'
                   MOVE "CLIENT-ID ABSENT" TO EVT-REASON(WS-ESUB)
               WHEN EVT-ACTION(WS-ESUB) = 'C'
                   PERFORM STORE-CLIENT-FIELDS
               WHEN OTHER
                   MOVE 'Y' TO FEM-GONE-SW(WS-SUB)
           END-EVALUATE.

           IF EVT-REASON(WS-ESUB) NOT = SPACES
               MOVE 'I' TO EVT-RESULT(WS-ESUB)
               ADD 1 TO WS-IGNORED-COUNT
           ELSE
               IF EVT-ACTION(WS-ESUB) NOT = 'D' AND CLIENT-TERMINE
                   ADD 1 TO WS-LEAVER-COUNT
               END-IF
           END-IF.

       FORECAST-ONE-MONTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF FEM-GONE-SW(WS-SUB) = 'N'
                   PERFORM COST-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

      * A leaver is costed up to the termination day and no
      * further, a newcomer from the hire day; the gross is the
      * twelfth scaled by days worked over calendar days, and the
      * band is chosen on it as PayCalc chooses it.
       COST-ONE-EMPLOYEE.
           IF FEM-STATUT(WS-SUB) = 'T' AND
              FEM-TERM-DATE(WS-SUB) < WS-PERIOD-START
               MOVE 'Y' TO FEM-GONE-SW(WS-SUB)
           ELSE
           IF FEM-HIRE-DATE(WS-SUB) <= WS-PERIOD-END
               MOVE 1 TO WS-FIRST-DAY
               MOVE WS-DAYS-IN-MONTH TO WS-LAST-DAY
               IF FEM-HIRE-DATE(WS-SUB) >= WS-PERIOD-START
                   MOVE FEM-HIRE-DATE(WS-SUB)(7:2) TO WS-FIRST-DAY
               END-IF
               IF FEM-STATUT(WS-SUB) = 'T' AND
                  FEM-TERM-DATE(WS-SUB) <= WS-PERIOD-END
                   MOVE FEM-TERM-DATE(WS-SUB)(7:2) TO WS-LAST-DAY
               END-IF

               COMPUTE WS-GROSS ROUNDED = FEM-SALAIRE(WS-SUB) / 12
               IF WS-FIRST-DAY > 1 OR WS-LAST-DAY < WS-DAYS-IN-MONTH
                   IF WS-LAST-DAY < WS-FIRST-DAY
                       MOVE ZERO TO WS-DAYS-WORKED
                   ELSE
                       COMPUTE WS-DAYS-WORKED =
                               WS-LAST-DAY - WS-FIRST-DAY + 1
                   END-IF
                   COMPUTE WS-GROSS ROUNDED =
                       WS-GROSS * WS-DAYS-WORKED / WS-DAYS-IN-MONTH
               END-IF

               PERFORM FIND-CONTRIB-BAND
               COMPUTE WS-CHARGES ROUNDED =
                       WS-GROSS * CBD-EMPR-RATE(WS-BAND) / 100
               PERFORM SPREAD-ONE-COST
           END-IF
           END-IF.

       FIND-CONTRIB-BAND.
           MOVE CONTRIB-BAND-COUNT TO WS-BAND.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > CONTRIB-BAND-COUNT
               IF WS-GROSS <= CBD-CEILING(WS-SUB2)
                   MOVE WS-SUB2 TO WS-BAND
                   MOVE CONTRIB-BAND-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

      * The split in force on the 1st of each forecast month, so a
      * split already dated ahead is honoured from its month. An
      * invalid split is reported once per person.
       SPREAD-ONE-COST.
           MOVE FEM-ID(WS-SUB) TO CSP-CLIENT-ID.
           MOVE WS-PERIOD TO CSP-PERIOD.
           MOVE FEM-DEPT(WS-SUB) TO CSP-HOME-DEPT.
           MOVE 2 TO CSP-AMOUNT-COUNT.
           MOVE WS-GROSS TO CSP-AMOUNT(1).
           MOVE WS-CHARGES TO CSP-AMOUNT(2).
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "CostSplit" USING COST-SPLIT-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF CSP-SPLIT-INVALID AND FEM-WARNED-SW(WS-SUB) = 'N'
               MOVE 'Y' TO FEM-WARNED-SW(WS-SUB)
               ADD 1 TO WS-SPLIT-REJECTED
               MOVE CSP-TOTAL TO WS-PERCENT-EDIT
               DISPLAY "ATTENTION: répartition de " FEM-ID(WS-SUB)
                       " à " WS-PERCENT-EDIT " % - coût imputé au"
                       " département " FEM-DEPT(WS-SUB) "."
           END-IF.

           MOVE FEM-AGENCE(WS-SUB) TO WS-SHARE-AGENCE.
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > CSP-LINE-COUNT
               MOVE CSP-DEPT(WS-LSUB) TO WS-SHARE-DEPT
               MOVE CSP-SHARE(WS-LSUB 1) TO WS-SHARE-GROSS
               MOVE CSP-SHARE(WS-LSUB 2) TO WS-SHARE-CHARGES
               PERFORM ACCUMULATE-ONE-SHARE
           END-PERFORM.

       ACCUMULATE-ONE-SHARE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > FORECAST-COUNT
               IF FCT-AGENCE(WS-SUB2) = WS-SHARE-AGENCE AND
                  FCT-DEPT(WS-SUB2) = WS-SHARE-DEPT
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB2 TO WS-FSUB
                   MOVE FORECAST-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               IF FORECAST-COUNT >= WS-FORECAST-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE "100 agences/départements"
                     TO WS-OVERFLOW-WHAT
               ELSE
                   ADD 1 TO FORECAST-COUNT
                   INITIALIZE FORECAST-ENTRY(FORECAST-COUNT)
                   MOVE WS-SHARE-AGENCE
                     TO FCT-AGENCE(FORECAST-COUNT)
                   MOVE WS-SHARE-DEPT TO FCT-DEPT(FORECAST-COUNT)
                   MOVE 'N' TO FCT-BUDGET-SW(FORECAST-COUNT)
                   MOVE FORECAST-COUNT TO WS-FSUB
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

           IF WS-FOUND
               ADD WS-SHARE-GROSS TO FCT-GROSS(WS-FSUB WS-MSUB)
               ADD WS-SHARE-CHARGES TO FCT-CHARGES(WS-FSUB WS-MSUB)
               ADD WS-SHARE-GROSS TO MTT-GROSS(WS-MSUB)
               ADD WS-SHARE-CHARGES TO MTT-CHARGES(WS-MSUB)
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.

           MOVE SPACES TO REPORT-LINE.
           STRING "Prévision masse salariale 12 mois - "
                   DELIMITED BY SIZE
                   FCP-PERIOD(1) DELIMITED BY SIZE
                   " à " DELIMITED BY SIZE
                   FCP-PERIOD(12) DELIMITED BY SIZE
                   " - établie le " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT.
           STRING "Salariés au fichier   : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FUTURE-COUNT TO WS-COUNT-EDIT.
           STRING "Transactions différées: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " (transfuture.txt)" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           STRING "Modifications approuv.: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " (pendingapprovals.txt)" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-AWAITING-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-AWAITING-COUNT TO WS-COUNT-EDIT
               STRING "En attente d'approbation, non prises en"
                       DELIMITED BY SIZE
                       " compte: " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LEAVER-COUNT TO WS-COUNT-EDIT.
           STRING "Départs prévus        : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REJECT-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
               STRING "Salaire non numérique, non prévus: "
                       DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > FORECAST-COUNT
               PERFORM WRITE-ONE-FORECAST
           END-PERFORM.

           PERFORM WRITE-GRAND-TOTAL.

           IF WS-IGNORED-COUNT > 0
               PERFORM WRITE-IGNORED-EVENTS
           END-IF.

           CLOSE FORECAST-REPORT.

      * One agence/département: the twelve months, their total,
      * then the year-end position against the budget line.
       WRITE-ONE-FORECAST.
           MOVE 'A' TO WS-REF-TYPE.
           MOVE SPACES TO WS-REF-CODE.
           MOVE FCT-AGENCE(WS-SUB) TO WS-REF-CODE(1:3).
           CALL "RefLookup" USING WS-REF-TYPE WS-REF-CODE
                                   WS-REF-NAME WS-REF-FOUND.
           MOVE WS-REF-NAME TO WS-AGENCE-NAME.

           MOVE 'D' TO WS-REF-TYPE.
           MOVE FCT-DEPT(WS-SUB) TO WS-REF-CODE.
           CALL "RefLookup" USING WS-REF-TYPE WS-REF-CODE
                                   WS-REF-NAME WS-REF-FOUND.
           MOVE WS-REF-NAME TO WS-DEPT-NAME.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "Agence " DELIMITED BY SIZE
                   FCT-AGENCE(WS-SUB) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AGENCE-NAME) DELIMITED BY SIZE
                   ") Dépt " DELIMITED BY SIZE
                   FCT-DEPT(WS-SUB) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-NAME) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.

           MOVE ZERO TO WS-SUM-GROSS.
           MOVE ZERO TO WS-SUM-CHARGES.
           MOVE ZERO TO WS-YEAR-FORECAST.
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE FCT-GROSS(WS-SUB WS-MSUB) TO WS-ROW-GROSS
               MOVE FCT-CHARGES(WS-SUB WS-MSUB) TO WS-ROW-CHARGES
               MOVE FCP-PERIOD(WS-MSUB) TO WS-PERIOD
               PERFORM WRITE-MONTH-LINE
               IF WS-PERIOD-YYYY = WS-YEAR AND
                  WS-PERIOD > FCT-LAST-PERIOD(WS-SUB)
                   ADD WS-ROW-GROSS TO WS-YEAR-FORECAST
               END-IF
           END-PERFORM.
           PERFORM WRITE-TOTAL-LINE.

           IF FCT-BUDGET-SW(WS-SUB) NOT = 'Y'
               MOVE SPACES TO REPORT-LINE
               MOVE "  *** HORS BUDGET - aucune ligne paybudget.txt"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-YEAR-END-LINES
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  Mois" TO REPORT-LINE(1:6).
           MOVE "Brut" TO REPORT-LINE(19:4).
           MOVE "Charges patr." TO REPORT-LINE(29:13).
           MOVE "Coût total" TO REPORT-LINE(48:11).
           WRITE REPORT-LINE.

       WRITE-MONTH-LINE.
           COMPUTE WS-ROW-COST = WS-ROW-GROSS + WS-ROW-CHARGES.
           ADD WS-ROW-GROSS TO WS-SUM-GROSS.
           ADD WS-ROW-CHARGES TO WS-SUM-CHARGES.
           MOVE WS-ROW-GROSS TO WS-AMOUNT-EDIT.
           MOVE WS-ROW-CHARGES TO WS-AMOUNT-EDIT2.
           MOVE WS-ROW-COST TO WS-AMOUNT-EDIT3.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PERIOD TO REPORT-LINE(3:6).
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(10:13).
           MOVE WS-AMOUNT-EDIT2 TO REPORT-LINE(28:13).
           MOVE WS-AMOUNT-EDIT3 TO REPORT-LINE(46:13).
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINE.
           COMPUTE WS-ROW-COST = WS-SUM-GROSS + WS-SUM-CHARGES.
           MOVE WS-SUM-GROSS TO WS-AMOUNT-EDIT.
           MOVE WS-SUM-CHARGES TO WS-AMOUNT-EDIT2.
           MOVE WS-ROW-COST TO WS-AMOUNT-EDIT3.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  Total" TO REPORT-LINE(1:7).
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(10:13).
           MOVE WS-AMOUNT-EDIT2 TO REPORT-LINE(28:13).
           MOVE WS-AMOUNT-EDIT3 TO REPORT-LINE(46:13).
           WRITE REPORT-LINE.

      * The gross actual to date plus the gross forecast of the
      * rest of the year, against the annual gross budget.
       WRITE-YEAR-END-LINES.
           COMPUTE WS-YEAR-PROJECTED =
                   FCT-YTD-ACTUAL(WS-SUB) + WS-YEAR-FORECAST.
           COMPUTE WS-VARIANCE =
                   WS-YEAR-PROJECTED - FCT-ANNUAL(WS-SUB).

           MOVE FCT-YTD-ACTUAL(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-YEAR-FORECAST TO WS-AMOUNT-EDIT2.
           MOVE WS-YEAR-PROJECTED TO WS-AMOUNT-EDIT3.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Fin " DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   ": réalisé " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " + prévu " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                   " = projeté " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT3 DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE FCT-ANNUAL(WS-SUB) TO WS-BUDGET-EDIT.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Budget annuel " DELIMITED BY SIZE
                   WS-BUDGET-EDIT DELIMITED BY SIZE
                   "  écart " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           IF WS-VARIANCE > ZERO
               ADD 1 TO WS-OVER-COUNT
               STRING "  *** DEPASSEMENT ***" DELIMITED BY SIZE
                       INTO REPORT-LINE(51:)
           ELSE
           IF WS-VARIANCE < ZERO
               STRING "  SOUS-CONSOMMATION" DELIMITED BY SIZE
                       INTO REPORT-LINE(51:)
           END-IF
           END-IF.
           WRITE REPORT-LINE.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Total général" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE ZERO TO WS-SUM-GROSS.
           MOVE ZERO TO WS-SUM-CHARGES.
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE MTT-GROSS(WS-MSUB) TO WS-ROW-GROSS
               MOVE MTT-CHARGES(WS-MSUB) TO WS-ROW-CHARGES
               MOVE FCP-PERIOD(WS-MSUB) TO WS-PERIOD
               PERFORM WRITE-MONTH-LINE
           END-PERFORM.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-IGNORED-EVENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Mouvements non pris en compte" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > EVENT-COUNT
               IF EVT-RESULT(WS-ESUB) = 'I'
                   MOVE SPACES TO REPORT-LINE
                   STRING EVT-ACTION(WS-ESUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EVT-IMAGE(WS-ESUB)(1:9) DELIMITED BY SIZE
                           " au " DELIMITED BY SIZE
                           EVT-DATE(WS-ESUB) DELIMITED BY SIZE
                           INTO REPORT-LINE
                   IF EVT-SOURCE(WS-ESUB) = 'A'
                       MOVE "(approbation)" TO REPORT-LINE(26:13)
                   ELSE
                       MOVE "(différée)" TO REPORT-LINE(26:12)
                   END-IF
                   MOVE EVT-REASON(WS-ESUB) TO REPORT-LINE(41:30)
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       LOG-AUDIT-ENTRY.
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Prévision " DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " dépassement(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
