       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayArrears.

      ***************************************************************
      * Salary arrears (rappels de salaire) for changes back-dated
      * into months already paid. Runs before PayCalc. A change on
      * salaryhistory.txt (SALHIST.CPY) whose SH-EFFECTIVE-DATE
      * falls in a month closed on payperiods.txt was paid at the
      * old salary; for every such employee each closed month from
      * the change onwards is recomputed the way PayCalc would have
      * paid it had the change been known:
      *
      *   - the salary in force is taken day by day from the
      *     history, so a change effective mid-month counts from
      *     its own day;
      *   - the first and last month of employment are prorated on
      *     CLIENT-HIRE-DATE / CLIENT-TERM-DATE as in PayCalc;
      *   - the contributions are banded with the shared table of
      *     CONTRIBBAND.CPY.
      *
      * The recomputed salary gross is compared with the base gross
      * of the payslip actually issued, read from payslipstore.dat
      * through PayslipIO, less any arrears already paid for that
      * month (arrearsledger.txt, ARREARS.CPY). Each employee's
      * total difference goes to payarrears.txt in the
      * payvariables.txt layout (PAYVAR.CPY) as one element for the
      * current month - RAPP owed to the employee, RAPN overpaid and
      * recovered - which PayCalc applies like any variable pay.
      * Both codes must be set up on payelements.txt. The arrears
      * report arrearsreport.txt lists every month recomputed with
      * the amounts involved.
      *
      * Ledger lines for the current, still open period are
      * recomputed on every run, so PayArrears can be rerun (or
      * rerun after a PayBackout) without paying anything twice.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALARY-HISTORY ASSIGN TO 'salaryhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PAY-PERIODS ASSIGN TO 'payperiods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS.

           SELECT PAY-ELEMENTS ASSIGN TO 'payelements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELEMENTS-STATUS.

           SELECT ARREARS-LEDGER ASSIGN TO 'arrearsledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ARREARS-OUT ASSIGN TO 'payarrears.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARREARS-REPORT ASSIGN TO 'arrearsreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  SALARY-HISTORY.
           COPY "SALHIST.CPY".

       FD  PAY-PERIODS.
           COPY "PAYPERIOD.CPY".

       FD  PAY-ELEMENTS.
           COPY "PAYELEM.CPY".

       FD  ARREARS-LEDGER.
           COPY "ARREARS.CPY".

       FD  ARREARS-OUT.
           COPY "PAYVAR.CPY".

       FD  ARREARS-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "PAYSLIPIO.CPY".
           COPY "CONTRIBBAND.CPY".

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.

       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-PERIODS-STATUS    PIC XX VALUE SPACES.
       01  WS-ELEMENTS-STATUS   PIC XX VALUE SPACES.
       01  WS-LEDGER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED  VALUE 'Y'.

      * Months closed on payperiods.txt, in file (chronological)
      * order - the months that can carry arrears.
       01  CLOSED-PERIOD-TABLE.
           05 CLOSED-PERIOD-ENTRY OCCURS 200 TIMES.
              10 CPT-PERIOD     PIC 9(6).
       01  CLOSED-PERIOD-COUNT  PIC 9(3) COMP VALUE ZERO.
       01  WS-CLOSED-LIMIT      PIC 9(3) COMP VALUE 200.

      * Employees with at least one change back-dated into a closed
      * month, with the earliest such month.
       01  AFFECTED-TABLE.
           05 AFFECTED-ENTRY OCCURS 500 TIMES.
              10 AFT-CLIENT-ID  PIC X(9).
              10 AFT-FIRST-MONTH PIC 9(6).
              10 AFT-SEEN-SW    PIC X.
       01  AFFECTED-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-AFFECTED-LIMIT    PIC 9(3) COMP VALUE 500.

      * Every history line of the affected employees, in file order.
       01  HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 3000 TIMES.
              10 HST-CLIENT-ID  PIC X(9).
              10 HST-EFFECTIVE-DATE PIC 9(8).
              10 HST-OLD-SALAIRE PIC 9(6).
              10 HST-NEW-SALAIRE PIC 9(6).
       01  HISTORY-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-HISTORY-LIMIT     PIC 9(4) COMP VALUE 3000.

      * Arrears ledger: lines of closed pay periods are kept as they
      * are, this run's lines are added.
       01  LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 3000 TIMES.
              10 LGT-CLIENT-ID  PIC X(9).
              10 LGT-MONTH      PIC 9(6).
              10 LGT-PAY-PERIOD PIC 9(6).
              10 LGT-AMOUNT     PIC S9(6)V99.
              10 LGT-RUN-DATE   PIC 9(8).
       01  LEDGER-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-LEDGER-LIMIT      PIC 9(4) COMP VALUE 3000.
       01  WS-LEDGER-DROPPED    PIC 9(7) COMP VALUE ZERO.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-PSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-HSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-ASUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-BAND              PIC 9(2) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-RAPP-SW           PIC X VALUE 'N'.
           88 WS-RAPP-DEFINED   VALUE 'Y'.
       01  WS-RAPN-SW           PIC X VALUE 'N'.
           88 WS-RAPN-DEFINED   VALUE 'Y'.
       01  WS-WARNING-SW        PIC X VALUE 'N'.
           88 WS-WARNING        VALUE 'Y'.

      * Recomputation of one month.
       01  WS-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-START       PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END         PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-START  PIC 9(8) VALUE ZERO.
       01  WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01  WS-FIRST-DAY         PIC 9(2) VALUE ZERO.
       01  WS-LAST-DAY          PIC 9(2) VALUE ZERO.
       01  WS-DAY               PIC 9(2) VALUE ZERO.
       01  WS-DAY-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DAY-SALAIRE       PIC 9(6) VALUE ZERO.
       01  WS-BEST-DATE         PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DAY-TWELFTH       PIC 9(6)V99 VALUE ZERO.
       01  WS-TWELFTH-SUM       PIC 9(8)V99 VALUE ZERO.

       01  WS-ISSUED-BASE       PIC 9(6)V99 VALUE ZERO.
       01  WS-ISSUED-GROSS      PIC 9(6)V99 VALUE ZERO.
       01  WS-ISSUED-EMP        PIC 9(6)V99 VALUE ZERO.
       01  WS-DUE-BASE          PIC 9(6)V99 VALUE ZERO.
       01  WS-DUE-GROSS         PIC 9(6)V99 VALUE ZERO.
       01  WS-DUE-EMP           PIC 9(6)V99 VALUE ZERO.
       01  WS-ALREADY-PAID      PIC S9(6)V99 VALUE ZERO.
       01  WS-DIFFERENCE        PIC S9(6)V99 VALUE ZERO.
       01  WS-GROSS-WORK        PIC S9(7)V99 VALUE ZERO.
       01  WS-EMPLOYEE-ARREARS  PIC S9(7)V99 VALUE ZERO.
       01  WS-EMPLOYEE-MONTHS   PIC 9(3) COMP VALUE ZERO.

       01  WS-EMPLOYEE-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-MONTH-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  WS-NO-SLIP-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-OWED        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-RECOVERED   PIC 9(9)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-SIGNED-EDIT       PIC -(6)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PayArrears".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           CALL "ClientBalance" USING WS-BALANCE-FILE
                                       WS-BALANCE-RESULT.
           IF WS-BALANCE-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichierclient.txt déséquilibré -"
                       " calcul des rappels abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.

           PERFORM LOAD-CLOSED-PERIODS.
           IF WS-PERIOD-CLOSED
               DISPLAY "Erreur: période " WS-PERIOD " déjà payée"
                       " (payperiods.txt) - rappels refusés."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM CHECK-ARREARS-ELEMENTS.
           PERFORM LOAD-LEDGER.
           PERFORM FIND-AFFECTED-EMPLOYEES.
           PERFORM LOAD-AFFECTED-HISTORY
              THRU LOAD-AFFECTED-HISTORY-EXIT.

      * A table overflow would mean arrears silently missed; nothing
      * has been written yet, so stop here.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: tables des rappels pleines ("
                       WS-AFFECTED-LIMIT " salariés / "
                       WS-HISTORY-LIMIT " historiques / "
                       WS-LEDGER-LIMIT " lignes de registre max) -"
                       " rien produit."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           SET PIO-OP-OPEN-INPUT TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           IF NOT PIO-STATUS-OK AND AFFECTED-COUNT > 0
               DISPLAY "Erreur: magasin des bulletins payslipstore.dat"
                       " illisible (statut " PIO-STATUS ") -"
                       " rappels impossibles."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT ARREARS-OUT.
           OPEN OUTPUT ARREARS-REPORT.
           PERFORM WRITE-REPORT-HEADER.

           OPEN INPUT FICHIERCLIENT.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           PERFORM ARREARS-ONE-EMPLOYEE
                              THRU ARREARS-ONE-EMPLOYEE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.

           IF PIO-STATUS-OK
               SET PIO-OP-CLOSE TO TRUE
               CALL "PayslipIO" USING PAYSLIP-IO-AREA
           END-IF.

           PERFORM REPORT-MISSING-EMPLOYEES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ARREARS-OUT.
           CLOSE ARREARS-REPORT.

           PERFORM REWRITE-LEDGER.

           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés avec rappel  : " WS-COUNT-EDIT.
           MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Mois régularisés      : " WS-COUNT-EDIT.
           MOVE WS-TOTAL-OWED TO WS-TOTAL-EDIT.
           DISPLAY "Total rappels dus     : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-EDIT.
           DISPLAY "Total trop-perçus     : " WS-TOTAL-EDIT.
           IF WS-NO-SLIP-COUNT > 0
               MOVE WS-NO-SLIP-COUNT TO WS-COUNT-EDIT
               DISPLAY "Mois sans bulletin au magasin : "
                       WS-COUNT-EDIT " (voir arrearsreport.txt)"
               SET WS-WARNING TO TRUE
           END-IF.
           IF WS-TABLE-OVERFLOW
               MOVE RC-ERROR TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Eléments de rappel    : payarrears.txt".
           DISPLAY "Etat des rappels      : arrearsreport.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PAY-PERIODS.
           IF WS-PERIODS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-PERIODS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PPD-STATUS-PAID
                           IF PPD-PERIOD = WS-PERIOD
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                           IF CLOSED-PERIOD-COUNT < WS-CLOSED-LIMIT
                               ADD 1 TO CLOSED-PERIOD-COUNT
                               MOVE PPD-PERIOD
                                 TO CPT-PERIOD(CLOSED-PERIOD-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PERIODS-STATUS NOT = "35"
               CLOSE PAY-PERIODS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * PayCalc refuses an element code it does not know; a missing
      * RAPP or RAPN would only be discovered there, so it is said
      * here first.
       CHECK-ARREARS-ELEMENTS.
           OPEN INPUT PAY-ELEMENTS.
           IF WS-ELEMENTS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-ELEMENTS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ELM-CODE = "RAPP"
                           SET WS-RAPP-DEFINED TO TRUE
                       END-IF
                       IF ELM-CODE = "RAPN"
                           SET WS-RAPN-DEFINED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ELEMENTS-STATUS NOT = "35"
               CLOSE PAY-ELEMENTS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF NOT WS-RAPP-DEFINED OR NOT WS-RAPN-DEFINED
               DISPLAY "ATTENTION: codes RAPP/RAPN absents de"
                       " payelements.txt - PayCalc rejettera les"
                       " rappels."
               SET WS-WARNING TO TRUE
           END-IF.

      * Ledger lines of pay periods already closed are history and
      * kept; lines of an open pay period belong to a payroll not
      * yet run (or backed out) and are recomputed below.
       LOAD-LEDGER.
           OPEN INPUT ARREARS-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ ARREARS-LEDGER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-LEDGER-LINE
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS NOT = "35"
               CLOSE ARREARS-LEDGER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       KEEP-ONE-LEDGER-LINE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > CLOSED-PERIOD-COUNT
               IF CPT-PERIOD(WS-PSUB) = ARL-PAY-PERIOD
                   SET WS-FOUND TO TRUE
                   MOVE CLOSED-PERIOD-COUNT TO WS-PSUB
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               ADD 1 TO WS-LEDGER-DROPPED
           ELSE
               IF LEDGER-COUNT < WS-LEDGER-LIMIT
                   ADD 1 TO LEDGER-COUNT
                   MOVE ARL-CLIENT-ID TO LGT-CLIENT-ID(LEDGER-COUNT)
                   MOVE ARL-MONTH TO LGT-MONTH(LEDGER-COUNT)
                   MOVE ARL-PAY-PERIOD TO LGT-PAY-PERIOD(LEDGER-COUNT)
                   MOVE ARL-AMOUNT TO LGT-AMOUNT(LEDGER-COUNT)
                   MOVE ARL-RUN-DATE TO LGT-RUN-DATE(LEDGER-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      * First pass over the history: a change whose effective month
      * is a closed one marks its employee, keeping the earliest
      * such month.
       FIND-AFFECTED-EMPLOYEES.
           OPEN INPUT SALARY-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SH-EFFECTIVE-DATE NUMERIC
                           PERFORM CHECK-ONE-CHANGE
                              THRU CHECK-ONE-CHANGE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE SALARY-HISTORY
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       CHECK-ONE-CHANGE.
           MOVE SH-EFFECTIVE-DATE(1:6) TO WS-MONTH.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > CLOSED-PERIOD-COUNT
               IF CPT-PERIOD(WS-PSUB) = WS-MONTH
                   SET WS-FOUND TO TRUE
                   MOVE CLOSED-PERIOD-COUNT TO WS-PSUB
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               GO TO CHECK-ONE-CHANGE-EXIT
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AFFECTED-COUNT
               IF AFT-CLIENT-ID(WS-ASUB) = SH-CLIENT-ID
                   SET WS-FOUND TO TRUE
                   IF WS-MONTH < AFT-FIRST-MONTH(WS-ASUB)
                       MOVE WS-MONTH TO AFT-FIRST-MONTH(WS-ASUB)
                   END-IF
                   MOVE AFFECTED-COUNT TO WS-ASUB
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               IF AFFECTED-COUNT < WS-AFFECTED-LIMIT
                   ADD 1 TO AFFECTED-COUNT
                   MOVE SH-CLIENT-ID TO AFT-CLIENT-ID(AFFECTED-COUNT)
                   MOVE WS-MONTH TO AFT-FIRST-MONTH(AFFECTED-COUNT)
                   MOVE 'N' TO AFT-SEEN-SW(AFFECTED-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-CHANGE-EXIT.
           EXIT.

      * Second pass: the full history of the affected employees,
      * needed to know the salary in force on any day.
       LOAD-AFFECTED-HISTORY.
           IF AFFECTED-COUNT = ZERO
               GO TO LOAD-AFFECTED-HISTORY-EXIT
           END-IF.

           OPEN INPUT SALARY-HISTORY.
           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SH-EFFECTIVE-DATE NUMERIC AND
                          SH-OLD-SALAIRE NUMERIC AND
                          SH-NEW-SALAIRE NUMERIC
                           PERFORM STORE-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALARY-HISTORY.
           MOVE 'N' TO END-OF-FILE.

       LOAD-AFFECTED-HISTORY-EXIT.
           EXIT.

       STORE-ONE-HISTORY.
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AFFECTED-COUNT
               IF AFT-CLIENT-ID(WS-ASUB) = SH-CLIENT-ID
                   IF HISTORY-COUNT < WS-HISTORY-LIMIT
                       ADD 1 TO HISTORY-COUNT
                       MOVE SH-CLIENT-ID
                         TO HST-CLIENT-ID(HISTORY-COUNT)
                       MOVE SH-EFFECTIVE-DATE
                         TO HST-EFFECTIVE-DATE(HISTORY-COUNT)
                       MOVE SH-OLD-SALAIRE
                         TO HST-OLD-SALAIRE(HISTORY-COUNT)
                       MOVE SH-NEW-SALAIRE
                         TO HST-NEW-SALAIRE(HISTORY-COUNT)
                   ELSE
                       SET WS-TABLE-OVERFLOW TO TRUE
                   END-IF
                   MOVE AFFECTED-COUNT TO WS-ASUB
               END-IF
           END-PERFORM.

      * Every closed month from the employee's earliest back-dated
      * change is recomputed; the months' differences add up to the
      * one arrears element paid this month.
       ARREARS-ONE-EMPLOYEE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AFFECTED-COUNT
               IF AFT-CLIENT-ID(WS-ASUB) = CLIENT-ID
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO AFT-SEEN-SW(WS-ASUB)
                   MOVE AFT-FIRST-MONTH(WS-ASUB) TO WS-MONTH
                   MOVE AFFECTED-COUNT TO WS-ASUB
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               GO TO ARREARS-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE ZERO TO WS-EMPLOYEE-ARREARS.
           MOVE ZERO TO WS-EMPLOYEE-MONTHS.
           PERFORM VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > CLOSED-PERIOD-COUNT
               IF CPT-PERIOD(WS-PSUB) >= WS-MONTH AND
                  CPT-PERIOD(WS-PSUB) < WS-PERIOD
                   PERFORM RECOMPUTE-ONE-MONTH
                      THRU RECOMPUTE-ONE-MONTH-EXIT
               END-IF
           END-PERFORM.

           IF WS-EMPLOYEE-ARREARS NOT = ZERO
               ADD 1 TO WS-EMPLOYEE-COUNT
               PERFORM WRITE-ARREARS-ELEMENT
           END-IF.

       ARREARS-ONE-EMPLOYEE-EXIT.
           EXIT.

       RECOMPUTE-ONE-MONTH.
           MOVE CPT-PERIOD(WS-PSUB) TO WS-MONTH.

           MOVE CLIENT-ID TO PIO-CLIENT-ID.
           MOVE WS-MONTH TO PIO-PERIOD.
           SET PIO-OP-READ-KEY TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           IF NOT PIO-STATUS-OK
               ADD 1 TO WS-NO-SLIP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING CLIENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLIENT-NOM DELIMITED BY SIZE
                       " Mois " DELIMITED BY SIZE
                       WS-MONTH DELIMITED BY SIZE
                       " : aucun bulletin au magasin -"
                           DELIMITED BY SIZE
                       " mois non régularisé" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO RECOMPUTE-ONE-MONTH-EXIT
           END-IF.

      * Payslips issued before the salary part was carried apart
      * only have the total gross.
           MOVE PIO-GROSS-MONTHLY TO WS-ISSUED-GROSS.
           MOVE PIO-EMP-CONTRIB TO WS-ISSUED-EMP.
           IF PIO-BASE-GROSS NUMERIC AND PIO-BASE-GROSS > ZERO
               MOVE PIO-BASE-GROSS TO WS-ISSUED-BASE
           ELSE
               MOVE PIO-GROSS-MONTHLY TO WS-ISSUED-BASE
           END-IF.

           PERFORM COMPUTE-DUE-BASE.

           MOVE ZERO TO WS-ALREADY-PAID.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LEDGER-COUNT
               IF LGT-CLIENT-ID(WS-SUB) = CLIENT-ID AND
                  LGT-MONTH(WS-SUB) = WS-MONTH
                   ADD LGT-AMOUNT(WS-SUB) TO WS-ALREADY-PAID
               END-IF
           END-PERFORM.

           COMPUTE WS-DIFFERENCE =
                   WS-DUE-BASE - WS-ISSUED-BASE - WS-ALREADY-PAID.
           IF WS-DIFFERENCE = ZERO
               GO TO RECOMPUTE-ONE-MONTH-EXIT
           END-IF.

      * The month's gross and employee contributions as they should
      * have been: the variable pay of the month unchanged, the
      * salary part recomputed, banded on the shared table.
           COMPUTE WS-GROSS-WORK =
                   WS-ISSUED-GROSS - WS-ISSUED-BASE + WS-DUE-BASE.
           IF WS-GROSS-WORK < ZERO
               MOVE ZERO TO WS-DUE-GROSS
           ELSE
               MOVE WS-GROSS-WORK TO WS-DUE-GROSS
           END-IF.
           PERFORM FIND-CONTRIB-BAND.
           COMPUTE WS-DUE-EMP ROUNDED =
                   WS-DUE-GROSS * CBD-EMP-RATE(WS-BAND) / 100.

           ADD 1 TO WS-MONTH-COUNT.
           ADD 1 TO WS-EMPLOYEE-MONTHS.
           ADD WS-DIFFERENCE TO WS-EMPLOYEE-ARREARS.
           PERFORM WRITE-MONTH-LINE.

           IF LEDGER-COUNT < WS-LEDGER-LIMIT
               ADD 1 TO LEDGER-COUNT
               MOVE CLIENT-ID TO LGT-CLIENT-ID(LEDGER-COUNT)
               MOVE WS-MONTH TO LGT-MONTH(LEDGER-COUNT)
               MOVE WS-PERIOD TO LGT-PAY-PERIOD(LEDGER-COUNT)
               MOVE WS-DIFFERENCE TO LGT-AMOUNT(LEDGER-COUNT)
               MOVE WS-TODAY-NUM TO LGT-RUN-DATE(LEDGER-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
               DISPLAY "Erreur: registre des rappels plein - rappel"
                       " de " CLIENT-ID " mois " WS-MONTH
                       " non enregistré."
           END-IF.

       RECOMPUTE-ONE-MONTH-EXIT.
           EXIT.

      * The salary gross the month should have paid: each day worked
      * (the span cut by hire and termination dates, as PayCalc
      * prorates) earns the monthly twelfth of the salary in force
      * that day, over the calendar days of the month. A full month
      * at one salary comes out at exactly PayCalc's twelfth.
       COMPUTE-DUE-BASE.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           IF WS-MONTH(5:2) = "12"
               COMPUTE WS-NEXT-MONTH-START =
                       (WS-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                       (WS-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-MONTH-END = WS-MONTH * 100 + WS-DAYS-IN-MONTH.

           MOVE 1 TO WS-FIRST-DAY.
           MOVE WS-DAYS-IN-MONTH TO WS-LAST-DAY.
           IF CLIENT-HIRE-DATE NUMERIC AND
              CLIENT-HIRE-DATE >= WS-MONTH-START AND
              CLIENT-HIRE-DATE <= WS-MONTH-END
               MOVE CLIENT-HIRE-DATE(7:2) TO WS-FIRST-DAY
           END-IF.
           IF CLIENT-TERMINE AND CLIENT-TERM-DATE NUMERIC AND
              CLIENT-TERM-DATE >= WS-MONTH-START AND
              CLIENT-TERM-DATE <= WS-MONTH-END
               MOVE CLIENT-TERM-DATE(7:2) TO WS-LAST-DAY
           END-IF.

           MOVE ZERO TO WS-TWELFTH-SUM.
           PERFORM VARYING WS-DAY FROM WS-FIRST-DAY BY 1
                   UNTIL WS-DAY > WS-LAST-DAY
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + WS-DAY
               PERFORM FIND-SALARY-IN-FORCE
               COMPUTE WS-DAY-TWELFTH ROUNDED = WS-DAY-SALAIRE / 12
               ADD WS-DAY-TWELFTH TO WS-TWELFTH-SUM
           END-PERFORM.

           COMPUTE WS-DUE-BASE ROUNDED =
                   WS-TWELFTH-SUM / WS-DAYS-IN-MONTH.

      * The salary in force on WS-DAY-DATE: the new salary of the
      * latest change effective on or before that day (the later
      * line wins between two of the same date); before the first
      * change, its old salary; with no history at all, the
      * master's.
       FIND-SALARY-IN-FORCE.
           MOVE CLIENT-SALAIRE TO WS-DAY-SALAIRE.
           MOVE ZERO TO WS-BEST-DATE.
           MOVE 99999999 TO WS-NEXT-DATE.
           SET WS-NOT-FOUND TO TRUE.

           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > HISTORY-COUNT
               IF HST-CLIENT-ID(WS-HSUB) = CLIENT-ID
                   IF HST-EFFECTIVE-DATE(WS-HSUB) <= WS-DAY-DATE
                       IF HST-EFFECTIVE-DATE(WS-HSUB) >= WS-BEST-DATE
                           SET WS-FOUND TO TRUE
                           MOVE HST-EFFECTIVE-DATE(WS-HSUB)
                             TO WS-BEST-DATE
                           MOVE HST-NEW-SALAIRE(WS-HSUB)
                             TO WS-DAY-SALAIRE
                       END-IF
                   ELSE
                       IF WS-NOT-FOUND AND
                          HST-EFFECTIVE-DATE(WS-HSUB) < WS-NEXT-DATE
                           MOVE HST-EFFECTIVE-DATE(WS-HSUB)
                             TO WS-NEXT-DATE
                           MOVE HST-OLD-SALAIRE(WS-HSUB)
                             TO WS-DAY-SALAIRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CONTRIB-BAND.
           MOVE CONTRIB-BAND-COUNT TO WS-BAND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CONTRIB-BAND-COUNT
               IF WS-DUE-GROSS <= CBD-CEILING(WS-SUB)
                   MOVE WS-SUB TO WS-BAND
                   MOVE CONTRIB-BAND-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * One element line for the current month: RAPP for arrears
      * owed, RAPN (taken off the gross) for an overpayment.
       WRITE-ARREARS-ELEMENT.
           MOVE SPACES TO PAY-VARIABLE-RECORD.
           MOVE CLIENT-ID TO VAR-CLIENT-ID.
           MOVE WS-PERIOD TO VAR-PERIOD.
           IF WS-EMPLOYEE-ARREARS > ZERO
               MOVE "RAPP" TO VAR-CODE
               MOVE WS-EMPLOYEE-ARREARS TO VAR-QUANTITY
               ADD WS-EMPLOYEE-ARREARS TO WS-TOTAL-OWED
           ELSE
               MOVE "RAPN" TO VAR-CODE
               COMPUTE VAR-QUANTITY = 0 - WS-EMPLOYEE-ARREARS
               SUBTRACT WS-EMPLOYEE-ARREARS FROM WS-TOTAL-RECOVERED
           END-IF.
           WRITE PAY-VARIABLE-RECORD.

           MOVE WS-EMPLOYEE-ARREARS TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "          Rappel à payer en " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   VAR-CODE DELIMITED BY SIZE
                   ") : " DELIMITED BY SIZE
                   WS-SIGNED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * An employee with a back-dated change but no longer on the
      * master (archived) cannot be recomputed here - listed for a
      * hand check.
       REPORT-MISSING-EMPLOYEES.
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > AFFECTED-COUNT
               IF AFT-SEEN-SW(WS-ASUB) NOT = 'Y'
                   ADD 1 TO WS-NO-SLIP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING AFT-CLIENT-ID(WS-ASUB) DELIMITED BY SIZE
                           " : changement rétroactif mais absent du"
                               DELIMITED BY SIZE
                           " fichier maître - à vérifier"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REWRITE-LEDGER.
           OPEN OUTPUT ARREARS-LEDGER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LEDGER-COUNT
               MOVE SPACES TO ARREARS-LEDGER-RECORD
               MOVE LGT-CLIENT-ID(WS-SUB) TO ARL-CLIENT-ID
               MOVE LGT-MONTH(WS-SUB) TO ARL-MONTH
               MOVE LGT-PAY-PERIOD(WS-SUB) TO ARL-PAY-PERIOD
               MOVE LGT-AMOUNT(WS-SUB) TO ARL-AMOUNT
               MOVE LGT-RUN-DATE(WS-SUB) TO ARL-RUN-DATE
               WRITE ARREARS-LEDGER-RECORD
           END-PERFORM.
           CLOSE ARREARS-LEDGER.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rappels de salaire - paiement en période "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MONTH-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ISSUED-BASE TO WS-AMOUNT-EDIT.
           STRING CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLIENT-NOM DELIMITED BY SIZE
                   " Mois " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " Brut émis: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE WS-DUE-BASE TO WS-AMOUNT-EDIT.
           STRING " Brut dû: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(67:).
           MOVE WS-ISSUED-EMP TO WS-AMOUNT-EDIT.
           STRING " Cotis. émises: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(89:).
           MOVE WS-DUE-EMP TO WS-AMOUNT-EDIT.
           STRING " dues: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(116:).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ALREADY-PAID TO WS-SIGNED-EDIT.
           STRING "          Déjà régularisé: " DELIMITED BY SIZE
                   WS-SIGNED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-SIGNED-EDIT.
           STRING " Ecart du mois: " DELIMITED BY SIZE
                   WS-SIGNED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(67:).
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Totaux" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Salariés avec rappel   : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Mois régularisés       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-OWED TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total rappels (RAPP)   : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total trop-perçus (RAPN): " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-NO-SLIP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cas à vérifier         : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Rappels: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
