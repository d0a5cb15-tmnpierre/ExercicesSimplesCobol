       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayVariance.

      ***************************************************************
      * Pre-payment control run, placed between PayCalc and
      * BankTransfer: compares each payslip of the month just
      * computed (payslipfile.txt, PAYSLIP.CPY) with the same
      * employee's previous period on the payslip store
      * payslipstore.dat (through PayslipIO) and lists on
      * payvariance.txt
      *   - gross or net changes beyond the tolerances of the
      *     parameter file variancetol.txt,
      *   - first-time payees (no payslip last month),
      *   - employees paid last month but missing this month,
      *   - zero nets, and nets above the gross (a net that went
      *     negative and lost its sign).
      * Each variance is explained where the files allow it: a
      * salary change on salaryhistory.txt (SALHIST.CPY) effective
      * since the start of last month, a first or last month of
      * employment prorated on either side, a variable element of
      * payvariables.txt / payarrears.txt / payleave.txt
      * (PAYVAR.CPY) the employee did not have last month, a change
      * in the deductions taken from the net, in the expense claims
      * reimbursed on the payslip or in the withholding rate.
      * Anything left is "ECART NON EXPLIQUE". The expense
      * reimbursement is taken out of the net before it is compared
      * with the gross, since it legitimately lifts the net above.
      *
      * Any line on the report ends the run RC-WARNING. The step is
      * tagged for sign-off in chainsteps.cfg, so ChainDriver holds
      * the chain - BankTransfer included - until someone has gone
      * through payvariance.txt and released it with ChainSignoff.
      *
      * variancetol.txt: 'B' (brut) or 'N' (net) in column 1, the
      * tolerance percentage in columns 3-7 (999V99) and the amount
      * floor in columns 9-16 (999999V99). A change is flagged when
      * it is both above the percentage of last month's amount and
      * above the floor, so small salaries do not flag on a few
      * euros. Without the file, 10 % and 100.00 apply to both.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-FILE ASSIGN TO 'payslipfile.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYSLIP-STATUS.

           SELECT VARIANCE-PARMS ASSIGN TO 'variancetol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARMS-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SALARY-HISTORY ASSIGN TO 'salaryhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PAY-VARIABLES ASSIGN TO DYNAMIC WS-VARIABLES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARIABLES-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO 'payvariance.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           COPY "PAYSLIP.CPY".

       FD  VARIANCE-PARMS.
       01  TOLERANCE-RECORD.
           03 VTL-CODE              PIC X.
           03 FILLER                PIC X.
           03 VTL-PERCENT           PIC 9(3)V99.
           03 FILLER                PIC X.
           03 VTL-AMOUNT            PIC 9(6)V99.

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  SALARY-HISTORY.
           COPY "SALHIST.CPY".

       FD  PAY-VARIABLES.
           COPY "PAYVAR.CPY".

       FD  VARIANCE-REPORT.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "PAYSLIPIO.CPY".

       01  WS-PAYSLIP-STATUS    PIC XX VALUE SPACES.
       01  WS-PARMS-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-VARIABLES-STATUS  PIC XX VALUE SPACES.
       01  WS-VARIABLES-NAME    PIC X(60) VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-GROSS-PERCENT     PIC 9(3)V99 VALUE 10.00.
       01  WS-GROSS-FLOOR       PIC 9(6)V99 VALUE 100.00.
       01  WS-NET-PERCENT       PIC 9(3)V99 VALUE 10.00.
       01  WS-NET-FLOOR         PIC 9(6)V99 VALUE 100.00.

       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY    PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
       01  WS-PREV-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-PREV-START        PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END        PIC 9(8) VALUE ZERO.

      * The month's payslips, with last month's figures alongside
      * once the store has been walked, and the master dates used
      * to explain proration.
       01  PAYSLIP-TABLE.
           05 PAYSLIP-ENTRY OCCURS 2000 TIMES.
              10 PST-CLIENT-ID  PIC X(9).
              10 PST-NOM        PIC X(20).
              10 PST-GROSS      PIC 9(6)V99.
              10 PST-BASE       PIC 9(6)V99.
              10 PST-NET        PIC 9(6)V99.
              10 PST-TAX-RATE   PIC 9(2)V99.
              10 PST-DEDUCTIONS PIC 9(7)V99.
              10 PST-EXPENSES   PIC 9(6)V99.
              10 PST-PREV-SW    PIC X.
                 88 PST-HAS-PREV VALUE 'Y'.
              10 PST-PREV-GROSS PIC 9(6)V99.
              10 PST-PREV-BASE  PIC 9(6)V99.
              10 PST-PREV-NET   PIC 9(6)V99.
              10 PST-PREV-TAX-RATE PIC 9(2)V99.
              10 PST-PREV-DEDUCTIONS PIC 9(7)V99.
              10 PST-PREV-EXPENSES PIC 9(6)V99.
              10 PST-HIRE-DATE  PIC 9(8).
              10 PST-TERM-DATE  PIC 9(8).
       01  PAYSLIP-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-PAYSLIP-LIMIT     PIC 9(4) COMP VALUE 2000.

      * Last month's payees with no payslip this month.
       01  MISSING-TABLE.
           05 MISSING-ENTRY OCCURS 2000 TIMES.
              10 MST-CLIENT-ID  PIC X(9).
              10 MST-NOM        PIC X(20).
              10 MST-PREV-NET   PIC 9(6)V99.
              10 MST-STATE      PIC X.
              10 MST-TERM-DATE  PIC 9(8).
       01  MISSING-COUNT        PIC 9(4) COMP VALUE ZERO.

      * Salary changes effective since the start of last month.
       01  CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 2000 TIMES.
              10 CHT-CLIENT-ID  PIC X(9).
              10 CHT-DATE       PIC 9(8).
              10 CHT-OLD        PIC 9(6).
              10 CHT-NEW        PIC 9(6).
       01  CHANGE-COUNT         PIC 9(4) COMP VALUE ZERO.

      * Variable element codes of this month and last month.
       01  ELEMENT-TABLE.
           05 ELEMENT-ENTRY OCCURS 3000 TIMES.
              10 ELT-CLIENT-ID  PIC X(9).
              10 ELT-PERIOD     PIC 9(6).
              10 ELT-CODE       PIC X(4).
       01  ELEMENT-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-ELEMENT-LIMIT     PIC 9(4) COMP VALUE 3000.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB3              PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-EXPLAINED-SW      PIC X VALUE 'N'.
           88 WS-EXPLAINED      VALUE 'Y'.
       01  WS-FLAG-SW           PIC X VALUE 'N'.
           88 WS-FLAGGED        VALUE 'Y'.

       01  WS-DIFF              PIC S9(7)V99 VALUE ZERO.
       01  WS-ABS-DIFF          PIC 9(7)V99 VALUE ZERO.
       01  WS-PCT-DIFF          PIC S9(5)V99 VALUE ZERO.
       01  WS-GROSS-FLAG-SW     PIC X VALUE 'N'.
           88 WS-GROSS-FLAGGED  VALUE 'Y'.
       01  WS-NET-FLAG-SW       PIC X VALUE 'N'.
           88 WS-NET-FLAGGED    VALUE 'Y'.

       01  WS-FIRST-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  WS-MISSING-FLAGGED   PIC 9(7) COMP VALUE ZERO.
       01  WS-ZERO-NET-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-VARIANCE-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-UNEXPLAINED-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT     PIC 9(7) COMP VALUE ZERO.

       01  WS-LABEL             PIC X(20) VALUE SPACES.
       01  WS-REASON            PIC X(80) VALUE SPACES.
       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-AMOUNT-EDIT2      PIC Z(5)9.99.
       01  WS-DIFF-EDIT         PIC -(6)9.99.
       01  WS-PCT-EDIT          PIC -(4)9.99.
       01  WS-SALARY-EDIT       PIC Z(5)9.
       01  WS-SALARY-EDIT2      PIC Z(5)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PayVariance".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           PERFORM LOAD-CURRENT-PAYSLIPS.
           IF PAYSLIP-COUNT = ZERO
               DISPLAY "Erreur: payslipfile.txt vide ou absent -"
                       " rien à contrôler."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           PERFORM SET-PERIOD-BOUNDS.

           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-PREVIOUS-PERIOD
              THRU LOAD-PREVIOUS-PERIOD-EXIT.
           PERFORM LOAD-MASTER-DATES.
           PERFORM LOAD-SALARY-CHANGES.
           MOVE "payvariables.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ELEMENT-CODES.
           MOVE "payarrears.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ELEMENT-CODES.
           MOVE "payleave.txt" TO WS-VARIABLES-NAME.
           PERFORM LOAD-ELEMENT-CODES.

           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-PAYSLIP-LIMIT
                       " bulletins ou de " WS-ELEMENT-LIMIT
                       " éléments - contrôle abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAYSLIP-COUNT
               PERFORM CHECK-ONE-PAYSLIP THRU CHECK-ONE-PAYSLIP-EXIT
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MISSING-COUNT
               PERFORM REPORT-ONE-MISSING
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE VARIANCE-REPORT.

           MOVE PAYSLIP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Bulletins contrôlés    : " WS-COUNT-EDIT.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Lignes signalées       : " WS-COUNT-EDIT.
           DISPLAY "Rapport d'écarts       : payvariance.txt".
           IF WS-FLAGGED-COUNT > 0
               DISPLAY "ATTENTION: paie à valider avant virement"
                       " (ChainSignoff)."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-CURRENT-PAYSLIPS.
           OPEN INPUT PAYSLIP-FILE.
           IF WS-PAYSLIP-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAYSLIP-FILE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PAYSLIP-COUNT < WS-PAYSLIP-LIMIT
                           ADD 1 TO PAYSLIP-COUNT
                           PERFORM STORE-ONE-PAYSLIP
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PAYSLIP-STATUS NOT = "35"
               CLOSE PAYSLIP-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-PAYSLIP.
           MOVE PAY-PERIOD TO WS-PERIOD.
           MOVE PAY-CLIENT-ID TO PST-CLIENT-ID(PAYSLIP-COUNT).
           MOVE PAY-NOM TO PST-NOM(PAYSLIP-COUNT).
           MOVE PAY-GROSS-MONTHLY TO PST-GROSS(PAYSLIP-COUNT).
           MOVE PAY-BASE-GROSS TO PST-BASE(PAYSLIP-COUNT).
           MOVE PAY-NET TO PST-NET(PAYSLIP-COUNT).
           MOVE PAY-TAX-RATE TO PST-TAX-RATE(PAYSLIP-COUNT).
           COMPUTE PST-DEDUCTIONS(PAYSLIP-COUNT) =
               PAY-DED-GARNISH + PAY-DED-LOAN + PAY-DED-ADVANCE.
           MOVE 'N' TO PST-PREV-SW(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-GROSS(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-BASE(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-NET(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-TAX-RATE(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-DEDUCTIONS(PAYSLIP-COUNT).
           MOVE PAY-EXPENSES TO PST-EXPENSES(PAYSLIP-COUNT).
           MOVE ZERO TO PST-PREV-EXPENSES(PAYSLIP-COUNT).
           MOVE ZERO TO PST-HIRE-DATE(PAYSLIP-COUNT).
           MOVE ZERO TO PST-TERM-DATE(PAYSLIP-COUNT).

      * Last month is the calendar month before; January looks back
      * to December of the year before.
       SET-PERIOD-BOUNDS.
           IF WS-PERIOD-MM = 1
               COMPUTE WS-PREV-PERIOD =
                   (WS-PERIOD-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PREV-PERIOD = WS-PERIOD - 1
           END-IF.
           COMPUTE WS-PREV-START = WS-PREV-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.

       LOAD-TOLERANCES.
           OPEN INPUT VARIANCE-PARMS.
           IF WS-PARMS-STATUS NOT = "00"
               DISPLAY "variancetol.txt absent - tolérances par"
                       " défaut (10 % et 100.00)."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ VARIANCE-PARMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF VTL-PERCENT NUMERIC AND
                          VTL-AMOUNT NUMERIC
                           EVALUATE VTL-CODE
                               WHEN 'B'
                                   MOVE VTL-PERCENT
                                     TO WS-GROSS-PERCENT
                                   MOVE VTL-AMOUNT TO WS-GROSS-FLOOR
                               WHEN 'N'
                                   MOVE VTL-PERCENT TO WS-NET-PERCENT
                                   MOVE VTL-AMOUNT TO WS-NET-FLOOR
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PARMS-STATUS NOT = "35"
               CLOSE VARIANCE-PARMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * A full walk of the store filtered on last month, as
      * PayslipInq does for one period: the key leads with
      * CLIENT-ID. A store that is not there yet makes everyone a
      * first-time payee.
       LOAD-PREVIOUS-PERIOD.
           SET PIO-OP-OPEN-INPUT TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           IF NOT PIO-STATUS-OK
               DISPLAY "payslipstore.dat illisible (statut "
                       PIO-STATUS ") - aucun mois précédent."
               GO TO LOAD-PREVIOUS-PERIOD-EXIT
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               SET PIO-OP-READ-NEXT TO TRUE
               CALL "PayslipIO" USING PAYSLIP-IO-AREA
               IF NOT PIO-STATUS-OK
                   SET END-OF-FILE-YES TO TRUE
               ELSE
                   IF PIO-PERIOD = WS-PREV-PERIOD
                       PERFORM MATCH-ONE-PREVIOUS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.

           SET PIO-OP-CLOSE TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.

       LOAD-PREVIOUS-PERIOD-EXIT.
           EXIT.

       MATCH-ONE-PREVIOUS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAYSLIP-COUNT OR WS-FOUND
               IF PST-CLIENT-ID(WS-SUB) = PIO-CLIENT-ID
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO PST-PREV-SW(WS-SUB)
                   MOVE PIO-GROSS-MONTHLY TO PST-PREV-GROSS(WS-SUB)
                   MOVE PIO-BASE-GROSS TO PST-PREV-BASE(WS-SUB)
                   MOVE PIO-NET TO PST-PREV-NET(WS-SUB)
                   MOVE PIO-TAX-RATE TO PST-PREV-TAX-RATE(WS-SUB)
                   COMPUTE PST-PREV-DEDUCTIONS(WS-SUB) =
                       PIO-DED-GARNISH + PIO-DED-LOAN
                       + PIO-DED-ADVANCE
                   MOVE PIO-EXPENSES TO PST-PREV-EXPENSES(WS-SUB)
               END-IF
           END-PERFORM.

           IF NOT WS-FOUND
               IF MISSING-COUNT < WS-PAYSLIP-LIMIT
                   ADD 1 TO MISSING-COUNT
                   MOVE PIO-CLIENT-ID TO MST-CLIENT-ID(MISSING-COUNT)
                   MOVE PIO-NOM TO MST-NOM(MISSING-COUNT)
                   MOVE PIO-NET TO MST-PREV-NET(MISSING-COUNT)
                   MOVE 'X' TO MST-STATE(MISSING-COUNT)
                   MOVE ZERO TO MST-TERM-DATE(MISSING-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      * Hire and leaving dates for the proration explanation, and
      * what became of the people missing this month: 'T' left,
      * 'A' still active on the master, 'X' no longer on it.
       LOAD-MASTER-DATES.
           OPEN INPUT FICHIERCLIENT.
           IF WS-MASTER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           PERFORM MATCH-ONE-MASTER
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       MATCH-ONE-MASTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAYSLIP-COUNT
               IF PST-CLIENT-ID(WS-SUB) = CLIENT-ID
                   MOVE CLIENT-HIRE-DATE TO PST-HIRE-DATE(WS-SUB)
                   IF CLIENT-TERMINE
                       MOVE CLIENT-TERM-DATE TO PST-TERM-DATE(WS-SUB)
                   END-IF
                   MOVE PAYSLIP-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MISSING-COUNT
               IF MST-CLIENT-ID(WS-SUB) = CLIENT-ID
                   IF CLIENT-TERMINE
                       MOVE 'T' TO MST-STATE(WS-SUB)
                       MOVE CLIENT-TERM-DATE TO MST-TERM-DATE(WS-SUB)
                   ELSE
                       MOVE 'A' TO MST-STATE(WS-SUB)
                   END-IF
                   MOVE MISSING-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       LOAD-SALARY-CHANGES.
           OPEN INPUT SALARY-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SH-EFFECTIVE-DATE NUMERIC AND
                          SH-EFFECTIVE-DATE >= WS-PREV-START AND
                          SH-EFFECTIVE-DATE <= WS-PERIOD-END AND
                          CHANGE-COUNT < WS-PAYSLIP-LIMIT
                           ADD 1 TO CHANGE-COUNT
                           MOVE SH-CLIENT-ID
                             TO CHT-CLIENT-ID(CHANGE-COUNT)
                           MOVE SH-EFFECTIVE-DATE
                             TO CHT-DATE(CHANGE-COUNT)
                           MOVE SH-OLD-SALAIRE TO CHT-OLD(CHANGE-COUNT)
                           MOVE SH-NEW-SALAIRE TO CHT-NEW(CHANGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE SALARY-HISTORY
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       LOAD-ELEMENT-CODES.
           OPEN INPUT PAY-VARIABLES.
           IF WS-VARIABLES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-VARIABLES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF VAR-CLIENT-ID(1:1) NOT = '*' AND
                          VAR-PERIOD NUMERIC AND
                          (VAR-PERIOD = WS-PERIOD OR
                           VAR-PERIOD = WS-PREV-PERIOD)
                           IF ELEMENT-COUNT < WS-ELEMENT-LIMIT
                               ADD 1 TO ELEMENT-COUNT
                               MOVE VAR-CLIENT-ID
                                 TO ELT-CLIENT-ID(ELEMENT-COUNT)
                               MOVE VAR-PERIOD
                                 TO ELT-PERIOD(ELEMENT-COUNT)
                               MOVE VAR-CODE TO ELT-CODE(ELEMENT-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-VARIABLES-STATUS NOT = "35"
               CLOSE PAY-VARIABLES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Contrôle de paie avant virement - période "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " comparée à " DELIMITED BY SIZE
                   WS-PREV-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-GROSS-PERCENT TO WS-PCT-EDIT.
           MOVE WS-GROSS-FLOOR TO WS-AMOUNT-EDIT.
           STRING "Tolérance brut: " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   " % et " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE WS-NET-PERCENT TO WS-PCT-EDIT.
           MOVE WS-NET-FLOOR TO WS-AMOUNT-EDIT.
           STRING "Tolérance net: " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   " % et " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(50:).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ONE-PAYSLIP.
           MOVE 'N' TO WS-FLAG-SW.

           IF PST-NET(WS-SUB) = ZERO OR
              PST-NET(WS-SUB) - PST-EXPENSES(WS-SUB) >
              PST-GROSS(WS-SUB)
               SET WS-FLAGGED TO TRUE
               ADD 1 TO WS-ZERO-NET-COUNT
               MOVE "NET NUL/NEGATIF" TO WS-LABEL
               PERFORM WRITE-PAYSLIP-LINE
           END-IF.

           IF NOT PST-HAS-PREV(WS-SUB)
               ADD 1 TO WS-FIRST-COUNT
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "PREMIERE PAIE" TO WS-LABEL
               PERFORM WRITE-PAYSLIP-LINE
               MOVE SPACES TO WS-REASON
               IF PST-HIRE-DATE(WS-SUB) >= WS-PREV-START
                   STRING "entrée le " DELIMITED BY SIZE
                           PST-HIRE-DATE(WS-SUB) DELIMITED BY SIZE
                           INTO WS-REASON
               ELSE
                   MOVE "aucun bulletin le mois précédent"
                     TO WS-REASON
               END-IF
               PERFORM WRITE-REASON-LINE
               GO TO CHECK-ONE-PAYSLIP-EXIT
           END-IF.

           MOVE 'N' TO WS-GROSS-FLAG-SW.
           MOVE 'N' TO WS-NET-FLAG-SW.
           COMPUTE WS-DIFF = PST-GROSS(WS-SUB) - PST-PREV-GROSS(WS-SUB).
           MOVE WS-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF > WS-GROSS-FLOOR AND
              WS-ABS-DIFF * 100 >
                  WS-GROSS-PERCENT * PST-PREV-GROSS(WS-SUB)
               SET WS-GROSS-FLAGGED TO TRUE
               MOVE "ECART BRUT" TO WS-LABEL
               PERFORM WRITE-VARIANCE-LINE
           END-IF.
           COMPUTE WS-DIFF = PST-NET(WS-SUB) - PST-PREV-NET(WS-SUB).
           MOVE WS-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF > WS-NET-FLOOR AND
              WS-ABS-DIFF * 100 >
                  WS-NET-PERCENT * PST-PREV-NET(WS-SUB)
               SET WS-NET-FLAGGED TO TRUE
               MOVE "ECART NET" TO WS-LABEL
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

           IF WS-GROSS-FLAGGED OR WS-NET-FLAGGED
               SET WS-FLAGGED TO TRUE
               ADD 1 TO WS-VARIANCE-COUNT
               PERFORM EXPLAIN-VARIANCE
           END-IF.

           IF WS-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       CHECK-ONE-PAYSLIP-EXIT.
           EXIT.

      * Everything the files can say about why the pay moved; each
      * cause found is one "motif" line under the variance.
       EXPLAIN-VARIANCE.
           MOVE 'N' TO WS-EXPLAINED-SW.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > CHANGE-COUNT
               IF CHT-CLIENT-ID(WS-SUB2) = PST-CLIENT-ID(WS-SUB)
                   SET WS-EXPLAINED TO TRUE
                   MOVE CHT-OLD(WS-SUB2) TO WS-SALARY-EDIT
                   MOVE CHT-NEW(WS-SUB2) TO WS-SALARY-EDIT2
                   MOVE SPACES TO WS-REASON
                   STRING "changement de salaire " DELIMITED BY SIZE
                           WS-SALARY-EDIT DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-SALARY-EDIT2 DELIMITED BY SIZE
                           " au " DELIMITED BY SIZE
                           CHT-DATE(WS-SUB2) DELIMITED BY SIZE
                           INTO WS-REASON
                   PERFORM WRITE-REASON-LINE
               END-IF
           END-PERFORM.

           IF PST-HIRE-DATE(WS-SUB) >= WS-PREV-START AND
              PST-HIRE-DATE(WS-SUB) <= WS-PERIOD-END
               SET WS-EXPLAINED TO TRUE
               MOVE SPACES TO WS-REASON
               STRING "prorata - entrée le " DELIMITED BY SIZE
                       PST-HIRE-DATE(WS-SUB) DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.
           IF PST-TERM-DATE(WS-SUB) >= WS-PREV-START AND
              PST-TERM-DATE(WS-SUB) <= WS-PERIOD-END
               SET WS-EXPLAINED TO TRUE
               MOVE SPACES TO WS-REASON
               STRING "prorata - sortie le " DELIMITED BY SIZE
                       PST-TERM-DATE(WS-SUB) DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > ELEMENT-COUNT
               IF ELT-CLIENT-ID(WS-SUB2) = PST-CLIENT-ID(WS-SUB) AND
                  ELT-PERIOD(WS-SUB2) = WS-PERIOD
                   PERFORM CHECK-NEW-ELEMENT
               END-IF
           END-PERFORM.
           IF NOT WS-EXPLAINED AND
              PST-GROSS(WS-SUB) - PST-BASE(WS-SUB) NOT =
              PST-PREV-GROSS(WS-SUB) - PST-PREV-BASE(WS-SUB)
               SET WS-EXPLAINED TO TRUE
               MOVE "éléments variables modifiés" TO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.

           IF PST-DEDUCTIONS(WS-SUB) NOT =
              PST-PREV-DEDUCTIONS(WS-SUB)
               SET WS-EXPLAINED TO TRUE
               MOVE PST-PREV-DEDUCTIONS(WS-SUB) TO WS-AMOUNT-EDIT
               MOVE PST-DEDUCTIONS(WS-SUB) TO WS-AMOUNT-EDIT2
               MOVE SPACES TO WS-REASON
               STRING "retenues sur net " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.
           IF PST-EXPENSES(WS-SUB) NOT = PST-PREV-EXPENSES(WS-SUB)
               SET WS-EXPLAINED TO TRUE
               MOVE PST-PREV-EXPENSES(WS-SUB) TO WS-AMOUNT-EDIT
               MOVE PST-EXPENSES(WS-SUB) TO WS-AMOUNT-EDIT2
               MOVE SPACES TO WS-REASON
               STRING "remboursement de frais " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.
           IF PST-TAX-RATE(WS-SUB) NOT = PST-PREV-TAX-RATE(WS-SUB)
               SET WS-EXPLAINED TO TRUE
               MOVE SPACES TO WS-REASON
               MOVE PST-PREV-TAX-RATE(WS-SUB) TO WS-PCT-EDIT
               STRING "taux de prélèvement à la source "
                       DELIMITED BY SIZE
                       WS-PCT-EDIT DELIMITED BY SIZE
                       INTO WS-REASON
               MOVE PST-TAX-RATE(WS-SUB) TO WS-PCT-EDIT
               STRING " -> " DELIMITED BY SIZE
                       WS-PCT-EDIT DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                       INTO WS-REASON(44:)
               PERFORM WRITE-REASON-LINE
           END-IF.

           IF NOT WS-EXPLAINED
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE "ECART NON EXPLIQUE" TO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.

      * An element code this month that the employee did not have
      * last month, reported once.
       CHECK-NEW-ELEMENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB3 FROM 1 BY 1
                   UNTIL WS-SUB3 > ELEMENT-COUNT OR WS-FOUND
               IF ELT-CLIENT-ID(WS-SUB3) = ELT-CLIENT-ID(WS-SUB2) AND
                  ELT-CODE(WS-SUB3) = ELT-CODE(WS-SUB2)
                   IF ELT-PERIOD(WS-SUB3) = WS-PREV-PERIOD
                       SET WS-FOUND TO TRUE
                   ELSE
                       IF WS-SUB3 < WS-SUB2
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-FOUND
               SET WS-EXPLAINED TO TRUE
               MOVE SPACES TO WS-REASON
               STRING "nouvel élément variable " DELIMITED BY SIZE
                       ELT-CODE(WS-SUB2) DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REASON-LINE
           END-IF.

       WRITE-PAYSLIP-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PST-NET(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE PST-GROSS(WS-SUB) TO WS-AMOUNT-EDIT2.
           STRING PST-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PST-NOM(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LABEL DELIMITED BY SIZE
                   " Brut:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                   " Net:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-VARIANCE-LINE.
           IF WS-GROSS-FLAGGED AND NOT WS-NET-FLAGGED
               MOVE PST-PREV-GROSS(WS-SUB) TO WS-AMOUNT-EDIT
               MOVE PST-GROSS(WS-SUB) TO WS-AMOUNT-EDIT2
               IF PST-PREV-GROSS(WS-SUB) > ZERO
                   COMPUTE WS-PCT-DIFF ROUNDED =
                       WS-DIFF * 100 / PST-PREV-GROSS(WS-SUB)
               ELSE
                   MOVE ZERO TO WS-PCT-DIFF
               END-IF
           ELSE
               MOVE PST-PREV-NET(WS-SUB) TO WS-AMOUNT-EDIT
               MOVE PST-NET(WS-SUB) TO WS-AMOUNT-EDIT2
               IF PST-PREV-NET(WS-SUB) > ZERO
                   COMPUTE WS-PCT-DIFF ROUNDED =
                       WS-DIFF * 100 / PST-PREV-NET(WS-SUB)
               ELSE
                   MOVE ZERO TO WS-PCT-DIFF
               END-IF
           END-IF.
           MOVE WS-DIFF TO WS-DIFF-EDIT.
           MOVE WS-PCT-DIFF TO WS-PCT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING PST-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PST-NOM(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LABEL DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                   "  Ecart:" DELIMITED BY SIZE
                   WS-DIFF-EDIT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   " %)" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REASON-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "          motif: " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Paid last month, nothing this month: a leaver whose last
      * month was last month is expected, anyone else is not.
       REPORT-ONE-MISSING.
           ADD 1 TO WS-MISSING-FLAGGED.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE MST-PREV-NET(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING MST-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MST-NOM(WS-SUB) DELIMITED BY SIZE
                   " ABSENT CE MOIS      Net précédent:"
                   DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-REASON.
           EVALUATE MST-STATE(WS-SUB)
               WHEN 'T'
                   STRING "sorti le " DELIMITED BY SIZE
                           MST-TERM-DATE(WS-SUB) DELIMITED BY SIZE
                           INTO WS-REASON
               WHEN 'A'
                   MOVE "toujours actif au fichier maître - non payé"
                     TO WS-REASON
               WHEN OTHER
                   MOVE "absent du fichier maître" TO WS-REASON
           END-EVALUATE.
           PERFORM WRITE-REASON-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PAYSLIP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Bulletins contrôlés      : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VARIANCE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Ecarts hors tolérance    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  dont non expliqués     : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FIRST-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Premières paies          : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MISSING-FLAGGED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Absents ce mois          : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ZERO-NET-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Nets nuls ou négatifs    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FLAGGED-COUNT > 0
               MOVE "Paie à valider avant virement (ChainSignoff)."
                 TO REPORT-LINE
           ELSE
               MOVE "Aucun écart - paie libérable." TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Période " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " signalés: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
