       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveAccrual.

      ***************************************************************
      * Monthly paid-leave run, placed before PayCalc. Keeps the
      * leave balances of leavebalance.txt (LEAVEBAL.CPY), one line
      * per CLIENT-ID and leave year (June to May):
      *
      *   - every employee paid this month is credited the statutory
      *     2.5 jours ouvrables for the month, capped at 30 a leave
      *     year. A month in which the employee was hired or left is
      *     credited pro rata of the calendar days worked, the way
      *     PayCalc prorates the gross. An employee with no balance
      *     yet is credited from the start of the current leave year
      *     or from CLIENT-HIRE-DATE if later; months already
      *     credited (LVB-LAST-PERIOD) are never credited again, so
      *     the run can be repeated.
      *   - the leave requests keyed on leaverequests.txt
      *     (LEAVEREQ.CPY) are checked - known employee not gone
      *     before the leave, sensible dates and days, enough leave
      *     left - and booked on the oldest leave year first. Each
      *     booked request goes to the history leavetaken.txt, where
      *     a request already booked is recognised and skipped.
      *   - a leaver whose CLIENT-TERM-DATE falls in the month is
      *     paid the days still untaken as the indemnité
      *     compensatrice de congés payés: one ICCP element on
      *     payleave.txt in the payvariables.txt layout (PAYVAR.CPY),
      *     valued at the monthly twelfth over 26 jours ouvrables,
      *     which PayCalc pays like any variable pay. ICCP must be
      *     on payelements.txt as an amount, subject to
      *     contributions.
      *
      * Requests refused, indemnities and leavers gone with leave
      * still unpaid are listed on leaveaccrualreport.txt; anything
      * refused or unpaid ends the run RC-WARNING. A month already
      * closed on payperiods.txt is refused - the indemnity would
      * miss its payroll. LeaveReport prints the balances and the
      * month-end liability.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-PERIODS ASSIGN TO 'payperiods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS.

           SELECT PAY-ELEMENTS ASSIGN TO 'payelements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELEMENTS-STATUS.

           SELECT LEAVE-BALANCE ASSIGN TO 'leavebalance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT LEAVE-REQUESTS ASSIGN TO 'leaverequests.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT LEAVE-TAKEN ASSIGN TO 'leavetaken.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAKEN-STATUS.

           SELECT PAY-LEAVE ASSIGN TO 'payleave.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-REPORT ASSIGN TO 'leaveaccrualreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  PAY-PERIODS.
           COPY "PAYPERIOD.CPY".

       FD  PAY-ELEMENTS.
           COPY "PAYELEM.CPY".

       FD  LEAVE-BALANCE.
           COPY "LEAVEBAL.CPY".

       FD  LEAVE-REQUESTS.
           COPY "LEAVEREQ.CPY".

      * The history shares the request layout; it is read and
      * written through LEAVE-REQUEST-RECORD.
       FD  LEAVE-TAKEN.
       01  TAKEN-LINE               PIC X(40).

       FD  PAY-LEAVE.
           COPY "PAYVAR.CPY".

       FD  LEAVE-REPORT.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.

       01  WS-PERIODS-STATUS    PIC XX VALUE SPACES.
       01  WS-ELEMENTS-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-STATUS    PIC XX VALUE SPACES.
       01  WS-REQUEST-STATUS    PIC XX VALUE SPACES.
       01  WS-TAKEN-STATUS      PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-START      PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END        PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED  VALUE 'Y'.
       01  WS-ICCP-SW           PIC X VALUE 'N'.
           88 WS-ICCP-DEFINED   VALUE 'Y'.

      * Statutory accrual: 2.5 jours ouvrables a month, 30 a leave
      * year. The indemnity values a day at the monthly twelfth
      * over 26 jours ouvrables (maintien de salaire).
       01  WS-MONTHLY-ACCRUAL   PIC 9V99 VALUE 2.50.
       01  WS-YEAR-CAP          PIC 9(3)V99 VALUE 30.00.
       01  WS-WORKING-DAYS      PIC 9(2) VALUE 26.

      * The client master, held so requests and leavers can be
      * checked against it.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-SALAIRE    PIC 9(6).
              10 EMT-HIRE-DATE  PIC 9(8).
              10 EMT-STATUT     PIC X.
              10 EMT-TERM-DATE  PIC 9(8).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * leavebalance.txt, held whole and rewritten at end of run.
       01  BALANCE-TABLE.
           05 BALANCE-ENTRY OCCURS 5000 TIMES.
              10 BLT-CLIENT-ID  PIC X(9).
              10 BLT-YEAR       PIC 9(4).
              10 BLT-ACCRUED    PIC 9(3)V99.
              10 BLT-TAKEN      PIC 9(3)V99.
              10 BLT-PAID-OUT   PIC 9(3)V99.
              10 BLT-LAST-PERIOD PIC 9(6).
              10 BLT-PAYOUT-PERIOD PIC 9(6).
       01  BALANCE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-BALANCE-LIMIT     PIC 9(4) COMP VALUE 5000.

      * Requests already booked (leavetaken.txt), by first day.
       01  TAKEN-TABLE.
           05 TAKEN-ENTRY OCCURS 5000 TIMES.
              10 TKT-CLIENT-ID  PIC X(9).
              10 TKT-START-DATE PIC 9(8).
       01  TAKEN-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-TAKEN-LIMIT       PIC 9(4) COMP VALUE 5000.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-ESUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-BSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-WARNING-SW        PIC X VALUE 'N'.
           88 WS-WARNING        VALUE 'Y'.

      * Crediting one month.
       01  WS-MONTH.
           05 WS-MONTH-YYYY     PIC 9(4).
           05 WS-MONTH-MM       PIC 9(2).
       01  WS-MONTH-NUM REDEFINES WS-MONTH PIC 9(6).
       01  WS-MONTH-START       PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END         PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-START  PIC 9(8) VALUE ZERO.
       01  WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01  WS-FIRST-DAY         PIC 9(2) VALUE ZERO.
       01  WS-LAST-DAY          PIC 9(2) VALUE ZERO.
       01  WS-DAYS-WORKED       PIC 9(2) VALUE ZERO.
       01  WS-MONTH-ACCRUAL     PIC 9V99 VALUE ZERO.
       01  WS-LEAVE-YEAR        PIC 9(4) VALUE ZERO.
       01  WS-LAST-CREDITED     PIC 9(6) VALUE ZERO.
       01  WS-HIRE-MONTH        PIC 9(6) VALUE ZERO.

      * Booking one request.
       01  WS-REQ-REASON        PIC X(30) VALUE SPACES.
       01  WS-AVAILABLE         PIC S9(4)V99 VALUE ZERO.
       01  WS-REMAINING         PIC S9(4)V99 VALUE ZERO.
       01  WS-DAYS-LEFT         PIC 9(3)V99 VALUE ZERO.
       01  WS-DAYS-DRAWN        PIC 9(3)V99 VALUE ZERO.
       01  WS-OLDEST-YEAR       PIC 9(4) VALUE ZERO.

      * Paying out one leaver.
       01  WS-PAYOUT-DAYS       PIC 9(4)V99 VALUE ZERO.
       01  WS-PAYOUT-AMOUNT     PIC 9(5)V99 VALUE ZERO.

       01  WS-ACCRUED-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-ACCRUED-DAYS      PIC 9(7)V99 VALUE ZERO.
       01  WS-REQ-READ-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-REQ-BOOKED-COUNT  PIC 9(7) COMP VALUE ZERO.
       01  WS-REQ-REFUSED-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-REQ-ALREADY-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-PAYOUT-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-PAYOUT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-UNPAID-COUNT      PIC 9(7) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-DAYS-EDIT         PIC Z(2)9.99.
       01  WS-TOTAL-DAYS-EDIT   PIC Z(6)9.99.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "LeaveAccrual".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           CALL "ClientBalance" USING WS-BALANCE-FILE
                                       WS-BALANCE-RESULT.
           IF WS-BALANCE-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichierclient.txt déséquilibré -"
                       " congés payés abandonnés."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.
           MOVE WS-PERIOD TO WS-MONTH-NUM.
           PERFORM SET-MONTH-BOUNDS.
           MOVE WS-MONTH-START TO WS-PERIOD-START.
           MOVE WS-MONTH-END TO WS-PERIOD-END.

           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PERIOD-CLOSED
               DISPLAY "Erreur: période " WS-PERIOD " déjà payée"
                       " (payperiods.txt) - congés refusés."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM CHECK-LEAVE-ELEMENT.
           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-BALANCES.
           PERFORM LOAD-TAKEN-HISTORY.

           PERFORM VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > EMPLOYEE-COUNT
               PERFORM ACCRUE-ONE-EMPLOYEE
                  THRU ACCRUE-ONE-EMPLOYEE-EXIT
           END-PERFORM.

      * A full table means balances lost or half-credited; nothing
      * has been written yet, so stop here.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: tables des congés pleines ("
                       WS-EMPLOYEE-LIMIT " salariés / "
                       WS-BALANCE-LIMIT " soldes / "
                       WS-TAKEN-LIMIT " congés pris max) -"
                       " rien produit."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT LEAVE-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-REQUESTS.
           PERFORM PAY-OUT-LEAVERS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LEAVE-REPORT.

           PERFORM REWRITE-BALANCES.

           MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ACCRUED-DAYS TO WS-TOTAL-DAYS-EDIT.
           DISPLAY "Salariés crédités     : " WS-COUNT-EDIT
                   " (" WS-TOTAL-DAYS-EDIT " jours)".
           MOVE WS-REQ-BOOKED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Congés enregistrés    : " WS-COUNT-EDIT.
           IF WS-REQ-ALREADY-COUNT > 0
               MOVE WS-REQ-ALREADY-COUNT TO WS-COUNT-EDIT
               DISPLAY "Déjà enregistrés      : " WS-COUNT-EDIT
           END-IF.
           IF WS-REQ-REFUSED-COUNT > 0
               MOVE WS-REQ-REFUSED-COUNT TO WS-COUNT-EDIT
               DISPLAY "Demandes refusées     : " WS-COUNT-EDIT
                       " (voir leaveaccrualreport.txt)"
               SET WS-WARNING TO TRUE
           END-IF.
           MOVE WS-PAYOUT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Indemnités de sortie  : " WS-COUNT-EDIT.
           IF WS-UNPAID-COUNT > 0
               MOVE WS-UNPAID-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " sortant(s) avec"
                       " un solde non indemnisé (voir"
                       " leaveaccrualreport.txt)."
               SET WS-WARNING TO TRUE
           END-IF.
           IF WS-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "Eléments d'indemnité  : payleave.txt".
           DISPLAY "Etat des congés       : leaveaccrualreport.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       CHECK-PERIOD-OPEN.
           OPEN INPUT PAY-PERIODS.
           IF WS-PERIODS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-PERIODS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PPD-STATUS-PAID AND PPD-PERIOD = WS-PERIOD
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PERIODS-STATUS NOT = "35"
               CLOSE PAY-PERIODS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       CHECK-LEAVE-ELEMENT.
           OPEN INPUT PAY-ELEMENTS.
           IF WS-ELEMENTS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-ELEMENTS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ELM-CODE = "ICCP"
                           SET WS-ICCP-DEFINED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ELEMENTS-STATUS NOT = "35"
               CLOSE PAY-ELEMENTS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF NOT WS-ICCP-DEFINED
               DISPLAY "ATTENTION: code ICCP absent de"
                       " payelements.txt - PayCalc rejettera les"
                       " indemnités de congés."
               SET WS-WARNING TO TRUE
           END-IF.

       LOAD-EMPLOYEES.
           OPEN INPUT FICHIERCLIENT.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           PERFORM STORE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-EMPLOYEE.
           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO EMPLOYEE-COUNT
               MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
               MOVE CLIENT-NOM TO EMT-NOM(EMPLOYEE-COUNT)
               MOVE CLIENT-STATUT TO EMT-STATUT(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-SALAIRE(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               IF CLIENT-SALAIRE NUMERIC
                   MOVE CLIENT-SALAIRE TO EMT-SALAIRE(EMPLOYEE-COUNT)
               END-IF
               IF CLIENT-HIRE-DATE NUMERIC
                   MOVE CLIENT-HIRE-DATE
                     TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               END-IF
               IF CLIENT-TERM-DATE NUMERIC
                   MOVE CLIENT-TERM-DATE
                     TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               END-IF
           END-IF.

       LOAD-BALANCES.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-BALANCE-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-BALANCE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LVB-CLIENT-ID NOT = SPACES
                           PERFORM STORE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BALANCE-STATUS NOT = "35"
               CLOSE LEAVE-BALANCE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-BALANCE.
           IF BALANCE-COUNT >= WS-BALANCE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO BALANCE-COUNT
               MOVE LVB-CLIENT-ID TO BLT-CLIENT-ID(BALANCE-COUNT)
               MOVE LVB-YEAR TO BLT-YEAR(BALANCE-COUNT)
               MOVE LVB-ACCRUED TO BLT-ACCRUED(BALANCE-COUNT)
               MOVE LVB-TAKEN TO BLT-TAKEN(BALANCE-COUNT)
               MOVE LVB-PAID-OUT TO BLT-PAID-OUT(BALANCE-COUNT)
               MOVE LVB-LAST-PERIOD
                 TO BLT-LAST-PERIOD(BALANCE-COUNT)
               MOVE LVB-PAYOUT-PERIOD
                 TO BLT-PAYOUT-PERIOD(BALANCE-COUNT)
           END-IF.

       LOAD-TAKEN-HISTORY.
           OPEN INPUT LEAVE-TAKEN.
           IF WS-TAKEN-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-TAKEN INTO LEAVE-REQUEST-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LRQ-CLIENT-ID NOT = SPACES
                           PERFORM STORE-ONE-TAKEN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TAKEN-STATUS NOT = "35"
               CLOSE LEAVE-TAKEN
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-TAKEN.
           IF TAKEN-COUNT >= WS-TAKEN-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO TAKEN-COUNT
               MOVE LRQ-CLIENT-ID TO TKT-CLIENT-ID(TAKEN-COUNT)
               MOVE LRQ-START-DATE TO TKT-START-DATE(TAKEN-COUNT)
           END-IF.

      * First and last day of WS-MONTH, the day count taken from
      * the day numbers of this month's and next month's first day.
       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START = WS-MONTH-NUM * 100 + 1.
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                       (WS-MONTH-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                 - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-MONTH-END =
                   WS-MONTH-START + WS-DAYS-IN-MONTH - 1.

      * Credits every month from the one after the last credited
      * (or from the start of the leave year / the hire) up to the
      * current period. Leavers gone before the period and
      * employees not yet started are left alone.
       ACCRUE-ONE-EMPLOYEE.
           IF EMT-STATUT(WS-ESUB) = 'T' AND
              EMT-TERM-DATE(WS-ESUB) < WS-PERIOD-START
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF.
           IF EMT-HIRE-DATE(WS-ESUB) > WS-PERIOD-END
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE ZERO TO WS-LAST-CREDITED.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-BSUB) = EMT-CLIENT-ID(WS-ESUB) AND
                  BLT-LAST-PERIOD(WS-BSUB) > WS-LAST-CREDITED
                   MOVE BLT-LAST-PERIOD(WS-BSUB) TO WS-LAST-CREDITED
               END-IF
           END-PERFORM.
           IF WS-LAST-CREDITED >= WS-PERIOD
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF.

           IF WS-LAST-CREDITED > ZERO
               MOVE WS-LAST-CREDITED TO WS-MONTH-NUM
               PERFORM ADVANCE-MONTH
           ELSE
               MOVE WS-PERIOD TO WS-MONTH-NUM
               PERFORM SET-LEAVE-YEAR
               COMPUTE WS-MONTH-NUM = WS-LEAVE-YEAR * 100 + 6
               COMPUTE WS-HIRE-MONTH = EMT-HIRE-DATE(WS-ESUB) / 100
               IF WS-HIRE-MONTH > WS-MONTH-NUM
                   MOVE WS-HIRE-MONTH TO WS-MONTH-NUM
               END-IF
           END-IF.

           PERFORM CREDIT-ONE-MONTH
               UNTIL WS-MONTH-NUM > WS-PERIOD OR WS-TABLE-OVERFLOW.
           ADD 1 TO WS-ACCRUED-COUNT.

       ACCRUE-ONE-EMPLOYEE-EXIT.
           EXIT.

       CREDIT-ONE-MONTH.
           PERFORM SET-MONTH-BOUNDS.
           MOVE 1 TO WS-FIRST-DAY.
           MOVE WS-DAYS-IN-MONTH TO WS-LAST-DAY.
           IF EMT-HIRE-DATE(WS-ESUB) >= WS-MONTH-START AND
              EMT-HIRE-DATE(WS-ESUB) <= WS-MONTH-END
               MOVE EMT-HIRE-DATE(WS-ESUB)(7:2) TO WS-FIRST-DAY
           END-IF.
           IF EMT-STATUT(WS-ESUB) = 'T' AND
              EMT-TERM-DATE(WS-ESUB) >= WS-MONTH-START AND
              EMT-TERM-DATE(WS-ESUB) <= WS-MONTH-END
               MOVE EMT-TERM-DATE(WS-ESUB)(7:2) TO WS-LAST-DAY
           END-IF.
           IF WS-LAST-DAY < WS-FIRST-DAY
               MOVE ZERO TO WS-DAYS-WORKED
           ELSE
               COMPUTE WS-DAYS-WORKED = WS-LAST-DAY - WS-FIRST-DAY + 1
           END-IF.
           COMPUTE WS-MONTH-ACCRUAL ROUNDED =
                   WS-MONTHLY-ACCRUAL * WS-DAYS-WORKED
                   / WS-DAYS-IN-MONTH.

           PERFORM SET-LEAVE-YEAR.
           PERFORM FIND-BALANCE-LINE.
           IF WS-BSUB > ZERO
               ADD WS-MONTH-ACCRUAL TO BLT-ACCRUED(WS-BSUB)
               IF BLT-ACCRUED(WS-BSUB) > WS-YEAR-CAP
                   MOVE WS-YEAR-CAP TO BLT-ACCRUED(WS-BSUB)
               END-IF
               MOVE WS-MONTH-NUM TO BLT-LAST-PERIOD(WS-BSUB)
               ADD WS-MONTH-ACCRUAL TO WS-ACCRUED-DAYS
           END-IF.
           PERFORM ADVANCE-MONTH.

       ADVANCE-MONTH.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.

      * June opens a leave year: January to May belong to the one
      * that started the June before.
       SET-LEAVE-YEAR.
           IF WS-MONTH-MM >= 6
               MOVE WS-MONTH-YYYY TO WS-LEAVE-YEAR
           ELSE
               COMPUTE WS-LEAVE-YEAR = WS-MONTH-YYYY - 1
           END-IF.

      * The employee's line for WS-LEAVE-YEAR, added if missing;
      * WS-BSUB is left at zero only when the table is full.
       FIND-BALANCE-LINE.
           MOVE ZERO TO WS-BSUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-SUB) = EMT-CLIENT-ID(WS-ESUB) AND
                  BLT-YEAR(WS-SUB) = WS-LEAVE-YEAR
                   MOVE WS-SUB TO WS-BSUB
                   MOVE BALANCE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-BSUB = ZERO
               IF BALANCE-COUNT >= WS-BALANCE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO BALANCE-COUNT
                   MOVE BALANCE-COUNT TO WS-BSUB
                   MOVE EMT-CLIENT-ID(WS-ESUB)
                     TO BLT-CLIENT-ID(WS-BSUB)
                   MOVE WS-LEAVE-YEAR TO BLT-YEAR(WS-BSUB)
                   MOVE ZERO TO BLT-ACCRUED(WS-BSUB)
                   MOVE ZERO TO BLT-TAKEN(WS-BSUB)
                   MOVE ZERO TO BLT-PAID-OUT(WS-BSUB)
                   MOVE ZERO TO BLT-LAST-PERIOD(WS-BSUB)
                   MOVE ZERO TO BLT-PAYOUT-PERIOD(WS-BSUB)
               END-IF
           END-IF.

       PROCESS-REQUESTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Demandes de congé (leaverequests.txt)"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT LEAVE-REQUESTS.
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "  aucune demande ce mois-ci" TO REPORT-LINE
               WRITE REPORT-LINE
               SET END-OF-FILE-YES TO TRUE
           ELSE
               OPEN EXTEND LEAVE-TAKEN
               IF WS-TAKEN-STATUS = "35"
                   OPEN OUTPUT LEAVE-TAKEN
               END-IF
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-REQUESTS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LRQ-CLIENT-ID(1:1) NOT = '*' AND
                          LRQ-CLIENT-ID NOT = SPACES
                           ADD 1 TO WS-REQ-READ-COUNT
                           PERFORM CHECK-ONE-REQUEST
                              THRU CHECK-ONE-REQUEST-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REQUEST-STATUS NOT = "35"
               CLOSE LEAVE-REQUESTS
               CLOSE LEAVE-TAKEN
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       CHECK-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-REASON.
           IF LRQ-START-DATE NOT NUMERIC OR
              LRQ-END-DATE NOT NUMERIC
               MOVE "DATES INVALIDES" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.
           IF LRQ-END-DATE < LRQ-START-DATE
               MOVE "DATES INVALIDES" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.
           IF LRQ-DAYS NOT NUMERIC
               MOVE "NOMBRE DE JOURS INVALIDE" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.
           IF LRQ-DAYS = ZERO
               MOVE "NOMBRE DE JOURS INVALIDE" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > EMPLOYEE-COUNT OR WS-FOUND
               IF EMT-CLIENT-ID(WS-ESUB) = LRQ-CLIENT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE "SALARIE INCONNU" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-ESUB.
           IF EMT-STATUT(WS-ESUB) = 'T' AND
              EMT-TERM-DATE(WS-ESUB) < LRQ-START-DATE
               MOVE "SALARIE SORTI AVANT LE CONGE" TO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TAKEN-COUNT
               IF TKT-CLIENT-ID(WS-SUB) = LRQ-CLIENT-ID AND
                  TKT-START-DATE(WS-SUB) = LRQ-START-DATE
                   ADD 1 TO WS-REQ-ALREADY-COUNT
                   GO TO CHECK-ONE-REQUEST-EXIT
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-AVAILABLE.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-BSUB) = LRQ-CLIENT-ID
                   COMPUTE WS-AVAILABLE = WS-AVAILABLE
                         + BLT-ACCRUED(WS-BSUB) - BLT-TAKEN(WS-BSUB)
                         - BLT-PAID-OUT(WS-BSUB)
               END-IF
           END-PERFORM.
           IF WS-AVAILABLE < LRQ-DAYS
               IF WS-AVAILABLE < ZERO
                   MOVE ZERO TO WS-AVAILABLE
               END-IF
               MOVE WS-AVAILABLE TO WS-DAYS-EDIT
               STRING "SOLDE INSUFFISANT (" DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-REQ-REASON
               PERFORM WRITE-REQUEST-LINE
               GO TO CHECK-ONE-REQUEST-EXIT
           END-IF.

           MOVE LRQ-DAYS TO WS-DAYS-LEFT.
           PERFORM DRAW-OLDEST-YEAR UNTIL WS-DAYS-LEFT = ZERO.

           MOVE WS-PERIOD TO LRQ-RECORDED-PERIOD.
           WRITE TAKEN-LINE FROM LEAVE-REQUEST-RECORD.
           PERFORM STORE-ONE-TAKEN.
           ADD 1 TO WS-REQ-BOOKED-COUNT.
           PERFORM WRITE-REQUEST-LINE.

       CHECK-ONE-REQUEST-EXIT.
           EXIT.

      * Takes what it can of the days still to book from the
      * employee's oldest leave year that has any left.
       DRAW-OLDEST-YEAR.
           MOVE ZERO TO WS-BSUB.
           MOVE 9999 TO WS-OLDEST-YEAR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-SUB) = LRQ-CLIENT-ID AND
                  BLT-YEAR(WS-SUB) < WS-OLDEST-YEAR
                   COMPUTE WS-REMAINING = BLT-ACCRUED(WS-SUB)
                         - BLT-TAKEN(WS-SUB) - BLT-PAID-OUT(WS-SUB)
                   IF WS-REMAINING > ZERO
                       MOVE WS-SUB TO WS-BSUB
                       MOVE BLT-YEAR(WS-SUB) TO WS-OLDEST-YEAR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BSUB = ZERO
               MOVE ZERO TO WS-DAYS-LEFT
           ELSE
               COMPUTE WS-REMAINING = BLT-ACCRUED(WS-BSUB)
                     - BLT-TAKEN(WS-BSUB) - BLT-PAID-OUT(WS-BSUB)
               IF WS-REMAINING < WS-DAYS-LEFT
                   MOVE WS-REMAINING TO WS-DAYS-DRAWN
               ELSE
                   MOVE WS-DAYS-LEFT TO WS-DAYS-DRAWN
               END-IF
               ADD WS-DAYS-DRAWN TO BLT-TAKEN(WS-BSUB)
               SUBTRACT WS-DAYS-DRAWN FROM WS-DAYS-LEFT
           END-IF.

       WRITE-REQUEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                   LRQ-CLIENT-ID DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   LRQ-START-DATE DELIMITED BY SIZE
                   " au " DELIMITED BY SIZE
                   LRQ-END-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE.
           IF LRQ-DAYS NUMERIC
               MOVE LRQ-DAYS TO WS-DAYS-EDIT
               STRING "  Jours: " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE(37:)
           END-IF.
           IF WS-REQ-REASON = SPACES
               MOVE "ENREGISTRE" TO REPORT-LINE(56:)
           ELSE
               ADD 1 TO WS-REQ-REFUSED-COUNT
               STRING "REFUSE: " DELIMITED BY SIZE
                       WS-REQ-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE(56:)
           END-IF.
           WRITE REPORT-LINE.

      * A leaver in the period is paid whatever is still untaken;
      * days already paid out in this same period are counted again
      * so a rerun rebuilds payleave.txt identically. A leaver gone
      * before the period with days never paid is only reported -
      * that payroll is closed.
       PAY-OUT-LEAVERS.
           OPEN OUTPUT PAY-LEAVE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Indemnités compensatrices de congés payés"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > EMPLOYEE-COUNT
               IF EMT-STATUT(WS-ESUB) = 'T'
                   IF EMT-TERM-DATE(WS-ESUB) >= WS-PERIOD-START AND
                      EMT-TERM-DATE(WS-ESUB) <= WS-PERIOD-END
                       PERFORM PAY-OUT-ONE-LEAVER
                   ELSE
                       IF EMT-TERM-DATE(WS-ESUB) < WS-PERIOD-START
                           PERFORM CHECK-UNPAID-LEAVER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PAY-LEAVE.

       PAY-OUT-ONE-LEAVER.
           MOVE ZERO TO WS-PAYOUT-DAYS.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-BSUB) = EMT-CLIENT-ID(WS-ESUB)
                   IF BLT-PAYOUT-PERIOD(WS-BSUB) = WS-PERIOD
                       MOVE ZERO TO BLT-PAID-OUT(WS-BSUB)
                   END-IF
                   COMPUTE WS-REMAINING = BLT-ACCRUED(WS-BSUB)
                         - BLT-TAKEN(WS-BSUB) - BLT-PAID-OUT(WS-BSUB)
                   IF WS-REMAINING > ZERO
                       ADD WS-REMAINING TO WS-PAYOUT-DAYS
                       ADD WS-REMAINING TO BLT-PAID-OUT(WS-BSUB)
                       MOVE WS-PERIOD TO BLT-PAYOUT-PERIOD(WS-BSUB)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PAYOUT-DAYS > ZERO
               COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                       WS-PAYOUT-DAYS * EMT-SALAIRE(WS-ESUB) / 12
                       / WS-WORKING-DAYS
               MOVE SPACES TO PAY-VARIABLE-RECORD
               MOVE EMT-CLIENT-ID(WS-ESUB) TO VAR-CLIENT-ID
               MOVE WS-PERIOD TO VAR-PERIOD
               MOVE "ICCP" TO VAR-CODE
               MOVE WS-PAYOUT-AMOUNT TO VAR-QUANTITY
               WRITE PAY-VARIABLE-RECORD
               ADD 1 TO WS-PAYOUT-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-PAYOUT-TOTAL

               MOVE SPACES TO REPORT-LINE
               MOVE WS-PAYOUT-DAYS TO WS-DAYS-EDIT
               MOVE WS-PAYOUT-AMOUNT TO WS-AMOUNT-EDIT
               STRING "  " DELIMITED BY SIZE
                       EMT-CLIENT-ID(WS-ESUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EMT-NOM(WS-ESUB) DELIMITED BY SIZE
                       " sorti le " DELIMITED BY SIZE
                       EMT-TERM-DATE(WS-ESUB) DELIMITED BY SIZE
                       "  Jours: " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       "  ICCP: " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-UNPAID-LEAVER.
           MOVE ZERO TO WS-PAYOUT-DAYS.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > BALANCE-COUNT
               IF BLT-CLIENT-ID(WS-BSUB) = EMT-CLIENT-ID(WS-ESUB)
                   COMPUTE WS-REMAINING = BLT-ACCRUED(WS-BSUB)
                         - BLT-TAKEN(WS-BSUB) - BLT-PAID-OUT(WS-BSUB)
                   IF WS-REMAINING > ZERO
                       ADD WS-REMAINING TO WS-PAYOUT-DAYS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PAYOUT-DAYS > ZERO
               ADD 1 TO WS-UNPAID-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-PAYOUT-DAYS TO WS-DAYS-EDIT
               STRING "  " DELIMITED BY SIZE
                       EMT-CLIENT-ID(WS-ESUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EMT-NOM(WS-ESUB) DELIMITED BY SIZE
                       " sorti le " DELIMITED BY SIZE
                       EMT-TERM-DATE(WS-ESUB) DELIMITED BY SIZE
                       "  Jours: " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       "  NON INDEMNISE" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Congés payés - période " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ACCRUED-DAYS TO WS-TOTAL-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Acquisition : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s) crédité(s), " DELIMITED BY SIZE
                   WS-TOTAL-DAYS-EDIT DELIMITED BY SIZE
                   " jours" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-REQ-BOOKED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Congés enregistrés      : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-REQ-REFUSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Demandes refusées       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-PAYOUT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total indemnités ICCP   : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-UNPAID-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Sortants non indemnisés : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REWRITE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > BALANCE-COUNT
               MOVE SPACES TO LEAVE-BALANCE-RECORD
               MOVE BLT-CLIENT-ID(WS-BSUB) TO LVB-CLIENT-ID
               MOVE BLT-YEAR(WS-BSUB) TO LVB-YEAR
               MOVE BLT-ACCRUED(WS-BSUB) TO LVB-ACCRUED
               MOVE BLT-TAKEN(WS-BSUB) TO LVB-TAKEN
               MOVE BLT-PAID-OUT(WS-BSUB) TO LVB-PAID-OUT
               MOVE BLT-LAST-PERIOD(WS-BSUB) TO LVB-LAST-PERIOD
               MOVE BLT-PAYOUT-PERIOD(WS-BSUB) TO LVB-PAYOUT-PERIOD
               WRITE LEAVE-BALANCE-RECORD
           END-PERFORM.
           CLOSE LEAVE-BALANCE.

       LOG-AUDIT-ENTRY.
           MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Congés: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s) crédité(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
