       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveReport.

      ***************************************************************
      * Paid-leave balance report and month-end leave liability.
      * Totals leavebalance.txt (LEAVEBAL.CPY, kept by LeaveAccrual)
      * per employee - days acquired, taken, paid out on leaving and
      * still owed - and prints leavebalancereport.txt per
      * CLIENT-DEPT within CLIENT-AGENCE with département, agence
      * and overall totals. The days owed are valued the way the
      * leaving indemnity is paid: the monthly twelfth of
      * CLIENT-SALAIRE over 26 jours ouvrables, with the employer
      * contributions of the band (CONTRIBBAND.CPY) that twelfth
      * falls in.
      *
      * The liability per agence/département is written to
      * leaveprovision.txt (LEAVEPROV.CPY) for the current month,
      * next to the provision booked before it (taken from the
      * previous file, so a rerun in the same month keeps the same
      * starting point). GlPost posts the difference. A département
      * gone since the last run is written at zero so its provision
      * is released. Balances of CLIENT-IDs no longer on
      * fichierclient.txt cannot be valued or placed; they are
      * listed and the run ends RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-BALANCE ASSIGN TO 'leavebalance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT LEAVE-PROVISION ASSIGN TO 'leaveprovision.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROVISION-STATUS.

           SELECT LEAVE-REPORT ASSIGN TO 'leavebalancereport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  LEAVE-BALANCE.
           COPY "LEAVEBAL.CPY".

       FD  LEAVE-PROVISION.
           COPY "LEAVEPROV.CPY".

       FD  LEAVE-REPORT.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "CONTRIBBAND.CPY".

       01  WS-BALANCE-STATUS    PIC XX VALUE SPACES.
       01  WS-PROVISION-STATUS  PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-WORKING-DAYS      PIC 9(2) VALUE 26.

      * One entry per employee, with the sums of all leave years.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-AGENCE     PIC X(3).
              10 EMT-DEPT       PIC X(4).
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-SALAIRE    PIC 9(6).
              10 EMT-ACCRUED    PIC 9(4)V99.
              10 EMT-TAKEN      PIC 9(4)V99.
              10 EMT-PAID-OUT   PIC 9(4)V99.
              10 EMT-LINES      PIC 9(3).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.
       01  WS-SWAP-EMPLOYEE.
           03 FILLER            PIC X(3).
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(9).
           03 FILLER            PIC X(20).
           03 FILLER            PIC 9(6).
           03 FILLER            PIC 9(4)V99.
           03 FILLER            PIC 9(4)V99.
           03 FILLER            PIC 9(4)V99.
           03 FILLER            PIC 9(3).
       01  WS-KEY-A             PIC X(16) VALUE SPACES.
       01  WS-KEY-B             PIC X(16) VALUE SPACES.

      * The liability per agence/département, this month against
      * the provision already booked.
       01  PROVISION-TABLE.
           05 PROVISION-ENTRY OCCURS 100 TIMES.
              10 PVT-AGENCE     PIC X(3).
              10 PVT-DEPT       PIC X(4).
              10 PVT-DAYS       PIC 9(5)V99.
              10 PVT-AMOUNT     PIC 9(9)V99.
              10 PVT-CHARGES    PIC 9(9)V99.
              10 PVT-PREV-AMOUNT PIC 9(9)V99.
              10 PVT-PREV-CHARGES PIC 9(9)V99.
       01  PROVISION-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-PROVISION-LIMIT   PIC 9(3) COMP VALUE 100.
       01  WS-SWAP-PROVISION.
           03 FILLER            PIC X(3).
           03 FILLER            PIC X(4).
           03 FILLER            PIC 9(5)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.
           03 FILLER            PIC 9(9)V99.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-PSUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-BAND              PIC 9(2) VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

      * Valuing one employee.
       01  WS-REMAINING         PIC S9(4)V99 VALUE ZERO.
       01  WS-OWED-DAYS         PIC 9(4)V99 VALUE ZERO.
       01  WS-MONTHLY-GROSS     PIC 9(6)V99 VALUE ZERO.
       01  WS-VALUE             PIC 9(7)V99 VALUE ZERO.
       01  WS-CHARGES           PIC 9(7)V99 VALUE ZERO.

      * Control breaks.
       01  WS-CUR-AGENCE        PIC X(3) VALUE SPACES.
       01  WS-CUR-DEPT          PIC X(4) VALUE SPACES.
       01  DEPT-TOTALS.
           05 DPT-ACCRUED       PIC 9(7)V99 VALUE ZERO.
           05 DPT-TAKEN         PIC 9(7)V99 VALUE ZERO.
           05 DPT-PAID-OUT      PIC 9(7)V99 VALUE ZERO.
           05 DPT-OWED          PIC 9(7)V99 VALUE ZERO.
           05 DPT-VALUE         PIC 9(9)V99 VALUE ZERO.
           05 DPT-CHARGES       PIC 9(9)V99 VALUE ZERO.
       01  AGENCY-TOTALS.
           05 AGT-ACCRUED       PIC 9(7)V99 VALUE ZERO.
           05 AGT-TAKEN         PIC 9(7)V99 VALUE ZERO.
           05 AGT-PAID-OUT      PIC 9(7)V99 VALUE ZERO.
           05 AGT-OWED          PIC 9(7)V99 VALUE ZERO.
           05 AGT-VALUE         PIC 9(9)V99 VALUE ZERO.
           05 AGT-CHARGES       PIC 9(9)V99 VALUE ZERO.
       01  GRAND-TOTALS.
           05 GRT-ACCRUED       PIC 9(7)V99 VALUE ZERO.
           05 GRT-TAKEN         PIC 9(7)V99 VALUE ZERO.
           05 GRT-PAID-OUT      PIC 9(7)V99 VALUE ZERO.
           05 GRT-OWED          PIC 9(7)V99 VALUE ZERO.
           05 GRT-VALUE         PIC 9(9)V99 VALUE ZERO.
           05 GRT-CHARGES       PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-LINE-FIELDS.
           05 TTL-ACCRUED       PIC 9(7)V99.
           05 TTL-TAKEN         PIC 9(7)V99.
           05 TTL-PAID-OUT      PIC 9(7)V99.
           05 TTL-OWED          PIC 9(7)V99.
           05 TTL-VALUE         PIC 9(9)V99.
           05 TTL-CHARGES       PIC 9(9)V99.
       01  WS-LINE-LABEL        PIC X(36) VALUE SPACES.

       01  WS-UNKNOWN-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(7) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-DAYS-EDIT         PIC Z(5)9.99.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "LeaveReport".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.

           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-PREVIOUS-PROVISION.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EMPLOYEE-LIMIT
                       " salariés ou " WS-PROVISION-LIMIT
                       " sections agence/département."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT LEAVE-REPORT.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM ADD-BALANCE-LINES.
           PERFORM SORT-EMPLOYEE-TABLE.
           PERFORM WRITE-BALANCE-LINES.
           PERFORM WRITE-GRAND-TOTALS.
           CLOSE LEAVE-REPORT.

           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-PROVISION-LIMIT
                       " sections agence/département - provision"
                       " non produite."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM WRITE-PROVISION-FILE.

           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés listés       : " WS-COUNT-EDIT.
           MOVE GRT-OWED TO WS-DAYS-EDIT.
           DISPLAY "Jours dus             : " WS-DAYS-EDIT.
           MOVE GRT-VALUE TO WS-AMOUNT-EDIT.
           DISPLAY "Provision congés      : " WS-AMOUNT-EDIT.
           MOVE GRT-CHARGES TO WS-AMOUNT-EDIT.
           DISPLAY "Charges sur provision : " WS-AMOUNT-EDIT.
           IF WS-UNKNOWN-COUNT > 0
               MOVE WS-UNKNOWN-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " solde(s) de"
                       " salariés absents de fichierclient.txt."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "Etat des soldes       : leavebalancereport.txt".
           DISPLAY "Provision             : leaveprovision.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

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
               MOVE CLIENT-AGENCE TO EMT-AGENCE(EMPLOYEE-COUNT)
               MOVE CLIENT-DEPT TO EMT-DEPT(EMPLOYEE-COUNT)
               MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
               MOVE CLIENT-NOM TO EMT-NOM(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-SALAIRE(EMPLOYEE-COUNT)
               IF CLIENT-SALAIRE NUMERIC
                   MOVE CLIENT-SALAIRE TO EMT-SALAIRE(EMPLOYEE-COUNT)
               END-IF
               MOVE ZERO TO EMT-ACCRUED(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-TAKEN(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-PAID-OUT(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-LINES(EMPLOYEE-COUNT)
           END-IF.

      * The provision booked so far per section: what the last run
      * of an earlier month provided, or - on a rerun within the
      * month - what that run itself started from.
       LOAD-PREVIOUS-PROVISION.
           OPEN INPUT LEAVE-PROVISION.
           IF WS-PROVISION-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-PROVISION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LPV-AGENCE NOT = SPACES OR
                          LPV-DEPT NOT = SPACES
                           PERFORM STORE-PREVIOUS-PROVISION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROVISION-STATUS NOT = "35"
               CLOSE LEAVE-PROVISION
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-PREVIOUS-PROVISION.
           MOVE LPV-AGENCE TO WS-CUR-AGENCE.
           MOVE LPV-DEPT TO WS-CUR-DEPT.
           PERFORM FIND-PROVISION-ENTRY.
           IF WS-PSUB > ZERO
               IF LPV-PERIOD = WS-PERIOD
                   MOVE LPV-PREV-AMOUNT TO PVT-PREV-AMOUNT(WS-PSUB)
                   MOVE LPV-PREV-CHARGES
                     TO PVT-PREV-CHARGES(WS-PSUB)
               ELSE
                   MOVE LPV-AMOUNT TO PVT-PREV-AMOUNT(WS-PSUB)
                   MOVE LPV-CHARGES TO PVT-PREV-CHARGES(WS-PSUB)
               END-IF
           END-IF.
           MOVE SPACES TO WS-CUR-AGENCE.
           MOVE SPACES TO WS-CUR-DEPT.

      * Entry for WS-CUR-AGENCE/WS-CUR-DEPT, added if missing;
      * WS-PSUB stays at zero only when the table is full.
       FIND-PROVISION-ENTRY.
           MOVE ZERO TO WS-PSUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > PROVISION-COUNT
               IF PVT-AGENCE(WS-SUB2) = WS-CUR-AGENCE AND
                  PVT-DEPT(WS-SUB2) = WS-CUR-DEPT
                   MOVE WS-SUB2 TO WS-PSUB
                   MOVE PROVISION-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           IF WS-PSUB = ZERO
               IF PROVISION-COUNT >= WS-PROVISION-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO PROVISION-COUNT
                   MOVE PROVISION-COUNT TO WS-PSUB
                   MOVE WS-CUR-AGENCE TO PVT-AGENCE(WS-PSUB)
                   MOVE WS-CUR-DEPT TO PVT-DEPT(WS-PSUB)
                   MOVE ZERO TO PVT-DAYS(WS-PSUB)
                   MOVE ZERO TO PVT-AMOUNT(WS-PSUB)
                   MOVE ZERO TO PVT-CHARGES(WS-PSUB)
                   MOVE ZERO TO PVT-PREV-AMOUNT(WS-PSUB)
                   MOVE ZERO TO PVT-PREV-CHARGES(WS-PSUB)
               END-IF
           END-IF.

       ADD-BALANCE-LINES.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Aucun solde de congés (leavebalance.txt) -"
                       " lancer LeaveAccrual."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ LEAVE-BALANCE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF LVB-CLIENT-ID NOT = SPACES
                           PERFORM ADD-ONE-BALANCE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BALANCE-STATUS NOT = "35"
               CLOSE LEAVE-BALANCE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       ADD-ONE-BALANCE-LINE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = LVB-CLIENT-ID
                   SET WS-FOUND TO TRUE
                   ADD LVB-ACCRUED TO EMT-ACCRUED(WS-SUB)
                   ADD LVB-TAKEN TO EMT-TAKEN(WS-SUB)
                   ADD LVB-PAID-OUT TO EMT-PAID-OUT(WS-SUB)
                   ADD 1 TO EMT-LINES(WS-SUB)
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               COMPUTE WS-REMAINING =
                       LVB-ACCRUED - LVB-TAKEN - LVB-PAID-OUT
               MOVE WS-REMAINING TO WS-DAYS-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                       LVB-CLIENT-ID DELIMITED BY SIZE
                       " année " DELIMITED BY SIZE
                       LVB-YEAR DELIMITED BY SIZE
                       "  solde " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       " jours - SALARIE ABSENT DE FICHIERCLIENT"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Exchange sort on agence, département then CLIENT-ID, the
      * same way GlPost orders its sections.
       SORT-EMPLOYEE-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= EMPLOYEE-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > EMPLOYEE-COUNT
                   MOVE EMPLOYEE-ENTRY(WS-SUB)(1:16) TO WS-KEY-A
                   MOVE EMPLOYEE-ENTRY(WS-SUB2)(1:16) TO WS-KEY-B
                   IF WS-KEY-B < WS-KEY-A
                       MOVE EMPLOYEE-ENTRY(WS-SUB)
                         TO WS-SWAP-EMPLOYEE
                       MOVE EMPLOYEE-ENTRY(WS-SUB2)
                         TO EMPLOYEE-ENTRY(WS-SUB)
                       MOVE WS-SWAP-EMPLOYEE
                         TO EMPLOYEE-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-BALANCE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-LINES(WS-SUB) > ZERO
                   PERFORM WRITE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT > ZERO
               PERFORM WRITE-DEPT-TOTAL
               PERFORM WRITE-AGENCY-TOTAL
           END-IF.

       WRITE-ONE-EMPLOYEE.
           IF WS-LISTED-COUNT = ZERO OR
              EMT-AGENCE(WS-SUB) NOT = WS-CUR-AGENCE
               IF WS-LISTED-COUNT > ZERO
                   PERFORM WRITE-DEPT-TOTAL
                   PERFORM WRITE-AGENCY-TOTAL
               END-IF
               MOVE EMT-AGENCE(WS-SUB) TO WS-CUR-AGENCE
               MOVE EMT-DEPT(WS-SUB) TO WS-CUR-DEPT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               STRING "Agence " DELIMITED BY SIZE
                       WS-CUR-AGENCE DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-DEPT-HEADER
           ELSE
               IF EMT-DEPT(WS-SUB) NOT = WS-CUR-DEPT
                   PERFORM WRITE-DEPT-TOTAL
                   MOVE EMT-DEPT(WS-SUB) TO WS-CUR-DEPT
                   PERFORM WRITE-DEPT-HEADER
               END-IF
           END-IF.

           COMPUTE WS-REMAINING = EMT-ACCRUED(WS-SUB)
                 - EMT-TAKEN(WS-SUB) - EMT-PAID-OUT(WS-SUB).
           IF WS-REMAINING < ZERO
               MOVE ZERO TO WS-OWED-DAYS
           ELSE
               MOVE WS-REMAINING TO WS-OWED-DAYS
           END-IF.
           COMPUTE WS-MONTHLY-GROSS ROUNDED = EMT-SALAIRE(WS-SUB) / 12.
           COMPUTE WS-VALUE ROUNDED =
                   WS-OWED-DAYS * EMT-SALAIRE(WS-SUB) / 12
                   / WS-WORKING-DAYS.
           PERFORM FIND-CONTRIB-BAND.
           COMPUTE WS-CHARGES ROUNDED =
                   WS-VALUE * CBD-EMPR-RATE(WS-BAND) / 100.

           ADD EMT-ACCRUED(WS-SUB) TO DPT-ACCRUED.
           ADD EMT-TAKEN(WS-SUB) TO DPT-TAKEN.
           ADD EMT-PAID-OUT(WS-SUB) TO DPT-PAID-OUT.
           ADD WS-OWED-DAYS TO DPT-OWED.
           ADD WS-VALUE TO DPT-VALUE.
           ADD WS-CHARGES TO DPT-CHARGES.
           ADD 1 TO WS-LISTED-COUNT.

           MOVE SPACES TO WS-LINE-LABEL.
           STRING "    " DELIMITED BY SIZE
                   EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-NOM(WS-SUB) DELIMITED BY SIZE
                   INTO WS-LINE-LABEL.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LINE-LABEL TO REPORT-LINE(1:36).
           MOVE EMT-ACCRUED(WS-SUB) TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(37:9).
           MOVE EMT-TAKEN(WS-SUB) TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(47:9).
           MOVE EMT-PAID-OUT(WS-SUB) TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(57:9).
           MOVE WS-OWED-DAYS TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(67:9).
           MOVE WS-VALUE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(77:12).
           MOVE WS-CHARGES TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(90:12).
           WRITE REPORT-LINE.

       FIND-CONTRIB-BAND.
           MOVE CONTRIB-BAND-COUNT TO WS-BAND.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > CONTRIB-BAND-COUNT
               IF WS-MONTHLY-GROSS <= CBD-CEILING(WS-SUB2)
                   MOVE WS-SUB2 TO WS-BAND
                   MOVE CONTRIB-BAND-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

       WRITE-DEPT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Département " DELIMITED BY SIZE
                   WS-CUR-DEPT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.


      * The département total also goes to the provision table.
       WRITE-DEPT-TOTAL.
           MOVE "  Total département" TO WS-LINE-LABEL.
           MOVE DEPT-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.

           PERFORM FIND-PROVISION-ENTRY.
           IF WS-PSUB > ZERO
               ADD DPT-OWED TO PVT-DAYS(WS-PSUB)
               ADD DPT-VALUE TO PVT-AMOUNT(WS-PSUB)
               ADD DPT-CHARGES TO PVT-CHARGES(WS-PSUB)
           END-IF.

           ADD DPT-ACCRUED TO AGT-ACCRUED.
           ADD DPT-TAKEN TO AGT-TAKEN.
           ADD DPT-PAID-OUT TO AGT-PAID-OUT.
           ADD DPT-OWED TO AGT-OWED.
           ADD DPT-VALUE TO AGT-VALUE.
           ADD DPT-CHARGES TO AGT-CHARGES.
           INITIALIZE DEPT-TOTALS.

       WRITE-AGENCY-TOTAL.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "Total agence " DELIMITED BY SIZE
                   WS-CUR-AGENCE DELIMITED BY SIZE
                   INTO WS-LINE-LABEL.
           MOVE AGENCY-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.

           ADD AGT-ACCRUED TO GRT-ACCRUED.
           ADD AGT-TAKEN TO GRT-TAKEN.
           ADD AGT-PAID-OUT TO GRT-PAID-OUT.
           ADD AGT-OWED TO GRT-OWED.
           ADD AGT-VALUE TO GRT-VALUE.
           ADD AGT-CHARGES TO GRT-CHARGES.
           INITIALIZE AGENCY-TOTALS.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL GENERAL" TO WS-LINE-LABEL.
           MOVE GRAND-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LINE-LABEL TO REPORT-LINE(1:36).
           MOVE TTL-ACCRUED TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(37:9).
           MOVE TTL-TAKEN TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(47:9).
           MOVE TTL-PAID-OUT TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(57:9).
           MOVE TTL-OWED TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO REPORT-LINE(67:9).
           MOVE TTL-VALUE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(77:12).
           MOVE TTL-CHARGES TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE(90:12).
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Soldes de congés payés et provision - période "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Salarié" TO REPORT-LINE(5:).
           MOVE "Acquis" TO REPORT-LINE(40:).
           MOVE "Pris" TO REPORT-LINE(52:).
           MOVE "Indemn." TO REPORT-LINE(59:).
           MOVE "Solde" TO REPORT-LINE(71:).
           MOVE "Valeur" TO REPORT-LINE(83:).
           MOVE "Charges" TO REPORT-LINE(95:).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Sorted like the posting sets of GlPost; written whole each
      * run, including sections whose liability has gone to zero.
       WRITE-PROVISION-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= PROVISION-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > PROVISION-COUNT
                   MOVE PROVISION-ENTRY(WS-SUB)(1:7) TO WS-KEY-A
                   MOVE PROVISION-ENTRY(WS-SUB2)(1:7) TO WS-KEY-B
                   IF WS-KEY-B < WS-KEY-A
                       MOVE PROVISION-ENTRY(WS-SUB)
                         TO WS-SWAP-PROVISION
                       MOVE PROVISION-ENTRY(WS-SUB2)
                         TO PROVISION-ENTRY(WS-SUB)
                       MOVE WS-SWAP-PROVISION
                         TO PROVISION-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT LEAVE-PROVISION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROVISION-COUNT
               MOVE SPACES TO LEAVE-PROVISION-RECORD
               MOVE WS-PERIOD TO LPV-PERIOD
               MOVE PVT-AGENCE(WS-SUB) TO LPV-AGENCE
               MOVE PVT-DEPT(WS-SUB) TO LPV-DEPT
               MOVE PVT-DAYS(WS-SUB) TO LPV-DAYS
               MOVE PVT-AMOUNT(WS-SUB) TO LPV-AMOUNT
               MOVE PVT-CHARGES(WS-SUB) TO LPV-CHARGES
               MOVE PVT-PREV-AMOUNT(WS-SUB) TO LPV-PREV-AMOUNT
               MOVE PVT-PREV-CHARGES(WS-SUB) TO LPV-PREV-CHARGES
               WRITE LEAVE-PROVISION-RECORD
           END-PERFORM.
           CLOSE LEAVE-PROVISION.

       LOG-AUDIT-ENTRY.
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Soldes congés: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
