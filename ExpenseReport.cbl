       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseReport.

      ***************************************************************
      * Monthly expense-claim listings from expenseclaims.txt
      * (EXPCLAIM.CPY):
      *
      *   - expenseregister.txt, the register of the claims PayCalc
      *     reimbursed on the current month's payslips, per
      *     CLIENT-DEPT within CLIENT-AGENCE with département,
      *     agence and overall totals, followed by the totals per
      *     category of expensecategories.txt (EXPCAT.CPY) - the
      *     figure GlPost debits to each expense account;
      *   - expenseoutstanding.txt, every claim still waiting for
      *     approval or for payment, with its age in days since the
      *     expense. A claim whose employee has left before the
      *     current month, or is no longer on fichierclient.txt, can
      *     no longer be paid through payroll; it is flagged for
      *     settlement by hand and the run ends RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPENSE-CATEGORIES ASSIGN TO 'expensecategories.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT EXPENSE-REGISTER ASSIGN TO 'expenseregister.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPENSE-OUTSTANDING
           ASSIGN TO 'expenseoutstanding.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  EXPENSE-CATEGORIES.
           COPY "EXPCAT.CPY".

       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       FD  EXPENSE-REGISTER.
       01  REGISTER-LINE            PIC X(120).

       FD  EXPENSE-OUTSTANDING.
       01  OUTSTANDING-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-CATEGORY-STATUS   PIC XX VALUE SPACES.
       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-START      PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAY         PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS          PIC 9(5) VALUE ZERO.

      * Categories, with the month's reimbursed total of each.
       01  CATEGORY-TABLE.
           05 CATEGORY-ENTRY OCCURS 50 TIMES.
              10 CTT-CATEGORY   PIC X(4).
              10 CTT-LABEL      PIC X(20).
              10 CTT-ACCOUNT    PIC X(6).
              10 CTT-COUNT      PIC 9(5) COMP.
              10 CTT-AMOUNT     PIC 9(9)V99.
       01  CATEGORY-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-CATEGORY-LIMIT    PIC 9(3) COMP VALUE 50.

       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-STATUT     PIC X.
              10 EMT-TERM-DATE  PIC 9(8).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * The claims the two listings need - paid this month, or not
      * paid yet - keyed agence, département, CLIENT-ID, reference.
       01  CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 5000 TIMES.
              10 CLT-AGENCE     PIC X(3).
              10 CLT-DEPT       PIC X(4).
              10 CLT-CLIENT-ID  PIC X(9).
              10 CLT-REF        PIC X(8).
              10 CLT-CATEGORY   PIC X(4).
              10 CLT-EXPENSE-DATE PIC 9(8).
              10 CLT-AMOUNT     PIC 9(5)V99.
              10 CLT-STATUS     PIC X.
              10 CLT-PAID-PERIOD PIC 9(6).
       01  CLAIM-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-LIMIT       PIC 9(4) COMP VALUE 5000.
       01  WS-SWAP-CLAIM.
           03 FILLER            PIC X(3).
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(9).
           03 FILLER            PIC X(8).
           03 FILLER            PIC X(4).
           03 FILLER            PIC 9(8).
           03 FILLER            PIC 9(5)V99.
           03 FILLER            PIC X.
           03 FILLER            PIC 9(6).
       01  WS-KEY-A             PIC X(24) VALUE SPACES.
       01  WS-KEY-B             PIC X(24) VALUE SPACES.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-ESUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CSUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

      * Control breaks of the register.
       01  WS-CUR-AGENCE        PIC X(3) VALUE SPACES.
       01  WS-CUR-DEPT          PIC X(4) VALUE SPACES.
       01  WS-LISTED-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  DEPT-TOTALS.
           05 DPT-COUNT         PIC 9(7) VALUE ZERO.
           05 DPT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01  AGENCY-TOTALS.
           05 AGT-COUNT         PIC 9(7) VALUE ZERO.
           05 AGT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01  GRAND-TOTALS.
           05 GRT-COUNT         PIC 9(7) VALUE ZERO.
           05 GRT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-LINE-FIELDS.
           05 TTL-COUNT         PIC 9(7).
           05 TTL-AMOUNT        PIC 9(9)V99.
       01  WS-LINE-LABEL        PIC X(40) VALUE SPACES.

      * Outstanding listing.
       01  WS-NOM               PIC X(20) VALUE SPACES.
       01  WS-STATUS-LABEL      PIC X(10) VALUE SPACES.
       01  WS-FLAG              PIC X(30) VALUE SPACES.
       01  WS-PENDING-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PENDING-AMOUNT    PIC 9(9)V99 VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
       01  WS-UNPAYABLE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-UNPAYABLE-AMOUNT  PIC 9(9)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(8)9.99.
       01  WS-AGE-EDIT          PIC Z(4)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ExpenseReport".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           COMPUTE WS-TODAY-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           PERFORM LOAD-CATEGORIES.
           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-CLAIMS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-CATEGORY-LIMIT
                       " catégories, " WS-EMPLOYEE-LIMIT
                       " salariés ou " WS-CLAIM-LIMIT
                       " notes de frais à lister."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-CLAIM-TABLE.

           OPEN OUTPUT EXPENSE-REGISTER.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM WRITE-REGISTER-LINES.
           PERFORM WRITE-GRAND-TOTALS.
           PERFORM WRITE-CATEGORY-TOTALS.
           CLOSE EXPENSE-REGISTER.

           OPEN OUTPUT EXPENSE-OUTSTANDING.
           PERFORM WRITE-OUTSTANDING-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLAIM-COUNT
               IF CLT-STATUS(WS-SUB) = 'P' OR
                  CLT-STATUS(WS-SUB) = 'A'
                   PERFORM WRITE-ONE-OUTSTANDING
               END-IF
           END-PERFORM.
           PERFORM WRITE-OUTSTANDING-TOTALS.
           CLOSE EXPENSE-OUTSTANDING.

           MOVE GRT-COUNT TO WS-COUNT-EDIT.
           MOVE GRT-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Notes remboursées " WS-PERIOD " : " WS-COUNT-EDIT
                   " pour " WS-AMOUNT-EDIT.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Notes à approuver       : " WS-COUNT-EDIT.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Notes à payer           : " WS-COUNT-EDIT.
           IF WS-UNPAYABLE-COUNT > 0
               MOVE WS-UNPAYABLE-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " note(s) de"
                       " salariés sortis ou inconnus - à régler hors"
                       " paie."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "Registre des frais      : expenseregister.txt".
           DISPLAY "Notes en cours          : expenseoutstanding.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-CATEGORIES.
           OPEN INPUT EXPENSE-CATEGORIES.
           IF WS-CATEGORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-CATEGORIES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ECT-CATEGORY NOT = SPACES AND
                          ECT-CATEGORY(1:1) NOT = '*'
                           IF CATEGORY-COUNT >= WS-CATEGORY-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO CATEGORY-COUNT
                               MOVE ECT-CATEGORY
                                 TO CTT-CATEGORY(CATEGORY-COUNT)
                               MOVE ECT-LABEL
                                 TO CTT-LABEL(CATEGORY-COUNT)
                               MOVE ECT-ACCOUNT
                                 TO CTT-ACCOUNT(CATEGORY-COUNT)
                               MOVE ZERO TO CTT-COUNT(CATEGORY-COUNT)
                               MOVE ZERO TO CTT-AMOUNT(CATEGORY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATEGORY-STATUS NOT = "35"
               CLOSE EXPENSE-CATEGORIES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

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
               MOVE ZERO TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               IF CLIENT-TERM-DATE NUMERIC
                   MOVE CLIENT-TERM-DATE
                     TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               END-IF
           END-IF.

      * Rejected claims and claims paid in earlier months are
      * history and stay out of both listings.
       LOAD-CLAIMS.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-CLAIMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF EXC-PENDING OR EXC-APPROVED OR
                          (EXC-PAID AND EXC-PAID-PERIOD = WS-PERIOD)
                           PERFORM STORE-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-CLAIM.
           IF CLAIM-COUNT >= WS-CLAIM-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO CLAIM-COUNT
               MOVE EXC-AGENCE TO CLT-AGENCE(CLAIM-COUNT)
               MOVE EXC-DEPT TO CLT-DEPT(CLAIM-COUNT)
               MOVE EXC-CLIENT-ID TO CLT-CLIENT-ID(CLAIM-COUNT)
               MOVE EXC-REF TO CLT-REF(CLAIM-COUNT)
               MOVE EXC-CATEGORY TO CLT-CATEGORY(CLAIM-COUNT)
               MOVE EXC-EXPENSE-DATE TO CLT-EXPENSE-DATE(CLAIM-COUNT)
               MOVE EXC-AMOUNT TO CLT-AMOUNT(CLAIM-COUNT)
               MOVE EXC-STATUS TO CLT-STATUS(CLAIM-COUNT)
               MOVE EXC-PAID-PERIOD TO CLT-PAID-PERIOD(CLAIM-COUNT)
           END-IF.

      * Exchange sort on agence, département, CLIENT-ID and
      * reference, the way LeaveReport orders its employees.
       SORT-CLAIM-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= CLAIM-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > CLAIM-COUNT
                   MOVE CLAIM-ENTRY(WS-SUB)(1:24) TO WS-KEY-A
                   MOVE CLAIM-ENTRY(WS-SUB2)(1:24) TO WS-KEY-B
                   IF WS-KEY-B < WS-KEY-A
                       MOVE CLAIM-ENTRY(WS-SUB) TO WS-SWAP-CLAIM
                       MOVE CLAIM-ENTRY(WS-SUB2)
                         TO CLAIM-ENTRY(WS-SUB)
                       MOVE WS-SWAP-CLAIM TO CLAIM-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE ZERO TO WS-ESUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB2) = CLT-CLIENT-ID(WS-SUB)
                   MOVE WS-SUB2 TO WS-ESUB
                   MOVE EMPLOYEE-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           IF WS-ESUB > ZERO
               MOVE EMT-NOM(WS-ESUB) TO WS-NOM
           ELSE
               MOVE "?" TO WS-NOM
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Registre des notes de frais remboursées - période "
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE "Salarié" TO REGISTER-LINE(5:).
           MOVE "Réf." TO REGISTER-LINE(41:).
           MOVE "Cat." TO REGISTER-LINE(50:).
           MOVE "Date" TO REGISTER-LINE(55:).
           MOVE "Montant" TO REGISTER-LINE(69:).
           WRITE REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REGISTER-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLAIM-COUNT
               IF CLT-STATUS(WS-SUB) = 'X'
                   PERFORM WRITE-ONE-REGISTER-LINE
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT > ZERO
               PERFORM WRITE-DEPT-TOTAL
               PERFORM WRITE-AGENCY-TOTAL
           END-IF.

       WRITE-ONE-REGISTER-LINE.
           IF WS-LISTED-COUNT = ZERO OR
              CLT-AGENCE(WS-SUB) NOT = WS-CUR-AGENCE
               IF WS-LISTED-COUNT > ZERO
                   PERFORM WRITE-DEPT-TOTAL
                   PERFORM WRITE-AGENCY-TOTAL
               END-IF
               MOVE CLT-AGENCE(WS-SUB) TO WS-CUR-AGENCE
               MOVE CLT-DEPT(WS-SUB) TO WS-CUR-DEPT
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               STRING "Agence " DELIMITED BY SIZE
                       WS-CUR-AGENCE DELIMITED BY SIZE
                       INTO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM WRITE-DEPT-HEADER
           ELSE
               IF CLT-DEPT(WS-SUB) NOT = WS-CUR-DEPT
                   PERFORM WRITE-DEPT-TOTAL
                   MOVE CLT-DEPT(WS-SUB) TO WS-CUR-DEPT
                   PERFORM WRITE-DEPT-HEADER
               END-IF
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           ADD 1 TO DPT-COUNT.
           ADD CLT-AMOUNT(WS-SUB) TO DPT-AMOUNT.
           PERFORM ADD-TO-CATEGORY.

           PERFORM FIND-EMPLOYEE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "    " DELIMITED BY SIZE
                   CLT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOM DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           MOVE CLT-REF(WS-SUB) TO REGISTER-LINE(41:8).
           MOVE CLT-CATEGORY(WS-SUB) TO REGISTER-LINE(50:4).
           MOVE CLT-EXPENSE-DATE(WS-SUB) TO REGISTER-LINE(55:8).
           MOVE CLT-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REGISTER-LINE(64:12).
           WRITE REGISTER-LINE.

       ADD-TO-CATEGORY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CATEGORY-COUNT
               IF CTT-CATEGORY(WS-CSUB) = CLT-CATEGORY(WS-SUB)
                   SET WS-FOUND TO TRUE
                   ADD 1 TO CTT-COUNT(WS-CSUB)
                   ADD CLT-AMOUNT(WS-SUB) TO CTT-AMOUNT(WS-CSUB)
                   MOVE CATEGORY-COUNT TO WS-CSUB
               END-IF
           END-PERFORM.
      * A category since removed from the parameter file still
      * gets its own total line.
           IF WS-NOT-FOUND AND CATEGORY-COUNT < WS-CATEGORY-LIMIT
               ADD 1 TO CATEGORY-COUNT
               MOVE CLT-CATEGORY(WS-SUB)
                 TO CTT-CATEGORY(CATEGORY-COUNT)
               MOVE "(catégorie retirée)"
                 TO CTT-LABEL(CATEGORY-COUNT)
               MOVE SPACES TO CTT-ACCOUNT(CATEGORY-COUNT)
               MOVE 1 TO CTT-COUNT(CATEGORY-COUNT)
               MOVE CLT-AMOUNT(WS-SUB) TO CTT-AMOUNT(CATEGORY-COUNT)
           END-IF.

       WRITE-DEPT-HEADER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  Département " DELIMITED BY SIZE
                   WS-CUR-DEPT DELIMITED BY SIZE
                   INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-DEPT-TOTAL.
           MOVE "  Total département" TO WS-LINE-LABEL.
           MOVE DEPT-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.
           ADD DPT-COUNT TO AGT-COUNT.
           ADD DPT-AMOUNT TO AGT-AMOUNT.
           INITIALIZE DEPT-TOTALS.

       WRITE-AGENCY-TOTAL.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "Total agence " DELIMITED BY SIZE
                   WS-CUR-AGENCE DELIMITED BY SIZE
                   INTO WS-LINE-LABEL.
           MOVE AGENCY-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.
           ADD AGT-COUNT TO GRT-COUNT.
           ADD AGT-AMOUNT TO GRT-AMOUNT.
           INITIALIZE AGENCY-TOTALS.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "TOTAL GENERAL" TO WS-LINE-LABEL.
           MOVE GRAND-TOTALS TO TOTAL-LINE-FIELDS.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE WS-LINE-LABEL TO REGISTER-LINE(1:40).
           MOVE TTL-COUNT TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   " note(s)" DELIMITED BY SIZE
                   INTO REGISTER-LINE(41:).
           MOVE TTL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO REGISTER-LINE(64:12).
           WRITE REGISTER-LINE.

      * The per-category totals tie to the expense lines GlPost
      * writes for the period, account by account.
       WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "Totaux par catégorie" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CATEGORY-COUNT
               IF CTT-COUNT(WS-CSUB) > ZERO
                   MOVE SPACES TO REGISTER-LINE
                   STRING "    " DELIMITED BY SIZE
                           CTT-CATEGORY(WS-CSUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CTT-LABEL(WS-CSUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CTT-ACCOUNT(WS-CSUB) DELIMITED BY SIZE
                           INTO REGISTER-LINE
                   MOVE CTT-COUNT(WS-CSUB) TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                           " note(s)" DELIMITED BY SIZE
                           INTO REGISTER-LINE(41:)
                   MOVE CTT-AMOUNT(WS-CSUB) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO REGISTER-LINE(64:12)
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM.

       WRITE-OUTSTANDING-HEADER.
           MOVE SPACES TO OUTSTANDING-LINE.
           STRING "Notes de frais en cours au " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.
           MOVE SPACES TO OUTSTANDING-LINE.
           MOVE "Ag./Dept" TO OUTSTANDING-LINE(1:).
           MOVE "Salarié" TO OUTSTANDING-LINE(10:).
           MOVE "Réf." TO OUTSTANDING-LINE(41:).
           MOVE "Cat." TO OUTSTANDING-LINE(50:).
           MOVE "Date" TO OUTSTANDING-LINE(55:).
           MOVE "Montant" TO OUTSTANDING-LINE(69:).
           MOVE "Age" TO OUTSTANDING-LINE(78:).
           MOVE "Statut" TO OUTSTANDING-LINE(83:).
           WRITE OUTSTANDING-LINE.
           MOVE ALL "-" TO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.

       WRITE-ONE-OUTSTANDING.
           PERFORM FIND-EMPLOYEE.
           MOVE SPACES TO WS-FLAG.
           IF WS-ESUB = ZERO
               MOVE "SALARIE INCONNU - HORS PAIE" TO WS-FLAG
           ELSE
               IF EMT-STATUT(WS-ESUB) = 'T' AND
                  EMT-TERM-DATE(WS-ESUB) < WS-PERIOD-START
                   MOVE "SALARIE SORTI - HORS PAIE" TO WS-FLAG
               END-IF
           END-IF.

           IF CLT-STATUS(WS-SUB) = 'P'
               MOVE "A APPROUV." TO WS-STATUS-LABEL
               ADD 1 TO WS-PENDING-COUNT
               ADD CLT-AMOUNT(WS-SUB) TO WS-PENDING-AMOUNT
           ELSE
               MOVE "A PAYER" TO WS-STATUS-LABEL
               ADD 1 TO WS-APPROVED-COUNT
               ADD CLT-AMOUNT(WS-SUB) TO WS-APPROVED-AMOUNT
           END-IF.
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-UNPAYABLE-COUNT
               ADD CLT-AMOUNT(WS-SUB) TO WS-UNPAYABLE-AMOUNT
           END-IF.

           MOVE ZERO TO WS-AGE-DAYS.
           IF CLT-EXPENSE-DATE(WS-SUB) NUMERIC AND
              CLT-EXPENSE-DATE(WS-SUB) > ZERO AND
              CLT-EXPENSE-DATE(WS-SUB) <= WS-TODAY-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY -
                   FUNCTION INTEGER-OF-DATE(CLT-EXPENSE-DATE(WS-SUB))
           END-IF.

           MOVE SPACES TO OUTSTANDING-LINE.
           STRING CLT-AGENCE(WS-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CLT-DEPT(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOM DELIMITED BY SIZE
                   INTO OUTSTANDING-LINE.
           MOVE CLT-REF(WS-SUB) TO OUTSTANDING-LINE(41:8).
           MOVE CLT-CATEGORY(WS-SUB) TO OUTSTANDING-LINE(50:4).
           MOVE CLT-EXPENSE-DATE(WS-SUB) TO OUTSTANDING-LINE(55:8).
           MOVE CLT-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO OUTSTANDING-LINE(64:12).
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO OUTSTANDING-LINE(77:5).
           MOVE WS-STATUS-LABEL TO OUTSTANDING-LINE(83:10).
           MOVE WS-FLAG TO OUTSTANDING-LINE(94:27).
           WRITE OUTSTANDING-LINE.

       WRITE-OUTSTANDING-TOTALS.
           MOVE ALL "-" TO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.

           MOVE SPACES TO OUTSTANDING-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PENDING-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "A approuver     : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " note(s) " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.

           MOVE SPACES TO OUTSTANDING-LINE.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-APPROVED-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "A payer         : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " note(s) " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.

           MOVE SPACES TO OUTSTANDING-LINE.
           MOVE WS-UNPAYABLE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-UNPAYABLE-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "Dont hors paie  : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " note(s) " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.

       LOG-AUDIT-ENTRY.
           MOVE GRT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Frais: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " remboursée(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
