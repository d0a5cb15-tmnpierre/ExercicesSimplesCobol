       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseEntry.

      ***************************************************************
      * Entry of employee expense claims (travel, meals, mileage)
      * that used to be reimbursed by separate cheque. The claims
      * keyed on expenseclaimsin.txt - CLIENT-ID, the employee's
      * claim reference, category, date of the expense and an amount
      * or, for a mileage category, a distance - are checked:
      *
      *   - the employee exists on fichierclient.txt and can still
      *     be paid: hired by the expense date and not gone before
      *     the current payroll month;
      *   - the category is on expensecategories.txt (EXPCAT.CPY);
      *   - the date is a real date not in the future, the amount or
      *     distance is positive, and the claim - distance valued at
      *     the category's rate per km - stays within the category's
      *     ceiling;
      *   - the same reference has not been entered before for the
      *     employee.
      *
      * Accepted claims are added to expenseclaims.txt (EXPCLAIM.CPY)
      * to wait for approval in ExpenseReview, stamped with the
      * entering operator (USER environment variable) so that
      * operator can never approve them. Refused lines are listed
      * with their reason on expenserejects.txt and end the run
      * RC-WARNING; correct and key them again.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPENSE-CATEGORIES ASSIGN TO 'expensecategories.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT EXPENSE-INPUT ASSIGN TO 'expenseclaimsin.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT EXPENSE-REJECTS ASSIGN TO 'expenserejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  EXPENSE-CATEGORIES.
           COPY "EXPCAT.CPY".

       FD  EXPENSE-INPUT.
       01  EXPENSE-INPUT-RECORD.
           03 EXI-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 EXI-REF               PIC X(8).
           03 FILLER                PIC X.
           03 EXI-CATEGORY          PIC X(4).
           03 FILLER                PIC X.
           03 EXI-EXPENSE-DATE      PIC 9(8).
           03 FILLER                PIC X.
           03 EXI-QUANTITY          PIC 9(5)V99.

       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       FD  EXPENSE-REJECTS.
       01  REJECT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-CATEGORY-STATUS   PIC XX VALUE SPACES.
       01  WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01  WS-PERIOD-START      PIC 9(8) VALUE ZERO.

       01  CATEGORY-TABLE.
           05 CATEGORY-ENTRY OCCURS 50 TIMES.
              10 CTT-CATEGORY   PIC X(4).
              10 CTT-UNIT       PIC X.
              10 CTT-KM-RATE    PIC 9V999.
              10 CTT-CEILING    PIC 9(5)V99.
              10 CTT-ACCOUNT    PIC X(6).
       01  CATEGORY-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-CATEGORY-LIMIT    PIC 9(3) COMP VALUE 50.

       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-STATUT     PIC X.
              10 EMT-HIRE-DATE  PIC 9(8).
              10 EMT-TERM-DATE  PIC 9(8).
              10 EMT-AGENCE     PIC X(3).
              10 EMT-DEPT       PIC X(4).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * References already on expenseclaims.txt, for the duplicate
      * check; new claims are added as they are accepted.
       01  CLAIM-KEY-TABLE.
           05 CLAIM-KEY-ENTRY OCCURS 5000 TIMES.
              10 CKT-CLIENT-ID  PIC X(9).
              10 CKT-REF        PIC X(8).
       01  CLAIM-KEY-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-KEY-LIMIT   PIC 9(4) COMP VALUE 5000.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-ESUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CSUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-REASON            PIC X(30) VALUE SPACES.
       01  WS-CLAIM-AMOUNT      PIC 9(7)V99 VALUE ZERO.

       01  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-ACCEPTED-TOTAL    PIC 9(9)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(6)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ExpenseEntry".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIOD-START =
                   WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100 + 1.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-CATEGORIES.
           IF CATEGORY-COUNT = ZERO
               DISPLAY "Erreur: aucune catégorie de frais"
                       " (expensecategories.txt) - saisie refusée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-CLAIM-KEYS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-CATEGORY-LIMIT
                       " catégories, " WS-EMPLOYEE-LIMIT
                       " salariés ou " WS-CLAIM-KEY-LIMIT
                       " notes de frais - saisie abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN INPUT EXPENSE-INPUT.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Aucune note de frais à saisir"
                       " (expenseclaimsin.txt)."
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN EXTEND EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIMS
           END-IF.
           OPEN OUTPUT EXPENSE-REJECTS.
           MOVE SPACES TO REJECT-LINE.
           STRING "Notes de frais refusées - saisie du "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE ALL "-" TO REJECT-LINE.
           WRITE REJECT-LINE.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-INPUT
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF EXI-CLIENT-ID(1:1) NOT = '*' AND
                          EXI-CLIENT-ID NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-ONE-CLAIM
                              THRU CHECK-ONE-CLAIM-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REJECT-LINE.
           WRITE REJECT-LINE.
           STRING "Total refusées : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REJECT-LINE.
           WRITE REJECT-LINE.

           CLOSE EXPENSE-INPUT.
           CLOSE EXPENSE-CLAIMS.
           CLOSE EXPENSE-REJECTS.

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Notes lues       : " WS-COUNT-EDIT.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ACCEPTED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Notes acceptées  : " WS-COUNT-EDIT
                   " pour " WS-TOTAL-EDIT " - à approuver dans"
                   " ExpenseReview".
           IF WS-REJECTED-COUNT > 0
               MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
               DISPLAY "Notes refusées   : " WS-COUNT-EDIT
                       " (expenserejects.txt)"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

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
                           PERFORM STORE-ONE-CATEGORY
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATEGORY-STATUS NOT = "35"
               CLOSE EXPENSE-CATEGORIES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-CATEGORY.
           IF CATEGORY-COUNT >= WS-CATEGORY-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO CATEGORY-COUNT
               MOVE ECT-CATEGORY TO CTT-CATEGORY(CATEGORY-COUNT)
               MOVE ECT-UNIT TO CTT-UNIT(CATEGORY-COUNT)
               MOVE ZERO TO CTT-KM-RATE(CATEGORY-COUNT)
               MOVE ZERO TO CTT-CEILING(CATEGORY-COUNT)
               IF ECT-KM-RATE NUMERIC
                   MOVE ECT-KM-RATE TO CTT-KM-RATE(CATEGORY-COUNT)
               END-IF
               IF ECT-CEILING NUMERIC
                   MOVE ECT-CEILING TO CTT-CEILING(CATEGORY-COUNT)
               END-IF
               MOVE ECT-ACCOUNT TO CTT-ACCOUNT(CATEGORY-COUNT)
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
               MOVE CLIENT-STATUT TO EMT-STATUT(EMPLOYEE-COUNT)
               MOVE CLIENT-AGENCE TO EMT-AGENCE(EMPLOYEE-COUNT)
               MOVE CLIENT-DEPT TO EMT-DEPT(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               IF CLIENT-HIRE-DATE NUMERIC
                   MOVE CLIENT-HIRE-DATE
                     TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               END-IF
               IF CLIENT-TERM-DATE NUMERIC
                   MOVE CLIENT-TERM-DATE
                     TO EMT-TERM-DATE(EMPLOYEE-COUNT)
               END-IF
           END-IF.

       LOAD-CLAIM-KEYS.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIMS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ EXPENSE-CLAIMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF EXC-CLIENT-ID NOT = SPACES
                           PERFORM STORE-ONE-CLAIM-KEY
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-CLAIM-KEY.
           IF CLAIM-KEY-COUNT >= WS-CLAIM-KEY-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO CLAIM-KEY-COUNT
               MOVE EXC-CLIENT-ID TO CKT-CLIENT-ID(CLAIM-KEY-COUNT)
               MOVE EXC-REF TO CKT-REF(CLAIM-KEY-COUNT)
           END-IF.

       CHECK-ONE-CLAIM.
           MOVE SPACES TO WS-REASON.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > EMPLOYEE-COUNT OR WS-FOUND
               IF EMT-CLIENT-ID(WS-ESUB) = EXI-CLIENT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE "SALARIE INCONNU" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-ESUB.
           IF EMT-STATUT(WS-ESUB) = 'T' AND
              EMT-TERM-DATE(WS-ESUB) < WS-PERIOD-START
               MOVE "SALARIE SORTI" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > CATEGORY-COUNT OR WS-FOUND
               IF CTT-CATEGORY(WS-CSUB) = EXI-CATEGORY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE "CATEGORIE INCONNUE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-CSUB.

      * TEST-DATE-YYYYMMDD is zero only for a real calendar date.
           IF EXI-EXPENSE-DATE NOT NUMERIC
               MOVE "DATE INVALIDE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EXI-EXPENSE-DATE) NOT = 0
               MOVE "DATE INVALIDE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF EXI-EXPENSE-DATE > WS-TODAY-NUM
               MOVE "DATE FUTURE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF EXI-EXPENSE-DATE < EMT-HIRE-DATE(WS-ESUB)
               MOVE "DATE AVANT L'EMBAUCHE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF EMT-STATUT(WS-ESUB) = 'T' AND
              EXI-EXPENSE-DATE > EMT-TERM-DATE(WS-ESUB)
               MOVE "DATE APRES LA SORTIE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.

           IF EXI-QUANTITY NOT NUMERIC
               MOVE "MONTANT INVALIDE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF EXI-QUANTITY = ZERO
               MOVE "MONTANT INVALIDE" TO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.
           IF CTT-UNIT(WS-CSUB) = 'K'
               COMPUTE WS-CLAIM-AMOUNT ROUNDED =
                       EXI-QUANTITY * CTT-KM-RATE(WS-CSUB)
           ELSE
               MOVE EXI-QUANTITY TO WS-CLAIM-AMOUNT
           END-IF.
           IF WS-CLAIM-AMOUNT > CTT-CEILING(WS-CSUB)
               MOVE CTT-CEILING(WS-CSUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REASON
               STRING "PLAFOND DEPASSE (" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-REASON
               PERFORM WRITE-REJECT
               GO TO CHECK-ONE-CLAIM-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLAIM-KEY-COUNT
               IF CKT-CLIENT-ID(WS-SUB) = EXI-CLIENT-ID AND
                  CKT-REF(WS-SUB) = EXI-REF
                   MOVE "REFERENCE DEJA SAISIE" TO WS-REASON
                   PERFORM WRITE-REJECT
                   GO TO CHECK-ONE-CLAIM-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO EXPENSE-CLAIM-RECORD.
           MOVE EXI-CLIENT-ID TO EXC-CLIENT-ID.
           MOVE EXI-REF TO EXC-REF.
           MOVE EXI-CATEGORY TO EXC-CATEGORY.
           MOVE EXI-EXPENSE-DATE TO EXC-EXPENSE-DATE.
           MOVE EXI-QUANTITY TO EXC-QUANTITY.
           MOVE WS-CLAIM-AMOUNT TO EXC-AMOUNT.
           MOVE CTT-ACCOUNT(WS-CSUB) TO EXC-ACCOUNT.
           MOVE 'P' TO EXC-STATUS.
           MOVE WS-OPERATOR TO EXC-ENTERED-BY.
           MOVE WS-TODAY-NUM TO EXC-ENTRY-DATE.
           MOVE ZERO TO EXC-DECIDE-DATE.
           MOVE ZERO TO EXC-PAID-PERIOD.
           MOVE EMT-AGENCE(WS-ESUB) TO EXC-AGENCE.
           MOVE EMT-DEPT(WS-ESUB) TO EXC-DEPT.
           WRITE EXPENSE-CLAIM-RECORD.

           PERFORM STORE-ONE-CLAIM-KEY.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD WS-CLAIM-AMOUNT TO WS-ACCEPTED-TOTAL.

       CHECK-ONE-CLAIM-EXIT.
           EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REJECT-LINE.
           MOVE EXPENSE-INPUT-RECORD TO REJECT-LINE(1:40).
           MOVE WS-REASON TO REJECT-LINE(45:30).
           WRITE REJECT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Frais saisis: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
