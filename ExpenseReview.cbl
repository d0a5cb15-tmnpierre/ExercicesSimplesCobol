       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseReview.

      ***************************************************************
      * Dual-control approval of the expense claims ExpenseEntry has
      * put on expenseclaims.txt (EXPCLAIM.CPY), on the pattern of
      * ApprovalReview. The reviewing operator is the USER
      * environment variable and must carry a profile on
      * operators.txt; a claim can never be decided by the operator
      * who keyed it.
      *
      * Each pending claim is shown and (A)pprouvé, (R)ejeté or
      * (P)assé. Approved claims are paid by the next PayCalc run on
      * the employee's payslip; rejected ones stay on the file as
      * history and are never paid. Both decisions are stamped with
      * the decider and date and logged through AuditLogger.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIMS ASSIGN TO 'expenseclaims.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT OPERATOR-PROFILES ASSIGN TO 'operators.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIMS.
           COPY "EXPCLAIM.CPY".

       FD  OPERATOR-PROFILES.
       01  PROFILE-RECORD.
           03 PRF-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 PRF-NAME              PIC X(20).
           03 FILLER                PIC X.
           03 PRF-OPTIONS           PIC X(10).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-CLAIMS-STATUS     PIC XX VALUE SPACES.
       01  WS-PROFILE-STATUS    PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-PROFILE-EOF      PIC X VALUE 'N'.
           88 WS-PROFILE-EOF-YES VALUE 'Y'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME     PIC X(20) VALUE SPACES.
       01  WS-PROFILE-FOUND-SW  PIC X VALUE 'N'.
           88 WS-PROFILE-FOUND  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

      * The whole file, decided, paid and pending, so it can be
      * rewritten with the new statuses at the end.
       01  CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 5000 TIMES.
              10 CLT-RECORD     PIC X(109).
       01  CLAIM-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-LIMIT       PIC 9(4) COMP VALUE 5000.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-DECISION          PIC X VALUE SPACE.
           88 WS-DECIDE-APPROVE VALUE 'A' 'a'.
           88 WS-DECIDE-REJECT  VALUE 'R' 'r'.
           88 WS-DECIDE-QUIT    VALUE 'Q' 'q'.

       01  WS-QUIT-SW           PIC X VALUE 'N'.
           88 WS-QUIT           VALUE 'Y'.

       01  WS-REVIEWED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(4)9.
       01  WS-AMOUNT-EDIT       PIC Z(4)9.99.
       01  WS-QUANTITY-EDIT     PIC Z(4)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ExpenseReview".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-OPERATOR-PROFILE.
           IF NOT WS-PROFILE-FOUND
               DISPLAY "Opérateur " FUNCTION TRIM(WS-OPERATOR)
                       " sans profil operators.txt - revue refusée."
               MOVE SPACES TO AUDIT-SUMMARY-LINE
               STRING "Revue refusée: " DELIMITED BY SIZE
                       WS-OPERATOR DELIMITED BY SIZE
                       " sans profil" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
               PERFORM LOG-AUDIT-ENTRY
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Bonjour " FUNCTION TRIM(WS-OPERATOR-NAME)
                   " (" FUNCTION TRIM(WS-OPERATOR) ").".

           PERFORM LOAD-CLAIMS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-CLAIM-LIMIT
                       " notes de frais - revue abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           IF CLAIM-COUNT = ZERO
               DISPLAY "Aucune note de frais en attente"
                       " d'approbation."
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLAIM-COUNT OR WS-QUIT
               MOVE CLT-RECORD(WS-SUB) TO EXPENSE-CLAIM-RECORD
               IF EXC-PENDING
                   PERFORM REVIEW-ONE-CLAIM
                       THRU REVIEW-ONE-CLAIM-EXIT
                   MOVE EXPENSE-CLAIM-RECORD TO CLT-RECORD(WS-SUB)
               END-IF
           END-PERFORM.

           PERFORM REWRITE-CLAIMS.

           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Approuvées : " WS-COUNT-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Rejetées   : " WS-COUNT-EDIT.
           DISPLAY "Les notes approuvées seront payées par le"
                   " prochain PayCalc.".

           GOBACK.

      * The reviewing identity is the USER environment variable,
      * resolved against operators.txt as MainMenu does.
       LOAD-OPERATOR-PROFILE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           OPEN INPUT OPERATOR-PROFILES.
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "Fichier operators.txt illisible (statut "
                       WS-PROFILE-STATUS ")."
               SET WS-PROFILE-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PROFILE-EOF-YES
               READ OPERATOR-PROFILES
                   AT END
                       SET WS-PROFILE-EOF-YES TO TRUE
                   NOT AT END
                       IF PRF-OPERATOR-ID = WS-OPERATOR
                           SET WS-PROFILE-FOUND TO TRUE
                           MOVE PRF-NAME TO WS-OPERATOR-NAME
                           SET WS-PROFILE-EOF-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROFILE-STATUS NOT = "35"
               CLOSE OPERATOR-PROFILES
           END-IF.

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
                       IF EXPENSE-CLAIM-RECORD NOT = SPACES
                           IF CLAIM-COUNT >= WS-CLAIM-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO CLAIM-COUNT
                               MOVE EXPENSE-CLAIM-RECORD
                                   TO CLT-RECORD(CLAIM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = "35"
               CLOSE EXPENSE-CLAIMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       REVIEW-ONE-CLAIM.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE EXC-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE EXC-QUANTITY TO WS-QUANTITY-EDIT.
           DISPLAY " ".
           DISPLAY "Note de frais en attente :".
           DISPLAY "  Salarié   : " EXC-CLIENT-ID
                   " (" EXC-AGENCE "/" EXC-DEPT ")".
           DISPLAY "  Référence : " EXC-REF " du "
                   EXC-EXPENSE-DATE.
           DISPLAY "  Catégorie : " EXC-CATEGORY " quantité "
                   WS-QUANTITY-EDIT " montant " WS-AMOUNT-EDIT.
           DISPLAY "  Saisie    : par " EXC-ENTERED-BY " le "
                   EXC-ENTRY-DATE.

           IF EXC-ENTERED-BY = WS-OPERATOR
               DISPLAY "  Double contrôle: vous avez saisi cette"
                       " note - élément passé."
               GO TO REVIEW-ONE-CLAIM-EXIT
           END-IF.

           DISPLAY "  (A)pprouver / (R)ejeter / (P)asser /"
                   " (Q)uitter : " WITH NO ADVANCING.
           ACCEPT WS-DECISION.

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-ONE-CLAIM
               WHEN WS-DECIDE-REJECT
                   PERFORM REJECT-ONE-CLAIM
               WHEN WS-DECIDE-QUIT
                   SET WS-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "  Elément passé."
           END-EVALUATE.

       REVIEW-ONE-CLAIM-EXIT.
           EXIT.

       APPROVE-ONE-CLAIM.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'A' TO EXC-STATUS.
           MOVE WS-OPERATOR TO EXC-DECIDER.
           MOVE WS-TODAY TO EXC-DECIDE-DATE.

           DISPLAY "  Approuvée.".
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Frais OK " DELIMITED BY SIZE
                   EXC-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXC-REF DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   EXC-ENTERED-BY DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.

       REJECT-ONE-CLAIM.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'R' TO EXC-STATUS.
           MOVE WS-OPERATOR TO EXC-DECIDER.
           MOVE WS-TODAY TO EXC-DECIDE-DATE.

           DISPLAY "  Rejetée.".
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Frais rejet " DELIMITED BY SIZE
                   EXC-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXC-REF DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   EXC-ENTERED-BY DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.

       REWRITE-CLAIMS.
           OPEN OUTPUT EXPENSE-CLAIMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CLAIM-COUNT
               MOVE CLT-RECORD(WS-SUB) TO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM.
           CLOSE EXPENSE-CLAIMS.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
