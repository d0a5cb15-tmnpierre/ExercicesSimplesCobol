       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeductMaint.

      ***************************************************************
      * Interactive maintenance of the payroll deductions master
      * deductions.txt (DEDUCT.CPY), in the RefMaint mould - salary
      * advances, staff loans and garnishments stop living on a
      * spreadsheet. One line per CLIENT-ID and creditor reference:
      *
      *   (A)jout        - the employee must be on fichierclient.txt
      *                    and not a leaver; type S/P/A, creditor
      *                    reference, amount granted or ordered and
      *                    monthly instalment (not above the amount).
      *                    The balance starts at the full amount.
      *   (M)odification - new instalment, or status A (active) /
      *                    U (suspended); a settled line cannot be
      *                    reactivated.
      *   (S)uppression  - refused while anything is still owed.
      *   (L)iste        - every line of one employee.
      *
      * Balances are only ever moved by PayCalc (and put back by
      * PayBackout), never keyed here. Every applied action is
      * logged through AuditLogger with the operator, and the
      * master is rewritten after each one.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTIONS ASSIGN TO 'deductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTIONS.
           COPY "DEDUCT.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-DEDUCT-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-ACTION            PIC X VALUE SPACE.
           88 WS-ACTION-ADD     VALUE 'A' 'a'.
           88 WS-ACTION-CHANGE  VALUE 'M' 'm'.
           88 WS-ACTION-DELETE  VALUE 'S' 's'.
           88 WS-ACTION-LIST    VALUE 'L' 'l'.
           88 WS-ACTION-QUIT    VALUE 'Q' 'q'.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  DEDUCTION-TABLE.
           05 DEDUCTION-ENTRY OCCURS 2000 TIMES.
              10 DDT-LINE       PIC X(87).
       01  DEDUCTION-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-DEDUCTION-LIMIT   PIC 9(4) COMP VALUE 2000.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-LIST-COUNT        PIC 9(7) COMP VALUE ZERO.

       01  WS-KEY-ID            PIC X(9) VALUE SPACES.
       01  WS-KEY-REF           PIC X(12) VALUE SPACES.
       01  WS-CLIENT-NOM        PIC X(20) VALUE SPACES.
       01  WS-CLIENT-STATE      PIC X VALUE SPACE.
           88 WS-CLIENT-MISSING VALUE 'M'.
           88 WS-CLIENT-LEAVER  VALUE 'T'.
           88 WS-CLIENT-OK      VALUE 'A'.
       01  WS-TYPE-INPUT        PIC X VALUE SPACE.
       01  WS-STATUS-INPUT      PIC X VALUE SPACE.
       01  WS-AMOUNT-INPUT      PIC X(10) VALUE SPACES.
       01  WS-AMOUNT            PIC 9(6)V99 VALUE ZERO.
       01  WS-AMOUNT-OK-SW      PIC X VALUE 'N'.
           88 WS-AMOUNT-OK      VALUE 'Y'.
       01  WS-ORIGINAL          PIC 9(6)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "DeductMaint".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-DEDUCTIONS.
           IF DEDUCTION-COUNT > WS-DEDUCTION-LIMIT
               DISPLAY "Erreur: plus de " WS-DEDUCTION-LIMIT
                       " lignes dans deductions.txt - maintenance"
                       " impossible."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-ACTION-QUIT
               DISPLAY " "
               DISPLAY "Retenues sur salaire (deductions.txt)"
               DISPLAY "  A - Ajouter"
               DISPLAY "  M - Modifier"
               DISPLAY "  S - Supprimer"
               DISPLAY "  L - Lister un salarié"
               DISPLAY "  Q - Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM DEDUCTION-ADD THRU DEDUCTION-ADD-EXIT
                   WHEN WS-ACTION-CHANGE
                       PERFORM DEDUCTION-CHANGE
                          THRU DEDUCTION-CHANGE-EXIT
                   WHEN WS-ACTION-DELETE
                       PERFORM DEDUCTION-DELETE
                          THRU DEDUCTION-DELETE-EXIT
                   WHEN WS-ACTION-LIST
                       PERFORM DEDUCTION-LIST
                   WHEN WS-ACTION-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      * Lines are kept as record images; one is unpacked into the
      * FD record whenever it is looked at or changed. A count
      * above the limit stops the program before anything could be
      * rewritten short.
       LOAD-DEDUCTIONS.
           OPEN INPUT DEDUCTIONS.
           IF WS-DEDUCT-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEDUCTIONS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DED-CLIENT-ID NOT = SPACES
                           ADD 1 TO DEDUCTION-COUNT
                           IF DEDUCTION-COUNT <= WS-DEDUCTION-LIMIT
                               MOVE DEDUCTION-RECORD
                                 TO DDT-LINE(DEDUCTION-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEDUCT-STATUS NOT = "35"
               CLOSE DEDUCTIONS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       FIND-DEDUCTION.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEDUCTION-COUNT
               MOVE DDT-LINE(WS-SUB) TO DEDUCTION-RECORD
               IF DED-CLIENT-ID = WS-KEY-ID AND
                  DED-CREDITOR-REF = WS-KEY-REF
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE DEDUCTION-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE DDT-LINE(WS-HIT-SUB) TO DEDUCTION-RECORD
           END-IF.

       PROMPT-KEY.
           DISPLAY "ID salarié (9 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           DISPLAY "Référence créancier : " WITH NO ADVANCING.
           ACCEPT WS-KEY-REF.

      * Where the employee stands on the master: missing, leaver or
      * payable.
       LOOKUP-EMPLOYEE.
           SET WS-CLIENT-MISSING TO TRUE.
           MOVE SPACES TO WS-CLIENT-NOM.
           OPEN INPUT FICHIERCLIENT.
           IF WS-MASTER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID = WS-KEY-ID
                           MOVE CLIENT-NOM TO WS-CLIENT-NOM
                           IF CLIENT-TERMINE
                               SET WS-CLIENT-LEAVER TO TRUE
                           ELSE
                               SET WS-CLIENT-OK TO TRUE
                           END-IF
                           SET END-OF-FILE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * Amounts are keyed as ordinary decimals (1250.50); anything
      * that is not a positive amount below a million is refused.
       EDIT-AMOUNT-INPUT.
           MOVE 'N' TO WS-AMOUNT-OK-SW.
           IF WS-AMOUNT-INPUT = SPACES
               DISPLAY "Erreur: montant obligatoire."
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
                   DISPLAY "Erreur: montant non numérique."
               ELSE
                   IF FUNCTION NUMVAL(WS-AMOUNT-INPUT) <= 0 OR
                      FUNCTION NUMVAL(WS-AMOUNT-INPUT) >= 1000000
                       DISPLAY "Erreur: montant hors limites."
                   ELSE
                       COMPUTE WS-AMOUNT =
                               FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                       SET WS-AMOUNT-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       DEDUCTION-ADD.
           PERFORM PROMPT-KEY.
           IF WS-KEY-ID = SPACES OR WS-KEY-REF = SPACES
               DISPLAY "Erreur: ID et référence obligatoires."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.

           PERFORM FIND-DEDUCTION.
           IF WS-FOUND
               DISPLAY "Erreur: " WS-KEY-ID " / " WS-KEY-REF
                       " existe déjà - ajout refusé."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.
           IF DEDUCTION-COUNT >= WS-DEDUCTION-LIMIT
               DISPLAY "Erreur: table des retenues pleine ("
                       WS-DEDUCTION-LIMIT " max)."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.

           PERFORM LOOKUP-EMPLOYEE.
           IF WS-CLIENT-MISSING
               DISPLAY "Erreur: " WS-KEY-ID " absent de"
                       " fichierclient.txt."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.
           IF WS-CLIENT-LEAVER
               DISPLAY "Erreur: " WS-KEY-ID " a quitté l'entreprise"
                       " - ajout refusé."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.
           DISPLAY "Salarié : " WS-CLIENT-NOM.

           MOVE SPACES TO DEDUCTION-RECORD.
           DISPLAY "Type (S=saisie, P=prêt, A=avance) : "
                   WITH NO ADVANCING.
           ACCEPT WS-TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO DED-TYPE.
           IF NOT DED-TYPE-VALID
               DISPLAY "Erreur: type invalide - ajout abandonné."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.

           DISPLAY "Montant accordé / ordonné : " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
           PERFORM EDIT-AMOUNT-INPUT.
           IF NOT WS-AMOUNT-OK
               GO TO DEDUCTION-ADD-EXIT
           END-IF.
           MOVE WS-AMOUNT TO WS-ORIGINAL.

           DISPLAY "Mensualité : " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
           PERFORM EDIT-AMOUNT-INPUT.
           IF NOT WS-AMOUNT-OK
               GO TO DEDUCTION-ADD-EXIT
           END-IF.
           IF WS-AMOUNT > WS-ORIGINAL
               DISPLAY "Erreur: mensualité supérieure au montant -"
                       " ajout abandonné."
               GO TO DEDUCTION-ADD-EXIT
           END-IF.

           MOVE WS-KEY-ID TO DED-CLIENT-ID.
           MOVE WS-KEY-REF TO DED-CREDITOR-REF.
           MOVE WS-ORIGINAL TO DED-ORIGINAL.
           MOVE WS-AMOUNT TO DED-INSTALMENT.
           MOVE WS-ORIGINAL TO DED-BALANCE.
           MOVE ZERO TO DED-CARRIED.
           MOVE 'A' TO DED-STATUS.
           MOVE ZERO TO DED-LAST-PERIOD.
           MOVE ZERO TO DED-LAST-TAKEN.
           MOVE ZERO TO DED-PREV-CARRIED.

           ADD 1 TO DEDUCTION-COUNT.
           MOVE DEDUCTION-RECORD TO DDT-LINE(DEDUCTION-COUNT).

           PERFORM REWRITE-DEDUCTIONS.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Ajout retenue " DELIMITED BY SIZE
                   DED-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Retenue " WS-KEY-ID " / " WS-KEY-REF " ajoutée.".

       DEDUCTION-ADD-EXIT.
           EXIT.

       DEDUCTION-CHANGE.
           PERFORM PROMPT-KEY.
           PERFORM FIND-DEDUCTION.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: " WS-KEY-ID " / " WS-KEY-REF
                       " introuvable."
               GO TO DEDUCTION-CHANGE-EXIT
           END-IF.
           PERFORM DISPLAY-ONE-DEDUCTION.

           DISPLAY "Nouvelle mensualité (vide = inchangée) : "
                   WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT NOT = SPACES
               PERFORM EDIT-AMOUNT-INPUT
               IF NOT WS-AMOUNT-OK
                   GO TO DEDUCTION-CHANGE-EXIT
               END-IF
               MOVE WS-AMOUNT TO DED-INSTALMENT
           END-IF.

           DISPLAY "Nouveau statut A=actif U=suspendu"
                   " (vide = inchangé) : " WITH NO ADVANCING.
           ACCEPT WS-STATUS-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-STATUS-INPUT)
             TO WS-STATUS-INPUT.
           IF WS-STATUS-INPUT NOT = SPACE
               IF WS-STATUS-INPUT NOT = 'A' AND
                  WS-STATUS-INPUT NOT = 'U'
                   DISPLAY "Erreur: statut invalide - modification"
                           " abandonnée."
                   GO TO DEDUCTION-CHANGE-EXIT
               END-IF
               IF DED-SETTLED
                   DISPLAY "Erreur: retenue soldée - statut non"
                           " modifiable."
                   GO TO DEDUCTION-CHANGE-EXIT
               END-IF
               MOVE WS-STATUS-INPUT TO DED-STATUS
           END-IF.

           MOVE DEDUCTION-RECORD TO DDT-LINE(WS-HIT-SUB).
           PERFORM REWRITE-DEDUCTIONS.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Modif. retenue " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DED-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Retenue " WS-KEY-ID " / " WS-KEY-REF
                   " modifiée.".

       DEDUCTION-CHANGE-EXIT.
           EXIT.

       DEDUCTION-DELETE.
           PERFORM PROMPT-KEY.
           PERFORM FIND-DEDUCTION.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: " WS-KEY-ID " / " WS-KEY-REF
                       " introuvable."
               GO TO DEDUCTION-DELETE-EXIT
           END-IF.
           PERFORM DISPLAY-ONE-DEDUCTION.

           IF DED-BALANCE NUMERIC AND DED-BALANCE > ZERO
               DISPLAY "Erreur: solde restant dû - suppression"
                       " refusée (suspendre la retenue si besoin)."
               GO TO DEDUCTION-DELETE-EXIT
           END-IF.

           DISPLAY "Confirmer la suppression (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Suppression abandonnée."
               GO TO DEDUCTION-DELETE-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM WS-HIT-SUB BY 1
                   UNTIL WS-SUB >= DEDUCTION-COUNT
               MOVE DDT-LINE(WS-SUB + 1) TO DDT-LINE(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM DEDUCTION-COUNT.

           PERFORM REWRITE-DEDUCTIONS.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Suppr. retenue " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Retenue " WS-KEY-ID " / " WS-KEY-REF
                   " supprimée.".

       DEDUCTION-DELETE-EXIT.
           EXIT.

       DEDUCTION-LIST.
           DISPLAY "ID salarié (9 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEDUCTION-COUNT
               MOVE DDT-LINE(WS-SUB) TO DEDUCTION-RECORD
               IF DED-CLIENT-ID = WS-KEY-ID
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM DISPLAY-ONE-DEDUCTION
               END-IF
           END-PERFORM.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " retenue(s) pour " WS-KEY-ID.

       DISPLAY-ONE-DEDUCTION.
           DISPLAY "  " DED-CLIENT-ID " " DED-TYPE " "
                   DED-CREDITOR-REF " statut " DED-STATUS.
           IF DED-ORIGINAL NUMERIC
               MOVE DED-ORIGINAL TO WS-AMOUNT-EDIT
               DISPLAY "    Montant    : " WS-AMOUNT-EDIT
           END-IF.
           IF DED-INSTALMENT NUMERIC
               MOVE DED-INSTALMENT TO WS-AMOUNT-EDIT
               DISPLAY "    Mensualité : " WS-AMOUNT-EDIT
           END-IF.
           IF DED-BALANCE NUMERIC
               MOVE DED-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "    Solde dû   : " WS-AMOUNT-EDIT
           END-IF.
           IF DED-CARRIED NUMERIC AND DED-CARRIED > ZERO
               MOVE DED-CARRIED TO WS-AMOUNT-EDIT
               DISPLAY "    Reporté    : " WS-AMOUNT-EDIT
           END-IF.

       REWRITE-DEDUCTIONS.
           OPEN OUTPUT DEDUCTIONS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEDUCTION-COUNT
               MOVE DDT-LINE(WS-SUB) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM.
           CLOSE DEDUCTIONS.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
