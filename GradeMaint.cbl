       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeMaint.

      ***************************************************************
      * Interactive maintenance of the salary grade structure
      * salarygrades.txt (SALGRADE.CPY), in the RefMaint mould.
      * (A)jout, (M)odification and (S)uppression of one entry at a
      * time on either side of the file: the grades, each with the
      * minimum, midpoint and maximum annual salary of its band,
      * and the postes, each mapped to one grade. A band must be
      * numeric, above zero and in order (minimum <= midpoint <=
      * maximum); a poste can only be mapped to a grade on file; a
      * grade cannot be deleted while a poste is mapped to it, and
      * a poste cannot be deleted while any fichierclient.txt record
      * still carries it - remap it instead. Every action is logged
      * through AuditLogger, and the file is rewritten, grades then
      * postes, after each applied action.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARY-GRADES ASSIGN TO 'salarygrades.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADES-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARY-GRADES.
           COPY "SALGRADE.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-GRADES-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-MASTER-CHOICE     PIC X VALUE SPACE.
           88 WS-PICK-GRADE     VALUE 'G' 'g'.
           88 WS-PICK-POSTE     VALUE 'P' 'p'.
           88 WS-PICK-QUIT      VALUE 'Q' 'q'.

       01  WS-ACTION            PIC X VALUE SPACE.
           88 WS-ACTION-ADD     VALUE 'A' 'a'.
           88 WS-ACTION-CHANGE  VALUE 'M' 'm'.
           88 WS-ACTION-DELETE  VALUE 'S' 's'.
           88 WS-ACTION-QUIT    VALUE 'Q' 'q'.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  GRADE-TABLE.
           05 GRADE-ENTRY OCCURS 100 TIMES.
              10 GRT-GRADE      PIC X(3).
              10 GRT-NAME       PIC X(20).
              10 GRT-MIN        PIC 9(6).
              10 GRT-MID        PIC 9(6).
              10 GRT-MAX        PIC 9(6).
       01  GRADE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-GRADE-LIMIT       PIC 9(3) COMP VALUE 100.

       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 500 TIMES.
              10 PST-POSTE      PIC X(14).
              10 PST-GRADE      PIC X(3).
       01  POSTE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-POSTE-LIMIT       PIC 9(3) COMP VALUE 500.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(3) COMP VALUE ZERO.
       01  WS-POSTE-SUB         PIC 9(3) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-IN-USE-SW         PIC X VALUE 'N'.
           88 WS-IN-USE         VALUE 'Y'.
       01  WS-USE-COUNT         PIC 9(7) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  WS-KEY-GRADE         PIC X(3) VALUE SPACES.
       01  WS-KEY-POSTE         PIC X(14) VALUE SPACES.
       01  WS-FIELD-INPUT       PIC X(20) VALUE SPACES.

      * The band being keyed, proved in order before it is stored.
       01  WS-BAND-INPUT        PIC X(6) VALUE SPACES.
       01  WS-BAND-VALUE        PIC 9(6) VALUE ZERO.
       01  WS-BAND-OK-SW        PIC X VALUE 'N'.
           88 WS-BAND-OK        VALUE 'Y'.
       01  WS-NEW-MIN           PIC 9(6) VALUE ZERO.
       01  WS-NEW-MID           PIC 9(6) VALUE ZERO.
       01  WS-NEW-MAX           PIC 9(6) VALUE ZERO.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "GradeMaint".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           PERFORM LOAD-GRADE-FILE.

           PERFORM UNTIL WS-PICK-QUIT
               DISPLAY " "
               DISPLAY "Grille des salaires (salarygrades.txt)"
               DISPLAY "  G - Grades et fourchettes"
               DISPLAY "  P - Postes et grade de rattachement"
               DISPLAY "  Q - Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-MASTER-CHOICE
               EVALUATE TRUE
                   WHEN WS-PICK-GRADE
                       PERFORM GRADE-ACTION-LOOP
                   WHEN WS-PICK-POSTE
                       PERFORM POSTE-ACTION-LOOP
                   WHEN WS-PICK-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       LOAD-GRADE-FILE.
           OPEN INPUT SALARY-GRADES.
           IF WS-GRADES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-GRADES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SGR-GRADE-LINE AND
                          SGR-GRADE NOT = SPACES AND
                          GRADE-COUNT < WS-GRADE-LIMIT
                           ADD 1 TO GRADE-COUNT
                           MOVE SGR-GRADE TO GRT-GRADE(GRADE-COUNT)
                           MOVE SGR-GRADE-NAME
                               TO GRT-NAME(GRADE-COUNT)
                           MOVE ZERO TO GRT-MIN(GRADE-COUNT)
                           MOVE ZERO TO GRT-MID(GRADE-COUNT)
                           MOVE ZERO TO GRT-MAX(GRADE-COUNT)
                           IF SGR-MIN NUMERIC AND SGR-MID NUMERIC
                              AND SGR-MAX NUMERIC
                               MOVE SGR-MIN TO GRT-MIN(GRADE-COUNT)
                               MOVE SGR-MID TO GRT-MID(GRADE-COUNT)
                               MOVE SGR-MAX TO GRT-MAX(GRADE-COUNT)
                           END-IF
                       END-IF
                       IF SGR-POSTE-LINE AND
                          SGR-POSTE NOT = SPACES AND
                          POSTE-COUNT < WS-POSTE-LIMIT
                           ADD 1 TO POSTE-COUNT
                           MOVE SGR-POSTE TO PST-POSTE(POSTE-COUNT)
                           MOVE SGR-POSTE-GRADE
                               TO PST-GRADE(POSTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-GRADES-STATUS NOT = "35"
               CLOSE SALARY-GRADES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       GRADE-ACTION-LOOP.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-QUIT
               DISPLAY " "
               DISPLAY "Grades"
               DISPLAY "  A - Ajouter"
               DISPLAY "  M - Modifier"
               DISPLAY "  S - Supprimer"
               DISPLAY "  Q - Retour"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM GRADE-ADD THRU GRADE-ADD-EXIT
                   WHEN WS-ACTION-CHANGE
                       PERFORM GRADE-CHANGE THRU GRADE-CHANGE-EXIT
                   WHEN WS-ACTION-DELETE
                       PERFORM GRADE-DELETE THRU GRADE-DELETE-EXIT
                   WHEN WS-ACTION-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

       POSTE-ACTION-LOOP.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION-QUIT
               DISPLAY " "
               DISPLAY "Postes"
               DISPLAY "  A - Ajouter"
               DISPLAY "  M - Modifier (changer de grade)"
               DISPLAY "  S - Supprimer"
               DISPLAY "  Q - Retour"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM POSTE-ADD THRU POSTE-ADD-EXIT
                   WHEN WS-ACTION-CHANGE
                       PERFORM POSTE-CHANGE THRU POSTE-CHANGE-EXIT
                   WHEN WS-ACTION-DELETE
                       PERFORM POSTE-DELETE THRU POSTE-DELETE-EXIT
                   WHEN WS-ACTION-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

       FIND-GRADE-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GRADE-COUNT
               IF GRT-GRADE(WS-SUB) = WS-KEY-GRADE
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE GRADE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       FIND-POSTE-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POSTE-COUNT
               IF PST-POSTE(WS-SUB) = WS-KEY-POSTE
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE POSTE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       GRADE-ADD.
           DISPLAY "Code grade (3 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-GRADE.
           IF WS-KEY-GRADE = SPACES
               DISPLAY "Erreur: code obligatoire."
               GO TO GRADE-ADD-EXIT
           END-IF.

           PERFORM FIND-GRADE-CODE.
           IF WS-FOUND
               DISPLAY "Erreur: le grade " WS-KEY-GRADE
                       " existe déjà - ajout refusé."
               GO TO GRADE-ADD-EXIT
           END-IF.
           IF GRADE-COUNT >= WS-GRADE-LIMIT
               DISPLAY "Erreur: table des grades pleine (100 max)."
               GO TO GRADE-ADD-EXIT
           END-IF.

           DISPLAY "Libellé du grade : " WITH NO ADVANCING.
           ACCEPT WS-FIELD-INPUT.
           IF WS-FIELD-INPUT = SPACES
               DISPLAY "Erreur: libellé obligatoire - ajout"
                       " abandonné."
               GO TO GRADE-ADD-EXIT
           END-IF.

           MOVE ZERO TO WS-NEW-MIN.
           MOVE ZERO TO WS-NEW-MID.
           MOVE ZERO TO WS-NEW-MAX.
           DISPLAY "Minimum annuel (6 chiffres, ex 028000) : "
                   WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-AMOUNT.
           IF NOT WS-BAND-OK
               GO TO GRADE-ADD-EXIT
           END-IF.
           MOVE WS-BAND-VALUE TO WS-NEW-MIN.
           DISPLAY "Milieu annuel  (6 chiffres) : " WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-AMOUNT.
           IF NOT WS-BAND-OK
               GO TO GRADE-ADD-EXIT
           END-IF.
           MOVE WS-BAND-VALUE TO WS-NEW-MID.
           DISPLAY "Maximum annuel (6 chiffres) : " WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-AMOUNT.
           IF NOT WS-BAND-OK
               GO TO GRADE-ADD-EXIT
           END-IF.
           MOVE WS-BAND-VALUE TO WS-NEW-MAX.

           PERFORM CHECK-BAND-ORDER.
           IF NOT WS-BAND-OK
               GO TO GRADE-ADD-EXIT
           END-IF.

           ADD 1 TO GRADE-COUNT.
           MOVE WS-KEY-GRADE TO GRT-GRADE(GRADE-COUNT).
           MOVE WS-FIELD-INPUT TO GRT-NAME(GRADE-COUNT).
           MOVE WS-NEW-MIN TO GRT-MIN(GRADE-COUNT).
           MOVE WS-NEW-MID TO GRT-MID(GRADE-COUNT).
           MOVE WS-NEW-MAX TO GRT-MAX(GRADE-COUNT).

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Ajout grade " DELIMITED BY SIZE
                   WS-KEY-GRADE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-MIN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NEW-MAX DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Grade " WS-KEY-GRADE " ajouté.".

       GRADE-ADD-EXIT.
           EXIT.

      * A blank answer keeps each value; the band as it stands after
      * the answers must still be in order.
       GRADE-CHANGE.
           DISPLAY "Code grade à modifier : " WITH NO ADVANCING.
           ACCEPT WS-KEY-GRADE.
           PERFORM FIND-GRADE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: grade " WS-KEY-GRADE " introuvable."
               GO TO GRADE-CHANGE-EXIT
           END-IF.

           DISPLAY "Libellé actuel : " GRT-NAME(WS-HIT-SUB).
           DISPLAY "Nouveau libellé (vide = inchangé) : "
                   WITH NO ADVANCING.
           ACCEPT WS-FIELD-INPUT.

           MOVE GRT-MIN(WS-HIT-SUB) TO WS-NEW-MIN.
           MOVE GRT-MID(WS-HIT-SUB) TO WS-NEW-MID.
           MOVE GRT-MAX(WS-HIT-SUB) TO WS-NEW-MAX.

           DISPLAY "Minimum actuel : " WS-NEW-MIN.
           DISPLAY "Nouveau minimum (vide = inchangé) : "
                   WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-CHANGE.
           IF NOT WS-BAND-OK
               GO TO GRADE-CHANGE-EXIT
           END-IF.
           IF WS-BAND-INPUT NOT = SPACES
               MOVE WS-BAND-VALUE TO WS-NEW-MIN
           END-IF.

           DISPLAY "Milieu actuel  : " WS-NEW-MID.
           DISPLAY "Nouveau milieu (vide = inchangé) : "
                   WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-CHANGE.
           IF NOT WS-BAND-OK
               GO TO GRADE-CHANGE-EXIT
           END-IF.
           IF WS-BAND-INPUT NOT = SPACES
               MOVE WS-BAND-VALUE TO WS-NEW-MID
           END-IF.

           DISPLAY "Maximum actuel : " WS-NEW-MAX.
           DISPLAY "Nouveau maximum (vide = inchangé) : "
                   WITH NO ADVANCING.
           PERFORM ACCEPT-BAND-CHANGE.
           IF NOT WS-BAND-OK
               GO TO GRADE-CHANGE-EXIT
           END-IF.
           IF WS-BAND-INPUT NOT = SPACES
               MOVE WS-BAND-VALUE TO WS-NEW-MAX
           END-IF.

           PERFORM CHECK-BAND-ORDER.
           IF NOT WS-BAND-OK
               GO TO GRADE-CHANGE-EXIT
           END-IF.

           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO GRT-NAME(WS-HIT-SUB)
           END-IF.
           MOVE WS-NEW-MIN TO GRT-MIN(WS-HIT-SUB).
           MOVE WS-NEW-MID TO GRT-MID(WS-HIT-SUB).
           MOVE WS-NEW-MAX TO GRT-MAX(WS-HIT-SUB).

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Modification grade " DELIMITED BY SIZE
                   WS-KEY-GRADE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-MIN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NEW-MAX DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Grade " WS-KEY-GRADE " modifié.".

       GRADE-CHANGE-EXIT.
           EXIT.

       GRADE-DELETE.
           DISPLAY "Code grade à supprimer : " WITH NO ADVANCING.
           ACCEPT WS-KEY-GRADE.
           PERFORM FIND-GRADE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: grade " WS-KEY-GRADE " introuvable."
               GO TO GRADE-DELETE-EXIT
           END-IF.

           MOVE ZERO TO WS-USE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POSTE-COUNT
               IF PST-GRADE(WS-SUB) = WS-KEY-GRADE
                   ADD 1 TO WS-USE-COUNT
               END-IF
           END-PERFORM.
           IF WS-USE-COUNT > ZERO
               MOVE WS-USE-COUNT TO WS-COUNT-EDIT
               DISPLAY "Erreur: " WS-COUNT-EDIT " poste(s) encore"
                       " rattaché(s) au grade " WS-KEY-GRADE
                       " - suppression refusée."
               GO TO GRADE-DELETE-EXIT
           END-IF.

           DISPLAY "Confirmer la suppression de "
                   WS-KEY-GRADE " (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Suppression abandonnée."
               GO TO GRADE-DELETE-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM WS-HIT-SUB BY 1
                   UNTIL WS-SUB >= GRADE-COUNT
               MOVE GRADE-ENTRY(WS-SUB + 1) TO GRADE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM GRADE-COUNT.

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Suppression grade " DELIMITED BY SIZE
                   WS-KEY-GRADE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Grade " WS-KEY-GRADE " supprimé.".

       GRADE-DELETE-EXIT.
           EXIT.

       POSTE-ADD.
           DISPLAY "Poste (14 caractères, tel que sur le fichier"
                   " client) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-POSTE.
           IF WS-KEY-POSTE = SPACES
               DISPLAY "Erreur: poste obligatoire."
               GO TO POSTE-ADD-EXIT
           END-IF.

           PERFORM FIND-POSTE-CODE.
           IF WS-FOUND
               DISPLAY "Erreur: le poste " WS-KEY-POSTE
                       " est déjà rattaché au grade "
                       PST-GRADE(WS-HIT-SUB) " - ajout refusé."
               GO TO POSTE-ADD-EXIT
           END-IF.
           IF POSTE-COUNT >= WS-POSTE-LIMIT
               DISPLAY "Erreur: table des postes pleine (500 max)."
               GO TO POSTE-ADD-EXIT
           END-IF.

           DISPLAY "Grade de rattachement : " WITH NO ADVANCING.
           ACCEPT WS-KEY-GRADE.
           PERFORM FIND-GRADE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: grade " WS-KEY-GRADE
                       " introuvable - ajout abandonné."
               GO TO POSTE-ADD-EXIT
           END-IF.

           ADD 1 TO POSTE-COUNT.
           MOVE WS-KEY-POSTE TO PST-POSTE(POSTE-COUNT).
           MOVE WS-KEY-GRADE TO PST-GRADE(POSTE-COUNT).

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Ajout poste " DELIMITED BY SIZE
                   WS-KEY-POSTE DELIMITED BY SIZE
                   " grade " DELIMITED BY SIZE
                   WS-KEY-GRADE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Poste " WS-KEY-POSTE " rattaché au grade "
                   WS-KEY-GRADE ".".

       POSTE-ADD-EXIT.
           EXIT.

       POSTE-CHANGE.
           DISPLAY "Poste à modifier : " WITH NO ADVANCING.
           ACCEPT WS-KEY-POSTE.
           PERFORM FIND-POSTE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: poste " WS-KEY-POSTE " introuvable."
               GO TO POSTE-CHANGE-EXIT
           END-IF.
           MOVE WS-HIT-SUB TO WS-POSTE-SUB.

           DISPLAY "Grade actuel : " PST-GRADE(WS-POSTE-SUB).
           DISPLAY "Nouveau grade : " WITH NO ADVANCING.
           ACCEPT WS-KEY-GRADE.
           PERFORM FIND-GRADE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: grade " WS-KEY-GRADE
                       " introuvable - modification abandonnée."
               GO TO POSTE-CHANGE-EXIT
           END-IF.

           MOVE WS-KEY-GRADE TO PST-GRADE(WS-POSTE-SUB).

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Poste " DELIMITED BY SIZE
                   WS-KEY-POSTE DELIMITED BY SIZE
                   " -> grade " DELIMITED BY SIZE
                   WS-KEY-GRADE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Poste " WS-KEY-POSTE " rattaché au grade "
                   WS-KEY-GRADE ".".

       POSTE-CHANGE-EXIT.
           EXIT.

       POSTE-DELETE.
           DISPLAY "Poste à supprimer : " WITH NO ADVANCING.
           ACCEPT WS-KEY-POSTE.
           PERFORM FIND-POSTE-CODE.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: poste " WS-KEY-POSTE " introuvable."
               GO TO POSTE-DELETE-EXIT
           END-IF.

           PERFORM COUNT-POSTE-USAGE.
           IF WS-IN-USE
               MOVE WS-USE-COUNT TO WS-COUNT-EDIT
               DISPLAY "Erreur: " WS-COUNT-EDIT " enregistrement(s)"
                       " client portent encore le poste "
                       WS-KEY-POSTE " - suppression refusée."
               GO TO POSTE-DELETE-EXIT
           END-IF.

           DISPLAY "Confirmer la suppression de "
                   WS-KEY-POSTE " (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Suppression abandonnée."
               GO TO POSTE-DELETE-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM WS-HIT-SUB BY 1
                   UNTIL WS-SUB >= POSTE-COUNT
               MOVE POSTE-ENTRY(WS-SUB + 1) TO POSTE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM POSTE-COUNT.

           PERFORM REWRITE-GRADE-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Suppression poste " DELIMITED BY SIZE
                   WS-KEY-POSTE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Poste " WS-KEY-POSTE " supprimé.".

       POSTE-DELETE-EXIT.
           EXIT.

      * Six digits, above zero, as ClientMaint takes CLIENT-SALAIRE.
       ACCEPT-BAND-AMOUNT.
           ACCEPT WS-BAND-INPUT.
           PERFORM EDIT-BAND-INPUT.

       ACCEPT-BAND-CHANGE.
           ACCEPT WS-BAND-INPUT.
           IF WS-BAND-INPUT = SPACES
               SET WS-BAND-OK TO TRUE
           ELSE
               PERFORM EDIT-BAND-INPUT
           END-IF.

       EDIT-BAND-INPUT.
           MOVE 'N' TO WS-BAND-OK-SW.
           IF WS-BAND-INPUT NOT NUMERIC
               DISPLAY "Erreur: montant sur 6 chiffres attendu -"
                       " abandon."
           ELSE
               MOVE WS-BAND-INPUT TO WS-BAND-VALUE
               IF WS-BAND-VALUE = ZERO
                   DISPLAY "Erreur: montant supérieur à 0 attendu -"
                           " abandon."
               ELSE
                   SET WS-BAND-OK TO TRUE
               END-IF
           END-IF.

       CHECK-BAND-ORDER.
           MOVE 'N' TO WS-BAND-OK-SW.
           IF WS-NEW-MIN > WS-NEW-MID OR WS-NEW-MID > WS-NEW-MAX
               DISPLAY "Erreur: fourchette incohérente (minimum "
                       WS-NEW-MIN " milieu " WS-NEW-MID " maximum "
                       WS-NEW-MAX ") - abandon."
           ELSE
               SET WS-BAND-OK TO TRUE
           END-IF.

      * A poste still carried by any fichierclient.txt record -
      * active or terminated - blocks the delete; remapping it to
      * another grade is the way to move those people.
       COUNT-POSTE-USAGE.
           MOVE 'N' TO WS-IN-USE-SW.
           MOVE ZERO TO WS-USE-COUNT.

           OPEN INPUT FICHIERCLIENT.
           IF WS-MASTER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*' AND
                          CLIENT-POSTE = WS-KEY-POSTE
                           SET WS-IN-USE TO TRUE
                           ADD 1 TO WS-USE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       REWRITE-GRADE-FILE.
           OPEN OUTPUT SALARY-GRADES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > GRADE-COUNT
               MOVE SPACES TO SALARY-GRADE-RECORD
               MOVE 'G' TO SGR-TYPE
               MOVE GRT-GRADE(WS-SUB) TO SGR-GRADE
               MOVE GRT-NAME(WS-SUB)  TO SGR-GRADE-NAME
               MOVE GRT-MIN(WS-SUB)   TO SGR-MIN
               MOVE GRT-MID(WS-SUB)   TO SGR-MID
               MOVE GRT-MAX(WS-SUB)   TO SGR-MAX
               WRITE SALARY-GRADE-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POSTE-COUNT
               MOVE SPACES TO SALARY-GRADE-RECORD
               MOVE 'P' TO SGR-TYPE
               MOVE PST-POSTE(WS-SUB) TO SGR-POSTE
               MOVE PST-GRADE(WS-SUB) TO SGR-POSTE-GRADE
               WRITE SALARY-GRADE-RECORD
           END-PERFORM.
           CLOSE SALARY-GRADES.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
