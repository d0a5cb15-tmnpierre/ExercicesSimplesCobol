       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrgMaint.

      ***************************************************************
      * Interactive maintenance of the reporting lines
      * reportinglines.txt (RPTLINE.CPY), in the RefMaint mould.
      * (A)jout of a line - from a date d'effet, the employee
      * reports to a manager (or to nobody) - (S)uppression of a
      * line, and (L)iste of one employee's lines. A line is
      * refused when:
      *   - the employee is not on fichierclient.txt or is a
      *     leaver;
      *   - the manager is the employee themselves, is not on
      *     fichierclient.txt, or is a leaver;
      *   - a line already exists for the employee on that date;
      *   - with the line in place (or, for a delete, without it)
      *     the chain of managers above the employee would come
      *     back to the employee on any day from the date d'effet
      *     on - a cycle. Every day a line changes from then on is
      *     checked, so a line dated later cannot close a loop
      *     either.
      * Every applied action is logged through AuditLogger, and the
      * file is rewritten after it, sorted on CLIENT-ID and date.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTING-LINES ASSIGN TO 'reportinglines.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINES-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTING-LINES.
           COPY "RPTLINE.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-LINES-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-ACTION            PIC X VALUE SPACE.
           88 WS-ACTION-ADD     VALUE 'A' 'a'.
           88 WS-ACTION-DELETE  VALUE 'S' 's'.
           88 WS-ACTION-LIST    VALUE 'L' 'l'.
           88 WS-ACTION-QUIT    VALUE 'Q' 'q'.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

      * LNT-DELETED-SW takes a line out of every lookup while a
      * delete is proved free of cycles.
       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 2000 TIMES.
              10 LNT-KEY.
                 15 LNT-CLIENT-ID  PIC X(9).
                 15 LNT-DATE       PIC 9(8).
              10 LNT-MANAGER-ID PIC X(9).
              10 LNT-DELETED-SW PIC X.
                 88 LNT-DELETED VALUE 'Y'.
       01  LINE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-LINE-LIMIT        PIC 9(4) COMP VALUE 2000.
       01  WS-SWAP-LINE         PIC X(27).

       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-STATUT     PIC X.
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-DSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-SUB           PIC 9(4) COMP VALUE ZERO.

       01  WS-KEY-ID            PIC X(9) VALUE SPACES.
       01  WS-KEY-MANAGER       PIC X(9) VALUE SPACES.
       01  WS-KEY-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DATE-INPUT        PIC X(8) VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-EMP-NOM           PIC X(20) VALUE SPACES.
       01  WS-MANAGER-NOM       PIC X(20) VALUE SPACES.
       01  WS-LIST-COUNT        PIC 9(4) COMP VALUE ZERO.

      * Cycle check: the chain above WS-KEY-ID is walked on each
      * day WS-CHECK-DATE a line changes from WS-KEY-DATE on.
       01  WS-CYCLE-SW          PIC X VALUE 'N'.
           88 WS-CYCLE-FOUND    VALUE 'Y'.
       01  WS-CHECK-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-WALK-ID           PIC X(9) VALUE SPACES.
       01  WS-WALK-MANAGER      PIC X(9) VALUE SPACES.
       01  WS-WALK-BEST         PIC 9(4) COMP VALUE ZERO.
       01  WS-WALK-STEPS        PIC 9(4) COMP VALUE ZERO.
       01  WS-WALK-DONE-SW      PIC X VALUE 'N'.
           88 WS-WALK-DONE      VALUE 'Y'.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "OrgMaint".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-REPORTING-LINES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EMPLOYEE-LIMIT
                       " salariés ou " WS-LINE-LIMIT
                       " lignes hiérarchiques - maintenance"
                       " impossible."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-ACTION-QUIT
               DISPLAY " "
               DISPLAY "Rattachements hiérarchiques"
                       " (reportinglines.txt)"
               DISPLAY "  A - Ajouter un rattachement"
               DISPLAY "  S - Supprimer un rattachement"
               DISPLAY "  L - Lister les rattachements d'un salarié"
               DISPLAY "  Q - Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM LINE-ADD THRU LINE-ADD-EXIT
                   WHEN WS-ACTION-DELETE
                       PERFORM LINE-DELETE THRU LINE-DELETE-EXIT
                   WHEN WS-ACTION-LIST
                       DISPLAY "CLIENT-ID : " WITH NO ADVANCING
                       ACCEPT WS-KEY-ID
                       PERFORM LIST-EMPLOYEE-LINES
                   WHEN WS-ACTION-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       LOAD-EMPLOYEES.
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
                           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO EMPLOYEE-COUNT
                               MOVE CLIENT-ID
                                 TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
                               MOVE CLIENT-NOM
                                 TO EMT-NOM(EMPLOYEE-COUNT)
                               MOVE CLIENT-STATUT
                                 TO EMT-STATUT(EMPLOYEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * Comment lines and lines whose date is not numeric are not
      * kept - ManagerLookup ignores them too.
       LOAD-REPORTING-LINES.
           OPEN INPUT REPORTING-LINES.
           IF WS-LINES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ REPORTING-LINES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF RPL-CLIENT-ID NOT = SPACES AND
                          RPL-CLIENT-ID(1:1) NOT = '*' AND
                          RPL-EFFECTIVE-DATE NUMERIC
                           IF LINE-COUNT >= WS-LINE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO LINE-COUNT
                               MOVE RPL-CLIENT-ID
                                 TO LNT-CLIENT-ID(LINE-COUNT)
                               MOVE RPL-MANAGER-ID
                                 TO LNT-MANAGER-ID(LINE-COUNT)
                               MOVE RPL-EFFECTIVE-DATE
                                 TO LNT-DATE(LINE-COUNT)
                               MOVE 'N' TO LNT-DELETED-SW(LINE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LINES-STATUS NOT = "35"
               CLOSE REPORTING-LINES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * WS-EMP-SUB comes back zero when WS-WALK-ID is not on file.
       FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = WS-WALK-ID
                   MOVE WS-SUB TO WS-EMP-SUB
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       LINE-ADD.
           DISPLAY "CLIENT-ID du salarié : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-WALK-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-SUB = ZERO
               DISPLAY "Erreur: salarié " WS-KEY-ID
                       " absent du fichier client."
               GO TO LINE-ADD-EXIT
           END-IF.
           IF EMT-STATUT(WS-EMP-SUB) = 'T'
               DISPLAY "Erreur: salarié " WS-KEY-ID
                       " radié - rattachement refusé."
               GO TO LINE-ADD-EXIT
           END-IF.
           MOVE EMT-NOM(WS-EMP-SUB) TO WS-EMP-NOM.
           DISPLAY "Salarié : " WS-EMP-NOM.

           DISPLAY "CLIENT-ID du responsable (vide = aucun) : "
                   WITH NO ADVANCING.
           ACCEPT WS-KEY-MANAGER.
           MOVE SPACES TO WS-MANAGER-NOM.
           IF WS-KEY-MANAGER NOT = SPACES
               IF WS-KEY-MANAGER = WS-KEY-ID
                   DISPLAY "Erreur: un salarié ne peut pas être son"
                           " propre responsable."
                   GO TO LINE-ADD-EXIT
               END-IF
               MOVE WS-KEY-MANAGER TO WS-WALK-ID
               PERFORM FIND-EMPLOYEE
               IF WS-EMP-SUB = ZERO
                   DISPLAY "Erreur: responsable " WS-KEY-MANAGER
                           " absent du fichier client."
                   GO TO LINE-ADD-EXIT
               END-IF
               IF EMT-STATUT(WS-EMP-SUB) = 'T'
                   DISPLAY "Erreur: responsable " WS-KEY-MANAGER
                           " radié - rattachement refusé."
                   GO TO LINE-ADD-EXIT
               END-IF
               MOVE EMT-NOM(WS-EMP-SUB) TO WS-MANAGER-NOM
               DISPLAY "Responsable : " WS-MANAGER-NOM
           END-IF.

           DISPLAY "Date d'effet AAAAMMJJ (vide = aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-KEY-DATE
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "Erreur: date invalide (AAAAMMJJ attendu)."
                   GO TO LINE-ADD-EXIT
               END-IF
               MOVE WS-DATE-INPUT TO WS-KEY-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-KEY-DATE) NOT = ZERO
                   DISPLAY "Erreur: date invalide (AAAAMMJJ attendu)."
                   GO TO LINE-ADD-EXIT
               END-IF
           END-IF.

           PERFORM FIND-LINE.
           IF WS-HIT-SUB NOT = ZERO
               DISPLAY "Erreur: un rattachement existe déjà pour "
                       WS-KEY-ID " au " WS-KEY-DATE
                       " - le supprimer d'abord."
               GO TO LINE-ADD-EXIT
           END-IF.
           IF LINE-COUNT >= WS-LINE-LIMIT
               DISPLAY "Erreur: table des rattachements pleine"
                       " (2000 max)."
               GO TO LINE-ADD-EXIT
           END-IF.

           ADD 1 TO LINE-COUNT.
           MOVE WS-KEY-ID TO LNT-CLIENT-ID(LINE-COUNT).
           MOVE WS-KEY-DATE TO LNT-DATE(LINE-COUNT).
           MOVE WS-KEY-MANAGER TO LNT-MANAGER-ID(LINE-COUNT).
           MOVE 'N' TO LNT-DELETED-SW(LINE-COUNT).

           PERFORM CHECK-FOR-CYCLE.
           IF WS-CYCLE-FOUND
               SUBTRACT 1 FROM LINE-COUNT
               DISPLAY "Erreur: ce rattachement créerait une boucle"
                       " hiérarchique au " WS-CYCLE-DATE
                       " - refusé."
               GO TO LINE-ADD-EXIT
           END-IF.

           PERFORM REWRITE-LINES-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Rattach. " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-KEY-MANAGER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KEY-DATE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           IF WS-KEY-MANAGER = SPACES
               DISPLAY "Salarié " WS-KEY-ID " sans responsable à"
                       " compter du " WS-KEY-DATE "."
           ELSE
               DISPLAY "Salarié " WS-KEY-ID " rattaché à "
                       WS-KEY-MANAGER " à compter du "
                       WS-KEY-DATE "."
           END-IF.

       LINE-ADD-EXIT.
           EXIT.

      * Removing a line hands the employee back to their previous
      * line from its date, so a delete is cycle-checked as well.
       LINE-DELETE.
           DISPLAY "CLIENT-ID du salarié : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           PERFORM LIST-EMPLOYEE-LINES.
           IF WS-LIST-COUNT = ZERO
               GO TO LINE-DELETE-EXIT
           END-IF.

           DISPLAY "Date d'effet du rattachement à supprimer : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT NUMERIC
               DISPLAY "Erreur: date invalide (AAAAMMJJ attendu)."
               GO TO LINE-DELETE-EXIT
           END-IF.
           MOVE WS-DATE-INPUT TO WS-KEY-DATE.
           PERFORM FIND-LINE.
           IF WS-HIT-SUB = ZERO
               DISPLAY "Erreur: aucun rattachement de " WS-KEY-ID
                       " au " WS-KEY-DATE "."
               GO TO LINE-DELETE-EXIT
           END-IF.
           MOVE LNT-MANAGER-ID(WS-HIT-SUB) TO WS-KEY-MANAGER.

           SET LNT-DELETED(WS-HIT-SUB) TO TRUE.
           PERFORM CHECK-FOR-CYCLE.
           MOVE 'N' TO LNT-DELETED-SW(WS-HIT-SUB).
           IF WS-CYCLE-FOUND
               DISPLAY "Erreur: sans ce rattachement la hiérarchie"
                       " bouclerait au " WS-CYCLE-DATE " - refusé."
               GO TO LINE-DELETE-EXIT
           END-IF.

           DISPLAY "Confirmer la suppression (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Suppression abandonnée."
               GO TO LINE-DELETE-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM WS-HIT-SUB BY 1
                   UNTIL WS-SUB >= LINE-COUNT
               MOVE LINE-ENTRY(WS-SUB + 1) TO LINE-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM LINE-COUNT.

           PERFORM REWRITE-LINES-FILE.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Suppr. rattachement " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KEY-DATE DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           DISPLAY "Rattachement supprimé.".

       LINE-DELETE-EXIT.
           EXIT.

       LIST-EMPLOYEE-LINES.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > LINE-COUNT
               IF LNT-CLIENT-ID(WS-SUB2) = WS-KEY-ID
                   ADD 1 TO WS-LIST-COUNT
                   IF LNT-MANAGER-ID(WS-SUB2) = SPACES
                       DISPLAY "  à compter du " LNT-DATE(WS-SUB2)
                               " : aucun responsable"
                   ELSE
                       MOVE LNT-MANAGER-ID(WS-SUB2) TO WS-WALK-ID
                       PERFORM FIND-EMPLOYEE
                       MOVE SPACES TO WS-MANAGER-NOM
                       IF WS-EMP-SUB NOT = ZERO
                           MOVE EMT-NOM(WS-EMP-SUB)
                             TO WS-MANAGER-NOM
                       END-IF
                       DISPLAY "  à compter du " LNT-DATE(WS-SUB2)
                               " : " LNT-MANAGER-ID(WS-SUB2)
                               " " WS-MANAGER-NOM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "Aucun rattachement pour " WS-KEY-ID "."
           END-IF.

       FIND-LINE.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LINE-COUNT
               IF LNT-CLIENT-ID(WS-SUB) = WS-KEY-ID AND
                  LNT-DATE(WS-SUB) = WS-KEY-DATE
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE LINE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * The table had no cycle before the change, so a new one can
      * only run through WS-KEY-ID; the chain above WS-KEY-ID is
      * walked on WS-KEY-DATE and on every later day any line takes
      * effect. A walk longer than the table (a loop elsewhere in a
      * hand-edited file) stops without blaming this change.
       CHECK-FOR-CYCLE.
           MOVE 'N' TO WS-CYCLE-SW.
           MOVE WS-KEY-DATE TO WS-CHECK-DATE.
           PERFORM WALK-CHAIN.
           PERFORM VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > LINE-COUNT OR WS-CYCLE-FOUND
               IF LNT-DATE(WS-DSUB) > WS-KEY-DATE AND
                  NOT LNT-DELETED(WS-DSUB)
                   MOVE LNT-DATE(WS-DSUB) TO WS-CHECK-DATE
                   PERFORM WALK-CHAIN
               END-IF
           END-PERFORM.

       WALK-CHAIN.
           MOVE WS-KEY-ID TO WS-WALK-ID.
           MOVE ZERO TO WS-WALK-STEPS.
           MOVE 'N' TO WS-WALK-DONE-SW.
           PERFORM UNTIL WS-WALK-DONE
               PERFORM FIND-MANAGER-AT-DATE
               ADD 1 TO WS-WALK-STEPS
               EVALUATE TRUE
                   WHEN WS-WALK-MANAGER = SPACES
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-WALK-MANAGER = WS-KEY-ID
                       SET WS-CYCLE-FOUND TO TRUE
                       MOVE WS-CHECK-DATE TO WS-CYCLE-DATE
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-WALK-STEPS > LINE-COUNT
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE WS-WALK-MANAGER TO WS-WALK-ID
               END-EVALUATE
           END-PERFORM.

      * The same rule as ManagerLookup: the latest line not after
      * the day is in force.
       FIND-MANAGER-AT-DATE.
           MOVE SPACES TO WS-WALK-MANAGER.
           MOVE ZERO TO WS-WALK-BEST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LINE-COUNT
               IF LNT-CLIENT-ID(WS-SUB) = WS-WALK-ID AND
                  LNT-DATE(WS-SUB) <= WS-CHECK-DATE AND
                  NOT LNT-DELETED(WS-SUB)
                   IF WS-WALK-BEST = ZERO
                       MOVE WS-SUB TO WS-WALK-BEST
                   ELSE
                       IF LNT-DATE(WS-SUB) >= LNT-DATE(WS-WALK-BEST)
                           MOVE WS-SUB TO WS-WALK-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WALK-BEST NOT = ZERO
               MOVE LNT-MANAGER-ID(WS-WALK-BEST) TO WS-WALK-MANAGER
           END-IF.

      * Exchange sort on CLIENT-ID and date, then the whole file.
       REWRITE-LINES-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= LINE-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > LINE-COUNT
                   IF LNT-KEY(WS-SUB2) < LNT-KEY(WS-SUB)
                       MOVE LINE-ENTRY(WS-SUB) TO WS-SWAP-LINE
                       MOVE LINE-ENTRY(WS-SUB2)
                         TO LINE-ENTRY(WS-SUB)
                       MOVE WS-SWAP-LINE TO LINE-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT REPORTING-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LINE-COUNT
               MOVE SPACES TO REPORTING-LINE-RECORD
               MOVE LNT-CLIENT-ID(WS-SUB) TO RPL-CLIENT-ID
               MOVE LNT-MANAGER-ID(WS-SUB) TO RPL-MANAGER-ID
               MOVE LNT-DATE(WS-SUB) TO RPL-EFFECTIVE-DATE
               WRITE REPORTING-LINE-RECORD
           END-PERFORM.
           CLOSE REPORTING-LINES.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
