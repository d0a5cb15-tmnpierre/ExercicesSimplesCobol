       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankMaint.

      ***************************************************************
      * Dual-controlled maintenance of the bank-details master
      * bankmaster.txt (BANKREC.CPY), which is no longer edited by
      * hand - a changed account is the classic payroll fraud. The
      * operator's identity comes from the USER environment variable
      * and must carry a profile on operators.txt, as for
      * ApprovalReview.
      *
      *   (D)emande     - request new bank details for an employee of
      *                   fichierclient.txt (not a leaver). The
      *                   request is queued on bankchanges.txt
      *                   (BANKCHG.CPY); one pending request per
      *                   employee.
      *   (V)alidation  - approve or reject pending requests. An
      *                   operator never decides a request of their
      *                   own. An approved change is applied to the
      *                   master; a changed account (not a first one)
      *                   is held in cooling-off for the number of
      *                   days set by the "CARENCE 005" line of
      *                   bankcontrol.txt - BankTransfer and
      *                   BankReissue will not pay into it before
      *                   then. Without a readable bankcontrol.txt
      *                   nothing is approved.
      *   (L)evée       - lift a cooling-off early: again only by an
      *                   operator other than the one who requested
      *                   the change.
      *   (A)ffichage   - the master line and requests of one
      *                   employee.
      *
      * Every request, decision and override goes through
      * AuditLogger, and each applied change logs the account before
      * ("AV") and after ("AP") on two lines of its own.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER ASSIGN TO 'bankmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.

           SELECT BANK-CHANGES ASSIGN TO 'bankchanges.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHANGES-STATUS.

           SELECT BANK-CONTROL ASSIGN TO 'bankcontrol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPERATOR-PROFILES ASSIGN TO 'operators.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-MASTER.
           COPY "BANKREC.CPY".

       FD  BANK-CHANGES.
           COPY "BANKCHG.CPY".

       FD  BANK-CONTROL.
       01  CONTROL-RECORD.
           03 BCT-KEY               PIC X(7).
           03 FILLER                PIC X.
           03 BCT-DAYS              PIC X(3).

       FD  OPERATOR-PROFILES.
       01  PROFILE-RECORD.
           03 PRF-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 PRF-NAME              PIC X(20).
           03 FILLER                PIC X.
           03 PRF-OPTIONS           PIC X(10).

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-BANK-STATUS       PIC XX VALUE SPACES.
       01  WS-CHANGES-STATUS    PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS    PIC XX VALUE SPACES.
       01  WS-PROFILE-STATUS    PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-ACTION            PIC X VALUE SPACE.
           88 WS-ACTION-REQUEST VALUE 'D' 'd'.
           88 WS-ACTION-REVIEW  VALUE 'V' 'v'.
           88 WS-ACTION-LIFT    VALUE 'L' 'l'.
           88 WS-ACTION-SHOW    VALUE 'A' 'a'.
           88 WS-ACTION-QUIT    VALUE 'Q' 'q'.

       01  WS-DECISION          PIC X VALUE SPACE.
           88 WS-DECIDE-APPROVE VALUE 'A' 'a'.
           88 WS-DECIDE-REJECT  VALUE 'R' 'r'.
           88 WS-DECIDE-QUIT    VALUE 'Q' 'q'.
       01  WS-REVIEW-QUIT-SW    PIC X VALUE 'N'.
           88 WS-REVIEW-QUIT    VALUE 'Y'.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

      * Master and queue held as record images and rewritten whole
      * after every applied action, as DeductMaint does.
       01  BANK-TABLE.
           05 BANK-ENTRY OCCURS 500 TIMES.
              10 BKT-LINE       PIC X(75).
       01  BANK-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-BANK-LIMIT        PIC 9(3) COMP VALUE 500.

       01  CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 2000 TIMES.
              10 CHT-LINE       PIC X(143).
       01  CHANGE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-CHANGE-LIMIT      PIC 9(4) COMP VALUE 2000.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-SUB          PIC 9(3) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME     PIC X(20) VALUE SPACES.
       01  WS-PROFILE-FOUND-SW  PIC X VALUE 'N'.
           88 WS-PROFILE-FOUND  VALUE 'Y'.

       01  WS-COOLOFF-DAYS      PIC 9(3) VALUE ZERO.
       01  WS-CONTROL-OK-SW     PIC X VALUE 'N'.
           88 WS-CONTROL-OK     VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT         PIC 9(8) COMP VALUE ZERO.
       01  WS-UNTIL-DATE        PIC 9(8) VALUE ZERO.

       01  WS-KEY-ID            PIC X(9) VALUE SPACES.
       01  WS-NEW-ACCOUNT       PIC X(27) VALUE SPACES.
       01  WS-NEW-HOLDER        PIC X(30) VALUE SPACES.
       01  WS-CURRENT-ACCOUNT   PIC X(27) VALUE SPACES.
       01  WS-CLIENT-STATE      PIC X VALUE SPACE.
           88 WS-CLIENT-MISSING VALUE 'M'.
           88 WS-CLIENT-LEAVER  VALUE 'T'.
           88 WS-CLIENT-OK      VALUE 'A'.
       01  WS-CLIENT-NOM        PIC X(20) VALUE SPACES.
       01  WS-LAST-REQUESTOR    PIC X(8) VALUE SPACES.

       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "BankMaint".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM LOAD-OPERATOR-PROFILE.
           IF NOT WS-PROFILE-FOUND
               DISPLAY "Opérateur " FUNCTION TRIM(WS-OPERATOR)
                       " sans profil operators.txt - maintenance"
                       " refusée."
               MOVE SPACES TO AUDIT-SUMMARY-LINE
               STRING "Accès refusé: " DELIMITED BY SIZE
                       WS-OPERATOR DELIMITED BY SIZE
                       " sans profil" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
               PERFORM LOG-AUDIT-ENTRY
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-COOLOFF-DAYS.
           PERFORM LOAD-BANK-MASTER.
           PERFORM LOAD-BANK-CHANGES.
           IF BANK-COUNT > WS-BANK-LIMIT OR
              CHANGE-COUNT > WS-CHANGE-LIMIT
               DISPLAY "Erreur: plus de " WS-BANK-LIMIT
                       " comptes ou de " WS-CHANGE-LIMIT
                       " demandes - maintenance impossible."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-ACTION-QUIT
               DISPLAY " "
               DISPLAY "Coordonnées bancaires (bankmaster.txt)"
               DISPLAY "  D - Demander un changement"
               DISPLAY "  V - Valider les demandes en attente"
               DISPLAY "  L - Lever une période de carence"
               DISPLAY "  A - Afficher un salarié"
               DISPLAY "  Q - Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-REQUEST
                       PERFORM CHANGE-REQUEST
                          THRU CHANGE-REQUEST-EXIT
                   WHEN WS-ACTION-REVIEW
                       PERFORM CHANGE-REVIEW THRU CHANGE-REVIEW-EXIT
                   WHEN WS-ACTION-LIFT
                       PERFORM COOLOFF-LIFT THRU COOLOFF-LIFT-EXIT
                   WHEN WS-ACTION-SHOW
                       PERFORM SHOW-EMPLOYEE
                   WHEN WS-ACTION-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       LOAD-OPERATOR-PROFILE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           OPEN INPUT OPERATOR-PROFILES.
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "Fichier operators.txt illisible (statut "
                       WS-PROFILE-STATUS ")."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ OPERATOR-PROFILES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PRF-OPERATOR-ID = WS-OPERATOR
                           SET WS-PROFILE-FOUND TO TRUE
                           MOVE PRF-NAME TO WS-OPERATOR-NAME
                           SET END-OF-FILE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROFILE-STATUS NOT = "35"
               CLOSE OPERATOR-PROFILES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * bankcontrol.txt, one "CARENCE 005" line: the cooling-off in
      * calendar days, 000 to 999.
       LOAD-COOLOFF-DAYS.
           OPEN INPUT BANK-CONTROL.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "bankcontrol.txt illisible (statut "
                       WS-CONTROL-STATUS ") - aucune validation"
                       " possible."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-CONTROL
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BCT-KEY = "CARENCE" AND BCT-DAYS NUMERIC
                           MOVE BCT-DAYS TO WS-COOLOFF-DAYS
                           SET WS-CONTROL-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CONTROL-STATUS NOT = "35"
               CLOSE BANK-CONTROL
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           IF WS-CONTROL-STATUS = "00" AND NOT WS-CONTROL-OK
               DISPLAY "Pas de ligne CARENCE valide dans"
                       " bankcontrol.txt - aucune validation"
                       " possible."
           END-IF.

       LOAD-BANK-MASTER.
           OPEN INPUT BANK-MASTER.
           IF WS-BANK-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-MASTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BNK-CLIENT-ID NOT = SPACES
                           ADD 1 TO BANK-COUNT
                           IF BANK-COUNT <= WS-BANK-LIMIT
                               MOVE BANK-MASTER-RECORD
                                 TO BKT-LINE(BANK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-MASTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       LOAD-BANK-CHANGES.
           OPEN INPUT BANK-CHANGES.
           IF WS-CHANGES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-CHANGES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BCH-CLIENT-ID NOT = SPACES
                           ADD 1 TO CHANGE-COUNT
                           IF CHANGE-COUNT <= WS-CHANGE-LIMIT
                               MOVE BANK-CHANGE-RECORD
                                 TO CHT-LINE(CHANGE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CHANGES-STATUS NOT = "35"
               CLOSE BANK-CHANGES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       FIND-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > BANK-COUNT OR WS-FOUND
               MOVE BKT-LINE(WS-BANK-SUB) TO BANK-MASTER-RECORD
               IF BNK-CLIENT-ID = WS-KEY-ID
                   SET WS-FOUND TO TRUE
                   MOVE BNK-ACCOUNT TO WS-CURRENT-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BANK-SUB
           END-IF.

      * Where the employee stands on the master: missing, leaver or
      * payable.
       CHECK-EMPLOYEE.
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

       CHANGE-REQUEST.
           DISPLAY "ID salarié (9 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           PERFORM CHECK-EMPLOYEE.
           IF WS-CLIENT-MISSING
               DISPLAY "Erreur: salarié absent de fichierclient.txt."
               GO TO CHANGE-REQUEST-EXIT
           END-IF.
           IF WS-CLIENT-LEAVER
               DISPLAY "Erreur: salarié sorti - pas de changement de"
                       " coordonnées."
               GO TO CHANGE-REQUEST-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CHANGE-COUNT
               MOVE CHT-LINE(WS-SUB) TO BANK-CHANGE-RECORD
               IF BCH-CLIENT-ID = WS-KEY-ID AND BCH-PENDING
                   DISPLAY "Erreur: une demande est déjà en attente"
                           " pour ce salarié."
                   GO TO CHANGE-REQUEST-EXIT
               END-IF
           END-PERFORM.

           PERFORM FIND-ACCOUNT.
           DISPLAY "Salarié " FUNCTION TRIM(WS-CLIENT-NOM)
                   " - compte actuel : " WS-CURRENT-ACCOUNT.
           DISPLAY "Nouveau compte (IBAN) : " WITH NO ADVANCING.
           ACCEPT WS-NEW-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(WS-NEW-ACCOUNT) TO WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT = SPACES
               DISPLAY "Erreur: compte obligatoire."
               GO TO CHANGE-REQUEST-EXIT
           END-IF.
           DISPLAY "Titulaire du compte : " WITH NO ADVANCING.
           ACCEPT WS-NEW-HOLDER.
           MOVE FUNCTION UPPER-CASE(WS-NEW-HOLDER) TO WS-NEW-HOLDER.
           IF WS-NEW-HOLDER = SPACES
               DISPLAY "Erreur: titulaire obligatoire."
               GO TO CHANGE-REQUEST-EXIT
           END-IF.

           IF CHANGE-COUNT >= WS-CHANGE-LIMIT
               DISPLAY "Erreur: bankchanges.txt plein."
               GO TO CHANGE-REQUEST-EXIT
           END-IF.

           MOVE SPACES TO BANK-CHANGE-RECORD.
           MOVE WS-KEY-ID TO BCH-CLIENT-ID.
           MOVE WS-CURRENT-ACCOUNT TO BCH-OLD-ACCOUNT.
           MOVE WS-NEW-ACCOUNT TO BCH-NEW-ACCOUNT.
           MOVE WS-NEW-HOLDER TO BCH-NEW-HOLDER.
           MOVE WS-OPERATOR TO BCH-REQUESTOR.
           MOVE WS-TODAY TO BCH-REQUEST-DATE.
           SET BCH-PENDING TO TRUE.
           MOVE ZERO TO BCH-DECIDE-DATE.
           ADD 1 TO CHANGE-COUNT.
           MOVE BANK-CHANGE-RECORD TO CHT-LINE(CHANGE-COUNT).
           PERFORM REWRITE-BANK-CHANGES.

           DISPLAY "Demande enregistrée - à valider par un autre"
                   " opérateur.".
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Demande changement " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.

       CHANGE-REQUEST-EXIT.
           EXIT.

       CHANGE-REVIEW.
           IF NOT WS-CONTROL-OK
               DISPLAY "Erreur: durée de carence inconnue"
                       " (bankcontrol.txt) - validation refusée."
               GO TO CHANGE-REVIEW-EXIT
           END-IF.

           MOVE 'N' TO WS-REVIEW-QUIT-SW.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > CHANGE-COUNT OR WS-REVIEW-QUIT
               MOVE CHT-LINE(WS-HIT-SUB) TO BANK-CHANGE-RECORD
               IF BCH-PENDING
                   PERFORM REVIEW-ONE-CHANGE
                      THRU REVIEW-ONE-CHANGE-EXIT
               END-IF
           END-PERFORM.
           DISPLAY "Fin des demandes en attente.".

       CHANGE-REVIEW-EXIT.
           EXIT.

       REVIEW-ONE-CHANGE.
           DISPLAY " ".
           DISPLAY "Demande pour " BCH-CLIENT-ID " par "
                   BCH-REQUESTOR " le " BCH-REQUEST-DATE.
           DISPLAY "  Ancien compte  : " BCH-OLD-ACCOUNT.
           DISPLAY "  Nouveau compte : " BCH-NEW-ACCOUNT.
           DISPLAY "  Titulaire      : " BCH-NEW-HOLDER.

           IF BCH-REQUESTOR = WS-OPERATOR
               DISPLAY "  Double contrôle: vous êtes le demandeur -"
                       " demande passée."
               GO TO REVIEW-ONE-CHANGE-EXIT
           END-IF.

           DISPLAY "  (A)pprouver / (R)ejeter / (P)asser /"
                   " (Q)uitter : " WITH NO ADVANCING.
           ACCEPT WS-DECISION.

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-ONE-CHANGE
                      THRU APPROVE-ONE-CHANGE-EXIT
               WHEN WS-DECIDE-REJECT
                   SET BCH-REJECTED TO TRUE
                   MOVE WS-OPERATOR TO BCH-DECIDER
                   MOVE WS-TODAY TO BCH-DECIDE-DATE
                   MOVE BANK-CHANGE-RECORD TO CHT-LINE(WS-HIT-SUB)
                   PERFORM REWRITE-BANK-CHANGES
                   DISPLAY "  Demande rejetée."
                   MOVE SPACES TO AUDIT-SUMMARY-LINE
                   STRING "Rejet changement " DELIMITED BY SIZE
                           BCH-CLIENT-ID DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
                   PERFORM LOG-AUDIT-ENTRY
               WHEN WS-DECIDE-QUIT
                   SET WS-REVIEW-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "  Demande passée."
           END-EVALUATE.

       REVIEW-ONE-CHANGE-EXIT.
           EXIT.

      * The master must still hold the account the requester saw;
      * otherwise the request is stale and has to be made again.
       APPROVE-ONE-CHANGE.
           MOVE BCH-CLIENT-ID TO WS-KEY-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-CURRENT-ACCOUNT NOT = BCH-OLD-ACCOUNT
               DISPLAY "  Erreur: le compte a changé depuis la"
                       " demande - à rejeter et redemander."
               GO TO APPROVE-ONE-CHANGE-EXIT
           END-IF.

           IF WS-NOT-FOUND
               IF BANK-COUNT >= WS-BANK-LIMIT
                   DISPLAY "  Erreur: bankmaster.txt plein."
                   GO TO APPROVE-ONE-CHANGE-EXIT
               END-IF
               ADD 1 TO BANK-COUNT
               MOVE BANK-COUNT TO WS-BANK-SUB
               MOVE SPACES TO BANK-MASTER-RECORD
               MOVE ZERO TO WS-UNTIL-DATE
           ELSE
               COMPUTE WS-UNTIL-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-COOLOFF-DAYS)
           END-IF.

           MOVE BCH-CLIENT-ID TO BNK-CLIENT-ID.
           MOVE BCH-NEW-ACCOUNT TO BNK-ACCOUNT.
           MOVE BCH-NEW-HOLDER TO BNK-HOLDER.
           MOVE WS-UNTIL-DATE TO BNK-COOLOFF-UNTIL.
           MOVE BANK-MASTER-RECORD TO BKT-LINE(WS-BANK-SUB).
           PERFORM REWRITE-BANK-MASTER.

           SET BCH-APPROVED TO TRUE.
           MOVE WS-OPERATOR TO BCH-DECIDER.
           MOVE WS-TODAY TO BCH-DECIDE-DATE.
           MOVE BANK-CHANGE-RECORD TO CHT-LINE(WS-HIT-SUB).
           PERFORM REWRITE-BANK-CHANGES.

           IF WS-UNTIL-DATE > ZERO
               DISPLAY "  Changement appliqué - compte en carence"
                       " jusqu'au " WS-UNTIL-DATE "."
           ELSE
               DISPLAY "  Coordonnées créées."
           END-IF.

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Validation changement " DELIMITED BY SIZE
                   BCH-CLIENT-ID DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "AV " DELIMITED BY SIZE
                   BCH-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BCH-OLD-ACCOUNT DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "AP " DELIMITED BY SIZE
                   BCH-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BCH-NEW-ACCOUNT DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.

       APPROVE-ONE-CHANGE-EXIT.
           EXIT.

      * Lifting the cooling-off is itself a second pair of eyes: the
      * requester of the change that started it may not do it.
       COOLOFF-LIFT.
           DISPLAY "ID salarié (9 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-NOT-FOUND
               DISPLAY "Erreur: pas de coordonnées pour ce salarié."
               GO TO COOLOFF-LIFT-EXIT
           END-IF.
           MOVE BKT-LINE(WS-BANK-SUB) TO BANK-MASTER-RECORD.
           IF BNK-COOLOFF-UNTIL NOT NUMERIC OR
              BNK-COOLOFF-UNTIL <= WS-TODAY
               DISPLAY "Ce compte n'est pas en période de carence."
               GO TO COOLOFF-LIFT-EXIT
           END-IF.

           MOVE ZERO TO WS-HIT-SUB.
           MOVE SPACES TO WS-LAST-REQUESTOR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CHANGE-COUNT
               MOVE CHT-LINE(WS-SUB) TO BANK-CHANGE-RECORD
               IF BCH-CLIENT-ID = WS-KEY-ID AND BCH-APPROVED
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE BCH-REQUESTOR TO WS-LAST-REQUESTOR
               END-IF
           END-PERFORM.
           IF WS-LAST-REQUESTOR = WS-OPERATOR
               DISPLAY "Double contrôle: vous avez demandé ce"
                       " changement - levée refusée."
               GO TO COOLOFF-LIFT-EXIT
           END-IF.

           DISPLAY "Compte " BNK-ACCOUNT " en carence jusqu'au "
                   BNK-COOLOFF-UNTIL ".".
           DISPLAY "Lever la carence (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Levée abandonnée."
               GO TO COOLOFF-LIFT-EXIT
           END-IF.

           MOVE ZERO TO BNK-COOLOFF-UNTIL.
           MOVE BANK-MASTER-RECORD TO BKT-LINE(WS-BANK-SUB).
           PERFORM REWRITE-BANK-MASTER.
           IF WS-HIT-SUB > ZERO
               MOVE CHT-LINE(WS-HIT-SUB) TO BANK-CHANGE-RECORD
               MOVE WS-OPERATOR TO BCH-OVERRIDER
               MOVE BANK-CHANGE-RECORD TO CHT-LINE(WS-HIT-SUB)
               PERFORM REWRITE-BANK-CHANGES
           END-IF.

           DISPLAY "Carence levée.".
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Carence levée " DELIMITED BY SIZE
                   WS-KEY-ID DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           PERFORM LOG-AUDIT-ENTRY.

       COOLOFF-LIFT-EXIT.
           EXIT.

       SHOW-EMPLOYEE.
           DISPLAY "ID salarié (9 caractères) : " WITH NO ADVANCING.
           ACCEPT WS-KEY-ID.
           PERFORM FIND-ACCOUNT.
           IF WS-FOUND
               MOVE BKT-LINE(WS-BANK-SUB) TO BANK-MASTER-RECORD
               DISPLAY "Compte    : " BNK-ACCOUNT
               DISPLAY "Titulaire : " BNK-HOLDER
               IF BNK-COOLOFF-UNTIL NUMERIC AND
                  BNK-COOLOFF-UNTIL > WS-TODAY
                   DISPLAY "En carence jusqu'au " BNK-COOLOFF-UNTIL
               END-IF
           ELSE
               DISPLAY "Pas de coordonnées bancaires."
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CHANGE-COUNT
               MOVE CHT-LINE(WS-SUB) TO BANK-CHANGE-RECORD
               IF BCH-CLIENT-ID = WS-KEY-ID
                   DISPLAY "  " BCH-REQUEST-DATE " " BCH-STATUS " "
                           BCH-NEW-ACCOUNT " dem. " BCH-REQUESTOR
                           " déc. " BCH-DECIDER
               END-IF
           END-PERFORM.

       REWRITE-BANK-MASTER.
           OPEN OUTPUT BANK-MASTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BANK-COUNT
               MOVE BKT-LINE(WS-SUB) TO BANK-MASTER-RECORD
               WRITE BANK-MASTER-RECORD
           END-PERFORM.
           CLOSE BANK-MASTER.

       REWRITE-BANK-CHANGES.
           OPEN OUTPUT BANK-CHANGES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CHANGE-COUNT
               MOVE CHT-LINE(WS-SUB) TO BANK-CHANGE-RECORD
               WRITE BANK-CHANGE-RECORD
           END-PERFORM.
           CLOSE BANK-CHANGES.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
