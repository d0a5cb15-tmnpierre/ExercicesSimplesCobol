       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertApply.

      ***************************************************************
      * Applies the signed keep/revoke decisions of the operator
      * access recertification (OperatorRecert) to operators.txt.
      * The decisions come back as recertdecisions.txt
      * (RECERTDEC.CPY), one line per operator:
      *
      *   M   maintenir - the profile is kept as it is
      *   R   révoquer - the options in RCD-REVOKE-OPTIONS are
      *       withdrawn from the profile; blank, or every option
      *       withdrawn, removes the profile altogether
      *   blank - not decided yet, left for a later run
      *
      * Every line is checked first: operator on operators.txt and
      * listed once, decision M, R or blank, a manager's visa, the
      * options still those printed on the signed report, options
      * withdrawn actually held, and no one applying a decision on
      * their own profile (the operator running this must have a
      * profile, as for BankMaint). Any error and nothing is
      * changed (RC-ERROR). Otherwise the counts are shown and, on
      * an O/N confirmation, operators.txt is rewritten and every
      * decision is appended to recerthistory.txt with the options
      * before and after, the manager, who applied it and when, and
      * goes through AuditLogger. Undecided profiles leave the run
      * at RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILES ASSIGN TO 'operators.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT RECERT-DECISIONS ASSIGN TO 'recertdecisions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISION-STATUS.

           SELECT RECERT-HISTORY ASSIGN TO 'recerthistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILES.
       01  PROFILE-RECORD.
           03 PRF-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 PRF-NAME              PIC X(20).
           03 FILLER                PIC X.
           03 PRF-OPTIONS           PIC X(10).

       FD  RECERT-DECISIONS.
           COPY "RECERTDEC.CPY".

       FD  RECERT-HISTORY.
       01  HISTORY-RECORD.
           03 HST-TIMESTAMP         PIC X(14).
           03 FILLER                PIC X.
           03 HST-APPLIED-BY        PIC X(8).
           03 FILLER                PIC X.
           03 HST-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 HST-DECISION          PIC X.
           03 FILLER                PIC X.
           03 HST-OPTIONS-BEFORE    PIC X(10).
           03 FILLER                PIC X.
           03 HST-OPTIONS-AFTER     PIC X(10).
           03 FILLER                PIC X.
           03 HST-REVIEWER          PIC X(20).
           03 FILLER                PIC X.
           03 HST-OPERATOR-NAME     PIC X(20).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PROFILE-STATUS    PIC XX VALUE SPACES.
       01  WS-DECISION-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-PROFILE-FOUND-SW  PIC X VALUE 'N'.
           88 WS-PROFILE-FOUND  VALUE 'Y'.

      * operators.txt in file order, with the decision taken for
      * each profile and the options it ends up with.
       01  PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 200 TIMES.
              10 PFT-ID         PIC X(8).
              10 PFT-NAME       PIC X(20).
              10 PFT-OPTIONS    PIC X(10).
              10 PFT-NEW-OPTIONS PIC X(10).
              10 PFT-DECISION   PIC X.
                 88 PFT-DECIDED VALUE 'M' 'R'.
              10 PFT-REVIEWER   PIC X(20).
       01  PROFILE-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-PROFILE-LIMIT     PIC 9(3) COMP VALUE 200.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(3) COMP VALUE ZERO.
       01  WS-OPT-SUB           PIC 9(2) COMP VALUE ZERO.
       01  WS-OUT-POS           PIC 9(2) COMP VALUE ZERO.
       01  WS-TALLY             PIC 9(2) COMP VALUE ZERO.
       01  WS-OPTION-CHAR       PIC X VALUE SPACE.

       01  WS-ERROR-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-ERROR-TEXT        PIC X(50) VALUE SPACES.
       01  WS-KEEP-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-REVOKE-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-PARTIAL-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-PENDING-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  WS-NOW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME.
           05 WS-NOW-HHMMSS     PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-TIMESTAMP         PIC X(14) VALUE SPACES.
       01  WS-COUNT-EDIT        PIC Z(4)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "RecertApply".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-PROFILES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-PROFILE-LIMIT
                       " profils dans operators.txt - rien n'a été"
                       " modifié."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-PROFILE-FOUND
               DISPLAY "Opérateur " FUNCTION TRIM(WS-OPERATOR)
                       " sans profil operators.txt - application"
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

           PERFORM LOAD-DECISIONS.
           IF WS-ERROR-COUNT > ZERO
               MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
               DISPLAY "Erreur: " FUNCTION TRIM(WS-COUNT-EDIT)
                       " ligne(s) refusée(s) dans recertdecisions.txt"
                       " - rien n'a été modifié."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COUNT-DECISIONS.
           MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Profils maintenus         : " WS-COUNT-EDIT.
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Options retirées          : " WS-COUNT-EDIT.
           MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Profils révoqués          : " WS-COUNT-EDIT.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Profils sans décision     : " WS-COUNT-EDIT.
           IF WS-KEEP-COUNT + WS-PARTIAL-COUNT + WS-REVOKE-COUNT
              = ZERO
               DISPLAY "Aucune décision à appliquer."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Appliquer les décisions (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Abandon - rien n'a été modifié."
               GOBACK
           END-IF.

           PERFORM REWRITE-PROFILES.
           PERFORM WRITE-HISTORY.
           DISPLAY "operators.txt mis à jour, décisions tracées dans"
                   " recerthistory.txt.".

           IF WS-PENDING-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-PROFILES.
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
                       IF PRF-OPERATOR-ID NOT = SPACES
                           PERFORM STORE-ONE-PROFILE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROFILE-STATUS NOT = "35"
               CLOSE OPERATOR-PROFILES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-PROFILE.
           IF PRF-OPERATOR-ID = WS-OPERATOR
               SET WS-PROFILE-FOUND TO TRUE
           END-IF.
           IF PROFILE-COUNT < WS-PROFILE-LIMIT
               ADD 1 TO PROFILE-COUNT
               MOVE PRF-OPERATOR-ID TO PFT-ID(PROFILE-COUNT)
               MOVE PRF-NAME TO PFT-NAME(PROFILE-COUNT)
               MOVE PRF-OPTIONS TO PFT-OPTIONS(PROFILE-COUNT)
               MOVE PRF-OPTIONS TO PFT-NEW-OPTIONS(PROFILE-COUNT)
               MOVE SPACE TO PFT-DECISION(PROFILE-COUNT)
               MOVE SPACES TO PFT-REVIEWER(PROFILE-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

       LOAD-DECISIONS.
           OPEN INPUT RECERT-DECISIONS.
           IF WS-DECISION-STATUS NOT = "00"
               DISPLAY "recertdecisions.txt absent ou illisible."
               ADD 1 TO WS-ERROR-COUNT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ RECERT-DECISIONS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF RECERT-DECISION-RECORD NOT = SPACES AND
                          RCD-OPERATOR-ID(1:1) NOT = '*'
                           PERFORM VALIDATE-DECISION
                               THRU VALIDATE-DECISION-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DECISION-STATUS NOT = "35"
               CLOSE RECERT-DECISIONS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       VALIDATE-DECISION.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               IF PFT-ID(WS-SUB) = RCD-OPERATOR-ID
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE PROFILE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-HIT-SUB = ZERO
               MOVE "opérateur absent de operators.txt"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-UNDECIDED
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF NOT RCD-KEEP AND NOT RCD-REVOKE
               MOVE "décision M, R ou vide attendue" TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF PFT-DECIDED(WS-HIT-SUB)
               MOVE "opérateur présent deux fois" TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-REVIEWER = SPACES
               MOVE "visa du responsable manquant" TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-REVIEWER = RCD-OPERATOR-ID OR
              RCD-REVIEWER = PFT-NAME(WS-HIT-SUB)
               MOVE "décision visée par l'opérateur lui-même"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-OPERATOR-ID = WS-OPERATOR
               MOVE "décision sur votre propre profil"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-CURRENT-OPTIONS NOT = PFT-OPTIONS(WS-HIT-SUB)
               MOVE "options modifiées depuis le rapport signé"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.
           IF RCD-KEEP AND RCD-REVOKE-OPTIONS NOT = SPACES
               MOVE "options à retirer sur une décision M"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-DECISION-ERROR
               GO TO VALIDATE-DECISION-EXIT
           END-IF.

           MOVE PFT-OPTIONS(WS-HIT-SUB) TO PFT-NEW-OPTIONS(WS-HIT-SUB).
           IF RCD-REVOKE
               IF RCD-REVOKE-OPTIONS = SPACES
                   MOVE SPACES TO PFT-NEW-OPTIONS(WS-HIT-SUB)
               ELSE
                   PERFORM CHECK-REVOKED-HELD
                   IF WS-TALLY = ZERO
                       MOVE "option à retirer absente du profil"
                         TO WS-ERROR-TEXT
                       PERFORM WRITE-DECISION-ERROR
                       GO TO VALIDATE-DECISION-EXIT
                   END-IF
                   PERFORM WITHDRAW-OPTIONS
               END-IF
           END-IF.
           MOVE RCD-DECISION TO PFT-DECISION(WS-HIT-SUB).
           MOVE RCD-REVIEWER TO PFT-REVIEWER(WS-HIT-SUB).

       VALIDATE-DECISION-EXIT.
           EXIT.

      * WS-TALLY comes back zero as soon as one option to withdraw
      * is not in the profile.
       CHECK-REVOKED-HELD.
           MOVE 1 TO WS-TALLY.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > 10
               MOVE RCD-REVOKE-OPTIONS(WS-OPT-SUB:1) TO WS-OPTION-CHAR
               IF WS-OPTION-CHAR NOT = SPACE AND WS-TALLY > ZERO
                   MOVE ZERO TO WS-TALLY
                   INSPECT PFT-OPTIONS(WS-HIT-SUB) TALLYING WS-TALLY
                       FOR ALL WS-OPTION-CHAR
               END-IF
           END-PERFORM.

      * The options kept stay in their order, packed to the left.
       WITHDRAW-OPTIONS.
           MOVE SPACES TO PFT-NEW-OPTIONS(WS-HIT-SUB).
           MOVE ZERO TO WS-OUT-POS.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > 10
               MOVE PFT-OPTIONS(WS-HIT-SUB)(WS-OPT-SUB:1)
                 TO WS-OPTION-CHAR
               MOVE ZERO TO WS-TALLY
               INSPECT RCD-REVOKE-OPTIONS TALLYING WS-TALLY
                   FOR ALL WS-OPTION-CHAR
               IF WS-OPTION-CHAR NOT = SPACE AND WS-TALLY = ZERO
                   ADD 1 TO WS-OUT-POS
                   MOVE WS-OPTION-CHAR
                     TO PFT-NEW-OPTIONS(WS-HIT-SUB)(WS-OUT-POS:1)
               END-IF
           END-PERFORM.

       WRITE-DECISION-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "Refusé: " RCD-OPERATOR-ID " "
                   RCD-DECISION " - " FUNCTION TRIM(WS-ERROR-TEXT).

       COUNT-DECISIONS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               EVALUATE TRUE
                   WHEN NOT PFT-DECIDED(WS-SUB)
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN PFT-DECISION(WS-SUB) = 'M'
                       ADD 1 TO WS-KEEP-COUNT
                   WHEN PFT-NEW-OPTIONS(WS-SUB) = SPACES
                       ADD 1 TO WS-REVOKE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PARTIAL-COUNT
               END-EVALUATE
           END-PERFORM.

      * A profile left with no option at all is removed.
       REWRITE-PROFILES.
           OPEN OUTPUT OPERATOR-PROFILES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               IF PFT-NEW-OPTIONS(WS-SUB) NOT = SPACES OR
                  NOT PFT-DECIDED(WS-SUB)
                   MOVE SPACES TO PROFILE-RECORD
                   MOVE PFT-ID(WS-SUB) TO PRF-OPERATOR-ID
                   MOVE PFT-NAME(WS-SUB) TO PRF-NAME
                   MOVE PFT-NEW-OPTIONS(WS-SUB) TO PRF-OPTIONS
                   WRITE PROFILE-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-PROFILES.

       WRITE-HISTORY.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                   WS-NOW-HHMMSS DELIMITED BY SIZE
                   INTO WS-TIMESTAMP.

           OPEN EXTEND RECERT-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RECERT-HISTORY
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               IF PFT-DECIDED(WS-SUB)
                   PERFORM WRITE-ONE-HISTORY
               END-IF
           END-PERFORM.
           CLOSE RECERT-HISTORY.

       WRITE-ONE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-TIMESTAMP TO HST-TIMESTAMP.
           MOVE WS-OPERATOR TO HST-APPLIED-BY.
           MOVE PFT-ID(WS-SUB) TO HST-OPERATOR-ID.
           MOVE PFT-DECISION(WS-SUB) TO HST-DECISION.
           MOVE PFT-OPTIONS(WS-SUB) TO HST-OPTIONS-BEFORE.
           MOVE PFT-NEW-OPTIONS(WS-SUB) TO HST-OPTIONS-AFTER.
           MOVE PFT-REVIEWER(WS-SUB) TO HST-REVIEWER.
           MOVE PFT-NAME(WS-SUB) TO HST-OPERATOR-NAME.
           WRITE HISTORY-RECORD.

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN PFT-DECISION(WS-SUB) = 'M'
                   STRING "Recertif " DELIMITED BY SIZE
                           PFT-ID(WS-SUB) DELIMITED BY SPACE
                           " maintenu par " DELIMITED BY SIZE
                           WS-OPERATOR DELIMITED BY SPACE
                           INTO AUDIT-SUMMARY-LINE
               WHEN PFT-NEW-OPTIONS(WS-SUB) = SPACES
                   STRING "Recertif " DELIMITED BY SIZE
                           PFT-ID(WS-SUB) DELIMITED BY SPACE
                           " révoqué par " DELIMITED BY SIZE
                           WS-OPERATOR DELIMITED BY SPACE
                           INTO AUDIT-SUMMARY-LINE
               WHEN OTHER
                   STRING "Recertif " DELIMITED BY SIZE
                           PFT-ID(WS-SUB) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           PFT-OPTIONS(WS-SUB) DELIMITED BY SPACE
                           ">" DELIMITED BY SIZE
                           PFT-NEW-OPTIONS(WS-SUB) DELIMITED BY SPACE
                           " par " DELIMITED BY SIZE
                           WS-OPERATOR DELIMITED BY SPACE
                           INTO AUDIT-SUMMARY-LINE
           END-EVALUATE.
           PERFORM LOG-AUDIT-ENTRY.

       LOG-AUDIT-ENTRY.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
