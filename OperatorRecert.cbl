       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorRecert.

      ***************************************************************
      * Quarterly recertification of operator access. Every profile
      * of operators.txt is listed with its menu options beside the
      * operator's last activity in auditlog.txt, for the managers
      * to sign keep or revoke, and the report flags:
      *
      *   DORMANT     no activity for more than the dormancy
      *               threshold (or never any)
      *   SANS PROFIL activity logged under an ID that has no
      *               profile
      *   TOXIQUE     one person holding both halves of a
      *               combination forbidden by the rules file
      *
      * The rules are in recertrules.txt (lines starting '*' are
      * comments):
      *
      *   DORMANT 090                 dormancy threshold in days
      *   SERVICE SYSTEM              a batch/service ID, never
      *                               dormant nor "sans profil"
      *   TOXIQUE BankMaint            TransRelease         libellé
      *           (columns 9, 30 and 51)
      *
      * A right in a TOXIQUE line is either a menu option (one
      * character, held when it is in the profile's options) or a
      * program name, held when the operator has activity from that
      * program in the log - the maintenance programs only ask for
      * a profile, so what someone has actually done is the only
      * evidence of what they can do there.
      *
      * The signed copy is recertreport.txt; recerttemplate.txt
      * (RECERTDEC.CPY) carries one blank decision line per profile
      * for the managers' answers, which RecertApply applies. The
      * report ends "TOTAL RECERTIFICATION : nnn" and the run ends
      * RC-WARNING when anything was flagged.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILES ASSIGN TO 'operators.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT RECERT-RULES ASSIGN TO 'recertrules.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'auditlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RECERT-REPORT ASSIGN TO 'recertreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECERT-TEMPLATE ASSIGN TO 'recerttemplate.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILES.
       01  PROFILE-RECORD.
           03 PRF-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 PRF-NAME              PIC X(20).
           03 FILLER                PIC X.
           03 PRF-OPTIONS           PIC X(10).

       FD  RECERT-RULES.
       01  RULE-RECORD.
           03 RUL-KEY               PIC X(7).
           03 FILLER                PIC X.
           03 RUL-DATA              PIC X(92).
       01  RULE-DORMANT-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-DAYS              PIC 9(3).
           03 FILLER                PIC X(89).
       01  RULE-SERVICE-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-SERVICE-ID        PIC X(8).
           03 FILLER                PIC X(84).
       01  RULE-TOXIC-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-RIGHT-1           PIC X(20).
           03 FILLER                PIC X.
           03 RUL-RIGHT-2           PIC X(20).
           03 FILLER                PIC X.
           03 RUL-LABEL             PIC X(50).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".

       FD  RECERT-REPORT.
       01  REPORT-LINE              PIC X(132).

       FD  RECERT-TEMPLATE.
           COPY "RECERTDEC.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PROFILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RULES-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS      PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-INT         PIC 9(7) COMP VALUE ZERO.
       01  WS-QUARTER           PIC 9 VALUE ZERO.

       01  WS-DORMANT-DAYS      PIC 9(3) VALUE 90.
       01  WS-DAYS-SINCE        PIC 9(7) COMP VALUE ZERO.

       01  PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 200 TIMES.
              10 PFT-ID         PIC X(8).
              10 PFT-NAME       PIC X(20).
              10 PFT-OPTIONS    PIC X(10).
              10 PFT-LAST-DATE  PIC 9(8).
              10 PFT-COUNT      PIC 9(7) COMP.
              10 PFT-SERVICE-SW PIC X.
                 88 PFT-SERVICE VALUE 'Y'.
       01  PROFILE-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-PROFILE-LIMIT     PIC 9(3) COMP VALUE 200.

      * Last activity per operator and program from the audit log.
       01  ACTIVITY-TABLE.
           05 ACTIVITY-ENTRY OCCURS 1000 TIMES.
              10 ACV-OPERATOR   PIC X(8).
              10 ACV-PROGRAM    PIC X(20).
              10 ACV-LAST-DATE  PIC 9(8).
              10 ACV-COUNT      PIC 9(7) COMP.
       01  ACTIVITY-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-ACTIVITY-LIMIT    PIC 9(4) COMP VALUE 1000.

       01  SERVICE-TABLE.
           05 SERVICE-ENTRY OCCURS 20 TIMES.
              10 SVC-ID         PIC X(8).
       01  SERVICE-COUNT        PIC 9(2) COMP VALUE ZERO.

       01  TOXIC-TABLE.
           05 TOXIC-ENTRY OCCURS 50 TIMES.
              10 TXR-RIGHT-1    PIC X(20).
              10 TXR-RIGHT-2    PIC X(20).
              10 TXR-LABEL      PIC X(50).
       01  TOXIC-COUNT          PIC 9(2) COMP VALUE ZERO.

      * Activity under IDs with no profile, one line per ID.
       01  STRAY-TABLE.
           05 STRAY-ENTRY OCCURS 100 TIMES.
              10 STR-OPERATOR   PIC X(8).
              10 STR-LAST-DATE  PIC 9(8).
              10 STR-LAST-PROG  PIC X(20).
              10 STR-COUNT      PIC 9(7) COMP.
       01  STRAY-COUNT          PIC 9(3) COMP VALUE ZERO.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-SUB          PIC 9(2) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-LOG-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LOG-DATE-X REDEFINES WS-LOG-DATE.
           05 WS-LOG-YYYY       PIC X(4).
           05 WS-LOG-MM         PIC X(2).
           05 WS-LOG-DD         PIC X(2).
       01  WS-LOOK-OPERATOR     PIC X(8) VALUE SPACES.
       01  WS-LOOK-PROGRAM      PIC X(20) VALUE SPACES.

      * One right of a TOXIQUE rule checked for one profile.
       01  WS-RIGHT             PIC X(20) VALUE SPACES.
       01  WS-RIGHT-HELD-SW     PIC X VALUE 'N'.
           88 WS-RIGHT-HELD     VALUE 'Y'.
       01  WS-RIGHT-SOURCE      PIC X(40) VALUE SPACES.
       01  WS-RIGHT-SOURCE-1    PIC X(40) VALUE SPACES.
       01  WS-TALLY             PIC 9(2) COMP VALUE ZERO.

       01  WS-FLAGS             PIC X(30) VALUE SPACES.
       01  WS-FLAG-POS          PIC 9(2) COMP VALUE ZERO.
       01  WS-DORMANT-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-TOXIC-FOUND       PIC 9(5) COMP VALUE ZERO.
       01  WS-PROFILE-TOXIC     PIC 9(3) COMP VALUE ZERO.
       01  WS-ALERT-COUNT       PIC 9(5) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-DAYS-EDIT         PIC Z(6)9.
       01  WS-DATE-EDIT         PIC 9999/99/99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "OperatorRecert".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-QUARTER = (WS-TODAY-MM - 1) / 3 + 1.

           PERFORM LOAD-RULES.
           PERFORM LOAD-PROFILES.
           IF PROFILE-COUNT = ZERO
               DISPLAY "Erreur: operators.txt absent ou vide -"
                       " rien à recertifier."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ACTIVITY.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-PROFILE-LIMIT
                       " profils ou de " WS-ACTIVITY-LIMIT
                       " couples opérateur/programme - rapport"
                       " impossible."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RECERT-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               PERFORM REPORT-ONE-PROFILE
           END-PERFORM.
           PERFORM REPORT-STRAY-ACTIVITY.
           PERFORM WRITE-SIGNATURE-SHEET.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE RECERT-REPORT.

           PERFORM WRITE-DECISION-TEMPLATE.

           IF WS-ALERT-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE PROFILE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Profils à recertifier : " WS-COUNT-EDIT.
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Alertes               : " WS-COUNT-EDIT.
           DISPLAY "Rapport à signer : recertreport.txt".
           DISPLAY "Décisions à saisir : recerttemplate.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-RULES.
           OPEN INPUT RECERT-RULES.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "recertrules.txt absent - dormance 90 jours,"
                       " aucune combinaison interdite vérifiée."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ RECERT-RULES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-RULE
               END-READ
           END-PERFORM.

           IF WS-RULES-STATUS NOT = "35"
               CLOSE RECERT-RULES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-RULE.
           EVALUATE TRUE
               WHEN RUL-KEY(1:1) = '*' OR RULE-RECORD = SPACES
                   CONTINUE
               WHEN RUL-KEY = "DORMANT" AND RUL-DAYS NUMERIC
                   MOVE RUL-DAYS TO WS-DORMANT-DAYS
               WHEN RUL-KEY = "SERVICE" AND
                    RUL-SERVICE-ID NOT = SPACES AND
                    SERVICE-COUNT < 20
                   ADD 1 TO SERVICE-COUNT
                   MOVE RUL-SERVICE-ID TO SVC-ID(SERVICE-COUNT)
               WHEN RUL-KEY = "TOXIQUE" AND
                    RUL-RIGHT-1 NOT = SPACES AND
                    RUL-RIGHT-2 NOT = SPACES AND
                    TOXIC-COUNT < 50
                   ADD 1 TO TOXIC-COUNT
                   MOVE RUL-RIGHT-1 TO TXR-RIGHT-1(TOXIC-COUNT)
                   MOVE RUL-RIGHT-2 TO TXR-RIGHT-2(TOXIC-COUNT)
                   MOVE RUL-LABEL TO TXR-LABEL(TOXIC-COUNT)
               WHEN OTHER
                   DISPLAY "recertrules.txt: ligne ignorée - "
                           FUNCTION TRIM(RULE-RECORD)
           END-EVALUATE.

       LOAD-PROFILES.
           OPEN INPUT OPERATOR-PROFILES.
           IF WS-PROFILE-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ OPERATOR-PROFILES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PRF-OPERATOR-ID NOT = SPACES
                           IF PROFILE-COUNT < WS-PROFILE-LIMIT
                               ADD 1 TO PROFILE-COUNT
                               PERFORM STORE-ONE-PROFILE
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROFILE-STATUS NOT = "35"
               CLOSE OPERATOR-PROFILES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-PROFILE.
           MOVE PRF-OPERATOR-ID TO PFT-ID(PROFILE-COUNT).
           MOVE PRF-NAME TO PFT-NAME(PROFILE-COUNT).
           MOVE PRF-OPTIONS TO PFT-OPTIONS(PROFILE-COUNT).
           MOVE ZERO TO PFT-LAST-DATE(PROFILE-COUNT).
           MOVE ZERO TO PFT-COUNT(PROFILE-COUNT).
           MOVE 'N' TO PFT-SERVICE-SW(PROFILE-COUNT).
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > SERVICE-COUNT
               IF SVC-ID(WS-SUB2) = PRF-OPERATOR-ID
                   SET PFT-SERVICE(PROFILE-COUNT) TO TRUE
               END-IF
           END-PERFORM.

      * The hash-chain control lines carry no operator and are
      * skipped; so are lines without a readable date.
       LOAD-ACTIVITY.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "auditlog.txt absent - aucune activité connue."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ AUDIT-LOG-FILE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF NOT ACT-CONTROL-REC AND
                          AUDIT-OPERATOR NOT = SPACES
                           PERFORM STORE-ONE-ACTIVITY
                               THRU STORE-ONE-ACTIVITY-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-ACTIVITY.
           MOVE AUDIT-TIMESTAMP(1:4) TO WS-LOG-YYYY.
           MOVE AUDIT-TIMESTAMP(6:2) TO WS-LOG-MM.
           MOVE AUDIT-TIMESTAMP(9:2) TO WS-LOG-DD.
           IF WS-LOG-DATE NOT NUMERIC
               GO TO STORE-ONE-ACTIVITY-EXIT
           END-IF.

           MOVE AUDIT-OPERATOR TO WS-LOOK-OPERATOR.
           MOVE AUDIT-PROGRAM-ID TO WS-LOOK-PROGRAM.
           PERFORM FIND-ACTIVITY.
           IF WS-NOT-FOUND
               IF ACTIVITY-COUNT >= WS-ACTIVITY-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
                   GO TO STORE-ONE-ACTIVITY-EXIT
               END-IF
               ADD 1 TO ACTIVITY-COUNT
               MOVE ACTIVITY-COUNT TO WS-HIT-SUB
               MOVE WS-LOOK-OPERATOR TO ACV-OPERATOR(WS-HIT-SUB)
               MOVE WS-LOOK-PROGRAM TO ACV-PROGRAM(WS-HIT-SUB)
               MOVE ZERO TO ACV-LAST-DATE(WS-HIT-SUB)
               MOVE ZERO TO ACV-COUNT(WS-HIT-SUB)
           END-IF.
           ADD 1 TO ACV-COUNT(WS-HIT-SUB).
           IF WS-LOG-DATE > ACV-LAST-DATE(WS-HIT-SUB)
               MOVE WS-LOG-DATE TO ACV-LAST-DATE(WS-HIT-SUB)
           END-IF.

       STORE-ONE-ACTIVITY-EXIT.
           EXIT.

       FIND-ACTIVITY.
           SET WS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > ACTIVITY-COUNT
               IF ACV-OPERATOR(WS-SUB2) = WS-LOOK-OPERATOR AND
                  ACV-PROGRAM(WS-SUB2) = WS-LOOK-PROGRAM
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB2 TO WS-HIT-SUB
                   MOVE ACTIVITY-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Recertification des accès opérateurs - T"
                   DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-YYYY DELIMITED BY SIZE
                   " - édité le " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Profil dormant au-delà de " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                   " jours sans activité dans auditlog.txt."
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOXIC-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Combinaisons interdites vérifiées : "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Profils (operators.txt)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Code" TO REPORT-LINE(1:8).
           MOVE "Nom" TO REPORT-LINE(11:20).
           MOVE "Options" TO REPORT-LINE(32:10).
           MOVE "Dern. activité" TO REPORT-LINE(43:15).
           MOVE "Jours" TO REPORT-LINE(60:7).
           MOVE "Alertes" TO REPORT-LINE(68:30).
           WRITE REPORT-LINE.

       REPORT-ONE-PROFILE.
           MOVE ZERO TO WS-PROFILE-TOXIC.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > ACTIVITY-COUNT
               IF ACV-OPERATOR(WS-SUB2) = PFT-ID(WS-SUB)
                   ADD ACV-COUNT(WS-SUB2) TO PFT-COUNT(WS-SUB)
                   IF ACV-LAST-DATE(WS-SUB2) > PFT-LAST-DATE(WS-SUB)
                       MOVE ACV-LAST-DATE(WS-SUB2)
                         TO PFT-LAST-DATE(WS-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-POS.
           MOVE SPACES TO REPORT-LINE.
           MOVE PFT-ID(WS-SUB) TO REPORT-LINE(1:8).
           MOVE PFT-NAME(WS-SUB) TO REPORT-LINE(11:20).
           MOVE PFT-OPTIONS(WS-SUB) TO REPORT-LINE(32:10).
           IF PFT-LAST-DATE(WS-SUB) = ZERO
               MOVE "jamais" TO REPORT-LINE(43:15)
               MOVE "-" TO REPORT-LINE(66:1)
               IF NOT PFT-SERVICE(WS-SUB)
                   STRING "DORMANT " DELIMITED BY SIZE
                           INTO WS-FLAGS WITH POINTER WS-FLAG-POS
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           ELSE
               MOVE PFT-LAST-DATE(WS-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO REPORT-LINE(43:15)
               COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(PFT-LAST-DATE(WS-SUB))
               MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO REPORT-LINE(60:7)
               IF WS-DAYS-SINCE > WS-DORMANT-DAYS AND
                  NOT PFT-SERVICE(WS-SUB)
                   STRING "DORMANT " DELIMITED BY SIZE
                           INTO WS-FLAGS WITH POINTER WS-FLAG-POS
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-IF.
           IF PFT-SERVICE(WS-SUB)
               STRING "(service) " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-POS
           END-IF.

           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > TOXIC-COUNT
               MOVE TXR-RIGHT-1(WS-RULE-SUB) TO WS-RIGHT
               PERFORM CHECK-RIGHT-HELD
               IF WS-RIGHT-HELD
                   MOVE WS-RIGHT-SOURCE TO WS-RIGHT-SOURCE-1
                   MOVE TXR-RIGHT-2(WS-RULE-SUB) TO WS-RIGHT
                   PERFORM CHECK-RIGHT-HELD
                   IF WS-RIGHT-HELD
                       ADD 1 TO WS-PROFILE-TOXIC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PROFILE-TOXIC > ZERO
               STRING "TOXIQUE" DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-POS
           END-IF.
           MOVE WS-FLAGS TO REPORT-LINE(68:30).
           WRITE REPORT-LINE.

      * The combinations are listed under the profile, each right
      * with what shows it is held.
           IF WS-PROFILE-TOXIC > ZERO
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > TOXIC-COUNT
                   PERFORM REPORT-TOXIC-RULE
               END-PERFORM
           END-IF.

       REPORT-TOXIC-RULE.
           MOVE TXR-RIGHT-1(WS-RULE-SUB) TO WS-RIGHT.
           PERFORM CHECK-RIGHT-HELD.
           IF WS-RIGHT-HELD
               MOVE WS-RIGHT-SOURCE TO WS-RIGHT-SOURCE-1
               MOVE TXR-RIGHT-2(WS-RULE-SUB) TO WS-RIGHT
               PERFORM CHECK-RIGHT-HELD
               IF WS-RIGHT-HELD
                   ADD 1 TO WS-TOXIC-FOUND
                   MOVE SPACES TO REPORT-LINE
                   STRING "    TOXIQUE  " DELIMITED BY SIZE
                           TXR-LABEL(WS-RULE-SUB) DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "             " DELIMITED BY SIZE
                           WS-RIGHT-SOURCE-1 DELIMITED BY "  "
                           " + " DELIMITED BY SIZE
                           WS-RIGHT-SOURCE DELIMITED BY "  "
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      * A one-character right is a menu option of the profile; a
      * longer one is a program the operator has activity from.
       CHECK-RIGHT-HELD.
           MOVE 'N' TO WS-RIGHT-HELD-SW.
           MOVE SPACES TO WS-RIGHT-SOURCE.
           IF WS-RIGHT(2:19) = SPACES
               MOVE ZERO TO WS-TALLY
               INSPECT PFT-OPTIONS(WS-SUB) TALLYING WS-TALLY
                   FOR ALL WS-RIGHT(1:1)
               IF WS-TALLY > ZERO
                   SET WS-RIGHT-HELD TO TRUE
                   STRING "option " DELIMITED BY SIZE
                           WS-RIGHT(1:1) DELIMITED BY SIZE
                           INTO WS-RIGHT-SOURCE
               END-IF
           ELSE
               MOVE PFT-ID(WS-SUB) TO WS-LOOK-OPERATOR
               MOVE WS-RIGHT TO WS-LOOK-PROGRAM
               PERFORM FIND-ACTIVITY
               IF WS-FOUND
                   SET WS-RIGHT-HELD TO TRUE
                   MOVE ACV-LAST-DATE(WS-HIT-SUB) TO WS-DATE-EDIT
                   STRING FUNCTION TRIM(WS-RIGHT) DELIMITED BY SIZE
                           " (actif le " DELIMITED BY SIZE
                           WS-DATE-EDIT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-RIGHT-SOURCE
               END-IF
           END-IF.

      * Activity under an ID that is neither a profile nor a
      * declared service ID, one line per ID.
       REPORT-STRAY-ACTIVITY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ACTIVITY-COUNT
               PERFORM COLLECT-ONE-STRAY
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Activité sous un identifiant sans profil"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           IF STRAY-COUNT = ZERO
               MOVE "  aucune" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STRAY-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE STR-OPERATOR(WS-SUB) TO REPORT-LINE(1:8)
               MOVE "SANS PROFIL" TO REPORT-LINE(11:12)
               MOVE STR-COUNT(WS-SUB) TO WS-COUNT-EDIT
               MOVE STR-LAST-DATE(WS-SUB) TO WS-DATE-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " ligne(s), dernière le " DELIMITED BY SIZE
                       WS-DATE-EDIT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       STR-LAST-PROG(WS-SUB) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE(24:80)
               WRITE REPORT-LINE
           END-PERFORM.

       COLLECT-ONE-STRAY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > PROFILE-COUNT
               IF PFT-ID(WS-SUB2) = ACV-OPERATOR(WS-SUB)
                   SET WS-FOUND TO TRUE
                   MOVE PROFILE-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > SERVICE-COUNT
               IF SVC-ID(WS-SUB2) = ACV-OPERATOR(WS-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > STRAY-COUNT
                   IF STR-OPERATOR(WS-SUB2) = ACV-OPERATOR(WS-SUB)
                       MOVE WS-SUB2 TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO AND STRAY-COUNT < 100
                   ADD 1 TO STRAY-COUNT
                   MOVE STRAY-COUNT TO WS-HIT-SUB
                   MOVE ACV-OPERATOR(WS-SUB)
                     TO STR-OPERATOR(WS-HIT-SUB)
                   MOVE ZERO TO STR-LAST-DATE(WS-HIT-SUB)
                   MOVE ZERO TO STR-COUNT(WS-HIT-SUB)
               END-IF
               IF WS-HIT-SUB > ZERO
                   ADD ACV-COUNT(WS-SUB) TO STR-COUNT(WS-HIT-SUB)
                   IF ACV-LAST-DATE(WS-SUB) > STR-LAST-DATE(WS-HIT-SUB)
                       MOVE ACV-LAST-DATE(WS-SUB)
                         TO STR-LAST-DATE(WS-HIT-SUB)
                       MOVE ACV-PROGRAM(WS-SUB)
                         TO STR-LAST-PROG(WS-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

      * One line per profile for the manager's decision and visa;
      * the same decisions are keyed into recertdecisions.txt.
       WRITE-SIGNATURE-SHEET.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Décisions (M = maintenir, R = révoquer - préciser"
             & " les options retirées, toutes si vide)"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE PFT-ID(WS-SUB) TO REPORT-LINE(1:8)
               MOVE PFT-NAME(WS-SUB) TO REPORT-LINE(11:20)
               MOVE PFT-OPTIONS(WS-SUB) TO REPORT-LINE(32:10)
               MOVE "M [ ]  R [ ]  retirer : __________"
                 TO REPORT-LINE(43:34)
               MOVE "Visa : ____________________"
                 TO REPORT-LINE(79:27)
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Responsable : ______________________    Date : "
             & "__________    Signature : ____________________"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           COMPUTE WS-ALERT-COUNT = WS-DORMANT-COUNT + WS-TOXIC-FOUND
                                  + STRAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Profils dormants           : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STRAY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Identifiants sans profil   : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOXIC-FOUND TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Combinaisons interdites    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL RECERTIFICATION : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DECISION-TEMPLATE.
           OPEN OUTPUT RECERT-TEMPLATE.
           MOVE SPACES TO RECERT-DECISION-RECORD.
           STRING "* Recertification T" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-YYYY DELIMITED BY SIZE
                   " : M/R col. 10, retraits col. 12, visa col. 23"
                   DELIMITED BY SIZE
                   INTO RECERT-DECISION-RECORD.
           WRITE RECERT-DECISION-RECORD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROFILE-COUNT
               MOVE SPACES TO RECERT-DECISION-RECORD
               MOVE PFT-ID(WS-SUB) TO RCD-OPERATOR-ID
               MOVE PFT-OPTIONS(WS-SUB) TO RCD-CURRENT-OPTIONS
               MOVE PFT-NAME(WS-SUB) TO RCD-OPERATOR-NAME
               WRITE RECERT-DECISION-RECORD
           END-PERFORM.
           CLOSE RECERT-TEMPLATE.

       LOG-AUDIT-ENTRY.
           MOVE PROFILE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ALERT-COUNT TO WS-DAYS-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Recertif: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " profils, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                   " alertes" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
