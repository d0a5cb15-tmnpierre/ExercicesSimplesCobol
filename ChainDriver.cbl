      * SKIPPED in chainstatus.txt and counts as complete for the
      * resume logic - a public holiday is no longer a "missed
      * run".
      *
      * Column 24 may carry 'V' (validation) for a control step
      * whose warnings must be looked at before the chain goes on -
      * PayVariance in front of BankTransfer. Such a step ending
      * RC-WARNING is recorded HELD and the chain stops there, RC-
      * WARNING, without running the steps behind it. The next
      * invocation goes past the step (recorded SIGNED) once
      * ChainSignoff has logged a release for it on chainsignoff.txt
      * (CHAINSGN.CPY) after the hold; without one the step is run
      * again, so a corrected input can clear the hold by itself.
      *
      * A step line may be followed by condition lines starting
      * '+' (columns 1-9 the keyword, 10 on the value):
      *
      *   +APRES   GlPost          run only once GlPost has ended
      *                            OK, WARNING, SKIPPED or SIGNED;
      *                            one line per step depended on,
      *                            which must come earlier in the
      *                            file. "+APRES   AUCUNE" starts an
      *                            independent branch.
      *   +FICHIER glconfirm.txt   (limit in minutes, column 51)
      *                            wait for the input file to
      *                            arrive, polling every minute.
      *
      * A step with no +APRES line depends on the line before it,
      * so an untouched chainsteps.cfg runs as it always did. A
      * step waiting for a file is recorded WAITING, and TIMEOUT
      * once its limit has passed (blank = 60 minutes, 0000 = look
      * once). A step that ends ERROR, HELD or TIMEOUT only holds
      * back the steps depending on it, directly or not, recorded
      * BLOCKED - the other branches run on. The next invocation
      * runs again only what did not complete, so only the held
      * branch is restarted.
      *
      * Every step actually run is also appended to
      * chainhistory.txt (CHAINHIST.CPY) with its start, end,
      * elapsed seconds and return code, so the nights can be
      * compared after chainstatus.txt has been rewritten;
      * ChainTrend reports on it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CHAIN-SIGNOFF ASSIGN TO 'chainsignoff.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT CHAIN-HISTORY ASSIGN TO 'chainhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INPUT-PROBE ASSIGN TO DYNAMIC WS-PROBE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONFIG.
           03 CFG-NAME              PIC X(20).
           03 FILLER                PIC X.
           03 CFG-FREQ              PIC X.
           03 FILLER                PIC X.
           03 CFG-SIGNOFF           PIC X.
           03 FILLER                PIC X(6).
       01  CONFIG-COND-LINE.
           03 CFC-KEY               PIC X(9).
           03 CFC-DEP-NAME          PIC X(20).
           03 FILLER                PIC X(25).
       01  CONFIG-FILE-LINE.
           03 FILLER                PIC X(9).
           03 CFC-FILE-NAME         PIC X(40).
           03 FILLER                PIC X.
           03 CFC-WAIT-LIMIT        PIC X(4).

      * batchcalendar.txt: 'F AAAAMMJJ libellé' marks a public
      * holiday, 'C AAAAMMJJ libellé' a period-end evening on which
           03 FILLER                PIC X.
           03 STL-RC                PIC 9(2).

       FD  CHAIN-SIGNOFF.
           COPY "CHAINSGN.CPY".

       FD  CHAIN-HISTORY.
           COPY "CHAINHIST.CPY".

       FD  INPUT-PROBE.
       01  PROBE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

           05 STEP-ENTRY OCCURS 20 TIMES.
              10 STP-NAME       PIC X(20).
              10 STP-FREQ       PIC X.
              10 STP-SIGNOFF    PIC X.
              10 STP-STATUS     PIC X(8).
                 88 STP-COMPLETE VALUE "OK" "WARNING" "SKIPPED"
                                       "SIGNED".
              10 STP-START-TS   PIC X(14).
              10 STP-END-TS     PIC X(14).
              10 STP-RC         PIC 9(2).
              10 STP-DEP-DECLARED PIC X.
              10 STP-DEP-COUNT  PIC 9(2) COMP.
              10 STP-DEP        PIC 9(2) COMP OCCURS 5 TIMES.
              10 STP-FILE-COUNT PIC 9(2) COMP.
              10 STP-FILE OCCURS 3 TIMES.
                 15 STP-FILE-NAME  PIC X(40).
                 15 STP-FILE-LIMIT PIC 9(4).
              10 STP-SETTLED-SW PIC X.
                 88 STP-SETTLED VALUE 'Y'.
              10 STP-WAIT-START PIC 9(11) COMP.
       01  STEP-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-LIMIT        PIC 9(2) COMP VALUE 20.
       01  WS-DEP-LIMIT         PIC 9(2) COMP VALUE 5.
       01  WS-FILE-LIMIT        PIC 9(2) COMP VALUE 3.
       01  WS-CURRENT-STEP      PIC 9(2) COMP VALUE ZERO.
       01  WS-CONFIG-ERROR-SW   PIC X VALUE 'N'.
           88 WS-CONFIG-ERROR   VALUE 'Y'.
       01  WS-CONFIG-TEXT       PIC X(50) VALUE SPACES.

      * The scheduling passes: a pass runs every step whose
      * dependencies are settled; while a step waits for a file,
      * the driver sleeps a minute between passes.
       01  WS-PASS-CHANGED-SW   PIC X VALUE 'N'.
           88 WS-PASS-CHANGED   VALUE 'Y'.
       01  WS-ALL-SETTLED-SW    PIC X VALUE 'N'.
           88 WS-ALL-SETTLED    VALUE 'Y'.
       01  WS-WAITING-COUNT     PIC 9(2) COMP VALUE ZERO.
       01  WS-POLL-SECONDS      PIC 9(4) COMP VALUE 60.
       01  WS-DEP-STATE         PIC X VALUE SPACE.
           88 WS-DEPS-COMPLETE  VALUE 'C'.
           88 WS-DEPS-WAITING   VALUE 'W'.
           88 WS-DEPS-BLOCKED   VALUE 'B'.
       01  WS-DEP-SUB           PIC 9(2) COMP VALUE ZERO.
       01  WS-DEP-STEP          PIC 9(2) COMP VALUE ZERO.
       01  WS-FILE-SUB          PIC 9(2) COMP VALUE ZERO.
       01  WS-PROBE-NAME        PIC X(40) VALUE SPACES.
       01  WS-PROBE-STATUS      PIC XX VALUE SPACES.
       01  WS-MISSING-FILE      PIC X(40) VALUE SPACES.
       01  WS-MISSING-LIMIT     PIC 9(4) VALUE ZERO.
       01  WS-INPUT-STATE       PIC X VALUE SPACE.
           88 WS-INPUTS-READY   VALUE 'R'.
           88 WS-INPUTS-WAITING VALUE 'W'.
           88 WS-INPUTS-TIMEOUT VALUE 'T'.
       01  WS-NOW-SECS          PIC 9(11) COMP VALUE ZERO.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-TS-WORK           PIC X(14) VALUE SPACES.
       01  WS-TS-SPLIT REDEFINES WS-TS-WORK.
           05 WS-TS-DATE        PIC 9(8).
           05 WS-TS-HH          PIC 9(2).
           05 WS-TS-MI          PIC 9(2).
           05 WS-TS-SS          PIC 9(2).
       01  WS-TS-SECS           PIC 9(11) COMP VALUE ZERO.
       01  WS-START-SECS        PIC 9(11) COMP VALUE ZERO.
       01  WS-WAITED-SECS       PIC 9(11) COMP VALUE ZERO.
       01  WS-INCOMPLETE-COUNT  PIC 9(2) COMP VALUE ZERO.
       01  WS-ERROR-STEPS       PIC 9(2) COMP VALUE ZERO.
       01  WS-HELD-STEPS        PIC 9(2) COMP VALUE ZERO.
       01  WS-TIMEOUT-STEPS     PIC 9(2) COMP VALUE ZERO.
       01  WS-BLOCKED-STEPS     PIC 9(2) COMP VALUE ZERO.
       01  WS-CHAIN-TIMEOUT-SW  PIC X VALUE 'N'.
           88 WS-CHAIN-TIMEOUT  VALUE 'Y'.

       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(2) COMP VALUE ZERO.
           88 WS-CHAIN-STOPPED  VALUE 'Y'.
       01  WS-MISSING-SW        PIC X VALUE 'N'.
           88 WS-STEP-MISSING   VALUE 'Y'.
       01  WS-CHAIN-HELD-SW     PIC X VALUE 'N'.
           88 WS-CHAIN-HELD     VALUE 'Y'.
       01  WS-SIGNED-SW         PIC X VALUE 'N'.
           88 WS-STEP-SIGNED    VALUE 'Y'.
       01  WS-SIGNOFF-STATUS    PIC XX VALUE SPACES.
       01  WS-SIGNOFF-EOF       PIC X VALUE 'N'.
           88 WS-SIGNOFF-EOF-YES VALUE 'Y'.
       01  WS-SIGNED-BY         PIC X(8) VALUE SPACES.

       01  WS-STEP-NAME         PIC X(20) VALUE SPACES.
       01  WS-STEP-RC           PIC 9(2) VALUE ZERO.
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONFIG-ERROR
               DISPLAY "Erreur: chainsteps.cfg - "
                       FUNCTION TRIM(WS-CONFIG-TEXT)
               DISPLAY "Aucune étape exécutée - corriger la"
                       " configuration puis relancer ChainDriver."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-IMPLICIT-DEPENDENCIES.

           PERFORM LOAD-BATCH-CALENDAR.
           PERFORM SET-TONIGHT-CALENDAR.

           PERFORM LOAD-PREVIOUS-STATUS.
           PERFORM PREPARE-RESUME.

           IF WS-RESUMING
               MOVE WS-FIRST-STEP TO WS-NUM-EDIT
                       ")."
           END-IF.

           MOVE 'N' TO WS-ALL-SETTLED-SW.
           PERFORM RUN-ONE-PASS THRU RUN-ONE-PASS-EXIT
               UNTIL WS-ALL-SETTLED.

           PERFORM COUNT-FINAL-STATUSES.
           IF WS-BLOCKED-STEPS > 0
               MOVE WS-BLOCKED-STEPS TO WS-NUM-EDIT
               DISPLAY WS-NUM-EDIT " étape(s) bloquée(s) derrière"
                       " une étape non aboutie."
           END-IF.

           IF WS-CHAIN-STOPPED
               DISPLAY "Chaîne arrêtée sur RC-ERROR ("
                       FUNCTION TRIM(WS-STEP-NAME)
                       ") - relancer ChainDriver après correction."
               MOVE RC-ERROR TO RETURN-CODE
           ELSE
           IF WS-CHAIN-HELD
               DISPLAY "Chaîne suspendue après "
                       FUNCTION TRIM(WS-STEP-NAME)
                       " - valider par ChainSignoff puis relancer"
                       " ChainDriver."
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
           IF WS-CHAIN-TIMEOUT
               DISPLAY "Fichier attendu non arrivé pour "
                       FUNCTION TRIM(WS-STEP-NAME)
                       " - relancer ChainDriver à son arrivée."
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               DISPLAY "Chaîne terminée."
           END-IF
           END-IF
           END-IF.

           PERFORM LOG-AUDIT-ENTRY.
                   AT END
                       SET WS-CONFIG-EOF-YES TO TRUE
                   NOT AT END
                       IF CONFIG-LINE(1:1) = '+'
                           PERFORM STORE-STEP-CONDITION
                               THRU STORE-STEP-CONDITION-EXIT
                       ELSE
                       IF CONFIG-LINE NOT = SPACES AND
                          CONFIG-LINE(1:1) NOT = '*'
                           MOVE ZERO TO WS-CURRENT-STEP
                       END-IF
                       END-IF
                       IF CONFIG-LINE NOT = SPACES AND
                          CONFIG-LINE(1:1) NOT = '*' AND
                          CONFIG-LINE(1:1) NOT = '+' AND
                          STEP-COUNT < WS-STEP-LIMIT
                           ADD 1 TO STEP-COUNT
                           MOVE STEP-COUNT TO WS-CURRENT-STEP
                           MOVE CFG-NAME TO STP-NAME(STEP-COUNT)
      * Column 22 is the frequency tag; blank means quotidien, so
      * an untagged configuration keeps its old behaviour.
                               MOVE 'Q' TO STP-FREQ(STEP-COUNT)
                           END-IF
                           END-IF
                           IF CFG-SIGNOFF = 'V' OR CFG-SIGNOFF = 'v'
                               MOVE 'V' TO STP-SIGNOFF(STEP-COUNT)
                           ELSE
                               MOVE SPACE TO STP-SIGNOFF(STEP-COUNT)
                           END-IF
                           MOVE "PENDING" TO STP-STATUS(STEP-COUNT)
                           MOVE SPACES TO STP-START-TS(STEP-COUNT)
                           MOVE SPACES TO STP-END-TS(STEP-COUNT)
                           MOVE ZERO TO STP-RC(STEP-COUNT)
                           MOVE 'N' TO STP-DEP-DECLARED(STEP-COUNT)
                           MOVE ZERO TO STP-DEP-COUNT(STEP-COUNT)
                           MOVE ZERO TO STP-FILE-COUNT(STEP-COUNT)
                           MOVE 'N' TO STP-SETTLED-SW(STEP-COUNT)
                           MOVE ZERO TO STP-WAIT-START(STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE CHAIN-CONFIG
           END-IF.

      * A '+' line belongs to the step line above it; one under a
      * step dropped past the table limit is dropped with it. A
      * dependency must name an earlier step, which keeps the
      * chain free of loops.
       STORE-STEP-CONDITION.
           IF WS-CURRENT-STEP = ZERO
               IF STEP-COUNT = ZERO
                   SET WS-CONFIG-ERROR TO TRUE
                   MOVE "ligne '+' avant la première étape"
                     TO WS-CONFIG-TEXT
               END-IF
               GO TO STORE-STEP-CONDITION-EXIT
           END-IF.

           EVALUATE CFC-KEY
               WHEN "+APRES"
                   MOVE 'Y' TO STP-DEP-DECLARED(WS-CURRENT-STEP)
                   IF CFC-DEP-NAME = "AUCUNE"
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   MOVE ZERO TO WS-DEP-STEP
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB >= WS-CURRENT-STEP
                       IF STP-NAME(WS-SUB) = CFC-DEP-NAME
                           MOVE WS-SUB TO WS-DEP-STEP
                       END-IF
                   END-PERFORM
                   IF WS-DEP-STEP = ZERO
                       SET WS-CONFIG-ERROR TO TRUE
                       MOVE SPACES TO WS-CONFIG-TEXT
                       STRING "+APRES " DELIMITED BY SIZE
                               CFC-DEP-NAME DELIMITED BY SPACE
                               " : étape inconnue ou placée après"
                               DELIMITED BY SIZE
                               INTO WS-CONFIG-TEXT
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   IF STP-DEP-COUNT(WS-CURRENT-STEP) >= WS-DEP-LIMIT
                       SET WS-CONFIG-ERROR TO TRUE
                       MOVE "plus de 5 lignes +APRES pour une étape"
                         TO WS-CONFIG-TEXT
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   ADD 1 TO STP-DEP-COUNT(WS-CURRENT-STEP)
                   MOVE WS-DEP-STEP TO STP-DEP(WS-CURRENT-STEP,
                       STP-DEP-COUNT(WS-CURRENT-STEP))
               WHEN "+FICHIER"
                   IF CFC-FILE-NAME = SPACES
                       SET WS-CONFIG-ERROR TO TRUE
                       MOVE "+FICHIER sans nom de fichier"
                         TO WS-CONFIG-TEXT
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   IF CFC-WAIT-LIMIT NOT = SPACES AND
                      CFC-WAIT-LIMIT NOT NUMERIC
                       SET WS-CONFIG-ERROR TO TRUE
                       MOVE SPACES TO WS-CONFIG-TEXT
                       STRING "+FICHIER " DELIMITED BY SIZE
                               CFC-FILE-NAME DELIMITED BY SPACE
                               " : délai non numérique"
                               DELIMITED BY SIZE
                               INTO WS-CONFIG-TEXT
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   IF STP-FILE-COUNT(WS-CURRENT-STEP)
                           >= WS-FILE-LIMIT
                       SET WS-CONFIG-ERROR TO TRUE
                       MOVE "plus de 3 lignes +FICHIER pour une étape"
                         TO WS-CONFIG-TEXT
                       GO TO STORE-STEP-CONDITION-EXIT
                   END-IF
                   ADD 1 TO STP-FILE-COUNT(WS-CURRENT-STEP)
                   MOVE STP-FILE-COUNT(WS-CURRENT-STEP) TO WS-FILE-SUB
                   MOVE CFC-FILE-NAME TO
                       STP-FILE-NAME(WS-CURRENT-STEP, WS-FILE-SUB)
                   IF CFC-WAIT-LIMIT = SPACES
                       MOVE 60 TO
                           STP-FILE-LIMIT(WS-CURRENT-STEP, WS-FILE-SUB)
                   ELSE
                       MOVE CFC-WAIT-LIMIT TO
                           STP-FILE-LIMIT(WS-CURRENT-STEP, WS-FILE-SUB)
                   END-IF
               WHEN OTHER
                   SET WS-CONFIG-ERROR TO TRUE
                   MOVE SPACES TO WS-CONFIG-TEXT
                   STRING "ligne inconnue " DELIMITED BY SIZE
                           CFC-KEY DELIMITED BY SPACE
                           INTO WS-CONFIG-TEXT
           END-EVALUATE.

       STORE-STEP-CONDITION-EXIT.
           EXIT.

      * No +APRES line at all: the step follows the one above it,
      * exactly as the chain always ran.
       SET-IMPLICIT-DEPENDENCIES.
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               IF STP-DEP-DECLARED(WS-SUB) = 'N'
                   MOVE 1 TO STP-DEP-COUNT(WS-SUB)
                   COMPUTE STP-DEP(WS-SUB, 1) = WS-SUB - 1
               END-IF
           END-PERFORM.

      * Pick up the statuses the previous invocation left behind.
      * They only count when the step name still matches the same
      * position in the configuration - an edited chain starts
               CLOSE CHAIN-STATUS
           END-IF.

      * Completed steps stay as recorded. When some did not
      * complete, only those are run again: ERROR, TIMEOUT,
      * BLOCKED and an interrupted RUNNING or WAITING go back to
      * PENDING, a HELD step keeps its status for the sign-off
      * check. A fully completed chain (or no history at all)
      * starts over, statuses reset.
       PREPARE-RESUME.
           MOVE ZERO TO WS-FIRST-STEP.
           MOVE ZERO TO WS-INCOMPLETE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               IF STP-COMPLETE(WS-SUB)
                   MOVE 'Y' TO STP-SETTLED-SW(WS-SUB)
               ELSE
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   IF WS-FIRST-STEP = ZERO
                       MOVE WS-SUB TO WS-FIRST-STEP
                   END-IF
                   IF STP-STATUS(WS-SUB) NOT = "PENDING"
                       SET WS-RESUMING TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-INCOMPLETE-COUNT < STEP-COUNT
               SET WS-RESUMING TO TRUE
           END-IF.

           IF WS-FIRST-STEP = ZERO
               MOVE 1 TO WS-FIRST-STEP
               MOVE 'N' TO WS-RESUME-SW
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > STEP-COUNT
                   MOVE "PENDING" TO STP-STATUS(WS-SUB)
                   MOVE SPACES TO STP-START-TS(WS-SUB)
                   MOVE SPACES TO STP-END-TS(WS-SUB)
                   MOVE ZERO TO STP-RC(WS-SUB)
                   MOVE 'N' TO STP-SETTLED-SW(WS-SUB)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > STEP-COUNT
                   IF NOT STP-COMPLETE(WS-SUB) AND
                      STP-STATUS(WS-SUB) NOT = "HELD"
                       MOVE "PENDING" TO STP-STATUS(WS-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      * One pass over the chain in configuration order. A step
      * settled earlier is left alone; the others are judged on
      * their dependencies and inputs. When the only thing left is
      * waiting for a file and the pass changed nothing, sleep a
      * minute before looking again.
       RUN-ONE-PASS.
           MOVE 'N' TO WS-PASS-CHANGED-SW.
           MOVE ZERO TO WS-WAITING-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               IF NOT STP-SETTLED(WS-SUB)
                   PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               END-IF
           END-PERFORM.

           IF WS-WAITING-COUNT = ZERO
               SET WS-ALL-SETTLED TO TRUE
               GO TO RUN-ONE-PASS-EXIT
           END-IF.

           IF NOT WS-PASS-CHANGED
               CALL "C$SLEEP" USING WS-POLL-SECONDS
           END-IF.

       RUN-ONE-PASS-EXIT.
           EXIT.

      * A step whose dependencies did not all complete is recorded
      * BLOCKED and left for the next invocation; one whose
      * dependencies are still running or waiting is looked at
      * again on the next pass. A step whose frequency says "not
      * tonight" is recorded SKIPPED - visibly in chainstatus.txt,
      * never silently - and the chain moves on.
       RUN-ONE-STEP.
           PERFORM JUDGE-DEPENDENCIES.
           IF WS-DEPS-WAITING
               GO TO RUN-ONE-STEP-EXIT
           END-IF.
           IF WS-DEPS-BLOCKED
               MOVE "BLOCKED" TO STP-STATUS(WS-SUB)
               MOVE SPACES TO STP-START-TS(WS-SUB)
               MOVE SPACES TO STP-END-TS(WS-SUB)
               MOVE ZERO TO STP-RC(WS-SUB)
               PERFORM SETTLE-STEP
               DISPLAY "Etape bloquée (dépendance non aboutie) : "
                       FUNCTION TRIM(STP-NAME(WS-SUB))
               GO TO RUN-ONE-STEP-EXIT
           END-IF.

           IF STP-STATUS(WS-SUB) = "HELD"
               PERFORM CHECK-STEP-SIGNOFF
               IF WS-STEP-SIGNED
                   MOVE "SIGNED" TO STP-STATUS(WS-SUB)
                   DISPLAY "Etape validée par "
                           FUNCTION TRIM(WS-SIGNED-BY) " : "
                           FUNCTION TRIM(STP-NAME(WS-SUB))
                   PERFORM SETTLE-STEP
                   GO TO RUN-ONE-STEP-EXIT
               END-IF
           END-IF.

           PERFORM JUDGE-STEP-DUE THRU JUDGE-STEP-DUE-EXIT.
           IF NOT WS-STEP-DUE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO STP-STATUS(WS-SUB)
               MOVE ZERO TO STP-RC(WS-SUB)
               DISPLAY "Etape non due ce soir : "
                       FUNCTION TRIM(STP-NAME(WS-SUB))
               PERFORM SETTLE-STEP
               GO TO RUN-ONE-STEP-EXIT
           END-IF.

           PERFORM CHECK-STEP-INPUTS THRU CHECK-STEP-INPUTS-EXIT.
           IF WS-INPUTS-WAITING
               ADD 1 TO WS-WAITING-COUNT
               GO TO RUN-ONE-STEP-EXIT
           END-IF.
           IF WS-INPUTS-TIMEOUT
               MOVE "TIMEOUT" TO STP-STATUS(WS-SUB)
               PERFORM BUILD-TIMESTAMP
               MOVE WS-TIMESTAMP TO STP-END-TS(WS-SUB)
               MOVE ZERO TO STP-RC(WS-SUB)
               DISPLAY "Etape abandonnée, fichier non arrivé : "
                       FUNCTION TRIM(STP-NAME(WS-SUB)) " ("
                       FUNCTION TRIM(WS-MISSING-FILE) ")"
               PERFORM SETTLE-STEP
               GO TO RUN-ONE-STEP-EXIT
           END-IF.

           PERFORM EXECUTE-ONE-STEP.
           MOVE 'Y' TO STP-SETTLED-SW(WS-SUB).
           SET WS-PASS-CHANGED TO TRUE.

       RUN-ONE-STEP-EXIT.
           EXIT.

       SETTLE-STEP.
           MOVE 'Y' TO STP-SETTLED-SW(WS-SUB).
           SET WS-PASS-CHANGED TO TRUE.
           PERFORM REWRITE-STATUS-FILE.

      * Dependencies always come earlier in the chain, so this
      * pass has already judged them: settled and completed lets
      * the step go, settled otherwise blocks it, not settled yet
      * means wait.
       JUDGE-DEPENDENCIES.
           SET WS-DEPS-COMPLETE TO TRUE.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > STP-DEP-COUNT(WS-SUB)
               MOVE STP-DEP(WS-SUB, WS-DEP-SUB) TO WS-DEP-STEP
               IF NOT STP-SETTLED(WS-DEP-STEP)
                   IF NOT WS-DEPS-BLOCKED
                       SET WS-DEPS-WAITING TO TRUE
                   END-IF
               ELSE
                   IF NOT STP-COMPLETE(WS-DEP-STEP)
                       SET WS-DEPS-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Every +FICHIER input must be there before the step runs;
      * a file is there when it opens. The wait is timed from the
      * pass that first found one missing, against that file's
      * own limit.
       CHECK-STEP-INPUTS.
           SET WS-INPUTS-READY TO TRUE.
           MOVE SPACES TO WS-MISSING-FILE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > STP-FILE-COUNT(WS-SUB)
               MOVE STP-FILE-NAME(WS-SUB, WS-FILE-SUB)
                 TO WS-PROBE-NAME
               OPEN INPUT INPUT-PROBE
               IF WS-PROBE-STATUS = "00"
                   CLOSE INPUT-PROBE
               ELSE
                   IF WS-MISSING-FILE = SPACES
                       MOVE WS-PROBE-NAME TO WS-MISSING-FILE
                       MOVE STP-FILE-LIMIT(WS-SUB, WS-FILE-SUB)
                         TO WS-MISSING-LIMIT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISSING-FILE = SPACES
               GO TO CHECK-STEP-INPUTS-EXIT
           END-IF.

           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECONDS.
           MOVE WS-TS-SECS TO WS-NOW-SECS.
           IF STP-STATUS(WS-SUB) NOT = "WAITING"
               MOVE "WAITING" TO STP-STATUS(WS-SUB)
               MOVE WS-TIMESTAMP TO STP-START-TS(WS-SUB)
               MOVE SPACES TO STP-END-TS(WS-SUB)
               MOVE WS-NOW-SECS TO STP-WAIT-START(WS-SUB)
               DISPLAY "Etape en attente de fichier : "
                       FUNCTION TRIM(STP-NAME(WS-SUB)) " ("
                       FUNCTION TRIM(WS-MISSING-FILE) ")"
               SET WS-PASS-CHANGED TO TRUE
               PERFORM REWRITE-STATUS-FILE
           END-IF.

           COMPUTE WS-WAITED-SECS =
               WS-NOW-SECS - STP-WAIT-START(WS-SUB).
           IF WS-WAITED-SECS >= WS-MISSING-LIMIT * 60
               SET WS-INPUTS-TIMEOUT TO TRUE
           ELSE
               SET WS-INPUTS-WAITING TO TRUE
           END-IF.

       CHECK-STEP-INPUTS-EXIT.
           EXIT.

      * The step named in the closing message and the audit line
      * is the first that ended ERROR, failing that HELD, failing
      * that TIMEOUT.
       COUNT-FINAL-STATUSES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               EVALUATE STP-STATUS(WS-SUB)
                   WHEN "ERROR"
                       ADD 1 TO WS-ERROR-STEPS
                   WHEN "HELD"
                       ADD 1 TO WS-HELD-STEPS
                   WHEN "TIMEOUT"
                       ADD 1 TO WS-TIMEOUT-STEPS
                   WHEN "BLOCKED"
                       ADD 1 TO WS-BLOCKED-STEPS
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO WS-STEP-NAME.
           PERFORM VARYING WS-SUB FROM STEP-COUNT BY -1
                   UNTIL WS-SUB < 1
               EVALUATE TRUE
                   WHEN STP-STATUS(WS-SUB) = "ERROR"
                       SET WS-CHAIN-STOPPED TO TRUE
                       MOVE STP-NAME(WS-SUB) TO WS-STEP-NAME
                   WHEN STP-STATUS(WS-SUB) = "HELD" AND
                        NOT WS-CHAIN-STOPPED
                       SET WS-CHAIN-HELD TO TRUE
                       MOVE STP-NAME(WS-SUB) TO WS-STEP-NAME
                   WHEN STP-STATUS(WS-SUB) = "TIMEOUT" AND
                        NOT WS-CHAIN-STOPPED AND NOT WS-CHAIN-HELD
                       SET WS-CHAIN-TIMEOUT TO TRUE
                       MOVE STP-NAME(WS-SUB) TO WS-STEP-NAME
               END-EVALUATE
           END-PERFORM.

      * A HELD step is released by a chainsignoff.txt line for the
      * same step stamped at or after the end of the run that held
      * it - an older release belongs to an older hold.
       CHECK-STEP-SIGNOFF.
           MOVE 'N' TO WS-SIGNED-SW.
           MOVE 'N' TO WS-SIGNOFF-EOF.
           OPEN INPUT CHAIN-SIGNOFF.
           IF WS-SIGNOFF-STATUS NOT = "00"
               SET WS-SIGNOFF-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-SIGNOFF-EOF-YES
               READ CHAIN-SIGNOFF
                   AT END
                       SET WS-SIGNOFF-EOF-YES TO TRUE
                   NOT AT END
                       IF SGN-STEP-NAME = STP-NAME(WS-SUB) AND
                          SGN-TIMESTAMP >= STP-END-TS(WS-SUB)
                           SET WS-STEP-SIGNED TO TRUE
                           MOVE SGN-OPERATOR TO WS-SIGNED-BY
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SIGNOFF-STATUS NOT = "35"
               CLOSE CHAIN-SIGNOFF
           END-IF.

       EXECUTE-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-RC >= RC-ERROR
                   MOVE "ERROR" TO STP-STATUS(WS-SUB)
               WHEN WS-STEP-RC = RC-WARNING AND
                    STP-SIGNOFF(WS-SUB) = 'V'
                   MOVE "HELD" TO STP-STATUS(WS-SUB)
               WHEN WS-STEP-RC = RC-WARNING
                   MOVE "WARNING" TO STP-STATUS(WS-SUB)
               WHEN OTHER
           END-EVALUATE.

           PERFORM REWRITE-STATUS-FILE.
           PERFORM APPEND-RUN-HISTORY.

       APPEND-RUN-HISTORY.
           MOVE STP-START-TS(WS-SUB) TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECONDS.
           MOVE WS-TS-SECS TO WS-START-SECS.
           MOVE STP-END-TS(WS-SUB) TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECONDS.

           OPEN EXTEND CHAIN-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT CHAIN-HISTORY
           END-IF.
           MOVE SPACES TO CHAIN-HISTORY-RECORD.
           MOVE WS-TODAY-DATE TO CHH-RUN-DATE.
           MOVE STP-NAME(WS-SUB) TO CHH-STEP-NAME.
           MOVE STP-START-TS(WS-SUB) TO CHH-START-TS.
           MOVE STP-END-TS(WS-SUB) TO CHH-END-TS.
           COMPUTE CHH-ELAPSED = WS-TS-SECS - WS-START-SECS.
           MOVE STP-RC(WS-SUB) TO CHH-RC.
           MOVE STP-STATUS(WS-SUB) TO CHH-STATUS.
           WRITE CHAIN-HISTORY-RECORD.
           CLOSE CHAIN-HISTORY.

       TIMESTAMP-TO-SECONDS.
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

       BUILD-TIMESTAMP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           EVALUATE STP-FREQ(WS-SUB)
               WHEN 'H'
                   PERFORM CHECK-WEEKLY-DUE
                       THRU CHECK-WEEKLY-DUE-EXIT
               WHEN 'M'
                   PERFORM CHECK-MONTHLY-DUE
                       THRU CHECK-MONTHLY-DUE-EXIT
               WHEN OTHER
                   SET WS-STEP-DUE TO TRUE
           END-EVALUATE.
                       FUNCTION TRIM(WS-STEP-NAME)
                       DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           ELSE
           IF WS-CHAIN-HELD
               STRING "Chaîne suspendue sur "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STEP-NAME)
                       DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           ELSE
           IF WS-CHAIN-TIMEOUT
               STRING "Chaîne sans fichier pour "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STEP-NAME)
                       DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           ELSE
               MOVE "Chaîne terminée" TO AUDIT-SUMMARY-LINE
           END-IF
           END-IF
           END-IF.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
