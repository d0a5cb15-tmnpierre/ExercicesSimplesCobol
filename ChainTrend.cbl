       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainTrend.

      ***************************************************************
      * Weekly elapsed-time trend of the nightly chain, read from
      * the run history ChainDriver appends to chainhistory.txt
      * (CHAINHIST.CPY). For every step the last runs give the
      * average and worst elapsed time, and each of those runs
      * that took more than the set percentage above the average
      * is listed under the step. The chain's own duration per
      * night (first start to last end) is then projected one
      * night ahead on its trend and set against the batch window.
      *
      * The settings are in chaintrendrules.txt (lines starting
      * '*' are comments):
      *
      *   RUNS    10                 runs kept per step (max 30)
      *   ECART   050                alert above the average, in %
      *   FENETRE 2200 0600          batch window, start and end
      *           (columns 9 and 14)
      *
      * Without the file: 10 runs, 50 %, 22:00 - 06:00. The report
      * is chaintrend.txt, ending "TOTAL TENDANCE : nnn" (slow runs
      * plus one when the projection overruns the window), and the
      * run ends RC-WARNING when that total is not zero. It is meant
      * to run once a week - as a weekly 'H' step of the chain
      * itself, for instance.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HISTORY ASSIGN TO 'chainhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TREND-RULES ASSIGN TO 'chaintrendrules.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT TREND-REPORT ASSIGN TO 'chaintrend.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-HISTORY.
           COPY "CHAINHIST.CPY".

       FD  TREND-RULES.
       01  RULE-RECORD.
           03 RUL-KEY               PIC X(7).
           03 FILLER                PIC X.
           03 RUL-DATA              PIC X(72).
       01  RULE-RUNS-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-RUNS              PIC 9(2).
           03 FILLER                PIC X(70).
       01  RULE-GAP-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-GAP-PCT           PIC 9(3).
           03 FILLER                PIC X(69).
       01  RULE-WINDOW-RECORD.
           03 FILLER                PIC X(8).
           03 RUL-WINDOW-START      PIC 9(4).
           03 FILLER                PIC X.
           03 RUL-WINDOW-END        PIC 9(4).
           03 FILLER                PIC X(63).

       FD  TREND-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-RULES-STATUS      PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

       01  WS-RUN-LIMIT         PIC 9(2) COMP VALUE 10.
       01  WS-RUN-MAX           PIC 9(2) COMP VALUE 30.
       01  WS-GAP-PCT           PIC 9(3) VALUE 50.
       01  WS-WINDOW-START      PIC 9(4) VALUE 2200.
       01  WS-WINDOW-END        PIC 9(4) VALUE 0600.
       01  WS-WINDOW-SPLIT.
           05 WS-WIN-HH         PIC 9(2).
           05 WS-WIN-MI         PIC 9(2).
       01  WS-WINDOW-HHMM REDEFINES WS-WINDOW-SPLIT PIC 9(4).
       01  WS-WIN-START-SECS    PIC 9(7) COMP VALUE ZERO.
       01  WS-WIN-END-SECS      PIC 9(7) COMP VALUE ZERO.
       01  WS-WINDOW-SECS       PIC 9(7) COMP VALUE ZERO.

      * The last runs of each step, oldest first; an older run
      * drops off the front when the step has more than
      * WS-RUN-LIMIT.
       01  STEP-TREND-TABLE.
           05 STEP-TREND-ENTRY OCCURS 50 TIMES.
              10 STT-NAME       PIC X(20).
              10 STT-RUNS       PIC 9(2) COMP.
              10 STT-RUN OCCURS 30 TIMES.
                 15 STT-RUN-DATE    PIC 9(8).
                 15 STT-RUN-ELAPSED PIC 9(6).
              10 STT-AVERAGE    PIC 9(6).
              10 STT-WORST      PIC 9(6).
              10 STT-SLOW-RUNS  PIC 9(2) COMP.
       01  STEP-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-LIMIT        PIC 9(2) COMP VALUE 50.

      * The chain's duration per night, from the first step start
      * to the last step end logged under that night's run date.
       01  NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 30 TIMES.
              10 NGT-DATE       PIC 9(8).
              10 NGT-FIRST-TS   PIC X(14).
              10 NGT-LAST-TS    PIC X(14).
              10 NGT-SPAN       PIC 9(6).
       01  NIGHT-COUNT          PIC 9(2) COMP VALUE ZERO.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(2) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(2) COMP VALUE ZERO.

       01  WS-TS-WORK           PIC X(14) VALUE SPACES.
       01  WS-TS-SPLIT REDEFINES WS-TS-WORK.
           05 WS-TS-DATE        PIC 9(8).
           05 WS-TS-HH          PIC 9(2).
           05 WS-TS-MI          PIC 9(2).
           05 WS-TS-SS          PIC 9(2).
       01  WS-TS-SECS           PIC 9(11) COMP VALUE ZERO.
       01  WS-FIRST-SECS        PIC 9(11) COMP VALUE ZERO.

       01  WS-SUM-SECS          PIC 9(9) COMP VALUE ZERO.
       01  WS-SLOW-LIMIT        PIC 9(9) COMP VALUE ZERO.
       01  WS-OVER-PCT          PIC 9(5) COMP VALUE ZERO.

      * Least-squares trend over the nights, x = 1 for the oldest.
       01  WS-SUM-X             PIC 9(7) COMP VALUE ZERO.
       01  WS-SUM-XX            PIC 9(9) COMP VALUE ZERO.
       01  WS-SUM-Y             PIC 9(9) COMP VALUE ZERO.
       01  WS-SUM-XY            PIC 9(11) COMP VALUE ZERO.
       01  WS-TREND-DIVISOR     PIC S9(11) COMP VALUE ZERO.
       01  WS-TREND-SLOPE       PIC S9(9)V9(4) COMP-3 VALUE ZERO.
       01  WS-PROJECTED         PIC S9(9) COMP VALUE ZERO.
       01  WS-NIGHT-AVERAGE     PIC 9(6) VALUE ZERO.
       01  WS-NIGHT-WORST       PIC 9(6) VALUE ZERO.
       01  WS-MARGIN            PIC 9(6) VALUE ZERO.
       01  WS-OVERRUN-SW        PIC X VALUE 'N'.
           88 WS-OVERRUN        VALUE 'Y'.

       01  WS-SLOW-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-ALERT-COUNT       PIC 9(5) COMP VALUE ZERO.

       01  WS-DUR-SECS          PIC 9(6) VALUE ZERO.
       01  WS-DUR-REST          PIC 9(6) VALUE ZERO.
       01  WS-DURATION-EDIT.
           05 WS-DUR-HH         PIC 9(2).
           05 FILLER            PIC X VALUE ':'.
           05 WS-DUR-MI         PIC 9(2).
           05 FILLER            PIC X VALUE ':'.
           05 WS-DUR-SS         PIC 9(2).
       01  WS-CLOCK-EDIT.
           05 WS-CLK-HH         PIC 9(2).
           05 FILLER            PIC X VALUE ':'.
           05 WS-CLK-MI         PIC 9(2).

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-PCT-EDIT          PIC ZZZZ9.
       01  WS-DATE-EDIT         PIC 9999/99/99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ChainTrend".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-RULES.
           PERFORM LOAD-HISTORY.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-STEP-LIMIT
                       " étapes dans chainhistory.txt - rapport"
                       " impossible."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               PERFORM COMPUTE-STEP-TREND
           END-PERFORM.
           PERFORM COMPUTE-NIGHT-TREND.

           OPEN OUTPUT TREND-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-COUNT
               PERFORM REPORT-ONE-STEP
           END-PERFORM.
           PERFORM REPORT-NIGHTS THRU REPORT-NIGHTS-EXIT.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE TREND-REPORT.

           IF WS-ALERT-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE STEP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Etapes suivies       : " WS-COUNT-EDIT.
           MOVE WS-SLOW-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Exécutions lentes    : " WS-COUNT-EDIT.
           IF WS-OVERRUN
               DISPLAY "Projection : la chaîne dépasse la fenêtre"
                       " batch."
           END-IF.
           DISPLAY "Rapport : chaintrend.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-RULES.
           OPEN INPUT TREND-RULES.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "chaintrendrules.txt absent - 10 exécutions,"
                       " alerte à 50 %, fenêtre 22:00 - 06:00."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ TREND-RULES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-RULE
               END-READ
           END-PERFORM.

           IF WS-RULES-STATUS NOT = "35"
               CLOSE TREND-RULES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-RULE.
           EVALUATE TRUE
               WHEN RUL-KEY(1:1) = '*' OR RULE-RECORD = SPACES
                   CONTINUE
               WHEN RUL-KEY = "RUNS" AND RUL-RUNS NUMERIC AND
                    RUL-RUNS > ZERO AND RUL-RUNS <= WS-RUN-MAX
                   MOVE RUL-RUNS TO WS-RUN-LIMIT
               WHEN RUL-KEY = "ECART" AND RUL-GAP-PCT NUMERIC
                   MOVE RUL-GAP-PCT TO WS-GAP-PCT
               WHEN RUL-KEY = "FENETRE" AND
                    RUL-WINDOW-START NUMERIC AND
                    RUL-WINDOW-END NUMERIC AND
                    RUL-WINDOW-START < 2400 AND
                    RUL-WINDOW-END < 2400
                   MOVE RUL-WINDOW-START TO WS-WINDOW-START
                   MOVE RUL-WINDOW-END TO WS-WINDOW-END
               WHEN OTHER
                   DISPLAY "chaintrendrules.txt: ligne ignorée - "
                           FUNCTION TRIM(RULE-RECORD)
           END-EVALUATE.

      * The history is in run order, so keeping the tail of each
      * step's runs and of the nights is enough.
       LOAD-HISTORY.
           OPEN INPUT CHAIN-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "chainhistory.txt absent - aucune exécution"
                       " à analyser."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ CHAIN-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CHH-RUN-DATE NUMERIC AND
                          CHH-ELAPSED NUMERIC AND
                          CHH-STEP-NAME NOT = SPACES
                           PERFORM STORE-ONE-RUN
                               THRU STORE-ONE-RUN-EXIT
                           PERFORM STORE-ONE-NIGHT
                               THRU STORE-ONE-NIGHT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE CHAIN-HISTORY
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-RUN.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > STEP-COUNT
               IF STT-NAME(WS-SUB2) = CHH-STEP-NAME
                   MOVE WS-SUB2 TO WS-HIT-SUB
                   MOVE STEP-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           IF WS-HIT-SUB = ZERO
               IF STEP-COUNT >= WS-STEP-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
                   GO TO STORE-ONE-RUN-EXIT
               END-IF
               ADD 1 TO STEP-COUNT
               MOVE STEP-COUNT TO WS-HIT-SUB
               MOVE CHH-STEP-NAME TO STT-NAME(WS-HIT-SUB)
               MOVE ZERO TO STT-RUNS(WS-HIT-SUB)
           END-IF.

           IF STT-RUNS(WS-HIT-SUB) >= WS-RUN-LIMIT
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 >= WS-RUN-LIMIT
                   MOVE STT-RUN(WS-HIT-SUB, WS-SUB2 + 1)
                     TO STT-RUN(WS-HIT-SUB, WS-SUB2)
               END-PERFORM
           ELSE
               ADD 1 TO STT-RUNS(WS-HIT-SUB)
           END-IF.
           MOVE STT-RUNS(WS-HIT-SUB) TO WS-SUB2.
           MOVE CHH-RUN-DATE TO STT-RUN-DATE(WS-HIT-SUB, WS-SUB2).
           MOVE CHH-ELAPSED TO STT-RUN-ELAPSED(WS-HIT-SUB, WS-SUB2).

       STORE-ONE-RUN-EXIT.
           EXIT.

       STORE-ONE-NIGHT.
           IF NIGHT-COUNT > ZERO
               IF NGT-DATE(NIGHT-COUNT) = CHH-RUN-DATE
                   IF CHH-END-TS > NGT-LAST-TS(NIGHT-COUNT)
                       MOVE CHH-END-TS TO NGT-LAST-TS(NIGHT-COUNT)
                   END-IF
                   GO TO STORE-ONE-NIGHT-EXIT
               END-IF
           END-IF.

           IF NIGHT-COUNT >= WS-RUN-LIMIT
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 >= WS-RUN-LIMIT
                   MOVE NIGHT-ENTRY(WS-SUB2 + 1)
                     TO NIGHT-ENTRY(WS-SUB2)
               END-PERFORM
           ELSE
               ADD 1 TO NIGHT-COUNT
           END-IF.
           MOVE CHH-RUN-DATE TO NGT-DATE(NIGHT-COUNT).
           MOVE CHH-START-TS TO NGT-FIRST-TS(NIGHT-COUNT).
           MOVE CHH-END-TS TO NGT-LAST-TS(NIGHT-COUNT).

       STORE-ONE-NIGHT-EXIT.
           EXIT.

      * A run is slow when it took more than WS-GAP-PCT % above
      * the step's own average over the runs kept.
       COMPUTE-STEP-TREND.
           MOVE ZERO TO WS-SUM-SECS.
           MOVE ZERO TO STT-WORST(WS-SUB).
           MOVE ZERO TO STT-SLOW-RUNS(WS-SUB).
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > STT-RUNS(WS-SUB)
               ADD STT-RUN-ELAPSED(WS-SUB, WS-SUB2) TO WS-SUM-SECS
               IF STT-RUN-ELAPSED(WS-SUB, WS-SUB2) > STT-WORST(WS-SUB)
                   MOVE STT-RUN-ELAPSED(WS-SUB, WS-SUB2)
                     TO STT-WORST(WS-SUB)
               END-IF
           END-PERFORM.
           COMPUTE STT-AVERAGE(WS-SUB) ROUNDED =
               WS-SUM-SECS / STT-RUNS(WS-SUB).

           COMPUTE WS-SLOW-LIMIT =
               STT-AVERAGE(WS-SUB) * (100 + WS-GAP-PCT).
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > STT-RUNS(WS-SUB)
               IF STT-AVERAGE(WS-SUB) > ZERO AND
                  STT-RUN-ELAPSED(WS-SUB, WS-SUB2) * 100
                      > WS-SLOW-LIMIT
                   ADD 1 TO STT-SLOW-RUNS(WS-SUB)
                   ADD 1 TO WS-SLOW-COUNT
               END-IF
           END-PERFORM.

      * The next night is projected on the straight line through
      * the nights kept; with fewer than three nights there is no
      * trend to speak of and the average stands in for it.
       COMPUTE-NIGHT-TREND.
           MOVE ZERO TO WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY.
           MOVE ZERO TO WS-NIGHT-WORST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > NIGHT-COUNT
               MOVE NGT-FIRST-TS(WS-SUB) TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECONDS
               MOVE WS-TS-SECS TO WS-FIRST-SECS
               MOVE NGT-LAST-TS(WS-SUB) TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECONDS
               COMPUTE NGT-SPAN(WS-SUB) = WS-TS-SECS - WS-FIRST-SECS
               IF NGT-SPAN(WS-SUB) > WS-NIGHT-WORST
                   MOVE NGT-SPAN(WS-SUB) TO WS-NIGHT-WORST
               END-IF
               ADD WS-SUB TO WS-SUM-X
               COMPUTE WS-SUM-XX = WS-SUM-XX + WS-SUB * WS-SUB
               ADD NGT-SPAN(WS-SUB) TO WS-SUM-Y
               COMPUTE WS-SUM-XY =
                   WS-SUM-XY + WS-SUB * NGT-SPAN(WS-SUB)
           END-PERFORM.

           MOVE ZERO TO WS-NIGHT-AVERAGE.
           MOVE ZERO TO WS-PROJECTED.
           IF NIGHT-COUNT > ZERO
               COMPUTE WS-NIGHT-AVERAGE ROUNDED =
                   WS-SUM-Y / NIGHT-COUNT
               MOVE WS-NIGHT-AVERAGE TO WS-PROJECTED
           END-IF.
           IF NIGHT-COUNT >= 3
               COMPUTE WS-TREND-DIVISOR =
                   NIGHT-COUNT * WS-SUM-XX - WS-SUM-X * WS-SUM-X
               COMPUTE WS-TREND-SLOPE ROUNDED =
                   (NIGHT-COUNT * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                   / WS-TREND-DIVISOR
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-SUM-Y / NIGHT-COUNT
                   + WS-TREND-SLOPE * (NIGHT-COUNT + 1) / 2
               IF WS-PROJECTED < ZERO
                   MOVE ZERO TO WS-PROJECTED
               END-IF
           END-IF.

      * A window ending at or before its start runs past midnight.
           MOVE WS-WINDOW-START TO WS-WINDOW-HHMM.
           COMPUTE WS-WIN-START-SECS =
               WS-WIN-HH * 3600 + WS-WIN-MI * 60.
           MOVE WS-WINDOW-END TO WS-WINDOW-HHMM.
           COMPUTE WS-WIN-END-SECS =
               WS-WIN-HH * 3600 + WS-WIN-MI * 60.
           IF WS-WIN-END-SECS <= WS-WIN-START-SECS
               ADD 86400 TO WS-WIN-END-SECS
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WIN-END-SECS - WS-WIN-START-SECS.

           IF NIGHT-COUNT > ZERO AND WS-PROJECTED > WS-WINDOW-SECS
               SET WS-OVERRUN TO TRUE
               COMPUTE WS-MARGIN = WS-PROJECTED - WS-WINDOW-SECS
           ELSE
               COMPUTE WS-MARGIN = WS-WINDOW-SECS - WS-PROJECTED
           END-IF.

       TIMESTAMP-TO-SECONDS.
           MOVE ZERO TO WS-TS-SECS.
           IF WS-TS-DATE NUMERIC AND WS-TS-DATE > ZERO AND
              WS-TS-WORK(9:6) NUMERIC
               COMPUTE WS-TS-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           END-IF.

       FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-DUR-REST.
           DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MI
               REMAINDER WS-DUR-SS.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Tendance des durées de la chaîne de nuit"
                   DELIMITED BY SIZE
                   " - édité le " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-LIMIT TO WS-COUNT-EDIT.
           MOVE WS-GAP-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Base : les " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " dernières exécutions de chaque étape ; lente"
                   DELIMITED BY SIZE
                   " au-delà de " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
                   " % au-dessus de sa moyenne." DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Durées par étape (chainhistory.txt)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Etape" TO REPORT-LINE(1:20).
           MOVE "Nombre" TO REPORT-LINE(21:6).
           MOVE "Moyenne" TO REPORT-LINE(30:8).
           MOVE "Pire" TO REPORT-LINE(40:8).
           MOVE "Dernière" TO REPORT-LINE(50:9).
           MOVE "Alertes" TO REPORT-LINE(61:20).
           WRITE REPORT-LINE.
           IF STEP-COUNT = ZERO
               MOVE "  aucune exécution enregistrée" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * The slow runs are listed under the step, with how far
      * above the average they were.
       REPORT-ONE-STEP.
           MOVE SPACES TO REPORT-LINE.
           MOVE STT-NAME(WS-SUB) TO REPORT-LINE(1:20).
           MOVE STT-RUNS(WS-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT(3:5) TO REPORT-LINE(22:5).
           MOVE STT-AVERAGE(WS-SUB) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DURATION-EDIT TO REPORT-LINE(30:8).
           MOVE STT-WORST(WS-SUB) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DURATION-EDIT TO REPORT-LINE(40:8).
           MOVE STT-RUNS(WS-SUB) TO WS-SUB2.
           MOVE STT-RUN-ELAPSED(WS-SUB, WS-SUB2) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DURATION-EDIT TO REPORT-LINE(50:8).
           IF STT-SLOW-RUNS(WS-SUB) > ZERO
               MOVE STT-SLOW-RUNS(WS-SUB) TO WS-COUNT-EDIT
               STRING "LENTE x" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       INTO REPORT-LINE(60:20)
           END-IF.
           WRITE REPORT-LINE.

           IF STT-SLOW-RUNS(WS-SUB) > ZERO
               COMPUTE WS-SLOW-LIMIT =
                   STT-AVERAGE(WS-SUB) * (100 + WS-GAP-PCT)
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > STT-RUNS(WS-SUB)
                   IF STT-RUN-ELAPSED(WS-SUB, WS-SUB2) * 100
                          > WS-SLOW-LIMIT
                       PERFORM REPORT-SLOW-RUN
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-SLOW-RUN.
           COMPUTE WS-OVER-PCT ROUNDED =
               (STT-RUN-ELAPSED(WS-SUB, WS-SUB2) - STT-AVERAGE(WS-SUB))
               * 100 / STT-AVERAGE(WS-SUB).
           MOVE WS-OVER-PCT TO WS-PCT-EDIT.
           MOVE STT-RUN-DATE(WS-SUB, WS-SUB2) TO WS-DATE-EDIT.
           MOVE STT-RUN-ELAPSED(WS-SUB, WS-SUB2) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           STRING "    nuit du " DELIMITED BY SIZE
                   WS-DATE-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DURATION-EDIT DELIMITED BY SIZE
                   "  +" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
                   " % au-dessus de la moyenne" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-NIGHTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Durée de la chaîne par nuit" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Nuit du" TO REPORT-LINE(1:10).
           MOVE "Début" TO REPORT-LINE(13:8).
           MOVE "Fin" TO REPORT-LINE(24:8).
           MOVE "Durée" TO REPORT-LINE(34:8).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > NIGHT-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE NGT-DATE(WS-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO REPORT-LINE(1:10)
               MOVE NGT-FIRST-TS(WS-SUB)(9:2) TO WS-CLK-HH
               MOVE NGT-FIRST-TS(WS-SUB)(11:2) TO WS-CLK-MI
               MOVE WS-CLOCK-EDIT TO REPORT-LINE(13:5)
               MOVE NGT-LAST-TS(WS-SUB)(9:2) TO WS-CLK-HH
               MOVE NGT-LAST-TS(WS-SUB)(11:2) TO WS-CLK-MI
               MOVE WS-CLOCK-EDIT TO REPORT-LINE(23:5)
               MOVE NGT-SPAN(WS-SUB) TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-EDIT TO REPORT-LINE(33:8)
               WRITE REPORT-LINE
           END-PERFORM.
           IF NIGHT-COUNT = ZERO
               MOVE "  aucune nuit enregistrée" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO REPORT-NIGHTS-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NIGHT-AVERAGE TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Durée moyenne             :" TO REPORT-LINE(1:28).
           MOVE WS-DURATION-EDIT TO REPORT-LINE(30:8).
           WRITE REPORT-LINE.
           MOVE WS-NIGHT-WORST TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Pire nuit                 :" TO REPORT-LINE(1:27).
           MOVE WS-DURATION-EDIT TO REPORT-LINE(29:8).
           WRITE REPORT-LINE.
           MOVE WS-PROJECTED TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Projection nuit suivante  :" TO REPORT-LINE(1:27).
           MOVE WS-DURATION-EDIT TO REPORT-LINE(29:8).
           IF NIGHT-COUNT >= 3
               MOVE NIGHT-COUNT TO WS-COUNT-EDIT
               STRING "(tendance sur " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " nuits)" DELIMITED BY SIZE
                       INTO REPORT-LINE(39:40)
           ELSE
               MOVE "(moyenne - moins de 3 nuits)"
                 TO REPORT-LINE(39:40)
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-WINDOW-SECS TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Fenêtre batch             :" TO REPORT-LINE(1:28).
           MOVE WS-DURATION-EDIT TO REPORT-LINE(30:8).
           MOVE WS-WINDOW-START TO WS-WINDOW-HHMM.
           MOVE WS-WIN-HH TO WS-CLK-HH.
           MOVE WS-WIN-MI TO WS-CLK-MI.
           MOVE "(" TO REPORT-LINE(40:1).
           MOVE WS-CLOCK-EDIT TO REPORT-LINE(41:5).
           MOVE " - " TO REPORT-LINE(46:3).
           MOVE WS-WINDOW-END TO WS-WINDOW-HHMM.
           MOVE WS-WIN-HH TO WS-CLK-HH.
           MOVE WS-WIN-MI TO WS-CLK-MI.
           MOVE WS-CLOCK-EDIT TO REPORT-LINE(49:5).
           MOVE ")" TO REPORT-LINE(54:1).
           WRITE REPORT-LINE.

           MOVE WS-MARGIN TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           IF WS-OVERRUN
               STRING "DEPASSEMENT PREVU : la chaîne déborderait de "
                       DELIMITED BY SIZE
                       WS-DURATION-EDIT DELIMITED BY SIZE
                       " sur la fenêtre batch." DELIMITED BY SIZE
                       INTO REPORT-LINE
           ELSE
               STRING "La chaîne tient dans la fenêtre batch, marge "
                       DELIMITED BY SIZE
                       WS-DURATION-EDIT DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       REPORT-NIGHTS-EXIT.
           EXIT.

       WRITE-REPORT-TRAILER.
           MOVE WS-SLOW-COUNT TO WS-ALERT-COUNT.
           IF WS-OVERRUN
               ADD 1 TO WS-ALERT-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL TENDANCE : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Tendance chaîne : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " alerte(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
