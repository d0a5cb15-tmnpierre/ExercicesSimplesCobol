      * whose length was computed in an earlier range is looked up
      * instead of re-walked, which is most of the elapsed time
      * when overlapping ranges are re-run.
      *
      * A wide range can now be spread over several batch slots or
      * machines. The (D)écoupage mode splits a start/end range into
      * up to 99 sub-ranges and writes the plan to syracuseplan.txt;
      * the (T)ranche mode runs one sub-range of the plan exactly as
      * the range mode runs a range, but with its own restart file,
      * partial report and partial cache (syracuserestart.pNN,
      * syracusereport.pNN, syracusecache.pNN), the partial report
      * closing on a totals line. The (F)usion mode then combines
      * the finished partial reports into syracusereport.txt -
      * longest chain and average over the whole range, the
      * overflow list and the partitions still missing (RC 4 while
      * any are) - and merges the partial caches into
      * syracusecache.txt, each number once, in order.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYRACUSE-REPORT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO DYNAMIC WS-RESTART-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT CACHE-FILE ASSIGN TO DYNAMIC WS-CACHE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CACHE-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO 'syracuseplan.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT PARTIAL-REPORT ASSIGN TO DYNAMIC WS-PARTIAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTIAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYRACUSE-REPORT.
           03 FILLER                PIC X.
           03 CCH-STEPS             PIC 9(5).

       FD  PLAN-FILE.
           COPY "SYRPLAN.CPY".

       FD  PARTIAL-REPORT.
       01  PARTIAL-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".


       01 WS-RUN-MODE           PIC X VALUE 'I'.
           88 WS-MODE-RANGE     VALUE 'P' 'p'.
           88 WS-MODE-SPLIT     VALUE 'D' 'd'.
           88 WS-MODE-PARTITION VALUE 'T' 't'.
           88 WS-MODE-MERGE     VALUE 'F' 'f'.

      * The range mode's files; a partition run points them at its
      * own syracusereport.pNN, syracuserestart.pNN and
      * syracusecache.pNN.
       01 WS-REPORT-NAME        PIC X(30)
                                VALUE "syracusereport.txt".
       01 WS-RESTART-NAME       PIC X(30)
                                VALUE "syracuserestart.txt".
       01 WS-CACHE-NAME         PIC X(30)
                                VALUE "syracusecache.txt".
       01 WS-MAIN-CACHE-NAME    PIC X(30)
                                VALUE "syracusecache.txt".
       01 WS-PARTIAL-NAME       PIC X(30) VALUE SPACES.

       01 WS-RANGE-START        PIC 9(9) VALUE 0.
       01 WS-ORIGINAL-START     PIC 9(9) VALUE 0.
       01 WS-CHECKPOINT-EVERY   PIC 9(2) VALUE 10.
       01 WS-SINCE-CHECKPOINT   PIC 9(2) VALUE 0.

      * Partitioned runs. PLAN-TABLE holds syracuseplan.txt; in the
      * merge, PLT-STATE records what was found for each partition:
      * T terminée, A absente (no partial report), I interrompue
      * (no totals line yet), P périmée (totals for another range).
       01 WS-PLAN-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-PARTIAL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-PLAN-EOF           PIC X VALUE 'N'.
           88 WS-PLAN-EOF-YES   VALUE 'Y'.
       01 WS-PARTIAL-EOF        PIC X VALUE 'N'.
           88 WS-PARTIAL-EOF-YES VALUE 'Y'.
       01 WS-PARTITION-SW       PIC X VALUE 'N'.
           88 WS-PARTITION-RUN  VALUE 'Y'.
       01 PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 99 TIMES.
              10 PLT-START      PIC 9(9).
              10 PLT-END        PIC 9(9).
              10 PLT-STATE      PIC X.
                 88 PLT-DONE    VALUE 'T'.
       01 WS-PLAN-COUNT         PIC 9(2) VALUE 0.
       01 WS-PLAN-LIMIT         PIC 9(2) VALUE 99.
       01 WS-PART-SUB           PIC 9(2) VALUE 0.
       01 WS-PART-NO            PIC 9(2) VALUE 0.
       01 WS-PART-EDIT          PIC Z9.
       01 WS-PLAN-EDIT          PIC Z9.
       01 WS-PART-WIDTH         PIC 9(9) VALUE 0.
       01 WS-PART-EXTRA         PIC 9(9) VALUE 0.
       01 WS-RANGE-WIDTH        PIC 9(9) VALUE 0.
       01 WS-NEXT-START         PIC 9(9) VALUE 0.
       01 WS-DONE-COUNT         PIC 9(2) VALUE 0.
       01 WS-MISSING-COUNT      PIC 9(2) VALUE 0.
       01 WS-STATE-TEXT         PIC X(30) VALUE SPACES.
       01 WS-LAST-PARTIAL-LINE  PIC X(80) VALUE SPACES.
           COPY "SYRTOTAL.CPY".

      * Overflowed numbers from the partial reports, for the list
      * at the end of the merged report.
       01 OVERFLOW-TABLE.
           05 OVF-NUMBER OCCURS 1000 TIMES PIC X(9).
       01 WS-OVF-LIST-COUNT     PIC 9(5) VALUE 0.
       01 WS-OVF-LIMIT          PIC 9(5) VALUE 1000.
       01 WS-OVF-SUB            PIC 9(5) VALUE 0.

       01 AUDIT-PROGRAM-NAME    PIC X(20) VALUE "Syracuse".
       01 AUDIT-SUMMARY-LINE    PIC X(40) VALUE SPACES.

       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           DISPLAY "Mode (I)nteractif, (P)lage (batch),"
                   " (D)écoupage, (T)ranche ou (F)usion : "
                   WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           DISPLAY EmptyLine.

           EVALUATE TRUE
               WHEN WS-MODE-RANGE
                   PERFORM RANGE-MODE-SYRACUSE
                           THRU RANGE-MODE-SYRACUSE-EXIT
                   MOVE WS-RANGE-COUNT TO WS-NUM-EDIT
                   STRING "Plage: " DELIMITED BY SIZE
                           WS-NUM-EDIT DELIMITED BY SIZE
                           " nombre(s) traité(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN WS-MODE-SPLIT
                   PERFORM SPLIT-RANGE THRU SPLIT-RANGE-EXIT
                   MOVE WS-PLAN-COUNT TO WS-PART-EDIT
                   STRING "Découpage: " DELIMITED BY SIZE
                           WS-PART-EDIT DELIMITED BY SIZE
                           " tranche(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN WS-MODE-PARTITION
                   PERFORM PARTITION-RUN THRU PARTITION-RUN-EXIT
                   MOVE WS-RANGE-COUNT TO WS-NUM-EDIT
                   STRING "Tranche " DELIMITED BY SIZE
                           WS-PART-NO DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           WS-NUM-EDIT DELIMITED BY SIZE
                           " nombre(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN WS-MODE-MERGE
                   PERFORM MERGE-PARTITIONS THRU MERGE-PARTITIONS-EXIT
                   MOVE WS-DONE-COUNT TO WS-PART-EDIT
                   STRING "Fusion: " DELIMITED BY SIZE
                           WS-PART-EDIT DELIMITED BY SIZE
                           " tranche(s), " DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
                   MOVE WS-MISSING-COUNT TO WS-PART-EDIT
                   STRING WS-PART-EDIT DELIMITED BY SIZE
                           " manquante(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE(24:)
               WHEN OTHER
                   PERFORM INTERACTIVE-MODE-SYRACUSE
                           THRU INTERACTIVE-MODE-SYRACUSE-EXIT
                   MOVE Steps TO WS-STEPS-EDIT
                   STRING "Interactif: " DELIMITED BY SIZE
                           WS-STEPS-EDIT DELIMITED BY SIZE
                           " étape(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
           END-EVALUATE.

           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
               GO TO RANGE-MODE-SYRACUSE-EXIT
           END-IF.

           PERFORM RUN-ONE-RANGE.

       RANGE-MODE-SYRACUSE-EXIT.
           EXIT.

      * Runs WS-RANGE-START to WS-RANGE-END into the report, restart
      * and cache files currently named - the whole range for the
      * range mode, one sub-range for a partition run. A partition
      * run reads the shared syracusecache.txt but adds what it
      * computes to its own partial cache only, which it also
      * reloads when it resumes.
       RUN-ONE-RANGE.
           MOVE WS-RANGE-START TO WS-ORIGINAL-START.
           PERFORM LOAD-RESTART-CHECKPOINT.
           PERFORM LOAD-CACHE-FILE.
           IF WS-PARTITION-RUN
               MOVE SPACES TO WS-CACHE-NAME
               STRING "syracusecache.p" DELIMITED BY SIZE
                       WS-PART-NO DELIMITED BY SIZE
                       INTO WS-CACHE-NAME
               MOVE 'N' TO WS-CACHE-EOF
               PERFORM LOAD-CACHE-FILE
           END-IF.

      * On a resumed run, rebuild the range totals for the numbers
      * already completed before the checkpoint (their report lines
               END-IF
           END-PERFORM.

           IF WS-PARTITION-RUN
               PERFORM WRITE-PARTIAL-TOTALS
           END-IF.
           CLOSE SYRACUSE-REPORT.
           PERFORM PRINT-RANGE-SUMMARY.
           PERFORM CLEAR-CHECKPOINT.

       WRITE-REPORT-HEADER.
           MOVE "Rapport de la conjecture de Syracuse"
                   TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PARTITION-RUN
               MOVE WS-RANGE-START TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Tranche " DELIMITED BY SIZE
                       WS-PART-NO DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                       " à " DELIMITED BY SIZE
                       INTO REPORT-LINE
               MOVE WS-RANGE-END TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO REPORT-LINE(27:9)
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY "Longueurs calculées  : " WS-NUM-EDIT.
           MOVE WS-OVERFLOW-COUNT TO WS-NUM-EDIT.
           DISPLAY "Dépassements ignorés : " WS-NUM-EDIT.
           DISPLAY "Rapport écrit dans " FUNCTION TRIM(WS-REPORT-NAME).

      * Checkpoint/restart, same idiom as FindMinMaxSalaries: a small
      * restart file holds the last completed number so a batch run
       CLEAR-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE.
           CLOSE RESTART-FILE.

      * Splits a start/end range into sub-ranges of as near equal a
      * width as the division allows (the first ones take one number
      * more) and writes them to syracuseplan.txt. Any checkpoint
      * left by an earlier plan's partition of the same number is
      * cleared, so that no partition resumes in the wrong range.
       SPLIT-RANGE.
           DISPLAY "Début de la plage (1-999999999) : "
                   WITH NO ADVANCING.
           ACCEPT WS-RANGE-START.
           DISPLAY "Fin de la plage (1-999999999)    : "
                   WITH NO ADVANCING.
           ACCEPT WS-RANGE-END.
           DISPLAY "Nombre de tranches (1-99)        : "
                   WITH NO ADVANCING.
           ACCEPT WS-PLAN-COUNT.
           DISPLAY EmptyLine.

           IF WS-RANGE-START <= 0 OR WS-RANGE-END < WS-RANGE-START
               DISPLAY "Erreur: plage invalide."
               MOVE ZERO TO WS-PLAN-COUNT
               MOVE RC-ERROR TO RETURN-CODE
               GO TO SPLIT-RANGE-EXIT
           END-IF.

           COMPUTE WS-RANGE-WIDTH = WS-RANGE-END - WS-RANGE-START + 1.
           IF WS-PLAN-COUNT < 1 OR WS-PLAN-COUNT > WS-RANGE-WIDTH
               DISPLAY "Erreur: nombre de tranches invalide."
               MOVE ZERO TO WS-PLAN-COUNT
               MOVE RC-ERROR TO RETURN-CODE
               GO TO SPLIT-RANGE-EXIT
           END-IF.

           DIVIDE WS-RANGE-WIDTH BY WS-PLAN-COUNT
               GIVING WS-PART-WIDTH REMAINDER WS-PART-EXTRA.
           MOVE WS-RANGE-START TO WS-NEXT-START.

           OPEN OUTPUT PLAN-FILE.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PLAN-COUNT
               MOVE SPACES TO SYRACUSE-PLAN-RECORD
               MOVE WS-PART-SUB TO SPL-PART
               MOVE WS-NEXT-START TO SPL-START
               IF WS-PART-SUB <= WS-PART-EXTRA
                   COMPUTE SPL-END = WS-NEXT-START + WS-PART-WIDTH
               ELSE
                   COMPUTE SPL-END = WS-NEXT-START + WS-PART-WIDTH - 1
               END-IF
               WRITE SYRACUSE-PLAN-RECORD
               COMPUTE WS-NEXT-START = SPL-END + 1

               MOVE SPL-START TO WS-NUM-EDIT
               DISPLAY "Tranche " SPL-PART " : " WS-NUM-EDIT
                       " à " WITH NO ADVANCING
               MOVE SPL-END TO WS-NUM-EDIT
               DISPLAY WS-NUM-EDIT

               MOVE WS-PART-SUB TO WS-PART-NO
               PERFORM SET-PARTITION-NAMES
               PERFORM CLEAR-CHECKPOINT
           END-PERFORM.
           CLOSE PLAN-FILE.

           DISPLAY "Plan écrit dans syracuseplan.txt".

       SPLIT-RANGE-EXIT.
           EXIT.

      * Runs one partition of syracuseplan.txt, chosen by its
      * number, through the range mode's own run.
       PARTITION-RUN.
           PERFORM LOAD-PLAN.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "Erreur: plan syracuseplan.txt introuvable"
                       " ou vide."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO PARTITION-RUN-EXIT
           END-IF.

           MOVE WS-PLAN-COUNT TO WS-PART-EDIT.
           DISPLAY "Numéro de tranche (1-" FUNCTION TRIM(WS-PART-EDIT)
                   ") : " WITH NO ADVANCING.
           ACCEPT WS-PART-NO.
           DISPLAY EmptyLine.

           IF WS-PART-NO < 1 OR WS-PART-NO > WS-PLAN-COUNT
               DISPLAY "Erreur: tranche inconnue du plan."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO PARTITION-RUN-EXIT
           END-IF.

           SET WS-PARTITION-RUN TO TRUE.
           PERFORM SET-PARTITION-NAMES.
           MOVE PLT-START(WS-PART-NO) TO WS-RANGE-START.
           MOVE PLT-END(WS-PART-NO) TO WS-RANGE-END.
           MOVE WS-RANGE-START TO WS-NUM-EDIT.
           DISPLAY "Tranche " WS-PART-NO " : " WS-NUM-EDIT
                   " à " WITH NO ADVANCING.
           MOVE WS-RANGE-END TO WS-NUM-EDIT.
           DISPLAY WS-NUM-EDIT.

           PERFORM RUN-ONE-RANGE.

       PARTITION-RUN-EXIT.
           EXIT.

      * The restart file and partial report of partition
      * WS-PART-NO; its partial cache is named once the shared
      * cache has been loaded (RUN-ONE-RANGE).
       SET-PARTITION-NAMES.
           MOVE SPACES TO WS-REPORT-NAME WS-RESTART-NAME.
           STRING "syracusereport.p" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-REPORT-NAME.
           STRING "syracuserestart.p" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-RESTART-NAME.

      * syracuseplan.txt into PLAN-TABLE; WS-PLAN-COUNT is zero
      * when there is no plan.
       LOAD-PLAN.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE 'N' TO WS-PLAN-EOF.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-FILE-STATUS NOT = "00"
               SET WS-PLAN-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PLAN-EOF-YES
               READ PLAN-FILE
                   AT END
                       SET WS-PLAN-EOF-YES TO TRUE
                   NOT AT END
                       IF SPL-START NUMERIC AND SPL-END NUMERIC AND
                          WS-PLAN-COUNT < WS-PLAN-LIMIT
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE SPL-START
                               TO PLT-START(WS-PLAN-COUNT)
                           MOVE SPL-END TO PLT-END(WS-PLAN-COUNT)
                           MOVE 'A' TO PLT-STATE(WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PLAN-FILE-STATUS NOT = "35"
               CLOSE PLAN-FILE
           END-IF.

      * The closing totals line of a finished partial report.
       WRITE-PARTIAL-TOTALS.
           MOVE SPACES TO SYRACUSE-TOTAL-LINE.
           SET STL-IS-TOTAL TO TRUE.
           MOVE WS-PART-NO TO STL-PART.
           MOVE WS-ORIGINAL-START TO STL-START.
           MOVE WS-RANGE-END TO STL-END.
           MOVE WS-RANGE-COUNT TO STL-COUNT.
           MOVE WS-TOTAL-STEPS TO STL-TOTAL-STEPS.
           MOVE WS-MAX-STEPS TO STL-MAX-STEPS.
           MOVE WS-MAX-STEPS-NUM TO STL-MAX-NUM.
           MOVE WS-OVERFLOW-COUNT TO STL-OVERFLOWS.
           MOVE SYRACUSE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Combines the partial reports of the plan into
      * syracusereport.txt. A first pass finds which partitions
      * have finished and adds up their totals; the second copies
      * their number lines, in partition order, and collects the
      * overflowed numbers. The partial caches are then merged
      * into syracusecache.txt.
       MERGE-PARTITIONS.
           PERFORM LOAD-PLAN.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "Erreur: plan syracuseplan.txt introuvable"
                       " ou vide."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO MERGE-PARTITIONS-EXIT
           END-IF.

           MOVE ZERO TO WS-RANGE-COUNT WS-TOTAL-STEPS WS-MAX-STEPS
                        WS-MAX-STEPS-NUM WS-OVERFLOW-COUNT
                        WS-DONE-COUNT WS-MISSING-COUNT.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PLAN-COUNT
               PERFORM CHECK-ONE-PARTIAL
           END-PERFORM.

           OPEN OUTPUT SYRACUSE-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           MOVE ZERO TO WS-OVF-LIST-COUNT.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PLAN-COUNT
               IF PLT-DONE(WS-PART-SUB)
                   PERFORM COPY-ONE-PARTIAL
               END-IF
           END-PERFORM.
           PERFORM WRITE-MERGE-SUMMARY.
           CLOSE SYRACUSE-REPORT.

           PERFORM MERGE-CACHE-FILES.

           MOVE WS-PLAN-COUNT TO WS-PART-EDIT.
           DISPLAY "Tranches du plan     : " WS-PART-EDIT.
           MOVE WS-DONE-COUNT TO WS-PART-EDIT.
           DISPLAY "Tranches fusionnées  : " WS-PART-EDIT.
           MOVE WS-MISSING-COUNT TO WS-PART-EDIT.
           DISPLAY "Tranches manquantes  : " WS-PART-EDIT.
           MOVE WS-RANGE-COUNT    TO WS-NUM-EDIT.
           DISPLAY "Nombres traités      : " WS-NUM-EDIT.
           MOVE WS-MAX-STEPS-NUM  TO WS-NUM-EDIT.
           MOVE WS-MAX-STEPS      TO WS-STEPS-EDIT.
           DISPLAY "Chaîne la plus longue: " WS-NUM-EDIT
                   " (" WS-STEPS-EDIT " étape(s))".
           MOVE WS-AVERAGE-STEPS  TO WS-AVERAGE-EDIT.
           DISPLAY "Nombre moyen d'étapes: " WS-AVERAGE-EDIT.
           MOVE WS-OVERFLOW-COUNT TO WS-NUM-EDIT.
           DISPLAY "Dépassements ignorés : " WS-NUM-EDIT.
           DISPLAY "Rapport écrit dans syracusereport.txt".

           IF WS-MISSING-COUNT > ZERO OR WS-CACHE-FULL
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

       MERGE-PARTITIONS-EXIT.
           EXIT.

      * Reads partial report WS-PART-SUB to its last line. A
      * totals line for the partition's own range marks it
      * finished and its totals join the whole range's.
       CHECK-ONE-PARTIAL.
           MOVE WS-PART-SUB TO WS-PART-NO.
           PERFORM SET-PARTIAL-NAME.
           MOVE SPACES TO WS-LAST-PARTIAL-LINE.
           MOVE 'N' TO WS-PARTIAL-EOF.
           OPEN INPUT PARTIAL-REPORT.
           IF WS-PARTIAL-FILE-STATUS NOT = "00"
               SET WS-PARTIAL-EOF-YES TO TRUE
           ELSE
               MOVE 'I' TO PLT-STATE(WS-PART-SUB)
           END-IF.

           PERFORM UNTIL WS-PARTIAL-EOF-YES
               READ PARTIAL-REPORT
                   AT END
                       SET WS-PARTIAL-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PARTIAL-LINE TO WS-LAST-PARTIAL-LINE
               END-READ
           END-PERFORM.

           IF WS-PARTIAL-FILE-STATUS NOT = "35"
               CLOSE PARTIAL-REPORT
           END-IF.

           MOVE WS-LAST-PARTIAL-LINE TO SYRACUSE-TOTAL-LINE.
           IF STL-IS-TOTAL
               IF STL-START = PLT-START(WS-PART-SUB) AND
                  STL-END = PLT-END(WS-PART-SUB)
                   MOVE 'T' TO PLT-STATE(WS-PART-SUB)
               ELSE
                   MOVE 'P' TO PLT-STATE(WS-PART-SUB)
               END-IF
           END-IF.

           IF PLT-DONE(WS-PART-SUB)
               ADD 1 TO WS-DONE-COUNT
               ADD STL-COUNT TO WS-RANGE-COUNT
               ADD STL-TOTAL-STEPS TO WS-TOTAL-STEPS
               ADD STL-OVERFLOWS TO WS-OVERFLOW-COUNT
               IF STL-MAX-STEPS > WS-MAX-STEPS
                   MOVE STL-MAX-STEPS TO WS-MAX-STEPS
                   MOVE STL-MAX-NUM TO WS-MAX-STEPS-NUM
               END-IF
           ELSE
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       SET-PARTIAL-NAME.
           MOVE SPACES TO WS-PARTIAL-NAME.
           STRING "syracusereport.p" DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-PARTIAL-NAME.

      * The number lines of a finished partial report, copied as
      * they stand; an overflowed number is also kept for the list.
       COPY-ONE-PARTIAL.
           MOVE WS-PART-SUB TO WS-PART-NO.
           PERFORM SET-PARTIAL-NAME.
           MOVE 'N' TO WS-PARTIAL-EOF.
           OPEN INPUT PARTIAL-REPORT.
           IF WS-PARTIAL-FILE-STATUS NOT = "00"
               SET WS-PARTIAL-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-PARTIAL-EOF-YES
               READ PARTIAL-REPORT
                   AT END
                       SET WS-PARTIAL-EOF-YES TO TRUE
                   NOT AT END
                       IF PARTIAL-LINE(1:7) = "Nombre "
                           MOVE PARTIAL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                           IF PARTIAL-LINE(20:11) = "DEPASSEMENT"
                              AND WS-OVF-LIST-COUNT < WS-OVF-LIMIT
                               ADD 1 TO WS-OVF-LIST-COUNT
                               MOVE PARTIAL-LINE(8:9)
                                   TO OVF-NUMBER(WS-OVF-LIST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PARTIAL-FILE-STATUS NOT = "35"
               CLOSE PARTIAL-REPORT
           END-IF.

      * Whole-range totals at the end of the merged report, then
      * the overflowed numbers and the partitions not merged.
       WRITE-MERGE-SUMMARY.
           IF WS-RANGE-COUNT > 0
               COMPUTE WS-AVERAGE-STEPS ROUNDED =
                       WS-TOTAL-STEPS / WS-RANGE-COUNT
           END-IF.

           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DONE-COUNT TO WS-PART-EDIT.
           MOVE WS-PLAN-COUNT TO WS-PLAN-EDIT.
           STRING "Fusion de " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-EDIT) DELIMITED BY SIZE
                   " tranche(s) sur " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAN-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RANGE-COUNT TO WS-NUM-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Nombres traités       : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MAX-STEPS-NUM TO WS-NUM-EDIT.
           MOVE WS-MAX-STEPS TO WS-STEPS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Chaîne la plus longue : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-STEPS-EDIT DELIMITED BY SIZE
                   " étape(s))" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AVERAGE-STEPS TO WS-AVERAGE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Nombre moyen d'étapes : " DELIMITED BY SIZE
                   WS-AVERAGE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERFLOW-COUNT TO WS-NUM-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Dépassements ignorés  : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-OVF-SUB FROM 1 BY 1
                   UNTIL WS-OVF-SUB > WS-OVF-LIST-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  Dépassement : nombre " DELIMITED BY SIZE
                       OVF-NUMBER(WS-OVF-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-OVERFLOW-COUNT > WS-OVF-LIST-COUNT
               MOVE SPACES TO REPORT-LINE
               COMPUTE WS-NUM-EDIT =
                   WS-OVERFLOW-COUNT - WS-OVF-LIST-COUNT
               STRING "  ... et " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                       " autre(s)" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-MISSING-COUNT TO WS-PART-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Tranches manquantes   : " DELIMITED BY SIZE
                   WS-PART-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PLAN-COUNT
               IF NOT PLT-DONE(WS-PART-SUB)
                   PERFORM WRITE-MISSING-PARTITION
               END-IF
           END-PERFORM.

       WRITE-MISSING-PARTITION.
           EVALUATE PLT-STATE(WS-PART-SUB)
               WHEN 'I'
                   MOVE "interrompue ou en cours" TO WS-STATE-TEXT
               WHEN 'P'
                   MOVE "rapport d'un autre plan" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "rapport absent" TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PLT-START(WS-PART-SUB) TO WS-NUM-EDIT.
           STRING "  Tranche " DELIMITED BY SIZE
                   WS-PART-SUB DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   " à " DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE PLT-END(WS-PART-SUB) TO WS-NUM-EDIT.
           STRING WS-NUM-EDIT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE(29:).
           WRITE REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING).

      * The shared cache and every partition's partial cache are
      * loaded into the sorted table - a number already there is
      * skipped - and syracusecache.txt is rewritten from it, in
      * order and each number once. A table that filled up is not
      * written back, so nothing already in the file is lost.
       MERGE-CACHE-FILES.
           MOVE WS-MAIN-CACHE-NAME TO WS-CACHE-NAME.
           MOVE 'N' TO WS-CACHE-EOF.
           PERFORM LOAD-CACHE-FILE.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PLAN-COUNT
               MOVE SPACES TO WS-CACHE-NAME
               STRING "syracusecache.p" DELIMITED BY SIZE
                       WS-PART-SUB DELIMITED BY SIZE
                       INTO WS-CACHE-NAME
               MOVE 'N' TO WS-CACHE-EOF
               PERFORM LOAD-CACHE-FILE
           END-PERFORM.

           MOVE WS-MAIN-CACHE-NAME TO WS-CACHE-NAME.
           IF WS-CACHE-FULL
               DISPLAY "ATTENTION: cache plein - syracusecache.txt"
                       " n'est pas réécrit."
           ELSE
               OPEN OUTPUT CACHE-FILE
               PERFORM VARYING WS-CACHE-SUB FROM 1 BY 1
                       UNTIL WS-CACHE-SUB > CACHE-COUNT
                   MOVE SPACES TO CACHE-RECORD
                   MOVE CHT-NUMBER(WS-CACHE-SUB) TO CCH-NUMBER
                   MOVE CHT-STEPS(WS-CACHE-SUB) TO CCH-STEPS
                   WRITE CACHE-RECORD
               END-PERFORM
               CLOSE CACHE-FILE
               MOVE CACHE-COUNT TO WS-NUM-EDIT
               DISPLAY "Cache fusionné       : " WS-NUM-EDIT
                       " longueur(s)"
           END-IF.
