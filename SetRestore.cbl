       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetRestore.

      ***************************************************************
      * Operator utility to put a whole backup set taken by
      * SetBackup back as the live data files - all of them, or
      * none. The catalogue backupsets.lst is listed with a number
      * per set; the operator picks one and the restore runs under
      * the shared master lock (UpdateLock) in four stages:
      *
      *   1. Every file of the set is copied aside to a work file
      *      setrestoreNN.tmp and its line count and character hash
      *      checked against the set's manifest. One copy missing
      *      or different and the restore stops there, nothing
      *      touched.
      *   2. The operator confirms the list of files to be put back
      *      (and of files absent from the set, which are removed).
      *   3. The live files about to be replaced are themselves
      *      secured as a new set through SetBackup - the restore of
      *      the wrong set can be undone like any other.
      *   4. The work files are copied over the live files and every
      *      live file checked against the manifest. If any of them
      *      fails, the set just secured in stage 3 is put back the
      *      same way and checked against its own manifest, so the
      *      files are never left half one set, half another. Should
      *      that too fail, the operator is told the ID of the set to
      *      restore by hand.
      *
      * As in GenRestore, the work copies of stage 1 are taken
      * BEFORE SetBackup runs, since its keep-7 purge may delete
      * the very set being restored. Every restore, good or bad, is
      * logged through AuditLogger.
      *
      * A file whose manifest line is marked for PayslipIO (the
      * indexed payslip store payslipstore.dat) is held in the set
      * as an unload, one line per payslip. It is staged and
      * checked like any other copy, but put back by emptying the
      * store through PayslipIO and reloading it payslip by
      * payslip, and checked afterwards by unloading it again - a
      * store the set recorded absent is left empty. The manifest
      * table is sized on BKS-SET-FILE-MAX (BKPSETS.CPY), shared
      * with SetBackup.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-CATALOG ASSIGN TO 'backupsets.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SET-MANIFEST ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT COPY-IN ASSIGN TO DYNAMIC WS-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT COPY-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SET-CATALOG.
           COPY "BKPSETS.CPY".

       FD  SET-MANIFEST.
           COPY "BKPMANIF.CPY".

       FD  COPY-IN.
       01  COPY-IN-LINE             PIC X(250).

       FD  COPY-OUT.
       01  COPY-OUT-LINE            PIC X(250).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "PAYSLIPIO.CPY".

       01  WS-CATALOG-STATUS    PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS   PIC XX VALUE SPACES.
       01  WS-IN-STATUS         PIC XX VALUE SPACES.
       01  WS-OUT-STATUS        PIC XX VALUE SPACES.

       01  WS-MANIFEST-NAME     PIC X(60) VALUE SPACES.
       01  WS-IN-NAME           PIC X(60) VALUE SPACES.
       01  WS-OUT-NAME          PIC X(60) VALUE SPACES.
       01  WS-DELETE-NAME       PIC X(60) VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-CATALOG-EOF      PIC X VALUE 'N'.
           88 WS-CATALOG-EOF-YES VALUE 'Y'.
       01  WS-MANIFEST-EOF     PIC X VALUE 'N'.
           88 WS-MANIFEST-EOF-YES VALUE 'Y'.

       01  CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 20 TIMES.
              10 CAT-SET-ID     PIC X(17).
              10 CAT-CREATED-BY PIC X(20).
              10 CAT-OPERATOR   PIC X(8).
       01  CATALOG-COUNT        PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-CHOICE            PIC 9(2) VALUE ZERO.
       01  WS-NUM-EDIT          PIC Z9.

      * The manifests in play: set 1 is the set being restored,
      * set 2 the set SetBackup takes of the files it replaces.
      * MFT-SOURCE-NAME is where each file is put back from - the
      * work copy for set 1, the set's own copy for set 2.
       01  MANIFEST-TABLE.
           05 MANIFEST-SET OCCURS 2 TIMES.
              10 MFT-SET-ID        PIC X(17).
              10 MFT-FILE-COUNT    PIC 9(2) COMP.
              10 MFT-FILE OCCURS BKS-SET-FILE-MAX TIMES.
                 15 MFT-LIVE-NAME    PIC X(30).
                 15 MFT-COPY-NAME    PIC X(40).
                 15 MFT-SOURCE-NAME  PIC X(40).
                 15 MFT-PRESENT      PIC X.
                    88 MFT-FILE-PRESENT VALUE 'O'.
                 15 MFT-COUNT        PIC 9(7).
                 15 MFT-HASH         PIC 9(13).
                 15 MFT-ACCESS       PIC X.
                    88 MFT-VIA-PAYSLIPIO VALUE 'P'.
       01  WS-MAN               PIC 9 COMP VALUE 1.
       01  WS-FILE-SUB          PIC 9(2) COMP VALUE ZERO.
       01  WS-HEADER-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-STAGED-COUNT      PIC 9(2) COMP VALUE ZERO.
       01  WS-STAGE-NUM         PIC 9(2) VALUE ZERO.

       01  WS-MANIFEST-OK-SW    PIC X VALUE 'N'.
           88 WS-MANIFEST-OK    VALUE 'Y'.
       01  WS-FAILED-SW         PIC X VALUE 'N'.
           88 WS-SET-FAILED     VALUE 'Y'.
       01  WS-FILE-FOUND-SW     PIC X VALUE 'N'.
           88 WS-FILE-FOUND     VALUE 'Y'.
       01  WS-RESTORED-SW       PIC X VALUE 'N'.
           88 WS-SET-RESTORED   VALUE 'Y'.
       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  WS-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHAR-HASH         PIC 9(13) VALUE ZERO.
       01  WS-HASH-LINE         PIC X(250) VALUE SPACES.
       01  WS-LINE-LEN          PIC 9(3) COMP VALUE ZERO.
       01  WS-SCAN-POS          PIC 9(3) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  WS-SAFETY-CALLER     PIC X(20) VALUE "SetRestore".
       01  WS-SAFETY-ID         PIC X(17) VALUE SPACES.
       01  WS-BACKUP-RESULT     PIC X VALUE 'N'.
       01  WS-LOCK-ACTION       PIC X VALUE 'T'.
       01  WS-LOCK-CALLER       PIC X(20) VALUE "SetRestore".
       01  WS-LOCK-RESULT       PIC X VALUE 'N'.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "SetRestore".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           MOVE 'T' TO WS-LOCK-ACTION.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichier maître verrouillé -"
                       " traitement abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CATALOG.
           IF CATALOG-COUNT = ZERO
               DISPLAY "Aucun jeu de sauvegarde au catalogue"
                       " (backupsets.lst vide ou absent)."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           DISPLAY "Jeux de sauvegarde disponibles :".
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CATALOG-COUNT
               MOVE WS-SUB TO WS-NUM-EDIT
               DISPLAY "  " WS-NUM-EDIT " - "
                       CAT-SET-ID(WS-SUB) "  "
                       CAT-CREATED-BY(WS-SUB) " "
                       FUNCTION TRIM(CAT-OPERATOR(WS-SUB))
           END-PERFORM.
           DISPLAY "Numéro du jeu à restaurer : "
                   WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           IF WS-CHOICE < 1 OR WS-CHOICE > CATALOG-COUNT
               DISPLAY "Erreur: choix invalide."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           MOVE 1 TO WS-MAN.
           MOVE CAT-SET-ID(WS-CHOICE) TO MFT-SET-ID(1).
           PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.
           IF NOT WS-MANIFEST-OK
               DISPLAY "Erreur: manifeste du jeu "
                       FUNCTION TRIM(MFT-SET-ID(1))
                       " absent ou incomplet - aucun fichier"
                       " restauré."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

      * Stage 1 - copy the set aside and prove it whole.
           PERFORM STAGE-SET.
           IF WS-SET-FAILED
               PERFORM DELETE-STAGING
               DISPLAY "Erreur: jeu " FUNCTION TRIM(MFT-SET-ID(1))
                       " non conforme à son manifeste - aucun"
                       " fichier restauré."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

      * Stage 2 - the operator sees exactly what will change.
           DISPLAY "Restauration du jeu " FUNCTION TRIM(MFT-SET-ID(1))
                   " :".
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > MFT-FILE-COUNT(1)
               IF MFT-FILE-PRESENT(1, WS-FILE-SUB)
                   MOVE MFT-COUNT(1, WS-FILE-SUB) TO WS-COUNT-EDIT
                   DISPLAY "  " MFT-LIVE-NAME(1, WS-FILE-SUB)
                           WS-COUNT-EDIT " ligne(s)"
               ELSE
                   IF MFT-VIA-PAYSLIPIO(1, WS-FILE-SUB)
                       DISPLAY "  " MFT-LIVE-NAME(1, WS-FILE-SUB)
                               "absent du jeu - sera vidé"
                   ELSE
                       DISPLAY "  " MFT-LIVE-NAME(1, WS-FILE-SUB)
                               "absent du jeu - sera supprimé"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Confirmer la restauration du jeu complet (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               PERFORM DELETE-STAGING
               DISPLAY "Restauration abandonnée."
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

      * Stage 3 - secure the files about to be replaced.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "SetBackup" USING WS-SAFETY-CALLER WS-SAFETY-ID
                                  WS-BACKUP-RESULT.
           MOVE RC-SAVE TO RETURN-CODE.
           IF WS-BACKUP-RESULT = 'Y'
               MOVE 2 TO WS-MAN
               MOVE WS-SAFETY-ID TO MFT-SET-ID(2)
               PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT
           END-IF.
           IF WS-BACKUP-RESULT NOT = 'Y' OR NOT WS-MANIFEST-OK
               PERFORM DELETE-STAGING
               DISPLAY "Erreur: sauvegarde des fichiers courants"
                       " impossible - restauration abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > MFT-FILE-COUNT(2)
               MOVE MFT-COPY-NAME(2, WS-FILE-SUB)
                   TO MFT-SOURCE-NAME(2, WS-FILE-SUB)
           END-PERFORM.

      * Stage 4 - put the set back, or put everything back as it
      * was.
           MOVE 1 TO WS-MAN.
           PERFORM APPLY-SET.
           IF NOT WS-SET-FAILED
               PERFORM VERIFY-LIVE-SET
           END-IF.

           IF WS-SET-FAILED
               DISPLAY "Erreur: restauration du jeu "
                       FUNCTION TRIM(MFT-SET-ID(1))
                       " incomplète - retour au jeu "
                       FUNCTION TRIM(MFT-SET-ID(2)) "."
               MOVE 2 TO WS-MAN
               PERFORM APPLY-SET
               IF NOT WS-SET-FAILED
                   PERFORM VERIFY-LIVE-SET
               END-IF
               IF WS-SET-FAILED
                   DISPLAY "*** GRAVE: fichiers de données"
                           " incohérents - restaurer le jeu "
                           FUNCTION TRIM(MFT-SET-ID(2))
                           " avant toute reprise. ***"
               ELSE
                   DISPLAY "Fichiers remis dans leur état"
                           " d'avant la restauration (jeu "
                           FUNCTION TRIM(MFT-SET-ID(2)) ")."
               END-IF
               MOVE RC-ERROR TO RETURN-CODE
           ELSE
               SET WS-SET-RESTORED TO TRUE
               DISPLAY "Jeu " FUNCTION TRIM(MFT-SET-ID(1))
                       " restauré et contrôlé ; fichiers"
                       " remplacés sauvegardés dans le jeu "
                       FUNCTION TRIM(MFT-SET-ID(2)) "."
           END-IF.

           PERFORM DELETE-STAGING.

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           IF WS-SET-RESTORED
               STRING "Restauration jeu " DELIMITED BY SIZE
                       MFT-SET-ID(1) DELIMITED BY SPACE
                       INTO AUDIT-SUMMARY-LINE
           ELSE
               STRING "Restauration jeu " DELIMITED BY SIZE
                       MFT-SET-ID(1) DELIMITED BY SPACE
                       " en échec" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           END-IF.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
           PERFORM RELEASE-MASTER-LOCK.

           GOBACK.

       LOAD-CATALOG.
           MOVE 'N' TO WS-CATALOG-EOF.
           OPEN INPUT SET-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               SET WS-CATALOG-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-CATALOG-EOF-YES
               READ SET-CATALOG
                   AT END
                       SET WS-CATALOG-EOF-YES TO TRUE
                   NOT AT END
                       IF BKS-SET-ID NOT = SPACES AND
                          CATALOG-COUNT < 20
                           ADD 1 TO CATALOG-COUNT
                           MOVE BKS-SET-ID
                               TO CAT-SET-ID(CATALOG-COUNT)
                           MOVE BKS-CREATED-BY
                               TO CAT-CREATED-BY(CATALOG-COUNT)
                           MOVE BKS-OPERATOR
                               TO CAT-OPERATOR(CATALOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE SET-CATALOG
           END-IF.

      * The manifest of set WS-MAN must open, carry the header of
      * that set, and list exactly the number of files the header
      * announces.
       LOAD-MANIFEST.
           MOVE 'N' TO WS-MANIFEST-OK-SW.
           MOVE ZERO TO MFT-FILE-COUNT(WS-MAN).
           MOVE ZERO TO WS-HEADER-COUNT.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING "backupset.s" DELIMITED BY SIZE
                   MFT-SET-ID(WS-MAN) DELIMITED BY SPACE
                   INTO WS-MANIFEST-NAME.

           MOVE 'N' TO WS-MANIFEST-EOF.
           OPEN INPUT SET-MANIFEST.
           IF WS-MANIFEST-STATUS NOT = "00"
               GO TO LOAD-MANIFEST-EXIT
           END-IF.

           PERFORM UNTIL WS-MANIFEST-EOF-YES
               READ SET-MANIFEST
                   AT END
                       SET WS-MANIFEST-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM STORE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE SET-MANIFEST.

           IF WS-HEADER-COUNT > ZERO AND
              WS-HEADER-COUNT = MFT-FILE-COUNT(WS-MAN)
               SET WS-MANIFEST-OK TO TRUE
           END-IF.

       LOAD-MANIFEST-EXIT.
           EXIT.

       STORE-MANIFEST-LINE.
           IF BKM-HEADER-REC
               IF BKM-SET-ID = MFT-SET-ID(WS-MAN) AND
                  BKM-FILE-COUNT NUMERIC AND
                  BKM-FILE-COUNT <= BKS-SET-FILE-MAX
                   MOVE BKM-FILE-COUNT TO WS-HEADER-COUNT
               END-IF
           END-IF.
           IF BKM-FILE-REC
               IF MFT-FILE-COUNT(WS-MAN) < BKS-SET-FILE-MAX
                   ADD 1 TO MFT-FILE-COUNT(WS-MAN)
                   MOVE MFT-FILE-COUNT(WS-MAN) TO WS-FILE-SUB
                   MOVE BKM-LIVE-NAME
                       TO MFT-LIVE-NAME(WS-MAN, WS-FILE-SUB)
                   MOVE BKM-COPY-NAME
                       TO MFT-COPY-NAME(WS-MAN, WS-FILE-SUB)
                   MOVE BKM-PRESENT
                       TO MFT-PRESENT(WS-MAN, WS-FILE-SUB)
                   MOVE BKM-RECORD-COUNT
                       TO MFT-COUNT(WS-MAN, WS-FILE-SUB)
                   MOVE BKM-CHAR-HASH
                       TO MFT-HASH(WS-MAN, WS-FILE-SUB)
                   MOVE BKM-ACCESS
                       TO MFT-ACCESS(WS-MAN, WS-FILE-SUB)
               ELSE
                   MOVE 99 TO WS-HEADER-COUNT
               END-IF
           END-IF.

      * Each file of the set is copied to its work file, then the
      * work file is hashed: what gets restored is what was checked.
       STAGE-SET.
           MOVE 'N' TO WS-FAILED-SW.
           MOVE ZERO TO WS-STAGED-COUNT.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > MFT-FILE-COUNT(1)
                      OR WS-SET-FAILED
               MOVE WS-FILE-SUB TO WS-STAGE-NUM
               MOVE SPACES TO MFT-SOURCE-NAME(1, WS-FILE-SUB)
               STRING "setrestore" DELIMITED BY SIZE
                       WS-STAGE-NUM DELIMITED BY SIZE
                       ".tmp" DELIMITED BY SIZE
                       INTO MFT-SOURCE-NAME(1, WS-FILE-SUB)
               MOVE WS-FILE-SUB TO WS-STAGED-COUNT
               IF MFT-FILE-PRESENT(1, WS-FILE-SUB)
                   MOVE MFT-COPY-NAME(1, WS-FILE-SUB) TO WS-IN-NAME
                   MOVE MFT-SOURCE-NAME(1, WS-FILE-SUB)
                       TO WS-OUT-NAME
                   PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT
                   IF NOT WS-SET-FAILED
                       MOVE MFT-SOURCE-NAME(1, WS-FILE-SUB)
                           TO WS-IN-NAME
                       PERFORM CHECK-ONE-FILE
                   END-IF
                   IF WS-SET-FAILED
                       DISPLAY "  " FUNCTION TRIM(
                               MFT-COPY-NAME(1, WS-FILE-SUB))
                               " : copie absente ou altérée."
                   END-IF
               END-IF
           END-PERFORM.

      * Every live file of set WS-MAN is written from its source,
      * or removed when the set recorded it absent.
       APPLY-SET.
           MOVE 'N' TO WS-FAILED-SW.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > MFT-FILE-COUNT(WS-MAN)
               MOVE MFT-LIVE-NAME(WS-MAN, WS-FILE-SUB)
                   TO WS-OUT-NAME
               EVALUATE TRUE
                   WHEN MFT-VIA-PAYSLIPIO(WS-MAN, WS-FILE-SUB)
                       PERFORM RELOAD-PAYSLIP-STORE
                          THRU RELOAD-PAYSLIP-STORE-EXIT
                   WHEN MFT-FILE-PRESENT(WS-MAN, WS-FILE-SUB)
                       MOVE MFT-SOURCE-NAME(WS-MAN, WS-FILE-SUB)
                           TO WS-IN-NAME
                       PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT
                   WHEN OTHER
                       MOVE WS-OUT-NAME TO WS-DELETE-NAME
                       PERFORM DELETE-ONE-FILE
               END-EVALUATE
           END-PERFORM.

      * The store is emptied and each line of the unload written
      * back as one payslip, through PayslipIO like every other
      * access to it.
       RELOAD-PAYSLIP-STORE.
           SET PIO-OP-OPEN-OUTPUT TO TRUE.
           PERFORM CALL-PAYSLIP-IO.
           IF NOT PIO-STATUS-OK
               SET WS-SET-FAILED TO TRUE
               GO TO RELOAD-PAYSLIP-STORE-EXIT
           END-IF.

           IF MFT-FILE-PRESENT(WS-MAN, WS-FILE-SUB)
               MOVE MFT-SOURCE-NAME(WS-MAN, WS-FILE-SUB)
                   TO WS-IN-NAME
               OPEN INPUT COPY-IN
               IF WS-IN-STATUS NOT = "00"
                   SET WS-SET-FAILED TO TRUE
               ELSE
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE-YES
                       READ COPY-IN
                           AT END
                               SET END-OF-FILE-YES TO TRUE
                           NOT AT END
                               MOVE COPY-IN-LINE
                                   TO PIO-PAYSLIP-RECORD
                               SET PIO-OP-WRITE TO TRUE
                               PERFORM CALL-PAYSLIP-IO
                               IF NOT PIO-STATUS-OK
                                   SET WS-SET-FAILED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COPY-IN
                   MOVE 'N' TO END-OF-FILE
               END-IF
           END-IF.

           SET PIO-OP-CLOSE TO TRUE.
           PERFORM CALL-PAYSLIP-IO.

       RELOAD-PAYSLIP-STORE-EXIT.
           EXIT.

       VERIFY-LIVE-SET.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > MFT-FILE-COUNT(WS-MAN)
               MOVE MFT-LIVE-NAME(WS-MAN, WS-FILE-SUB)
                   TO WS-IN-NAME
               EVALUATE TRUE
                   WHEN MFT-VIA-PAYSLIPIO(WS-MAN, WS-FILE-SUB)
                       PERFORM CHECK-PAYSLIP-STORE
                   WHEN MFT-FILE-PRESENT(WS-MAN, WS-FILE-SUB)
                       PERFORM CHECK-ONE-FILE
                   WHEN OTHER
                       PERFORM HASH-FILE THRU HASH-FILE-EXIT
                       IF WS-FILE-FOUND
                           SET WS-SET-FAILED TO TRUE
                       END-IF
               END-EVALUATE
               IF WS-SET-FAILED
                   MOVE MFT-FILE-COUNT(WS-MAN) TO WS-FILE-SUB
               END-IF
           END-PERFORM.

      * WS-IN-NAME must exist and match file WS-FILE-SUB of set
      * WS-MAN in line count and hash.
       CHECK-ONE-FILE.
           PERFORM HASH-FILE THRU HASH-FILE-EXIT.
           IF NOT WS-FILE-FOUND OR
              WS-LINE-COUNT NOT = MFT-COUNT(WS-MAN, WS-FILE-SUB) OR
              WS-CHAR-HASH NOT = MFT-HASH(WS-MAN, WS-FILE-SUB)
               SET WS-SET-FAILED TO TRUE
           END-IF.

      * The reloaded store, unloaded again in key order, must match
      * the manifest; one the set recorded absent must be empty.
       CHECK-PAYSLIP-STORE.
           PERFORM HASH-PAYSLIP-STORE THRU HASH-PAYSLIP-STORE-EXIT.
           IF MFT-FILE-PRESENT(WS-MAN, WS-FILE-SUB)
               IF NOT WS-FILE-FOUND OR
                  WS-LINE-COUNT NOT = MFT-COUNT(WS-MAN, WS-FILE-SUB) OR
                  WS-CHAR-HASH NOT = MFT-HASH(WS-MAN, WS-FILE-SUB)
                   SET WS-SET-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-LINE-COUNT > ZERO
                   SET WS-SET-FAILED TO TRUE
               END-IF
           END-IF.

       HASH-PAYSLIP-STORE.
           MOVE 'N' TO WS-FILE-FOUND-SW.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-CHAR-HASH.
           SET PIO-OP-OPEN-INPUT TO TRUE.
           PERFORM CALL-PAYSLIP-IO.
           IF NOT PIO-STATUS-OK
               GO TO HASH-PAYSLIP-STORE-EXIT
           END-IF.
           SET WS-FILE-FOUND TO TRUE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE-YES
               SET PIO-OP-READ-NEXT TO TRUE
               PERFORM CALL-PAYSLIP-IO
               IF PIO-STATUS-OK
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PIO-PAYSLIP-RECORD TO WS-HASH-LINE
                   PERFORM HASH-ONE-LINE
               ELSE
                   IF NOT PIO-STATUS-EOF
                       MOVE 'N' TO WS-FILE-FOUND-SW
                   END-IF
                   SET END-OF-FILE-YES TO TRUE
               END-IF
           END-PERFORM.
           SET PIO-OP-CLOSE TO TRUE.
           PERFORM CALL-PAYSLIP-IO.
           MOVE 'N' TO END-OF-FILE.

       HASH-PAYSLIP-STORE-EXIT.
           EXIT.

       CALL-PAYSLIP-IO.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           MOVE RC-SAVE TO RETURN-CODE.

       COPY-ONE-FILE.
           OPEN INPUT COPY-IN.
           IF WS-IN-STATUS NOT = "00"
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.
           OPEN OUTPUT COPY-OUT.
           IF WS-OUT-STATUS NOT = "00"
               CLOSE COPY-IN
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE-YES
               READ COPY-IN
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE COPY-IN-LINE TO COPY-OUT-LINE
                       WRITE COPY-OUT-LINE
                       IF WS-OUT-STATUS NOT = "00"
                           SET WS-SET-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPY-IN.
           CLOSE COPY-OUT.
           MOVE 'N' TO END-OF-FILE.

       COPY-ONE-FILE-EXIT.
           EXIT.

      * FileSeal's hash, as SetBackup took it.
       HASH-FILE.
           MOVE 'N' TO WS-FILE-FOUND-SW.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-CHAR-HASH.
           OPEN INPUT COPY-IN.
           IF WS-IN-STATUS NOT = "00"
               GO TO HASH-FILE-EXIT
           END-IF.
           SET WS-FILE-FOUND TO TRUE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE-YES
               READ COPY-IN
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       MOVE COPY-IN-LINE TO WS-HASH-LINE
                       PERFORM HASH-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE COPY-IN.
           MOVE 'N' TO END-OF-FILE.

       HASH-FILE-EXIT.
           EXIT.

       HASH-ONE-LINE.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-HASH-LINE TRAILING)).
           ADD WS-LINE-LEN TO WS-CHAR-HASH.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-LINE-LEN
               COMPUTE WS-CHAR-HASH = WS-CHAR-HASH +
                   FUNCTION ORD(WS-HASH-LINE(WS-SCAN-POS:1))
           END-PERFORM.

       DELETE-STAGING.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-STAGED-COUNT
               MOVE MFT-SOURCE-NAME(1, WS-FILE-SUB) TO WS-DELETE-NAME
               PERFORM DELETE-ONE-FILE
           END-PERFORM.

      * CBL_DELETE_FILE sets RETURN-CODE (non-zero for a file that
      * was not there); the run's own code is carried across it.
       DELETE-ONE-FILE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
           MOVE RC-SAVE TO RETURN-CODE.

       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           MOVE RC-SAVE TO RETURN-CODE.
