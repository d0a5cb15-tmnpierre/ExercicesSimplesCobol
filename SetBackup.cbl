       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetBackup.

      ***************************************************************
      * Backup-set subprogram for the whole set of live data files,
      * GenBackup's idea carried from the client master to every
      * file the payroll night leaves behind, so that they can all
      * be put back together as they stood at one moment:
      *
      *     CALL "SetBackup" USING caller-name, set-id, result-flag
      *
      * The caller holds the master lock (UpdateLock) for the
      * duration, so nothing writes the files while they are being
      * copied. Each file of the set is copied verbatim to
      * <name>.s<set ID>, then read back and its line count and
      * character hash checked against the original; a live file
      * that does not exist is recorded as absent. The manifest
      * backupset.s<set ID> (BKPMANIF.CPY) records every file, and
      * only then is the set added to the catalogue backupsets.lst
      * (BKPSETS.CPY) - a set that failed half-way is deleted and
      * never catalogued, so it can never be offered for restore.
      * The last 7 sets are kept, the files and manifest of older
      * ones deleted as new ones arrive.
      *
      * The set ID comes back with the flag 'Y' when the set was
      * secured, 'N' (set ID blank) when it was not. NightBackup
      * takes the set at the start of the chain; SetRestore takes
      * one of the files it is about to replace, and puts a whole
      * set back.
      *
      * The set covers every file the night rewrites, so going
      * back to a set puts back the deduction balances, paid
      * expense claims, leave, arrears and payment history with the
      * payslips they belong to. The indexed payslip store
      * payslipstore.dat cannot be copied line by line: it is
      * unloaded through PayslipIO, one line per payslip in key
      * order, the unload is what the set keeps and hashes, and
      * its manifest line is marked for reload through PayslipIO.
      * The number of files is BKS-SET-FILE-MAX (BKPSETS.CPY),
      * shared with SetRestore.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.

           SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT SET-MANIFEST ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SET-CATALOG ASSIGN TO 'backupsets.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-LINE                PIC X(250).

       FD  COPY-FILE.
       01  COPY-LINE                PIC X(250).

       FD  SET-MANIFEST.
           COPY "BKPMANIF.CPY".

       FD  SET-CATALOG.
           COPY "BKPSETS.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "PAYSLIPIO.CPY".

       01  WS-LIVE-STATUS       PIC XX VALUE SPACES.
       01  WS-COPY-STATUS       PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS   PIC XX VALUE SPACES.
       01  WS-CATALOG-STATUS    PIC XX VALUE SPACES.

       01  WS-LIVE-NAME         PIC X(60) VALUE SPACES.
       01  WS-COPY-NAME         PIC X(60) VALUE SPACES.
       01  WS-MANIFEST-NAME     PIC X(60) VALUE SPACES.
       01  WS-DELETE-NAME       PIC X(60) VALUE SPACES.
       01  WS-NAME-BASE         PIC X(30) VALUE SPACES.

      * The live data files that make up the set, each with its
      * access: space for a line file copied as it stands, 'P' for
      * the payslip store unloaded through PayslipIO. Adding a file
      * to the set is adding its two lines here and raising
      * BKS-SET-FILE-MAX in BKPSETS.CPY.
       01  BACKUP-SET-FILES.
           05 FILLER PIC X(30) VALUE "fichierclient.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payslipfile.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payrollytd.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payperiods.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "bankmaster.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "pendingapprovals.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "salaryhistory.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "deductions.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "paydeductions.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "expenseclaims.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payrollregister.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "leavebalance.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "leavetaken.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payleave.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "arrearsledger.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payarrears.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "paymentstatus.txt".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(30) VALUE "payslipstore.dat".
           05 FILLER PIC X     VALUE "P".
       01  BACKUP-SET-TABLE REDEFINES BACKUP-SET-FILES.
           05 BSF-ENTRY OCCURS BKS-SET-FILE-MAX TIMES.
              10 BSF-LIVE-NAME  PIC X(30).
              10 BSF-ACCESS     PIC X.
                 88 BSF-VIA-PAYSLIPIO VALUE 'P'.
       01  BSF-COUNT            PIC 9(2) COMP VALUE BKS-SET-FILE-MAX.

      * What was copied, file by file, for the manifest.
       01  SET-RESULT-TABLE.
           05 SET-RESULT-ENTRY OCCURS BKS-SET-FILE-MAX TIMES.
              10 SRT-COPY-NAME  PIC X(40).
              10 SRT-PRESENT    PIC X.
              10 SRT-COUNT      PIC 9(7).
              10 SRT-HASH       PIC 9(13).
       01  WS-FILES-DONE        PIC 9(2) COMP VALUE ZERO.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-CATALOG-EOF      PIC X VALUE 'N'.
           88 WS-CATALOG-EOF-YES VALUE 'Y'.
       01  WS-MANIFEST-EOF     PIC X VALUE 'N'.
           88 WS-MANIFEST-EOF-YES VALUE 'Y'.

       01  WS-FAILED-SW         PIC X VALUE 'N'.
           88 WS-SET-FAILED     VALUE 'Y'.
       01  WS-NAME-TAKEN-SW     PIC X VALUE 'N'.
           88 WS-NAME-TAKEN     VALUE 'Y'.
       01  WS-NAME-ERROR-SW     PIC X VALUE 'N'.
           88 WS-NAME-ERROR     VALUE 'Y'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-NOW.
           05 WS-NOW-HHMMSS     PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-SET-BASE          PIC X(14) VALUE SPACES.
       01  WS-SET-ID            PIC X(17) VALUE SPACES.
       01  WS-SET-SEQ           PIC 9(2) VALUE ZERO.

      * The catalogue, oldest set first. 20 slots is plenty: only
      * WS-KEEP-COUNT sets ever survive a run.
       01  CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 20 TIMES.
              10 CAT-SET-ENTRY  PIC X(50).
              10 CAT-SET-ID     PIC X(17).
       01  CATALOG-COUNT        PIC 9(2) COMP VALUE ZERO.
       01  WS-KEEP-COUNT        PIC 9(2) COMP VALUE 7.
       01  WS-FIRST-KEPT        PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.

       01  WS-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHAR-HASH         PIC 9(13) VALUE ZERO.
       01  WS-CHECK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CHECK-HASH        PIC 9(13) VALUE ZERO.
       01  WS-HASH-LINE         PIC X(250) VALUE SPACES.
       01  WS-LINE-LEN          PIC 9(3) COMP VALUE ZERO.
       01  WS-SCAN-POS          PIC 9(3) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(6)9.

       LINKAGE SECTION.
       01  SBK-CALLER           PIC X(20).
       01  SBK-SET-ID           PIC X(17).
       01  SBK-RESULT           PIC X.

       PROCEDURE DIVISION USING SBK-CALLER SBK-SET-ID SBK-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO SBK-RESULT.
           MOVE SPACES TO SBK-SET-ID.
           MOVE 'N' TO WS-FAILED-SW.
           MOVE 'N' TO WS-NAME-ERROR-SW.
           MOVE ZERO TO WS-FILES-DONE.
           MOVE ZERO TO CATALOG-COUNT.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

      * The catalogue is loaded first so the set ID can be proved
      * unique against it, exactly as GenBackup names generations.
           PERFORM LOAD-CATALOG.
           IF CATALOG-COUNT >= 20
               DISPLAY "SetBackup: catalogue backupsets.lst"
                       " sur-dimensionné (20 entrées max) -"
                       " sauvegarde refusée."
               GOBACK
           END-IF.

           PERFORM BUILD-SET-ID THRU BUILD-SET-ID-EXIT.
           IF WS-NAME-ERROR
               DISPLAY "SetBackup: aucun identifiant de jeu libre -"
                       " sauvegarde refusée."
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BSF-COUNT OR WS-SET-FAILED
               PERFORM COPY-ONE-FILE THRU COPY-ONE-FILE-EXIT
           END-PERFORM.

           IF NOT WS-SET-FAILED
               PERFORM WRITE-MANIFEST
           END-IF.

           IF WS-SET-FAILED
               PERFORM DISCARD-PARTIAL-SET
               DISPLAY "SetBackup: jeu " FUNCTION TRIM(WS-SET-ID)
                       " abandonné - aucune sauvegarde prise."
               GOBACK
           END-IF.

           PERFORM APPEND-AND-PURGE.
           PERFORM REWRITE-CATALOG.

           MOVE BSF-COUNT TO WS-COUNT-EDIT.
           DISPLAY "SetBackup: jeu " FUNCTION TRIM(WS-SET-ID)
                   " (" FUNCTION TRIM(WS-COUNT-EDIT)
                   " fichiers, manifeste "
                   FUNCTION TRIM(WS-MANIFEST-NAME) ").".
           MOVE WS-SET-ID TO SBK-SET-ID.
           MOVE 'Y' TO SBK-RESULT.

           GOBACK.

      * One-second resolution, so a second set in the same second
      * gets a ".nn" suffix rather than the ID already catalogued.
       BUILD-SET-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO WS-SET-BASE.
           STRING WS-TODAY DELIMITED BY SIZE
                   WS-NOW-HHMMSS DELIMITED BY SIZE
                   INTO WS-SET-BASE.

           MOVE WS-SET-BASE TO WS-SET-ID.
           MOVE ZERO TO WS-SET-SEQ.
           PERFORM CHECK-SET-ID-FREE.

           PERFORM UNTIL NOT WS-NAME-TAKEN
               IF WS-SET-SEQ >= 99
                   SET WS-NAME-ERROR TO TRUE
                   GO TO BUILD-SET-ID-EXIT
               END-IF
               ADD 1 TO WS-SET-SEQ
               MOVE SPACES TO WS-SET-ID
               STRING WS-SET-BASE DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       WS-SET-SEQ DELIMITED BY SIZE
                       INTO WS-SET-ID
               PERFORM CHECK-SET-ID-FREE
           END-PERFORM.

       BUILD-SET-ID-EXIT.
           EXIT.

       CHECK-SET-ID-FREE.
           MOVE 'N' TO WS-NAME-TAKEN-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CATALOG-COUNT
               IF CAT-SET-ID(WS-SUB) = WS-SET-ID
                   SET WS-NAME-TAKEN TO TRUE
                   MOVE CATALOG-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * The copy is hashed as it is written and hashed again read
      * back; the two must agree before the file counts as saved.
       COPY-ONE-FILE.
           MOVE BSF-LIVE-NAME(WS-SUB) TO WS-LIVE-NAME.
           MOVE SPACES TO WS-NAME-BASE.
           UNSTRING BSF-LIVE-NAME(WS-SUB) DELIMITED BY "."
               INTO WS-NAME-BASE.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-NAME-BASE DELIMITED BY SPACE
                   ".s" DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SPACE
                   INTO WS-COPY-NAME.
           MOVE WS-COPY-NAME TO SRT-COPY-NAME(WS-SUB).
           MOVE SPACE TO SRT-PRESENT(WS-SUB).
           MOVE ZERO TO SRT-COUNT(WS-SUB).
           MOVE ZERO TO SRT-HASH(WS-SUB).

           IF BSF-VIA-PAYSLIPIO(WS-SUB)
               PERFORM UNLOAD-PAYSLIP-STORE
                  THRU UNLOAD-PAYSLIP-STORE-EXIT
               IF WS-SET-FAILED OR SRT-PRESENT(WS-SUB) = 'N'
                   GO TO COPY-ONE-FILE-EXIT
               END-IF
               GO TO COPY-ONE-FILE-CHECK
           END-IF.

           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS = "35"
      * No such file tonight - the set records it absent, and a
      * restore of the set removes it again.
               MOVE 'N' TO SRT-PRESENT(WS-SUB)
               ADD 1 TO WS-FILES-DONE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "SetBackup: " FUNCTION TRIM(WS-LIVE-NAME)
                       " illisible (statut " WS-LIVE-STATUS ")."
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "SetBackup: création de "
                       FUNCTION TRIM(WS-COPY-NAME)
                       " impossible (statut " WS-COPY-STATUS ")."
               CLOSE LIVE-FILE
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.
           ADD 1 TO WS-FILES-DONE.

           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-CHAR-HASH.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE-YES
               READ LIVE-FILE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE LIVE-LINE TO COPY-LINE
                       WRITE COPY-LINE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE LIVE-LINE TO WS-HASH-LINE
                       PERFORM HASH-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.
           CLOSE COPY-FILE.

       COPY-ONE-FILE-CHECK.
           MOVE WS-LINE-COUNT TO WS-CHECK-COUNT.
           MOVE WS-CHAR-HASH TO WS-CHECK-HASH.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-CHAR-HASH.
           MOVE 'N' TO END-OF-FILE.
           OPEN INPUT COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ COPY-FILE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       MOVE COPY-LINE TO WS-HASH-LINE
                       PERFORM HASH-ONE-LINE
               END-READ
           END-PERFORM.
           IF WS-COPY-STATUS NOT = "35"
               CLOSE COPY-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-LINE-COUNT NOT = WS-CHECK-COUNT OR
              WS-CHAR-HASH NOT = WS-CHECK-HASH
               DISPLAY "SetBackup: copie " FUNCTION TRIM(WS-COPY-NAME)
                       " différente de l'original."
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-ONE-FILE-EXIT
           END-IF.

           MOVE 'O' TO SRT-PRESENT(WS-SUB).
           MOVE WS-LINE-COUNT TO SRT-COUNT(WS-SUB).
           MOVE WS-CHAR-HASH TO SRT-HASH(WS-SUB).

       COPY-ONE-FILE-EXIT.
           EXIT.

      * The store is read in key order through PayslipIO and each
      * payslip written as one line of the copy, counted and hashed
      * as it goes; COPY-ONE-FILE then checks the copy read back.
       UNLOAD-PAYSLIP-STORE.
           SET PIO-OP-OPEN-INPUT TO TRUE.
           PERFORM CALL-PAYSLIP-IO.
           IF PIO-STATUS-ABSENT
      * No store yet - recorded absent, like any other file.
               MOVE 'N' TO SRT-PRESENT(WS-SUB)
               ADD 1 TO WS-FILES-DONE
               GO TO UNLOAD-PAYSLIP-STORE-EXIT
           END-IF.
           IF NOT PIO-STATUS-OK
               DISPLAY "SetBackup: " FUNCTION TRIM(WS-LIVE-NAME)
                       " illisible (statut " PIO-STATUS ")."
               SET WS-SET-FAILED TO TRUE
               GO TO UNLOAD-PAYSLIP-STORE-EXIT
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "SetBackup: création de "
                       FUNCTION TRIM(WS-COPY-NAME)
                       " impossible (statut " WS-COPY-STATUS ")."
               SET PIO-OP-CLOSE TO TRUE
               PERFORM CALL-PAYSLIP-IO
               SET WS-SET-FAILED TO TRUE
               GO TO UNLOAD-PAYSLIP-STORE-EXIT
           END-IF.
           ADD 1 TO WS-FILES-DONE.

           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-CHAR-HASH.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE-YES
               SET PIO-OP-READ-NEXT TO TRUE
               PERFORM CALL-PAYSLIP-IO
               IF PIO-STATUS-OK
                   MOVE PIO-PAYSLIP-RECORD TO COPY-LINE
                   WRITE COPY-LINE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PIO-PAYSLIP-RECORD TO WS-HASH-LINE
                   PERFORM HASH-ONE-LINE
               ELSE
                   IF NOT PIO-STATUS-EOF
                       DISPLAY "SetBackup: lecture de "
                               FUNCTION TRIM(WS-LIVE-NAME)
                               " en échec (statut " PIO-STATUS ")."
                       SET WS-SET-FAILED TO TRUE
                   END-IF
                   SET END-OF-FILE-YES TO TRUE
               END-IF
           END-PERFORM.
           SET PIO-OP-CLOSE TO TRUE.
           PERFORM CALL-PAYSLIP-IO.
           CLOSE COPY-FILE.
           MOVE 'N' TO END-OF-FILE.

       UNLOAD-PAYSLIP-STORE-EXIT.
           EXIT.

       CALL-PAYSLIP-IO.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           MOVE RC-SAVE TO RETURN-CODE.

      * FileSeal's hash: the running total of the character
      * ordinals of the trimmed line plus its length.
       HASH-ONE-LINE.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-HASH-LINE TRAILING)).
           ADD WS-LINE-LEN TO WS-CHAR-HASH.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-LINE-LEN
               COMPUTE WS-CHAR-HASH = WS-CHAR-HASH +
                   FUNCTION ORD(WS-HASH-LINE(WS-SCAN-POS:1))
           END-PERFORM.

       WRITE-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING "backupset.s" DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SPACE
                   INTO WS-MANIFEST-NAME.
           OPEN OUTPUT SET-MANIFEST.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "SetBackup: création du manifeste "
                       FUNCTION TRIM(WS-MANIFEST-NAME)
                       " impossible (statut " WS-MANIFEST-STATUS ")."
               SET WS-SET-FAILED TO TRUE
           ELSE
               MOVE SPACES TO BACKUP-MANIFEST-RECORD
               SET BKM-HEADER-REC TO TRUE
               MOVE WS-SET-ID TO BKM-SET-ID
               MOVE SBK-CALLER TO BKM-CREATED-BY
               MOVE WS-OPERATOR TO BKM-OPERATOR
               MOVE BSF-COUNT TO BKM-FILE-COUNT
               WRITE BACKUP-MANIFEST-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > BSF-COUNT
                   MOVE SPACES TO BACKUP-MANIFEST-RECORD
                   SET BKM-FILE-REC TO TRUE
                   MOVE BSF-LIVE-NAME(WS-SUB) TO BKM-LIVE-NAME
                   MOVE SRT-COPY-NAME(WS-SUB) TO BKM-COPY-NAME
                   MOVE SRT-PRESENT(WS-SUB) TO BKM-PRESENT
                   MOVE SRT-COUNT(WS-SUB) TO BKM-RECORD-COUNT
                   MOVE SRT-HASH(WS-SUB) TO BKM-CHAR-HASH
                   MOVE BSF-ACCESS(WS-SUB) TO BKM-ACCESS
                   WRITE BACKUP-MANIFEST-RECORD
               END-PERFORM
               CLOSE SET-MANIFEST
           END-IF.

      * Whatever copies were started are removed, the manifest too,
      * so no half set is left lying about looking like a backup.
       DISCARD-PARTIAL-SET.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILES-DONE
               MOVE SRT-COPY-NAME(WS-SUB) TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-PERFORM.
           IF WS-MANIFEST-NAME NOT = SPACES
               MOVE WS-MANIFEST-NAME TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-IF.

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
                           MOVE BACKUP-SET-ENTRY
                               TO CAT-SET-ENTRY(CATALOG-COUNT)
                           MOVE BKS-SET-ID
                               TO CAT-SET-ID(CATALOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE SET-CATALOG
           END-IF.

      * The new set goes on the end; every set beyond the last
      * WS-KEEP-COUNT is deleted from disk - the copies its
      * manifest lists, then the manifest - and dropped from the
      * catalogue.
       APPEND-AND-PURGE.
           ADD 1 TO CATALOG-COUNT.
           MOVE SPACES TO BACKUP-SET-ENTRY.
           MOVE WS-SET-ID TO BKS-SET-ID.
           MOVE SBK-CALLER TO BKS-CREATED-BY.
           MOVE WS-OPERATOR TO BKS-OPERATOR.
           MOVE BSF-COUNT TO BKS-FILE-COUNT.
           MOVE BACKUP-SET-ENTRY TO CAT-SET-ENTRY(CATALOG-COUNT).
           MOVE WS-SET-ID TO CAT-SET-ID(CATALOG-COUNT).

           IF CATALOG-COUNT > WS-KEEP-COUNT
               COMPUTE WS-FIRST-KEPT =
                       CATALOG-COUNT - WS-KEEP-COUNT + 1
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-FIRST-KEPT
                   IF CAT-SET-ID(WS-SUB) NOT = WS-SET-ID
                       PERFORM DELETE-OLD-SET
                   END-IF
               END-PERFORM
           ELSE
               MOVE 1 TO WS-FIRST-KEPT
           END-IF.

       DELETE-OLD-SET.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING "backupset.s" DELIMITED BY SIZE
                   CAT-SET-ID(WS-SUB) DELIMITED BY SPACE
                   INTO WS-MANIFEST-NAME.
           MOVE 'N' TO WS-MANIFEST-EOF.
           OPEN INPUT SET-MANIFEST.
           IF WS-MANIFEST-STATUS NOT = "00"
               SET WS-MANIFEST-EOF-YES TO TRUE
           END-IF.
           PERFORM UNTIL WS-MANIFEST-EOF-YES
               READ SET-MANIFEST
                   AT END
                       SET WS-MANIFEST-EOF-YES TO TRUE
                   NOT AT END
                       IF BKM-FILE-REC AND BKM-FILE-PRESENT
                           MOVE BKM-COPY-NAME TO WS-DELETE-NAME
                           CALL "CBL_DELETE_FILE"
                               USING WS-DELETE-NAME
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MANIFEST-STATUS NOT = "35"
               CLOSE SET-MANIFEST
           END-IF.
           MOVE WS-MANIFEST-NAME TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.

       REWRITE-CATALOG.
           OPEN OUTPUT SET-CATALOG.
           PERFORM VARYING WS-SUB FROM WS-FIRST-KEPT BY 1
                   UNTIL WS-SUB > CATALOG-COUNT
               MOVE CAT-SET-ENTRY(WS-SUB) TO BACKUP-SET-ENTRY
               WRITE BACKUP-SET-ENTRY
           END-PERFORM.
           CLOSE SET-CATALOG.
