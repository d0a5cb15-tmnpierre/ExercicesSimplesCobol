       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptReorg.

      ***************************************************************
      * Department reorganisation run: merges or renumbers
      * départements from the mapping file deptreorg.txt, one line
      * per retired code - "OLD  NEW  AAAAMMJJ", old code, new code,
      * date the new code takes over (lines starting '*' are
      * comments). The same code is chased through every file that
      * carries it, so nobody hand-edits CLIENT-DEPT again:
      *
      *   fichierclient.txt   every record on the old code is
      *                       re-coded (leavers too), under the
      *                       master lock and balance check, the
      *                       previous master secured first through
      *                       GenBackup as ClientArchive does. No
      *                       salary changes - salaryhistory.txt is
      *                       not touched.
      *   paybudget.txt       budget lines move to the new code,
      *                       added to the new code's line when the
      *                       agence already has one.
      *   deptbudgetytd.txt   year-to-date lines of the year of the
      *                       date onwards move the same way; earlier
      *                       years stay under the old code.
      *   reviewdepts.lst     an open review worksheet of the old
      *                       code is carried into review_NEW.txt,
      *                       and reviewenvelopes.txt follows.
      *   costallocation.txt  split lines of the old code move from
      *                       the date: a line running across it is
      *                       closed the day before and continued
      *                       on the new code.
      *   deptmaster.txt      the old code is marked inactive with
      *                       its date and successor, never deleted;
      *                       a new code not yet on file is created
      *                       with the old code's name.
      *
      * Every line of the mapping is checked first (old code on
      * file and active, new code different, not itself retired in
      * the same run, date not in the future) and every file is
      * loaded and re-coded in memory; then deptreorgreport.txt
      * prints, per département, headcount and salary cost before
      * and after, with the budgets, and proves the totals agree.
      * Only then is the operator asked to apply it - nothing is
      * written before that answer, and any error in the mapping
      * or table overflow stops the run with every file untouched.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REORG ASSIGN TO 'deptreorg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

           SELECT REORG-REPORT ASSIGN TO 'deptreorgreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER ASSIGN TO 'deptmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORG-WORK ASSIGN TO 'deptreorg.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICHIERCLIENT-OUT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-BUDGET ASSIGN TO 'paybudget.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT DEPT-YTD ASSIGN TO 'deptbudgetytd.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT REVIEW-DEPTS ASSIGN TO 'reviewdepts.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT WORKSHEET-IN ASSIGN TO DYNAMIC WS-WORKSHEET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHEET-STATUS.

           SELECT WORKSHEET-OUT ASSIGN TO DYNAMIC WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT REVIEW-ENVELOPES ASSIGN TO 'reviewenvelopes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENVELOPE-STATUS.

           SELECT COST-ALLOCATION ASSIGN TO 'costallocation.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REORG.
       01  REORG-MAP-RECORD.
           03 RGM-OLD               PIC X(4).
           03 FILLER                PIC X.
           03 RGM-NEW               PIC X(4).
           03 FILLER                PIC X.
           03 RGM-DATE              PIC X(8).

       FD  REORG-REPORT.
       01  REPORT-LINE              PIC X(132).

       FD  DEPT-MASTER.
           COPY "DEPTREC.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  REORG-WORK.
       01  WORK-RECORD              PIC X(93).

       FD  FICHIERCLIENT-OUT.
       01  CLIENT-RECORD-OUT        PIC X(93).

       FD  PAY-BUDGET.
       01  BUDGET-RECORD.
           03 BUD-AGENCE            PIC X(3).
           03 FILLER                PIC X.
           03 BUD-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 BUD-ANNUAL            PIC 9(9).

       FD  DEPT-YTD.
       01  DEPT-YTD-RECORD.
           03 DYT-AGENCE            PIC X(3).
           03 DYT-DEPT              PIC X(4).
           03 DYT-YEAR              PIC 9(4).
           03 DYT-GROSS             PIC 9(11)V99.
           03 DYT-LAST-PERIOD       PIC 9(6).

       FD  REVIEW-DEPTS.
       01  DEPT-LIST-LINE           PIC X(60).

       FD  WORKSHEET-IN.
       01  WORKSHEET-IN-LINE        PIC X(80).

       FD  WORKSHEET-OUT.
       01  WORKSHEET-OUT-LINE       PIC X(80).

       FD  REVIEW-ENVELOPES.
       01  ENVELOPE-RECORD.
           03 ENV-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 ENV-AMOUNT            PIC X(9).

       FD  COST-ALLOCATION.
       01  ALLOC-LINE               PIC X(38).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "CLIENTCTL.CPY".
           COPY "COSTALLOC.CPY".

       01  WS-MAP-STATUS        PIC XX VALUE SPACES.
       01  WS-DEPT-STATUS       PIC XX VALUE SPACES.
       01  WS-BUDGET-STATUS     PIC XX VALUE SPACES.
       01  WS-YTD-STATUS        PIC XX VALUE SPACES.
       01  WS-LIST-STATUS       PIC XX VALUE SPACES.
       01  WS-SHEET-STATUS      PIC XX VALUE SPACES.
       01  WS-TARGET-STATUS     PIC XX VALUE SPACES.
       01  WS-ENVELOPE-STATUS   PIC XX VALUE SPACES.
       01  WS-ALLOC-STATUS      PIC XX VALUE SPACES.

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.
       01  WS-BACKUP-RESULT     PIC X VALUE 'N'.
       01  WS-LOCK-ACTION       PIC X VALUE 'T'.
       01  WS-LOCK-CALLER       PIC X(20) VALUE "DeptReorg".
       01  WS-LOCK-RESULT       PIC X VALUE 'N'.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-OVERFLOW-FILE     PIC X(20) VALUE SPACES.

      * The mapping, one entry per retired code.
       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 50 TIMES.
              10 MAP-OLD        PIC X(4).
              10 MAP-NEW        PIC X(4).
              10 MAP-DATE       PIC 9(8).
              10 MAP-YEAR REDEFINES MAP-DATE.
                 15 MAP-DATE-YEAR PIC 9(4).
                 15 FILLER      PIC 9(4).
              10 MAP-CREATE-SW  PIC X.
                 88 MAP-CREATES-NEW VALUE 'Y'.
       01  MAP-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-MAP-LIMIT         PIC 9(3) COMP VALUE 50.
       01  WS-MAP-SUB           PIC 9(3) COMP VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-MAP-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ERROR-TEXT        PIC X(60) VALUE SPACES.

       01  DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
              10 DPT-CODE       PIC X(4).
              10 DPT-NAME       PIC X(20).
              10 DPT-STATUT     PIC X.
              10 DPT-INACTIVE-DATE PIC X(8).
              10 DPT-SUCCESSOR  PIC X(4).
       01  DEPT-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPT-LIMIT        PIC 9(3) COMP VALUE 50.
       01  WS-NEW-DEPT-COUNT    PIC 9(3) COMP VALUE ZERO.

      * Before/after position per département for the report.
       01  RECON-TABLE.
           05 RECON-ENTRY OCCURS 100 TIMES.
              10 RCN-DEPT       PIC X(4).
              10 RCN-BEFORE-COUNT PIC 9(7) COMP.
              10 RCN-BEFORE-COST PIC 9(11).
              10 RCN-AFTER-COUNT PIC 9(7) COMP.
              10 RCN-AFTER-COST PIC 9(11).
              10 RCN-BEFORE-BUDGET PIC 9(11).
              10 RCN-AFTER-BUDGET PIC 9(11).
       01  RECON-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-RECON-LIMIT       PIC 9(3) COMP VALUE 100.
       01  WS-SWAP-RECON.
           03 FILLER            PIC X(4).
           03 FILLER            PIC 9(7) COMP.
           03 FILLER            PIC 9(11).
           03 FILLER            PIC 9(7) COMP.
           03 FILLER            PIC 9(11).
           03 FILLER            PIC 9(11).
           03 FILLER            PIC 9(11).
       01  WS-RECON-DEPT        PIC X(4) VALUE SPACES.
       01  WS-RECON-SUB         PIC 9(3) COMP VALUE ZERO.

       01  BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 100 TIMES.
              10 BGT-AGENCE     PIC X(3).
              10 BGT-DEPT       PIC X(4).
              10 BGT-ANNUAL     PIC 9(9).
              10 BGT-DROP-SW    PIC X.
       01  BUDGET-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-BUDGET-LIMIT      PIC 9(3) COMP VALUE 100.

       01  YTD-TABLE.
           05 YTD-ENTRY OCCURS 100 TIMES.
              10 YDT-AGENCE     PIC X(3).
              10 YDT-DEPT       PIC X(4).
              10 YDT-YEAR       PIC 9(4).
              10 YDT-GROSS      PIC 9(11)V99.
              10 YDT-LAST-PERIOD PIC 9(6).
              10 YDT-DROP-SW    PIC X.
       01  YTD-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-YTD-LIMIT         PIC 9(3) COMP VALUE 100.

       01  LIST-TABLE.
           05 LIST-ENTRY OCCURS 50 TIMES.
              10 LST-NAME       PIC X(60).
              10 LST-TARGET     PIC X(60).
              10 LST-MOVED-SW   PIC X.
                 88 LST-MOVED   VALUE 'Y'.
              10 LST-COPIED-SW  PIC X.
                 88 LST-COPIED  VALUE 'Y'.
       01  LIST-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-LIST-LIMIT        PIC 9(3) COMP VALUE 50.
       01  WS-WORKSHEET-NAME    PIC X(60) VALUE SPACES.
       01  WS-TARGET-NAME       PIC X(60) VALUE SPACES.
       01  WS-SHEET-DEPT        PIC X(4) VALUE SPACES.
       01  WS-EXTEND-SW         PIC X VALUE 'N'.
           88 WS-EXTEND-TARGET  VALUE 'Y'.

       01  ENVELOPE-TABLE.
           05 ENVELOPE-ENTRY OCCURS 50 TIMES.
              10 EVT-DEPT       PIC X(4).
              10 EVT-AMOUNT     PIC X(9).
              10 EVT-AMOUNT-N REDEFINES EVT-AMOUNT PIC 9(9).
              10 EVT-DROP-SW    PIC X.
       01  ENVELOPE-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  WS-ENVELOPE-LIMIT    PIC 9(3) COMP VALUE 50.

      * Cost-allocation lines as read; ALT-ACTION says what the
      * rewrite does with each: K keep, R re-code, S close the day
      * before the date and continue on the new code.
       01  ALLOC-TABLE.
           05 ALLOC-ENTRY OCCURS 2000 TIMES.
              10 ALT-LINE       PIC X(38).
              10 ALT-ACTION     PIC X.
              10 ALT-MAP-SUB    PIC 9(3) COMP.
       01  ALLOC-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-ALLOC-LIMIT       PIC 9(4) COMP VALUE 2000.
       01  WS-ALLOC-LINES-OUT   PIC 9(4) COMP VALUE ZERO.
       01  WS-DAY-BEFORE        PIC 9(8) VALUE ZERO.
       01  WS-OLD-END-DATE      PIC 9(8) VALUE ZERO.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOK-DEPT         PIC X(4) VALUE SPACES.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-MASTER-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-MASTER-HASH       PIC 9(13) VALUE ZERO.
       01  WS-RECODED-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-BUDGET-MOVED      PIC 9(7) COMP VALUE ZERO.
       01  WS-YTD-MOVED         PIC 9(7) COMP VALUE ZERO.
       01  WS-SHEET-MOVED       PIC 9(7) COMP VALUE ZERO.
       01  WS-ENVELOPE-MOVED    PIC 9(7) COMP VALUE ZERO.
       01  WS-ALLOC-MOVED       PIC 9(7) COMP VALUE ZERO.
       01  WS-ALLOC-SPLIT       PIC 9(7) COMP VALUE ZERO.

       01  WS-TOTAL-BEFORE-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-AFTER-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-BEFORE-COST PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-AFTER-COST  PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-BEFORE-BUDGET PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-AFTER-BUDGET PIC 9(11) VALUE ZERO.
       01  WS-PROOF-SW          PIC X VALUE 'Y'.
           88 WS-PROOF-OK       VALUE 'Y'.

       01  WS-DETAIL-LINE.
           03 DTL-DEPT          PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 DTL-NAME          PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 DTL-BEFORE-COUNT  PIC Z(6)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-BEFORE-COST   PIC Z(10)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-AFTER-COUNT   PIC Z(6)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-AFTER-COST    PIC Z(10)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-BEFORE-BUDGET PIC Z(10)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-AFTER-BUDGET  PIC Z(10)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DTL-NOTE          PIC X(20).

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-MAP-COUNT-EDIT    PIC ZZZ9.
       01  WS-NAME-OLD          PIC X(20) VALUE SPACES.
       01  WS-NAME-NEW          PIC X(20) VALUE SPACES.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "DeptReorg".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      * The shared master lock (UpdateLock) is held for the whole
      * run; a second writer gets a clear refusal naming the
      * holder.
           MOVE 'T' TO WS-LOCK-ACTION.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichier maître verrouillé -"
                       " traitement abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "ClientBalance" USING WS-BALANCE-FILE
                                       WS-BALANCE-RESULT.
           IF WS-BALANCE-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichierclient.txt déséquilibré -"
                       " réorganisation abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           OPEN OUTPUT REORG-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Réorganisation des départements au "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-REORG-MAP.
           IF WS-ERROR-COUNT > ZERO OR MAP-COUNT = ZERO
               IF MAP-COUNT = ZERO AND WS-ERROR-COUNT = ZERO
                   MOVE "Aucune correspondance dans deptreorg.txt."
                     TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RIEN N'A ETE MODIFIE." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REORG-REPORT
               DISPLAY "Erreur: deptreorg.txt refusé - voir"
                       " deptreorgreport.txt, rien n'a été modifié."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           PERFORM RECODE-MASTER-TO-WORK.
           PERFORM LOAD-BUDGETS.
           PERFORM LOAD-YEAR-TO-DATE.
           PERFORM LOAD-REVIEW-LIST.
           PERFORM LOAD-ENVELOPES.
           PERFORM LOAD-ALLOCATIONS.
           IF WS-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "Table pleine pour " DELIMITED BY SIZE
                       WS-OVERFLOW-FILE DELIMITED BY SPACE
                       " - RIEN N'A ETE MODIFIE." DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REORG-REPORT
               DISPLAY "Erreur: table pleine pour "
                       WS-OVERFLOW-FILE " - rien n'a été modifié."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           PERFORM WRITE-RECONCILIATION.
           CLOSE REORG-REPORT.

           IF NOT WS-PROOF-OK
               DISPLAY "Erreur: effectifs ou masse salariale"
                       " différents avant/après - rien n'a été"
                       " modifié."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           PERFORM DISPLAY-PLANNED-CHANGES.
           DISPLAY "Rapprochement avant/après : deptreorgreport.txt".
           DISPLAY "Appliquer la réorganisation (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Réorganisation non appliquée - aucun"
                       " fichier modifié."
               MOVE SPACES TO AUDIT-SUMMARY-LINE
               MOVE MAP-COUNT TO WS-MAP-COUNT-EDIT
               STRING "Reorg non appliquée, " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAP-COUNT-EDIT)
                           DELIMITED BY SIZE
                       " code(s)" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
               PERFORM WRITE-AUDIT-LINE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

      * The master is only replaced once the previous state is
      * secured as a generation.
           CALL "GenBackup" USING WS-BACKUP-RESULT.
           IF WS-BACKUP-RESULT NOT = 'Y'
               DISPLAY "Erreur: sauvegarde du master impossible -"
                       " rien n'a été modifié."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

           PERFORM REWRITE-MASTER.
           IF WS-BUDGET-MOVED > ZERO
               PERFORM REWRITE-BUDGETS
           END-IF.
           IF WS-YTD-MOVED > ZERO
               PERFORM REWRITE-YEAR-TO-DATE
           END-IF.
           IF WS-SHEET-MOVED > ZERO
               PERFORM MOVE-WORKSHEETS
               PERFORM REWRITE-REVIEW-LIST
           END-IF.
           IF WS-ENVELOPE-MOVED > ZERO
               PERFORM REWRITE-ENVELOPES
           END-IF.
           IF WS-ALLOC-MOVED > ZERO
               PERFORM REWRITE-ALLOCATIONS
           END-IF.
           PERFORM RETIRE-OLD-CODES.
           PERFORM REWRITE-DEPT-MASTER.

           DISPLAY "Réorganisation appliquée.".
           PERFORM LOG-AUDIT-ENTRY.
           PERFORM RELEASE-MASTER-LOCK.

           GOBACK.

       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           MOVE RC-SAVE TO RETURN-CODE.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEPT-MASTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DPM-CODE NOT = SPACES AND
                          DEPT-COUNT < WS-DEPT-LIMIT
                           ADD 1 TO DEPT-COUNT
                           MOVE DPM-CODE TO DPT-CODE(DEPT-COUNT)
                           MOVE DPM-NAME TO DPT-NAME(DEPT-COUNT)
                           MOVE DPM-STATUT TO DPT-STATUT(DEPT-COUNT)
                           MOVE DPM-INACTIVE-DATE
                               TO DPT-INACTIVE-DATE(DEPT-COUNT)
                           MOVE DPM-SUCCESSOR
                               TO DPT-SUCCESSOR(DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEPT-STATUS NOT = "35"
               CLOSE DEPT-MASTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       FIND-DEPT-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEPT-COUNT
               IF DPT-CODE(WS-SUB) = WS-LOOK-DEPT
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE DEPT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * WS-MAP-SUB comes back on the mapping entry retiring
      * WS-LOOK-DEPT, zero when the code is not retired.
       FIND-MAP-ENTRY.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > MAP-COUNT
               IF MAP-OLD(WS-SUB2) = WS-LOOK-DEPT
                   MOVE WS-SUB2 TO WS-MAP-SUB
                   MOVE MAP-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

       LOAD-REORG-MAP.
           OPEN INPUT DEPT-REORG.
           IF WS-MAP-STATUS NOT = "00"
               MOVE "deptreorg.txt absent ou illisible."
                 TO WS-ERROR-TEXT
               MOVE SPACES TO REORG-MAP-RECORD
               PERFORM WRITE-MAP-ERROR
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEPT-REORG
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF REORG-MAP-RECORD NOT = SPACES AND
                          RGM-OLD(1:1) NOT = '*'
                           PERFORM VALIDATE-MAP-LINE
                               THRU VALIDATE-MAP-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MAP-STATUS NOT = "35"
               CLOSE DEPT-REORG
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * A new code may only be the successor, never itself retired
      * in the same run: chains are done as two runs.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > MAP-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > MAP-COUNT
                   IF MAP-OLD(WS-SUB) = MAP-NEW(WS-MAP-SUB)
                       MOVE MAP-OLD(WS-MAP-SUB) TO RGM-OLD
                       MOVE MAP-NEW(WS-MAP-SUB) TO RGM-NEW
                       MOVE MAP-DATE(WS-MAP-SUB) TO RGM-DATE
                       MOVE "nouveau code supprimé lui aussi -"
                         & " faire deux passages" TO WS-ERROR-TEXT
                       PERFORM WRITE-MAP-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-ERROR-COUNT = ZERO AND MAP-COUNT > ZERO
               PERFORM WRITE-MAPPING-LIST
           END-IF.

       VALIDATE-MAP-LINE.
           IF RGM-OLD = SPACES OR RGM-NEW = SPACES
               MOVE "ancien et nouveau codes obligatoires"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           IF RGM-OLD = RGM-NEW
               MOVE "nouveau code identique à l'ancien"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           IF RGM-DATE NOT NUMERIC
               MOVE "date d'effet invalide (AAAAMMJJ attendu)"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           MOVE RGM-DATE TO WS-MAP-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAP-DATE) NOT = ZERO
               MOVE "date d'effet invalide (AAAAMMJJ attendu)"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           IF RGM-DATE > WS-TODAY
               MOVE "date d'effet future - lancer à cette date"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.

           MOVE RGM-OLD TO WS-LOOK-DEPT.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-SUB NOT = ZERO
               MOVE "ancien code présent deux fois"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.

           PERFORM FIND-DEPT-CODE.
           IF WS-NOT-FOUND
               MOVE "ancien code absent de deptmaster.txt"
                 TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           IF DPT-STATUT(WS-HIT-SUB) = 'I'
               MOVE "ancien code déjà inactif" TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.

           IF MAP-COUNT >= WS-MAP-LIMIT
               MOVE "plus de 50 correspondances" TO WS-ERROR-TEXT
               PERFORM WRITE-MAP-ERROR
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.
           ADD 1 TO MAP-COUNT.
           MOVE RGM-OLD TO MAP-OLD(MAP-COUNT).
           MOVE RGM-NEW TO MAP-NEW(MAP-COUNT).
           MOVE RGM-DATE TO MAP-DATE(MAP-COUNT).
           MOVE 'N' TO MAP-CREATE-SW(MAP-COUNT).

      * A new code not yet on the master is created with the old
      * code's name (a renumbering); one already retired cannot
      * take anything over.
           MOVE RGM-NEW TO WS-LOOK-DEPT.
           PERFORM FIND-DEPT-CODE.
           IF WS-FOUND
               IF DPT-STATUT(WS-HIT-SUB) = 'I'
                   MOVE "nouveau code inactif sur deptmaster.txt"
                     TO WS-ERROR-TEXT
                   PERFORM WRITE-MAP-ERROR
               END-IF
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= MAP-COUNT
               IF MAP-NEW(WS-SUB) = RGM-NEW
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF DEPT-COUNT + WS-NEW-DEPT-COUNT >= WS-DEPT-LIMIT
                   MOVE "deptmaster.txt plein (50 codes)"
                     TO WS-ERROR-TEXT
                   PERFORM WRITE-MAP-ERROR
                   GO TO VALIDATE-MAP-LINE-EXIT
               END-IF
               ADD 1 TO WS-NEW-DEPT-COUNT
               SET MAP-CREATES-NEW(MAP-COUNT) TO TRUE
           END-IF.

       VALIDATE-MAP-LINE-EXIT.
           EXIT.

       WRITE-MAP-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ERREUR " DELIMITED BY SIZE
                   RGM-OLD DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   RGM-NEW DELIMITED BY SIZE
                   " au " DELIMITED BY SIZE
                   RGM-DATE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-ERROR-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE(1:100).

       WRITE-MAPPING-LIST.
           MOVE "Correspondances :" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > MAP-COUNT
               MOVE MAP-OLD(WS-MAP-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-DEPT-CODE
               MOVE DPT-NAME(WS-HIT-SUB) TO WS-NAME-OLD
               IF MAP-CREATES-NEW(WS-MAP-SUB)
                   MOVE WS-NAME-OLD TO WS-NAME-NEW
               ELSE
                   MOVE MAP-NEW(WS-MAP-SUB) TO WS-LOOK-DEPT
                   PERFORM FIND-DEPT-CODE
                   IF WS-FOUND
                       MOVE DPT-NAME(WS-HIT-SUB) TO WS-NAME-NEW
                   ELSE
                       MOVE WS-NAME-OLD TO WS-NAME-NEW
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                       MAP-OLD(WS-MAP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NAME-OLD DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       MAP-NEW(WS-MAP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NAME-NEW DELIMITED BY SIZE
                       " au " DELIMITED BY SIZE
                       MAP-DATE(WS-MAP-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               IF MAP-CREATES-NEW(WS-MAP-SUB)
                   MOVE "(nouveau code créé)" TO REPORT-LINE(70:)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The re-coded master goes to a work file first; the live
      * master is only rewritten from it once the run is confirmed.
      * Headcount and cost count active employees.
       RECODE-MASTER-TO-WORK.
           OPEN INPUT FICHIERCLIENT.
           OPEN OUTPUT REORG-WORK.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           PERFORM RECODE-ONE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           CLOSE REORG-WORK.
           MOVE 'N' TO END-OF-FILE.

       RECODE-ONE-CLIENT.
           ADD 1 TO WS-MASTER-COUNT.
           IF CLIENT-SALAIRE NUMERIC
               ADD CLIENT-SALAIRE TO WS-MASTER-HASH
           END-IF.
           IF CLIENT-ACTIF
               MOVE CLIENT-DEPT TO WS-RECON-DEPT
               PERFORM FIND-RECON-ENTRY
               IF WS-RECON-SUB NOT = ZERO
                   ADD 1 TO RCN-BEFORE-COUNT(WS-RECON-SUB)
                   IF CLIENT-SALAIRE NUMERIC
                       ADD CLIENT-SALAIRE
                         TO RCN-BEFORE-COST(WS-RECON-SUB)
                   END-IF
               END-IF
           END-IF.

           MOVE CLIENT-DEPT TO WS-LOOK-DEPT.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-SUB NOT = ZERO
               MOVE MAP-NEW(WS-MAP-SUB) TO CLIENT-DEPT
               ADD 1 TO WS-RECODED-COUNT
           END-IF.

           IF CLIENT-ACTIF
               MOVE CLIENT-DEPT TO WS-RECON-DEPT
               PERFORM FIND-RECON-ENTRY
               IF WS-RECON-SUB NOT = ZERO
                   ADD 1 TO RCN-AFTER-COUNT(WS-RECON-SUB)
                   IF CLIENT-SALAIRE NUMERIC
                       ADD CLIENT-SALAIRE
                         TO RCN-AFTER-COST(WS-RECON-SUB)
                   END-IF
               END-IF
           END-IF.

           MOVE CLIENT-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.

      * WS-RECON-SUB comes back on the report line of
      * WS-RECON-DEPT, a new one added when needed.
       FIND-RECON-ENTRY.
           MOVE ZERO TO WS-RECON-SUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > RECON-COUNT
               IF RCN-DEPT(WS-SUB2) = WS-RECON-DEPT
                   MOVE WS-SUB2 TO WS-RECON-SUB
                   MOVE RECON-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           IF WS-RECON-SUB = ZERO
               IF RECON-COUNT >= WS-RECON-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE "rapprochement" TO WS-OVERFLOW-FILE
               ELSE
                   ADD 1 TO RECON-COUNT
                   MOVE RECON-COUNT TO WS-RECON-SUB
                   MOVE WS-RECON-DEPT TO RCN-DEPT(WS-RECON-SUB)
                   MOVE ZERO TO RCN-BEFORE-COUNT(WS-RECON-SUB)
                   MOVE ZERO TO RCN-BEFORE-COST(WS-RECON-SUB)
                   MOVE ZERO TO RCN-AFTER-COUNT(WS-RECON-SUB)
                   MOVE ZERO TO RCN-AFTER-COST(WS-RECON-SUB)
                   MOVE ZERO TO RCN-BEFORE-BUDGET(WS-RECON-SUB)
                   MOVE ZERO TO RCN-AFTER-BUDGET(WS-RECON-SUB)
               END-IF
           END-IF.

       LOAD-BUDGETS.
           OPEN INPUT PAY-BUDGET.
           IF WS-BUDGET-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-BUDGET
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BUD-AGENCE NOT = SPACES AND
                          BUD-ANNUAL NUMERIC
                           IF BUDGET-COUNT >= WS-BUDGET-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE "paybudget.txt"
                                 TO WS-OVERFLOW-FILE
                           ELSE
                               ADD 1 TO BUDGET-COUNT
                               MOVE BUD-AGENCE
                                 TO BGT-AGENCE(BUDGET-COUNT)
                               MOVE BUD-DEPT
                                 TO BGT-DEPT(BUDGET-COUNT)
                               MOVE BUD-ANNUAL
                                 TO BGT-ANNUAL(BUDGET-COUNT)
                               MOVE 'N' TO BGT-DROP-SW(BUDGET-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BUDGET-STATUS NOT = "35"
               CLOSE PAY-BUDGET
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BUDGET-COUNT
               MOVE BGT-DEPT(WS-SUB) TO WS-RECON-DEPT
               PERFORM FIND-RECON-ENTRY
               IF WS-RECON-SUB NOT = ZERO
                   ADD BGT-ANNUAL(WS-SUB)
                     TO RCN-BEFORE-BUDGET(WS-RECON-SUB)
               END-IF
           END-PERFORM.

      * A line moving onto a code the agence already budgets is
      * added into that line.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BUDGET-COUNT
               MOVE BGT-DEPT(WS-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-SUB NOT = ZERO
                   ADD 1 TO WS-BUDGET-MOVED
                   MOVE MAP-NEW(WS-MAP-SUB) TO BGT-DEPT(WS-SUB)
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > BUDGET-COUNT
                       IF WS-SUB2 NOT = WS-SUB AND
                          BGT-DROP-SW(WS-SUB2) = 'N' AND
                          BGT-AGENCE(WS-SUB2) = BGT-AGENCE(WS-SUB) AND
                          BGT-DEPT(WS-SUB2) = BGT-DEPT(WS-SUB)
                           ADD BGT-ANNUAL(WS-SUB)
                             TO BGT-ANNUAL(WS-SUB2)
                           MOVE 'Y' TO BGT-DROP-SW(WS-SUB)
                           MOVE BUDGET-COUNT TO WS-SUB2
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BUDGET-COUNT
               IF BGT-DROP-SW(WS-SUB) = 'N'
                   MOVE BGT-DEPT(WS-SUB) TO WS-RECON-DEPT
                   PERFORM FIND-RECON-ENTRY
                   IF WS-RECON-SUB NOT = ZERO
                       ADD BGT-ANNUAL(WS-SUB)
                         TO RCN-AFTER-BUDGET(WS-RECON-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-YEAR-TO-DATE.
           OPEN INPUT DEPT-YTD.
           IF WS-YTD-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ DEPT-YTD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DYT-AGENCE NOT = SPACES
                           IF YTD-COUNT >= WS-YTD-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE "deptbudgetytd.txt"
                                 TO WS-OVERFLOW-FILE
                           ELSE
                               ADD 1 TO YTD-COUNT
                               MOVE DYT-AGENCE TO YDT-AGENCE(YTD-COUNT)
                               MOVE DYT-DEPT TO YDT-DEPT(YTD-COUNT)
                               MOVE DYT-YEAR TO YDT-YEAR(YTD-COUNT)
                               MOVE DYT-GROSS TO YDT-GROSS(YTD-COUNT)
                               MOVE DYT-LAST-PERIOD
                                 TO YDT-LAST-PERIOD(YTD-COUNT)
                               MOVE 'N' TO YDT-DROP-SW(YTD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-YTD-STATUS NOT = "35"
               CLOSE DEPT-YTD
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * The year of the date and later move to the new code and
      * join its line for the same agence and year; the later of
      * the two last periods is kept, so BudgetReport still never
      * re-adds a period either side had counted.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > YTD-COUNT
               MOVE YDT-DEPT(WS-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-SUB NOT = ZERO
                   IF YDT-YEAR(WS-SUB) >= MAP-DATE-YEAR(WS-MAP-SUB)
                       ADD 1 TO WS-YTD-MOVED
                       MOVE MAP-NEW(WS-MAP-SUB) TO YDT-DEPT(WS-SUB)
                       PERFORM MERGE-ONE-YTD-LINE
                   END-IF
               END-IF
           END-PERFORM.

       MERGE-ONE-YTD-LINE.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > YTD-COUNT
               IF WS-SUB2 NOT = WS-SUB AND
                  YDT-DROP-SW(WS-SUB2) = 'N' AND
                  YDT-AGENCE(WS-SUB2) = YDT-AGENCE(WS-SUB) AND
                  YDT-DEPT(WS-SUB2) = YDT-DEPT(WS-SUB) AND
                  YDT-YEAR(WS-SUB2) = YDT-YEAR(WS-SUB)
                   ADD YDT-GROSS(WS-SUB) TO YDT-GROSS(WS-SUB2)
                   IF YDT-LAST-PERIOD(WS-SUB) >
                      YDT-LAST-PERIOD(WS-SUB2)
                       MOVE YDT-LAST-PERIOD(WS-SUB)
                         TO YDT-LAST-PERIOD(WS-SUB2)
                   END-IF
                   MOVE 'Y' TO YDT-DROP-SW(WS-SUB)
                   MOVE YTD-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

      * An open campaign's worksheet review_OLD.txt is carried
      * into review_NEW.txt, so ReviewApply proves the merged
      * département against one envelope.
       LOAD-REVIEW-LIST.
           OPEN INPUT REVIEW-DEPTS.
           IF WS-LIST-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ REVIEW-DEPTS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DEPT-LIST-LINE NOT = SPACES
                           IF LIST-COUNT >= WS-LIST-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE "reviewdepts.lst"
                                 TO WS-OVERFLOW-FILE
                           ELSE
                               PERFORM STORE-ONE-WORKSHEET-NAME
                                   THRU STORE-ONE-WORKSHEET-NAME-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-STATUS NOT = "35"
               CLOSE REVIEW-DEPTS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-WORKSHEET-NAME.
           ADD 1 TO LIST-COUNT.
           MOVE DEPT-LIST-LINE TO LST-NAME(LIST-COUNT).
           MOVE DEPT-LIST-LINE TO LST-TARGET(LIST-COUNT).
           MOVE 'N' TO LST-MOVED-SW(LIST-COUNT).
           MOVE 'N' TO LST-COPIED-SW(LIST-COUNT).
           IF DEPT-LIST-LINE(1:7) NOT = "review_"
               GO TO STORE-ONE-WORKSHEET-NAME-EXIT
           END-IF.
           MOVE SPACES TO WS-SHEET-DEPT.
           UNSTRING DEPT-LIST-LINE(8:) DELIMITED BY "."
               INTO WS-SHEET-DEPT.
           MOVE WS-SHEET-DEPT TO WS-LOOK-DEPT.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-SUB NOT = ZERO
               ADD 1 TO WS-SHEET-MOVED
               SET LST-MOVED(LIST-COUNT) TO TRUE
               MOVE SPACES TO LST-TARGET(LIST-COUNT)
               STRING "review_" DELIMITED BY SIZE
                       MAP-NEW(WS-MAP-SUB) DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO LST-TARGET(LIST-COUNT)
           END-IF.

       STORE-ONE-WORKSHEET-NAME-EXIT.
           EXIT.

       LOAD-ENVELOPES.
           OPEN INPUT REVIEW-ENVELOPES.
           IF WS-ENVELOPE-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ REVIEW-ENVELOPES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ENVELOPE-RECORD NOT = SPACES
                           IF ENVELOPE-COUNT >= WS-ENVELOPE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE "reviewenvelopes.txt"
                                 TO WS-OVERFLOW-FILE
                           ELSE
                               ADD 1 TO ENVELOPE-COUNT
                               MOVE ENV-DEPT
                                 TO EVT-DEPT(ENVELOPE-COUNT)
                               MOVE ENV-AMOUNT
                                 TO EVT-AMOUNT(ENVELOPE-COUNT)
                               MOVE 'N'
                                 TO EVT-DROP-SW(ENVELOPE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENVELOPE-STATUS NOT = "35"
               CLOSE REVIEW-ENVELOPES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ENVELOPE-COUNT
               MOVE EVT-DEPT(WS-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-SUB NOT = ZERO
                   ADD 1 TO WS-ENVELOPE-MOVED
                   MOVE MAP-NEW(WS-MAP-SUB) TO EVT-DEPT(WS-SUB)
                   PERFORM MERGE-ONE-ENVELOPE
                       THRU MERGE-ONE-ENVELOPE-EXIT
               END-IF
           END-PERFORM.

       MERGE-ONE-ENVELOPE.
           IF EVT-AMOUNT(WS-SUB) NOT NUMERIC
               GO TO MERGE-ONE-ENVELOPE-EXIT
           END-IF.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > ENVELOPE-COUNT
               IF WS-SUB2 NOT = WS-SUB AND
                  EVT-DROP-SW(WS-SUB2) = 'N' AND
                  EVT-DEPT(WS-SUB2) = EVT-DEPT(WS-SUB) AND
                  EVT-AMOUNT(WS-SUB2) NUMERIC
                   ADD EVT-AMOUNT-N(WS-SUB) TO EVT-AMOUNT-N(WS-SUB2)
                   MOVE 'Y' TO EVT-DROP-SW(WS-SUB)
                   MOVE ENVELOPE-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

       MERGE-ONE-ENVELOPE-EXIT.
           EXIT.

       LOAD-ALLOCATIONS.
           OPEN INPUT COST-ALLOCATION.
           IF WS-ALLOC-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.
           MOVE ZERO TO WS-ALLOC-LINES-OUT.
           PERFORM UNTIL END-OF-FILE-YES
               READ COST-ALLOCATION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ALLOC-COUNT >= WS-ALLOC-LIMIT
                           SET WS-TABLE-OVERFLOW TO TRUE
                           MOVE "costallocation.txt"
                             TO WS-OVERFLOW-FILE
                       ELSE
                           ADD 1 TO ALLOC-COUNT
                           ADD 1 TO WS-ALLOC-LINES-OUT
                           MOVE ALLOC-LINE TO ALT-LINE(ALLOC-COUNT)
                           MOVE 'K' TO ALT-ACTION(ALLOC-COUNT)
                           MOVE ZERO TO ALT-MAP-SUB(ALLOC-COUNT)
                           PERFORM CLASSIFY-ONE-ALLOCATION
                               THRU CLASSIFY-ONE-ALLOCATION-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ALLOC-STATUS NOT = "35"
               CLOSE COST-ALLOCATION
           END-IF.
           MOVE 'N' TO END-OF-FILE.
      * CostSplit must still be able to hold the file once the
      * lines running across a date are continued on a new line.
           IF WS-ALLOC-LINES-OUT > WS-ALLOC-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "costallocation.txt" TO WS-OVERFLOW-FILE
           END-IF.

      * Lines that ended before the date stay on the old code as
      * history; comments and unreadable lines are left alone for
      * CostAllocCheck to report.
       CLASSIFY-ONE-ALLOCATION.
           MOVE ALLOC-LINE TO COST-ALLOCATION-RECORD.
           IF CAL-CLIENT-ID(1:1) = '*' OR
              CAL-START-DATE NOT NUMERIC OR
              CAL-END-DATE NOT NUMERIC
               GO TO CLASSIFY-ONE-ALLOCATION-EXIT
           END-IF.
           MOVE CAL-DEPT TO WS-LOOK-DEPT.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-SUB = ZERO
               GO TO CLASSIFY-ONE-ALLOCATION-EXIT
           END-IF.
           IF CAL-END-DATE NOT = ZERO AND
              CAL-END-DATE < MAP-DATE(WS-MAP-SUB)
               GO TO CLASSIFY-ONE-ALLOCATION-EXIT
           END-IF.
           ADD 1 TO WS-ALLOC-MOVED.
           MOVE WS-MAP-SUB TO ALT-MAP-SUB(ALLOC-COUNT).
           IF CAL-START-DATE >= MAP-DATE(WS-MAP-SUB)
               MOVE 'R' TO ALT-ACTION(ALLOC-COUNT)
           ELSE
               MOVE 'S' TO ALT-ACTION(ALLOC-COUNT)
               ADD 1 TO WS-ALLOC-SPLIT
               ADD 1 TO WS-ALLOC-LINES-OUT
           END-IF.

       CLASSIFY-ONE-ALLOCATION-EXIT.
           EXIT.

       WRITE-RECONCILIATION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= RECON-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > RECON-COUNT
                   IF RCN-DEPT(WS-SUB2) < RCN-DEPT(WS-SUB)
                       MOVE RECON-ENTRY(WS-SUB) TO WS-SWAP-RECON
                       MOVE RECON-ENTRY(WS-SUB2)
                         TO RECON-ENTRY(WS-SUB)
                       MOVE WS-SWAP-RECON TO RECON-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE "------- AVANT -------" TO REPORT-LINE(26:21).
           MOVE "------- APRES -------" TO REPORT-LINE(48:21).
           MOVE "-- AVANT --" TO REPORT-LINE(71:11).
           MOVE "-- APRES --" TO REPORT-LINE(84:11).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "Effectif" TO REPORT-LINE(26:8).
           MOVE "Masse sal." TO REPORT-LINE(37:10).
           MOVE "Effectif" TO REPORT-LINE(48:8).
           MOVE "Masse sal." TO REPORT-LINE(59:10).
           MOVE "Budget" TO REPORT-LINE(76:6).
           MOVE "Budget" TO REPORT-LINE(89:6).
           MOVE "Dépt Nom" TO REPORT-LINE(1:9).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RECON-SUB FROM 1 BY 1
                   UNTIL WS-RECON-SUB > RECON-COUNT
               PERFORM WRITE-ONE-RECON-LINE
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO DTL-NAME.
           MOVE WS-TOTAL-BEFORE-COUNT TO DTL-BEFORE-COUNT.
           MOVE WS-TOTAL-BEFORE-COST TO DTL-BEFORE-COST.
           MOVE WS-TOTAL-AFTER-COUNT TO DTL-AFTER-COUNT.
           MOVE WS-TOTAL-AFTER-COST TO DTL-AFTER-COST.
           MOVE WS-TOTAL-BEFORE-BUDGET TO DTL-BEFORE-BUDGET.
           MOVE WS-TOTAL-AFTER-BUDGET TO DTL-AFTER-BUDGET.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-TOTAL-BEFORE-COUNT NOT = WS-TOTAL-AFTER-COUNT OR
              WS-TOTAL-BEFORE-COST NOT = WS-TOTAL-AFTER-COST OR
              WS-TOTAL-BEFORE-BUDGET NOT = WS-TOTAL-AFTER-BUDGET
               MOVE 'N' TO WS-PROOF-SW
               MOVE "Contrôle : ECART entre avant et après -"
                 & " réorganisation refusée." TO REPORT-LINE
           ELSE
               MOVE "Contrôle : effectifs, masse salariale et"
                 & " budgets identiques avant et après."
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Lignes reprises sous le nouveau code :"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECODED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  fichierclient.txt     " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BUDGET-MOVED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  paybudget.txt         " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-YTD-MOVED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  deptbudgetytd.txt     " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SHEET-MOVED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  reviewdepts.lst       " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENVELOPE-MOVED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  reviewenvelopes.txt   " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALLOC-MOVED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  costallocation.txt    " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ALLOC-SPLIT > ZERO
               MOVE WS-ALLOC-SPLIT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "    dont coupées à la date " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-RECON-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RCN-DEPT(WS-RECON-SUB) TO DTL-DEPT.
           MOVE RCN-DEPT(WS-RECON-SUB) TO WS-LOOK-DEPT.
           PERFORM FIND-DEPT-CODE.
           IF WS-FOUND
               MOVE DPT-NAME(WS-HIT-SUB) TO DTL-NAME
           ELSE
               MOVE "*INCONNU*" TO DTL-NAME
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > MAP-COUNT
                   IF MAP-NEW(WS-SUB) = RCN-DEPT(WS-RECON-SUB) AND
                      MAP-CREATES-NEW(WS-SUB)
                       MOVE "(nouveau code)" TO DTL-NAME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE RCN-BEFORE-COUNT(WS-RECON-SUB) TO DTL-BEFORE-COUNT.
           MOVE RCN-BEFORE-COST(WS-RECON-SUB) TO DTL-BEFORE-COST.
           MOVE RCN-AFTER-COUNT(WS-RECON-SUB) TO DTL-AFTER-COUNT.
           MOVE RCN-AFTER-COST(WS-RECON-SUB) TO DTL-AFTER-COST.
           MOVE RCN-BEFORE-BUDGET(WS-RECON-SUB) TO DTL-BEFORE-BUDGET.
           MOVE RCN-AFTER-BUDGET(WS-RECON-SUB) TO DTL-AFTER-BUDGET.
           MOVE RCN-DEPT(WS-RECON-SUB) TO WS-LOOK-DEPT.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-SUB NOT = ZERO
               MOVE SPACES TO DTL-NOTE
               STRING "SUPPRIME -> " DELIMITED BY SIZE
                       MAP-NEW(WS-MAP-SUB) DELIMITED BY SIZE
                       INTO DTL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD RCN-BEFORE-COUNT(WS-RECON-SUB) TO WS-TOTAL-BEFORE-COUNT.
           ADD RCN-BEFORE-COST(WS-RECON-SUB) TO WS-TOTAL-BEFORE-COST.
           ADD RCN-AFTER-COUNT(WS-RECON-SUB) TO WS-TOTAL-AFTER-COUNT.
           ADD RCN-AFTER-COST(WS-RECON-SUB) TO WS-TOTAL-AFTER-COST.
           ADD RCN-BEFORE-BUDGET(WS-RECON-SUB)
             TO WS-TOTAL-BEFORE-BUDGET.
           ADD RCN-AFTER-BUDGET(WS-RECON-SUB)
             TO WS-TOTAL-AFTER-BUDGET.

       DISPLAY-PLANNED-CHANGES.
           MOVE MAP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Codes supprimés          : " WS-COUNT-EDIT.
           MOVE WS-RECODED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés re-codés        : " WS-COUNT-EDIT.
           MOVE WS-BUDGET-MOVED TO WS-COUNT-EDIT.
           DISPLAY "Lignes de budget         : " WS-COUNT-EDIT.
           MOVE WS-YTD-MOVED TO WS-COUNT-EDIT.
           DISPLAY "Cumuls annuels           : " WS-COUNT-EDIT.
           MOVE WS-SHEET-MOVED TO WS-COUNT-EDIT.
           DISPLAY "Fiches de révision       : " WS-COUNT-EDIT.
           MOVE WS-ENVELOPE-MOVED TO WS-COUNT-EDIT.
           DISPLAY "Enveloppes de révision   : " WS-COUNT-EDIT.
           MOVE WS-ALLOC-MOVED TO WS-COUNT-EDIT.
           DISPLAY "Répartitions analytiques : " WS-COUNT-EDIT.

       REWRITE-MASTER.
           MOVE 'N' TO END-OF-FILE.
           OPEN INPUT REORG-WORK.
           OPEN OUTPUT FICHIERCLIENT-OUT.
           MOVE SPACES TO CLIENT-CTL-RECORD.
           MOVE "*H" TO CTL-RECORD-TYPE.
           MOVE WS-TODAY TO CTL-CREATE-DATE.
           MOVE "DeptReorg" TO CTL-CREATE-PROGRAM.
           MOVE SPACES TO CLIENT-RECORD-OUT.
           MOVE CLIENT-CTL-RECORD TO CLIENT-RECORD-OUT.
           WRITE CLIENT-RECORD-OUT.

           PERFORM UNTIL END-OF-FILE-YES
               READ REORG-WORK
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO CLIENT-RECORD-OUT
                       WRITE CLIENT-RECORD-OUT
               END-READ
           END-PERFORM.
           CLOSE REORG-WORK.

           MOVE SPACES TO CLIENT-CTL-RECORD.
           MOVE "*T" TO CTL-RECORD-TYPE.
           MOVE WS-MASTER-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-MASTER-HASH TO CTL-SALARY-HASH.
           MOVE SPACES TO CLIENT-RECORD-OUT.
           MOVE CLIENT-CTL-RECORD TO CLIENT-RECORD-OUT.
           WRITE CLIENT-RECORD-OUT.
           CLOSE FICHIERCLIENT-OUT.
           MOVE 'N' TO END-OF-FILE.

       REWRITE-BUDGETS.
           OPEN OUTPUT PAY-BUDGET.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BUDGET-COUNT
               IF BGT-DROP-SW(WS-SUB) = 'N'
                   MOVE SPACES TO BUDGET-RECORD
                   MOVE BGT-AGENCE(WS-SUB) TO BUD-AGENCE
                   MOVE BGT-DEPT(WS-SUB) TO BUD-DEPT
                   MOVE BGT-ANNUAL(WS-SUB) TO BUD-ANNUAL
                   WRITE BUDGET-RECORD
               END-IF
           END-PERFORM.
           CLOSE PAY-BUDGET.

       REWRITE-YEAR-TO-DATE.
           OPEN OUTPUT DEPT-YTD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > YTD-COUNT
               IF YDT-DROP-SW(WS-SUB) = 'N'
                   MOVE YDT-AGENCE(WS-SUB) TO DYT-AGENCE
                   MOVE YDT-DEPT(WS-SUB) TO DYT-DEPT
                   MOVE YDT-YEAR(WS-SUB) TO DYT-YEAR
                   MOVE YDT-GROSS(WS-SUB) TO DYT-GROSS
                   MOVE YDT-LAST-PERIOD(WS-SUB) TO DYT-LAST-PERIOD
                   WRITE DEPT-YTD-RECORD
               END-IF
           END-PERFORM.
           CLOSE DEPT-YTD.

      * A worksheet is appended to its target when the target is
      * already on the list or was written earlier in this run,
      * otherwise the target is started afresh. The old worksheet
      * file stays on disk, off the list.
       MOVE-WORKSHEETS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LIST-COUNT
               IF LST-MOVED(WS-SUB)
                   PERFORM COPY-ONE-WORKSHEET
                       THRU COPY-ONE-WORKSHEET-EXIT
               END-IF
           END-PERFORM.

       COPY-ONE-WORKSHEET.
           MOVE LST-NAME(WS-SUB) TO WS-WORKSHEET-NAME.
           MOVE LST-TARGET(WS-SUB) TO WS-TARGET-NAME.
           MOVE 'N' TO WS-EXTEND-SW.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > LIST-COUNT
               IF LST-NAME(WS-SUB2) = WS-TARGET-NAME AND
                  NOT LST-MOVED(WS-SUB2)
                   SET WS-EXTEND-TARGET TO TRUE
               END-IF
               IF LST-TARGET(WS-SUB2) = WS-TARGET-NAME AND
                  LST-COPIED(WS-SUB2)
                   SET WS-EXTEND-TARGET TO TRUE
               END-IF
           END-PERFORM.

           OPEN INPUT WORKSHEET-IN.
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "Fiche " WS-WORKSHEET-NAME(1:30)
                       " illisible - non reprise."
               GO TO COPY-ONE-WORKSHEET-EXIT
           END-IF.
           IF WS-EXTEND-TARGET
               OPEN EXTEND WORKSHEET-OUT
               IF WS-TARGET-STATUS = "35"
                   OPEN OUTPUT WORKSHEET-OUT
               END-IF
           ELSE
               OPEN OUTPUT WORKSHEET-OUT
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ WORKSHEET-IN
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       MOVE WORKSHEET-IN-LINE TO WORKSHEET-OUT-LINE
                       WRITE WORKSHEET-OUT-LINE
               END-READ
           END-PERFORM.
           CLOSE WORKSHEET-IN.
           CLOSE WORKSHEET-OUT.
           MOVE 'N' TO END-OF-FILE.
           SET LST-COPIED(WS-SUB) TO TRUE.

       COPY-ONE-WORKSHEET-EXIT.
           EXIT.

       REWRITE-REVIEW-LIST.
           OPEN OUTPUT REVIEW-DEPTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LIST-COUNT
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 >= WS-SUB
                   IF LST-TARGET(WS-SUB2) = LST-TARGET(WS-SUB)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   MOVE LST-TARGET(WS-SUB) TO DEPT-LIST-LINE
                   WRITE DEPT-LIST-LINE
               END-IF
           END-PERFORM.
           CLOSE REVIEW-DEPTS.

       REWRITE-ENVELOPES.
           OPEN OUTPUT REVIEW-ENVELOPES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ENVELOPE-COUNT
               IF EVT-DROP-SW(WS-SUB) = 'N'
                   MOVE SPACES TO ENVELOPE-RECORD
                   MOVE EVT-DEPT(WS-SUB) TO ENV-DEPT
                   MOVE EVT-AMOUNT(WS-SUB) TO ENV-AMOUNT
                   WRITE ENVELOPE-RECORD
               END-IF
           END-PERFORM.
           CLOSE REVIEW-ENVELOPES.

       REWRITE-ALLOCATIONS.
           OPEN OUTPUT COST-ALLOCATION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ALLOC-COUNT
               MOVE ALT-LINE(WS-SUB) TO COST-ALLOCATION-RECORD
               MOVE ALT-MAP-SUB(WS-SUB) TO WS-MAP-SUB
               EVALUATE ALT-ACTION(WS-SUB)
                   WHEN 'R'
                       MOVE MAP-NEW(WS-MAP-SUB) TO CAL-DEPT
                       MOVE COST-ALLOCATION-RECORD TO ALLOC-LINE
                       WRITE ALLOC-LINE
                   WHEN 'S'
                       MOVE CAL-END-DATE TO WS-OLD-END-DATE
                       COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (MAP-DATE(WS-MAP-SUB)) - 1)
                       MOVE WS-DAY-BEFORE TO CAL-END-DATE
                       MOVE COST-ALLOCATION-RECORD TO ALLOC-LINE
                       WRITE ALLOC-LINE
                       MOVE MAP-NEW(WS-MAP-SUB) TO CAL-DEPT
                       MOVE MAP-DATE(WS-MAP-SUB) TO CAL-START-DATE
                       MOVE WS-OLD-END-DATE TO CAL-END-DATE
                       MOVE COST-ALLOCATION-RECORD TO ALLOC-LINE
                       WRITE ALLOC-LINE
                   WHEN OTHER
                       MOVE ALT-LINE(WS-SUB) TO ALLOC-LINE
                       WRITE ALLOC-LINE
               END-EVALUATE
           END-PERFORM.
           CLOSE COST-ALLOCATION.

      * Retired codes stay on deptmaster.txt, inactive from the
      * date with their successor; new codes join it active.
       RETIRE-OLD-CODES.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > MAP-COUNT
               MOVE MAP-OLD(WS-MAP-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-DEPT-CODE
               MOVE DPT-NAME(WS-HIT-SUB) TO WS-NAME-OLD
               MOVE 'I' TO DPT-STATUT(WS-HIT-SUB)
               MOVE MAP-DATE(WS-MAP-SUB)
                 TO DPT-INACTIVE-DATE(WS-HIT-SUB)
               MOVE MAP-NEW(WS-MAP-SUB) TO DPT-SUCCESSOR(WS-HIT-SUB)
               MOVE MAP-NEW(WS-MAP-SUB) TO WS-LOOK-DEPT
               PERFORM FIND-DEPT-CODE
               IF WS-NOT-FOUND
                   ADD 1 TO DEPT-COUNT
                   MOVE MAP-NEW(WS-MAP-SUB) TO DPT-CODE(DEPT-COUNT)
                   MOVE WS-NAME-OLD TO DPT-NAME(DEPT-COUNT)
                   MOVE 'A' TO DPT-STATUT(DEPT-COUNT)
                   MOVE SPACES TO DPT-INACTIVE-DATE(DEPT-COUNT)
                   MOVE SPACES TO DPT-SUCCESSOR(DEPT-COUNT)
               END-IF
           END-PERFORM.

       REWRITE-DEPT-MASTER.
           OPEN OUTPUT DEPT-MASTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEPT-COUNT
               MOVE SPACES TO DEPT-MASTER-RECORD
               MOVE DPT-CODE(WS-SUB) TO DPM-CODE
               MOVE DPT-NAME(WS-SUB) TO DPM-NAME
               MOVE DPT-STATUT(WS-SUB) TO DPM-STATUT
               MOVE DPT-INACTIVE-DATE(WS-SUB) TO DPM-INACTIVE-DATE
               MOVE DPT-SUCCESSOR(WS-SUB) TO DPM-SUCCESSOR
               WRITE DEPT-MASTER-RECORD
           END-PERFORM.
           CLOSE DEPT-MASTER.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN RETURN-CODE = RC-ERROR AND WS-TABLE-OVERFLOW
                   MOVE "Reorg refusée, table pleine"
                     TO AUDIT-SUMMARY-LINE
               WHEN RETURN-CODE = RC-ERROR
                   MOVE WS-ERROR-COUNT TO WS-MAP-COUNT-EDIT
                   STRING "Reorg refusée, " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-MAP-COUNT-EDIT)
                               DELIMITED BY SIZE
                           " erreur(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN OTHER
                   MOVE WS-RECODED-COUNT TO WS-COUNT-EDIT
                   MOVE MAP-COUNT TO WS-MAP-COUNT-EDIT
                   STRING "Reorg " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-MAP-COUNT-EDIT)
                               DELIMITED BY SIZE
                           " code(s), " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-EDIT)
                               DELIMITED BY SIZE
                           " salariés" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
           END-EVALUATE.
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
