       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

      ***************************************************************
      * Nightly cross-file integrity sweep. ValidateClient audits
      * the master on its own; this step checks every file keyed on
      * CLIENT-ID against it, and against the leaver archives named
      * in clientarchives.lst (ClientArchive's catalogue), so the
      * satellite files cannot drift away from the master unseen:
      *
      *   bankmaster.txt       orphans; active employees with no
      *                        bank details
      *   payrollytd.txt       orphans; active employees hired
      *                        before the last month paid with no
      *                        cumul for the current year
      *   salaryhistory.txt    orphans
      *   pendingapprovals.txt orphans; leavers with a change still
      *                        pending or approved-not-applied
      *   transfuture.txt      orphans; leavers with a dated change
      *                        still waiting (an A line is a hire
      *                        and is not expected on the master)
      *   payslipstore.dat     orphans (one line per CLIENT-ID);
      *                        active employees hired before the
      *                        latest period held with no payslip
      *                        for it - read through PayslipIO
      *   pizzaroster.txt      the roster carries headcounts per
      *                        département, not CLIENT-IDs: each
      *                        line is checked against the active
      *                        headcount RosterBuild would write
      *                        today, so a stale roster shows up
      *   deptmaster.txt       active employees still on a
      *                        département marked inactive by a
      *                        reorganisation
      *
      * An orphan is a CLIENT-ID on neither the master nor any
      * archive; one found only in an archive is a leaver. Every
      * finding is a line of integrityreport.txt under its file,
      * followed by the counts per kind and the trailer line
      * "TOTAL INTEGRITE : nnn" that MorningReport reads for its
      * INTEGRITE area. A file that is absent is noted and skipped.
      * The run ends RC-WARNING on any finding, RC-ERROR when the
      * master is out of balance or a table overflows.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT ARCHIVE-CATALOG ASSIGN TO 'clientarchives.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT DEPT-MASTER ASSIGN TO 'deptmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT BANK-MASTER ASSIGN TO 'bankmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.

           SELECT PAY-YTD ASSIGN TO 'payrollytd.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT SALARY-HISTORY ASSIGN TO 'salaryhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-APPROVALS ASSIGN TO 'pendingapprovals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT TRANS-FUTURE ASSIGN TO 'transfuture.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUTURE-STATUS.

           SELECT PIZZA-ROSTER ASSIGN TO 'pizzaroster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO 'integrityreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  ARCHIVE-CATALOG.
       01  CATALOG-LINE             PIC X(60).

       FD  ARCHIVE-IN.
       01  ARCHIVE-RECORD           PIC X(93).

       FD  DEPT-MASTER.
           COPY "DEPTREC.CPY".

       FD  BANK-MASTER.
           COPY "BANKREC.CPY".

       FD  PAY-YTD.
           COPY "PAYYTD.CPY".

       FD  SALARY-HISTORY.
           COPY "SALHIST.CPY".

       FD  PENDING-APPROVALS.
           COPY "PENDAPPR.CPY".

       FD  TRANS-FUTURE.
       01  FUTURE-RECORD.
           03 FUT-ACTION            PIC X.
           03 FILLER                PIC X.
           03 FUT-CLIENT-IMAGE      PIC X(93).
           03 FILLER                PIC X.
           03 FUT-EFFECTIVE-DATE    PIC X(8).

       FD  PIZZA-ROSTER.
       01  ROSTER-RECORD.
           03 ROSTER-DEPT-NAME      PIC X(20).
           03 ROSTER-HEADCOUNT      PIC 9(3).

       FD  INTEGRITY-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "PAYSLIPIO.CPY".

       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-STATUS    PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS    PIC XX VALUE SPACES.
       01  WS-DEPT-STATUS       PIC XX VALUE SPACES.
       01  WS-BANK-STATUS       PIC XX VALUE SPACES.
       01  WS-YTD-STATUS        PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS    PIC XX VALUE SPACES.
       01  WS-FUTURE-STATUS     PIC XX VALUE SPACES.
       01  WS-ROSTER-STATUS     PIC XX VALUE SPACES.

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-CATALOG-EOF      PIC X VALUE 'N'.
           88 WS-CATALOG-EOF-YES VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           03 WS-TODAY-YEAR     PIC 9(4).
           03 FILLER            PIC 9(4).
       01  WS-ARCHIVE-NAME      PIC X(60) VALUE SPACES.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-OVERFLOW-FILE     PIC X(20) VALUE SPACES.

      * The master, with what each satellite file was found to hold
      * for the employee.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-PRENOM     PIC X(20).
              10 EMT-DEPT       PIC X(4).
              10 EMT-HIRE-MONTH PIC 9(6).
              10 EMT-STATUT     PIC X.
                 88 EMT-ACTIF   VALUE 'A' SPACE.
              10 EMT-BANK-SW    PIC X.
                 88 EMT-HAS-BANK VALUE 'Y'.
              10 EMT-YTD-SW     PIC X.
                 88 EMT-HAS-YTD VALUE 'Y'.
              10 EMT-LAST-SLIP  PIC 9(6).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.
       01  WS-ACTIVE-COUNT      PIC 9(7) COMP VALUE ZERO.

       01  ARCHIVED-TABLE.
           05 ARCHIVED-ID OCCURS 2000 TIMES PIC X(9).
       01  ARCHIVED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-ARCHIVED-LIMIT    PIC 9(4) COMP VALUE 2000.

       01  DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
              10 DPT-CODE       PIC X(4).
              10 DPT-NAME       PIC X(20).
              10 DPT-STATUT     PIC X.
              10 DPT-INACTIVE-DATE PIC X(8).
              10 DPT-SUCCESSOR  PIC X(4).
       01  DEPT-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPT-LIMIT        PIC 9(3) COMP VALUE 50.

      * Active headcount per département, under the label
      * RosterBuild would give the roster line.
       01  HEADCOUNT-TABLE.
           05 HEADCOUNT-ENTRY OCCURS 50 TIMES.
              10 HCT-DEPT       PIC X(4).
              10 HCT-LABEL      PIC X(20).
              10 HCT-COUNT      PIC 9(5) COMP.
              10 HCT-ON-ROSTER-SW PIC X.
                 88 HCT-ON-ROSTER VALUE 'Y'.
       01  HEADCOUNT-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-HEADCOUNT-LIMIT   PIC 9(3) COMP VALUE 50.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOK-ID           PIC X(9) VALUE SPACES.
       01  WS-ID-STATE          PIC X VALUE SPACE.
           88 WS-ID-ACTIVE      VALUE 'A'.
           88 WS-ID-LEAVER      VALUE 'T'.
           88 WS-ID-ARCHIVED    VALUE 'R'.
           88 WS-ID-ORPHAN      VALUE 'O'.
       01  WS-PREVIOUS-ID       PIC X(9) VALUE SPACES.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.

       01  WS-LAST-YTD-PERIOD   PIC 9(6) VALUE ZERO.
       01  WS-LAST-SLIP-PERIOD  PIC 9(6) VALUE ZERO.
       01  WS-ROSTER-COUNT      PIC 9(5) VALUE ZERO.

      * One finding line: kind, CLIENT-ID (or département), text.
       01  WS-FINDING-KIND      PIC X(10) VALUE SPACES.
       01  WS-FINDING-KEY       PIC X(20) VALUE SPACES.
       01  WS-FINDING-TEXT      PIC X(80) VALUE SPACES.
       01  WS-FILE-FINDINGS     PIC 9(7) COMP VALUE ZERO.

       01  WS-ORPHAN-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-MISSING-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-LEAVER-OPEN-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-ROSTER-GAP-COUNT  PIC 9(7) COMP VALUE ZERO.
       01  WS-INACTIVE-DEPT-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-FINDINGS    PIC 9(7) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-ROSTER-EDIT       PIC ZZ9.
       01  WS-HEAD-EDIT         PIC Z(4)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "IntegritySweep".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           CALL "ClientBalance" USING WS-BALANCE-FILE
                                       WS-BALANCE-RESULT.
           IF WS-BALANCE-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichierclient.txt déséquilibré -"
                       " contrôle d'intégrité abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM LOAD-MASTER.
           PERFORM LOAD-ARCHIVES.
           PERFORM LOAD-DEPT-MASTER.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de lignes que la table pour "
                       WS-OVERFLOW-FILE " - contrôle abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Contrôle d'intégrité inter-fichiers au "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Maître : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s) dont " DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   " actif(s)" DELIMITED BY SIZE
                   INTO REPORT-LINE(36:).
           MOVE ARCHIVED-COUNT TO WS-COUNT-EDIT.
           STRING " - archivés : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE(52:).
           WRITE REPORT-LINE.

           PERFORM SWEEP-BANK-MASTER.
           PERFORM SWEEP-PAYROLL-YTD.
           PERFORM SWEEP-SALARY-HISTORY.
           PERFORM SWEEP-PENDING-APPROVALS.
           PERFORM SWEEP-TRANS-FUTURE.
           PERFORM SWEEP-PAYSLIP-STORE
              THRU SWEEP-PAYSLIP-STORE-EXIT.
           PERFORM SWEEP-PIZZA-ROSTER.
           PERFORM SWEEP-INACTIVE-DEPTS.

           PERFORM WRITE-SUMMARY.
           CLOSE INTEGRITY-REPORT.

           IF WS-TOTAL-FINDINGS > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           DISPLAY "Anomalies d'intégrité : " WS-COUNT-EDIT.
           DISPLAY "Rapport : integrityreport.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-MASTER.
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
                           PERFORM STORE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-EMPLOYEE.
           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "fichierclient.txt" TO WS-OVERFLOW-FILE
           ELSE
               ADD 1 TO EMPLOYEE-COUNT
               MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
               MOVE CLIENT-NOM TO EMT-NOM(EMPLOYEE-COUNT)
               MOVE CLIENT-PRENOM TO EMT-PRENOM(EMPLOYEE-COUNT)
               MOVE CLIENT-DEPT TO EMT-DEPT(EMPLOYEE-COUNT)
               MOVE CLIENT-STATUT TO EMT-STATUT(EMPLOYEE-COUNT)
               IF CLIENT-HIRE-DATE NUMERIC
                   MOVE CLIENT-HIRE-DATE(1:6)
                     TO EMT-HIRE-MONTH(EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMT-HIRE-MONTH(EMPLOYEE-COUNT)
               END-IF
               MOVE 'N' TO EMT-BANK-SW(EMPLOYEE-COUNT)
               MOVE 'N' TO EMT-YTD-SW(EMPLOYEE-COUNT)
               MOVE ZERO TO EMT-LAST-SLIP(EMPLOYEE-COUNT)
               IF CLIENT-ACTIF
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-IF.

      * Every archive ClientArchive produced, as ClientDossier
      * walks them: the CLIENT-IDs only.
       LOAD-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               SET WS-CATALOG-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-CATALOG-EOF-YES
               READ ARCHIVE-CATALOG
                   AT END
                       SET WS-CATALOG-EOF-YES TO TRUE
                   NOT AT END
                       IF CATALOG-LINE NOT = SPACES
                           MOVE CATALOG-LINE TO WS-ARCHIVE-NAME
                           PERFORM LOAD-ONE-ARCHIVE
                               THRU LOAD-ONE-ARCHIVE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE ARCHIVE-CATALOG
           END-IF.

       LOAD-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-IN.
           IF WS-ARCHIVE-STATUS NOT = "00"
               GO TO LOAD-ONE-ARCHIVE-EXIT
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ ARCHIVE-IN
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ARCHIVE-RECORD(1:1) NOT = '*' AND
                          ARCHIVE-RECORD NOT = SPACES
                           IF ARCHIVED-COUNT >= WS-ARCHIVED-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE "clientarchives.lst"
                                 TO WS-OVERFLOW-FILE
                           ELSE
                               ADD 1 TO ARCHIVED-COUNT
                               MOVE ARCHIVE-RECORD(1:9)
                                 TO ARCHIVED-ID(ARCHIVED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-IN.
           MOVE 'N' TO END-OF-FILE.

       LOAD-ONE-ARCHIVE-EXIT.
           EXIT.

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

      * WS-ID-STATE says where WS-LOOK-ID stands: active or leaver
      * on the master (WS-HIT-SUB on its entry), archived, or
      * orphan.
       CLASSIFY-CLIENT-ID.
           SET WS-ID-ORPHAN TO TRUE.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = WS-LOOK-ID
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-HIT-SUB NOT = ZERO
               IF EMT-ACTIF(WS-HIT-SUB)
                   SET WS-ID-ACTIVE TO TRUE
               ELSE
                   SET WS-ID-LEAVER TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > ARCHIVED-COUNT
                   IF ARCHIVED-ID(WS-SUB) = WS-LOOK-ID
                       SET WS-ID-ARCHIVED TO TRUE
                       MOVE ARCHIVED-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
           END-IF.

       START-FILE-SECTION.
           MOVE ZERO TO WS-FILE-FINDINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-FINDING-TEXT.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.

       END-FILE-SECTION.
           IF WS-FILE-FINDINGS = ZERO
               MOVE "  aucune anomalie" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       NOTE-FILE-ABSENT.
           MOVE "  fichier absent - non contrôlé" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-FILE-FINDINGS.

       WRITE-FINDING.
           ADD 1 TO WS-FILE-FINDINGS.
           ADD 1 TO WS-TOTAL-FINDINGS.
           EVALUATE WS-FINDING-KIND
               WHEN "ORPHELIN"
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN "MANQUANT"
                   ADD 1 TO WS-MISSING-COUNT
               WHEN "RADIE"
                   ADD 1 TO WS-LEAVER-OPEN-COUNT
               WHEN "ROSTER"
                   ADD 1 TO WS-ROSTER-GAP-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INACTIVE-DEPT-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                   WS-FINDING-KIND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FINDING-KEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FINDING-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * The name of the master entry WS-HIT-SUB, for the text of a
      * MANQUANT or RADIE line.
       NAME-INTO-FINDING.
           MOVE SPACES TO WS-FINDING-TEXT.
           STRING EMT-NOM(WS-HIT-SUB) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EMT-PRENOM(WS-HIT-SUB) DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT.

       ORPHAN-FINDING.
           MOVE "ORPHELIN" TO WS-FINDING-KIND.
           MOVE WS-LOOK-ID TO WS-FINDING-KEY.
           MOVE "inconnu du maître et des archives"
             TO WS-FINDING-TEXT.
           PERFORM WRITE-FINDING.

      ***************************************************************
      * bankmaster.txt
      ***************************************************************
       SWEEP-BANK-MASTER.
           MOVE "bankmaster.txt - coordonnées bancaires"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           OPEN INPUT BANK-MASTER.
           IF WS-BANK-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-MASTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BNK-CLIENT-ID NOT = SPACES AND
                          BNK-CLIENT-ID(1:1) NOT = '*'
                           MOVE BNK-CLIENT-ID TO WS-LOOK-ID
                           PERFORM CLASSIFY-CLIENT-ID
                           IF WS-ID-ORPHAN
                               PERFORM ORPHAN-FINDING
                           END-IF
                           IF WS-HIT-SUB NOT = ZERO
                               MOVE 'Y' TO EMT-BANK-SW(WS-HIT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-MASTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * Without the file every active employee would be listed;
      * the absent note says it once instead.
           IF WS-BANK-STATUS = "00"
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > EMPLOYEE-COUNT
                   IF EMT-ACTIF(WS-HIT-SUB) AND
                      NOT EMT-HAS-BANK(WS-HIT-SUB)
                       PERFORM NAME-INTO-FINDING
                       STRING WS-FINDING-TEXT DELIMITED BY "  "
                               " aucune coordonnée bancaire"
                               DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                       PERFORM MISSING-FINDING
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM END-FILE-SECTION.

       MISSING-FINDING.
           MOVE "MANQUANT" TO WS-FINDING-KIND.
           MOVE EMT-CLIENT-ID(WS-HIT-SUB) TO WS-FINDING-KEY.
           PERFORM WRITE-FINDING.

      ***************************************************************
      * payrollytd.txt
      ***************************************************************
       SWEEP-PAYROLL-YTD.
           MOVE "payrollytd.txt - cumuls de paie annuels"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           MOVE ZERO TO WS-LAST-YTD-PERIOD.
           OPEN INPUT PAY-YTD.
           IF WS-YTD-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAY-YTD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF YTD-CLIENT-ID NOT = SPACES
                           PERFORM CHECK-ONE-YTD-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-YTD-STATUS NOT = "35"
               CLOSE PAY-YTD
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * Only someone on the books before the last month paid this
      * year should have a cumul; no month paid yet, no check.
           IF WS-LAST-YTD-PERIOD NOT = ZERO
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > EMPLOYEE-COUNT
                   IF EMT-ACTIF(WS-HIT-SUB) AND
                      NOT EMT-HAS-YTD(WS-HIT-SUB) AND
                      EMT-HIRE-MONTH(WS-HIT-SUB) < WS-LAST-YTD-PERIOD
                       PERFORM NAME-INTO-FINDING
                       STRING WS-FINDING-TEXT DELIMITED BY "  "
                               " aucun cumul pour " DELIMITED BY SIZE
                               WS-TODAY-YEAR DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                       PERFORM MISSING-FINDING
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM END-FILE-SECTION.

       CHECK-ONE-YTD-RECORD.
           MOVE YTD-CLIENT-ID TO WS-LOOK-ID.
           PERFORM CLASSIFY-CLIENT-ID.
           IF WS-ID-ORPHAN
               PERFORM ORPHAN-FINDING
           END-IF.
           IF YTD-YEAR = WS-TODAY-YEAR
               IF WS-HIT-SUB NOT = ZERO
                   MOVE 'Y' TO EMT-YTD-SW(WS-HIT-SUB)
               END-IF
               IF YTD-LAST-PERIOD NUMERIC AND
                  YTD-LAST-PERIOD > WS-LAST-YTD-PERIOD
                   MOVE YTD-LAST-PERIOD TO WS-LAST-YTD-PERIOD
               END-IF
           END-IF.

      ***************************************************************
      * salaryhistory.txt
      ***************************************************************
       SWEEP-SALARY-HISTORY.
           MOVE "salaryhistory.txt - historique des salaires"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           OPEN INPUT SALARY-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SH-CLIENT-ID NOT = SPACES
                           MOVE SH-CLIENT-ID TO WS-LOOK-ID
                           PERFORM CLASSIFY-CLIENT-ID
                           IF WS-ID-ORPHAN
                               PERFORM ORPHAN-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE SALARY-HISTORY
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM END-FILE-SECTION.

      ***************************************************************
      * pendingapprovals.txt - rejected and applied items are
      * history; pending and approved ones are still open.
      ***************************************************************
       SWEEP-PENDING-APPROVALS.
           MOVE "pendingapprovals.txt - demandes d'approbation"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           OPEN INPUT PENDING-APPROVALS.
           IF WS-PENDING-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PENDING-APPROVALS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PND-CLIENT-ID NOT = SPACES
                           PERFORM CHECK-ONE-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-APPROVALS
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM END-FILE-SECTION.

       CHECK-ONE-PENDING-ITEM.
           MOVE PND-CLIENT-ID TO WS-LOOK-ID.
           PERFORM CLASSIFY-CLIENT-ID.
           IF WS-ID-ORPHAN
               PERFORM ORPHAN-FINDING
           END-IF.
           IF (WS-ID-LEAVER OR WS-ID-ARCHIVED) AND
              (PND-PENDING OR PND-APPROVED)
               MOVE "RADIE" TO WS-FINDING-KIND
               MOVE PND-CLIENT-ID TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               IF PND-PENDING
                   STRING "demande en attente du " DELIMITED BY SIZE
                           PND-REQUEST-DATE DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
               ELSE
                   STRING "demande approuvée non appliquée du "
                           DELIMITED BY SIZE
                           PND-REQUEST-DATE DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
               END-IF
               PERFORM WRITE-FINDING
           END-IF.

      ***************************************************************
      * transfuture.txt
      ***************************************************************
       SWEEP-TRANS-FUTURE.
           MOVE "transfuture.txt - transactions à date d'effet"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           OPEN INPUT TRANS-FUTURE.
           IF WS-FUTURE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ TRANS-FUTURE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF FUTURE-RECORD NOT = SPACES AND
                          FUT-ACTION NOT = 'A'
                           PERFORM CHECK-ONE-FUTURE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FUTURE-STATUS NOT = "35"
               CLOSE TRANS-FUTURE
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM END-FILE-SECTION.

       CHECK-ONE-FUTURE-LINE.
           MOVE FUT-CLIENT-IMAGE(1:9) TO WS-LOOK-ID.
           PERFORM CLASSIFY-CLIENT-ID.
           IF WS-ID-ORPHAN
               PERFORM ORPHAN-FINDING
           END-IF.
           IF WS-ID-LEAVER OR WS-ID-ARCHIVED
               MOVE "RADIE" TO WS-FINDING-KIND
               MOVE WS-LOOK-ID TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "transaction " DELIMITED BY SIZE
                       FUT-ACTION DELIMITED BY SIZE
                       " en attente au " DELIMITED BY SIZE
                       FUT-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      ***************************************************************
      * payslipstore.dat - the whole store in key order, CLIENT-ID
      * then period, so an orphan is listed once.
      ***************************************************************
       SWEEP-PAYSLIP-STORE.
           MOVE "payslipstore.dat - bulletins de paie"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           MOVE ZERO TO WS-LAST-SLIP-PERIOD.
           MOVE SPACES TO WS-PREVIOUS-ID.

           SET PIO-OP-OPEN-INPUT TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           IF NOT PIO-STATUS-OK
               PERFORM NOTE-FILE-ABSENT
               PERFORM END-FILE-SECTION
               GO TO SWEEP-PAYSLIP-STORE-EXIT
           END-IF.

           MOVE SPACES TO PIO-CLIENT-ID.
           MOVE ZERO TO PIO-PERIOD.
           SET PIO-OP-START-GE TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
           IF NOT PIO-STATUS-OK
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               SET PIO-OP-READ-NEXT TO TRUE
               CALL "PayslipIO" USING PAYSLIP-IO-AREA
               IF NOT PIO-STATUS-OK
                   SET END-OF-FILE-YES TO TRUE
               ELSE
                   PERFORM CHECK-ONE-PAYSLIP
               END-IF
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE.

           SET PIO-OP-CLOSE TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.

           IF WS-LAST-SLIP-PERIOD NOT = ZERO
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > EMPLOYEE-COUNT
                   IF EMT-ACTIF(WS-HIT-SUB) AND
                      EMT-LAST-SLIP(WS-HIT-SUB) < WS-LAST-SLIP-PERIOD
                      AND
                      EMT-HIRE-MONTH(WS-HIT-SUB) < WS-LAST-SLIP-PERIOD
                       PERFORM NAME-INTO-FINDING
                       STRING WS-FINDING-TEXT DELIMITED BY "  "
                               " aucun bulletin pour " DELIMITED BY SIZE
                               WS-LAST-SLIP-PERIOD DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                       PERFORM MISSING-FINDING
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM END-FILE-SECTION.

       SWEEP-PAYSLIP-STORE-EXIT.
           EXIT.

       CHECK-ONE-PAYSLIP.
           IF PIO-PERIOD > WS-LAST-SLIP-PERIOD
               MOVE PIO-PERIOD TO WS-LAST-SLIP-PERIOD
           END-IF.
           IF PIO-CLIENT-ID NOT = WS-PREVIOUS-ID
               MOVE PIO-CLIENT-ID TO WS-PREVIOUS-ID
               MOVE PIO-CLIENT-ID TO WS-LOOK-ID
               PERFORM CLASSIFY-CLIENT-ID
               IF WS-ID-ORPHAN
                   PERFORM ORPHAN-FINDING
               END-IF
           END-IF.
           IF WS-HIT-SUB NOT = ZERO
               IF PIO-PERIOD > EMT-LAST-SLIP(WS-HIT-SUB)
                   MOVE PIO-PERIOD TO EMT-LAST-SLIP(WS-HIT-SUB)
               END-IF
           END-IF.

      ***************************************************************
      * pizzaroster.txt - compared with today's active headcount per
      * département, labelled as RosterBuild labels it.
      ***************************************************************
       SWEEP-PIZZA-ROSTER.
           MOVE "pizzaroster.txt - effectifs par département"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           PERFORM BUILD-HEADCOUNTS.

           OPEN INPUT PIZZA-ROSTER.
           IF WS-ROSTER-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PIZZA-ROSTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF ROSTER-DEPT-NAME NOT = SPACES
                           PERFORM CHECK-ONE-ROSTER-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ROSTER-STATUS NOT = "35"
               CLOSE PIZZA-ROSTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-ROSTER-STATUS = "00"
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > HEADCOUNT-COUNT
                   IF NOT HCT-ON-ROSTER(WS-SUB)
                       MOVE "ROSTER" TO WS-FINDING-KIND
                       MOVE HCT-LABEL(WS-SUB) TO WS-FINDING-KEY
                       MOVE HCT-COUNT(WS-SUB) TO WS-HEAD-EDIT
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "absent du roster, " DELIMITED BY SIZE
                               WS-HEAD-EDIT DELIMITED BY SIZE
                               " actif(s) au maître" DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM END-FILE-SECTION.

       BUILD-HEADCOUNTS.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > EMPLOYEE-COUNT
               IF EMT-ACTIF(WS-HIT-SUB)
                   PERFORM COUNT-ONE-HEAD
               END-IF
           END-PERFORM.

       COUNT-ONE-HEAD.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > HEADCOUNT-COUNT
               IF HCT-DEPT(WS-SUB) = EMT-DEPT(WS-HIT-SUB)
                   SET WS-FOUND TO TRUE
                   ADD 1 TO HCT-COUNT(WS-SUB)
                   MOVE HEADCOUNT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND
              HEADCOUNT-COUNT < WS-HEADCOUNT-LIMIT
               ADD 1 TO HEADCOUNT-COUNT
               MOVE EMT-DEPT(WS-HIT-SUB) TO HCT-DEPT(HEADCOUNT-COUNT)
               MOVE EMT-DEPT(WS-HIT-SUB) TO HCT-LABEL(HEADCOUNT-COUNT)
               MOVE 1 TO HCT-COUNT(HEADCOUNT-COUNT)
               MOVE 'N' TO HCT-ON-ROSTER-SW(HEADCOUNT-COUNT)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > DEPT-COUNT
                   IF DPT-CODE(WS-SUB) = EMT-DEPT(WS-HIT-SUB)
                       MOVE DPT-NAME(WS-SUB)
                         TO HCT-LABEL(HEADCOUNT-COUNT)
                       MOVE DEPT-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-ROSTER-LINE.
           IF ROSTER-HEADCOUNT NUMERIC
               MOVE ROSTER-HEADCOUNT TO WS-ROSTER-COUNT
           ELSE
               MOVE ZERO TO WS-ROSTER-COUNT
           END-IF.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > HEADCOUNT-COUNT
               IF HCT-LABEL(WS-SUB) = ROSTER-DEPT-NAME
                   MOVE WS-SUB TO WS-HIT-SUB
                   MOVE HEADCOUNT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           MOVE "ROSTER" TO WS-FINDING-KIND.
           MOVE ROSTER-DEPT-NAME TO WS-FINDING-KEY.
           MOVE WS-ROSTER-COUNT TO WS-ROSTER-EDIT.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF WS-HIT-SUB = ZERO
               IF WS-ROSTER-COUNT > ZERO
                   STRING WS-ROSTER-EDIT DELIMITED BY SIZE
                           " au roster, aucun actif au maître"
                           DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           ELSE
      * RosterBuild caps a line at 999; past that the roster is as
      * right as its layout allows.
               SET HCT-ON-ROSTER(WS-HIT-SUB) TO TRUE
               IF WS-ROSTER-COUNT NOT = HCT-COUNT(WS-HIT-SUB) AND
                  NOT (WS-ROSTER-COUNT = 999 AND
                       HCT-COUNT(WS-HIT-SUB) > 999)
                   MOVE HCT-COUNT(WS-HIT-SUB) TO WS-HEAD-EDIT
                   STRING WS-ROSTER-EDIT DELIMITED BY SIZE
                           " au roster, " DELIMITED BY SIZE
                           WS-HEAD-EDIT DELIMITED BY SIZE
                           " actif(s) au maître" DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      ***************************************************************
      * deptmaster.txt - a reorganisation retired the code, but
      * someone active still carries it.
      ***************************************************************
       SWEEP-INACTIVE-DEPTS.
           MOVE "deptmaster.txt - départements inactifs"
             TO WS-FINDING-TEXT.
           PERFORM START-FILE-SECTION.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > EMPLOYEE-COUNT
               IF EMT-ACTIF(WS-HIT-SUB)
                   PERFORM CHECK-ONE-EMPLOYEE-DEPT
               END-IF
           END-PERFORM.
           PERFORM END-FILE-SECTION.

       CHECK-ONE-EMPLOYEE-DEPT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEPT-COUNT
               IF DPT-CODE(WS-SUB) = EMT-DEPT(WS-HIT-SUB)
                   IF DPT-STATUT(WS-SUB) = 'I'
                       PERFORM NAME-INTO-FINDING
                       STRING WS-FINDING-TEXT DELIMITED BY "  "
                               " département " DELIMITED BY SIZE
                               DPT-CODE(WS-SUB) DELIMITED BY SPACE
                               " inactif depuis le " DELIMITED BY SIZE
                               DPT-INACTIVE-DATE(WS-SUB)
                               DELIMITED BY SIZE
                               ", remplacé par " DELIMITED BY SIZE
                               DPT-SUCCESSOR(WS-SUB) DELIMITED BY SPACE
                               INTO WS-FINDING-TEXT
                       MOVE "DEPT-INACT" TO WS-FINDING-KIND
                       MOVE EMT-CLIENT-ID(WS-HIT-SUB) TO WS-FINDING-KEY
                       PERFORM WRITE-FINDING
                   END-IF
                   MOVE DEPT-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Orphelins (ni maître ni archive)   : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Actifs manquants                   : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEAVER-OPEN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Radiés avec éléments en cours      : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROSTER-GAP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Ecarts de roster                   : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INACTIVE-DEPT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Actifs sur département inactif     : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL INTEGRITE : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           IF RETURN-CODE = RC-ERROR
               MOVE "Intégrité: contrôle abandonné"
                 TO AUDIT-SUMMARY-LINE
           ELSE
               MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT
               STRING "Intégrité: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " anomalie(s)" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           END-IF.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
