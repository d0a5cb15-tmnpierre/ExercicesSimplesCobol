       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.

      ***************************************************************
      * Nightly verification of the audit-log hash chain
      * (AUDITLOG.CPY). The whole log is walked as one chain: the
      * year archives auditlog_aAAAA.txt that RetentionRun
      * catalogued in histarchives.lst, oldest year first, then
      * the live auditlog.txt. Every chained line must carry the
      * next sequence number and the hash AuditLogger would compute
      * from the previous line's hash and its own columns 1-100;
      * every "*O" / "*C" control line must carry the link reached
      * so far. The findings, by file:
      *
      *   RUPTURE     the hash does not match - the line, or the
      *               one before it, was altered
      *   LACUNE      sequence numbers missing - lines deleted
      *   ORDRE       a sequence number at or below the last one -
      *               a line moved or copied
      *   NON-CHAINE  an unchained line after the chain began
      *   OUVERTURE / CLOTURE  a control line that does not carry
      *               the link reached (an archive missing or
      *               altered)
      *   TRONQUE     the chain ends before the line the previous
      *               clean verification reached
      *   MARQUE      that line is there but no longer the same
      *   ABSENT      a catalogued year archive is not on disk
      *
      * Lines written before the chain existed are counted, not
      * judged. After a clean walk the last link is kept in
      * auditchainmark.txt, so a log cut short or rewritten with a
      * recomputed chain is caught the following night; after a
      * finding the old mark stays. The first finding is named as
      * the first broken link. The report is auditchainreport.txt,
      * ending "TOTAL JOURNAL : nnn" for MorningReport's JOURNAL
      * area; the run ends RC-WARNING on any finding.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CATALOG ASSIGN TO 'histarchives.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUDIT-IN ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CHAIN-MARK ASSIGN TO 'auditchainmark.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO 'auditchainreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-CATALOG.
       01  CATALOG-LINE             PIC X(60).

       FD  AUDIT-IN.
           COPY "AUDITLOG.CPY".

       FD  CHAIN-MARK.
       01  MARK-RECORD.
           03 MRK-SEQUENCE          PIC 9(9).
           03 FILLER                PIC X.
           03 MRK-CHAIN-HASH        PIC 9(12).
           03 FILLER                PIC X.
           03 MRK-DATE              PIC 9(8).

       FD  VERIFY-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-CATALOG-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-MARK-STATUS       PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-AUDIT-FILE-NAME   PIC X(60) VALUE SPACES.

      * The files of the chain in walking order: the year archives
      * sorted by name (so by year), then the live log.
       01  FILE-TABLE.
           05 FILE-ENTRY OCCURS 51 TIMES.
              10 FLT-NAME       PIC X(60).
       01  FILE-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-ARCHIVE-LIMIT     PIC 9(2) COMP VALUE 50.
       01  WS-FILE-SWAP         PIC X(60) VALUE SPACES.
       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(2) COMP VALUE ZERO.

      * The link reached so far.
       01  WS-CHAIN-STARTED-SW  PIC X VALUE 'N'.
           88 WS-CHAIN-STARTED  VALUE 'Y'.
       01  WS-LAST-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  WS-LAST-HASH         PIC 9(12) VALUE ZERO.
       01  WS-HIGH-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  WS-GAP-FROM          PIC 9(9) VALUE ZERO.
       01  WS-GAP-TO            PIC 9(9) VALUE ZERO.

      * The last link of the previous clean verification.
       01  WS-MARK-SW           PIC X VALUE 'N'.
           88 WS-MARK-PRESENT   VALUE 'Y'.
       01  WS-MARK-SEEN-SW      PIC X VALUE 'N'.
           88 WS-MARK-SEEN      VALUE 'Y'.
       01  WS-MARK-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  WS-MARK-HASH         PIC 9(12) VALUE ZERO.
       01  WS-MARK-DATE         PIC 9(8) VALUE ZERO.

      * The chain hash, exactly as AuditLogger computes it: a
      * base-257 polynomial over the previous hash (12 digits) and
      * columns 1-100 of the line, modulo the prime 999999999989.
       01  WS-CHAIN-INPUT.
           05 WS-CHAIN-PREVIOUS PIC 9(12).
           05 WS-CHAIN-LINE     PIC X(100).
       01  WS-HASH-WORK         PIC 9(15) COMP VALUE ZERO.
       01  WS-HASH-POS          PIC 9(3) COMP VALUE ZERO.
       01  WS-HASH-EXPECTED     PIC 9(12) VALUE ZERO.

      * One finding line: kind, sequence, text.
       01  WS-FINDING-KIND      PIC X(10) VALUE SPACES.
       01  WS-FINDING-SEQUENCE  PIC 9(9) VALUE ZERO.
       01  WS-FINDING-TEXT      PIC X(100) VALUE SPACES.
       01  WS-FIRST-BREAK-KIND  PIC X(10) VALUE SPACES.
       01  WS-FIRST-BREAK-SEQ   PIC 9(9) VALUE ZERO.
       01  WS-FIRST-BREAK-FILE  PIC X(60) VALUE SPACES.

       01  WS-FILE-LINES        PIC 9(7) COMP VALUE ZERO.
       01  WS-FILE-FIRST-SEQ    PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-LINES       PIC 9(7) COMP VALUE ZERO.
       01  WS-CHAINED-LINES     PIC 9(7) COMP VALUE ZERO.
       01  WS-LEGACY-LINES      PIC 9(7) COMP VALUE ZERO.
       01  WS-RUPTURE-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-GAP-COUNT         PIC 9(7) COMP VALUE ZERO.
       01  WS-ORDER-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  WS-UNCHAINED-COUNT   PIC 9(7) COMP VALUE ZERO.
       01  WS-CONTROL-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-END-COUNT         PIC 9(7) COMP VALUE ZERO.
       01  WS-MISSING-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-FINDINGS    PIC 9(7) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-LINE-POS          PIC 9(3) COMP VALUE ZERO.
       01  WS-SEQ-EDIT          PIC Z(8)9.
       01  WS-SEQ-EDIT-2        PIC Z(8)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "AuditVerify".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-CHAIN-FILES.
           PERFORM LOAD-CHAIN-MARK.

           OPEN OUTPUT VERIFY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Vérification de la chaîne du journal d'audit au "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MARK-PRESENT
               MOVE WS-MARK-SEQUENCE TO WS-SEQ-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Dernière vérification sans anomalie : "
                       DELIMITED BY SIZE
                       WS-MARK-DATE DELIMITED BY SIZE
                       ", jusqu'à la séquence " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > FILE-COUNT
               MOVE FLT-NAME(WS-SUB) TO WS-AUDIT-FILE-NAME
               PERFORM WALK-ONE-FILE THRU WALK-ONE-FILE-EXIT
           END-PERFORM.

           PERFORM CHECK-CHAIN-END.
           PERFORM WRITE-SUMMARY.
           CLOSE VERIFY-REPORT.

           IF WS-TOTAL-FINDINGS > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               PERFORM WRITE-CHAIN-MARK THRU WRITE-CHAIN-MARK-EXIT
           END-IF.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           DISPLAY "Anomalies de la chaîne d'audit : " WS-COUNT-EDIT.
           DISPLAY "Rapport : auditchainreport.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-CHAIN-FILES.
           OPEN INPUT HIST-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ HIST-CATALOG
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CATALOG-LINE(1:10) = "auditlog_a" AND
                          FILE-COUNT < WS-ARCHIVE-LIMIT
                           ADD 1 TO FILE-COUNT
                           MOVE CATALOG-LINE TO FLT-NAME(FILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE HIST-CATALOG
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= FILE-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > FILE-COUNT
                   IF FLT-NAME(WS-SUB2) < FLT-NAME(WS-SUB)
                       MOVE FLT-NAME(WS-SUB) TO WS-FILE-SWAP
                       MOVE FLT-NAME(WS-SUB2) TO FLT-NAME(WS-SUB)
                       MOVE WS-FILE-SWAP TO FLT-NAME(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           ADD 1 TO FILE-COUNT.
           MOVE "auditlog.txt" TO FLT-NAME(FILE-COUNT).

       LOAD-CHAIN-MARK.
           OPEN INPUT CHAIN-MARK.
           IF WS-MARK-STATUS = "00"
               READ CHAIN-MARK
                   NOT AT END
                       IF MRK-SEQUENCE NUMERIC AND
                          MRK-CHAIN-HASH NUMERIC
                           SET WS-MARK-PRESENT TO TRUE
                           MOVE MRK-SEQUENCE TO WS-MARK-SEQUENCE
                           MOVE MRK-CHAIN-HASH TO WS-MARK-HASH
                           MOVE MRK-DATE TO WS-MARK-DATE
                       END-IF
               END-READ
           END-IF.
           IF WS-MARK-STATUS NOT = "35"
               CLOSE CHAIN-MARK
           END-IF.

       WALK-ONE-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Fichier : " DELIMITED BY SIZE
                   WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-FILE-LINES.
           MOVE ZERO TO WS-FILE-FIRST-SEQ.

           OPEN INPUT AUDIT-IN.
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-FILE-NAME = "auditlog.txt"
                   MOVE "  fichier absent - non vérifié"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE "ABSENT" TO WS-FINDING-KIND
                   MOVE WS-LAST-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE "archive cataloguée absente ou illisible"
                     TO WS-FINDING-TEXT
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM WRITE-FINDING
               END-IF
               GO TO WALK-ONE-FILE-EXIT
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ AUDIT-IN
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF AUDIT-LOG-RECORD NOT = SPACES
                           ADD 1 TO WS-FILE-LINES
                           ADD 1 TO WS-TOTAL-LINES
                           PERFORM CHECK-ONE-LINE
                               THRU CHECK-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-IN.
           MOVE 'N' TO END-OF-FILE.

           MOVE WS-FILE-LINES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POS.
           STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ligne(s)" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-LINE-POS.
           IF WS-FILE-FIRST-SEQ > ZERO
               MOVE WS-FILE-FIRST-SEQ TO WS-SEQ-EDIT
               MOVE WS-LAST-SEQUENCE TO WS-SEQ-EDIT-2
               STRING ", séquences " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                       " à " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT-2) DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER WS-LINE-POS
           END-IF.
           WRITE REPORT-LINE.

       WALK-ONE-FILE-EXIT.
           EXIT.

      * One line of the chain against the link reached so far.
       CHECK-ONE-LINE.
           IF ACT-CONTROL-REC
               PERFORM CHECK-CONTROL-LINE
               GO TO CHECK-ONE-LINE-EXIT
           END-IF.

           IF AUDIT-SEQUENCE NOT NUMERIC OR
              AUDIT-CHAIN-HASH NOT NUMERIC
               IF WS-CHAIN-STARTED
                   MOVE "NON-CHAINE" TO WS-FINDING-KIND
                   MOVE WS-LAST-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "ligne sans maillon insérée : "
                           DELIMITED BY SIZE
                           AUDIT-TIMESTAMP DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUDIT-PROGRAM-ID DELIMITED BY SPACE
                           INTO WS-FINDING-TEXT
                   ADD 1 TO WS-UNCHAINED-COUNT
                   PERFORM WRITE-FINDING
               ELSE
                   ADD 1 TO WS-LEGACY-LINES
               END-IF
               GO TO CHECK-ONE-LINE-EXIT
           END-IF.

           ADD 1 TO WS-CHAINED-LINES.
           SET WS-CHAIN-STARTED TO TRUE.
           IF WS-FILE-FIRST-SEQ = ZERO
               MOVE AUDIT-SEQUENCE TO WS-FILE-FIRST-SEQ
           END-IF.
           IF AUDIT-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE AUDIT-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.
           IF WS-MARK-PRESENT AND
              AUDIT-SEQUENCE = WS-MARK-SEQUENCE
               SET WS-MARK-SEEN TO TRUE
               IF AUDIT-CHAIN-HASH NOT = WS-MARK-HASH
                   MOVE "MARQUE" TO WS-FINDING-KIND
                   MOVE AUDIT-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "ligne vérifiée le " DELIMITED BY SIZE
                           WS-MARK-DATE DELIMITED BY SIZE
                           " modifiée depuis (chaîne recalculée ?)"
                           DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                   ADD 1 TO WS-END-COUNT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AUDIT-SEQUENCE = WS-LAST-SEQUENCE + 1
                   MOVE WS-LAST-HASH TO WS-CHAIN-PREVIOUS
                   MOVE AUDIT-LOG-RECORD TO WS-CHAIN-LINE
                   PERFORM COMPUTE-CHAIN-HASH
                   MOVE WS-HASH-WORK TO WS-HASH-EXPECTED
                   IF AUDIT-CHAIN-HASH NOT = WS-HASH-EXPECTED
                       MOVE "RUPTURE" TO WS-FINDING-KIND
                       MOVE AUDIT-SEQUENCE TO WS-FINDING-SEQUENCE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "empreinte fausse - ligne ou "
                               DELIMITED BY SIZE
                               "précédente altérée : "
                               DELIMITED BY SIZE
                               AUDIT-TIMESTAMP DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AUDIT-PROGRAM-ID DELIMITED BY SPACE
                               INTO WS-FINDING-TEXT
                       ADD 1 TO WS-RUPTURE-COUNT
                       PERFORM WRITE-FINDING
                   END-IF
                   MOVE AUDIT-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE AUDIT-CHAIN-HASH TO WS-LAST-HASH
               WHEN AUDIT-SEQUENCE > WS-LAST-SEQUENCE
                   COMPUTE WS-GAP-FROM = WS-LAST-SEQUENCE + 1
                   COMPUTE WS-GAP-TO = AUDIT-SEQUENCE - 1
                   MOVE WS-GAP-FROM TO WS-SEQ-EDIT
                   MOVE WS-GAP-TO TO WS-SEQ-EDIT-2
                   MOVE "LACUNE" TO WS-FINDING-KIND
                   MOVE AUDIT-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE SPACES TO WS-FINDING-TEXT
                   IF WS-GAP-FROM = WS-GAP-TO
                       STRING "séquence " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SEQ-EDIT)
                                       DELIMITED BY SIZE
                               " absente - ligne supprimée"
                               DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                   ELSE
                       STRING "séquences " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SEQ-EDIT)
                                       DELIMITED BY SIZE
                               " à " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SEQ-EDIT-2)
                                       DELIMITED BY SIZE
                               " absentes - lignes supprimées"
                               DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                   END-IF
                   ADD 1 TO WS-GAP-COUNT
                   PERFORM WRITE-FINDING
                   MOVE AUDIT-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE AUDIT-CHAIN-HASH TO WS-LAST-HASH
               WHEN OTHER
                   MOVE WS-LAST-SEQUENCE TO WS-SEQ-EDIT
                   MOVE "ORDRE" TO WS-FINDING-KIND
                   MOVE AUDIT-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "trouvée après la séquence "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                           " - ligne déplacée ou dupliquée"
                           DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                   ADD 1 TO WS-ORDER-COUNT
                   PERFORM WRITE-FINDING
           END-EVALUATE.

       CHECK-ONE-LINE-EXIT.
           EXIT.

      * A control line opens the chain when nothing came before it
      * (older archives purged) - unless it carries link zero, as
      * on an archive of lines older than the chain; otherwise it
      * must carry the link reached. An opening line that does not
      * is where the walk picks up again, so the file's own lines
      * are judged on their own merits.
       CHECK-CONTROL-LINE.
           IF ACT-SEQUENCE NOT NUMERIC OR
              ACT-CHAIN-HASH NOT NUMERIC
               IF ACT-OPENING-REC
                   MOVE "OUVERTURE" TO WS-FINDING-KIND
               ELSE
                   MOVE "CLOTURE" TO WS-FINDING-KIND
               END-IF
               MOVE WS-LAST-SEQUENCE TO WS-FINDING-SEQUENCE
               MOVE "ligne de contrôle illisible" TO WS-FINDING-TEXT
               ADD 1 TO WS-CONTROL-COUNT
               PERFORM WRITE-FINDING
           ELSE
               IF NOT WS-CHAIN-STARTED
                   IF ACT-SEQUENCE > ZERO
                       SET WS-CHAIN-STARTED TO TRUE
                       MOVE ACT-SEQUENCE TO WS-LAST-SEQUENCE
                       MOVE ACT-CHAIN-HASH TO WS-LAST-HASH
                   END-IF
               ELSE
                   IF ACT-SEQUENCE NOT = WS-LAST-SEQUENCE OR
                      ACT-CHAIN-HASH NOT = WS-LAST-HASH
                       MOVE WS-LAST-SEQUENCE TO WS-SEQ-EDIT
                       MOVE ACT-SEQUENCE TO WS-SEQ-EDIT-2
                       IF ACT-OPENING-REC
                           MOVE "OUVERTURE" TO WS-FINDING-KIND
                       ELSE
                           MOVE "CLOTURE" TO WS-FINDING-KIND
                       END-IF
                       MOVE ACT-SEQUENCE TO WS-FINDING-SEQUENCE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "maillon " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SEQ-EDIT-2)
                                       DELIMITED BY SIZE
                               " annoncé, chaîne arrivée au "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SEQ-EDIT)
                                       DELIMITED BY SIZE
                               " (ou empreinte différente)"
                               DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                       ADD 1 TO WS-CONTROL-COUNT
                       PERFORM WRITE-FINDING
                       IF ACT-OPENING-REC
                           MOVE ACT-SEQUENCE TO WS-LAST-SEQUENCE
                           MOVE ACT-CHAIN-HASH TO WS-LAST-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CHAIN-HASH.
           MOVE ZERO TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 112
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 257 +
                   FUNCTION ORD(WS-CHAIN-INPUT(WS-HASH-POS:1)),
                   999999999989)
           END-PERFORM.

      * The line the previous clean verification ended on must
      * still be in the chain.
       CHECK-CHAIN-END.
           IF WS-MARK-PRESENT AND NOT WS-MARK-SEEN AND
              WS-HIGH-SEQUENCE < WS-MARK-SEQUENCE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Fin de chaîne" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE(1:40)
               WRITE REPORT-LINE
               MOVE WS-HIGH-SEQUENCE TO WS-SEQ-EDIT
               MOVE WS-MARK-SEQUENCE TO WS-SEQ-EDIT-2
               MOVE "TRONQUE" TO WS-FINDING-KIND
               MOVE WS-MARK-SEQUENCE TO WS-FINDING-SEQUENCE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "la chaîne s'arrête au " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                       ", vérifiée jusqu'au " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT-2) DELIMITED BY SIZE
                       " le " DELIMITED BY SIZE
                       WS-MARK-DATE DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               MOVE "fin-de-chaîne" TO WS-AUDIT-FILE-NAME
               ADD 1 TO WS-END-COUNT
               PERFORM WRITE-FINDING
           END-IF.

       WRITE-FINDING.
           ADD 1 TO WS-TOTAL-FINDINGS.
           IF WS-TOTAL-FINDINGS = 1
               MOVE WS-FINDING-KIND TO WS-FIRST-BREAK-KIND
               MOVE WS-FINDING-SEQUENCE TO WS-FIRST-BREAK-SEQ
               MOVE WS-AUDIT-FILE-NAME TO WS-FIRST-BREAK-FILE
           END-IF.
           MOVE WS-FINDING-SEQUENCE TO WS-SEQ-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FINDING-KIND TO REPORT-LINE(3:10).
           MOVE WS-SEQ-EDIT TO REPORT-LINE(14:9).
           MOVE WS-FINDING-TEXT TO REPORT-LINE(25:100).
           WRITE REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Synthèse" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-LINES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Lignes lues               : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHAINED-LINES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  dont chaînées           : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEGACY-LINES TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  antérieures à la chaîne : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUPTURE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUPTURE                   : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GAP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LACUNE                    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ORDER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDRE                     : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNCHAINED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NON-CHAINE                : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONTROL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OUVERTURE / CLOTURE       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-END-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRONQUE / MARQUE          : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ABSENT                    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-TOTAL-FINDINGS = ZERO
               MOVE WS-LAST-SEQUENCE TO WS-SEQ-EDIT
               STRING "Chaîne intacte jusqu'à la séquence "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                       INTO REPORT-LINE
           ELSE
               MOVE WS-FIRST-BREAK-SEQ TO WS-SEQ-EDIT
               STRING "Premier maillon rompu : " DELIMITED BY SIZE
                       WS-FIRST-BREAK-KIND DELIMITED BY SPACE
                       " à la séquence " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-FIRST-BREAK-FILE DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL JOURNAL : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Only a clean walk moves the mark forward, so a finding keeps
      * being reported until someone has dealt with it.
       WRITE-CHAIN-MARK.
           IF WS-LAST-SEQUENCE = ZERO
               GO TO WRITE-CHAIN-MARK-EXIT
           END-IF.
           OPEN OUTPUT CHAIN-MARK.
           MOVE SPACES TO MARK-RECORD.
           MOVE WS-LAST-SEQUENCE TO MRK-SEQUENCE.
           MOVE WS-LAST-HASH TO MRK-CHAIN-HASH.
           MOVE WS-TODAY TO MRK-DATE.
           WRITE MARK-RECORD.
           CLOSE CHAIN-MARK.

       WRITE-CHAIN-MARK-EXIT.
           EXIT.

       LOG-AUDIT-ENTRY.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Chaîne d'audit: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " anomalie(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
