      *   TRANSACTIONS transerrors.txt      rejected transactions
      *   SALAIRES     salaryexceptions.txt rejected records
      *   IMPORT       clientimportrejects.csv  rejected rows
      *   INTEGRITE    integrityreport.txt  cross-file findings
      *   JOURNAL      auditchainreport.txt audit-log chain findings
      *
      * A file the night should have produced but did not is NON
      * PRODUIT and counts as ATTENTION. The page goes to
      * morningsummary.txt and to the console, and the run ends
      * RC-WARNING whenever anything needs a human.
      *
      * The INTEGRITE area reads the trailer IntegritySweep writes
      * after checking every CLIENT-ID-keyed file against the
      * master and the leaver archives: orphans, active employees
      * missing from a file, leavers with items still open.
      *
      * The JOURNAL area reads the trailer AuditVerify writes after
      * walking the audit-log hash chain through the year archives
      * and the live log: altered, deleted or reordered lines, and
      * a log cut short since the last clean verification.
      *
      * In the CHAINE area a step ChainDriver gave up on because
      * its input file never arrived (TIMEOUT) is named as such;
      * the steps held back behind it (BLOCKED) count as not
      * finished, like any other step left undone. A timed-out
      * step is named even when other steps of the night ended in
      * warning; only a step in error outranks it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ERROR-STEPS       PIC 9(3) COMP VALUE ZERO.
       01  WS-WARNING-STEPS     PIC 9(3) COMP VALUE ZERO.
       01  WS-UNDONE-STEPS      PIC 9(3) COMP VALUE ZERO.
       01  WS-TIMEOUT-STEPS     PIC 9(3) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.

           MOVE ALL "=" TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           PERFORM REVIEW-CHAIN-AREA
               THRU REVIEW-CHAIN-AREA-EXIT.
           PERFORM REVIEW-QUALITY-AREA.
           PERFORM REVIEW-DUPLICATE-AREA.
           PERFORM REVIEW-TRANS-AREA.
           PERFORM REVIEW-SALARY-AREA.
           PERFORM REVIEW-IMPORT-AREA
               THRU REVIEW-IMPORT-AREA-EXIT.
           PERFORM REVIEW-INTEGRITY-AREA.
           PERFORM REVIEW-JOURNAL-AREA.

           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       REVIEW-CHAIN-AREA.
           MOVE "CHAINE" TO WS-AREA-LABEL.
           MOVE ZERO TO WS-STEP-COUNT WS-ERROR-STEPS
                        WS-WARNING-STEPS WS-UNDONE-STEPS
                        WS-TIMEOUT-STEPS.

           MOVE "chainstatus.txt" TO WS-AREA-NAME.
           OPEN INPUT AREA-FILE.
                                   CONTINUE
                               WHEN "SKIPPED"
                                   CONTINUE
                               WHEN "TIMEOUT"
                                   ADD 1 TO WS-TIMEOUT-STEPS
                               WHEN OTHER
                                   ADD 1 TO WS-UNDONE-STEPS
                           END-EVALUATE
                   MOVE 2 TO WS-AREA-VERDICT
                   MOVE "étape(s) en erreur - chaîne arrêtée"
                       TO WS-AREA-DETAIL
      * A file that never arrived outranks a warning: the steps
      * that waited for it did not run at all.
               WHEN WS-TIMEOUT-STEPS > 0
                   MOVE 1 TO WS-AREA-VERDICT
                   MOVE "fichier(s) attendu(s) non arrivé(s)"
                       TO WS-AREA-DETAIL
               WHEN WS-WARNING-STEPS > 0
                   MOVE 1 TO WS-AREA-VERDICT
                   MOVE "étape(s) en avertissement"
           MOVE "dataquality.txt" TO WS-AREA-NAME.
           MOVE "Anomalies" TO WS-MARKER.
           MOVE 9 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

       REVIEW-DUPLICATE-AREA.
           MOVE "DOUBLONS" TO WS-AREA-LABEL.
           MOVE "duplicatereport.txt" TO WS-AREA-NAME.
           MOVE "Distinct duplicate" TO WS-MARKER.
           MOVE 18 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

       REVIEW-TRANS-AREA.
           MOVE "TRANSACTIONS" TO WS-AREA-LABEL.
           MOVE "transerrors.txt" TO WS-AREA-NAME.
           MOVE "TOTAL TRANSACTIONS" TO WS-MARKER.
           MOVE 18 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

       REVIEW-SALARY-AREA.
           MOVE "SALAIRES" TO WS-AREA-LABEL.
           MOVE "salaryexceptions.txt" TO WS-AREA-NAME.
           MOVE "TOTAL RECORDS" TO WS-MARKER.
           MOVE 13 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

       REVIEW-INTEGRITY-AREA.
           MOVE "INTEGRITE" TO WS-AREA-LABEL.
           MOVE "integrityreport.txt" TO WS-AREA-NAME.
           MOVE "TOTAL INTEGRITE" TO WS-MARKER.
           MOVE 15 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

       REVIEW-JOURNAL-AREA.
           MOVE "JOURNAL" TO WS-AREA-LABEL.
           MOVE "auditchainreport.txt" TO WS-AREA-NAME.
           MOVE "TOTAL JOURNAL" TO WS-MARKER.
           MOVE 13 TO WS-MARKER-LEN.
           PERFORM JUDGE-COUNT-AREA
               THRU JUDGE-COUNT-AREA-EXIT.

      * The rejects CSV has no trailer: every line IS a reject.
       REVIEW-IMPORT-AREA.
