       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReturn.

      ***************************************************************
      * Monthly income-tax withholding return for the tax office.
      * Runs after PayCalc: reads the month's payslipfile.txt
      * (PAYSLIP.CPY) and writes the fixed-format return
      * taxreturn.txt, one 'E' header record (employer reference,
      * period, creation date), one 'D' detail record per payslip
      * carrying tax withheld (CLIENT-ID, name, taxable net, rate,
      * tax withheld) and one 'T' trailer record with the detail
      * count and the taxable-net and tax totals.
      *
      * The tax total of the return is tied back to the "Total
      * impôt prélevé" line of the month's payrollregister.txt; the
      * reconciliation is printed on taxreturnctl.txt. A return that
      * does not agree with the register ends RC-ERROR and is not
      * sealed - it must not be sent. A register that cannot be
      * found leaves the return unproved and ends RC-WARNING. A
      * payslip for another period than the first one read is
      * listed and left out of the return. An agreed return is
      * sealed through FileSeal (SEALCTL.CPY) like every other
      * outbound interface file.
      *
      * The employer reference (SIRET) printed on the header is
      * read from the operator-maintained parameter file
      * taxparams.txt (one "SIRET 12345678901234" line). A
      * taxparams.txt that is missing, or whose SIRET is not
      * fourteen digits, stops the run RC-ERROR before anything is
      * written: a return filed under a wrong reference is worse
      * than a late one. The header record is now padded to the
      * same length as the detail and trailer records.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-FILE ASSIGN TO 'payslipfile.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYSLIP-STATUS.

           SELECT PAYROLL-REGISTER ASSIGN TO 'payrollregister.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TAX-PARAMS ASSIGN TO 'taxparams.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMS-STATUS.

           SELECT TAX-RETURN ASSIGN TO 'taxreturn.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-CONTROL ASSIGN TO 'taxreturnctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           COPY "PAYSLIP.CPY".

       FD  PAYROLL-REGISTER.
       01  REGISTER-LINE            PIC X(132).

       FD  TAX-PARAMS.
       01  PARAM-RECORD.
           03 TXP-KEY               PIC X(5).
           03 FILLER                PIC X.
           03 TXP-SIRET             PIC X(14).

      * Return layout agreed with the tax office: the record type
      * in the first byte, fixed positions after it, amounts with
      * two implied decimals.
       FD  TAX-RETURN.
       01  RETURN-HEADER-RECORD.
           03 RTH-TYPE              PIC X.
           03 RTH-EMPLOYER-REF      PIC X(14).
           03 RTH-PERIOD            PIC 9(6).
           03 RTH-CREATE-DATE       PIC 9(8).
           03 FILLER                PIC X(45).
       01  RETURN-DETAIL-RECORD.
           03 RTD-TYPE              PIC X.
           03 RTD-CLIENT-ID         PIC X(9).
           03 RTD-NOM               PIC X(20).
           03 RTD-PRENOM            PIC X(20).
           03 RTD-TAX-BASE          PIC 9(8)V99.
           03 RTD-TAX-RATE          PIC 9(2)V99.
           03 RTD-TAX-WITHHELD      PIC 9(8)V99.
       01  RETURN-TRAILER-RECORD.
           03 RTT-TYPE              PIC X.
           03 RTT-DETAIL-COUNT      PIC 9(7).
           03 RTT-TOTAL-BASE        PIC 9(11)V99.
           03 RTT-TOTAL-TAX         PIC 9(11)V99.
           03 FILLER                PIC X(40).

       FD  RETURN-CONTROL.
       01  CONTROL-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

      * Employer reference (SIRET) under which the company files
      * its withholding returns, from taxparams.txt.
       01  WS-EMPLOYER-REF      PIC X(14) VALUE SPACES.
       01  WS-PARAMS-STATUS     PIC XX VALUE SPACES.
       01  WS-PARAMS-EOF        PIC X VALUE 'N'.
           88 WS-PARAMS-EOF-YES VALUE 'Y'.
       01  WS-PARAMS-ERROR-SW   PIC X VALUE 'N'.
           88 WS-PARAMS-ERROR   VALUE 'Y'.

       01  WS-PAYSLIP-STATUS    PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS   PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-PERIOD            PIC 9(6) VALUE ZERO.

       01  WS-SLIP-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-OTHER-PERIOD-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-BASE        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-TAX         PIC 9(11)V99 VALUE ZERO.

      * The register's own tax total, read back from its grand
      * totals block.
       01  WS-REGISTER-MARKER   PIC X(30)
                                VALUE "Total impôt prélevé    :".
       01  WS-MARKER-LEN        PIC 9(2) COMP VALUE ZERO.
       01  WS-REGISTER-TAX      PIC 9(11)V99 VALUE ZERO.
       01  WS-REGISTER-FOUND-SW PIC X VALUE 'N'.
           88 WS-REGISTER-FOUND VALUE 'Y'.
       01  WS-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-TOTAL-EDIT        PIC Z(9)9.99.
       01  WS-DIFF-EDIT         PIC -(9)9.99.

       01  WS-SEAL-FILE         PIC X(60) VALUE "taxreturn.txt".
       01  WS-SEAL-PROGRAM      PIC X(20) VALUE "TaxReturn".
       01  WS-SEAL-RESULT       PIC X VALUE 'N'.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "TaxReturn".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EMPLOYER-REF THRU LOAD-EMPLOYER-REF-EXIT.
           IF WS-PARAMS-ERROR
               DISPLAY "Erreur: aucune ligne SIRET valide dans"
                       " taxparams.txt - aucune déclaration produite."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAYSLIP-FILE.
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "Erreur: payslipfile.txt illisible (statut "
                       WS-PAYSLIP-STATUS ") - lancer PayCalc d'abord."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TAX-RETURN.
           OPEN OUTPUT RETURN-CONTROL.

           MOVE SPACES TO CONTROL-LINE.
           STRING "Contrôle déclaration prélèvement à la source - "
                   DELIMITED BY SIZE
                   "date " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE ALL "-" TO CONTROL-LINE.
           WRITE CONTROL-LINE.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAYSLIP-FILE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SLIP-COUNT
                       PERFORM DECLARE-ONE-SLIP
               END-READ
           END-PERFORM.

           CLOSE PAYSLIP-FILE.

           IF WS-SLIP-COUNT = ZERO
               DISPLAY "Aucun bulletin - aucune déclaration produite."
               MOVE "Aucun bulletin - aucune déclaration produite."
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
               CLOSE TAX-RETURN
               CLOSE RETURN-CONTROL
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           MOVE SPACES TO RETURN-TRAILER-RECORD.
           MOVE "T" TO RTT-TYPE.
           MOVE WS-DETAIL-COUNT TO RTT-DETAIL-COUNT.
           MOVE WS-TOTAL-BASE TO RTT-TOTAL-BASE.
           MOVE WS-TOTAL-TAX TO RTT-TOTAL-TAX.
           WRITE RETURN-TRAILER-RECORD.
           CLOSE TAX-RETURN.

           PERFORM READ-REGISTER-TOTAL.
           PERFORM WRITE-CONTROL-TOTALS
              THRU WRITE-CONTROL-TOTALS-EXIT.
           CLOSE RETURN-CONTROL.

      * Only a return proved against the register leaves sealed;
      * an unproved or disagreeing one stays as it is for a human.
           IF RETURN-CODE = RC-SUCCESS
               MOVE RETURN-CODE TO RC-SAVE
               CALL "FileSeal" USING WS-SEAL-FILE WS-SEAL-PROGRAM
                                      WS-SEAL-RESULT
               MOVE RC-SAVE TO RETURN-CODE
               IF WS-SEAL-RESULT NOT = 'Y'
                   DISPLAY "ATTENTION: scellement de taxreturn.txt"
                           " impossible."
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés déclarés     : " WS-COUNT-EDIT.
           MOVE WS-TOTAL-TAX TO WS-TOTAL-EDIT.
           DISPLAY "Total impôt déclaré   : " WS-TOTAL-EDIT.
           DISPLAY "Déclaration           : taxreturn.txt".
           DISPLAY "Rapport de contrôle   : taxreturnctl.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

      * taxparams.txt, one "SIRET 12345678901234" line; the
      * reference must be fourteen digits.
       LOAD-EMPLOYER-REF.
           OPEN INPUT TAX-PARAMS.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "TaxReturn: taxparams.txt illisible"
                       " (statut " WS-PARAMS-STATUS ")."
               SET WS-PARAMS-ERROR TO TRUE
               GO TO LOAD-EMPLOYER-REF-EXIT
           END-IF.

           SET WS-PARAMS-ERROR TO TRUE.
           PERFORM UNTIL WS-PARAMS-EOF-YES
               READ TAX-PARAMS
                   AT END
                       SET WS-PARAMS-EOF-YES TO TRUE
                   NOT AT END
                       IF TXP-KEY = "SIRET" AND
                          TXP-SIRET NUMERIC
                           MOVE TXP-SIRET TO WS-EMPLOYER-REF
                           MOVE 'N' TO WS-PARAMS-ERROR-SW
                           SET WS-PARAMS-EOF-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TAX-PARAMS.

       LOAD-EMPLOYER-REF-EXIT.
           EXIT.

      * The first payslip fixes the period and opens the return
      * with its header; a slip for any other period is listed on
      * the control report and left out.
       DECLARE-ONE-SLIP.
           IF WS-PERIOD = ZERO
               MOVE PAY-PERIOD TO WS-PERIOD
               MOVE SPACES TO RETURN-HEADER-RECORD
               MOVE "E" TO RTH-TYPE
               MOVE WS-EMPLOYER-REF TO RTH-EMPLOYER-REF
               MOVE WS-PERIOD TO RTH-PERIOD
               MOVE WS-TODAY TO RTH-CREATE-DATE
               WRITE RETURN-HEADER-RECORD
           END-IF.

           IF PAY-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-OTHER-PERIOD-COUNT
               MOVE SPACES TO CONTROL-LINE
               STRING "Hors période, non déclaré: ID "
                       DELIMITED BY SIZE
                       PAY-CLIENT-ID DELIMITED BY SIZE
                       " période " DELIMITED BY SIZE
                       PAY-PERIOD DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
           ELSE
               MOVE SPACES TO RETURN-DETAIL-RECORD
               MOVE "D" TO RTD-TYPE
               MOVE PAY-CLIENT-ID TO RTD-CLIENT-ID
               MOVE PAY-NOM TO RTD-NOM
               MOVE PAY-PRENOM TO RTD-PRENOM
               MOVE PAY-TAX-BASE TO RTD-TAX-BASE
               MOVE PAY-TAX-RATE TO RTD-TAX-RATE
               MOVE PAY-TAX-WITHHELD TO RTD-TAX-WITHHELD
               WRITE RETURN-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD PAY-TAX-BASE TO WS-TOTAL-BASE
               ADD PAY-TAX-WITHHELD TO WS-TOTAL-TAX
           END-IF.

      * The register's grand totals carry the tax total on a line
      * of its own; the amount after the colon is read back.
       READ-REGISTER-TOTAL.
           MOVE 'N' TO WS-REGISTER-FOUND-SW.
           MOVE 'N' TO END-OF-FILE.
           COMPUTE WS-MARKER-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-REGISTER-MARKER)).

           OPEN INPUT PAYROLL-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAYROLL-REGISTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF REGISTER-LINE(1:WS-MARKER-LEN) =
                          WS-REGISTER-MARKER(1:WS-MARKER-LEN)
                           SET WS-REGISTER-FOUND TO TRUE
                           COMPUTE WS-REGISTER-TAX = FUNCTION NUMVAL(
                               REGISTER-LINE(WS-MARKER-LEN + 1:40))
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE PAYROLL-REGISTER
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE SPACES TO CONTROL-LINE.
           STRING "Période déclarée        : " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "Salariés déclarés       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-OTHER-PERIOD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "Bulletins hors période  : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "Total net imposable     : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-TOTAL-TAX TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "Total impôt déclaré     : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           IF NOT WS-REGISTER-FOUND
               MOVE "*** TOTAL DU JOURNAL DE PAIE INTROUVABLE -"
                   TO CONTROL-LINE
               MOVE " DECLARATION NON RAPPROCHEE ***"
                   TO CONTROL-LINE(44:)
               WRITE CONTROL-LINE
               DISPLAY "ATTENTION: total impôt introuvable dans"
                       " payrollregister.txt - déclaration non"
                       " rapprochée."
               MOVE RC-WARNING TO RETURN-CODE
               GO TO WRITE-CONTROL-TOTALS-EXIT
           END-IF.

           MOVE WS-REGISTER-TAX TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "Total impôt du journal  : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           COMPUTE WS-DIFFERENCE = WS-TOTAL-TAX - WS-REGISTER-TAX.
           IF WS-DIFFERENCE = ZERO
               MOVE "Déclaration rapprochée du journal de paie."
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           ELSE
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING "*** ECART AVEC LE JOURNAL : " DELIMITED BY SIZE
                       WS-DIFF-EDIT DELIMITED BY SIZE
                       " - NE PAS TRANSMETTRE ***" DELIMITED BY SIZE
                       INTO CONTROL-LINE
               WRITE CONTROL-LINE
               DISPLAY "Erreur: écart de " WS-DIFF-EDIT
                       " entre la déclaration et le journal de paie"
                       " - déclaration non scellée."
               MOVE RC-ERROR TO RETURN-CODE
           END-IF.

       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       LOG-AUDIT-ENTRY.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Déclaration PAS: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
