       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankReissue.

      ***************************************************************
      * Reissue of returned net-pay payments, run once the operators
      * have corrected bankmaster.txt (BANKREC.CPY) after a
      * BankReturns run. Every payment whose last event on the
      * payment history paymentstatus.txt (PAYSTAT.CPY) is a RETOUR
      * is paid again from the current bank details, on
      * bankreissue.txt in the bankpayments.txt layout (BANKPMT.CPY),
      * and appended to the history as REEMIS. Because only a
      * payment standing at RETOUR is picked up, and the REEMIS line
      * closes it, an employee is never paid twice for the same
      * period - a second run pays nothing until the bank returns
      * the reissue in its turn.
      *
      * A return whose employee still has no bank details, or whose
      * account and holder are still exactly those the bank
      * returned, stays pending and is listed on the report
      * bankreissuereport.txt; the run then ends RC-WARNING. The
      * reissue file leaves the building, so it is sealed through
      * FileSeal like glposting.txt.
      *
      * A corrected account is itself a change made through
      * BankMaint and may still be in its cooling-off period
      * (BNK-COOLOFF-UNTIL); the return then stays pending, reason
      * COMPTE EN CARENCE, until the period ends or a second
      * operator lifts it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-STATUS ASSIGN TO 'paymentstatus.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BANK-MASTER ASSIGN TO 'bankmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.

           SELECT BANK-REISSUE ASSIGN TO 'bankreissue.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REISSUE-REPORT ASSIGN TO 'bankreissuereport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-STATUS.
           COPY "PAYSTAT.CPY".

       FD  BANK-MASTER.
           COPY "BANKREC.CPY".

       FD  BANK-REISSUE.
           COPY "BANKPMT.CPY".

       FD  REISSUE-REPORT.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-BANK-STATUS       PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  BANK-TABLE.
           05 BANK-ENTRY OCCURS 500 TIMES.
              10 BKT-CLIENT-ID  PIC X(9).
              10 BKT-ACCOUNT    PIC X(27).
              10 BKT-HOLDER     PIC X(30).
              10 BKT-COOLOFF    PIC 9(8).
       01  BANK-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-BANK-LIMIT        PIC 9(3) COMP VALUE 500.

      * Every payment that has been returned at some point, with
      * where it stands now: 'R' returned and unpaid, 'P' paid
      * again since.
       01  RETURNED-TABLE.
           05 RETURNED-ENTRY OCCURS 2000 TIMES.
              10 RDT-CLIENT-ID  PIC X(9).
              10 RDT-PERIOD     PIC 9(6).
              10 RDT-AMOUNT     PIC 9(6)V99.
              10 RDT-ACCOUNT    PIC X(27).
              10 RDT-HOLDER     PIC X(30).
              10 RDT-REASON     PIC X(4).
              10 RDT-STATE      PIC X.
                 88 RDT-OUTSTANDING VALUE 'R'.
       01  RETURNED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-RETURNED-LIMIT    PIC 9(4) COMP VALUE 2000.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-SUB          PIC 9(3) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-PENDING-REASON    PIC X(30) VALUE SPACES.

       01  WS-REISSUED-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-PENDING-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-REISSUED-TOTAL    PIC 9(9)V99 VALUE ZERO.

       01  WS-SEAL-FILE         PIC X(60) VALUE "bankreissue.txt".
       01  WS-SEAL-PROGRAM      PIC X(20) VALUE "BankReissue".
       01  WS-SEAL-RESULT       PIC X VALUE 'N'.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "BankReissue".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-BANK-MASTER.
           PERFORM LOAD-RETURNED-PAYMENTS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-BANK-LIMIT
                       " comptes ou de " WS-RETURNED-LIMIT
                       " paiements retournés - réémission"
                       " abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           OPEN OUTPUT BANK-REISSUE.
           OPEN EXTEND PAYMENT-STATUS.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PAYMENT-STATUS
           END-IF.
           OPEN OUTPUT REISSUE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Réémission des virements retournés - date "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RETURNED-COUNT
               IF RDT-OUTSTANDING(WS-SUB)
                   PERFORM REISSUE-ONE-PAYMENT
               END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REISSUE-REPORT.
           CLOSE PAYMENT-STATUS.
           CLOSE BANK-REISSUE.

           MOVE RETURN-CODE TO RC-SAVE.
           CALL "FileSeal" USING WS-SEAL-FILE WS-SEAL-PROGRAM
                                  WS-SEAL-RESULT.
           MOVE RC-SAVE TO RETURN-CODE.
           IF WS-SEAL-RESULT NOT = 'Y'
               DISPLAY "ATTENTION: scellement de bankreissue.txt"
                       " impossible."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE WS-REISSUED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Virements réémis     : " WS-COUNT-EDIT.
           MOVE WS-REISSUED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Montant réémis       : " WS-TOTAL-EDIT.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Retours en attente   : " WS-COUNT-EDIT.
           DISPLAY "Fichier de virements : bankreissue.txt".
           DISPLAY "Rapport              : bankreissuereport.txt".
           IF WS-PENDING-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-BANK-MASTER.
           OPEN INPUT BANK-MASTER.
           IF WS-BANK-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-MASTER
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BNK-CLIENT-ID NOT = SPACES
                           IF BANK-COUNT >= WS-BANK-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO BANK-COUNT
                               MOVE BNK-CLIENT-ID
                                 TO BKT-CLIENT-ID(BANK-COUNT)
                               MOVE BNK-ACCOUNT
                                 TO BKT-ACCOUNT(BANK-COUNT)
                               MOVE BNK-HOLDER
                                 TO BKT-HOLDER(BANK-COUNT)
                               MOVE ZERO TO BKT-COOLOFF(BANK-COUNT)
                               IF BNK-COOLOFF-UNTIL NUMERIC
                                   MOVE BNK-COOLOFF-UNTIL
                                     TO BKT-COOLOFF(BANK-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-MASTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * In event order: a RETOUR opens (or reopens) the payment, any
      * later payment line for the same employee and period closes
      * it.
       LOAD-RETURNED-PAYMENTS.
           OPEN INPUT PAYMENT-STATUS.
           IF WS-HISTORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAYMENT-STATUS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-EVENT
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE PAYMENT-STATUS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       APPLY-ONE-EVENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RETURNED-COUNT OR WS-FOUND
               IF RDT-CLIENT-ID(WS-SUB) = PHS-CLIENT-ID AND
                  RDT-PERIOD(WS-SUB) = PHS-PERIOD
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

           IF PHS-RETURNED
               IF NOT WS-FOUND
                   IF RETURNED-COUNT >= WS-RETURNED-LIMIT
                       SET WS-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO RETURNED-COUNT
                       MOVE RETURNED-COUNT TO WS-SUB
                       SET WS-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-FOUND
                   MOVE PHS-CLIENT-ID TO RDT-CLIENT-ID(WS-SUB)
                   MOVE PHS-PERIOD TO RDT-PERIOD(WS-SUB)
                   MOVE PHS-AMOUNT TO RDT-AMOUNT(WS-SUB)
                   MOVE PHS-ACCOUNT TO RDT-ACCOUNT(WS-SUB)
                   MOVE PHS-HOLDER TO RDT-HOLDER(WS-SUB)
                   MOVE PHS-REASON TO RDT-REASON(WS-SUB)
                   MOVE 'R' TO RDT-STATE(WS-SUB)
               END-IF
           ELSE
               IF WS-FOUND
                   MOVE 'P' TO RDT-STATE(WS-SUB)
               END-IF
           END-IF.

      * Pay again only from details that differ from what the bank
      * sent back - the same account under the same name would only
      * come back again.
       REISSUE-ONE-PAYMENT.
           MOVE SPACES TO WS-PENDING-REASON.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > BANK-COUNT OR WS-FOUND
               IF BKT-CLIENT-ID(WS-BANK-SUB) = RDT-CLIENT-ID(WS-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF NOT WS-FOUND
               MOVE "COORDONNEES ABSENTES" TO WS-PENDING-REASON
           ELSE
               SUBTRACT 1 FROM WS-BANK-SUB
               IF BKT-ACCOUNT(WS-BANK-SUB) = RDT-ACCOUNT(WS-SUB) AND
                  BKT-HOLDER(WS-BANK-SUB) = RDT-HOLDER(WS-SUB)
                   MOVE "COORDONNEES NON CORRIGEES"
                     TO WS-PENDING-REASON
               ELSE
                   IF BKT-COOLOFF(WS-BANK-SUB) > WS-TODAY
                       MOVE "COMPTE EN CARENCE" TO WS-PENDING-REASON
                   END-IF
               END-IF
           END-IF.

           MOVE RDT-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING RDT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RDT-PERIOD(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " retour " DELIMITED BY SIZE
                   RDT-REASON(WS-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE.

           IF WS-PENDING-REASON NOT = SPACES
               ADD 1 TO WS-PENDING-COUNT
               STRING "EN ATTENTE: " DELIMITED BY SIZE
                       WS-PENDING-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE(45:)
               WRITE REPORT-LINE
           ELSE
               STRING "REEMIS vers " DELIMITED BY SIZE
                       BKT-ACCOUNT(WS-BANK-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE(45:)
               WRITE REPORT-LINE
               PERFORM WRITE-REISSUE
           END-IF.

       WRITE-REISSUE.
           ADD 1 TO WS-REISSUED-COUNT.
           ADD RDT-AMOUNT(WS-SUB) TO WS-REISSUED-TOTAL.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE WS-TODAY                 TO PMT-DATE.
           MOVE RDT-PERIOD(WS-SUB)       TO PMT-PERIOD.
           MOVE RDT-CLIENT-ID(WS-SUB)    TO PMT-CLIENT-ID.
           MOVE BKT-ACCOUNT(WS-BANK-SUB) TO PMT-ACCOUNT.
           MOVE BKT-HOLDER(WS-BANK-SUB)  TO PMT-HOLDER.
           MOVE RDT-AMOUNT(WS-SUB)       TO PMT-AMOUNT.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-STATUS-RECORD.
           MOVE RDT-CLIENT-ID(WS-SUB)    TO PHS-CLIENT-ID.
           MOVE RDT-PERIOD(WS-SUB)       TO PHS-PERIOD.
           SET PHS-REISSUED              TO TRUE.
           MOVE RDT-AMOUNT(WS-SUB)       TO PHS-AMOUNT.
           MOVE WS-TODAY                 TO PHS-DATE.
           MOVE BKT-ACCOUNT(WS-BANK-SUB) TO PHS-ACCOUNT.
           MOVE WS-OPERATOR              TO PHS-OPERATOR.
           MOVE BKT-HOLDER(WS-BANK-SUB)  TO PHS-HOLDER.
           WRITE PAYMENT-STATUS-RECORD.

           MOVE 'P' TO RDT-STATE(WS-SUB).

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REISSUED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REISSUED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Virements réémis   : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  Montant : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Retours en attente : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-REISSUED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Réémis: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
