       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankReturns.

      ***************************************************************
      * Bank returns run: reads the returned-payments file the bank
      * sends back, bankreturns.txt (BANKRET.CPY), and matches each
      * return to the payment it reverses by CLIENT-ID, period and
      * amount against the payment history paymentstatus.txt
      * (PAYSTAT.CPY) that BankTransfer and BankReissue append to.
      * A matched return is appended to the history as RETOUR, with
      * the bank's reason code, the account it came back from and
      * the holder name it was sent under - what BankReissue pays
      * again from once the operators have corrected bankmaster.txt.
      *
      * A return is refused - listed, never booked - when no payment
      * is outstanding for that employee and period, when the
      * payment is already returned, or when the amounts differ.
      * The report bankreturnsreport.txt lists the returns with the
      * reason codes in clear and the refused lines; any return
      * ends the run RC-WARNING, since each one is an employee who
      * has not been paid.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURNS ASSIGN TO 'bankreturns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURNS-STATUS.

           SELECT PAYMENT-STATUS ASSIGN TO 'paymentstatus.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RETURNS-REPORT ASSIGN TO 'bankreturnsreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURNS.
           COPY "BANKRET.CPY".

       FD  PAYMENT-STATUS.
           COPY "PAYSTAT.CPY".

       FD  RETURNS-REPORT.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-RETURNS-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

      * The bank's returns, with the current state of the payment
      * each one points at once the history has been read.
       01  RETURN-TABLE.
           05 RETURN-ENTRY OCCURS 500 TIMES.
              10 RTT-CLIENT-ID  PIC X(9).
              10 RTT-PERIOD     PIC 9(6).
              10 RTT-AMOUNT     PIC 9(6)V99.
              10 RTT-ACCOUNT    PIC X(27).
              10 RTT-DATE       PIC 9(8).
              10 RTT-REASON     PIC X(4).
              10 RTT-LAST-STATUS PIC X(6).
              10 RTT-LAST-AMOUNT PIC 9(6)V99.
              10 RTT-LAST-HOLDER PIC X(30).
       01  RETURN-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-RETURN-LIMIT      PIC 9(3) COMP VALUE 500.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(3) COMP VALUE ZERO.
       01  WS-TODAY             PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.

       01  WS-REASON-LABEL      PIC X(30) VALUE SPACES.
       01  WS-REFUSAL           PIC X(30) VALUE SPACES.

       01  WS-BOOKED-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-BOOKED-TOTAL      PIC 9(9)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "BankReturns".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-RETURNS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-RETURN-LIMIT
                       " retours dans bankreturns.txt - traitement"
                       " abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           IF RETURN-COUNT = ZERO
               DISPLAY "Aucun retour bancaire à traiter."
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM LOAD-PAYMENT-STATES.

           OPEN EXTEND PAYMENT-STATUS.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PAYMENT-STATUS
           END-IF.
           OPEN OUTPUT RETURNS-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Retours de virements - traités le "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RETURN-COUNT
               PERFORM BOOK-ONE-RETURN
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RETURNS-REPORT.
           CLOSE PAYMENT-STATUS.

           MOVE WS-BOOKED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Retours enregistrés  : " WS-COUNT-EDIT.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Retours refusés      : " WS-COUNT-EDIT.
           DISPLAY "Rapport              : bankreturnsreport.txt".
           IF WS-BOOKED-COUNT > 0
               DISPLAY "Corriger bankmaster.txt puis lancer"
                       " BankReissue."
           END-IF.
           MOVE RC-WARNING TO RETURN-CODE.

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-RETURNS.
           OPEN INPUT BANK-RETURNS.
           IF WS-RETURNS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ BANK-RETURNS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF BANK-RETURN-RECORD NOT = SPACES AND
                          RET-DATE(1:1) NOT = '*'
                           PERFORM STORE-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RETURNS-STATUS NOT = "35"
               CLOSE BANK-RETURNS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-RETURN.
           IF RETURN-COUNT >= WS-RETURN-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO RETURN-COUNT
               MOVE RET-CLIENT-ID TO RTT-CLIENT-ID(RETURN-COUNT)
               MOVE RET-PERIOD    TO RTT-PERIOD(RETURN-COUNT)
               MOVE RET-AMOUNT    TO RTT-AMOUNT(RETURN-COUNT)
               MOVE RET-ACCOUNT   TO RTT-ACCOUNT(RETURN-COUNT)
               MOVE RET-DATE      TO RTT-DATE(RETURN-COUNT)
               MOVE RET-REASON    TO RTT-REASON(RETURN-COUNT)
               MOVE SPACES TO RTT-LAST-STATUS(RETURN-COUNT)
               MOVE ZERO TO RTT-LAST-AMOUNT(RETURN-COUNT)
               MOVE SPACES TO RTT-LAST-HOLDER(RETURN-COUNT)
           END-IF.

      * The history is in event order, so the last line seen for an
      * employee and period is where that payment stands now.
       LOAD-PAYMENT-STATES.
           OPEN INPUT PAYMENT-STATUS.
           IF WS-HISTORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PAYMENT-STATUS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > RETURN-COUNT
                           IF RTT-CLIENT-ID(WS-SUB) = PHS-CLIENT-ID
                              AND RTT-PERIOD(WS-SUB) = PHS-PERIOD
                               MOVE PHS-STATUS
                                 TO RTT-LAST-STATUS(WS-SUB)
                               MOVE PHS-AMOUNT
                                 TO RTT-LAST-AMOUNT(WS-SUB)
                               MOVE PHS-HOLDER
                                 TO RTT-LAST-HOLDER(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE PAYMENT-STATUS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       BOOK-ONE-RETURN.
           MOVE SPACES TO WS-REFUSAL.
           EVALUATE TRUE
               WHEN RTT-LAST-STATUS(WS-SUB) = SPACES
                   MOVE "PAIEMENT INTROUVABLE" TO WS-REFUSAL
               WHEN RTT-LAST-STATUS(WS-SUB) = "RETOUR"
                   MOVE "DEJA RETOURNE" TO WS-REFUSAL
               WHEN RTT-LAST-AMOUNT(WS-SUB) NOT = RTT-AMOUNT(WS-SUB)
                   MOVE "MONTANT DIFFERENT" TO WS-REFUSAL
           END-EVALUATE.

           PERFORM SET-REASON-LABEL.
           MOVE RTT-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING RTT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTT-PERIOD(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTT-REASON(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON-LABEL DELIMITED BY SIZE
                   INTO REPORT-LINE.

           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               STRING "REFUSE: " DELIMITED BY SIZE
                       WS-REFUSAL DELIMITED BY SIZE
                       INTO REPORT-LINE(70:)
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-BOOKED-COUNT
               ADD RTT-AMOUNT(WS-SUB) TO WS-BOOKED-TOTAL
               MOVE "ENREGISTRE" TO REPORT-LINE(70:)
               WRITE REPORT-LINE
               PERFORM WRITE-RETURN-HISTORY
           END-IF.

       WRITE-RETURN-HISTORY.
           MOVE SPACES TO PAYMENT-STATUS-RECORD.
           MOVE RTT-CLIENT-ID(WS-SUB) TO PHS-CLIENT-ID.
           MOVE RTT-PERIOD(WS-SUB)    TO PHS-PERIOD.
           SET PHS-RETURNED           TO TRUE.
           MOVE RTT-AMOUNT(WS-SUB)    TO PHS-AMOUNT.
           MOVE RTT-DATE(WS-SUB)      TO PHS-DATE.
           MOVE RTT-REASON(WS-SUB)    TO PHS-REASON.
           MOVE RTT-ACCOUNT(WS-SUB)   TO PHS-ACCOUNT.
           MOVE WS-OPERATOR           TO PHS-OPERATOR.
           MOVE RTT-LAST-HOLDER(WS-SUB) TO PHS-HOLDER.
           WRITE PAYMENT-STATUS-RECORD.

      * The same payment returned twice in one file is booked once.
           PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                   UNTIL WS-SUB2 > RETURN-COUNT
               IF RTT-CLIENT-ID(WS-SUB2) = RTT-CLIENT-ID(WS-SUB) AND
                  RTT-PERIOD(WS-SUB2) = RTT-PERIOD(WS-SUB)
                   MOVE "RETOUR" TO RTT-LAST-STATUS(WS-SUB2)
               END-IF
           END-PERFORM.

       SET-REASON-LABEL.
           EVALUATE RTT-REASON(WS-SUB)
               WHEN "AC01"
                   MOVE "IBAN invalide" TO WS-REASON-LABEL
               WHEN "AC04"
                   MOVE "Compte clos" TO WS-REASON-LABEL
               WHEN "AC06"
                   MOVE "Compte bloqué" TO WS-REASON-LABEL
               WHEN "BE01"
                   MOVE "Nom du titulaire discordant"
                     TO WS-REASON-LABEL
               WHEN "MD07"
                   MOVE "Titulaire décédé" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "Autre motif bancaire" TO WS-REASON-LABEL
           END-EVALUATE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BOOKED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Retours enregistrés : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  Montant à réémettre : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Retours refusés     : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-BOOKED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Retours: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " enregistré(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
