      * exception list bankexceptions.txt - never silently off the
      * payment run - and the run ends RC-WARNING so the chain
      * surfaces it the same night.
      *
      * Every payment is also appended, status EMIS, to the payment
      * history paymentstatus.txt (PAYSTAT.CPY), which BankReturns
      * matches the bank's returns against and BankReissue reads to
      * pay a corrected return once and only once. The payment line
      * layout moved to BANKPMT.CPY, shared with the reissue file.
      *
      * bankmaster.txt is now changed only through BankMaint, under
      * dual control. A changed account is held in cooling-off until
      * BNK-COOLOFF-UNTIL: a payslip whose account is still inside
      * that period is not paid but goes to bankexceptions.txt like
      * a missing account, so a fraudulent change cannot take the
      * very next payroll with it.
      *
      * A rerun must never pay a period twice. paymentstatus.txt is
      * read first and the current state of every payment kept: a
      * payslip whose CLIENT-ID and period already stand EMIS or
      * REEMIS goes to bankexceptions.txt as "déjà payé" and is not
      * written to bankpayments.txt; one standing RETOUR is left to
      * BankReissue, the only way a returned payment is paid again.
      * Both count as exceptions in the run totals. A history too
      * large for the table abandons the run RC-ERROR rather than
      * pay without the check.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BANK-EXCEPTIONS ASSIGN TO 'bankexceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-STATUS ASSIGN TO 'paymentstatus.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           COPY "BANKREC.CPY".

       FD  BANK-PAYMENTS.
           COPY "BANKPMT.CPY".

       FD  BANK-REMITTANCE.
       01  REMIT-LINE               PIC X(100).
       FD  BANK-EXCEPTIONS.
       01  EXCEPTION-LINE           PIC X(100).

       FD  PAYMENT-STATUS.
           COPY "PAYSTAT.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PAYSLIP-STATUS    PIC XX VALUE SPACES.
       01  WS-BANK-STATUS       PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
              10 BKT-CLIENT-ID  PIC X(9).
              10 BKT-ACCOUNT    PIC X(27).
              10 BKT-HOLDER     PIC X(30).
              10 BKT-COOLOFF    PIC 9(8).
       01  BANK-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-BANK-LIMIT        PIC 9(3) COMP VALUE 500.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

      * Every payment already on paymentstatus.txt, with the status
      * of its last event and the date of it.
       01  PAID-TABLE.
           05 PAID-ENTRY OCCURS 9999 TIMES.
              10 PDT-CLIENT-ID  PIC X(9).
              10 PDT-PERIOD     PIC 9(6).
              10 PDT-STATUS     PIC X(6).
                 88 PDT-PAID    VALUE "EMIS" "REEMIS".
                 88 PDT-RETURNED VALUE "RETOUR".
              10 PDT-DATE       PIC 9(8).
       01  PAID-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-PAID-LIMIT        PIC 9(4) COMP VALUE 9999.
       01  WS-PAID-OVERFLOW-SW  PIC X VALUE 'N'.
           88 WS-PAID-OVERFLOW  VALUE 'Y'.
       01  WS-HISTORY-EOF       PIC X VALUE 'N'.
           88 WS-HISTORY-EOF-YES VALUE 'Y'.
       01  WS-PAID-SUB          PIC 9(4) COMP VALUE ZERO.
       01  WS-PAID-FOUND-SW     PIC X VALUE 'N'.
           88 WS-PAID-FOUND     VALUE 'Y'.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-SLIP-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-PAID-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(7) COMP VALUE ZERO.
       01  WS-ALREADY-PAID-COUNT PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-NET         PIC 9(9)V99 VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           OPEN INPUT PAYSLIP-FILE.
           IF WS-PAYSLIP-STATUS NOT = "00"
               GOBACK
           END-IF.

           PERFORM LOAD-PAYMENT-HISTORY.
           IF WS-PAID-OVERFLOW
               DISPLAY "Erreur: plus de " WS-PAID-LIMIT
                       " paiements dans paymentstatus.txt -"
                       " virements abandonnés."
               CLOSE PAYSLIP-FILE
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BANK-PAYMENTS.
           OPEN EXTEND PAYMENT-STATUS.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PAYMENT-STATUS
           END-IF.
           OPEN OUTPUT BANK-EXCEPTIONS.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "Bulletins non payés - sans coordonnées, en carence"
                   DELIMITED BY SIZE
                   " ou déjà payés" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL "-" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SLIP-COUNT
                       PERFORM PAY-ONE-SLIP THRU PAY-ONE-SLIP-EXIT
               END-READ
           END-PERFORM.

           CLOSE PAYSLIP-FILE.
           CLOSE BANK-PAYMENTS.
           CLOSE PAYMENT-STATUS.

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "TOTAL NON PAYES        : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           DISPLAY "Virements émis       : " WS-COUNT-EDIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Exceptions           : " WS-COUNT-EDIT.
           MOVE WS-ALREADY-PAID-COUNT TO WS-COUNT-EDIT.
           DISPLAY "  dont déjà payés    : " WS-COUNT-EDIT.
           DISPLAY "Fichier de virements : bankpayments.txt".
           DISPLAY "Bordereau            : bankremittance.txt".
           DISPLAY "Exceptions           : bankexceptions.txt".
               MOVE BNK-CLIENT-ID TO BKT-CLIENT-ID(BANK-COUNT)
               MOVE BNK-ACCOUNT   TO BKT-ACCOUNT(BANK-COUNT)
               MOVE BNK-HOLDER    TO BKT-HOLDER(BANK-COUNT)
               IF BNK-COOLOFF-UNTIL NUMERIC
                   MOVE BNK-COOLOFF-UNTIL TO BKT-COOLOFF(BANK-COUNT)
               ELSE
                   MOVE ZERO TO BKT-COOLOFF(BANK-COUNT)
               END-IF
           END-IF.

      * In event order: the last line for an employee and period is
      * where that payment stands now.
       LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-STATUS.
           IF WS-HISTORY-STATUS NOT = "00"
               SET WS-HISTORY-EOF-YES TO TRUE
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF-YES
               READ PAYMENT-STATUS
                   AT END
                       SET WS-HISTORY-EOF-YES TO TRUE
                   NOT AT END
                       IF PHS-CLIENT-ID NOT = SPACES
                           PERFORM STORE-ONE-PAYMENT-STATE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE PAYMENT-STATUS
           END-IF.

       STORE-ONE-PAYMENT-STATE.
           PERFORM FIND-PAID-ENTRY.
           IF NOT WS-PAID-FOUND
               IF PAID-COUNT >= WS-PAID-LIMIT
                   SET WS-PAID-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO PAID-COUNT
                   MOVE PAID-COUNT TO WS-PAID-SUB
                   SET WS-PAID-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-PAID-FOUND
               MOVE PHS-CLIENT-ID TO PDT-CLIENT-ID(WS-PAID-SUB)
               MOVE PHS-PERIOD TO PDT-PERIOD(WS-PAID-SUB)
               MOVE PHS-STATUS TO PDT-STATUS(WS-PAID-SUB)
               MOVE PHS-DATE TO PDT-DATE(WS-PAID-SUB)
           END-IF.

      * Leaves WS-PAID-SUB on the entry for PHS-CLIENT-ID and
      * PHS-PERIOD when there is one.
       FIND-PAID-ENTRY.
           MOVE 'N' TO WS-PAID-FOUND-SW.
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > PAID-COUNT OR WS-PAID-FOUND
               IF PDT-CLIENT-ID(WS-PAID-SUB) = PHS-CLIENT-ID AND
                  PDT-PERIOD(WS-PAID-SUB) = PHS-PERIOD
                   SET WS-PAID-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND
               SUBTRACT 1 FROM WS-PAID-SUB
           END-IF.

       PAY-ONE-SLIP.
           MOVE PAY-CLIENT-ID TO PHS-CLIENT-ID.
           MOVE PAY-PERIOD TO PHS-PERIOD.
           PERFORM FIND-PAID-ENTRY.
           IF WS-PAID-FOUND
               IF PDT-PAID(WS-PAID-SUB) OR PDT-RETURNED(WS-PAID-SUB)
                   PERFORM WRITE-ALREADY-PAID-EXCEPTION
                   GO TO PAY-ONE-SLIP-EXIT
               END-IF
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BANK-COUNT
               IF BKT-CLIENT-ID(WS-SUB) = PAY-CLIENT-ID
                   SET WS-FOUND TO TRUE
                   IF BKT-COOLOFF(WS-SUB) > WS-TODAY
                       PERFORM WRITE-COOLOFF-EXCEPTION
                   ELSE
                       PERFORM WRITE-ONE-PAYMENT
                   END-IF
                   MOVE BANK-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
               WRITE EXCEPTION-LINE
           END-IF.

       PAY-ONE-SLIP-EXIT.
           EXIT.

       WRITE-ALREADY-PAID-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-ALREADY-PAID-COUNT.
           MOVE PAY-NET TO WS-AMOUNT-EDIT.
           MOVE SPACES TO EXCEPTION-LINE.
           IF PDT-RETURNED(WS-PAID-SUB)
               STRING PAY-CLIENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAY-NOM DELIMITED BY SIZE
                       " Net: " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       "  déjà payé, retourné - BankReissue"
                               DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
           ELSE
               STRING PAY-CLIENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAY-NOM DELIMITED BY SIZE
                       " Net: " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       "  déjà payé le " DELIMITED BY SIZE
                       PDT-DATE(WS-PAID-SUB) DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.

       WRITE-COOLOFF-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE PAY-NET TO WS-AMOUNT-EDIT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING PAY-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAY-NOM DELIMITED BY SIZE
                   " Net: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  compte en carence jusqu'au " DELIMITED BY SIZE
                   BKT-COOLOFF(WS-SUB) DELIMITED BY SIZE
                   INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       WRITE-ONE-PAYMENT.
           ADD 1 TO WS-PAID-COUNT.
           ADD PAY-NET TO WS-TOTAL-NET.
           MOVE PAY-NET             TO PMT-AMOUNT.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-STATUS-RECORD.
           MOVE PAY-CLIENT-ID       TO PHS-CLIENT-ID.
           MOVE PAY-PERIOD          TO PHS-PERIOD.
           SET PHS-PAID             TO TRUE.
           MOVE PAY-NET             TO PHS-AMOUNT.
           MOVE WS-TODAY            TO PHS-DATE.
           MOVE BKT-ACCOUNT(WS-SUB) TO PHS-ACCOUNT.
           MOVE WS-OPERATOR         TO PHS-OPERATOR.
           MOVE BKT-HOLDER(WS-SUB)  TO PHS-HOLDER.
           WRITE PAYMENT-STATUS-RECORD.
      * A slip repeated further down the same file is caught too.
           PERFORM STORE-ONE-PAYMENT-STATE.

       WRITE-REMITTANCE-REPORT.
           OPEN OUTPUT BANK-REMITTANCE.

