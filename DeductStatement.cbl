       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeductStatement.

      ***************************************************************
      * Monthly deductions statement, run after PayCalc. Reads the
      * month's movements paydeductions.txt (DEDMOVE.CPY) and prints
      * deductstatement.txt grouped by creditor - type then creditor
      * reference - with, per employee, the amount due, the amount
      * actually taken from the net, the shortfall carried to next
      * month and the balance left; subtotals per creditor and per
      * type, and a grand total that ties back to the register's
      * "Total retenues sur net". This is the statement that goes
      * with the payment to the bailiff or the loan account.
      *
      * It also lists on deductexceptions.txt every deduction still
      * owed (deductions.txt, DEDUCT.CPY) by a leaver - or by an ID
      * no longer on fichierclient.txt at all - since nothing more
      * will be taken from pay and the balance has to be recovered
      * another way. Exceptions end the run RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-MOVES ASSIGN TO 'paydeductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVES-STATUS.

           SELECT DEDUCTIONS ASSIGN TO 'deductions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO 'deductstatement.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO 'deductexceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-MOVES.
           COPY "DEDMOVE.CPY".

       FD  DEDUCTIONS.
           COPY "DEDUCT.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  STATEMENT-REPORT.
       01  STATEMENT-LINE           PIC X(100).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-MOVES-STATUS      PIC XX VALUE SPACES.
       01  WS-DEDUCT-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-PERIOD            PIC 9(6) VALUE ZERO.

      * The month's movements, sorted on type and creditor reference
      * before printing.
       01  MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 2000 TIMES.
              10 MVT-TYPE       PIC X.
              10 MVT-CREDITOR-REF PIC X(12).
              10 MVT-CLIENT-ID  PIC X(9).
              10 MVT-NOM        PIC X(20).
              10 MVT-DUE        PIC 9(6)V99.
              10 MVT-TAKEN      PIC 9(6)V99.
              10 MVT-SHORTFALL  PIC 9(6)V99.
              10 MVT-BALANCE    PIC 9(6)V99.
       01  MOVE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-MOVE-LIMIT        PIC 9(4) COMP VALUE 2000.
       01  WS-SWAP-ENTRY        PIC X(74).
       01  WS-KEY-A             PIC X(22) VALUE SPACES.
       01  WS-KEY-B             PIC X(22) VALUE SPACES.

      * Deductions still owed, for the leaver check.
       01  OWED-TABLE.
           05 OWED-ENTRY OCCURS 2000 TIMES.
              10 OWT-CLIENT-ID  PIC X(9).
              10 OWT-TYPE       PIC X.
              10 OWT-CREDITOR-REF PIC X(12).
              10 OWT-BALANCE    PIC 9(6)V99.
              10 OWT-STATUS     PIC X.
              10 OWT-SEEN-SW    PIC X.
       01  OWED-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-OWED-LIMIT        PIC 9(4) COMP VALUE 2000.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-PREV-TYPE         PIC X VALUE SPACE.
       01  WS-PREV-REF          PIC X(12) VALUE SPACES.
       01  WS-TYPE-LABEL        PIC X(20) VALUE SPACES.

       01  WS-CRED-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-CRED-TAKEN        PIC 9(9)V99 VALUE ZERO.
       01  WS-CRED-SHORTFALL    PIC 9(9)V99 VALUE ZERO.
       01  WS-TYPE-TAKEN        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-TAKEN       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-SHORTFALL   PIC 9(9)V99 VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(7) COMP VALUE ZERO.
       01  WS-EXCEPTION-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-AMOUNT-EDIT       PIC Z(5)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "DeductStatement".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           PERFORM LOAD-MOVES.
           PERFORM LOAD-OWED-DEDUCTIONS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-MOVE-LIMIT
                       " retenues - état abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-MOVE-TABLE.
           PERFORM WRITE-STATEMENT.
           PERFORM WRITE-EXCEPTIONS.

           MOVE MOVE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Retenues du mois      : " WS-COUNT-EDIT.
           MOVE WS-TOTAL-TAKEN TO WS-TOTAL-EDIT.
           DISPLAY "Total prélevé         : " WS-TOTAL-EDIT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
               DISPLAY "ATTENTION: " WS-COUNT-EDIT " retenue(s) dues"
                       " par des sortants (deductexceptions.txt)."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "Etat par créancier    : deductstatement.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-MOVES.
           OPEN INPUT DEDUCTION-MOVES.
           IF WS-MOVES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEDUCTION-MOVES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF MOVE-COUNT < WS-MOVE-LIMIT
                           ADD 1 TO MOVE-COUNT
                           MOVE DMV-PERIOD TO WS-PERIOD
                           MOVE DMV-TYPE TO MVT-TYPE(MOVE-COUNT)
                           MOVE DMV-CREDITOR-REF
                             TO MVT-CREDITOR-REF(MOVE-COUNT)
                           MOVE DMV-CLIENT-ID
                             TO MVT-CLIENT-ID(MOVE-COUNT)
                           MOVE DMV-NOM TO MVT-NOM(MOVE-COUNT)
                           MOVE DMV-DUE TO MVT-DUE(MOVE-COUNT)
                           MOVE DMV-TAKEN TO MVT-TAKEN(MOVE-COUNT)
                           MOVE DMV-SHORTFALL
                             TO MVT-SHORTFALL(MOVE-COUNT)
                           MOVE DMV-BALANCE
                             TO MVT-BALANCE(MOVE-COUNT)
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MOVES-STATUS NOT = "35"
               CLOSE DEDUCTION-MOVES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       LOAD-OWED-DEDUCTIONS.
           OPEN INPUT DEDUCTIONS.
           IF WS-DEDUCT-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ DEDUCTIONS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF DED-CLIENT-ID NOT = SPACES AND
                          NOT DED-SETTLED AND
                          DED-BALANCE NUMERIC AND
                          DED-BALANCE > ZERO
                           PERFORM STORE-ONE-OWED
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEDUCT-STATUS NOT = "35"
               CLOSE DEDUCTIONS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-OWED.
           IF OWED-COUNT < WS-OWED-LIMIT
               ADD 1 TO OWED-COUNT
               MOVE DED-CLIENT-ID TO OWT-CLIENT-ID(OWED-COUNT)
               MOVE DED-TYPE TO OWT-TYPE(OWED-COUNT)
               MOVE DED-CREDITOR-REF TO OWT-CREDITOR-REF(OWED-COUNT)
               MOVE DED-BALANCE TO OWT-BALANCE(OWED-COUNT)
               MOVE DED-STATUS TO OWT-STATUS(OWED-COUNT)
               MOVE 'N' TO OWT-SEEN-SW(OWED-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

      * Straight exchange sort on type then creditor reference, the
      * GlPost way.
       SORT-MOVE-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= MOVE-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > MOVE-COUNT
                   MOVE MOVE-ENTRY(WS-SUB) TO WS-KEY-A
                   MOVE MOVE-ENTRY(WS-SUB2) TO WS-KEY-B
                   IF WS-KEY-B < WS-KEY-A
                       MOVE MOVE-ENTRY(WS-SUB) TO WS-SWAP-ENTRY
                       MOVE MOVE-ENTRY(WS-SUB2) TO MOVE-ENTRY(WS-SUB)
                       MOVE WS-SWAP-ENTRY TO MOVE-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-STATEMENT.
           OPEN OUTPUT STATEMENT-REPORT.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "Etat des retenues sur salaire par créancier -"
                   DELIMITED BY SIZE
                   " période " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF MOVE-COUNT = ZERO
               MOVE "Aucune retenue ce mois-ci." TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE SPACE TO WS-PREV-TYPE.
           MOVE SPACES TO WS-PREV-REF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MOVE-COUNT
               IF MVT-TYPE(WS-SUB) NOT = WS-PREV-TYPE OR
                  MVT-CREDITOR-REF(WS-SUB) NOT = WS-PREV-REF
                   IF WS-SUB > 1
                       PERFORM WRITE-CREDITOR-TOTAL
                   END-IF
                   IF MVT-TYPE(WS-SUB) NOT = WS-PREV-TYPE
                       IF WS-SUB > 1
                           PERFORM WRITE-TYPE-TOTAL
                       END-IF
                       MOVE MVT-TYPE(WS-SUB) TO WS-PREV-TYPE
                       PERFORM WRITE-TYPE-HEADER
                   END-IF
                   MOVE MVT-CREDITOR-REF(WS-SUB) TO WS-PREV-REF
                   PERFORM WRITE-CREDITOR-HEADER
               END-IF
               PERFORM WRITE-MOVE-LINE
           END-PERFORM.
           IF MOVE-COUNT > ZERO
               PERFORM WRITE-CREDITOR-TOTAL
               PERFORM WRITE-TYPE-TOTAL
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-TAKEN TO WS-TOTAL-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "Total retenues sur net : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-SHORTFALL TO WS-TOTAL-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "Total reporté          : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           CLOSE STATEMENT-REPORT.

       WRITE-TYPE-HEADER.
           EVALUATE WS-PREV-TYPE
               WHEN 'S'
                   MOVE "Saisies (427000)" TO WS-TYPE-LABEL
               WHEN 'P'
                   MOVE "Prêts (274300)" TO WS-TYPE-LABEL
               WHEN 'A'
                   MOVE "Avances (425000)" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE "Type inconnu" TO WS-TYPE-LABEL
           END-EVALUATE.
           MOVE ZERO TO WS-TYPE-TAKEN.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TYPE-LABEL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-CREDITOR-HEADER.
           MOVE ZERO TO WS-CRED-COUNT.
           MOVE ZERO TO WS-CRED-TAKEN.
           MOVE ZERO TO WS-CRED-SHORTFALL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  Créancier " DELIMITED BY SIZE
                   WS-PREV-REF DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-MOVE-LINE.
           ADD 1 TO WS-CRED-COUNT.
           ADD MVT-TAKEN(WS-SUB) TO WS-CRED-TAKEN.
           ADD MVT-SHORTFALL(WS-SUB) TO WS-CRED-SHORTFALL.
           ADD MVT-TAKEN(WS-SUB) TO WS-TYPE-TAKEN.
           ADD MVT-TAKEN(WS-SUB) TO WS-TOTAL-TAKEN.
           ADD MVT-SHORTFALL(WS-SUB) TO WS-TOTAL-SHORTFALL.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE MVT-DUE(WS-SUB) TO WS-AMOUNT-EDIT.
           STRING "    " DELIMITED BY SIZE
                   MVT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MVT-NOM(WS-SUB) DELIMITED BY SIZE
                   " Dû:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           MOVE MVT-TAKEN(WS-SUB) TO WS-AMOUNT-EDIT.
           STRING " Pris:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE(50:).
           MOVE MVT-SHORTFALL(WS-SUB) TO WS-AMOUNT-EDIT.
           STRING " Rep:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE(66:).
           MOVE MVT-BALANCE(WS-SUB) TO WS-AMOUNT-EDIT.
           STRING " Solde:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE(81:).
           WRITE STATEMENT-LINE.

       WRITE-CREDITOR-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-CRED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CRED-TAKEN TO WS-TOTAL-EDIT.
           STRING "  Total créancier " DELIMITED BY SIZE
                   WS-PREV-REF DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ") à verser: " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-TYPE-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-TYPE-TAKEN TO WS-TOTAL-EDIT.
           STRING "Total " DELIMITED BY SIZE
                   WS-TYPE-LABEL DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * A deduction still owed by a leaver, or by an ID gone from
      * the master, will never be taken from pay again.
       WRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE "Retenues restant dues par des salariés sortis"
             TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL "-" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           IF OWED-COUNT > ZERO
               OPEN INPUT FICHIERCLIENT
               IF WS-MASTER-STATUS NOT = "00"
                   SET END-OF-FILE-YES TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE-YES
                   READ FICHIERCLIENT INTO CLIENT-RECORD
                       AT END
                           SET END-OF-FILE-YES TO TRUE
                       NOT AT END
                           IF CLIENT-ID(1:1) NOT = '*'
                               PERFORM CHECK-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MASTER-STATUS NOT = "35"
                   CLOSE FICHIERCLIENT
               END-IF
               MOVE 'N' TO END-OF-FILE
           END-IF.

           MOVE "ABSENT DU FICHIER MAITRE" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO CLIENT-NOM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OWED-COUNT
               IF OWT-SEEN-SW(WS-SUB) = 'N'
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "Exceptions: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  Solde total à recouvrer: " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-REPORT.

       CHECK-ONE-EMPLOYEE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OWED-COUNT
               IF OWT-CLIENT-ID(WS-SUB) = CLIENT-ID
                   MOVE 'Y' TO OWT-SEEN-SW(WS-SUB)
                   IF CLIENT-TERMINE
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING "SORTI LE " DELIMITED BY SIZE
                               CLIENT-TERM-DATE DELIMITED BY SIZE
                               INTO WS-EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD OWT-BALANCE(WS-SUB) TO WS-EXCEPTION-TOTAL.
           MOVE OWT-BALANCE(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING OWT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLIENT-NOM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OWT-TYPE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OWT-CREDITOR-REF(WS-SUB) DELIMITED BY SIZE
                   " Solde:" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       LOG-AUDIT-ENTRY.
           MOVE MOVE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Retenues: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " ligne(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
