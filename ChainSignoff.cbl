       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainSignoff.

      ***************************************************************
      * Operator release of a chain held by a control step. Lists
      * the steps chainstatus.txt shows HELD (a step tagged 'V' in
      * chainsteps.cfg that ended RC-WARNING - PayVariance before
      * the bank transfer), asks for an O/N release of each, and
      * appends the release with the operator and a timestamp to
      * chainsignoff.txt (CHAINSGN.CPY), where ChainDriver looks
      * for it on its next invocation. Every release goes through
      * AuditLogger, so the audit trail shows who let the payroll
      * go and when. Read the step's report before releasing it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-STATUS ASSIGN TO 'chainstatus.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT CHAIN-SIGNOFF ASSIGN TO 'chainsignoff.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-STATUS.
       01  STATUS-LINE.
           03 STL-STEP-NAME         PIC X(20).
           03 FILLER                PIC X.
           03 STL-STATUS            PIC X(8).
           03 FILLER                PIC X.
           03 STL-START-TS          PIC X(14).
           03 FILLER                PIC X.
           03 STL-END-TS            PIC X(14).
           03 FILLER                PIC X.
           03 STL-RC                PIC 9(2).

       FD  CHAIN-SIGNOFF.
           COPY "CHAINSGN.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-STATUS-STATUS     PIC XX VALUE SPACES.
       01  WS-SIGNOFF-STATUS    PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  HELD-TABLE.
           05 HELD-ENTRY OCCURS 20 TIMES.
              10 HLD-STEP-NAME  PIC X(20).
              10 HLD-END-TS     PIC X(14).
       01  HELD-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT    PIC 9(2) COMP VALUE ZERO.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-NOW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME.
           05 WS-NOW-HHMMSS     PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-TIMESTAMP         PIC X(14) VALUE SPACES.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ChainSignoff".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-HELD-STEPS.
           IF HELD-COUNT = ZERO
               DISPLAY "Aucune étape de la chaîne en attente de"
                       " validation."
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > HELD-COUNT
               PERFORM RELEASE-ONE-STEP
           END-PERFORM.

           IF WS-RELEASED-COUNT > 0
               DISPLAY "Relancer ChainDriver pour poursuivre la"
                       " chaîne."
           END-IF.

           GOBACK.

       LOAD-HELD-STEPS.
           OPEN INPUT CHAIN-STATUS.
           IF WS-STATUS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ CHAIN-STATUS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF STL-STATUS = "HELD" AND HELD-COUNT < 20
                           ADD 1 TO HELD-COUNT
                           MOVE STL-STEP-NAME
                             TO HLD-STEP-NAME(HELD-COUNT)
                           MOVE STL-END-TS TO HLD-END-TS(HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-STATUS-STATUS NOT = "35"
               CLOSE CHAIN-STATUS
           END-IF.

       RELEASE-ONE-STEP.
           DISPLAY "Etape " FUNCTION TRIM(HLD-STEP-NAME(WS-SUB))
                   " suspendue sur avertissement depuis "
                   HLD-END-TS(WS-SUB) ".".
           DISPLAY "Son rapport a-t-il été contrôlé - libérer la"
                   " chaîne (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Etape laissée en attente."
           ELSE
               PERFORM WRITE-SIGNOFF
           END-IF.

       WRITE-SIGNOFF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                   WS-NOW-HHMMSS DELIMITED BY SIZE
                   INTO WS-TIMESTAMP.

           OPEN EXTEND CHAIN-SIGNOFF.
           IF WS-SIGNOFF-STATUS = "35"
               OPEN OUTPUT CHAIN-SIGNOFF
           END-IF.
           MOVE SPACES TO SIGNOFF-RECORD.
           MOVE HLD-STEP-NAME(WS-SUB) TO SGN-STEP-NAME.
           MOVE WS-TIMESTAMP TO SGN-TIMESTAMP.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           WRITE SIGNOFF-RECORD.
           CLOSE CHAIN-SIGNOFF.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "Etape libérée.".

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Libération " DELIMITED BY SIZE
                   HLD-STEP-NAME(WS-SUB) DELIMITED BY SPACE
                   " par " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
