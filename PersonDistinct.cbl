       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonDistinct.

      ***************************************************************
      * Operator review of the pairs PersonMatch ranked as possibly
      * the same person under two CLIENT-IDs. Each pair in
      * samepersonpairs.txt (SAMEPAIR.CPY) not already ruled out
      * is shown with its score and criteria, and an O/N answer
      * confirms that the two IDs are two different people: the
      * pair is appended with the operator and a timestamp to
      * samepersonok.txt (SAMEOK.CPY), and PersonMatch stops
      * reporting it. Every confirmation goes through AuditLogger.
      * A pair that really is one person is left alone here - it
      * keeps appearing until the duplicate ID is dealt with
      * through ClientMaint.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAME-PAIRS ASSIGN TO 'samepersonpairs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIRS-STATUS.

           SELECT SAME-OK ASSIGN TO 'samepersonok.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAME-PAIRS.
           COPY "SAMEPAIR.CPY".

       FD  SAME-OK.
           COPY "SAMEOK.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-PAIRS-STATUS      PIC XX VALUE SPACES.
       01  WS-OK-STATUS         PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 100 TIMES.
              10 CND-ID-1       PIC X(9).
              10 CND-ID-2       PIC X(9).
              10 CND-SCORE      PIC 9(3).
              10 CND-REASONS    PIC X(32).
              10 CND-NAME-1     PIC X(41).
              10 CND-NAME-2     PIC X(41).
       01  CANDIDATE-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-CANDIDATE-LIMIT   PIC 9(3) COMP VALUE 100.
       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-DISTINCT-COUNT    PIC 9(3) COMP VALUE ZERO.

       01  WS-CONFIRM           PIC X VALUE 'N'.
           88 WS-CONFIRMED      VALUE 'O' 'o'.

       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-NOW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME.
           05 WS-NOW-HHMMSS     PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-TIMESTAMP         PIC X(14) VALUE SPACES.
       01  WS-SCORE-EDIT        PIC ZZ9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PersonDistinct".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-OPERATOR
           END-IF.

           PERFORM LOAD-CANDIDATES.
           PERFORM DROP-ALREADY-DISTINCT.
           IF CANDIDATE-COUNT = ZERO
               DISPLAY "Aucune paire de salariés à examiner."
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CANDIDATE-COUNT
               IF CND-ID-1(WS-SUB) NOT = SPACES
                   PERFORM REVIEW-ONE-PAIR
               END-IF
           END-PERFORM.

           IF WS-DISTINCT-COUNT > 0
               DISPLAY "Paires écartées des prochains rapprochements."
           END-IF.

           GOBACK.

       LOAD-CANDIDATES.
           OPEN INPUT SAME-PAIRS.
           IF WS-PAIRS-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SAME-PAIRS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SPR-ID-1 NOT = SPACES AND
                          CANDIDATE-COUNT < WS-CANDIDATE-LIMIT
                           ADD 1 TO CANDIDATE-COUNT
                           MOVE SPR-ID-1 TO CND-ID-1(CANDIDATE-COUNT)
                           MOVE SPR-ID-2 TO CND-ID-2(CANDIDATE-COUNT)
                           MOVE SPR-SCORE TO CND-SCORE(CANDIDATE-COUNT)
                           MOVE SPR-REASONS
                             TO CND-REASONS(CANDIDATE-COUNT)
                           MOVE SPR-NAME-1
                             TO CND-NAME-1(CANDIDATE-COUNT)
                           MOVE SPR-NAME-2
                             TO CND-NAME-2(CANDIDATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PAIRS-STATUS NOT = "35"
               CLOSE SAME-PAIRS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * A pair confirmed since PersonMatch last ran is blanked out
      * of the table rather than asked about twice.
       DROP-ALREADY-DISTINCT.
           OPEN INPUT SAME-OK.
           IF WS-OK-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SAME-OK
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > CANDIDATE-COUNT
                           IF (SOK-ID-1 = CND-ID-1(WS-SUB) AND
                               SOK-ID-2 = CND-ID-2(WS-SUB)) OR
                              (SOK-ID-1 = CND-ID-2(WS-SUB) AND
                               SOK-ID-2 = CND-ID-1(WS-SUB))
                               MOVE SPACES TO CND-ID-1(WS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           IF WS-OK-STATUS NOT = "35"
               CLOSE SAME-OK
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       REVIEW-ONE-PAIR.
           MOVE CND-SCORE(WS-SUB) TO WS-SCORE-EDIT.
           DISPLAY " ".
           DISPLAY "Score " WS-SCORE-EDIT " - "
                   FUNCTION TRIM(CND-REASONS(WS-SUB)).
           DISPLAY "  " CND-ID-1(WS-SUB) "  "
                   FUNCTION TRIM(CND-NAME-1(WS-SUB)).
           DISPLAY "  " CND-ID-2(WS-SUB) "  "
                   FUNCTION TRIM(CND-NAME-2(WS-SUB)).
           DISPLAY "Deux personnes différentes - ne plus signaler"
                   " (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "Paire laissée au rapport."
           ELSE
               PERFORM WRITE-DISTINCT
           END-IF.

       WRITE-DISTINCT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                   WS-NOW-HHMMSS DELIMITED BY SIZE
                   INTO WS-TIMESTAMP.

           OPEN EXTEND SAME-OK.
           IF WS-OK-STATUS = "35"
               OPEN OUTPUT SAME-OK
           END-IF.
           MOVE SPACES TO SAME-OK-RECORD.
           MOVE CND-ID-1(WS-SUB) TO SOK-ID-1.
           MOVE CND-ID-2(WS-SUB) TO SOK-ID-2.
           MOVE WS-TIMESTAMP TO SOK-TIMESTAMP.
           MOVE WS-OPERATOR TO SOK-OPERATOR.
           WRITE SAME-OK-RECORD.
           CLOSE SAME-OK.
           ADD 1 TO WS-DISTINCT-COUNT.
           DISPLAY "Paire enregistrée comme personnes distinctes.".

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Distincts " DELIMITED BY SIZE
                   CND-ID-1(WS-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CND-ID-2(WS-SUB) DELIMITED BY SIZE
                   " par " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
