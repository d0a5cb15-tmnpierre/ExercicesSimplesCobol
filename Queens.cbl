      * produces it from the family's representative, and a family
      * summary is appended to queensolutions.txt - the puzzle
      * column only wants the genuinely different boards.
      *
      * The board size is now chosen at the start of every run,
      * from 4x4 to 12x12 (8x8 when nothing is entered). Positions
      * in the two-queen, multi and batch modes are checked against
      * that size - rows of one or two digits, columns A up to the
      * size's letter - and batch pair lines are read as fields
      * separated by spaces, so "10 J 12 L R" reads as well as the
      * old "1 A 2 B Q"; a pair off the board is reported as such
      * and ends the run with RC 4. The solver lists, counts and
      * classifies the solutions for the chosen size, with the board
      * rendering scaled to it and the column letters now set under
      * their squares, and finishes queensolutions.txt with a table
      * of solution and family counts for every size from 4 to 12.
      *
      * A (C)orrection mode now grades the workshop sheets read from
      * queensubmissions.txt - a participant's name and one square
      * per queen for the chosen size. Each attempt is marked valid,
      * invalid (with its attacking pairs, as the multi mode finds
      * them), unreadable, or a duplicate of a family the same
      * participant has already found, rotations and reflections
      * included, through the family classification. The verdicts
      * and a leaderboard ranked on distinct families found - ties
      * going to whoever reached the score on the earlier attempt -
      * are written to queengrading.txt.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUEEN-SOLUTIONS ASSIGN TO 'queensolutions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUEEN-SUBMISSIONS ASSIGN TO 'queensubmissions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-STATUS.

           SELECT QUEEN-GRADING ASSIGN TO 'queengrading.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * "row col row col piece", the fields separated by spaces: a
      * row is 1 or 2 digits, so "1 A 2 B Q" and "10 J 12 L R" both
      * read.
       FD  QUEEN-PAIRS.
       01  PAIR-RECORD              PIC X(20).

       FD  QUEEN-RESULTS-LOG.
       01  RESULT-LINE              PIC X(80).

       FD  QUEEN-SOLUTIONS.
       01  SOLUTION-LINE            PIC X(100).

      * One workshop attempt: the participant's name in columns
      * 1-20, then one square per queen, column letter first as on
      * the paper sheets ("A1 C5 ..."), separated by spaces.
       FD  QUEEN-SUBMISSIONS.
       01  SUBMISSION-RECORD.
           03 SUB-PARTICIPANT       PIC X(20).
           03 SUB-POSITIONS         PIC X(60).

       FD  QUEEN-GRADING.
       01  GRADING-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           88 WS-VALID-INPUT    VALUE 'Y'.
           88 WS-INVALID-INPUT  VALUE 'N'.

      * The board size chosen at the start of the run, 4 to 12 (8
      * when nothing is entered); columns run A to the size's
      * letter, rows 1 to the size.
       01 WS-SIZE-INPUT         PIC X(2) VALUE SPACES.
       01 WS-BOARD-SIZE         PIC 9(2) VALUE 8.
       01 WS-SIZE-PLUS-1        PIC 9(2) VALUE 9.
       01 WS-SIZE-EDIT          PIC Z9.
       01 WS-SIZE-TEXT          PIC X(2) VALUE SPACES.
       01 COLUMN-LETTERS        PIC X(12) VALUE "ABCDEFGHIJKL".
       01 WS-LAST-LETTER        PIC X VALUE 'H'.

       01 WHITE-COL        PIC X.
       01 WHITE-ROW        PIC X(2).
       01 BLACK-COL        PIC X.
       01 BLACK-ROW        PIC X(2).
       01 WHITE-COL-NUM    PIC 9(2) VALUE 0.
       01 WHITE-ROW-NUM    PIC 9(2) VALUE 0.
       01 BLACK-COL-NUM    PIC 9(2) VALUE 0.
       01 BLACK-ROW-NUM    PIC 9(2) VALUE 0.
       01 ATTACK           PIC X(3) VALUE 'Non'.

      * One square as typed - row digits and column letter - and
      * its numeric position once PARSE-POSITION has checked it
      * lies on the board.
       01 WS-POS-ROW-TEXT       PIC X(2).
       01 WS-POS-COL-TEXT       PIC X.
       01 WS-POS-ROW-NUM        PIC 9(2) VALUE 0.
       01 WS-POS-COL-NUM        PIC 9(2) VALUE 0.

       01 WS-PIECE-TYPE         PIC X VALUE 'Q'.
           88 WS-PIECE-QUEEN    VALUE 'Q' 'q' SPACE.
           88 WS-PIECE-ROOK     VALUE 'R' 'r'.
           88 WS-MODE-MULTI     VALUE 'M' 'm'.
           88 WS-MODE-BATCH     VALUE 'B' 'b'.
           88 WS-MODE-SOLVE     VALUE 'S' 's'.
           88 WS-MODE-GRADE     VALUE 'C' 'c'.

      * The backtracking runs to some ten million steps on the
      * 12x12 board, so its working fields are binary.
       01 WS-SOLVE-COL          PIC 9(2) COMP VALUE 0.
       01 WS-SOLVE-J            PIC 9(2) COMP VALUE 0.
       01 WS-SOLVE-ROW-DIFF     PIC S9(2) COMP VALUE 0.
       01 WS-SOLVE-COL-DIFF     PIC S9(2) COMP VALUE 0.
       01 WS-SAFE-SW            PIC X VALUE 'N'.
           88 WS-SAFE           VALUE 'Y'.
       01 WS-SOLVING-SW         PIC X VALUE 'Y'.
           88 WS-SOLVING-DONE   VALUE 'N'.
       01 WS-WRITE-SW           PIC X VALUE 'Y'.
           88 WS-WRITE-SOLUTIONS VALUE 'Y'.
       01 WS-SOLUTION-COUNT     PIC 9(5) VALUE 0.
       01 WS-SOLUTION-EDIT      PIC Z(4)9.

      * Every solution is also kept as its row-per-column string,
      * two digits per column from column A, so the classification
      * pass can compare boards without re-reading the file. The
      * solver finds them in ascending order of that string, which
      * is what lets the classification look a board up by binary
      * search. 14200 is the count for the 12x12 board.
       01 SOLUTION-TABLE.
           05 SOLUTION-ENTRY OCCURS 14200 TIMES.
              10 SOL-ROWS       PIC X(24).
              10 SOL-FAMILY     PIC 9(4).
              10 SOL-TRANSFORM  PIC X(6).
       01 WS-SOLUTION-LIMIT     PIC 9(5) VALUE 14200.

       01 FAMILY-TABLE.
           05 FAMILY-ENTRY OCCURS 1800 TIMES.
              10 FAM-REP-SUB    PIC 9(5).
              10 FAM-SIZE       PIC 9(3).
       01 WS-FAMILY-COUNT       PIC 9(4) VALUE 0.
       01 WS-FAMILY-LIMIT       PIC 9(4) VALUE 1800.

      * The eight symmetries of the board, in the order they are
      * generated from a family representative.
       01 TRANSFORM-LABEL-TABLE REDEFINES TRANSFORM-LABELS.
           05 TRF-LABEL OCCURS 8 TIMES PIC X(6).

       01 WS-SOL-SUB            PIC 9(5) VALUE 0.
       01 WS-SOL-SUB2           PIC 9(5) VALUE 0.
       01 WS-TRANSFORM-NO       PIC 9 VALUE 0.
       01 WS-REP-ROWS           PIC X(24) VALUE SPACES.
       01 WS-TRANS-ROWS         PIC X(24) VALUE SPACES.
       01 WS-TX                 PIC 9(2) VALUE 0.
       01 WS-TY                 PIC 9(2) VALUE 0.
       01 WS-TX-NEW             PIC 9(2) VALUE 0.
       01 WS-TY-NEW             PIC 9(2) VALUE 0.
       01 WS-FAMILY-EDIT        PIC Z(3)9.
       01 WS-ROWS-POS           PIC 9(2) VALUE 0.
       01 WS-ROWS-TEXT          PIC X(36) VALUE SPACES.
       01 WS-ROWS-PTR           PIC 9(2) VALUE 0.

      * Binary search bounds over SOLUTION-TABLE.
       01 WS-LOW                PIC 9(5) VALUE 0.
       01 WS-HIGH               PIC 9(5) VALUE 0.
       01 WS-MID                PIC 9(5) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(5) VALUE 0.

      * Solutions and families for every board size, 4 to 12, for
      * the summary table at the end of the solutions file.
       01 SIZE-SUMMARY-TABLE.
           05 SIZE-SUMMARY-ENTRY OCCURS 9 TIMES.
              10 SUM-SOLUTIONS  PIC 9(5).
              10 SUM-FAMILIES   PIC 9(4).
       01 WS-CHOSEN-SIZE        PIC 9(2) VALUE 0.
       01 WS-SUMMARY-SIZE       PIC 9(2) VALUE 0.
       01 WS-SUMMARY-SUB        PIC 9(2) VALUE 0.

       01 WS-PAIR-EOF           PIC X VALUE 'N'.
           88 WS-PAIR-EOF-YES   VALUE 'Y'.
       01 WS-PAIR-COUNT         PIC 9(3) VALUE 0.
       01 WS-ATTACK-COUNT       PIC 9(3) VALUE 0.
       01 WS-OFF-BOARD-COUNT    PIC 9(3) VALUE 0.
       01 WS-PAIR-COUNT-EDIT    PIC Z(2)9.
       01 WS-ATTACK-COUNT-EDIT  PIC Z(2)9.

       01 WS-QUEEN-COUNT        PIC 9(2) VALUE 0.
       01 QUEEN-TABLE.
           05 QUEEN-ENTRY OCCURS 12 TIMES.
              10 Q-ROW-NUM      PIC 9(2) COMP.
              10 Q-COL-NUM      PIC 9(2) COMP.

       01 WS-ENTRY-ROW          PIC X(2).
       01 WS-ENTRY-COL          PIC X.
       01 WS-I                  PIC 9(2) VALUE 0.
       01 WS-J                  PIC 9(2) VALUE 0.
       01 WS-I-EDIT             PIC Z9.
       01 WS-J-EDIT             PIC Z9.
       01 WS-ROW-DIFF           PIC S9(2).
       01 WS-COL-DIFF           PIC S9(2).
       01 WS-CONFLICT-COUNT     PIC 9(2) VALUE 0.
       01 WS-CONFLICT-EDIT      PIC Z9.

      * One rendered board line: the row label (one character up
      * to a 9x9 board, two beyond), a space, then two characters
      * per square.
       01 BOARD-ROW             PIC X(24).
       01 BOARD-LINE            PIC X(40).
       01 WS-BOARD-ROW-NUM      PIC 9(2).
       01 WS-BOARD-COL-NUM      PIC 9(2).
       01 WS-ROW-LABEL          PIC Z9.
       01 WS-CELL               PIC X.

      * Workshop grading. Each attempt's squares are split into
      * POSITION-TOKEN (one spare slot shows a sheet with too many
      * queens); a valid board is looked up in SOLUTION-TABLE for
      * its family, and FOUND-TABLE remembers which families each
      * participant has already found, and on which attempt.
       01 WS-SUBMIT-STATUS      PIC X(2) VALUE SPACES.
       01 WS-SUBMIT-EOF         PIC X VALUE 'N'.
           88 WS-SUBMIT-EOF-YES VALUE 'Y'.
       01 WS-ATTEMPT-COUNT      PIC 9(4) VALUE 0.
       01 WS-ATTEMPT-EDIT       PIC Z(3)9.
       01 WS-POSITIONS-TEXT     PIC X(60) VALUE SPACES.
       01 WS-TOKEN-PTR          PIC 9(2) VALUE 0.
       01 WS-TOKEN-COUNT        PIC 9(2) VALUE 0.
       01 WS-TOKEN-SUB          PIC 9(2) VALUE 0.
       01 POSITION-TOKEN-TABLE.
           05 POSITION-TOKEN OCCURS 13 TIMES PIC X(4).
       01 WS-BAD-TOKEN          PIC X(4) VALUE SPACES.
       01 WS-GRADE-VERDICT      PIC X(73) VALUE SPACES.
       01 WS-ATTACK-LIST        PIC X(45) VALUE SPACES.
       01 WS-ATTACK-PTR         PIC 9(2) VALUE 0.
       01 WS-VERDICT-EDIT       PIC Z(3)9.

       01 PARTICIPANT-TABLE.
           05 PARTICIPANT-ENTRY OCCURS 50 TIMES.
              10 PART-NAME      PIC X(20).
              10 PART-FIRST-SEQ PIC 9(4).
              10 PART-RANK-SEQ  PIC 9(4).
              10 PART-DISTINCT  PIC 9(4).
              10 PART-ATTEMPTS  PIC 9(4).
              10 PART-VALID     PIC 9(4).
              10 PART-DUPLICATE PIC 9(4).
              10 PART-INVALID   PIC 9(4).
       01 WS-PARTICIPANT-COUNT  PIC 9(2) VALUE 0.
       01 WS-PARTICIPANT-LIMIT  PIC 9(2) VALUE 50.
       01 WS-PART-SUB           PIC 9(2) VALUE 0.
       01 WS-SWAP-PARTICIPANT   PIC X(48).

       01 FOUND-TABLE.
           05 FOUND-ENTRY OCCURS 1000 TIMES.
              10 FOUND-PART     PIC 9(2).
              10 FOUND-FAMILY   PIC 9(4).
              10 FOUND-SOL-SUB  PIC 9(5).
              10 FOUND-ATTEMPT  PIC 9(4).
       01 WS-FOUND-COUNT        PIC 9(4) VALUE 0.
       01 WS-FOUND-LIMIT        PIC 9(4) VALUE 1000.
       01 WS-FOUND-SEARCH       PIC 9(4) VALUE 0.
       01 WS-FOUND-MATCH        PIC 9(4) VALUE 0.

       01 WS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01 AUDIT-PROGRAM-NAME    PIC X(20) VALUE "ChessQueens".
       01 AUDIT-SUMMARY-LINE    PIC X(40) VALUE SPACES.

           MOVE RC-SUCCESS TO RETURN-CODE.

           DISPLAY "Mode (D)eux reines, (M)ulti-reines/tableau,"
                   " (B)atch fichier, (S)olveur"
                   " ou (C)orrection des copies : "
                   WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           DISPLAY " ".

           PERFORM CHOOSE-BOARD-SIZE.
           IF WS-INVALID-INPUT
               DISPLAY "Erreur: taille d'échiquier invalide (4 à 12)."
               MOVE RC-ERROR TO RETURN-CODE
               MOVE "Taille d'échiquier invalide"
                   TO AUDIT-SUMMARY-LINE
               MOVE RETURN-CODE TO RC-SAVE
               CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                         AUDIT-SUMMARY-LINE
               MOVE RC-SAVE TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODE-MULTI
                   PERFORM MULTI-QUEEN-MODE THRU MULTI-QUEEN-MODE-EXIT
                   MOVE WS-QUEEN-COUNT TO WS-I-EDIT
                   STRING "Multi: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-I-EDIT) DELIMITED BY SIZE
                           " reine(s), " DELIMITED BY SIZE
                           WS-CONFLICT-EDIT DELIMITED BY SIZE
                           " conflit(s)" DELIMITED BY SIZE
                           " paire(s) traitée(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN WS-MODE-SOLVE
                   PERFORM SOLVE-N-QUEENS
                   STRING "Solveur " DELIMITED BY SIZE
                           WS-SIZE-TEXT DELIMITED BY SPACE
                           "x" DELIMITED BY SIZE
                           WS-SIZE-TEXT DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           WS-SOLUTION-EDIT DELIMITED BY SIZE
                           " solution(s)" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN WS-MODE-GRADE
                   PERFORM GRADE-SUBMISSIONS THRU
                           GRADE-SUBMISSIONS-EXIT
                   MOVE WS-ATTEMPT-COUNT TO WS-ATTEMPT-EDIT
                   MOVE WS-PARTICIPANT-COUNT TO WS-I-EDIT
                   STRING "Correction " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ATTEMPT-EDIT)
                               DELIMITED BY SIZE
                           " copies, " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-I-EDIT) DELIMITED BY SIZE
                           " participants" DELIMITED BY SIZE
                           INTO AUDIT-SUMMARY-LINE
               WHEN OTHER
                   PERFORM TWO-QUEEN-MODE THRU TWO-QUEEN-MODE-EXIT
                   STRING "Deux reines: attaque " DELIMITED BY SIZE

           GOBACK.

      * The board size for the whole run; a blank entry keeps the
      * classic 8x8 board.
       CHOOSE-BOARD-SIZE.
           DISPLAY "Taille de l'échiquier (4-12, 8 par défaut) : "
                   WITH NO ADVANCING.
           ACCEPT WS-SIZE-INPUT.
           DISPLAY " ".

           SET WS-VALID-INPUT TO TRUE.
           EVALUATE TRUE
               WHEN WS-SIZE-INPUT = SPACES
                   MOVE 8 TO WS-BOARD-SIZE
               WHEN WS-SIZE-INPUT(1:1) NUMERIC AND
                    (WS-SIZE-INPUT(2:1) NUMERIC OR
                     WS-SIZE-INPUT(2:1) = SPACE)
                   COMPUTE WS-BOARD-SIZE =
                       FUNCTION NUMVAL(WS-SIZE-INPUT)
               WHEN OTHER
                   SET WS-INVALID-INPUT TO TRUE
           END-EVALUATE.
           IF WS-BOARD-SIZE < 4 OR WS-BOARD-SIZE > 12
               SET WS-INVALID-INPUT TO TRUE
           END-IF.
           IF WS-VALID-INPUT
               PERFORM SET-BOARD-SIZE
           END-IF.

       SET-BOARD-SIZE.
           COMPUTE WS-SIZE-PLUS-1 = WS-BOARD-SIZE + 1.
           MOVE COLUMN-LETTERS(WS-BOARD-SIZE:1) TO WS-LAST-LETTER.
           MOVE WS-BOARD-SIZE TO WS-SIZE-EDIT.
           MOVE FUNCTION TRIM(WS-SIZE-EDIT) TO WS-SIZE-TEXT.

       TWO-QUEEN-MODE.
           DISPLAY "Type de pièce - (Q)ueen/(R)ook/(B)ishop : "
                   WITH NO ADVANCING.
           DISPLAY " ".

           DISPLAY
           "Entrez le numéro de ligne de la reine blanche (1-"
           FUNCTION TRIM(WS-SIZE-TEXT) ") : "
           WITH NO ADVANCING.
           ACCEPT WHITE-ROW.
           DISPLAY
           "Entrez la lettre de colonne de la reine blanche (A-"
           WS-LAST-LETTER ") : "
           WITH NO ADVANCING.
           ACCEPT WHITE-COL.
           MOVE FUNCTION UPPER-CASE(WHITE-COL) TO WHITE-COL.
           DISPLAY " ".

           DISPLAY
           "Entrez le numéro de ligne de la reine noire (1-"
           FUNCTION TRIM(WS-SIZE-TEXT) ") : "
           WITH NO ADVANCING.
           ACCEPT BLACK-ROW.
           DISPLAY
           "Entrez la lettre de colonne de la reine noire (A-"
           WS-LAST-LETTER ") : "
           WITH NO ADVANCING.
           ACCEPT BLACK-COL.
           MOVE FUNCTION UPPER-CASE(BLACK-COL) TO BLACK-COL.

           PERFORM VALIDATE-TWO-QUEEN-INPUT.
           IF WS-INVALID-INPUT
               DISPLAY "Erreur: ligne (1-" FUNCTION TRIM(WS-SIZE-TEXT)
                       ") ou colonne (A-" WS-LAST-LETTER
                       ") invalide."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO TWO-QUEEN-MODE-EXIT
           END-IF.
       TWO-QUEEN-MODE-EXIT.
           EXIT.

      * Checks that both positions of a pair are on the board of
      * the chosen size, leaving their numeric rows and columns
      * for COMPUTE-ATTACK-RESULT. Used by the two-queen check and
      * by batch mode.
       VALIDATE-TWO-QUEEN-INPUT.
           MOVE WHITE-ROW TO WS-POS-ROW-TEXT.
           MOVE WHITE-COL TO WS-POS-COL-TEXT.
           PERFORM PARSE-POSITION.
           MOVE WS-POS-ROW-NUM TO WHITE-ROW-NUM.
           MOVE WS-POS-COL-NUM TO WHITE-COL-NUM.
           IF WS-VALID-INPUT
               MOVE BLACK-ROW TO WS-POS-ROW-TEXT
               MOVE BLACK-COL TO WS-POS-COL-TEXT
               PERFORM PARSE-POSITION
               MOVE WS-POS-ROW-NUM TO BLACK-ROW-NUM
               MOVE WS-POS-COL-NUM TO BLACK-COL-NUM
           END-IF.

      * One square: a row of one or two digits from 1 to the board
      * size, a column letter from A to the size's letter.
       PARSE-POSITION.
           SET WS-VALID-INPUT TO TRUE.
           MOVE ZERO TO WS-POS-ROW-NUM.
           MOVE ZERO TO WS-POS-COL-NUM.

           IF WS-POS-ROW-TEXT(1:1) NUMERIC AND
              (WS-POS-ROW-TEXT(2:1) NUMERIC OR
               WS-POS-ROW-TEXT(2:1) = SPACE)
               COMPUTE WS-POS-ROW-NUM =
                   FUNCTION NUMVAL(WS-POS-ROW-TEXT)
           END-IF.
           IF WS-POS-ROW-NUM < 1 OR
              WS-POS-ROW-NUM > WS-BOARD-SIZE
               SET WS-INVALID-INPUT TO TRUE
           END-IF.

           IF WS-POS-COL-TEXT < 'A' OR
              WS-POS-COL-TEXT > WS-LAST-LETTER
               SET WS-INVALID-INPUT TO TRUE
           ELSE
               COMPUTE WS-POS-COL-NUM =
                   FUNCTION ORD(WS-POS-COL-TEXT) -
                   FUNCTION ORD("A") + 1
           END-IF.

      * Computes whether the white and black positions (already
      * checked and numbered by VALIDATE-TWO-QUEEN-INPUT) attack
      * each other, leaving the verdict in ATTACK. The attack
      * pattern depends on WS-PIECE-TYPE: a Rook only attacks along
      * its row/column, a Bishop only along its diagonals, and a
      * Queen (the default) attacks both ways. Used by both the
           MOVE 'Non' TO ATTACK.
           PERFORM SET-PIECE-LABEL.

           IF WS-PIECE-ROOK
               IF WHITE-COL-NUM = BLACK-COL-NUM OR
                  WHITE-ROW-NUM = BLACK-ROW-NUM
                   MOVE "Oui" TO ATTACK
               END-IF
           ELSE
                   MOVE "Oui" TO ATTACK
               END-IF
           ELSE
               IF WHITE-COL-NUM = BLACK-COL-NUM OR
                  WHITE-ROW-NUM = BLACK-ROW-NUM OR
                  WHITE-ROW-NUM - BLACK-ROW-NUM =
                  WHITE-COL-NUM - BLACK-COL-NUM OR
                  WHITE-ROW-NUM - BLACK-ROW-NUM =
           DISPLAY "Paires traitées : " WS-PAIR-COUNT-EDIT.
           MOVE WS-ATTACK-COUNT TO WS-ATTACK-COUNT-EDIT.
           DISPLAY "Attaques détectées : " WS-ATTACK-COUNT-EDIT.
           IF WS-OFF-BOARD-COUNT > ZERO
               MOVE WS-OFF-BOARD-COUNT TO WS-ATTACK-COUNT-EDIT
               DISPLAY "Paires hors échiquier "
                       FUNCTION TRIM(WS-SIZE-TEXT) "x"
                       FUNCTION TRIM(WS-SIZE-TEXT) " : "
                       WS-ATTACK-COUNT-EDIT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "Résultats écrits dans queenresults.txt".

       PROCESS-ONE-PAIR.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE SPACES TO WHITE-ROW WHITE-COL BLACK-ROW BLACK-COL.
           MOVE SPACE TO WS-PIECE-TYPE.
           UNSTRING PAIR-RECORD DELIMITED BY ALL SPACE
               INTO WHITE-ROW WHITE-COL BLACK-ROW BLACK-COL
                    WS-PIECE-TYPE.
           MOVE FUNCTION UPPER-CASE(WHITE-COL) TO WHITE-COL.
           MOVE FUNCTION UPPER-CASE(BLACK-COL) TO BLACK-COL.

           PERFORM VALIDATE-TWO-QUEEN-INPUT.
           IF WS-INVALID-INPUT
               ADD 1 TO WS-OFF-BOARD-COUNT
               MOVE "---" TO ATTACK
               PERFORM SET-PIECE-LABEL
           ELSE
               PERFORM COMPUTE-ATTACK-RESULT
           END-IF.

           IF ATTACK = "Oui"
               ADD 1 TO WS-ATTACK-COUNT
           MOVE SPACES TO RESULT-LINE.
           STRING FUNCTION TRIM(WS-PIECE-LABEL) DELIMITED BY SIZE
                   " Blanc " DELIMITED BY SIZE
                   WHITE-ROW DELIMITED BY SPACE
                   WHITE-COL DELIMITED BY SIZE
                   " vs Noir " DELIMITED BY SIZE
                   BLACK-ROW DELIMITED BY SPACE
                   BLACK-COL DELIMITED BY SIZE
                   " - Attaque : " DELIMITED BY SIZE
                   ATTACK DELIMITED BY SIZE
                   INTO RESULT-LINE.
           IF WS-INVALID-INPUT
               STRING " (hors échiquier " DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       "x" DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO RESULT-LINE(50:)
           END-IF.
           WRITE RESULT-LINE.

       MULTI-QUEEN-MODE.
           MOVE ZERO TO WS-CONFLICT-COUNT.
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-EDIT.

           DISPLAY "Combien de reines sur l'échiquier (2-"
                   FUNCTION TRIM(WS-SIZE-TEXT) ") : "
                   WITH NO ADVANCING.
           ACCEPT WS-QUEEN-COUNT.
           DISPLAY " ".

           IF WS-QUEEN-COUNT < 2 OR WS-QUEEN-COUNT > WS-BOARD-SIZE
               DISPLAY "Erreur: le nombre de reines doit être entre"
                       " 2 et " FUNCTION TRIM(WS-SIZE-TEXT) "."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO MULTI-QUEEN-MODE-EXIT
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QUEEN-COUNT
               MOVE WS-I TO WS-I-EDIT
               DISPLAY "Reine " FUNCTION TRIM(WS-I-EDIT)
                       " - numéro de ligne (1-"
                       FUNCTION TRIM(WS-SIZE-TEXT) ") : "
                       WITH NO ADVANCING
               ACCEPT WS-ENTRY-ROW
               DISPLAY "Reine " FUNCTION TRIM(WS-I-EDIT)
                       " - lettre de colonne (A-"
                       WS-LAST-LETTER ") : "
                       WITH NO ADVANCING
               ACCEPT WS-ENTRY-COL
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-COL) TO WS-ENTRY-COL

               MOVE WS-ENTRY-ROW TO WS-POS-ROW-TEXT
               MOVE WS-ENTRY-COL TO WS-POS-COL-TEXT
               PERFORM PARSE-POSITION
               IF WS-INVALID-INPUT
                   DISPLAY "Erreur: reine " FUNCTION TRIM(WS-I-EDIT)
                           " - ligne (1-"
                           FUNCTION TRIM(WS-SIZE-TEXT) ") ou"
                           " colonne (A-" WS-LAST-LETTER
                           ") invalide."
                   MOVE RC-ERROR TO RETURN-CODE
                   GO TO MULTI-QUEEN-MODE-EXIT
               END-IF

               MOVE WS-POS-ROW-NUM TO Q-ROW-NUM(WS-I)
               MOVE WS-POS-COL-NUM TO Q-COL-NUM(WS-I)
               DISPLAY " "
           END-PERFORM.


       PRINT-BOARD.
           DISPLAY "Échiquier (X = reine, . = case vide) :".
           PERFORM VARYING WS-BOARD-ROW-NUM FROM WS-BOARD-SIZE BY -1
                   UNTIL WS-BOARD-ROW-NUM < 1
               PERFORM BUILD-BOARD-LINE
               DISPLAY FUNCTION TRIM(BOARD-LINE TRAILING)
           END-PERFORM.
           PERFORM BUILD-BOARD-FOOTER.
           DISPLAY FUNCTION TRIM(BOARD-LINE TRAILING).

      * Board row WS-BOARD-ROW-NUM of the queens in QUEEN-TABLE,
      * as PRINT-BOARD shows it and the solver writes it.
       BUILD-BOARD-LINE.
           MOVE SPACES TO BOARD-ROW.
           PERFORM VARYING WS-BOARD-COL-NUM FROM 1 BY 1
                   UNTIL WS-BOARD-COL-NUM > WS-BOARD-SIZE
               MOVE '.' TO WS-CELL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QUEEN-COUNT
                   IF Q-ROW-NUM(WS-I) = WS-BOARD-ROW-NUM AND
                      Q-COL-NUM(WS-I) = WS-BOARD-COL-NUM
                       MOVE 'X' TO WS-CELL
                   END-IF
               END-PERFORM
               MOVE WS-CELL TO
                   BOARD-ROW(WS-BOARD-COL-NUM * 2:1)
           END-PERFORM.
           MOVE WS-BOARD-ROW-NUM TO WS-ROW-LABEL.
           MOVE SPACES TO BOARD-LINE.
           IF WS-BOARD-SIZE > 9
               STRING WS-ROW-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BOARD-ROW DELIMITED BY SIZE
                       INTO BOARD-LINE
           ELSE
               STRING WS-ROW-LABEL(2:1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BOARD-ROW DELIMITED BY SIZE
                       INTO BOARD-LINE
           END-IF.

      * The column letters, each under its square.
       BUILD-BOARD-FOOTER.
           MOVE SPACES TO BOARD-ROW.
           PERFORM VARYING WS-BOARD-COL-NUM FROM 1 BY 1
                   UNTIL WS-BOARD-COL-NUM > WS-BOARD-SIZE
               MOVE COLUMN-LETTERS(WS-BOARD-COL-NUM:1) TO
                   BOARD-ROW(WS-BOARD-COL-NUM * 2:1)
           END-PERFORM.
           MOVE SPACES TO BOARD-LINE.
           IF WS-BOARD-SIZE > 9
               MOVE BOARD-ROW TO BOARD-LINE(4:)
           ELSE
               MOVE BOARD-ROW TO BOARD-LINE(3:)
           END-IF.

       CHECK-ALL-CONFLICTS.
           MOVE ZERO TO WS-CONFLICT-COUNT.
                      FUNCTION ABS(WS-ROW-DIFF) =
                      FUNCTION ABS(WS-COL-DIFF)
                       ADD 1 TO WS-CONFLICT-COUNT
                       MOVE WS-I TO WS-I-EDIT
                       MOVE WS-J TO WS-J-EDIT
                       DISPLAY "  Reine " FUNCTION TRIM(WS-I-EDIT)
                               " et Reine " FUNCTION TRIM(WS-J-EDIT)
                               " s'attaquent"
                   END-IF
               END-PERFORM
               DISPLAY "  Total des conflits : " WS-CONFLICT-EDIT
           END-IF.

      * The chosen size is solved in full - every board written,
      * classified into families - then every other size from 4 to
      * 12 is solved and classified without writing its boards, for
      * the summary table of solution counts by size.
       SOLVE-N-QUEENS.
           OPEN OUTPUT QUEEN-SOLUTIONS.
           MOVE WS-BOARD-SIZE TO WS-CHOSEN-SIZE.

           MOVE 'Y' TO WS-WRITE-SW.
           PERFORM SOLVE-ONE-SIZE.

           MOVE WS-SOLUTION-COUNT TO WS-SOLUTION-EDIT.
           MOVE SPACES TO SOLUTION-LINE.
           STRING "Nombre de solutions " DELIMITED BY SIZE
                   WS-SIZE-TEXT DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   WS-SIZE-TEXT DELIMITED BY SPACE
                   " : " DELIMITED BY SIZE
                   WS-SOLUTION-EDIT DELIMITED BY SIZE
                   INTO SOLUTION-LINE.
           WRITE SOLUTION-LINE.

           PERFORM WRITE-CLASSIFICATION.

           MOVE WS-SOLUTION-COUNT TO WS-SOLUTION-EDIT.
           DISPLAY "Solutions trouvées : " WS-SOLUTION-EDIT.
           MOVE WS-FAMILY-COUNT TO WS-FAMILY-EDIT.
           DISPLAY "Familles fondamentales : " WS-FAMILY-EDIT.

           MOVE 'N' TO WS-WRITE-SW.
           PERFORM VARYING WS-SUMMARY-SIZE FROM 4 BY 1
                   UNTIL WS-SUMMARY-SIZE > 12
               IF WS-SUMMARY-SIZE NOT = WS-CHOSEN-SIZE
                   MOVE WS-SUMMARY-SIZE TO WS-BOARD-SIZE
                   PERFORM SET-BOARD-SIZE
                   PERFORM SOLVE-ONE-SIZE
               END-IF
           END-PERFORM.
           MOVE WS-CHOSEN-SIZE TO WS-BOARD-SIZE.
           PERFORM SET-BOARD-SIZE.
           COMPUTE WS-SUMMARY-SUB = WS-CHOSEN-SIZE - 3.
           MOVE SUM-SOLUTIONS(WS-SUMMARY-SUB) TO WS-SOLUTION-COUNT.

           PERFORM WRITE-SIZE-SUMMARY.
           CLOSE QUEEN-SOLUTIONS.

           MOVE WS-SOLUTION-COUNT TO WS-SOLUTION-EDIT.
           DISPLAY "Solutions écrites dans queensolutions.txt".

      * Column-by-column backtracking over the board: one queen
      * per column, rows tried in order. A full board is a solution;
      * a column with no safe row left backs up one column. Every
      * queen position lives in QUEEN-TABLE so the board rendering
      * is the one the multi mode already uses.
       SOLVE-ONE-SIZE.
           MOVE WS-BOARD-SIZE TO WS-QUEEN-COUNT.
           MOVE ZERO TO WS-SOLUTION-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOARD-SIZE
               MOVE WS-I TO Q-COL-NUM(WS-I)
               MOVE ZERO TO Q-ROW-NUM(WS-I)
           END-PERFORM.

           MOVE 1 TO WS-SOLVE-COL.
           MOVE 'Y' TO WS-SOLVING-SW.

           PERFORM SOLVE-ONE-PLACEMENT UNTIL WS-SOLVING-DONE.

           PERFORM CLASSIFY-SOLUTIONS.

           COMPUTE WS-SUMMARY-SUB = WS-BOARD-SIZE - 3.
           MOVE WS-SOLUTION-COUNT TO SUM-SOLUTIONS(WS-SUMMARY-SUB).
           MOVE WS-FAMILY-COUNT TO SUM-FAMILIES(WS-SUMMARY-SUB).

      * One backtracking step: advance the current column's queen
      * to its next row, back up when the rows are exhausted, and
      * either push to the next column or record a full solution.
       SOLVE-ONE-PLACEMENT.
           ADD 1 TO Q-ROW-NUM(WS-SOLVE-COL).

           IF Q-ROW-NUM(WS-SOLVE-COL) > WS-BOARD-SIZE
               MOVE ZERO TO Q-ROW-NUM(WS-SOLVE-COL)
               IF WS-SOLVE-COL = 1
                   MOVE 'N' TO WS-SOLVING-SW
           ELSE
               PERFORM CHECK-PLACEMENT-SAFE
               IF WS-SAFE
                   IF WS-SOLVE-COL = WS-BOARD-SIZE
                       ADD 1 TO WS-SOLUTION-COUNT
                       PERFORM STORE-ONE-SOLUTION
                       IF WS-WRITE-SOLUTIONS
                           PERFORM WRITE-ONE-SOLUTION
                       END-IF
                   ELSE
                       ADD 1 TO WS-SOLVE-COL
                   END-IF
               END-IF
           END-IF.

      * Every earlier column lies to the left of the new queen, so
      * the column difference is always negative and a shared
      * diagonal is a row difference of the same size either way.
       CHECK-PLACEMENT-SAFE.
           SET WS-SAFE TO TRUE.
           PERFORM VARYING WS-SOLVE-J FROM 1 BY 1
                   UNTIL WS-SOLVE-J >= WS-SOLVE-COL
               COMPUTE WS-SOLVE-ROW-DIFF =
                   Q-ROW-NUM(WS-SOLVE-J) - Q-ROW-NUM(WS-SOLVE-COL)
               COMPUTE WS-SOLVE-COL-DIFF =
                   WS-SOLVE-J - WS-SOLVE-COL
               IF WS-SOLVE-ROW-DIFF = 0 OR
                  WS-SOLVE-ROW-DIFF = WS-SOLVE-COL-DIFF OR
                  WS-SOLVE-ROW-DIFF + WS-SOLVE-COL-DIFF = 0
                   MOVE 'N' TO WS-SAFE-SW
                   MOVE WS-SOLVE-COL TO WS-SOLVE-J
               END-IF
           END-PERFORM.

      * The row-per-column string of the board just found, kept
      * for the classification pass.
       STORE-ONE-SOLUTION.
           IF WS-SOLUTION-COUNT <= WS-SOLUTION-LIMIT
               MOVE SPACES TO SOL-ROWS(WS-SOLUTION-COUNT)
               PERFORM VARYING WS-SOL-SUB FROM 1 BY 1
                       UNTIL WS-SOL-SUB > WS-BOARD-SIZE
                   COMPUTE WS-ROWS-POS = WS-SOL-SUB * 2 - 1
                   MOVE Q-ROW-NUM(WS-SOL-SUB) TO
                       SOL-ROWS(WS-SOLUTION-COUNT)(WS-ROWS-POS:2)
               END-PERFORM
               MOVE ZERO TO SOL-FAMILY(WS-SOLUTION-COUNT)
               MOVE SPACES TO SOL-TRANSFORM(WS-SOLUTION-COUNT)
           END-IF.

      * Same rendering as PRINT-BOARD, written to the solutions
      * file instead of the console.
       WRITE-ONE-SOLUTION.
           MOVE WS-SOLUTION-COUNT TO WS-SOLUTION-EDIT.
           MOVE SPACES TO SOLUTION-LINE.
           STRING "Solution " DELIMITED BY SIZE
                   INTO SOLUTION-LINE.
           WRITE SOLUTION-LINE.

           PERFORM VARYING WS-BOARD-ROW-NUM FROM WS-BOARD-SIZE BY -1
                   UNTIL WS-BOARD-ROW-NUM < 1
               PERFORM BUILD-BOARD-LINE
               MOVE BOARD-LINE TO SOLUTION-LINE
               WRITE SOLUTION-LINE
           END-PERFORM.

           PERFORM BUILD-BOARD-FOOTER.
           MOVE BOARD-LINE TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
           MOVE SPACES TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
      * family's representative, its eight rotations/reflections
      * are generated, and every solution matching one of them
      * joins the family labelled with that transformation. 92
      * solutions on the 8x8 board resolve to exactly 12 families.
       CLASSIFY-SOLUTIONS.
           MOVE ZERO TO WS-FAMILY-COUNT.
           PERFORM VARYING WS-SOL-SUB FROM 1 BY 1
                   UNTIL WS-SOL-SUB > WS-SOLUTION-COUNT
               IF SOL-FAMILY(WS-SOL-SUB) = ZERO AND
                  WS-FAMILY-COUNT < WS-FAMILY-LIMIT
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-SOL-SUB
                       TO FAM-REP-SUB(WS-FAMILY-COUNT)
               END-IF
           END-PERFORM.

      * One symmetry of the representative board. On a board of
      * size N, with M = N + 1, a queen on column X row Y lands,
      * per transformation, on:
      *   1 IDENT  (X, Y)         5 MIROIR (M-X, Y)
      *   2 ROT090 (Y, M-X)       6 MIR090 (Y, X)
      *   3 ROT180 (M-X, M-Y)     7 MIR180 (X, M-Y)
      *   4 ROT270 (M-Y, X)       8 MIR270 (M-Y, M-X)
       BUILD-ONE-TRANSFORM.
           MOVE SPACES TO WS-TRANS-ROWS.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-BOARD-SIZE
               COMPUTE WS-ROWS-POS = WS-TX * 2 - 1
               MOVE WS-REP-ROWS(WS-ROWS-POS:2) TO WS-TY
               EVALUATE WS-TRANSFORM-NO
                   WHEN 1
                       MOVE WS-TX TO WS-TX-NEW
                       MOVE WS-TY TO WS-TY-NEW
                   WHEN 2
                       MOVE WS-TY TO WS-TX-NEW
                       COMPUTE WS-TY-NEW = WS-SIZE-PLUS-1 - WS-TX
                   WHEN 3
                       COMPUTE WS-TX-NEW = WS-SIZE-PLUS-1 - WS-TX
                       COMPUTE WS-TY-NEW = WS-SIZE-PLUS-1 - WS-TY
                   WHEN 4
                       COMPUTE WS-TX-NEW = WS-SIZE-PLUS-1 - WS-TY
                       MOVE WS-TX TO WS-TY-NEW
                   WHEN 5
                       COMPUTE WS-TX-NEW = WS-SIZE-PLUS-1 - WS-TX
                       MOVE WS-TY TO WS-TY-NEW
                   WHEN 6
                       MOVE WS-TY TO WS-TX-NEW
                       MOVE WS-TX TO WS-TY-NEW
                   WHEN 7
                       MOVE WS-TX TO WS-TX-NEW
                       COMPUTE WS-TY-NEW = WS-SIZE-PLUS-1 - WS-TY
                   WHEN 8
                       COMPUTE WS-TX-NEW = WS-SIZE-PLUS-1 - WS-TY
                       COMPUTE WS-TY-NEW = WS-SIZE-PLUS-1 - WS-TX
               END-EVALUATE
               COMPUTE WS-ROWS-POS = WS-TX-NEW * 2 - 1
               MOVE WS-TY-NEW TO WS-TRANS-ROWS(WS-ROWS-POS:2)
           END-PERFORM.

      * The still-unassigned solution whose board equals this
      * transform joins the current family. Several of the eight
      * transforms of a symmetric board coincide; the first label
      * generated wins, which is why IDENT is generated first.
       ASSIGN-TRANSFORM-MATCHES.
           PERFORM FIND-SOLUTION-BY-ROWS.
           IF WS-FOUND-SUB > ZERO
               IF SOL-FAMILY(WS-FOUND-SUB) = ZERO
                   MOVE WS-FAMILY-COUNT
                       TO SOL-FAMILY(WS-FOUND-SUB)
                   MOVE TRF-LABEL(WS-TRANSFORM-NO)
                       TO SOL-TRANSFORM(WS-FOUND-SUB)
                   ADD 1 TO FAM-SIZE(WS-FAMILY-COUNT)
               END-IF
           END-IF.

      * Binary search of SOLUTION-TABLE for WS-TRANS-ROWS; the
      * table is in ascending order of SOL-ROWS as the solver
      * found the boards. WS-FOUND-SUB is zero when absent.
       FIND-SOLUTION-BY-ROWS.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE 1 TO WS-LOW.
           MOVE WS-SOLUTION-COUNT TO WS-HIGH.
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-SUB > ZERO
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN SOL-ROWS(WS-MID) = WS-TRANS-ROWS
                       MOVE WS-MID TO WS-FOUND-SUB
                   WHEN SOL-ROWS(WS-MID) < WS-TRANS-ROWS
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN WS-MID = 1
                       MOVE ZERO TO WS-HIGH
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       WRITE-CLASSIFICATION.
           MOVE "Classification des solutions fondamentales"
               TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
           MOVE ALL "-" TO SOLUTION-LINE(1:80).
           WRITE SOLUTION-LINE.

           PERFORM VARYING WS-SOL-SUB FROM 1 BY 1
                   UNTIL WS-SOL-SUB > WS-SOLUTION-COUNT
               MOVE WS-SOL-SUB TO WS-SOLUTION-EDIT
               MOVE SOL-FAMILY(WS-SOL-SUB) TO WS-FAMILY-EDIT
               PERFORM BUILD-ROWS-TEXT
               MOVE SPACES TO SOLUTION-LINE
               STRING "Solution " DELIMITED BY SIZE
                       WS-SOLUTION-EDIT DELIMITED BY SIZE
                       FUNCTION TRIM(SOL-TRANSFORM(WS-SOL-SUB))
                               DELIMITED BY SIZE
                       ")  lignes " DELIMITED BY SIZE
                       WS-ROWS-TEXT DELIMITED BY SIZE
                       INTO SOLUTION-LINE
               WRITE SOLUTION-LINE
           END-PERFORM.
               MOVE FAM-REP-SUB(WS-SOL-SUB) TO WS-SOLUTION-EDIT
               STRING " la solution " DELIMITED BY SIZE
                       WS-SOLUTION-EDIT DELIMITED BY SIZE
                       INTO SOLUTION-LINE(50:)
               WRITE SOLUTION-LINE
           END-PERFORM.

      * The rows of solution WS-SOL-SUB column by column: one digit
      * each up to a 9x9 board, as the workshop sheets always
      * showed them, two digits and a space beyond.
       BUILD-ROWS-TEXT.
           MOVE SPACES TO WS-ROWS-TEXT.
           MOVE 1 TO WS-ROWS-PTR.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-BOARD-SIZE
               COMPUTE WS-ROWS-POS = WS-TX * 2 - 1
               IF WS-BOARD-SIZE > 9
                   STRING SOL-ROWS(WS-SOL-SUB)(WS-ROWS-POS:2)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO WS-ROWS-TEXT
                           WITH POINTER WS-ROWS-PTR
               ELSE
                   ADD 1 TO WS-ROWS-POS
                   STRING SOL-ROWS(WS-SOL-SUB)(WS-ROWS-POS:1)
                               DELIMITED BY SIZE
                           INTO WS-ROWS-TEXT
                           WITH POINTER WS-ROWS-PTR
               END-IF
           END-PERFORM.

       WRITE-SIZE-SUMMARY.
           MOVE SPACES TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
           MOVE "Solutions par taille d'échiquier" TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
           MOVE ALL "-" TO SOLUTION-LINE(1:40).
           WRITE SOLUTION-LINE.
           MOVE "Taille    Solutions   Familles" TO SOLUTION-LINE.
           WRITE SOLUTION-LINE.
           DISPLAY " ".
           DISPLAY "Solutions par taille d'échiquier :".
           DISPLAY "Taille    Solutions   Familles".

           PERFORM VARYING WS-SUMMARY-SIZE FROM 4 BY 1
                   UNTIL WS-SUMMARY-SIZE > 12
               COMPUTE WS-SUMMARY-SUB = WS-SUMMARY-SIZE - 3
               MOVE WS-SUMMARY-SIZE TO WS-SIZE-EDIT
               MOVE SUM-SOLUTIONS(WS-SUMMARY-SUB) TO WS-SOLUTION-EDIT
               MOVE SUM-FAMILIES(WS-SUMMARY-SUB) TO WS-FAMILY-EDIT
               MOVE SPACES TO SOLUTION-LINE
               STRING WS-SIZE-EDIT DELIMITED BY SIZE
                       "x" DELIMITED BY SIZE
                       WS-SIZE-EDIT DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       WS-SOLUTION-EDIT DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       WS-FAMILY-EDIT DELIMITED BY SIZE
                       INTO SOLUTION-LINE
               IF WS-SUMMARY-SIZE = WS-CHOSEN-SIZE
                   MOVE "<" TO SOLUTION-LINE(32:1)
               END-IF
               WRITE SOLUTION-LINE
               DISPLAY FUNCTION TRIM(SOLUTION-LINE TRAILING)
           END-PERFORM.

      * Grades the workshop attempts in queensubmissions.txt
      * against the solutions of the chosen board size: each
      * attempt is valid (a new fundamental family for that
      * participant), a duplicate of a family the participant has
      * already found - the same board or any rotation/reflection
      * of it - or invalid, with its attacking pairs listed. The
      * verdicts and the leaderboard go to queengrading.txt.
       GRADE-SUBMISSIONS.
           OPEN INPUT QUEEN-SUBMISSIONS.
           IF WS-SUBMIT-STATUS NOT = "00"
               DISPLAY "Erreur: queensubmissions.txt introuvable."
               MOVE RC-ERROR TO RETURN-CODE
               GO TO GRADE-SUBMISSIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-WRITE-SW.
           PERFORM SOLVE-ONE-SIZE.

           OPEN OUTPUT QUEEN-GRADING.
           MOVE SPACES TO GRADING-LINE.
           STRING "Correction des copies - échiquier "
                       DELIMITED BY SIZE
                   WS-SIZE-TEXT DELIMITED BY SPACE
                   "x" DELIMITED BY SIZE
                   WS-SIZE-TEXT DELIMITED BY SPACE
                   INTO GRADING-LINE.
           WRITE GRADING-LINE.
           MOVE ALL "-" TO GRADING-LINE.
           WRITE GRADING-LINE.
           MOVE "Copie Participant          Verdict"
               TO GRADING-LINE.
           WRITE GRADING-LINE.

           PERFORM UNTIL WS-SUBMIT-EOF-YES
               READ QUEEN-SUBMISSIONS
                   AT END
                       SET WS-SUBMIT-EOF-YES TO TRUE
                   NOT AT END
                       IF SUBMISSION-RECORD NOT = SPACES
                           PERFORM GRADE-ONE-ATTEMPT THRU
                                   GRADE-ONE-ATTEMPT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEEN-SUBMISSIONS.

           PERFORM RANK-PARTICIPANTS.
           PERFORM WRITE-LEADERBOARD.
           CLOSE QUEEN-GRADING.

           IF WS-TABLE-OVERFLOW
               DISPLAY "Attention: trop de participants ou de"
                       " solutions - copies non classées."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-ATTEMPT-COUNT TO WS-ATTEMPT-EDIT.
           DISPLAY "Copies corrigées : " WS-ATTEMPT-EDIT.
           DISPLAY "Correction écrite dans queengrading.txt".

       GRADE-SUBMISSIONS-EXIT.
           EXIT.

       GRADE-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT.
           MOVE SPACES TO WS-GRADE-VERDICT.

           PERFORM FIND-PARTICIPANT.
           IF WS-PART-SUB = ZERO
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "Non classée : tableau des participants plein"
                   TO WS-GRADE-VERDICT
               GO TO GRADE-ONE-ATTEMPT-WRITE
           END-IF.
           ADD 1 TO PART-ATTEMPTS(WS-PART-SUB).

           PERFORM SPLIT-ATTEMPT-POSITIONS.
           IF WS-TOKEN-COUNT NOT = WS-BOARD-SIZE
               ADD 1 TO PART-INVALID(WS-PART-SUB)
               MOVE WS-TOKEN-COUNT TO WS-I-EDIT
               STRING "Illisible : " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-I-EDIT) DELIMITED BY SIZE
                       " reine(s) pour un échiquier "
                           DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       "x" DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       INTO WS-GRADE-VERDICT
               GO TO GRADE-ONE-ATTEMPT-WRITE
           END-IF.

           PERFORM LOAD-ATTEMPT-QUEENS.
           IF WS-INVALID-INPUT
               ADD 1 TO PART-INVALID(WS-PART-SUB)
               STRING "Illisible : case " DELIMITED BY SIZE
                       WS-BAD-TOKEN DELIMITED BY SPACE
                       " hors échiquier " DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       "x" DELIMITED BY SIZE
                       WS-SIZE-TEXT DELIMITED BY SPACE
                       INTO WS-GRADE-VERDICT
               GO TO GRADE-ONE-ATTEMPT-WRITE
           END-IF.

           PERFORM LIST-ATTEMPT-CONFLICTS.
           IF WS-CONFLICT-COUNT > ZERO
               ADD 1 TO PART-INVALID(WS-PART-SUB)
               STRING "Invalide : " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CONFLICT-EDIT)
                           DELIMITED BY SIZE
                       " attaque(s) " DELIMITED BY SIZE
                       WS-ATTACK-LIST DELIMITED BY SIZE
                       INTO WS-GRADE-VERDICT
               GO TO GRADE-ONE-ATTEMPT-WRITE
           END-IF.

           PERFORM MATCH-ATTEMPT-SOLUTION.
           IF WS-FOUND-MATCH > ZERO
               ADD 1 TO PART-DUPLICATE(WS-PART-SUB)
               PERFORM DESCRIBE-DUPLICATE
           ELSE
               PERFORM RECORD-NEW-FAMILY
           END-IF.

       GRADE-ONE-ATTEMPT-WRITE.
           MOVE WS-ATTEMPT-COUNT TO WS-ATTEMPT-EDIT.
           MOVE SPACES TO GRADING-LINE.
           MOVE WS-ATTEMPT-EDIT TO GRADING-LINE(1:4).
           MOVE SUB-PARTICIPANT TO GRADING-LINE(7:20).
           MOVE WS-GRADE-VERDICT TO GRADING-LINE(28:73).
           WRITE GRADING-LINE.

       GRADE-ONE-ATTEMPT-EXIT.
           EXIT.

      * The participant's slot in PARTICIPANT-TABLE, added on their
      * first attempt; WS-PART-SUB is zero when the table is full.
       FIND-PARTICIPANT.
           MOVE ZERO TO WS-PART-SUB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PARTICIPANT-COUNT
               IF PART-NAME(WS-I) = SUB-PARTICIPANT
                   MOVE WS-I TO WS-PART-SUB
                   MOVE WS-PARTICIPANT-COUNT TO WS-I
               END-IF
           END-PERFORM.

           IF WS-PART-SUB = ZERO AND
              WS-PARTICIPANT-COUNT < WS-PARTICIPANT-LIMIT
               ADD 1 TO WS-PARTICIPANT-COUNT
               MOVE WS-PARTICIPANT-COUNT TO WS-PART-SUB
               MOVE SUB-PARTICIPANT TO PART-NAME(WS-PART-SUB)
               MOVE WS-ATTEMPT-COUNT TO PART-FIRST-SEQ(WS-PART-SUB)
               MOVE WS-ATTEMPT-COUNT TO PART-RANK-SEQ(WS-PART-SUB)
               MOVE ZERO TO PART-DISTINCT(WS-PART-SUB)
                            PART-ATTEMPTS(WS-PART-SUB)
                            PART-VALID(WS-PART-SUB)
                            PART-DUPLICATE(WS-PART-SUB)
                            PART-INVALID(WS-PART-SUB)
           END-IF.

      * The squares of the attempt, one per token; WS-TOKEN-COUNT
      * runs past the board size when the sheet has too many.
       SPLIT-ATTEMPT-POSITIONS.
           MOVE SPACES TO POSITION-TOKEN-TABLE.
           MOVE ZERO TO WS-TOKEN-COUNT.
           MOVE FUNCTION TRIM(SUB-POSITIONS LEADING)
               TO WS-POSITIONS-TEXT.
           MOVE 1 TO WS-TOKEN-PTR.
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB > 13 OR WS-TOKEN-PTR > 60
               UNSTRING WS-POSITIONS-TEXT DELIMITED BY ALL SPACE
                   INTO POSITION-TOKEN(WS-TOKEN-SUB)
                   WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF POSITION-TOKEN(WS-TOKEN-SUB) NOT = SPACES
                   ADD 1 TO WS-TOKEN-COUNT
               END-IF
           END-PERFORM.

      * Each square checked against the board, column letter then
      * row, into QUEEN-TABLE as multi mode fills it.
       LOAD-ATTEMPT-QUEENS.
           SET WS-VALID-INPUT TO TRUE.
           MOVE WS-BOARD-SIZE TO WS-QUEEN-COUNT.
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
               MOVE FUNCTION UPPER-CASE
                       (POSITION-TOKEN(WS-TOKEN-SUB)(1:1))
                   TO WS-POS-COL-TEXT
               MOVE POSITION-TOKEN(WS-TOKEN-SUB)(2:2)
                   TO WS-POS-ROW-TEXT
               PERFORM PARSE-POSITION
               IF POSITION-TOKEN(WS-TOKEN-SUB)(4:1) NOT = SPACE
                   SET WS-INVALID-INPUT TO TRUE
               END-IF
               IF WS-INVALID-INPUT
                   MOVE POSITION-TOKEN(WS-TOKEN-SUB) TO WS-BAD-TOKEN
                   MOVE WS-TOKEN-COUNT TO WS-TOKEN-SUB
               ELSE
                   MOVE WS-POS-ROW-NUM TO Q-ROW-NUM(WS-TOKEN-SUB)
                   MOVE WS-POS-COL-NUM TO Q-COL-NUM(WS-TOKEN-SUB)
               END-IF
           END-PERFORM.

      * The attacking pairs of the attempt, found as multi mode's
      * conflict report finds them, listed by square ("A1-B2").
       LIST-ATTEMPT-CONFLICTS.
           MOVE ZERO TO WS-CONFLICT-COUNT.
           MOVE SPACES TO WS-ATTACK-LIST.
           MOVE 1 TO WS-ATTACK-PTR.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QUEEN-COUNT
               COMPUTE WS-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J BY 1
                       UNTIL WS-J > WS-QUEEN-COUNT
                   COMPUTE WS-ROW-DIFF =
                       Q-ROW-NUM(WS-I) - Q-ROW-NUM(WS-J)
                   COMPUTE WS-COL-DIFF =
                       Q-COL-NUM(WS-I) - Q-COL-NUM(WS-J)
                   IF WS-ROW-DIFF = 0 OR WS-COL-DIFF = 0 OR
                      FUNCTION ABS(WS-ROW-DIFF) =
                      FUNCTION ABS(WS-COL-DIFF)
                       ADD 1 TO WS-CONFLICT-COUNT
                       STRING POSITION-TOKEN(WS-I) DELIMITED BY SPACE
                               "-" DELIMITED BY SIZE
                               POSITION-TOKEN(WS-J) DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               INTO WS-ATTACK-LIST
                               WITH POINTER WS-ATTACK-PTR
                           ON OVERFLOW
                               MOVE "..." TO WS-ATTACK-LIST(43:3)
                       END-STRING
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-EDIT.

      * A board with no attacking pair is one of the solutions: its
      * row-per-column string finds it in SOLUTION-TABLE, and so
      * its family. WS-FOUND-MATCH is the participant's earlier
      * find of the same family, zero when this one is new.
       MATCH-ATTEMPT-SOLUTION.
           MOVE SPACES TO WS-TRANS-ROWS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QUEEN-COUNT
               COMPUTE WS-ROWS-POS = Q-COL-NUM(WS-I) * 2 - 1
               MOVE Q-ROW-NUM(WS-I) TO WS-TRANS-ROWS(WS-ROWS-POS:2)
           END-PERFORM.
           PERFORM FIND-SOLUTION-BY-ROWS.

           MOVE ZERO TO WS-FOUND-MATCH.
           PERFORM VARYING WS-FOUND-SEARCH FROM 1 BY 1
                   UNTIL WS-FOUND-SEARCH > WS-FOUND-COUNT
               IF FOUND-PART(WS-FOUND-SEARCH) = WS-PART-SUB AND
                  FOUND-FAMILY(WS-FOUND-SEARCH) =
                  SOL-FAMILY(WS-FOUND-SUB)
                   MOVE WS-FOUND-SEARCH TO WS-FOUND-MATCH
                   MOVE WS-FOUND-COUNT TO WS-FOUND-SEARCH
               END-IF
           END-PERFORM.

       DESCRIBE-DUPLICATE.
           MOVE FOUND-ATTEMPT(WS-FOUND-MATCH) TO WS-VERDICT-EDIT.
           MOVE SOL-FAMILY(WS-FOUND-SUB) TO WS-FAMILY-EDIT.
           IF FOUND-SOL-SUB(WS-FOUND-MATCH) = WS-FOUND-SUB
               STRING "Doublon : même solution que la copie "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VERDICT-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-GRADE-VERDICT
           ELSE
               STRING "Doublon : famille " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FAMILY-EDIT) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(SOL-TRANSFORM(WS-FOUND-SUB))
                           DELIMITED BY SIZE
                       ") déjà trouvée en copie " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VERDICT-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-GRADE-VERDICT
           END-IF.

      * A family new to this participant counts towards the
      * leaderboard; the attempt that reached their score is what
      * breaks a tie.
       RECORD-NEW-FAMILY.
           ADD 1 TO PART-VALID(WS-PART-SUB).
           ADD 1 TO PART-DISTINCT(WS-PART-SUB).
           MOVE WS-ATTEMPT-COUNT TO PART-RANK-SEQ(WS-PART-SUB).
           IF WS-FOUND-COUNT < WS-FOUND-LIMIT
               ADD 1 TO WS-FOUND-COUNT
               MOVE WS-PART-SUB TO FOUND-PART(WS-FOUND-COUNT)
               MOVE SOL-FAMILY(WS-FOUND-SUB)
                   TO FOUND-FAMILY(WS-FOUND-COUNT)
               MOVE WS-FOUND-SUB TO FOUND-SOL-SUB(WS-FOUND-COUNT)
               MOVE WS-ATTEMPT-COUNT TO FOUND-ATTEMPT(WS-FOUND-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

           MOVE SOL-FAMILY(WS-FOUND-SUB) TO WS-FAMILY-EDIT.
           STRING "Valide : nouvelle famille " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAMILY-EDIT) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(SOL-TRANSFORM(WS-FOUND-SUB))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-GRADE-VERDICT.

      * Straight exchange sort: most distinct families first, and
      * between equals whoever reached that score on the earlier
      * attempt.
       RANK-PARTICIPANTS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-PARTICIPANT-COUNT
               COMPUTE WS-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J BY 1
                       UNTIL WS-J > WS-PARTICIPANT-COUNT
                   IF PART-DISTINCT(WS-J) > PART-DISTINCT(WS-I) OR
                      (PART-DISTINCT(WS-J) = PART-DISTINCT(WS-I) AND
                       PART-RANK-SEQ(WS-J) < PART-RANK-SEQ(WS-I))
                       MOVE PARTICIPANT-ENTRY(WS-I)
                           TO WS-SWAP-PARTICIPANT
                       MOVE PARTICIPANT-ENTRY(WS-J)
                           TO PARTICIPANT-ENTRY(WS-I)
                       MOVE WS-SWAP-PARTICIPANT
                           TO PARTICIPANT-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LEADERBOARD.
           MOVE SPACES TO GRADING-LINE.
           WRITE GRADING-LINE.
           MOVE "Classement" TO GRADING-LINE.
           WRITE GRADING-LINE.
           MOVE ALL "-" TO GRADING-LINE.
           WRITE GRADING-LINE.
           MOVE "Rang Participant           Familles  Copies  Valides"
             & "  Doublons  Invalides" TO GRADING-LINE.
           WRITE GRADING-LINE.
           DISPLAY " ".
           DISPLAY "Classement :".
           DISPLAY FUNCTION TRIM(GRADING-LINE TRAILING).

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PARTICIPANT-COUNT
               MOVE SPACES TO GRADING-LINE
               MOVE WS-I TO WS-I-EDIT
               MOVE WS-I-EDIT TO GRADING-LINE(3:2)
               MOVE PART-NAME(WS-I) TO GRADING-LINE(6:20)
               MOVE PART-DISTINCT(WS-I) TO WS-VERDICT-EDIT
               MOVE WS-VERDICT-EDIT TO GRADING-LINE(32:4)
               MOVE PART-ATTEMPTS(WS-I) TO WS-VERDICT-EDIT
               MOVE WS-VERDICT-EDIT TO GRADING-LINE(40:4)
               MOVE PART-VALID(WS-I) TO WS-VERDICT-EDIT
               MOVE WS-VERDICT-EDIT TO GRADING-LINE(49:4)
               MOVE PART-DUPLICATE(WS-I) TO WS-VERDICT-EDIT
               MOVE WS-VERDICT-EDIT TO GRADING-LINE(59:4)
               MOVE PART-INVALID(WS-I) TO WS-VERDICT-EDIT
               MOVE WS-VERDICT-EDIT TO GRADING-LINE(70:4)
               WRITE GRADING-LINE
               DISPLAY FUNCTION TRIM(GRADING-LINE TRAILING)
           END-PERFORM.
