       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMatch.

      ***************************************************************
      * Same-person matching across CLIENT-IDs. DuplicateCheck only
      * catches one CLIENT-ID used twice; this pass looks for one
      * person hired twice under two IDs, where the names usually
      * differ only by accents, case, spacing or punctuation.
      *
      * CLIENT-NOM and CLIENT-PRENOM are normalised the way
      * Reverse judges a palindrome - letters and digits only,
      * upper case - with the accented letters folded to their
      * plain letter first, so "Hélène" and "HELENE" agree. Every
      * pair of master records (leavers included, a rehire under a
      * new ID being the usual case) is then scored:
      *
      *   NOM       same NOM + PRENOM                        50
      *   INVERSE   NOM and PRENOM swapped                   40
      *   INITIALE  same NOM, same PRENOM initial            25
      *   EMBAUCHE  same CLIENT-HIRE-DATE                    20
      *   AGENCE    same CLIENT-AGENCE                       10
      *   BANQUE    same account on bankmaster.txt           40
      *
      * Only one of the three name criteria counts for a pair. A
      * pair scoring WS-REPORT-THRESHOLD or more is a candidate,
      * unless samepersonok.txt (SAMEOK.CPY) already records it as
      * two different people. The candidates are ranked best score
      * first in samepersonreport.txt and written to
      * samepersonpairs.txt (SAMEPAIR.CPY), which PersonDistinct
      * puts to the operator. RC-WARNING when there is any
      * candidate, RC-ERROR when the master is out of balance or a
      * table overflows.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT BANK-MASTER ASSIGN TO 'bankmaster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.

           SELECT SAME-OK ASSIGN TO 'samepersonok.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OK-STATUS.

           SELECT SAME-PAIRS ASSIGN TO 'samepersonpairs.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-REPORT ASSIGN TO 'samepersonreport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  BANK-MASTER.
           COPY "BANKREC.CPY".

       FD  SAME-OK.
           COPY "SAMEOK.CPY".

       FD  SAME-PAIRS.
           COPY "SAMEPAIR.CPY".

       FD  MATCH-REPORT.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.
       01  WS-BANK-STATUS       PIC XX VALUE SPACES.
       01  WS-OK-STATUS         PIC XX VALUE SPACES.

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-OVERFLOW-FILE     PIC X(20) VALUE SPACES.

      * The score weights and the score from which a pair is
      * reported.
       01  WS-SCORE-NAME        PIC 9(3) COMP VALUE 50.
       01  WS-SCORE-SWAPPED     PIC 9(3) COMP VALUE 40.
       01  WS-SCORE-INITIAL     PIC 9(3) COMP VALUE 25.
       01  WS-SCORE-HIRE        PIC 9(3) COMP VALUE 20.
       01  WS-SCORE-AGENCE      PIC 9(3) COMP VALUE 10.
       01  WS-SCORE-BANK        PIC 9(3) COMP VALUE 40.
       01  WS-REPORT-THRESHOLD  PIC 9(3) COMP VALUE 50.

      * The master, with the normalised name keys and the
      * normalised bank account of each employee.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NAME       PIC X(41).
              10 EMT-NOM-KEY    PIC X(20).
              10 EMT-PRENOM-KEY PIC X(20).
              10 EMT-NAME-KEY   PIC X(40).
              10 EMT-HIRE-DATE  PIC 9(8).
              10 EMT-AGENCE     PIC X(3).
              10 EMT-STATUT     PIC X.
                 88 EMT-ACTIF   VALUE 'A' SPACE.
              10 EMT-ACCOUNT    PIC X(27).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * Pairs already confirmed as two different people.
       01  SUPPRESS-TABLE.
           05 SUPPRESS-ENTRY OCCURS 500 TIMES.
              10 SUP-ID-1       PIC X(9).
              10 SUP-ID-2       PIC X(9).
       01  SUPPRESS-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-SUPPRESS-LIMIT    PIC 9(4) COMP VALUE 500.

      * The candidate pairs, by subscript into EMPLOYEE-TABLE.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 500 TIMES.
              10 PRT-SUB-1      PIC 9(4) COMP.
              10 PRT-SUB-2      PIC 9(4) COMP.
              10 PRT-SCORE      PIC 9(3) COMP.
              10 PRT-REASONS    PIC X(32).
       01  PAIR-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-PAIR-LIMIT        PIC 9(4) COMP VALUE 500.
       01  WS-PAIR-SWAP.
           05 FILLER            PIC 9(4) COMP.
           05 FILLER            PIC 9(4) COMP.
           05 FILLER            PIC 9(3) COMP.
           05 FILLER            PIC X(32).

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB-1             PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB-2             PIC 9(4) COMP VALUE ZERO.
       01  WS-SORT-I            PIC 9(4) COMP VALUE ZERO.
       01  WS-SORT-J            PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
           88 WS-NOT-FOUND      VALUE 'N'.
       01  WS-SWAP-SW           PIC X VALUE 'N'.
           88 WS-SWAP-NEEDED    VALUE 'Y'.

       01  WS-PAIR-SCORE        PIC 9(3) COMP VALUE ZERO.
       01  WS-PAIR-REASONS      PIC X(32) VALUE SPACES.
       01  WS-REASON-PTR        PIC 9(3) COMP VALUE 1.
       01  WS-REASON-WORD       PIC X(9) VALUE SPACES.
       01  WS-ID-1              PIC X(9) VALUE SPACES.
       01  WS-ID-2              PIC X(9) VALUE SPACES.

      * Name normalisation: letters and digits only, upper case,
      * with the accented letters of the two-byte X"C3" range
      * folded to their plain letter (a space in the fold table
      * means the character is dropped) and the "oe" ligature
      * spelt out.
       01  WS-NORM-INPUT        PIC X(40) VALUE SPACES.
       01  WS-NORMALIZED        PIC X(40) VALUE SPACES.
       01  WS-NORM-LGTH         PIC 9(3) COMP VALUE ZERO.
       01  WS-NORM-CHAR         PIC X VALUE SPACE.
       01  WS-NORM-I            PIC 9(3) COMP VALUE ZERO.
       01  WS-FOLD-SUB          PIC S9(3) COMP VALUE ZERO.
       01  WS-ACCENT-FOLD-VALUES.
           05 FILLER            PIC X(32)
                  VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
           05 FILLER            PIC X(32)
                  VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
       01  WS-ACCENT-FOLD REDEFINES WS-ACCENT-FOLD-VALUES
                                PIC X(64).

       01  WS-RANK              PIC 9(4) COMP VALUE ZERO.
       01  WS-SUPPRESSED-COUNT  PIC 9(7) COMP VALUE ZERO.
       01  WS-PAIR-OVERFLOW     PIC 9(7) COMP VALUE ZERO.
       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-RANK-EDIT         PIC ZZZ9.
       01  WS-SCORE-EDIT        PIC ZZ9.
       01  WS-STATUT-LABEL      PIC X(6) VALUE SPACES.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PersonMatch".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           CALL "ClientBalance" USING WS-BALANCE-FILE
                                       WS-BALANCE-RESULT.
           IF WS-BALANCE-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichierclient.txt déséquilibré -"
                       " rapprochement des homonymes abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM LOAD-MASTER.
           PERFORM LOAD-BANK-MASTER.
           PERFORM LOAD-SUPPRESSIONS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de lignes que la table pour "
                       WS-OVERFLOW-FILE " - rapprochement abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 >= EMPLOYEE-COUNT
               COMPUTE WS-SUB-2 = WS-SUB-1 + 1
               PERFORM VARYING WS-SUB-2 FROM WS-SUB-2 BY 1
                       UNTIL WS-SUB-2 > EMPLOYEE-COUNT
                   PERFORM SCORE-ONE-PAIR THRU SCORE-ONE-PAIR-EXIT
               END-PERFORM
           END-PERFORM.

           PERFORM RANK-PAIRS.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-PAIR-FILE.

           IF PAIR-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF WS-PAIR-OVERFLOW > ZERO
               MOVE RC-ERROR TO RETURN-CODE
           END-IF.
           MOVE PAIR-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Paires possibles (même personne) : "
                   WS-COUNT-EDIT.
           DISPLAY "Rapport : samepersonreport.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-MASTER.
           OPEN INPUT FICHIERCLIENT.
           IF WS-MASTER-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           PERFORM STORE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-EMPLOYEE.
           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "fichierclient.txt" TO WS-OVERFLOW-FILE
           ELSE
               ADD 1 TO EMPLOYEE-COUNT
               MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
               MOVE SPACES TO EMT-NAME(EMPLOYEE-COUNT)
               STRING FUNCTION TRIM(CLIENT-NOM) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(CLIENT-PRENOM) DELIMITED BY SIZE
                       INTO EMT-NAME(EMPLOYEE-COUNT)
               MOVE CLIENT-NOM TO WS-NORM-INPUT
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORMALIZED TO EMT-NOM-KEY(EMPLOYEE-COUNT)
               MOVE CLIENT-PRENOM TO WS-NORM-INPUT
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORMALIZED TO EMT-PRENOM-KEY(EMPLOYEE-COUNT)
               MOVE SPACES TO EMT-NAME-KEY(EMPLOYEE-COUNT)
               STRING EMT-NOM-KEY(EMPLOYEE-COUNT) DELIMITED BY SPACE
                       EMT-PRENOM-KEY(EMPLOYEE-COUNT)
                               DELIMITED BY SPACE
                       INTO EMT-NAME-KEY(EMPLOYEE-COUNT)
               IF CLIENT-HIRE-DATE NUMERIC
                   MOVE CLIENT-HIRE-DATE
                     TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMT-HIRE-DATE(EMPLOYEE-COUNT)
               END-IF
               MOVE CLIENT-AGENCE TO EMT-AGENCE(EMPLOYEE-COUNT)
               MOVE CLIENT-STATUT TO EMT-STATUT(EMPLOYEE-COUNT)
               MOVE SPACES TO EMT-ACCOUNT(EMPLOYEE-COUNT)
           END-IF.

      * Reverse's palindrome normalisation, on WS-NORM-INPUT into
      * WS-NORMALIZED, with the accent folding in front of it.
       NORMALIZE-TEXT.
           MOVE SPACES TO WS-NORMALIZED.
           MOVE ZERO TO WS-NORM-LGTH.
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 40
               MOVE WS-NORM-INPUT(WS-NORM-I:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN WS-NORM-CHAR = X"C3" AND WS-NORM-I < 40
                       ADD 1 TO WS-NORM-I
                       COMPUTE WS-FOLD-SUB =
                           FUNCTION ORD(WS-NORM-INPUT(WS-NORM-I:1))
                           - 128
                       IF WS-FOLD-SUB >= 1 AND WS-FOLD-SUB <= 64
                           MOVE WS-ACCENT-FOLD(WS-FOLD-SUB:1)
                             TO WS-NORM-CHAR
                       ELSE
                           MOVE SPACE TO WS-NORM-CHAR
                       END-IF
                   WHEN WS-NORM-CHAR = X"C5" AND WS-NORM-I < 40
                       ADD 1 TO WS-NORM-I
                       IF WS-NORM-INPUT(WS-NORM-I:1) = X"92" OR
                          WS-NORM-INPUT(WS-NORM-I:1) = X"93"
                           ADD 1 TO WS-NORM-LGTH
                           MOVE "O" TO WS-NORMALIZED(WS-NORM-LGTH:1)
                           MOVE "E" TO WS-NORM-CHAR
                       ELSE
                           MOVE SPACE TO WS-NORM-CHAR
                       END-IF
                   WHEN OTHER
                       MOVE FUNCTION UPPER-CASE(WS-NORM-CHAR)
                         TO WS-NORM-CHAR
               END-EVALUATE
               IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z') OR
                  (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                   ADD 1 TO WS-NORM-LGTH
                   MOVE WS-NORM-CHAR
                       TO WS-NORMALIZED(WS-NORM-LGTH:1)
               END-IF
           END-PERFORM.

      * The account identifiers are compared the same way, so an
      * IBAN keyed with or without its spaces still matches.
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
                       IF BNK-CLIENT-ID NOT = SPACES AND
                          BNK-ACCOUNT NOT = SPACES
                           PERFORM ATTACH-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-MASTER
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       ATTACH-ONE-ACCOUNT.
           MOVE BNK-ACCOUNT TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = BNK-CLIENT-ID
                   MOVE WS-NORMALIZED TO EMT-ACCOUNT(WS-SUB)
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       LOAD-SUPPRESSIONS.
           OPEN INPUT SAME-OK.
           IF WS-OK-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SAME-OK
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF SOK-ID-1 NOT = SPACES
                           PERFORM STORE-ONE-SUPPRESSION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-OK-STATUS NOT = "35"
               CLOSE SAME-OK
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-SUPPRESSION.
           IF SUPPRESS-COUNT >= WS-SUPPRESS-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE "samepersonok.txt" TO WS-OVERFLOW-FILE
           ELSE
               ADD 1 TO SUPPRESS-COUNT
               IF SOK-ID-1 <= SOK-ID-2
                   MOVE SOK-ID-1 TO SUP-ID-1(SUPPRESS-COUNT)
                   MOVE SOK-ID-2 TO SUP-ID-2(SUPPRESS-COUNT)
               ELSE
                   MOVE SOK-ID-2 TO SUP-ID-1(SUPPRESS-COUNT)
                   MOVE SOK-ID-1 TO SUP-ID-2(SUPPRESS-COUNT)
               END-IF
           END-IF.

      * Scores the pair WS-SUB-1 / WS-SUB-2 and keeps it when it
      * reaches the threshold and has not been ruled out.
       SCORE-ONE-PAIR.
           MOVE ZERO TO WS-PAIR-SCORE.
           MOVE SPACES TO WS-PAIR-REASONS.
           MOVE 1 TO WS-REASON-PTR.

           EVALUATE TRUE
               WHEN EMT-NAME-KEY(WS-SUB-1) = SPACES
                   CONTINUE
               WHEN EMT-NAME-KEY(WS-SUB-1) = EMT-NAME-KEY(WS-SUB-2)
                   ADD WS-SCORE-NAME TO WS-PAIR-SCORE
                   MOVE "NOM" TO WS-REASON-WORD
                   PERFORM ADD-REASON
               WHEN EMT-NOM-KEY(WS-SUB-1) NOT = SPACES AND
                    EMT-PRENOM-KEY(WS-SUB-1) NOT = SPACES AND
                    EMT-NOM-KEY(WS-SUB-1) = EMT-PRENOM-KEY(WS-SUB-2)
                    AND
                    EMT-PRENOM-KEY(WS-SUB-1) = EMT-NOM-KEY(WS-SUB-2)
                   ADD WS-SCORE-SWAPPED TO WS-PAIR-SCORE
                   MOVE "INVERSE" TO WS-REASON-WORD
                   PERFORM ADD-REASON
               WHEN EMT-NOM-KEY(WS-SUB-1) NOT = SPACES AND
                    EMT-PRENOM-KEY(WS-SUB-1) NOT = SPACES AND
                    EMT-NOM-KEY(WS-SUB-1) = EMT-NOM-KEY(WS-SUB-2) AND
                    EMT-PRENOM-KEY(WS-SUB-1)(1:1) =
                    EMT-PRENOM-KEY(WS-SUB-2)(1:1)
                   ADD WS-SCORE-INITIAL TO WS-PAIR-SCORE
                   MOVE "INITIALE" TO WS-REASON-WORD
                   PERFORM ADD-REASON
           END-EVALUATE.

           IF EMT-HIRE-DATE(WS-SUB-1) NOT = ZERO AND
              EMT-HIRE-DATE(WS-SUB-1) = EMT-HIRE-DATE(WS-SUB-2)
               ADD WS-SCORE-HIRE TO WS-PAIR-SCORE
               MOVE "EMBAUCHE" TO WS-REASON-WORD
               PERFORM ADD-REASON
           END-IF.

           IF EMT-AGENCE(WS-SUB-1) NOT = SPACES AND
              EMT-AGENCE(WS-SUB-1) = EMT-AGENCE(WS-SUB-2)
               ADD WS-SCORE-AGENCE TO WS-PAIR-SCORE
               MOVE "AGENCE" TO WS-REASON-WORD
               PERFORM ADD-REASON
           END-IF.

           IF EMT-ACCOUNT(WS-SUB-1) NOT = SPACES AND
              EMT-ACCOUNT(WS-SUB-1) = EMT-ACCOUNT(WS-SUB-2)
               ADD WS-SCORE-BANK TO WS-PAIR-SCORE
               MOVE "BANQUE" TO WS-REASON-WORD
               PERFORM ADD-REASON
           END-IF.

           IF WS-PAIR-SCORE < WS-REPORT-THRESHOLD
               GO TO SCORE-ONE-PAIR-EXIT
           END-IF.

           IF EMT-CLIENT-ID(WS-SUB-1) <= EMT-CLIENT-ID(WS-SUB-2)
               MOVE EMT-CLIENT-ID(WS-SUB-1) TO WS-ID-1
               MOVE EMT-CLIENT-ID(WS-SUB-2) TO WS-ID-2
           ELSE
               MOVE EMT-CLIENT-ID(WS-SUB-2) TO WS-ID-1
               MOVE EMT-CLIENT-ID(WS-SUB-1) TO WS-ID-2
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SUPPRESS-COUNT
               IF SUP-ID-1(WS-SUB) = WS-ID-1 AND
                  SUP-ID-2(WS-SUB) = WS-ID-2
                   SET WS-FOUND TO TRUE
                   MOVE SUPPRESS-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO SCORE-ONE-PAIR-EXIT
           END-IF.

           IF PAIR-COUNT >= WS-PAIR-LIMIT
               ADD 1 TO WS-PAIR-OVERFLOW
               GO TO SCORE-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO PAIR-COUNT.
           IF EMT-CLIENT-ID(WS-SUB-1) = WS-ID-1
               MOVE WS-SUB-1 TO PRT-SUB-1(PAIR-COUNT)
               MOVE WS-SUB-2 TO PRT-SUB-2(PAIR-COUNT)
           ELSE
               MOVE WS-SUB-2 TO PRT-SUB-1(PAIR-COUNT)
               MOVE WS-SUB-1 TO PRT-SUB-2(PAIR-COUNT)
           END-IF.
           MOVE WS-PAIR-SCORE TO PRT-SCORE(PAIR-COUNT).
           MOVE WS-PAIR-REASONS TO PRT-REASONS(PAIR-COUNT).

       SCORE-ONE-PAIR-EXIT.
           EXIT.

       ADD-REASON.
           STRING WS-REASON-WORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   WITH POINTER WS-REASON-PTR.

      * Exchange sort, best score first; equal scores in CLIENT-ID
      * order of the first member.
       RANK-PAIRS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= PAIR-COUNT
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > PAIR-COUNT
                   MOVE 'N' TO WS-SWAP-SW
                   IF PRT-SCORE(WS-SORT-J) > PRT-SCORE(WS-SORT-I)
                       SET WS-SWAP-NEEDED TO TRUE
                   END-IF
                   IF PRT-SCORE(WS-SORT-J) = PRT-SCORE(WS-SORT-I)
                      AND EMT-CLIENT-ID(PRT-SUB-1(WS-SORT-J)) <
                          EMT-CLIENT-ID(PRT-SUB-1(WS-SORT-I))
                       SET WS-SWAP-NEEDED TO TRUE
                   END-IF
                   IF WS-SWAP-NEEDED
                       MOVE PAIR-ENTRY(WS-SORT-I) TO WS-PAIR-SWAP
                       MOVE PAIR-ENTRY(WS-SORT-J)
                         TO PAIR-ENTRY(WS-SORT-I)
                       MOVE WS-PAIR-SWAP TO PAIR-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT MATCH-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Salariés possiblement embauchés deux fois au "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Critères : NOM 50, INVERSE 40, INITIALE 25,"
                   DELIMITED BY SIZE
                   " EMBAUCHE 20, AGENCE 10, BANQUE 40"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-THRESHOLD TO WS-SCORE-EDIT.
           MOVE EMPLOYEE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Seuil de signalement : " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   " - salariés comparés : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE " Rang Score Critères" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > PAIR-COUNT
               PERFORM WRITE-ONE-PAIR
           END-PERFORM.

           IF PAIR-COUNT = ZERO
               MOVE "  Aucune paire à examiner." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Paires écartées (samepersonok.txt) : "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PAIR-OVERFLOW > ZERO
               MOVE WS-PAIR-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "ATTENTION: " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " paire(s) au-delà de la table non"
                       " classée(s)" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE PAIR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PAIRES : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE MATCH-REPORT.

      * Rank, score and criteria, then one line per member of the
      * pair.
       WRITE-ONE-PAIR.
           MOVE WS-RANK TO WS-RANK-EDIT.
           MOVE PRT-SCORE(WS-RANK) TO WS-SCORE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING " " DELIMITED BY SIZE
                   WS-RANK-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRT-REASONS(WS-RANK) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PRT-SUB-1(WS-RANK) TO WS-SUB.
           PERFORM WRITE-PAIR-MEMBER.
           MOVE PRT-SUB-2(WS-RANK) TO WS-SUB.
           PERFORM WRITE-PAIR-MEMBER.

       WRITE-PAIR-MEMBER.
           IF EMT-ACTIF(WS-SUB)
               MOVE "actif" TO WS-STATUT-LABEL
           ELSE
               MOVE "sorti" TO WS-STATUT-LABEL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE EMT-CLIENT-ID(WS-SUB) TO REPORT-LINE(12:9).
           MOVE EMT-NAME(WS-SUB) TO REPORT-LINE(23:41).
           MOVE WS-STATUT-LABEL TO REPORT-LINE(65:6).
           STRING "embauche " DELIMITED BY SIZE
                   EMT-HIRE-DATE(WS-SUB) DELIMITED BY SIZE
                   "  agence " DELIMITED BY SIZE
                   EMT-AGENCE(WS-SUB) DELIMITED BY SIZE
                   "  compte " DELIMITED BY SIZE
                   EMT-ACCOUNT(WS-SUB) DELIMITED BY SPACE
                   INTO REPORT-LINE(72:).
           WRITE REPORT-LINE.

       WRITE-PAIR-FILE.
           OPEN OUTPUT SAME-PAIRS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > PAIR-COUNT
               MOVE SPACES TO SAME-PAIR-RECORD
               MOVE PRT-SUB-1(WS-RANK) TO WS-SUB
               MOVE EMT-CLIENT-ID(WS-SUB) TO SPR-ID-1
               MOVE EMT-NAME(WS-SUB) TO SPR-NAME-1
               MOVE PRT-SUB-2(WS-RANK) TO WS-SUB
               MOVE EMT-CLIENT-ID(WS-SUB) TO SPR-ID-2
               MOVE EMT-NAME(WS-SUB) TO SPR-NAME-2
               MOVE PRT-SCORE(WS-RANK) TO SPR-SCORE
               MOVE PRT-REASONS(WS-RANK) TO SPR-REASONS
               WRITE SAME-PAIR-RECORD
           END-PERFORM.
           CLOSE SAME-PAIRS.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           IF RETURN-CODE = RC-ERROR AND PAIR-COUNT = ZERO
               MOVE "Homonymes: rapprochement abandonné"
                 TO AUDIT-SUMMARY-LINE
           ELSE
               MOVE PAIR-COUNT TO WS-COUNT-EDIT
               STRING "Homonymes: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " paire(s) possible(s)" DELIMITED BY SIZE
                       INTO AUDIT-SUMMARY-LINE
           END-IF.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
