       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeCheck.

      ***************************************************************
      * Shared salary grade subprogram:
      *
      *     CALL "GradeCheck" USING GRADE-CHECK-AREA
      *
      * (GRADECHK.CPY). Finds the grade the poste belongs to in
      * salarygrades.txt (SALGRADE.CPY), judges the salary against
      * the grade's minimum and maximum and works out the
      * compa-ratio on its midpoint, so GradeReport, ReviewApply,
      * TransApply and ApprovalQueue all read the bands the same
      * way. A poste mapped to a grade that is not on file, or to a
      * grade whose band is not numeric, is treated as not graded;
      * GradeMaint never writes either. The file is optional and is
      * read once on the first call, then kept in WORKING-STORAGE
      * for the rest of the run, as RefLookup keeps its masters.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARY-GRADES ASSIGN TO 'salarygrades.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARY-GRADES.
           COPY "SALGRADE.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GRADES-STATUS     PIC XX VALUE SPACES.

       01  WS-LOADED-SW         PIC X VALUE 'N'.
           88 WS-LOADED         VALUE 'Y'.
       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  GRADE-TABLE.
           05 GRADE-ENTRY OCCURS 100 TIMES.
              10 GRT-GRADE      PIC X(3).
              10 GRT-NAME       PIC X(20).
              10 GRT-MIN        PIC 9(6).
              10 GRT-MID        PIC 9(6).
              10 GRT-MAX        PIC 9(6).
       01  GRADE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-GRADE-LIMIT       PIC 9(3) COMP VALUE 100.

       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 500 TIMES.
              10 PST-POSTE      PIC X(14).
              10 PST-GRADE      PIC X(3).
       01  POSTE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-POSTE-LIMIT       PIC 9(3) COMP VALUE 500.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-GRADE-SUB         PIC 9(3) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY "GRADECHK.CPY".

       PROCEDURE DIVISION USING GRADE-CHECK-AREA.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-GRADE-TABLES
               SET WS-LOADED TO TRUE
           END-IF.

           MOVE SPACES TO GRC-GRADE.
           MOVE SPACES TO GRC-GRADE-NAME.
           MOVE ZERO TO GRC-MIN.
           MOVE ZERO TO GRC-MID.
           MOVE ZERO TO GRC-MAX.
           MOVE ZERO TO GRC-COMPA-RATIO.

           IF WS-TABLE-OVERFLOW
               SET GRC-TABLE-OVERFLOW TO TRUE
               GOBACK
           END-IF.

           PERFORM FIND-POSTE-GRADE.
           IF WS-GRADE-SUB = ZERO
               SET GRC-NOT-GRADED TO TRUE
               MOVE SPACES TO GRC-GRADE
               GOBACK
           END-IF.

           MOVE GRT-GRADE(WS-GRADE-SUB) TO GRC-GRADE.
           MOVE GRT-NAME(WS-GRADE-SUB) TO GRC-GRADE-NAME.
           MOVE GRT-MIN(WS-GRADE-SUB) TO GRC-MIN.
           MOVE GRT-MID(WS-GRADE-SUB) TO GRC-MID.
           MOVE GRT-MAX(WS-GRADE-SUB) TO GRC-MAX.
           IF GRC-MID > ZERO
               COMPUTE GRC-COMPA-RATIO ROUNDED =
                       GRC-SALAIRE / GRC-MID
           END-IF.

           EVALUATE TRUE
               WHEN GRC-SALAIRE < GRC-MIN
                   SET GRC-BELOW-MIN TO TRUE
               WHEN GRC-SALAIRE > GRC-MAX
                   SET GRC-ABOVE-MAX TO TRUE
               WHEN OTHER
                   SET GRC-IN-BAND TO TRUE
           END-EVALUATE.

           GOBACK.

       LOAD-GRADE-TABLES.
           MOVE 'N' TO END-OF-FILE.
           OPEN INPUT SALARY-GRADES.
           IF WS-GRADES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ SALARY-GRADES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SGR-GRADE-LINE
                               PERFORM STORE-ONE-GRADE
                           WHEN SGR-POSTE-LINE
                               PERFORM STORE-ONE-POSTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-GRADES-STATUS NOT = "35"
               CLOSE SALARY-GRADES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "GradeCheck: plus de " WS-GRADE-LIMIT
                       " grades ou " WS-POSTE-LIMIT
                       " postes dans salarygrades.txt."
           END-IF.

      * A grade whose band is not numeric is not kept, so its
      * postes come out not graded.
       STORE-ONE-GRADE.
           IF SGR-GRADE NOT = SPACES AND
              SGR-MIN NUMERIC AND SGR-MID NUMERIC AND
              SGR-MAX NUMERIC
               IF GRADE-COUNT >= WS-GRADE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO GRADE-COUNT
                   MOVE SGR-GRADE TO GRT-GRADE(GRADE-COUNT)
                   MOVE SGR-GRADE-NAME TO GRT-NAME(GRADE-COUNT)
                   MOVE SGR-MIN TO GRT-MIN(GRADE-COUNT)
                   MOVE SGR-MID TO GRT-MID(GRADE-COUNT)
                   MOVE SGR-MAX TO GRT-MAX(GRADE-COUNT)
               END-IF
           END-IF.

       STORE-ONE-POSTE.
           IF SGR-POSTE NOT = SPACES
               IF POSTE-COUNT >= WS-POSTE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO POSTE-COUNT
                   MOVE SGR-POSTE TO PST-POSTE(POSTE-COUNT)
                   MOVE SGR-POSTE-GRADE TO PST-GRADE(POSTE-COUNT)
               END-IF
           END-IF.

      * WS-GRADE-SUB comes back zero when the poste is not mapped
      * or its grade is not on file.
       FIND-POSTE-GRADE.
           MOVE ZERO TO WS-GRADE-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > POSTE-COUNT
               IF PST-POSTE(WS-SUB) = GRC-POSTE
                   MOVE PST-GRADE(WS-SUB) TO GRC-GRADE
                   MOVE POSTE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           IF GRC-GRADE NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > GRADE-COUNT
                   IF GRT-GRADE(WS-SUB) = GRC-GRADE
                       MOVE WS-SUB TO WS-GRADE-SUB
                       MOVE GRADE-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
           END-IF.
