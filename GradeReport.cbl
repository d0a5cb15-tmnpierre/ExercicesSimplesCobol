       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeReport.

      ***************************************************************
      * Compa-ratio report on the salary grade structure, written to
      * gradereport.txt. Every active employee on fichierclient.txt
      * is judged through GradeCheck against the band of the grade
      * their poste belongs to (salarygrades.txt, kept with
      * GradeMaint):
      *
      *   - by grade, then by département, each person with salary,
      *     compa-ratio (salary / midpoint of the band) and a flag
      *     when below the minimum or above the maximum, with the
      *     headcount and average compa-ratio of each département
      *     and each grade;
      *   - "Hors fourchette": everyone below the minimum or above
      *     the maximum, with the band and the gap to it;
      *   - "Postes sans grade": everyone whose poste has no grade,
      *     so the structure can be completed.
      *
      * Terminated employees are left out. The run ends RC-WARNING
      * when anyone is out of band or not graded, and RC-ERROR when
      * salarygrades.txt or the employee table overflows.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-LISTING ASSIGN TO 'gradereport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  GRADE-LISTING.
       01  GRADE-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "GRADECHK.CPY".

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

      * One line per active employee, sorted on grade, département
      * and CLIENT-ID. An employee whose poste has no grade carries
      * HIGH-VALUES as grade so they sort after every graded one.
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-KEY.
                 15 EMT-GRADE   PIC X(3).
                 15 EMT-DEPT    PIC X(4).
                 15 EMT-CLIENT-ID PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-PRENOM     PIC X(20).
              10 EMT-POSTE      PIC X(14).
              10 EMT-SALAIRE    PIC 9(6).
              10 EMT-RESULT     PIC X.
                 88 EMT-IN-BAND     VALUE 'W'.
                 88 EMT-BELOW-MIN   VALUE 'B'.
                 88 EMT-ABOVE-MAX   VALUE 'A'.
                 88 EMT-OUT-OF-BAND VALUE 'B' 'A'.
                 88 EMT-NOT-GRADED  VALUE 'N'.
              10 EMT-GRADE-NAME PIC X(20).
              10 EMT-MIN        PIC 9(6).
              10 EMT-MID        PIC 9(6).
              10 EMT-MAX        PIC 9(6).
              10 EMT-COMPA-RATIO PIC 9(2)V999.
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.
       01  WS-SWAP-EMPLOYEE     PIC X(120).

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-GRADES-OVERFLOW-SW PIC X VALUE 'N'.
           88 WS-GRADES-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.

      * Control breaks.
       01  WS-PREV-GRADE        PIC X(3) VALUE SPACES.
       01  WS-PREV-DEPT         PIC X(4) VALUE SPACES.
       01  WS-DEPT-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-DEPT-RATIO-SUM    PIC 9(7)V999 VALUE ZERO.
       01  WS-GRADE-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-GRADE-RATIO-SUM   PIC 9(7)V999 VALUE ZERO.
       01  WS-GRADE-OUT-COUNT   PIC 9(5) COMP VALUE ZERO.
       01  WS-AVERAGE-RATIO     PIC 9(2)V999 VALUE ZERO.

       01  WS-REF-TYPE          PIC X VALUE 'D'.
       01  WS-REF-CODE          PIC X(4) VALUE SPACES.
       01  WS-REF-NAME          PIC X(20) VALUE SPACES.
       01  WS-REF-FOUND         PIC X VALUE 'N'.

       01  WS-FLAG              PIC X(18) VALUE SPACES.
       01  WS-GAP               PIC 9(6) VALUE ZERO.

       01  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-GRADED-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-BELOW-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  WS-ABOVE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  WS-UNGRADED-COUNT    PIC 9(7) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-SALARY-EDIT       PIC ZZZZZ9.
       01  WS-MIN-EDIT          PIC ZZZZZ9.
       01  WS-MID-EDIT          PIC ZZZZZ9.
       01  WS-MAX-EDIT          PIC ZZZZZ9.
       01  WS-GAP-EDIT          PIC ZZZZZ9.
       01  WS-RATIO-EDIT        PIC Z9.999.
       01  WS-OUT-EDIT          PIC Z(4)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "GradeReport".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EMPLOYEES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EMPLOYEE-LIMIT
                       " salariés actifs."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           IF WS-GRADES-OVERFLOW
               DISPLAY "Erreur: grille des salaires trop grande -"
                       " rapport non produit."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-EMPLOYEE-TABLE.

           OPEN OUTPUT GRADE-LISTING.
           MOVE SPACES TO GRADE-LINE.
           STRING "Grille des salaires - compa-ratio au "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE ALL "-" TO GRADE-LINE.
           WRITE GRADE-LINE.

           PERFORM WRITE-GRADE-SECTIONS.
           PERFORM WRITE-OUT-OF-BAND-SECTION.
           PERFORM WRITE-UNGRADED-SECTION.
           PERFORM WRITE-SUMMARY.
           CLOSE GRADE-LISTING.

           IF WS-BELOW-COUNT > ZERO OR WS-ABOVE-COUNT > ZERO OR
              WS-UNGRADED-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés actifs        : " WS-COUNT-EDIT.
           MOVE WS-GRADED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés gradés        : " WS-COUNT-EDIT.
           MOVE WS-BELOW-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Sous le minimum        : " WS-COUNT-EDIT.
           MOVE WS-ABOVE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Au-dessus du maximum   : " WS-COUNT-EDIT.
           MOVE WS-UNGRADED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Postes sans grade      : " WS-COUNT-EDIT.
           DISPLAY "Rapport                : gradereport.txt".
           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-EMPLOYEES.
           OPEN INPUT FICHIERCLIENT.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*' AND CLIENT-ACTIF
                           ADD 1 TO WS-READ-COUNT
                           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               PERFORM STORE-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-EMPLOYEE.
           MOVE CLIENT-POSTE TO GRC-POSTE.
           MOVE CLIENT-SALAIRE TO GRC-SALAIRE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "GradeCheck" USING GRADE-CHECK-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF GRC-TABLE-OVERFLOW
               SET WS-GRADES-OVERFLOW TO TRUE
           END-IF.

           ADD 1 TO EMPLOYEE-COUNT.
           MOVE CLIENT-DEPT TO EMT-DEPT(EMPLOYEE-COUNT).
           MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT).
           MOVE CLIENT-NOM TO EMT-NOM(EMPLOYEE-COUNT).
           MOVE CLIENT-PRENOM TO EMT-PRENOM(EMPLOYEE-COUNT).
           MOVE CLIENT-POSTE TO EMT-POSTE(EMPLOYEE-COUNT).
           MOVE CLIENT-SALAIRE TO EMT-SALAIRE(EMPLOYEE-COUNT).
           MOVE GRC-RESULT TO EMT-RESULT(EMPLOYEE-COUNT).
           MOVE GRC-GRADE-NAME TO EMT-GRADE-NAME(EMPLOYEE-COUNT).
           MOVE GRC-MIN TO EMT-MIN(EMPLOYEE-COUNT).
           MOVE GRC-MID TO EMT-MID(EMPLOYEE-COUNT).
           MOVE GRC-MAX TO EMT-MAX(EMPLOYEE-COUNT).
           MOVE GRC-COMPA-RATIO TO EMT-COMPA-RATIO(EMPLOYEE-COUNT).
           IF GRC-NOT-GRADED
               MOVE HIGH-VALUES TO EMT-GRADE(EMPLOYEE-COUNT)
               ADD 1 TO WS-UNGRADED-COUNT
           ELSE
               MOVE GRC-GRADE TO EMT-GRADE(EMPLOYEE-COUNT)
               ADD 1 TO WS-GRADED-COUNT
           END-IF.
           IF GRC-BELOW-MIN
               ADD 1 TO WS-BELOW-COUNT
           END-IF.
           IF GRC-ABOVE-MAX
               ADD 1 TO WS-ABOVE-COUNT
           END-IF.

      * Exchange sort on grade, département and CLIENT-ID.
       SORT-EMPLOYEE-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= EMPLOYEE-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > EMPLOYEE-COUNT
                   IF EMT-KEY(WS-SUB2) < EMT-KEY(WS-SUB)
                       MOVE EMPLOYEE-ENTRY(WS-SUB) TO WS-SWAP-EMPLOYEE
                       MOVE EMPLOYEE-ENTRY(WS-SUB2)
                         TO EMPLOYEE-ENTRY(WS-SUB)
                       MOVE WS-SWAP-EMPLOYEE
                         TO EMPLOYEE-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The graded employees come first in the sorted table; the
      * first one without a grade ends the listing.
       WRITE-GRADE-SECTIONS.
           IF WS-GRADED-COUNT = ZERO
               MOVE SPACES TO GRADE-LINE
               WRITE GRADE-LINE
               MOVE "(aucun salarié gradé)" TO GRADE-LINE
               WRITE GRADE-LINE
           END-IF.

           MOVE SPACES TO WS-PREV-GRADE.
           MOVE SPACES TO WS-PREV-DEPT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-NOT-GRADED(WS-SUB)
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               ELSE
                   IF EMT-GRADE(WS-SUB) NOT = WS-PREV-GRADE
                       IF WS-PREV-GRADE NOT = SPACES
                           PERFORM WRITE-DEPT-TOTAL
                           PERFORM WRITE-GRADE-TOTAL
                       END-IF
                       PERFORM WRITE-GRADE-HEADING
                       PERFORM WRITE-DEPT-HEADING
                   ELSE
                       IF EMT-DEPT(WS-SUB) NOT = WS-PREV-DEPT
                           PERFORM WRITE-DEPT-TOTAL
                           PERFORM WRITE-DEPT-HEADING
                       END-IF
                   END-IF
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-PERFORM.

           IF WS-PREV-GRADE NOT = SPACES
               PERFORM WRITE-DEPT-TOTAL
               PERFORM WRITE-GRADE-TOTAL
           END-IF.

       WRITE-GRADE-HEADING.
           MOVE EMT-GRADE(WS-SUB) TO WS-PREV-GRADE.
           MOVE ZERO TO WS-GRADE-COUNT.
           MOVE ZERO TO WS-GRADE-RATIO-SUM.
           MOVE ZERO TO WS-GRADE-OUT-COUNT.
           MOVE EMT-MIN(WS-SUB) TO WS-MIN-EDIT.
           MOVE EMT-MID(WS-SUB) TO WS-MID-EDIT.
           MOVE EMT-MAX(WS-SUB) TO WS-MAX-EDIT.
           MOVE SPACES TO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE SPACES TO GRADE-LINE.
           STRING "Grade " DELIMITED BY SIZE
                   EMT-GRADE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-GRADE-NAME(WS-SUB) DELIMITED BY SIZE
                   "  minimum " DELIMITED BY SIZE
                   WS-MIN-EDIT DELIMITED BY SIZE
                   "  milieu " DELIMITED BY SIZE
                   WS-MID-EDIT DELIMITED BY SIZE
                   "  maximum " DELIMITED BY SIZE
                   WS-MAX-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

       WRITE-DEPT-HEADING.
           MOVE EMT-DEPT(WS-SUB) TO WS-PREV-DEPT.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-RATIO-SUM.
           MOVE EMT-DEPT(WS-SUB) TO WS-REF-CODE.
           MOVE SPACES TO WS-REF-NAME.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "RefLookup" USING WS-REF-TYPE WS-REF-CODE
                                   WS-REF-NAME WS-REF-FOUND.
           MOVE RC-SAVE TO RETURN-CODE.
           IF WS-REF-FOUND NOT = 'Y'
               MOVE "(inconnu)" TO WS-REF-NAME
           END-IF.
           MOVE SPACES TO GRADE-LINE.
           STRING "  Département " DELIMITED BY SIZE
                   EMT-DEPT(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REF-NAME DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

       WRITE-EMPLOYEE-LINE.
           ADD 1 TO WS-DEPT-COUNT.
           ADD 1 TO WS-GRADE-COUNT.
           ADD EMT-COMPA-RATIO(WS-SUB) TO WS-DEPT-RATIO-SUM.
           ADD EMT-COMPA-RATIO(WS-SUB) TO WS-GRADE-RATIO-SUM.
           MOVE SPACES TO WS-FLAG.
           IF EMT-BELOW-MIN(WS-SUB)
               MOVE "SOUS MINIMUM" TO WS-FLAG
               ADD 1 TO WS-GRADE-OUT-COUNT
           END-IF.
           IF EMT-ABOVE-MAX(WS-SUB)
               MOVE "AU-DESSUS MAXIMUM" TO WS-FLAG
               ADD 1 TO WS-GRADE-OUT-COUNT
           END-IF.
           MOVE EMT-SALAIRE(WS-SUB) TO WS-SALARY-EDIT.
           MOVE EMT-COMPA-RATIO(WS-SUB) TO WS-RATIO-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "    " DELIMITED BY SIZE
                   EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-NOM(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-POSTE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SALARY-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RATIO-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FLAG DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

       WRITE-DEPT-TOTAL.
           MOVE ZERO TO WS-AVERAGE-RATIO.
           IF WS-DEPT-COUNT > ZERO
               COMPUTE WS-AVERAGE-RATIO ROUNDED =
                       WS-DEPT-RATIO-SUM / WS-DEPT-COUNT
           END-IF.
           MOVE WS-DEPT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-AVERAGE-RATIO TO WS-RATIO-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "    Sous-total " DELIMITED BY SIZE
                   WS-PREV-DEPT DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s), compa-ratio moyen " DELIMITED BY SIZE
                   WS-RATIO-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

       WRITE-GRADE-TOTAL.
           MOVE ZERO TO WS-AVERAGE-RATIO.
           IF WS-GRADE-COUNT > ZERO
               COMPUTE WS-AVERAGE-RATIO ROUNDED =
                       WS-GRADE-RATIO-SUM / WS-GRADE-COUNT
           END-IF.
           MOVE WS-GRADE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-AVERAGE-RATIO TO WS-RATIO-EDIT.
           MOVE WS-GRADE-OUT-COUNT TO WS-OUT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "  Total grade " DELIMITED BY SIZE
                   WS-PREV-GRADE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " salarié(s), compa-ratio moyen " DELIMITED BY SIZE
                   WS-RATIO-EDIT DELIMITED BY SIZE
                   ", hors fourchette " DELIMITED BY SIZE
                   WS-OUT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

      * The gap is what it would take to bring the salary back to
      * the nearer end of the band.
       WRITE-OUT-OF-BAND-SECTION.
           MOVE SPACES TO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE "Hors fourchette" TO GRADE-LINE.
           WRITE GRADE-LINE.
           IF WS-BELOW-COUNT = ZERO AND WS-ABOVE-COUNT = ZERO
               MOVE "    (aucun)" TO GRADE-LINE
               WRITE GRADE-LINE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-OUT-OF-BAND(WS-SUB)
                   IF EMT-BELOW-MIN(WS-SUB)
                       MOVE "SOUS MINIMUM" TO WS-FLAG
                       COMPUTE WS-GAP = EMT-MIN(WS-SUB)
                                      - EMT-SALAIRE(WS-SUB)
                   ELSE
                       MOVE "AU-DESSUS MAXIMUM" TO WS-FLAG
                       COMPUTE WS-GAP = EMT-SALAIRE(WS-SUB)
                                      - EMT-MAX(WS-SUB)
                   END-IF
                   MOVE EMT-SALAIRE(WS-SUB) TO WS-SALARY-EDIT
                   MOVE EMT-MIN(WS-SUB) TO WS-MIN-EDIT
                   MOVE EMT-MAX(WS-SUB) TO WS-MAX-EDIT
                   MOVE WS-GAP TO WS-GAP-EDIT
                   MOVE SPACES TO GRADE-LINE
                   STRING "    " DELIMITED BY SIZE
                           EMT-GRADE(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-DEPT(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-NOM(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SALARY-EDIT DELIMITED BY SIZE
                           "  (" DELIMITED BY SIZE
                           WS-MIN-EDIT DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-MAX-EDIT DELIMITED BY SIZE
                           ")  " DELIMITED BY SIZE
                           WS-FLAG DELIMITED BY SIZE
                           " écart " DELIMITED BY SIZE
                           WS-GAP-EDIT DELIMITED BY SIZE
                           INTO GRADE-LINE
                   WRITE GRADE-LINE
               END-IF
           END-PERFORM.

       WRITE-UNGRADED-SECTION.
           MOVE SPACES TO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE "Postes sans grade" TO GRADE-LINE.
           WRITE GRADE-LINE.
           IF WS-UNGRADED-COUNT = ZERO
               MOVE "    (aucun)" TO GRADE-LINE
               WRITE GRADE-LINE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-NOT-GRADED(WS-SUB)
                   MOVE EMT-SALAIRE(WS-SUB) TO WS-SALARY-EDIT
                   MOVE SPACES TO GRADE-LINE
                   STRING "    " DELIMITED BY SIZE
                           EMT-POSTE(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-DEPT(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-NOM(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SALARY-EDIT DELIMITED BY SIZE
                           INTO GRADE-LINE
                   WRITE GRADE-LINE
               END-IF
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "Salariés actifs      : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE WS-GRADED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "Salariés gradés      : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE WS-BELOW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "Sous le minimum      : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE WS-ABOVE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "Au-dessus du maximum : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.
           MOVE WS-UNGRADED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO GRADE-LINE.
           STRING "Postes sans grade    : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO GRADE-LINE.
           WRITE GRADE-LINE.

       LOG-AUDIT-ENTRY.
           COMPUTE WS-COUNT-EDIT = WS-BELOW-COUNT + WS-ABOVE-COUNT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Grades: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " hors fourchette" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
