       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocCheck.

      ***************************************************************
      * Validation listing of the cost-centre split file
      * costallocation.txt (COSTALLOC.CPY), to run after every
      * change to it and before GlPost. Written to
      * costalloccheck.txt:
      *
      *   - every line that CostSplit cannot use or that charges
      *     nobody sensible: CLIENT-ID not on fichierclient.txt,
      *     département not on deptmaster.txt (through RefLookup),
      *     percentage not numeric or outside 0-100, start date
      *     invalid, end date invalid or before the start;
      *   - every person whose lines in force do not come to 100 %.
      *     A split only changes on a start date or on the day after
      *     an end date, so the total is checked on each of those
      *     days; a total of zero is not a fault (the split has
      *     ended and the person goes back to CLIENT-DEPT).
      *
      * GlPost, PayBackout and BudgetReport leave a payslip whose
      * split is faulty on its home département. The run ends
      * RC-WARNING when anything is listed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-ALLOCATION ASSIGN TO 'costallocation.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-STATUS.

           SELECT CHECK-LISTING ASSIGN TO 'costalloccheck.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  COST-ALLOCATION.
           COPY "COSTALLOC.CPY".

       FD  CHECK-LISTING.
       01  CHECK-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-ALLOC-STATUS      PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

      * The usable lines, sorted on CLIENT-ID and start date.
      * ALT-NEXT-DATE is the day after the end date (zero when
      * open-ended), the other day the split can change.
       01  ALLOC-TABLE.
           05 ALLOC-ENTRY OCCURS 2000 TIMES.
              10 ALT-CLIENT-ID  PIC X(9).
              10 ALT-START-DATE PIC 9(8).
              10 ALT-END-DATE   PIC 9(8).
              10 ALT-NEXT-DATE  PIC 9(8).
              10 ALT-DEPT       PIC X(4).
              10 ALT-PERCENT    PIC 9(3)V99.
       01  ALLOC-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-ALLOC-LIMIT       PIC 9(4) COMP VALUE 2000.
       01  WS-SWAP-ALLOC.
           03 FILLER            PIC X(9).
           03 FILLER            PIC 9(8).
           03 FILLER            PIC 9(8).
           03 FILLER            PIC 9(8).
           03 FILLER            PIC X(4).
           03 FILLER            PIC 9(3)V99.
       01  WS-KEY-A             PIC X(17) VALUE SPACES.
       01  WS-KEY-B             PIC X(17) VALUE SPACES.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-KSUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-GROUP-START       PIC 9(4) COMP VALUE ZERO.
       01  WS-GROUP-END         PIC 9(4) COMP VALUE ZERO.
       01  WS-LINE-NO           PIC 9(5) VALUE ZERO.
       01  WS-LINE-LIMIT        PIC 9(2) COMP VALUE 10.

      * Line validation.
       01  WS-REASON            PIC X(30) VALUE SPACES.
       01  WS-USABLE-SW         PIC X VALUE 'N'.
           88 WS-USABLE         VALUE 'Y'.
       01  WS-END-DATE          PIC 9(8) VALUE ZERO.

      * Total in force on one day for one person.
       01  WS-CHECK-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CHECK-TOTAL       PIC 9(5)V99 VALUE ZERO.
       01  WS-CHECK-LINES       PIC 9(4) COMP VALUE ZERO.
       01  WS-DONE-SW           PIC X VALUE 'N'.
           88 WS-ALREADY-DONE   VALUE 'Y'.
       01  WS-NOM               PIC X(20) VALUE SPACES.

       01  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-BAD-LINE-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  WS-PERSON-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-BAD-TOTAL-COUNT   PIC 9(7) COMP VALUE ZERO.

       01  WS-REF-TYPE          PIC X VALUE 'D'.
       01  WS-REF-CODE          PIC X(4) VALUE SPACES.
       01  WS-REF-NAME          PIC X(20) VALUE SPACES.
       01  WS-REF-FOUND         PIC X VALUE 'N'.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-PERCENT-EDIT      PIC ZZZZ9.99.
       01  WS-LINE-EDIT         PIC Z(4)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "CostAllocCheck".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EMPLOYEES.

           OPEN OUTPUT CHECK-LISTING.
           MOVE SPACES TO CHECK-LINE.
           STRING "Contrôle de la répartition analytique"
                   DELIMITED BY SIZE
                   " (costallocation.txt) au " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE ALL "-" TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "Lignes en erreur" TO CHECK-LINE.
           WRITE CHECK-LINE.

           PERFORM LOAD-ALLOCATION-FILE.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EMPLOYEE-LIMIT
                       " salariés ou " WS-ALLOC-LIMIT
                       " lignes de répartition."
               CLOSE CHECK-LISTING
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           IF WS-BAD-LINE-COUNT = ZERO
               MOVE "    (aucune)" TO CHECK-LINE
               WRITE CHECK-LINE
           END-IF.

           PERFORM SORT-ALLOC-TABLE.

           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "Totaux différents de 100 %" TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE 1 TO WS-GROUP-START.
           PERFORM UNTIL WS-GROUP-START > ALLOC-COUNT
               PERFORM CHECK-ONE-PERSON
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM.
           IF WS-BAD-TOTAL-COUNT = ZERO
               MOVE "    (aucun)" TO CHECK-LINE
               WRITE CHECK-LINE
           END-IF.

           PERFORM WRITE-SUMMARY.
           CLOSE CHECK-LISTING.

           IF WS-BAD-LINE-COUNT > ZERO OR WS-BAD-TOTAL-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Lignes lues            : " WS-COUNT-EDIT.
           MOVE WS-PERSON-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés répartis      : " WS-COUNT-EDIT.
           MOVE WS-BAD-LINE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Lignes en erreur       : " WS-COUNT-EDIT.
           MOVE WS-BAD-TOTAL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Totaux hors 100 %      : " WS-COUNT-EDIT.
           DISPLAY "Liste de contrôle      : costalloccheck.txt".

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

       LOAD-EMPLOYEES.
           OPEN INPUT FICHIERCLIENT.
           PERFORM UNTIL END-OF-FILE-YES
               READ FICHIERCLIENT INTO CLIENT-RECORD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CLIENT-ID(1:1) NOT = '*'
                           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO EMPLOYEE-COUNT
                               MOVE CLIENT-ID
                                 TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
                               MOVE CLIENT-NOM
                                 TO EMT-NOM(EMPLOYEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           MOVE 'N' TO END-OF-FILE.

       LOAD-ALLOCATION-FILE.
           OPEN INPUT COST-ALLOCATION.
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "Pas de fichier costallocation.txt - aucune"
                       " répartition à contrôler."
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ COST-ALLOCATION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF CAL-CLIENT-ID NOT = SPACES AND
                          CAL-CLIENT-ID(1:1) NOT = '*'
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ALLOC-STATUS NOT = "35"
               CLOSE COST-ALLOCATION
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * CostSplit keeps every line whose percentage and start date
      * are numeric, so those go into the total check whatever else
      * is wrong with them - the totals then show what the posting
      * programs will really see.
       CHECK-ONE-LINE.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO WS-USABLE-SW.
           IF CAL-PERCENT NUMERIC AND CAL-START-DATE NUMERIC
               SET WS-USABLE TO TRUE
           END-IF.

           MOVE ZERO TO WS-END-DATE.
           IF CAL-END-DATE NUMERIC
               MOVE CAL-END-DATE TO WS-END-DATE
           END-IF.

           PERFORM FIND-EMPLOYEE.
           MOVE CAL-DEPT TO WS-REF-CODE.
           CALL "RefLookup" USING WS-REF-TYPE WS-REF-CODE
                                   WS-REF-NAME WS-REF-FOUND.

           EVALUATE TRUE
               WHEN WS-SUB2 = ZERO
                   MOVE "SALARIE INCONNU" TO WS-REASON
               WHEN CAL-DEPT = SPACES OR WS-REF-FOUND NOT = 'Y'
                   MOVE "DEPARTEMENT INCONNU" TO WS-REASON
               WHEN CAL-PERCENT NOT NUMERIC
                   MOVE "POURCENTAGE INVALIDE" TO WS-REASON
               WHEN CAL-PERCENT = ZERO OR CAL-PERCENT > 100
                   MOVE "POURCENTAGE HORS 0-100" TO WS-REASON
               WHEN CAL-START-DATE NOT NUMERIC
                   MOVE "DATE DEBUT INVALIDE" TO WS-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(CAL-START-DATE)
                    NOT = ZERO
                   MOVE "DATE DEBUT INVALIDE" TO WS-REASON
               WHEN CAL-END-DATE NOT NUMERIC
                   MOVE "DATE FIN INVALIDE" TO WS-REASON
               WHEN WS-END-DATE NOT = ZERO AND
                    FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE)
                    NOT = ZERO
                   MOVE "DATE FIN INVALIDE" TO WS-REASON
               WHEN WS-END-DATE NOT = ZERO AND
                    WS-END-DATE < CAL-START-DATE
                   MOVE "FIN AVANT DEBUT" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-BAD-LINE-COUNT
               MOVE WS-LINE-NO TO WS-LINE-EDIT
               MOVE SPACES TO CHECK-LINE
               STRING "    ligne " DELIMITED BY SIZE
                       WS-LINE-EDIT DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       COST-ALLOCATION-RECORD DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                       INTO CHECK-LINE
               WRITE CHECK-LINE
           END-IF.

           IF WS-USABLE
               IF ALLOC-COUNT >= WS-ALLOC-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   PERFORM STORE-ONE-LINE
               END-IF
           END-IF.

       STORE-ONE-LINE.
           ADD 1 TO ALLOC-COUNT.
           MOVE CAL-CLIENT-ID TO ALT-CLIENT-ID(ALLOC-COUNT).
           MOVE CAL-START-DATE TO ALT-START-DATE(ALLOC-COUNT).
           MOVE WS-END-DATE TO ALT-END-DATE(ALLOC-COUNT).
           MOVE ZERO TO ALT-NEXT-DATE(ALLOC-COUNT).
           IF WS-END-DATE NOT = ZERO AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE) = ZERO
               COMPUTE ALT-NEXT-DATE(ALLOC-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1)
           END-IF.
           MOVE CAL-DEPT TO ALT-DEPT(ALLOC-COUNT).
           MOVE CAL-PERCENT TO ALT-PERCENT(ALLOC-COUNT).

       FIND-EMPLOYEE.
           MOVE ZERO TO WS-SUB2.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = CAL-CLIENT-ID
                   MOVE WS-SUB TO WS-SUB2
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      * Exchange sort on CLIENT-ID then start date.
       SORT-ALLOC-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= ALLOC-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB2 FROM WS-SUB2 BY 1
                       UNTIL WS-SUB2 > ALLOC-COUNT
                   MOVE ALLOC-ENTRY(WS-SUB)(1:17) TO WS-KEY-A
                   MOVE ALLOC-ENTRY(WS-SUB2)(1:17) TO WS-KEY-B
                   IF WS-KEY-B < WS-KEY-A
                       MOVE ALLOC-ENTRY(WS-SUB) TO WS-SWAP-ALLOC
                       MOVE ALLOC-ENTRY(WS-SUB2)
                         TO ALLOC-ENTRY(WS-SUB)
                       MOVE WS-SWAP-ALLOC TO ALLOC-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One person's lines run from WS-GROUP-START to WS-GROUP-END.
      * Each day the split can change is checked once: a start
      * date, or the day after an end date that is not also
      * somebody's start date.
       CHECK-ONE-PERSON.
           MOVE WS-GROUP-START TO WS-GROUP-END.
           PERFORM VARYING WS-KSUB FROM WS-GROUP-START BY 1
                   UNTIL WS-KSUB > ALLOC-COUNT
               IF ALT-CLIENT-ID(WS-KSUB) =
                  ALT-CLIENT-ID(WS-GROUP-START)
                   MOVE WS-KSUB TO WS-GROUP-END
               ELSE
                   MOVE ALLOC-COUNT TO WS-KSUB
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PERSON-COUNT.

           MOVE SPACES TO WS-NOM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = ALT-CLIENT-ID(WS-GROUP-START)
                   MOVE EMT-NOM(WS-SUB) TO WS-NOM
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM WS-GROUP-START BY 1
                   UNTIL WS-SUB > WS-GROUP-END
               MOVE 'N' TO WS-DONE-SW
               PERFORM VARYING WS-KSUB FROM WS-GROUP-START BY 1
                       UNTIL WS-KSUB >= WS-SUB
                   IF ALT-START-DATE(WS-KSUB) = ALT-START-DATE(WS-SUB)
                       SET WS-ALREADY-DONE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ALREADY-DONE
                   MOVE ALT-START-DATE(WS-SUB) TO WS-CHECK-DATE
                   PERFORM CHECK-ONE-DATE
               END-IF

               IF ALT-NEXT-DATE(WS-SUB) NOT = ZERO
                   MOVE 'N' TO WS-DONE-SW
                   PERFORM VARYING WS-KSUB FROM WS-GROUP-START BY 1
                           UNTIL WS-KSUB > WS-GROUP-END
                       IF ALT-START-DATE(WS-KSUB) =
                          ALT-NEXT-DATE(WS-SUB)
                           SET WS-ALREADY-DONE TO TRUE
                       END-IF
                       IF WS-KSUB < WS-SUB AND
                          ALT-NEXT-DATE(WS-KSUB) =
                          ALT-NEXT-DATE(WS-SUB)
                           SET WS-ALREADY-DONE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ALREADY-DONE
                       MOVE ALT-NEXT-DATE(WS-SUB) TO WS-CHECK-DATE
                       PERFORM CHECK-ONE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      * The same in-force rule as CostSplit.
       CHECK-ONE-DATE.
           MOVE ZERO TO WS-CHECK-TOTAL.
           MOVE ZERO TO WS-CHECK-LINES.
           PERFORM VARYING WS-KSUB FROM WS-GROUP-START BY 1
                   UNTIL WS-KSUB > WS-GROUP-END
               IF ALT-START-DATE(WS-KSUB) <= WS-CHECK-DATE AND
                  (ALT-END-DATE(WS-KSUB) = ZERO OR
                   ALT-END-DATE(WS-KSUB) >= WS-CHECK-DATE)
                   ADD 1 TO WS-CHECK-LINES
                   ADD ALT-PERCENT(WS-KSUB) TO WS-CHECK-TOTAL
               END-IF
           END-PERFORM.

           IF WS-CHECK-LINES > ZERO AND
              (WS-CHECK-TOTAL NOT = 100 OR
               WS-CHECK-LINES > WS-LINE-LIMIT)
               ADD 1 TO WS-BAD-TOTAL-COUNT
               MOVE WS-CHECK-TOTAL TO WS-PERCENT-EDIT
               MOVE WS-CHECK-LINES TO WS-LINE-EDIT
               MOVE SPACES TO CHECK-LINE
               STRING "    " DELIMITED BY SIZE
                       ALT-CLIENT-ID(WS-GROUP-START) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOM DELIMITED BY SIZE
                       " au " DELIMITED BY SIZE
                       WS-CHECK-DATE DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-LINE-EDIT DELIMITED BY SIZE
                       " ligne(s), total " DELIMITED BY SIZE
                       WS-PERCENT-EDIT DELIMITED BY SIZE
                       " %" DELIMITED BY SIZE
                       INTO CHECK-LINE
               IF WS-CHECK-LINES > WS-LINE-LIMIT
                   MOVE "TROP DE LIGNES" TO CHECK-LINE(86:)
               END-IF
               WRITE CHECK-LINE
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHECK-LINE.
           STRING "Lignes lues       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE WS-PERSON-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHECK-LINE.
           STRING "Salariés répartis : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE WS-BAD-LINE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHECK-LINE.
           STRING "Lignes en erreur  : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE WS-BAD-TOTAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHECK-LINE.
           STRING "Totaux hors 100 % : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO CHECK-LINE.
           WRITE CHECK-LINE.

       LOG-AUDIT-ENTRY.
           COMPUTE WS-COUNT-EDIT =
                   WS-BAD-LINE-COUNT + WS-BAD-TOTAL-COUNT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Répartition: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " anomalie(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
