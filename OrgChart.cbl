       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrgChart.

      ***************************************************************
      * Organisation chart and span-of-control report from the
      * reporting lines in force today (reportinglines.txt, read
      * through ManagerLookup so the effective-date rule is the
      * one every program uses).
      *
      *   orgchart.txt    - per agence, each head of a line and
      *                     everyone under them, indented four
      *                     columns a level. Someone whose manager
      *                     sits in another agence heads a line in
      *                     their own agence with the manager named.
      *                     Then the lines that cannot be drawn:
      *                     an employee reporting to themselves, to
      *                     a CLIENT-ID not on file, or round a loop
      *                     (hand edits OrgMaint would refuse) - they
      *                     are drawn as heads of a line.
      *   spancontrol.txt - every manager with their direct reports
      *                     and total reports (everyone below them,
      *                     at any level), active employees only.
      *
      * A leaver who still has active reports stays on the chart,
      * flagged RADIE, so the reports can be moved to a new
      * manager. The run ends RC-WARNING when any leaver still has
      * reports or any line cannot be drawn.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORG-LISTING ASSIGN TO 'orgchart.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPAN-LISTING ASSIGN TO 'spancontrol.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       FD  ORG-LISTING.
       01  ORG-LINE                 PIC X(132).

       FD  SPAN-LISTING.
       01  SPAN-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "MGRLOOK.CPY".

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE ZERO.

      * Everyone on the master, leavers included, sorted on agence
      * and CLIENT-ID. EMT-PARENT-SUB points at the manager's entry
      * once the lines are resolved (zero = heads a line).
       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-KEY.
                 15 EMT-AGENCE  PIC X(3).
                 15 EMT-CLIENT-ID PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-PRENOM     PIC X(20).
              10 EMT-POSTE      PIC X(14).
              10 EMT-STATUT     PIC X.
                 88 EMT-LEAVER  VALUE 'T'.
              10 EMT-MANAGER-ID PIC X(9).
              10 EMT-PARENT-SUB PIC 9(4) COMP.
              10 EMT-DIRECT     PIC 9(4) COMP.
              10 EMT-TOTAL      PIC 9(4) COMP.
              10 EMT-IN-CHART-SW PIC X.
                 88 EMT-IN-CHART VALUE 'Y'.
              10 EMT-ANOMALY    PIC X.
                 88 EMT-SELF-LINE     VALUE 'S'.
                 88 EMT-UNKNOWN-LINE  VALUE 'U'.
                 88 EMT-CYCLE-LINE    VALUE 'C'.
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.
       01  WS-SWAP-EMPLOYEE.
           03 FILLER            PIC X(3).
           03 FILLER            PIC X(9).
           03 FILLER            PIC X(20).
           03 FILLER            PIC X(20).
           03 FILLER            PIC X(14).
           03 FILLER            PIC X.
           03 FILLER            PIC X(9).
           03 FILLER            PIC 9(4) COMP.
           03 FILLER            PIC 9(4) COMP.
           03 FILLER            PIC 9(4) COMP.
           03 FILLER            PIC X.
           03 FILLER            PIC X.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

      * Depth-first walk of one line, deepest pending entry on top.
       01  STACK-TABLE.
           05 STACK-ENTRY OCCURS 1000 TIMES.
              10 STK-SUB        PIC 9(4) COMP.
              10 STK-LEVEL      PIC 9(4) COMP.
       01  STACK-COUNT          PIC 9(4) COMP VALUE ZERO.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(4) COMP VALUE ZERO.
       01  WS-NODE              PIC 9(4) COMP VALUE ZERO.
       01  WS-LEVEL             PIC 9(4) COMP VALUE ZERO.
       01  WS-WALK              PIC 9(4) COMP VALUE ZERO.
       01  WS-STEPS             PIC 9(4) COMP VALUE ZERO.
       01  WS-INDENT            PIC 9(4) COMP VALUE ZERO.
       01  WS-MAX-INDENT        PIC 9(4) COMP VALUE 50.

       01  WS-CURRENT-AGENCE    PIC X(3) VALUE SPACES.
       01  WS-CHART-TEXT        PIC X(132) VALUE SPACES.
       01  WS-NOTE              PIC X(60) VALUE SPACES.

       01  WS-REF-TYPE          PIC X VALUE 'A'.
       01  WS-REF-CODE          PIC X(4) VALUE SPACES.
       01  WS-REF-NAME          PIC X(20) VALUE SPACES.
       01  WS-REF-FOUND         PIC X VALUE 'N'.

       01  WS-ACTIVE-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-MANAGER-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-LEAVER-MGR-COUNT  PIC 9(7) COMP VALUE ZERO.
       01  WS-ANOMALY-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-HEAD-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  WS-WIDEST-SPAN       PIC 9(4) COMP VALUE ZERO.

       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-DIRECT-EDIT       PIC Z(3)9.
       01  WS-TOTAL-EDIT        PIC Z(3)9.
       01  WS-LEAD              PIC 9(4) COMP VALUE ZERO.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "OrgChart".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EMPLOYEES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-EMPLOYEE-LIMIT
                       " salariés."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

           PERFORM SORT-EMPLOYEE-TABLE.
           PERFORM RESOLVE-MANAGERS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: rattachements hiérarchiques"
                       " illisibles - organigramme non produit."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           PERFORM SELECT-CHART-ENTRIES.
           PERFORM BREAK-CYCLES.
           PERFORM COUNT-REPORTS.

           OPEN OUTPUT ORG-LISTING.
           PERFORM WRITE-ORG-CHART.
           PERFORM WRITE-ANOMALIES.
           CLOSE ORG-LISTING.

           OPEN OUTPUT SPAN-LISTING.
           PERFORM WRITE-SPAN-REPORT.
           CLOSE SPAN-LISTING.

           IF WS-LEAVER-MGR-COUNT > ZERO OR WS-ANOMALY-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Salariés actifs        : " WS-COUNT-EDIT.
           MOVE WS-MANAGER-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Responsables           : " WS-COUNT-EDIT.
           MOVE WS-LEAVER-MGR-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Radiés avec subordonnés: " WS-COUNT-EDIT.
           MOVE WS-ANOMALY-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Rattachements ignorés  : " WS-COUNT-EDIT.
           DISPLAY "Organigramme           : orgchart.txt".
           DISPLAY "Étendue de contrôle    : spancontrol.txt".
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
                               PERFORM STORE-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           MOVE 'N' TO END-OF-FILE.

       STORE-ONE-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT.
           MOVE CLIENT-AGENCE TO EMT-AGENCE(EMPLOYEE-COUNT).
           MOVE CLIENT-ID TO EMT-CLIENT-ID(EMPLOYEE-COUNT).
           MOVE CLIENT-NOM TO EMT-NOM(EMPLOYEE-COUNT).
           MOVE CLIENT-PRENOM TO EMT-PRENOM(EMPLOYEE-COUNT).
           MOVE CLIENT-POSTE TO EMT-POSTE(EMPLOYEE-COUNT).
           MOVE CLIENT-STATUT TO EMT-STATUT(EMPLOYEE-COUNT).
           MOVE SPACES TO EMT-MANAGER-ID(EMPLOYEE-COUNT).
           MOVE ZERO TO EMT-PARENT-SUB(EMPLOYEE-COUNT).
           MOVE ZERO TO EMT-DIRECT(EMPLOYEE-COUNT).
           MOVE ZERO TO EMT-TOTAL(EMPLOYEE-COUNT).
           MOVE 'N' TO EMT-IN-CHART-SW(EMPLOYEE-COUNT).
           MOVE SPACE TO EMT-ANOMALY(EMPLOYEE-COUNT).
           IF CLIENT-ACTIF
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

      * Exchange sort on agence and CLIENT-ID.
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

       RESOLVE-MANAGERS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               MOVE EMT-CLIENT-ID(WS-SUB) TO MGL-CLIENT-ID
               MOVE WS-TODAY TO MGL-DATE
               MOVE RETURN-CODE TO RC-SAVE
               CALL "ManagerLookup" USING MANAGER-LOOKUP-AREA
               MOVE RC-SAVE TO RETURN-CODE
               IF MGL-TABLE-OVERFLOW
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               ELSE
                   IF MGL-HAS-MANAGER
                       MOVE MGL-MANAGER-ID TO EMT-MANAGER-ID(WS-SUB)
                       PERFORM LINK-TO-MANAGER
                   END-IF
               END-IF
           END-PERFORM.

       LINK-TO-MANAGER.
           IF EMT-MANAGER-ID(WS-SUB) = EMT-CLIENT-ID(WS-SUB)
               SET EMT-SELF-LINE(WS-SUB) TO TRUE
           ELSE
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > EMPLOYEE-COUNT
                   IF EMT-CLIENT-ID(WS-SUB2) = EMT-MANAGER-ID(WS-SUB)
                       MOVE WS-SUB2 TO EMT-PARENT-SUB(WS-SUB)
                       MOVE EMPLOYEE-COUNT TO WS-SUB2
                   END-IF
               END-PERFORM
               IF EMT-PARENT-SUB(WS-SUB) = ZERO
                   SET EMT-UNKNOWN-LINE(WS-SUB) TO TRUE
               END-IF
           END-IF.

      * Every active employee is on the chart, and so is a leaver
      * who is still the manager of an active one. A leaver's own
      * line only matters while they are on the chart.
       SELECT-CHART-ENTRIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF NOT EMT-LEAVER(WS-SUB)
                   SET EMT-IN-CHART(WS-SUB) TO TRUE
                   IF EMT-PARENT-SUB(WS-SUB) NOT = ZERO
                       MOVE EMT-PARENT-SUB(WS-SUB) TO WS-SUB2
                       SET EMT-IN-CHART(WS-SUB2) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-IN-CHART(WS-SUB)
                   IF EMT-PARENT-SUB(WS-SUB) NOT = ZERO
                       MOVE EMT-PARENT-SUB(WS-SUB) TO WS-SUB2
                       IF NOT EMT-IN-CHART(WS-SUB2)
                           MOVE ZERO TO EMT-PARENT-SUB(WS-SUB)
                       END-IF
                   END-IF
                   IF EMT-ANOMALY(WS-SUB) NOT = SPACE
                       ADD 1 TO WS-ANOMALY-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO EMT-PARENT-SUB(WS-SUB)
               END-IF
           END-PERFORM.

      * An entry whose chain of managers comes back to itself is
      * cut loose and heads a line; the rest of the loop then ends
      * on it. A walk that runs longer than the table without
      * coming back has run into a loop further up, which is cut
      * when its own members are walked.
       BREAK-CYCLES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               MOVE EMT-PARENT-SUB(WS-SUB) TO WS-WALK
               MOVE ZERO TO WS-STEPS
               PERFORM UNTIL WS-WALK = ZERO OR
                             WS-STEPS > EMPLOYEE-COUNT
                   IF WS-WALK = WS-SUB
                       MOVE ZERO TO EMT-PARENT-SUB(WS-SUB)
                       SET EMT-CYCLE-LINE(WS-SUB) TO TRUE
                       ADD 1 TO WS-ANOMALY-COUNT
                       MOVE ZERO TO WS-WALK
                   ELSE
                       MOVE EMT-PARENT-SUB(WS-WALK) TO WS-WALK
                       ADD 1 TO WS-STEPS
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Only active employees count as reports; a leaver in the
      * middle of a line passes their reports up the chain.
       COUNT-REPORTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-IN-CHART(WS-SUB) AND NOT EMT-LEAVER(WS-SUB)
                   MOVE EMT-PARENT-SUB(WS-SUB) TO WS-WALK
                   IF WS-WALK NOT = ZERO
                       ADD 1 TO EMT-DIRECT(WS-WALK)
                   END-IF
                   MOVE ZERO TO WS-STEPS
                   PERFORM UNTIL WS-WALK = ZERO OR
                                 WS-STEPS > EMPLOYEE-COUNT
                       ADD 1 TO EMT-TOTAL(WS-WALK)
                       MOVE EMT-PARENT-SUB(WS-WALK) TO WS-WALK
                       ADD 1 TO WS-STEPS
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-DIRECT(WS-SUB) > ZERO
                   ADD 1 TO WS-MANAGER-COUNT
                   IF EMT-DIRECT(WS-SUB) > WS-WIDEST-SPAN
                       MOVE EMT-DIRECT(WS-SUB) TO WS-WIDEST-SPAN
                   END-IF
                   IF EMT-LEAVER(WS-SUB)
                       ADD 1 TO WS-LEAVER-MGR-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ORG-CHART.
           MOVE SPACES TO ORG-LINE.
           STRING "Organigramme au " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO ORG-LINE.
           WRITE ORG-LINE.
           MOVE ALL "-" TO ORG-LINE.
           WRITE ORG-LINE.

           MOVE SPACES TO WS-CURRENT-AGENCE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-IN-CHART(WS-SUB)
                   IF EMT-AGENCE(WS-SUB) NOT = WS-CURRENT-AGENCE
                       PERFORM WRITE-AGENCE-HEADING
                   END-IF
                   PERFORM CHECK-HEAD-OF-LINE
                   IF WS-NODE NOT = ZERO
                       PERFORM WRITE-ONE-LINE-TREE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AGENCE-HEADING.
           MOVE EMT-AGENCE(WS-SUB) TO WS-CURRENT-AGENCE.
           MOVE EMT-AGENCE(WS-SUB) TO WS-REF-CODE.
           MOVE SPACES TO WS-REF-NAME.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "RefLookup" USING WS-REF-TYPE WS-REF-CODE
                                   WS-REF-NAME WS-REF-FOUND.
           MOVE RC-SAVE TO RETURN-CODE.
           IF WS-REF-FOUND NOT = 'Y'
               MOVE "(inconnue)" TO WS-REF-NAME
           END-IF.
           MOVE SPACES TO ORG-LINE.
           WRITE ORG-LINE.
           MOVE SPACES TO ORG-LINE.
           STRING "Agence " DELIMITED BY SIZE
                   WS-CURRENT-AGENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REF-NAME DELIMITED BY SIZE
                   INTO ORG-LINE.
           WRITE ORG-LINE.

      * WS-NODE is set to WS-SUB when that entry heads a line in
      * its agence: no manager, or a manager in another agence.
       CHECK-HEAD-OF-LINE.
           MOVE ZERO TO WS-NODE.
           IF EMT-PARENT-SUB(WS-SUB) = ZERO
               MOVE WS-SUB TO WS-NODE
           ELSE
               MOVE EMT-PARENT-SUB(WS-SUB) TO WS-WALK
               IF EMT-AGENCE(WS-WALK) NOT = EMT-AGENCE(WS-SUB)
                   MOVE WS-SUB TO WS-NODE
               END-IF
           END-IF.

      * Children are pushed last-first so they come off the stack
      * in CLIENT-ID order.
       WRITE-ONE-LINE-TREE.
           ADD 1 TO WS-HEAD-COUNT.
           MOVE 1 TO STACK-COUNT.
           MOVE WS-NODE TO STK-SUB(1).
           MOVE ZERO TO STK-LEVEL(1).
           PERFORM UNTIL STACK-COUNT = ZERO
               MOVE STK-SUB(STACK-COUNT) TO WS-NODE
               MOVE STK-LEVEL(STACK-COUNT) TO WS-LEVEL
               SUBTRACT 1 FROM STACK-COUNT
               PERFORM WRITE-CHART-ENTRY
               PERFORM VARYING WS-SUB2 FROM EMPLOYEE-COUNT BY -1
                       UNTIL WS-SUB2 < 1
                   IF EMT-IN-CHART(WS-SUB2) AND
                      EMT-PARENT-SUB(WS-SUB2) = WS-NODE AND
                      EMT-AGENCE(WS-SUB2) = EMT-AGENCE(WS-NODE) AND
                      STACK-COUNT < WS-EMPLOYEE-LIMIT
                       ADD 1 TO STACK-COUNT
                       MOVE WS-SUB2 TO STK-SUB(STACK-COUNT)
                       COMPUTE STK-LEVEL(STACK-COUNT) = WS-LEVEL + 1
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CHART-ENTRY.
           MOVE SPACES TO WS-NOTE.
           EVALUATE TRUE
               WHEN EMT-LEAVER(WS-NODE)
                   MOVE EMT-DIRECT(WS-NODE) TO WS-DIRECT-EDIT
                   MOVE ZERO TO WS-LEAD
                   INSPECT WS-DIRECT-EDIT
                           TALLYING WS-LEAD FOR LEADING SPACES
                   STRING "RADIE - " DELIMITED BY SIZE
                           WS-DIRECT-EDIT(WS-LEAD + 1:)
                                   DELIMITED BY SIZE
                           " subordonné(s) à rattacher"
                                   DELIMITED BY SIZE
                           INTO WS-NOTE
               WHEN EMT-ANOMALY(WS-NODE) NOT = SPACE
                   MOVE "rattachement ignoré - voir anomalies"
                     TO WS-NOTE
               WHEN EMT-PARENT-SUB(WS-NODE) NOT = ZERO AND
                    WS-LEVEL = ZERO
                   MOVE EMT-PARENT-SUB(WS-NODE) TO WS-WALK
                   STRING "responsable " DELIMITED BY SIZE
                           EMT-CLIENT-ID(WS-WALK) DELIMITED BY SIZE
                           " agence " DELIMITED BY SIZE
                           EMT-AGENCE(WS-WALK) DELIMITED BY SIZE
                           INTO WS-NOTE
           END-EVALUATE.

           MOVE SPACES TO WS-CHART-TEXT.
           STRING EMT-CLIENT-ID(WS-NODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-NOM(WS-NODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-PRENOM(WS-NODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMT-POSTE(WS-NODE) DELIMITED BY SIZE
                   INTO WS-CHART-TEXT.
           IF WS-NOTE NOT = SPACES
               MOVE SPACES TO WS-CHART-TEXT(66:)
               STRING "[" DELIMITED BY SIZE
                       WS-NOTE DELIMITED BY "  "
                       "]" DELIMITED BY SIZE
                       INTO WS-CHART-TEXT(66:)
           END-IF.

           COMPUTE WS-INDENT = WS-LEVEL * 4.
           IF WS-INDENT > WS-MAX-INDENT
               MOVE WS-MAX-INDENT TO WS-INDENT
           END-IF.
           MOVE SPACES TO ORG-LINE.
           MOVE WS-CHART-TEXT TO ORG-LINE(WS-INDENT + 3:).
           WRITE ORG-LINE.

       WRITE-ANOMALIES.
           MOVE SPACES TO ORG-LINE.
           WRITE ORG-LINE.
           MOVE "Rattachements ignorés" TO ORG-LINE.
           WRITE ORG-LINE.
           IF WS-ANOMALY-COUNT = ZERO
               MOVE "    (aucun)" TO ORG-LINE
               WRITE ORG-LINE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-IN-CHART(WS-SUB) AND
                  EMT-ANOMALY(WS-SUB) NOT = SPACE
                   MOVE SPACES TO WS-NOTE
                   EVALUATE TRUE
                       WHEN EMT-SELF-LINE(WS-SUB)
                           MOVE "rattaché à lui-même" TO WS-NOTE
                       WHEN EMT-UNKNOWN-LINE(WS-SUB)
                           MOVE "responsable absent du fichier client"
                             TO WS-NOTE
                       WHEN EMT-CYCLE-LINE(WS-SUB)
                           MOVE "boucle hiérarchique" TO WS-NOTE
                   END-EVALUATE
                   MOVE SPACES TO ORG-LINE
                   STRING "    " DELIMITED BY SIZE
                           EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-NOM(WS-SUB) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           EMT-MANAGER-ID(WS-SUB) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-NOTE DELIMITED BY SIZE
                           INTO ORG-LINE
                   WRITE ORG-LINE
               END-IF
           END-PERFORM.

       WRITE-SPAN-REPORT.
           MOVE SPACES TO SPAN-LINE.
           STRING "Étendue de contrôle au " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE ALL "-" TO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE SPACES TO SPAN-LINE.
           STRING "Ag. CLIENT-ID NOM                  PRENOM     "
                   DELIMITED BY SIZE
                   "          Directs  Total" DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-DIRECT(WS-SUB) > ZERO
                   MOVE EMT-DIRECT(WS-SUB) TO WS-DIRECT-EDIT
                   MOVE EMT-TOTAL(WS-SUB) TO WS-TOTAL-EDIT
                   MOVE SPACES TO SPAN-LINE
                   STRING EMT-AGENCE(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-CLIENT-ID(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-NOM(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMT-PRENOM(WS-SUB) DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           WS-DIRECT-EDIT DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-TOTAL-EDIT DELIMITED BY SIZE
                           INTO SPAN-LINE
                   IF EMT-LEAVER(WS-SUB)
                       MOVE "RADIE - à remplacer" TO SPAN-LINE(75:)
                   END-IF
                   WRITE SPAN-LINE
               END-IF
           END-PERFORM.
           IF WS-MANAGER-COUNT = ZERO
               MOVE "    (aucun responsable)" TO SPAN-LINE
               WRITE SPAN-LINE
           END-IF.

           MOVE SPACES TO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO SPAN-LINE.
           STRING "Salariés actifs          : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-MANAGER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO SPAN-LINE.
           STRING "Responsables             : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-WIDEST-SPAN TO WS-COUNT-EDIT.
           MOVE SPACES TO SPAN-LINE.
           STRING "Plus large étendue       : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.
           MOVE WS-LEAVER-MGR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO SPAN-LINE.
           STRING "Radiés avec subordonnés  : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SPAN-LINE.
           WRITE SPAN-LINE.

       LOG-AUDIT-ENTRY.
           COMPUTE WS-COUNT-EDIT =
                   WS-LEAVER-MGR-COUNT + WS-ANOMALY-COUNT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Organigramme: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " alerte(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
