       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagerLookup.

      ***************************************************************
      * Shared line-manager subprogram:
      *
      *     CALL "ManagerLookup" USING MANAGER-LOOKUP-AREA
      *
      * (MGRLOOK.CPY). Finds who an employee reports to on a given
      * day from the effective-dated reporting lines of
      * reportinglines.txt (RPTLINE.CPY): the line of that CLIENT-ID
      * with the latest RPL-EFFECTIVE-DATE not after the day asked
      * for is the one in force. The manager's name and status are
      * taken from fichierclient.txt so callers can route to, and
      * show, the person. Both files are read once on the first
      * call, then kept in WORKING-STORAGE for the rest of the run,
      * as RefLookup keeps its masters; reportinglines.txt is
      * optional - without it nobody has a manager.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTING-LINES ASSIGN TO 'reportinglines.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINES-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTING-LINES.
           COPY "RPTLINE.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-LINES-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.

       01  WS-LOADED-SW         PIC X VALUE 'N'.
           88 WS-LOADED         VALUE 'Y'.
       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 2000 TIMES.
              10 LNT-CLIENT-ID  PIC X(9).
              10 LNT-MANAGER-ID PIC X(9).
              10 LNT-DATE       PIC 9(8).
       01  LINE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-LINE-LIMIT        PIC 9(4) COMP VALUE 2000.

       01  EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 1000 TIMES.
              10 EMT-CLIENT-ID  PIC X(9).
              10 EMT-NOM        PIC X(20).
              10 EMT-PRENOM     PIC X(20).
              10 EMT-STATUT     PIC X.
       01  EMPLOYEE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-EMPLOYEE-LIMIT    PIC 9(4) COMP VALUE 1000.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-BEST-SUB          PIC 9(4) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY "MGRLOOK.CPY".

       PROCEDURE DIVISION USING MANAGER-LOOKUP-AREA.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-REPORTING-LINES
               PERFORM LOAD-EMPLOYEES
               SET WS-LOADED TO TRUE
           END-IF.

           MOVE SPACES TO MGL-MANAGER-ID.
           MOVE ZERO TO MGL-EFFECTIVE-DATE.
           MOVE 'N' TO MGL-MANAGER-FOUND.
           MOVE SPACES TO MGL-MANAGER-NOM.
           MOVE SPACES TO MGL-MANAGER-PRENOM.
           MOVE SPACE TO MGL-MANAGER-STATUT.

           IF WS-TABLE-OVERFLOW
               SET MGL-TABLE-OVERFLOW TO TRUE
               GOBACK
           END-IF.

      * The latest line not after the day wins; two lines on the
      * same day (a hand edit OrgMaint would refuse) go to the
      * later one in the file.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LINE-COUNT
               IF LNT-CLIENT-ID(WS-SUB) = MGL-CLIENT-ID AND
                  LNT-DATE(WS-SUB) <= MGL-DATE
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-SUB TO WS-BEST-SUB
                   ELSE
                       IF LNT-DATE(WS-SUB) >= LNT-DATE(WS-BEST-SUB)
                           MOVE WS-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-SUB = ZERO
               SET MGL-NO-MANAGER TO TRUE
               GOBACK
           END-IF.
           MOVE LNT-DATE(WS-BEST-SUB) TO MGL-EFFECTIVE-DATE.
           IF LNT-MANAGER-ID(WS-BEST-SUB) = SPACES
               SET MGL-NO-MANAGER TO TRUE
               GOBACK
           END-IF.

           SET MGL-HAS-MANAGER TO TRUE.
           MOVE LNT-MANAGER-ID(WS-BEST-SUB) TO MGL-MANAGER-ID.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > EMPLOYEE-COUNT
               IF EMT-CLIENT-ID(WS-SUB) = MGL-MANAGER-ID
                   MOVE 'Y' TO MGL-MANAGER-FOUND
                   MOVE EMT-NOM(WS-SUB) TO MGL-MANAGER-NOM
                   MOVE EMT-PRENOM(WS-SUB) TO MGL-MANAGER-PRENOM
                   MOVE EMT-STATUT(WS-SUB) TO MGL-MANAGER-STATUT
                   MOVE EMPLOYEE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

           GOBACK.

       LOAD-REPORTING-LINES.
           MOVE 'N' TO END-OF-FILE.
           OPEN INPUT REPORTING-LINES.
           IF WS-LINES-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ REPORTING-LINES
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF RPL-CLIENT-ID NOT = SPACES AND
                          RPL-CLIENT-ID(1:1) NOT = '*' AND
                          RPL-EFFECTIVE-DATE NUMERIC
                           IF LINE-COUNT >= WS-LINE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO LINE-COUNT
                               MOVE RPL-CLIENT-ID
                                 TO LNT-CLIENT-ID(LINE-COUNT)
                               MOVE RPL-MANAGER-ID
                                 TO LNT-MANAGER-ID(LINE-COUNT)
                               MOVE RPL-EFFECTIVE-DATE
                                 TO LNT-DATE(LINE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LINES-STATUS NOT = "35"
               CLOSE REPORTING-LINES
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "ManagerLookup: plus de " WS-LINE-LIMIT
                       " lignes dans reportinglines.txt."
           END-IF.

       LOAD-EMPLOYEES.
           MOVE 'N' TO END-OF-FILE.
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
                           IF EMPLOYEE-COUNT >= WS-EMPLOYEE-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO EMPLOYEE-COUNT
                               MOVE CLIENT-ID
                                 TO EMT-CLIENT-ID(EMPLOYEE-COUNT)
                               MOVE CLIENT-NOM
                                 TO EMT-NOM(EMPLOYEE-COUNT)
                               MOVE CLIENT-PRENOM
                                 TO EMT-PRENOM(EMPLOYEE-COUNT)
                               MOVE CLIENT-STATUT
                                 TO EMT-STATUT(EMPLOYEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MASTER-STATUS NOT = "35"
               CLOSE FICHIERCLIENT
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "ManagerLookup: plus de " WS-EMPLOYEE-LIMIT
                       " salariés dans fichierclient.txt."
           END-IF.
