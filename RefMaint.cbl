      * for a week cannot be typed in here. Every action is logged
      * through AuditLogger, and the master file is rewritten after
      * each applied action.
      *
      * A department retired by DeptReorg keeps its line, marked
      * inactive with its date and successor code; those marks are
      * shown on a modification and carried through every rewrite.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 DEPT-ENTRY OCCURS 50 TIMES.
              10 DPT-CODE       PIC X(4).
              10 DPT-NAME       PIC X(20).
              10 DPT-STATUT     PIC X.
              10 DPT-INACTIVE-DATE PIC X(8).
              10 DPT-SUCCESSOR  PIC X(4).
       01  DEPT-COUNT           PIC 9(3) COMP VALUE ZERO.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
                           ADD 1 TO DEPT-COUNT
                           MOVE DPM-CODE TO DPT-CODE(DEPT-COUNT)
                           MOVE DPM-NAME TO DPT-NAME(DEPT-COUNT)
                           MOVE DPM-STATUT TO DPT-STATUT(DEPT-COUNT)
                           MOVE DPM-INACTIVE-DATE
                               TO DPT-INACTIVE-DATE(DEPT-COUNT)
                           MOVE DPM-SUCCESSOR
                               TO DPT-SUCCESSOR(DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO DEPT-COUNT.
           MOVE WS-KEY-CODE(1:4) TO DPT-CODE(DEPT-COUNT).
           MOVE WS-FIELD-INPUT TO DPT-NAME(DEPT-COUNT).
           MOVE 'A' TO DPT-STATUT(DEPT-COUNT).
           MOVE SPACES TO DPT-INACTIVE-DATE(DEPT-COUNT).
           MOVE SPACES TO DPT-SUCCESSOR(DEPT-COUNT).

           PERFORM REWRITE-DEPT-MASTER.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           END-IF.

           DISPLAY "Nom actuel : " DPT-NAME(WS-HIT-SUB).
           IF DPT-STATUT(WS-HIT-SUB) = 'I'
               DISPLAY "Inactif depuis le "
                       DPT-INACTIVE-DATE(WS-HIT-SUB)
                       " - remplacé par " DPT-SUCCESSOR(WS-HIT-SUB)
           END-IF.
           DISPLAY "Nouveau nom (vide = inchangé) : "
                   WITH NO ADVANCING.
           ACCEPT WS-FIELD-INPUT.
               MOVE SPACES TO DEPT-MASTER-RECORD
               MOVE DPT-CODE(WS-SUB) TO DPM-CODE
               MOVE DPT-NAME(WS-SUB) TO DPM-NAME
               MOVE DPT-STATUT(WS-SUB) TO DPM-STATUT
               MOVE DPT-INACTIVE-DATE(WS-SUB) TO DPM-INACTIVE-DATE
               MOVE DPT-SUCCESSOR(WS-SUB) TO DPM-SUCCESSOR
               WRITE DEPT-MASTER-RECORD
           END-PERFORM.
           CLOSE DEPT-MASTER.
