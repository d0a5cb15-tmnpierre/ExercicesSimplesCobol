      *
      *     CALL "ApprovalQueue" USING client-id, old-salaire,
      *                                new-salaire, source-code,
      *                                record-image, effective-date,
      *                                result-flag
      *
      * The change percentage is judged against the threshold in
      * the operator-maintained parameter file approvallimits.txt
      *
      * A change from a zero old salary cannot be given a
      * percentage and is always queued.
      *
      * The new salary is also judged against the band of the
      * poste's grade through GradeCheck (the poste is taken from
      * the record image). A salary below the minimum or above the
      * maximum is queued whatever its percentage, with
      * PND-GRADE-FLAG saying which end of the band it breaks, so
      * ApprovalReview shows the approver why. A salarygrades.txt
      * too large for GradeCheck gives 'E': the caller refuses the
      * change rather than let an unchecked salary through.
      *
      * The caller also passes the change's date d'effet (zero =
      * the day it is applied), kept on the queued entry as
      * PND-EFFECTIVE-DATE so an approved back-dated change is
      * released with its date and its arrears are paid.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PENDAPPR.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "GRADECHK.CPY".

       01  WS-LIMITS-STATUS        PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS       PIC XX VALUE SPACES.

      * pending) rather than rewriting a truncated file.
       01  PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 200 TIMES.
              10 PNT-RECORD        PIC X(160).
       01  PENDING-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-PENDING-LIMIT        PIC 9(3) COMP VALUE 200.
       01  WS-QUEUE-OVERFLOW-SW    PIC X VALUE 'N'.

       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-GRADE-FLAG           PIC X VALUE SPACE.

       LINKAGE SECTION.
       01  APQ-CLIENT-ID           PIC X(9).
       01  APQ-NEW-SALAIRE         PIC 9(6).
       01  APQ-SOURCE              PIC X(4).
       01  APQ-IMAGE               PIC X(93).
       01  APQ-EFFECTIVE-DATE      PIC 9(8).
       01  APQ-RESULT              PIC X.

       PROCEDURE DIVISION USING APQ-CLIENT-ID APQ-OLD-SALAIRE
                                 APQ-NEW-SALAIRE APQ-SOURCE
                                 APQ-IMAGE APQ-EFFECTIVE-DATE
                                 APQ-RESULT.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-THRESHOLD THRU LOAD-THRESHOLD-EXIT
               GOBACK
           END-IF.

           MOVE APQ-IMAGE(50:14) TO GRC-POSTE.
           MOVE APQ-NEW-SALAIRE TO GRC-SALAIRE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "GradeCheck" USING GRADE-CHECK-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF GRC-TABLE-OVERFLOW
               DISPLAY "ApprovalQueue: grille des salaires"
                       " illisible - changement refusé."
               MOVE 'E' TO APQ-RESULT
               GOBACK
           END-IF.
           MOVE SPACE TO WS-GRADE-FLAG.
           IF GRC-OUT-OF-BAND
               MOVE GRC-RESULT TO WS-GRADE-FLAG
               MOVE 'Y' TO APQ-RESULT
               PERFORM QUEUE-PENDING-CHANGE
               GOBACK
           END-IF.

           IF APQ-OLD-SALAIRE = ZERO
               MOVE 'Y' TO APQ-RESULT
               PERFORM QUEUE-PENDING-CHANGE
           MOVE SPACES          TO PND-DECIDER.
           MOVE ZERO            TO PND-DECIDE-DATE.
           MOVE APQ-IMAGE       TO PND-IMAGE.
           MOVE WS-GRADE-FLAG   TO PND-GRADE-FLAG.
           MOVE APQ-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE.
           WRITE PENDING-APPROVAL-RECORD.

           CLOSE PENDING-APPROVALS.
