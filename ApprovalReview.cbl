      * are stamped with the decider and date and logged through
      * AuditLogger. Decided items stay on the queue file as
      * history.
      *
      * An item queued because the new salary falls outside the
      * band of the poste's grade (PND-GRADE-FLAG) says so under
      * the salary line, so the approver knows it is the grade and
      * not the size of the change that put it on the queue.
      *
      * Each item also names the employee's line manager in force
      * today (ManagerLookup over reportinglines.txt), marked when
      * that manager has since left, so the approver can check the
      * change with the person the employee reports to.
      *
      * A back-dated change shows its date d'effet, and the
      * approved C transaction is written with it (shared
      * CLIENTTRN.CPY layout), so TransApply records the change
      * from that date and PayArrears pays the arrears.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 PRF-OPTIONS           PIC X(10).

       FD  CLIENT-TRANS.
           COPY "CLIENTTRN.CPY".

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "MGRLOOK.CPY".

       01  WS-PENDING-STATUS    PIC XX VALUE SPACES.
       01  WS-PROFILE-STATUS    PIC XX VALUE SPACES.
      * rewritten with the new statuses at the end.
       01  PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 200 TIMES.
              10 PNT-RECORD     PIC X(160).
       01  PENDING-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-PENDING-LIMIT     PIC 9(3) COMP VALUE 200.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       DISPLAY-LINE-MANAGER.
           MOVE PND-CLIENT-ID TO MGL-CLIENT-ID.
           MOVE WS-TODAY TO MGL-DATE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "ManagerLookup" USING MANAGER-LOOKUP-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           EVALUATE TRUE
               WHEN MGL-HAS-MANAGER AND MGL-MANAGER-LEAVER
                   DISPLAY "  Responsable: " MGL-MANAGER-ID " "
                           MGL-MANAGER-NOM " " MGL-MANAGER-PRENOM
                           " (radié)"
               WHEN MGL-HAS-MANAGER AND MGL-MANAGER-FOUND = 'Y'
                   DISPLAY "  Responsable: " MGL-MANAGER-ID " "
                           MGL-MANAGER-NOM " " MGL-MANAGER-PRENOM
               WHEN MGL-HAS-MANAGER
                   DISPLAY "  Responsable: " MGL-MANAGER-ID
                           " (absent du fichier client)"
               WHEN MGL-TABLE-OVERFLOW
                   DISPLAY "  Responsable: (rattachements illisibles)"
               WHEN OTHER
                   DISPLAY "  Responsable: (aucun)"
           END-EVALUATE.

       REVIEW-ONE-ITEM.
           ADD 1 TO WS-REVIEWED-COUNT.
           DISPLAY " ".
                   PND-NEW-SALAIRE.
           DISPLAY "  Origine   : " PND-SOURCE " demandé par "
                   PND-REQUESTOR " le " PND-REQUEST-DATE.
           IF PND-EFFECTIVE-DATE NUMERIC AND
              PND-EFFECTIVE-DATE NOT = ZERO
               DISPLAY "  Effet     : " PND-EFFECTIVE-DATE
                       " (rétroactif)"
           END-IF.
           IF PND-BELOW-GRADE
               DISPLAY "  Grade     : nouveau salaire sous le minimum"
                       " de la fourchette du poste"
           END-IF.
           IF PND-ABOVE-GRADE
               DISPLAY "  Grade     : nouveau salaire au-dessus du"
                       " maximum de la fourchette du poste"
           END-IF.
           PERFORM DISPLAY-LINE-MANAGER.

           IF PND-REQUESTOR = WS-OPERATOR
               DISPLAY "  Double contrôle: vous êtes le demandeur -"
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'C' TO TRN-ACTION.
           MOVE PND-IMAGE TO TRN-CLIENT-IMAGE.
           IF PND-EFFECTIVE-DATE NUMERIC AND
              PND-EFFECTIVE-DATE NOT = ZERO
               MOVE PND-EFFECTIVE-DATE TO TRN-EFFECTIVE-DATE
           END-IF.
           WRITE TRANS-RECORD.
           CLOSE CLIENT-TRANS.

