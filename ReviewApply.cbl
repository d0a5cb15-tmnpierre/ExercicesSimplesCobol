      * handling, and the run ends RC-WARNING when any were
      * rejected. A blank proposed column means no change and is
      * simply skipped.
      *
      * A proposal is also judged against the band of the poste's
      * grade (salarygrades.txt, through GradeCheck): a proposed
      * salary below the minimum or above the maximum is rejected
      * with the band in the reason, and does not count against
      * the envelope. A poste with no grade is not judged.
      *
      * clienttrans.txt is written through the shared CLIENTTRN.CPY
      * layout; released changes carry no effective date.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 ENV-AMOUNT            PIC X(9).

       FD  CLIENT-TRANS.
           COPY "CLIENTTRN.CPY".

       FD  REVIEW-REJECTS.
       01  REJECT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "GRADECHK.CPY".

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.
       01  WS-COUNT-EDIT        PIC Z(6)9.
       01  WS-COUNT-EDIT2       PIC Z(6)9.
       01  WS-DELTA-EDIT        PIC +(8)9.
       01  WS-MIN-EDIT          PIC Z(5)9.
       01  WS-MAX-EDIT          PIC Z(5)9.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "ReviewApply".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.
               GO TO VALIDATE-ONE-PROPOSAL-EXIT
           END-IF.

           MOVE CLT-IMAGE(WS-MASTER-SUB)(50:14) TO GRC-POSTE.
           MOVE WS-PROPOSED TO GRC-SALAIRE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "GradeCheck" USING GRADE-CHECK-AREA.
           MOVE RC-SAVE TO RETURN-CODE.
           IF GRC-OUT-OF-BAND OR GRC-TABLE-OVERFLOW
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-OUT-OF-BAND
               GO TO VALIDATE-ONE-PROPOSAL-EXIT
           END-IF.

           IF PROPOSAL-COUNT >= WS-PROPOSAL-LIMIT
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-TABLE-FULL
                   INTO REJECT-LINE.
           WRITE REJECT-LINE.

       WRITE-REJECT-OUT-OF-BAND.
           MOVE GRC-MIN TO WS-MIN-EDIT.
           MOVE GRC-MAX TO WS-MAX-EDIT.
           MOVE SPACES TO REJECT-LINE.
           IF GRC-TABLE-OVERFLOW
               STRING "REJETEE  ID=" DELIMITED BY SIZE
                       WKS-CLIENT-ID DELIMITED BY SIZE
                       "  grille des salaires illisible"
                               DELIMITED BY SIZE
                       INTO REJECT-LINE
           ELSE
               STRING "REJETEE  ID=" DELIMITED BY SIZE
                       WKS-CLIENT-ID DELIMITED BY SIZE
                       "  hors fourchette grade " DELIMITED BY SIZE
                       GRC-GRADE DELIMITED BY SIZE
                       " (min " DELIMITED BY SIZE
                       WS-MIN-EDIT DELIMITED BY SIZE
                       " - max " DELIMITED BY SIZE
                       WS-MAX-EDIT DELIMITED BY SIZE
                       "): " DELIMITED BY SIZE
                       WKS-PROPOSED DELIMITED BY SIZE
                       INTO REJECT-LINE
           END-IF.
           WRITE REJECT-LINE.

       WRITE-REJECT-TABLE-FULL.
           MOVE SPACES TO REJECT-LINE.
           STRING "REJETEE  ID=" DELIMITED BY SIZE
