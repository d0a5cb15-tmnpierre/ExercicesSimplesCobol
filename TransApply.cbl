      * through ApprovalReview - on that pass ApprovalQueue finds
      * the matching approved entry, marks it applied and lets the
      * change through.
      *
      * A salary change carrying a past effective date is recorded
      * on salaryhistory.txt at that date rather than today's, so a
      * raise back-dated into a month already paid is found by
      * PayArrears and its arrears paid on the next payroll.
      *
      * New salaries are judged against the band of the poste's
      * grade (salarygrades.txt, through GradeCheck): a C
      * transaction that takes the salary outside the band goes to
      * the approval queue like a large change (ApprovalQueue makes
      * that call) and is listed EN ATTENTE hors fourchette, and an
      * A transaction outside its band is rejected - an add has no
      * old salary to fall back on, so it is corrected and resent.
      *
      * The transaction layout is the shared CLIENTTRN.CPY, and a
      * queued C transaction hands its effective date to
      * ApprovalQueue, so the approved change comes back with it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-TRANS.
           COPY "CLIENTTRN.CPY".

       FD  FICHIERCLIENT.
           COPY "CLIENTREC.CPY".
       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".
           COPY "CLIENTCTL.CPY".
           COPY "GRADECHK.CPY".

       01  WS-BALANCE-FILE      PIC X(60) VALUE "fichierclient.txt".
       01  WS-BALANCE-RESULT    PIC X VALUE 'N'.
              10 TRT-ACTION     PIC X.
              10 TRT-IMAGE      PIC X(93).
              10 TRT-ID         PIC X(9).
              10 TRT-EFFECTIVE  PIC 9(8).
              10 TRT-APPLIED-SW PIC X.
       01  TRANS-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-TRANS-LIMIT       PIC 9(3) COMP VALUE 500.
       01  WS-OLD-SALAIRE       PIC 9(6) VALUE ZERO.
       01  WS-NEW-SALAIRE       PIC 9(6) VALUE ZERO.
       01  WS-HIST-REASON       PIC X(4) VALUE "TRAN".
       01  WS-HIST-EFFECTIVE    PIC 9(8) VALUE ZERO.
       01  WS-APPROVAL-SOURCE   PIC X(4) VALUE "TRAN".
       01  WS-APPROVAL-RESULT   PIC X VALUE 'N'.
       01  WS-DEFERRED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-GRADE-REJECT-SW   PIC X VALUE 'N'.
           88 WS-GRADE-REJECT   VALUE 'Y'.

       01  WS-FUTURE-STATUS     PIC XX VALUE SPACES.
       01  WS-FUTURE-OPEN-SW    PIC X VALUE 'N'.
               MOVE TRN-ACTION TO TRT-ACTION(TRANS-COUNT)
               MOVE TRN-CLIENT-IMAGE TO TRT-IMAGE(TRANS-COUNT)
               MOVE TRN-CLIENT-IMAGE(1:9) TO TRT-ID(TRANS-COUNT)
               IF TRN-EFFECTIVE-DATE NUMERIC
                   MOVE TRN-EFFECTIVE-DATE
                       TO TRT-EFFECTIVE(TRANS-COUNT)
               ELSE
                   MOVE ZERO TO TRT-EFFECTIVE(TRANS-COUNT)
               END-IF
               MOVE 'N' TO TRT-APPLIED-SW(TRANS-COUNT)
           END-IF.

                       MOVE 'E' TO TRT-APPLIED-SW(WS-SUB)
                       PERFORM WRITE-REJECT-DUP-ADD
                   ELSE
                       PERFORM CHECK-ADD-GRADE
                   END-IF
                   IF TRT-APPLIED-SW(WS-SUB) = 'N' AND
                      WS-GRADE-REJECT
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'E' TO TRT-APPLIED-SW(WS-SUB)
                       PERFORM WRITE-REJECT-GRADE
                   END-IF
                   IF TRT-APPLIED-SW(WS-SUB) = 'N'
                       MOVE 'Y' TO TRT-APPLIED-SW(WS-SUB)
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE TRT-IMAGE(WS-SUB) TO CLIENT-RECORD-NEW
                                               WS-NEW-SALAIRE
                                               WS-APPROVAL-SOURCE
                                               TRT-IMAGE(WS-SUB)
                                               TRT-EFFECTIVE(WS-SUB)
                                               WS-APPROVAL-RESULT
                   MOVE RC-SAVE TO RETURN-CODE
               END-IF
           END-IF.

      * The band is looked up again only to say why the change
      * was queued; ApprovalQueue has already judged it.
       WRITE-DEFERRED-LINE.
           PERFORM CALL-GRADE-CHECK.
           MOVE SPACES TO ERROR-LINE.
           IF GRC-OUT-OF-BAND
               STRING "EN ATTENTE action=C ID=" DELIMITED BY SIZE
                       TRT-ID(WS-SUB) DELIMITED BY SIZE
                       "  nouveau salaire hors fourchette du grade "
                               DELIMITED BY SIZE
                       GRC-GRADE DELIMITED BY SIZE
                       INTO ERROR-LINE
           ELSE
               STRING "EN ATTENTE action=C ID=" DELIMITED BY SIZE
                       TRT-ID(WS-SUB) DELIMITED BY SIZE
                       "  changement de salaire au-dessus du seuil"
                               DELIMITED BY SIZE
                       INTO ERROR-LINE
           END-IF.
           WRITE ERROR-LINE.

      * An add outside its band, or one that cannot be judged
      * because salarygrades.txt is unusable, is rejected. An add
      * whose salary is not numeric or whose poste has no grade
      * is not this check's business.
       CHECK-ADD-GRADE.
           MOVE 'N' TO WS-GRADE-REJECT-SW.
           IF TRT-IMAGE(WS-SUB)(64:6) NUMERIC
               PERFORM CALL-GRADE-CHECK
               IF GRC-OUT-OF-BAND OR GRC-TABLE-OVERFLOW
                   SET WS-GRADE-REJECT TO TRUE
               END-IF
           END-IF.

       CALL-GRADE-CHECK.
           MOVE TRT-IMAGE(WS-SUB)(50:14) TO GRC-POSTE.
           MOVE ZERO TO GRC-SALAIRE.
           IF TRT-IMAGE(WS-SUB)(64:6) NUMERIC
               MOVE TRT-IMAGE(WS-SUB)(64:6) TO GRC-SALAIRE
           END-IF.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "GradeCheck" USING GRADE-CHECK-AREA.
           MOVE RC-SAVE TO RETURN-CODE.

       WRITE-REJECT-NO-LIMIT.
           MOVE SPACES TO ERROR-LINE.
           STRING "REJECTED  action=C ID=" DELIMITED BY SIZE
                   TRT-ID(WS-SUB) DELIMITED BY SIZE
                   "  approvallimits.txt ou salarygrades.txt"
                           DELIMITED BY SIZE
                   " illisible" DELIMITED BY SIZE
                   INTO ERROR-LINE.
           WRITE ERROR-LINE.

               MOVE TRT-IMAGE(WS-SUB)(64:6) TO WS-NEW-SALAIRE
               IF WS-NEW-SALAIRE NOT = WS-OLD-SALAIRE
                   MOVE RETURN-CODE TO RC-SAVE
                   MOVE TRT-EFFECTIVE(WS-SUB) TO WS-HIST-EFFECTIVE
                   CALL "SalaryHist" USING CLIENT-ID WS-OLD-SALAIRE
                                            WS-NEW-SALAIRE
                                            WS-HIST-REASON
                                            WS-HIST-EFFECTIVE
                   MOVE RC-SAVE TO RETURN-CODE
               END-IF
           END-IF.
                   INTO ERROR-LINE.
           WRITE ERROR-LINE.

       WRITE-REJECT-GRADE.
           MOVE GRC-MIN TO WS-COUNT-EDIT.
           MOVE GRC-MAX TO WS-COUNT-EDIT2.
           MOVE SPACES TO ERROR-LINE.
           IF GRC-TABLE-OVERFLOW
               STRING "REJECTED  action=A ID=" DELIMITED BY SIZE
                       TRT-ID(WS-SUB) DELIMITED BY SIZE
                       "  salarygrades.txt illisible"
                               DELIMITED BY SIZE
                       INTO ERROR-LINE
           ELSE
               STRING "REJECTED  action=A ID=" DELIMITED BY SIZE
                       TRT-ID(WS-SUB) DELIMITED BY SIZE
                       "  salary outside grade " DELIMITED BY SIZE
                       GRC-GRADE DELIMITED BY SIZE
                       " band" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-COUNT-EDIT2 DELIMITED BY SIZE
                       INTO ERROR-LINE
           END-IF.
           WRITE ERROR-LINE.

       WRITE-REJECT-MISSING.
           MOVE SPACES TO ERROR-LINE.
           STRING "REJECTED  action=" DELIMITED BY SIZE
