      * so the leaver drops out of the statistics but stays on file
      * for the retention period (ClientArchive moves old leavers
      * out later).
      *
      * A salary change now asks for its date d'effet: blank is
      * today, a past date back-dates the change on
      * salaryhistory.txt so PayArrears pays the arrears of any
      * month already paid.
      *
      * A salary change that takes the salary outside the band of
      * the poste's grade (salarygrades.txt) is queued for approval
      * the same way, whatever its percentage.
      *
      * A queued salary change carries the date d'effet entered
      * with it, so an approved back-dated change reaches
      * salaryhistory.txt with that date and PayArrears pays the
      * arrears.
      ***************************************************************
       ENVIRONMENT DIVISION.


       01  WS-OLD-SALAIRE       PIC 9(6) VALUE ZERO.
       01  WS-HIST-REASON       PIC X(4) VALUE "MAIN".
       01  WS-HIST-EFFECTIVE    PIC 9(8) VALUE ZERO.
       01  WS-APPROVAL-SOURCE   PIC X(4) VALUE "MAIN".
       01  WS-APPROVAL-RESULT   PIC X VALUE 'N'.
       01  WS-LOCK-ACTION       PIC X VALUE 'T'.
      * current value.
           MOVE WS-NEW-SALAIRE TO WS-OLD-SALAIRE.
           PERFORM PROMPT-CHANGE-FIELDS.
           MOVE ZERO TO WS-HIST-EFFECTIVE.
           IF WS-NEW-SALAIRE NOT = WS-OLD-SALAIRE
               PERFORM PROMPT-EFFECTIVE-DATE
           END-IF.

      * A large salary change is queued for dual-control approval
      * instead of being applied - the whole change waits, so the
                                           WS-NEW-SALAIRE
                                           WS-APPROVAL-SOURCE
                                           WS-NEW-CLIENT
                                           WS-HIST-EFFECTIVE
                                           WS-APPROVAL-RESULT
               MOVE RC-SAVE TO RETURN-CODE
               IF WS-APPROVAL-RESULT = 'E'
                   DISPLAY "Erreur: seuil d'approbation"
                           " (approvallimits.txt) ou grille des"
                           " salaires illisible - modification"
                           " refusée."
                   MOVE RC-ERROR TO RETURN-CODE
                   GO TO DO-CHANGE-EXIT
               END-IF
               IF WS-APPROVAL-RESULT = 'Y'
                   DISPLAY "Changement au-dessus du seuil ou hors"
                           " fourchette du grade - mis en attente"
                           " d'approbation par un autre opérateur."
                   MOVE SPACES TO AUDIT-SUMMARY-LINE
                   STRING "Mise en attente client " DELIMITED BY SIZE
                           WS-KEY-ID DELIMITED BY SIZE
               MOVE RETURN-CODE TO RC-SAVE
               CALL "SalaryHist" USING WS-NEW-ID WS-OLD-SALAIRE
                                        WS-NEW-SALAIRE WS-HIST-REASON
                                        WS-HIST-EFFECTIVE
               MOVE RC-SAVE TO RETURN-CODE
           END-IF.

               END-IF
           END-IF.

      * Date d'effet of a salary change: blank is today, a past
      * date back-dates the change on salaryhistory.txt (PayArrears
      * pays the arrears of any month already paid). A future date
      * is refused - dated future changes go through TransApply.
       PROMPT-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY "Date d'effet du salaire AAAAMMJJ"
                       " (vide = aujourd'hui) : " WITH NO ADVANCING
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE ZERO TO WS-HIST-EFFECTIVE
                   SET WS-FIELD-OK TO TRUE
               ELSE
                   PERFORM VALIDATE-DATE
                   IF NOT WS-DATE-VALID
                       DISPLAY "Erreur: date invalide (AAAAMMJJ"
                               " attendu)."
                   ELSE
                       IF WS-DATE-NUM > WS-TODAY-NUM
                           DISPLAY "Erreur: la date d'effet ne peut"
                                   " pas être dans le futur."
                       ELSE
                           MOVE WS-DATE-NUM TO WS-HIST-EFFECTIVE
                           SET WS-FIELD-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Full calendar check of WS-DATE-INPUT: numeric, month 1-12,
      * day within the month, February 29 only in a leap year.
       VALIDATE-DATE.
