       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightBackup.

      ***************************************************************
      * First step of the nightly chain: one point-in-time backup
      * set of every live data file, taken before anything in the
      * night has written to them. The shared master lock
      * (UpdateLock) is held while SetBackup copies the files, so
      * no other program can be half-way through an update of any
      * of them - the set is consistent across files, not just
      * file by file, and SetRestore can put the whole night back
      * as it stood.
      *
      * A lock held by someone else, or a set that could not be
      * secured, ends the step with RC 8: ChainDriver stops the
      * night there rather than run the payroll with no way back.
      * Every set taken is logged through AuditLogger.
      ***************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-SET-CALLER        PIC X(20) VALUE "NightBackup".
       01  WS-SET-ID            PIC X(17) VALUE SPACES.
       01  WS-SET-RESULT        PIC X VALUE 'N'.

       01  WS-LOCK-ACTION       PIC X VALUE 'T'.
       01  WS-LOCK-CALLER       PIC X(20) VALUE "NightBackup".
       01  WS-LOCK-RESULT       PIC X VALUE 'N'.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "NightBackup".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           MOVE 'T' TO WS-LOCK-ACTION.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "Erreur: fichier maître verrouillé -"
                       " sauvegarde de nuit abandonnée."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "SetBackup" USING WS-SET-CALLER WS-SET-ID
                                  WS-SET-RESULT.

           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           IF WS-SET-RESULT = 'Y'
               DISPLAY "Sauvegarde de nuit : jeu "
                       FUNCTION TRIM(WS-SET-ID) " pris."
               STRING "Jeu de sauvegarde " DELIMITED BY SIZE
                       WS-SET-ID DELIMITED BY SPACE
                       INTO AUDIT-SUMMARY-LINE
           ELSE
               DISPLAY "Erreur: jeu de sauvegarde impossible -"
                       " chaîne de nuit à ne pas poursuivre."
               MOVE "Jeu de sauvegarde en échec"
                   TO AUDIT-SUMMARY-LINE
               MOVE RC-ERROR TO RETURN-CODE
           END-IF.

           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
           PERFORM RELEASE-MASTER-LOCK.

           GOBACK.

       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
                                    WS-LOCK-RESULT.
           MOVE RC-SAVE TO RETURN-CODE.
