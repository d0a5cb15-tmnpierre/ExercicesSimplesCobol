      *     date range, listed as logged.
      *
      * The report goes to auditreport.txt.
      *
      * The "*O" chain-opening line RetentionRun leaves at the top
      * of the log after an archiving is not a run and is skipped.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF AUDIT-LOG-RECORD NOT = SPACES AND
                          NOT ACT-CONTROL-REC
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM PROCESS-ONE-ENTRY
                       END-IF
