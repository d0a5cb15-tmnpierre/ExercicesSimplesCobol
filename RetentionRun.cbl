      *     reaches into the archived years: the CLIENT-ID's salary
      *     history is listed from the live file AND every archived
      *     year on the catalogue, in effective-date order.
      *
      * The audit log is hash-chained (AUDITLOG.CPY), and archiving
      * keeps the chain whole. Only an unbroken run of lines from
      * the top of the log is archived: the first line that has to
      * stay - recent, on legal hold, or undated - keeps every
      * line after it live too, so no hole opens in the middle of
      * the chain. Each year archive gets an "*O" opening line with
      * the sequence and hash of the line before its first one and
      * a "*C" closing line with those of its last; the live file
      * is rewritten behind an "*O" line carrying the last archived
      * link. AuditVerify walks the archives and the live file as
      * one chain.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDITLOG.CPY".

       FD  RETENTION-WORK.
       01  WORK-RECORD              PIC X(113).

       FD  YEAR-ARCHIVE.
       01  ARCHIVE-RECORD           PIC X(113).

       FD  HIST-CATALOG.
       01  CATALOG-LINE             PIC X(60).
       01  WS-AU-ARCHIVED       PIC 9(7) COMP VALUE ZERO.
       01  WS-AU-KEPT           PIC 9(7) COMP VALUE ZERO.
       01  WS-AU-HELD           PIC 9(7) COMP VALUE ZERO.

      * The audit chain across the archiving: the link (sequence
      * and hash) of the last line archived or of the live file's
      * "*O" line, the year archive being filled, and the switch
      * that stops archiving at the first line that must stay.
       01  WS-CHAIN-SEQUENCE    PIC 9(9) VALUE ZERO.
       01  WS-CHAIN-HASH        PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-OPENING-SW  PIC X VALUE 'N'.
           88 WS-CHAIN-OPENING  VALUE 'Y'.
       01  WS-AUDIT-KEEPING-SW  PIC X VALUE 'N'.
           88 WS-AUDIT-KEEPING  VALUE 'Y'.
       01  WS-OPEN-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-PENDING-LINE      PIC X(113) VALUE SPACES.
       01  WS-COUNT-EDIT        PIC Z(6)9.

      * Inquiry side: the matching history across live and archived

           IF WS-MODE-INQUIRY
               PERFORM INQUIRY-MODE
                   THRU INQUIRY-MODE-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-HOLD-LIST.
           PERFORM LOAD-HIST-CATALOG.

           PERFORM ARCHIVE-SALARY-HISTORY
               THRU ARCHIVE-SALARY-HISTORY-EXIT.
           PERFORM ARCHIVE-AUDIT-LOG
               THRU ARCHIVE-AUDIT-LOG-EXIT.
           PERFORM REWRITE-HIST-CATALOG.

           MOVE WS-SH-ARCHIVED TO WS-COUNT-EDIT.
               GO TO ARCHIVE-AUDIT-LOG-EXIT
           END-IF.

           MOVE ZERO TO WS-CHAIN-SEQUENCE.
           MOVE ZERO TO WS-CHAIN-HASH.
           MOVE ZERO TO WS-OPEN-YEAR.
           MOVE 'N' TO WS-CHAIN-OPENING-SW.
           MOVE 'N' TO WS-AUDIT-KEEPING-SW.

           OPEN OUTPUT RETENTION-WORK.

           PERFORM UNTIL END-OF-FILE-YES
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM SPLIT-ONE-AUDIT-RECORD
                           THRU SPLIT-ONE-AUDIT-RECORD-EXIT
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.
           CLOSE RETENTION-WORK.
           MOVE 'N' TO END-OF-FILE.
           IF WS-OPEN-YEAR > ZERO
               PERFORM CLOSE-YEAR-CHAIN
           END-IF.

           OPEN INPUT RETENTION-WORK.
           OPEN OUTPUT AUDIT-LOG-FILE.
           IF WS-CHAIN-OPENING
               MOVE SPACES TO AUDIT-CONTROL-RECORD
               SET ACT-OPENING-REC TO TRUE
               MOVE WS-TODAY TO ACT-CREATE-DATE
               MOVE AUDIT-PROGRAM-NAME TO ACT-PROGRAM-ID
               MOVE "Ouverture de chaîne (journal vif)" TO ACT-TEXT
               MOVE WS-CHAIN-SEQUENCE TO ACT-SEQUENCE
               MOVE WS-CHAIN-HASH TO ACT-CHAIN-HASH
               WRITE AUDIT-CONTROL-RECORD
           END-IF.
           PERFORM UNTIL END-OF-FILE-YES
               READ RETENTION-WORK
                   AT END
       ARCHIVE-AUDIT-LOG-EXIT.
           EXIT.

      * The live file's own "*O" line is not copied: it is replaced
      * by the one written for the new top of the file, and its
      * link is where the chain of this run starts.
       SPLIT-ONE-AUDIT-RECORD.
           IF ACT-CONTROL-REC
               IF ACT-OPENING-REC AND ACT-SEQUENCE NUMERIC AND
                  ACT-CHAIN-HASH NUMERIC
                   MOVE ACT-SEQUENCE TO WS-CHAIN-SEQUENCE
                   MOVE ACT-CHAIN-HASH TO WS-CHAIN-HASH
                   SET WS-CHAIN-OPENING TO TRUE
               END-IF
               GO TO SPLIT-ONE-AUDIT-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-RECORD-YEAR.
           IF AUDIT-TIMESTAMP(1:4) NUMERIC
               MOVE AUDIT-TIMESTAMP(1:4) TO WS-RECORD-YEAR
           END-IF.
           PERFORM CHECK-AUDIT-HELD.

           IF WS-RECORD-YEAR = ZERO OR
              WS-RECORD-YEAR NOT < WS-CUTOFF-YEAR OR WS-HELD
               SET WS-AUDIT-KEEPING TO TRUE
           END-IF.

           IF NOT WS-AUDIT-KEEPING
               ADD 1 TO WS-AU-ARCHIVED
               MOVE AUDIT-LOG-RECORD TO WS-PENDING-LINE
               IF WS-RECORD-YEAR NOT = WS-OPEN-YEAR
                   IF WS-OPEN-YEAR > ZERO
                       PERFORM CLOSE-YEAR-CHAIN
                   END-IF
                   MOVE WS-RECORD-YEAR TO WS-OPEN-YEAR
                   PERFORM OPEN-YEAR-CHAIN
               END-IF
               MOVE WS-PENDING-LINE TO AUDIT-LOG-RECORD
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD
               PERFORM APPEND-TO-YEAR-ARCHIVE
               IF AUDIT-SEQUENCE NUMERIC AND
                  AUDIT-CHAIN-HASH NUMERIC
                   MOVE AUDIT-SEQUENCE TO WS-CHAIN-SEQUENCE
                   MOVE AUDIT-CHAIN-HASH TO WS-CHAIN-HASH
               END-IF
               SET WS-CHAIN-OPENING TO TRUE
           ELSE
               IF WS-RECORD-YEAR > ZERO AND
                  WS-RECORD-YEAR < WS-CUTOFF-YEAR
                   ADD 1 TO WS-AU-HELD
               END-IF
               ADD 1 TO WS-AU-KEPT
               WRITE WORK-RECORD
           END-IF.

       SPLIT-ONE-AUDIT-RECORD-EXIT.
           EXIT.

      * The control lines are built in the audit FD area (the line
      * being split is parked in WS-PENDING-LINE meanwhile) and
      * appended to the year archive like any archived line.
       OPEN-YEAR-CHAIN.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "auditlog_a" DELIMITED BY SIZE
                   WS-OPEN-YEAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME.
           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           SET ACT-OPENING-REC TO TRUE.
           MOVE "Ouverture de chaîne (archive)" TO ACT-TEXT.
           PERFORM APPEND-CHAIN-CONTROL.

       CLOSE-YEAR-CHAIN.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "auditlog_a" DELIMITED BY SIZE
                   WS-OPEN-YEAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME.
           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           SET ACT-CLOSING-REC TO TRUE.
           MOVE "Clôture de chaîne (archive)" TO ACT-TEXT.
           PERFORM APPEND-CHAIN-CONTROL.

       APPEND-CHAIN-CONTROL.
           MOVE WS-TODAY TO ACT-CREATE-DATE.
           MOVE AUDIT-PROGRAM-NAME TO ACT-PROGRAM-ID.
           MOVE WS-CHAIN-SEQUENCE TO ACT-SEQUENCE.
           MOVE WS-CHAIN-HASH TO ACT-CHAIN-HASH.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE AUDIT-CONTROL-RECORD TO ARCHIVE-RECORD.
           PERFORM APPEND-TO-YEAR-ARCHIVE.

       REWRITE-HIST-CATALOG.
           OPEN OUTPUT HIST-CATALOG.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               IF CAT-NAME(WS-SUB2)(1:14) = "salaryhistory_"
                   MOVE CAT-NAME(WS-SUB2) TO WS-ARCHIVE-NAME
                   PERFORM COLLECT-FROM-ARCHIVE
                       THRU COLLECT-FROM-ARCHIVE-EXIT
               END-IF
           END-PERFORM.

