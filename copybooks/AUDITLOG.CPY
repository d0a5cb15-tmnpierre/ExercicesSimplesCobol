      * trail written by AuditLogger.cbl on behalf of every program
      * that CALLs it. COPY this into AuditLogger's FD so the layout
      * stays in one place.
      *
      * Each line is chained to the one before it: AUDIT-SEQUENCE
      * numbers the lines from 1 and AUDIT-CHAIN-HASH is computed
      * from the previous line's hash and columns 1-100 of this line
      * (see AuditLogger), so an edited, deleted or reordered line
      * breaks the chain where AuditVerify will find it. Lines
      * written before the chain existed have both fields blank.
      *
      * AUDIT-CONTROL-RECORD is the '*' control line RetentionRun
      * writes when it archives: "*O" opens a file (the archives
      * auditlog_aAAAA.txt and the live file after an archiving)
      * with the sequence and hash of the line before it, "*C"
      * closes a year archive with those of its last line. The two
      * fields sit in the same columns as on a data line.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           03 AUDIT-TIMESTAMP   PIC X(19).
           03 AUDIT-OPERATOR    PIC X(8).
           03 FILLER            PIC X.
           03 AUDIT-SUMMARY     PIC X(40).
           03 FILLER            PIC X.
           03 AUDIT-SEQUENCE    PIC 9(9).
           03 FILLER            PIC X.
           03 AUDIT-CHAIN-HASH  PIC 9(12).

       01  AUDIT-CONTROL-RECORD.
           03 ACT-RECORD-TYPE   PIC XX.
              88 ACT-CONTROL-REC VALUE "*O" "*C".
              88 ACT-OPENING-REC VALUE "*O".
              88 ACT-CLOSING-REC VALUE "*C".
           03 FILLER            PIC X.
           03 ACT-CREATE-DATE   PIC 9(8).
           03 FILLER            PIC X(9).
           03 ACT-PROGRAM-ID    PIC X(20).
           03 FILLER            PIC X(10).
           03 ACT-TEXT          PIC X(40).
           03 FILLER            PIC X.
           03 ACT-SEQUENCE      PIC 9(9).
           03 FILLER            PIC X.
           03 ACT-CHAIN-HASH    PIC 9(12).
