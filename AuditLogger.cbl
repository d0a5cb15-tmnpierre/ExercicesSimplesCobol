      * who ran the program, when, and a short summary of what it
      * did. Keeping the logging in one subprogram means the log
      * layout only has to be gotten right in one place.
      *
      * The log is now tamper-evident. Before appending, the log is
      * read through to take the sequence and chain hash of its
      * last line (or of the "*O" opening line RetentionRun leaves
      * at the top after an archiving); the new line gets the next
      * AUDIT-SEQUENCE and an AUDIT-CHAIN-HASH computed from that
      * previous hash and columns 1-100 of the new line. AuditVerify
      * recomputes the same chain, so the hash paragraph here and
      * there must stay identical.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  AUDIT-WORK-OPERATOR     PIC X(8).

       01  AUDIT-END-OF-LOG        PIC X VALUE 'N'.
           88 AUDIT-END-OF-LOG-YES VALUE 'Y'.
       01  AUDIT-LAST-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  AUDIT-LAST-HASH         PIC 9(12) VALUE ZERO.

      * The chain hash: a base-257 polynomial over the previous
      * hash (12 digits) and columns 1-100 of the line, taken
      * modulo the prime 999999999989.
       01  AUDIT-CHAIN-INPUT.
           05 AUDIT-CHAIN-PREVIOUS PIC 9(12).
           05 AUDIT-CHAIN-LINE     PIC X(100).
       01  AUDIT-HASH-WORK         PIC 9(15) COMP VALUE ZERO.
       01  AUDIT-HASH-POS          PIC 9(3) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  AUDIT-CALLER-PROGRAM    PIC X(20).
       01  AUDIT-CALLER-SUMMARY    PIC X(40).
           MOVE AUDIT-CALLER-PROGRAM TO AUDIT-PROGRAM-ID.
           MOVE AUDIT-WORK-OPERATOR  TO AUDIT-OPERATOR.
           MOVE AUDIT-CALLER-SUMMARY TO AUDIT-SUMMARY.
           MOVE AUDIT-LOG-RECORD TO AUDIT-CHAIN-LINE.

           PERFORM FIND-LAST-LINK.

           MOVE AUDIT-CHAIN-LINE TO AUDIT-LOG-RECORD.
           ADD 1 TO AUDIT-LAST-SEQUENCE GIVING AUDIT-SEQUENCE.
           MOVE AUDIT-LOG-RECORD TO AUDIT-CHAIN-LINE.
           MOVE AUDIT-LAST-HASH TO AUDIT-CHAIN-PREVIOUS.
           PERFORM COMPUTE-CHAIN-HASH.
           MOVE AUDIT-HASH-WORK TO AUDIT-CHAIN-HASH.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "35"
           CLOSE AUDIT-LOG-FILE.

           GOBACK.

      * The last chained line of the log - a data line or the "*O"
      * opening line, both carry the two fields in the same
      * columns. Lines from before the chain are passed over; an
      * absent or unchained log starts the chain at sequence 1.
       FIND-LAST-LINK.
           MOVE ZERO TO AUDIT-LAST-SEQUENCE.
           MOVE ZERO TO AUDIT-LAST-HASH.
           MOVE 'N' TO AUDIT-END-OF-LOG.

           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               SET AUDIT-END-OF-LOG-YES TO TRUE
           END-IF.

           PERFORM UNTIL AUDIT-END-OF-LOG-YES
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-END-OF-LOG-YES TO TRUE
                   NOT AT END
                       IF AUDIT-SEQUENCE NUMERIC AND
                          AUDIT-CHAIN-HASH NUMERIC
                           MOVE AUDIT-SEQUENCE TO AUDIT-LAST-SEQUENCE
                           MOVE AUDIT-CHAIN-HASH TO AUDIT-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM.

           IF AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       COMPUTE-CHAIN-HASH.
           MOVE ZERO TO AUDIT-HASH-WORK.
           PERFORM VARYING AUDIT-HASH-POS FROM 1 BY 1
                   UNTIL AUDIT-HASH-POS > 112
               COMPUTE AUDIT-HASH-WORK = FUNCTION MOD(
                   AUDIT-HASH-WORK * 257 +
                   FUNCTION ORD(AUDIT-CHAIN-INPUT(AUDIT-HASH-POS:1)),
                   999999999989)
           END-PERFORM.
