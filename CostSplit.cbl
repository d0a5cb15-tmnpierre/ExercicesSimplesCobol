       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostSplit.

      ***************************************************************
      * Shared cost-centre split subprogram:
      *
      *     CALL "CostSplit" USING COST-SPLIT-AREA
      *
      * (COSTSPLIT.CPY). Spreads up to eight amounts of one payslip
      * over the départements costallocation.txt (COSTALLOC.CPY)
      * charges the employee to, so GlPost, PayBackout and
      * BudgetReport all cut a payslip the same way, to the cent.
      * The split applied is the one in force on the 1st of the
      * payslip month: a line dated later in the month counts from
      * the next payroll. A split that does not come to 100 % is
      * not applied - the payslip stays on the home département and
      * the caller is told, so the run can warn; CostAllocCheck
      * lists those totals for correction. The file is optional and
      * is read once on the first call, then kept in
      * WORKING-STORAGE for the rest of the run, as RefLookup keeps
      * its masters.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-ALLOCATION ASSIGN TO 'costallocation.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-ALLOCATION.
           COPY "COSTALLOC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ALLOC-STATUS      PIC XX VALUE SPACES.

       01  WS-LOADED-SW         PIC X VALUE 'N'.
           88 WS-LOADED         VALUE 'Y'.
       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  ALLOC-TABLE.
           05 ALLOC-ENTRY OCCURS 2000 TIMES.
              10 ALT-CLIENT-ID  PIC X(9).
              10 ALT-DEPT       PIC X(4).
              10 ALT-PERCENT    PIC 9(3)V99.
              10 ALT-START-DATE PIC 9(8).
              10 ALT-END-DATE   PIC 9(8).
       01  ALLOC-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-ALLOC-LIMIT       PIC 9(4) COMP VALUE 2000.

       01  WS-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-LSUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-ASUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-LINE-LIMIT        PIC 9(2) COMP VALUE 10.
       01  WS-SPLIT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-LINES-FOUND       PIC 9(4) COMP VALUE ZERO.

      * What has been handed out of each amount so far; the last
      * line gets the rest.
       01  WS-SPREAD-AMOUNTS.
           05 WS-SPREAD-AMOUNT  PIC 9(9)V99 OCCURS 8 TIMES.
       01  WS-SHARE             PIC 9(9)V99 VALUE ZERO.

       LINKAGE SECTION.
           COPY "COSTSPLIT.CPY".

       PROCEDURE DIVISION USING COST-SPLIT-AREA.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-ALLOCATION-TABLE
               SET WS-LOADED TO TRUE
           END-IF.

           IF WS-TABLE-OVERFLOW
               SET CSP-TABLE-OVERFLOW TO TRUE
               PERFORM SET-HOME-LINE
               GOBACK
           END-IF.

           PERFORM FIND-SPLIT-LINES.

           IF WS-LINES-FOUND = ZERO
               SET CSP-NO-SPLIT TO TRUE
               PERFORM SET-HOME-LINE
               GOBACK
           END-IF.

           IF CSP-TOTAL NOT = 100 OR WS-LINES-FOUND > WS-LINE-LIMIT
               SET CSP-SPLIT-INVALID TO TRUE
               PERFORM SET-HOME-LINE
               GOBACK
           END-IF.

           SET CSP-SPLIT-APPLIED TO TRUE.
           INITIALIZE WS-SPREAD-AMOUNTS.
           PERFORM VARYING WS-LSUB FROM 1 BY 1
                   UNTIL WS-LSUB > CSP-LINE-COUNT
               PERFORM VARYING WS-ASUB FROM 1 BY 1
                       UNTIL WS-ASUB > CSP-AMOUNT-COUNT
                   PERFORM SPREAD-ONE-AMOUNT
               END-PERFORM
           END-PERFORM.

           GOBACK.

       LOAD-ALLOCATION-TABLE.
           MOVE 'N' TO END-OF-FILE.
           OPEN INPUT COST-ALLOCATION.
           IF WS-ALLOC-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ COST-ALLOCATION
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF CAL-CLIENT-ID NOT = SPACES AND
                          CAL-CLIENT-ID(1:1) NOT = '*'
                           PERFORM STORE-ONE-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ALLOC-STATUS NOT = "35"
               CLOSE COST-ALLOCATION
           END-IF.
           MOVE 'N' TO END-OF-FILE.

           IF WS-TABLE-OVERFLOW
               DISPLAY "CostSplit: plus de " WS-ALLOC-LIMIT
                       " lignes dans costallocation.txt."
           END-IF.

      * A line whose figures are not numeric can never be in force;
      * CostAllocCheck reports it.
       STORE-ONE-ALLOCATION.
           IF CAL-PERCENT NUMERIC AND CAL-START-DATE NUMERIC
               IF ALLOC-COUNT >= WS-ALLOC-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO ALLOC-COUNT
                   MOVE CAL-CLIENT-ID TO ALT-CLIENT-ID(ALLOC-COUNT)
                   MOVE CAL-DEPT TO ALT-DEPT(ALLOC-COUNT)
                   MOVE CAL-PERCENT TO ALT-PERCENT(ALLOC-COUNT)
                   MOVE CAL-START-DATE
                     TO ALT-START-DATE(ALLOC-COUNT)
                   MOVE ZERO TO ALT-END-DATE(ALLOC-COUNT)
                   IF CAL-END-DATE NUMERIC
                       MOVE CAL-END-DATE
                         TO ALT-END-DATE(ALLOC-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-SPLIT-LINES.
           COMPUTE WS-SPLIT-DATE = CSP-PERIOD * 100 + 1.
           MOVE ZERO TO WS-LINES-FOUND.
           MOVE ZERO TO CSP-TOTAL.
           MOVE ZERO TO CSP-LINE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ALLOC-COUNT
               IF ALT-CLIENT-ID(WS-SUB) = CSP-CLIENT-ID AND
                  ALT-START-DATE(WS-SUB) <= WS-SPLIT-DATE AND
                  (ALT-END-DATE(WS-SUB) = ZERO OR
                   ALT-END-DATE(WS-SUB) >= WS-SPLIT-DATE)
                   ADD 1 TO WS-LINES-FOUND
                   ADD ALT-PERCENT(WS-SUB) TO CSP-TOTAL
                   IF CSP-LINE-COUNT < WS-LINE-LIMIT
                       ADD 1 TO CSP-LINE-COUNT
                       MOVE ALT-DEPT(WS-SUB)
                         TO CSP-DEPT(CSP-LINE-COUNT)
                       MOVE ALT-PERCENT(WS-SUB)
                         TO CSP-PERCENT(CSP-LINE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      * The whole payslip on one line, on the home département.
       SET-HOME-LINE.
           MOVE 1 TO CSP-LINE-COUNT.
           MOVE CSP-HOME-DEPT TO CSP-DEPT(1).
           MOVE 100 TO CSP-PERCENT(1).
           PERFORM VARYING WS-ASUB FROM 1 BY 1
                   UNTIL WS-ASUB > CSP-AMOUNT-COUNT
               MOVE CSP-AMOUNT(WS-ASUB) TO CSP-SHARE(1 WS-ASUB)
           END-PERFORM.

      * A share is never allowed past what is left of the amount,
      * so the last line's remainder cannot go negative on a small
      * amount cut in many pieces.
       SPREAD-ONE-AMOUNT.
           IF WS-LSUB = CSP-LINE-COUNT
               COMPUTE WS-SHARE = CSP-AMOUNT(WS-ASUB)
                                - WS-SPREAD-AMOUNT(WS-ASUB)
           ELSE
               COMPUTE WS-SHARE ROUNDED = CSP-AMOUNT(WS-ASUB)
                                * CSP-PERCENT(WS-LSUB) / 100
               IF WS-SHARE > CSP-AMOUNT(WS-ASUB)
                           - WS-SPREAD-AMOUNT(WS-ASUB)
                   COMPUTE WS-SHARE = CSP-AMOUNT(WS-ASUB)
                                    - WS-SPREAD-AMOUNT(WS-ASUB)
               END-IF
           END-IF.
           MOVE WS-SHARE TO CSP-SHARE(WS-LSUB WS-ASUB).
           ADD WS-SHARE TO WS-SPREAD-AMOUNT(WS-ASUB).
