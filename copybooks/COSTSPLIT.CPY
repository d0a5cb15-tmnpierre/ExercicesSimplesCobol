      ******************************************************************
      * COSTSPLIT.CPY
      *
      * Request/response area for the CostSplit subprogram, which
      * spreads a payslip's amounts over the départements of the
      * cost-centre split in costallocation.txt (COSTALLOC.CPY).
      * Callers fill CSP-CLIENT-ID, CSP-PERIOD (the payslip month
      * AAAAMM), CSP-HOME-DEPT (the CLIENT-DEPT of the payslip),
      * CSP-AMOUNT-COUNT and the amounts to spread, CALL "CostSplit"
      * USING COST-SPLIT-AREA, and then post CSP-SHARE(line, amount)
      * to CSP-DEPT(line) for each of the CSP-LINE-COUNT lines.
      * Each share is the amount times the percentage, rounded; the
      * last line takes what is left, so the shares of an amount
      * always add back to it to the cent.
      * CSP-RESULT says how the lines came about:
      *   'Y' the split in force on the 1st of the month was applied;
      *   'N' no split in force - one line, the home département;
      *   'E' a split in force does not come to 100 % (or has more
      *       lines than CSP-LINE can hold) - not applied, one line
      *       on the home département, CSP-TOTAL gives the total;
      *   'X' costallocation.txt holds more lines than CostSplit can
      *       keep - nothing can be trusted, the caller must stop.
      ******************************************************************
       01  COST-SPLIT-AREA.
           03 CSP-CLIENT-ID         PIC X(9).
           03 CSP-PERIOD            PIC 9(6).
           03 CSP-HOME-DEPT         PIC X(4).
           03 CSP-RESULT            PIC X.
              88 CSP-SPLIT-APPLIED  VALUE 'Y'.
              88 CSP-NO-SPLIT       VALUE 'N'.
              88 CSP-SPLIT-INVALID  VALUE 'E'.
              88 CSP-TABLE-OVERFLOW VALUE 'X'.
           03 CSP-TOTAL             PIC 9(5)V99.
           03 CSP-AMOUNT-COUNT      PIC 9(2).
           03 CSP-AMOUNT            PIC 9(9)V99 OCCURS 8 TIMES.
           03 CSP-LINE-COUNT        PIC 9(2).
           03 CSP-LINE OCCURS 10 TIMES.
              05 CSP-DEPT           PIC X(4).
              05 CSP-PERCENT        PIC 9(3)V99.
              05 CSP-SHARES.
                 07 CSP-SHARE       PIC 9(9)V99 OCCURS 8 TIMES.
