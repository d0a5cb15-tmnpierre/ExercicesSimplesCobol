      ******************************************************************
      * COSTALLOC.CPY
      *
      * Shared record layout for costallocation.txt, the
      * operator-maintained cost-centre split of the people who work
      * for more than one département. One line per CLIENT-ID and
      * département charged, with the percentage of the payslip that
      * département bears (2 implied decimals) and the dates the line
      * is in force; CAL-END-DATE zero means open-ended. The lines of
      * one person in force on a given day must come to 100; a person
      * with no line in force is charged wholly to CLIENT-DEPT.
      * Lines starting '*' are comments. CostAllocCheck lists the
      * totals that do not come to 100.
      ******************************************************************
       01  COST-ALLOCATION-RECORD.
           03 CAL-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 CAL-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 CAL-PERCENT           PIC 9(3)V99.
           03 FILLER                PIC X.
           03 CAL-START-DATE        PIC 9(8).
           03 FILLER                PIC X.
           03 CAL-END-DATE          PIC 9(8).
