      * works without a separate build step. The 'S' start
      * positions at the first key greater than or equal to the
      * one supplied, for the cross-period walks.
      *
      * An 'E' (open output) empties the store, creating it if need
      * be, for SetRestore to reload it whole from a backup set's
      * unload.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 PSR-EMP-CONTRIB       PIC 9(6)V99.
           03 PSR-EMPLOYER-CONTRIB  PIC 9(6)V99.
           03 PSR-NET               PIC 9(6)V99.
           03 PSR-BASE-GROSS        PIC 9(6)V99.
           03 PSR-TAX-BASE          PIC 9(6)V99.
           03 PSR-TAX-RATE          PIC 9(2)V99.
           03 PSR-TAX-WITHHELD      PIC 9(6)V99.
           03 PSR-DED-GARNISH       PIC 9(6)V99.
           03 PSR-DED-LOAN          PIC 9(6)V99.
           03 PSR-DED-ADVANCE       PIC 9(6)V99.
           03 PSR-EXPENSES          PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01  WS-STORE-STATUS         PIC XX VALUE SPACES.
                       CLOSE PAYSLIP-STORE
                       OPEN I-O PAYSLIP-STORE
                   END-IF
               WHEN PIO-OP-OPEN-OUTPUT
                   OPEN OUTPUT PAYSLIP-STORE
               WHEN PIO-OP-CLOSE
                   CLOSE PAYSLIP-STORE
               WHEN PIO-OP-READ-KEY
