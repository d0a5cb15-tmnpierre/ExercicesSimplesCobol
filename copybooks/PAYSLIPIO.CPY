           03 PIO-OPERATION         PIC X.
              88 PIO-OP-OPEN-INPUT  VALUE 'I'.
              88 PIO-OP-OPEN-IO     VALUE 'O'.
              88 PIO-OP-OPEN-OUTPUT VALUE 'E'.
              88 PIO-OP-CLOSE       VALUE 'C'.
              88 PIO-OP-READ-KEY    VALUE 'R'.
              88 PIO-OP-START-GE    VALUE 'S'.
              05 PIO-EMP-CONTRIB       PIC 9(6)V99.
              05 PIO-EMPLOYER-CONTRIB  PIC 9(6)V99.
              05 PIO-NET               PIC 9(6)V99.
              05 PIO-BASE-GROSS        PIC 9(6)V99.
              05 PIO-TAX-BASE          PIC 9(6)V99.
              05 PIO-TAX-RATE          PIC 9(2)V99.
              05 PIO-TAX-WITHHELD      PIC 9(6)V99.
              05 PIO-DED-GARNISH       PIC 9(6)V99.
              05 PIO-DED-LOAN          PIC 9(6)V99.
              05 PIO-DED-ADVANCE       PIC 9(6)V99.
              05 PIO-EXPENSES          PIC 9(6)V99.
