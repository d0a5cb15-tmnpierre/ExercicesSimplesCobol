      ******************************************************************
      * PIZZAINV.CPY
      *
      * Record layout of pizzainvoice.txt, the monthly invoice file
      * the pizzeria sends: one line per delivery invoiced, with the
      * supplier's invoice number, the delivery date and the amount
      * invoiced (TTC, in centimes - no decimal point) and the
      * supplier's own wording. Lines starting '*' are the
      * supplier's control lines.
      ******************************************************************
       01  PIZZA-INVOICE-RECORD.
           03 PIV-INVOICE-NO        PIC X(10).
           03 PIV-DATE              PIC 9(8).
           03 PIV-AMOUNT            PIC 9(7)V99.
           03 PIV-LABEL             PIC X(30).
