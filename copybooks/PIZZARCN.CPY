      ******************************************************************
      * PIZZARCN.CPY
      *
      * Shared record layout for pizzareconciled.txt, the pizza
      * orders PizzaRecon matched to a supplier invoice line, by
      * the month they were reconciled in (PRC-MONTH). PizzaCharge
      * charges the departments for these orders and no others; an
      * order held in one month and reconciled in a later one is
      * charged in the later month. The order is charged at our
      * own price (PRC-ORDER-AMOUNT); the invoiced amount is kept
      * alongside for the record.
      ******************************************************************
       01  PIZZA-RECONCILED-RECORD.
           03 PRC-MONTH             PIC 9(6).
           03 FILLER                PIC X.
           03 PRC-ORDER-DATE        PIC 9(8).
           03 FILLER                PIC X.
           03 PRC-ORDER-AMOUNT      PIC 9(7)V99.
           03 FILLER                PIC X.
           03 PRC-INVOICE-NO        PIC X(10).
           03 FILLER                PIC X.
           03 PRC-INVOICE-AMOUNT    PIC 9(7)V99.
