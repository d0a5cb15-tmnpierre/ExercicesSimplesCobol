      ******************************************************************
      * PIZZAHLD.CPY
      *
      * Shared record layout for pizzaheld.txt, the pizza order and
      * invoice lines PizzaRecon could not reconcile and holds back,
      * each carried into the following month's reconciliation
      * (PHL-FOR-MONTH) and matched again there. PHL-FROM-MONTH is
      * the month the line was first held, kept as the line is
      * carried from month to month.
      *
      *   PHL-KIND        'C' commande - an order logged by CmdPizza
      *                   'F' facture  - a supplier invoice line
      *   PHL-REASON      why it was held: FACTURE SANS COMMANDE,
      *                   COMMANDE NON FACTUREE or ECART DE PRIX
      ******************************************************************
       01  PIZZA-HELD-RECORD.
           03 PHL-FOR-MONTH         PIC 9(6).
           03 FILLER                PIC X.
           03 PHL-KIND              PIC X.
              88 PHL-ORDER          VALUE 'C'.
              88 PHL-INVOICE        VALUE 'F'.
           03 FILLER                PIC X.
           03 PHL-DATE              PIC 9(8).
           03 FILLER                PIC X.
           03 PHL-AMOUNT            PIC 9(7)V99.
           03 FILLER                PIC X.
           03 PHL-INVOICE-NO        PIC X(10).
           03 FILLER                PIC X.
           03 PHL-REASON            PIC X(22).
           03 FILLER                PIC X.
           03 PHL-FROM-MONTH        PIC 9(6).
