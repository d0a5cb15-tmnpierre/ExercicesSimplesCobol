      * is charged under its first four characters and flagged on
      * the control listing pizzacharge.txt, where department heads
      * can see exactly what they were charged and why.
      *
      * Only orders reconciled against the pizzeria's invoice are
      * charged now: the orders come from pizzareconciled.txt
      * (PIZZARCN.CPY), which PizzaRecon writes month by month,
      * rather than straight from pizzaorderhistory.txt. An order
      * with no invoice line, or invoiced at a different price, is
      * held back by PizzaRecon and charged in the month it is
      * finally reconciled, at our own price as before. Run
      * PizzaRecon for the month first.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECONCILED-ORDERS ASSIGN TO 'pizzareconciled.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  RECONCILED-ORDERS.
           COPY "PIZZARCN.CPY".

       FD  PIZZA-ROSTER.
       01  ROSTER-RECORD.

       01  WS-ORDER-DATE        PIC 9(8) VALUE ZERO.
       01  WS-ORDER-COST        PIC 9(7)V99 VALUE ZERO.
       01  WS-DATE-EDIT         PIC 9999/99/99.
       01  WS-ORDER-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-MONTH-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-SHARE             PIC S9(7)V99 VALUE ZERO.
               GOBACK
           END-IF.

           OPEN INPUT RECONCILED-ORDERS.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Erreur: pizzareconciled.txt illisible"
                       " (statut " WS-HISTORY-STATUS ") - lancer"
                       " PizzaRecon d'abord."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-LISTING-HEADER.

           PERFORM UNTIL END-OF-FILE-YES
               READ RECONCILED-ORDERS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-ORDER THRU JUDGE-ONE-ORDER-EXIT
               END-READ
           END-PERFORM.

           CLOSE RECONCILED-ORDERS.
           MOVE 'N' TO END-OF-FILE.

           IF WS-ORDER-COUNT = ZERO
               MOVE "Aucune commande rapprochée sur le mois."
                   TO LISTING-LINE
               WRITE LISTING-LINE
               CLOSE CHARGE-LISTING
               DISPLAY "Aucune commande rapprochée pour "
                       WS-MONTH-INPUT
                       " - aucune écriture produite."
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               MOVE 'N' TO RST-RESOLVED-SW(ROSTER-COUNT)
           END-IF.

      * One reconciled order; only the lines PizzaRecon wrote for
      * the requested month are charged.
       JUDGE-ONE-ORDER.
           IF PRC-MONTH NOT NUMERIC OR
              PRC-MONTH NOT = WS-MONTH-INPUT
               GO TO JUDGE-ONE-ORDER-EXIT
           END-IF.

           MOVE PRC-ORDER-DATE TO WS-ORDER-DATE.
           MOVE PRC-ORDER-AMOUNT TO WS-ORDER-COST.
           ADD 1 TO WS-ORDER-COUNT.
           ADD WS-ORDER-COST TO WS-MONTH-TOTAL.
           PERFORM ALLOCATE-ONE-ORDER.

       JUDGE-ONE-ORDER-EXIT.
           EXIT.
       ALLOCATE-ONE-ORDER.
           MOVE SPACES TO LISTING-LINE.
           MOVE WS-ORDER-COST TO WS-AMOUNT-EDIT.
           MOVE WS-ORDER-DATE TO WS-DATE-EDIT.
           STRING "Commande du " DELIMITED BY SIZE
                   WS-DATE-EDIT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
