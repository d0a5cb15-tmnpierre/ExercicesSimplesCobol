       IDENTIFICATION DIVISION.
       PROGRAM-ID. PizzaRecon.

      ***************************************************************
      * Monthly reconciliation of the pizzeria's invoice against the
      * orders we actually placed, run before PizzaCharge bills the
      * departments. The supplier's invoice file pizzainvoice.txt
      * (PIZZAINV.CPY) is matched line by line against the month's
      * orders in pizzaorderhistory.txt (the lines CmdPizza appends)
      * by delivery date and amount:
      *
      *   - an invoice line with an order of the same date whose
      *     amount is within the tolerance is reconciled, the
      *     closest amount first when there are several;
      *   - an invoice line with an order of the same date but an
      *     amount beyond the tolerance is a price difference;
      *   - an invoice line with no order that day is an invoice
      *     without an order - the kind we have been paying for;
      *   - an order left with no invoice line was never invoiced.
      *
      * The tolerance in EUR is the one "ECART 001.50" line of
      * pizzatolerance.txt (999.99, as approvallimits.txt); no file
      * means amounts must agree to the centime.
      *
      * Only the reconciled orders go forward: they are written to
      * pizzareconciled.txt (PIZZARCN.CPY) under the month, and
      * PizzaCharge charges those and nothing else. Every disputed
      * line - both sides of a price difference, the invoices
      * without an order and the orders never invoiced - is held
      * back in pizzaheld.txt (PIZZAHLD.CPY) for the following
      * month, whose run matches them again alongside its own
      * lines; an order invoiced a month late is reconciled and
      * charged then. Running a month again replaces what the
      * earlier run of that month wrote, in both files.
      *
      * The report pizzarecon.txt lists each case; any disputed
      * line ends the run RC-WARNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-INVOICE ASSIGN TO 'pizzainvoice.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT ORDER-HISTORY ASSIGN TO 'pizzaorderhistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TOLERANCE-PARMS ASSIGN TO 'pizzatolerance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT PIZZA-HELD ASSIGN TO 'pizzaheld.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.

           SELECT PIZZA-RECONCILED ASSIGN TO 'pizzareconciled.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECONCILED-STATUS.

           SELECT RECON-REPORT ASSIGN TO 'pizzarecon.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PIZZA-INVOICE.
           COPY "PIZZAINV.CPY".

       FD  ORDER-HISTORY.
       01  HISTORY-LINE             PIC X(80).

       FD  TOLERANCE-PARMS.
       01  TOLERANCE-RECORD.
           03 TOL-KEY               PIC X(5).
           03 FILLER                PIC X.
           03 TOL-AMOUNT            PIC X(6).

       FD  PIZZA-HELD.
           COPY "PIZZAHLD.CPY".

       FD  PIZZA-RECONCILED.
           COPY "PIZZARCN.CPY".

       FD  RECON-REPORT.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "RETCODE.CPY".

       01  WS-INVOICE-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01  WS-TOLERANCE-STATUS  PIC XX VALUE SPACES.
       01  WS-HELD-STATUS       PIC XX VALUE SPACES.
       01  WS-RECONCILED-STATUS PIC XX VALUE SPACES.

       01  END-OF-FILE         PIC X VALUE 'N'.
           88 END-OF-FILE-YES  VALUE 'Y'.

       01  WS-MONTH-INPUT       PIC X(6) VALUE SPACES.
       01  WS-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY     PIC 9(4).
           05 WS-MONTH-MM       PIC 9(2).
       01  WS-NEXT-MONTH        PIC 9(6) VALUE ZERO.
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YYYY      PIC 9(4).
           05 WS-NEXT-MM        PIC 9(2).

       01  WS-TOLERANCE         PIC 9(3)V99 VALUE ZERO.
       01  WS-FROM-MONTH        PIC 9(6) VALUE ZERO.
       01  WS-SECTION-TITLE     PIC X(40) VALUE SPACES.

      * The orders and invoice lines in play this month: the
      * month's own, then the ones carried in from last month's
      * pizzaheld.txt. ORD-/INV-FROM-MONTH is the month each was
      * first seen; ORD-/INV-MATCH the line it was paired with on
      * the other side.
       01  ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 200 TIMES.
              10 ORD-DATE       PIC 9(8).
              10 ORD-AMOUNT     PIC 9(7)V99.
              10 ORD-FROM-MONTH PIC 9(6).
              10 ORD-MATCH      PIC 9(3) COMP.
              10 ORD-STATE      PIC X.
                 88 ORD-OPEN        VALUE SPACE.
                 88 ORD-RECONCILED  VALUE 'R'.
                 88 ORD-DISPUTED    VALUE 'E'.
       01  ORDER-COUNT          PIC 9(3) COMP VALUE ZERO.

       01  INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 200 TIMES.
              10 INV-NO         PIC X(10).
              10 INV-DATE       PIC 9(8).
              10 INV-AMOUNT     PIC 9(7)V99.
              10 INV-FROM-MONTH PIC 9(6).
              10 INV-MATCH      PIC 9(3) COMP.
              10 INV-STATE      PIC X.
                 88 INV-OPEN        VALUE SPACE.
                 88 INV-RECONCILED  VALUE 'R'.
                 88 INV-DISPUTED    VALUE 'E'.
       01  INVOICE-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-LIMIT        PIC 9(3) COMP VALUE 200.

      * Lines of the two files that belong to other months, written
      * back untouched.
       01  KEEP-HELD-TABLE.
           05 KHT-LINE          PIC X(68) OCCURS 500 TIMES.
       01  KEEP-HELD-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  KEEP-RECON-TABLE.
           05 KRT-LINE          PIC X(46) OCCURS 500 TIMES.
       01  KEEP-RECON-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  WS-KEEP-LIMIT        PIC 9(3) COMP VALUE 500.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-SUB               PIC 9(3) COMP VALUE ZERO.
       01  WS-SUB2              PIC 9(3) COMP VALUE ZERO.
       01  WS-BEST-SUB          PIC 9(3) COMP VALUE ZERO.
       01  WS-DIFF              PIC S9(7)V99 VALUE ZERO.
       01  WS-BEST-DIFF         PIC S9(7)V99 VALUE ZERO.

       01  WS-RECONCILED-COUNT  PIC 9(5) COMP VALUE ZERO.
       01  WS-RECONCILED-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  WS-PRICE-DIFF-COUNT  PIC 9(5) COMP VALUE ZERO.
       01  WS-NO-ORDER-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-NOT-INVOICED-COUNT PIC 9(5) COMP VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPUTE-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-DATE-EDIT         PIC 9999/99/99.
       01  WS-COUNT-EDIT        PIC Z(4)9.
       01  WS-AMOUNT-EDIT       PIC Z(6)9.99.
       01  WS-AMOUNT2-EDIT      PIC Z(6)9.99.
       01  WS-DIFF-EDIT         PIC -(6)9.99.
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.
       01  WS-TOL-EDIT          PIC ZZ9.99.

       01  AUDIT-PROGRAM-NAME   PIC X(20) VALUE "PizzaRecon".
       01  AUDIT-SUMMARY-LINE   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RC-SUCCESS TO RETURN-CODE.

           DISPLAY "Mois à rapprocher (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT WS-MONTH-INPUT.
           IF WS-MONTH-INPUT NOT NUMERIC
               DISPLAY "Erreur: mois invalide."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-MONTH-INPUT TO WS-MONTH.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "Erreur: mois invalide."
               MOVE RC-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-MONTH TO WS-NEXT-MONTH.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.

           PERFORM LOAD-TOLERANCE.

           PERFORM LOAD-INVOICE THRU LOAD-INVOICE-EXIT.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "Erreur: pizzainvoice.txt illisible"
                       " (statut " WS-INVOICE-STATUS ")."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.
           PERFORM LOAD-ORDERS.
           PERFORM LOAD-HELD-LINES.
           PERFORM LOAD-RECONCILED-LINES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Erreur: plus de " WS-LINE-LIMIT
                       " commandes ou factures sur le mois, ou plus"
                       " de " WS-KEEP-LIMIT " lignes conservées -"
                       " traitement abandonné."
               MOVE RC-ERROR TO RETURN-CODE
               PERFORM LOG-AUDIT-ENTRY
               GOBACK
           END-IF.

      * Within tolerance first, so a price difference is only
      * called when no order of that day agrees with the line.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > INVOICE-COUNT
               PERFORM MATCH-WITHIN-TOLERANCE
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > INVOICE-COUNT
               PERFORM PAIR-PRICE-DIFFERENCE
           END-PERFORM.

           OPEN OUTPUT RECON-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-RECONCILED.
           PERFORM REPORT-PRICE-DIFFERENCES.
           PERFORM REPORT-INVOICES-WITHOUT-ORDER.
           PERFORM REPORT-ORDERS-NOT-INVOICED.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECON-REPORT.

           PERFORM WRITE-RECONCILED-FILE.
           PERFORM WRITE-HELD-FILE.

           MOVE WS-RECONCILED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Commandes rapprochées : " WS-COUNT-EDIT.
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Litiges               : " WS-COUNT-EDIT.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Lignes reportées      : " WS-COUNT-EDIT
                   " (sur " WS-NEXT-MONTH ")".
           DISPLAY "Rapport               : pizzarecon.txt".
           IF WS-DISPUTE-COUNT > ZERO
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

           PERFORM LOG-AUDIT-ENTRY.

           GOBACK.

      * pizzatolerance.txt, one "ECART 001.50" line.
       LOAD-TOLERANCE.
           MOVE ZERO TO WS-TOLERANCE.
           OPEN INPUT TOLERANCE-PARMS.
           IF WS-TOLERANCE-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
               DISPLAY "pizzatolerance.txt absent - aucun écart"
                       " toléré."
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ TOLERANCE-PARMS
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF TOL-KEY = "ECART" AND
                          TOL-AMOUNT(1:3) NUMERIC AND
                          TOL-AMOUNT(4:1) = '.' AND
                          TOL-AMOUNT(5:2) NUMERIC
                           COMPUTE WS-TOLERANCE =
                               FUNCTION NUMVAL(TOL-AMOUNT)
                           SET END-OF-FILE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TOLERANCE-STATUS NOT = "35"
               CLOSE TOLERANCE-PARMS
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       LOAD-INVOICE.
           OPEN INPUT PIZZA-INVOICE.
           IF WS-INVOICE-STATUS NOT = "00"
               GO TO LOAD-INVOICE-EXIT
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PIZZA-INVOICE
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PIZZA-INVOICE-RECORD NOT = SPACES AND
                          PIV-INVOICE-NO(1:1) NOT = '*'
                           PERFORM STORE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PIZZA-INVOICE.
           MOVE 'N' TO END-OF-FILE.

       LOAD-INVOICE-EXIT.
           EXIT.

       STORE-INVOICE-LINE.
           IF PIV-DATE NOT NUMERIC OR PIV-AMOUNT NOT NUMERIC
               DISPLAY "pizzainvoice.txt: ligne ignorée - "
                       PIZZA-INVOICE-RECORD
           ELSE
               IF INVOICE-COUNT >= WS-LINE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO INVOICE-COUNT
                   MOVE PIV-INVOICE-NO TO INV-NO(INVOICE-COUNT)
                   MOVE PIV-DATE TO INV-DATE(INVOICE-COUNT)
                   MOVE PIV-AMOUNT TO INV-AMOUNT(INVOICE-COUNT)
                   MOVE WS-MONTH TO INV-FROM-MONTH(INVOICE-COUNT)
                   MOVE ZERO TO INV-MATCH(INVOICE-COUNT)
                   MOVE SPACE TO INV-STATE(INVOICE-COUNT)
               END-IF
           END-IF.

      * One history line: "AAAA/MM/JJ  Convives: ... Cout: x.xx",
      * read as PizzaCharge reads it.
       LOAD-ORDERS.
           OPEN INPUT ORDER-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ ORDER-HISTORY
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF HISTORY-LINE(1:4) = WS-MONTH-INPUT(1:4) AND
                          HISTORY-LINE(6:2) = WS-MONTH-INPUT(5:2) AND
                          HISTORY-LINE(9:2) NUMERIC
                           PERFORM STORE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE ORDER-HISTORY
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       STORE-ORDER-LINE.
           IF ORDER-COUNT >= WS-LINE-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO ORDER-COUNT
               COMPUTE ORD-DATE(ORDER-COUNT) =
                   FUNCTION NUMVAL(HISTORY-LINE(1:4)) * 10000 +
                   FUNCTION NUMVAL(HISTORY-LINE(6:2)) * 100 +
                   FUNCTION NUMVAL(HISTORY-LINE(9:2))
               COMPUTE ORD-AMOUNT(ORDER-COUNT) =
                   FUNCTION NUMVAL(HISTORY-LINE(51:10))
               MOVE WS-MONTH TO ORD-FROM-MONTH(ORDER-COUNT)
               MOVE ZERO TO ORD-MATCH(ORDER-COUNT)
               MOVE SPACE TO ORD-STATE(ORDER-COUNT)
           END-IF.

      * Lines held for this month join the month's own lines; lines
      * held for next month by an earlier run of this month are
      * dropped, since this run writes them again; the rest is
      * history and kept as it is.
       LOAD-HELD-LINES.
           OPEN INPUT PIZZA-HELD.
           IF WS-HELD-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PIZZA-HELD
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PIZZA-HELD-RECORD = SPACES
                               CONTINUE
                           WHEN PHL-FOR-MONTH = WS-MONTH
                               PERFORM CARRY-HELD-LINE
                               PERFORM KEEP-HELD-LINE
                           WHEN PHL-FOR-MONTH = WS-NEXT-MONTH
                               CONTINUE
                           WHEN OTHER
                               PERFORM KEEP-HELD-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-HELD-STATUS NOT = "35"
               CLOSE PIZZA-HELD
           END-IF.
           MOVE 'N' TO END-OF-FILE.

       CARRY-HELD-LINE.
           IF PHL-ORDER
               IF ORDER-COUNT >= WS-LINE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO ORDER-COUNT
                   MOVE PHL-DATE TO ORD-DATE(ORDER-COUNT)
                   MOVE PHL-AMOUNT TO ORD-AMOUNT(ORDER-COUNT)
                   MOVE PHL-FROM-MONTH
                       TO ORD-FROM-MONTH(ORDER-COUNT)
                   MOVE ZERO TO ORD-MATCH(ORDER-COUNT)
                   MOVE SPACE TO ORD-STATE(ORDER-COUNT)
               END-IF
           END-IF.
           IF PHL-INVOICE
               IF INVOICE-COUNT >= WS-LINE-LIMIT
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO INVOICE-COUNT
                   MOVE PHL-INVOICE-NO TO INV-NO(INVOICE-COUNT)
                   MOVE PHL-DATE TO INV-DATE(INVOICE-COUNT)
                   MOVE PHL-AMOUNT TO INV-AMOUNT(INVOICE-COUNT)
                   MOVE PHL-FROM-MONTH
                       TO INV-FROM-MONTH(INVOICE-COUNT)
                   MOVE ZERO TO INV-MATCH(INVOICE-COUNT)
                   MOVE SPACE TO INV-STATE(INVOICE-COUNT)
               END-IF
           END-IF.

       KEEP-HELD-LINE.
           IF KEEP-HELD-COUNT >= WS-KEEP-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO KEEP-HELD-COUNT
               MOVE PIZZA-HELD-RECORD TO KHT-LINE(KEEP-HELD-COUNT)
           END-IF.

       LOAD-RECONCILED-LINES.
           OPEN INPUT PIZZA-RECONCILED.
           IF WS-RECONCILED-STATUS NOT = "00"
               SET END-OF-FILE-YES TO TRUE
           END-IF.

           PERFORM UNTIL END-OF-FILE-YES
               READ PIZZA-RECONCILED
                   AT END
                       SET END-OF-FILE-YES TO TRUE
                   NOT AT END
                       IF PIZZA-RECONCILED-RECORD NOT = SPACES AND
                          PRC-MONTH NOT = WS-MONTH
                           IF KEEP-RECON-COUNT >= WS-KEEP-LIMIT
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO KEEP-RECON-COUNT
                               MOVE PIZZA-RECONCILED-RECORD
                                   TO KRT-LINE(KEEP-RECON-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RECONCILED-STATUS NOT = "35"
               CLOSE PIZZA-RECONCILED
           END-IF.
           MOVE 'N' TO END-OF-FILE.

      * Invoice line WS-SUB against the open orders of its date:
      * the closest amount within the tolerance wins.
       MATCH-WITHIN-TOLERANCE.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > ORDER-COUNT
               IF ORD-OPEN(WS-SUB2) AND
                  ORD-DATE(WS-SUB2) = INV-DATE(WS-SUB)
                   COMPUTE WS-DIFF =
                       INV-AMOUNT(WS-SUB) - ORD-AMOUNT(WS-SUB2)
                   IF WS-DIFF < ZERO
                       COMPUTE WS-DIFF = ZERO - WS-DIFF
                   END-IF
                   IF WS-DIFF <= WS-TOLERANCE AND
                      (WS-BEST-SUB = ZERO OR WS-DIFF < WS-BEST-DIFF)
                       MOVE WS-SUB2 TO WS-BEST-SUB
                       MOVE WS-DIFF TO WS-BEST-DIFF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-SUB > ZERO
               SET INV-RECONCILED(WS-SUB) TO TRUE
               MOVE WS-BEST-SUB TO INV-MATCH(WS-SUB)
               SET ORD-RECONCILED(WS-BEST-SUB) TO TRUE
               MOVE WS-SUB TO ORD-MATCH(WS-BEST-SUB)
           END-IF.

      * An invoice line still open after the tolerance pass, with an
      * order of the same date still open, is a price difference:
      * both lines are disputed together.
       PAIR-PRICE-DIFFERENCE.
           IF INV-OPEN(WS-SUB)
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > ORDER-COUNT
                   IF ORD-OPEN(WS-SUB2) AND
                      ORD-DATE(WS-SUB2) = INV-DATE(WS-SUB)
                       SET INV-DISPUTED(WS-SUB) TO TRUE
                       MOVE WS-SUB2 TO INV-MATCH(WS-SUB)
                       SET ORD-DISPUTED(WS-SUB2) TO TRUE
                       MOVE WS-SUB TO ORD-MATCH(WS-SUB2)
                       MOVE ORDER-COUNT TO WS-SUB2
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-TOLERANCE TO WS-TOL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rapprochement factures pizzeria - mois "
                   DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " (tolérance " DELIMITED BY SIZE
                   WS-TOL-EDIT DELIMITED BY SIZE
                   " EUR)" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE(1:40).
           WRITE REPORT-LINE.

       REPORT-RECONCILED.
           MOVE "Commandes rapprochées (refacturées)"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ORDER-COUNT
               IF ORD-RECONCILED(WS-SUB)
                   ADD 1 TO WS-RECONCILED-COUNT
                   ADD ORD-AMOUNT(WS-SUB) TO WS-RECONCILED-TOTAL
                   MOVE ORD-MATCH(WS-SUB) TO WS-SUB2
                   PERFORM FORMAT-PAIR-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-PRICE-DIFFERENCES.
           MOVE "Ecarts de prix au-delà de la tolérance"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ORDER-COUNT
               IF ORD-DISPUTED(WS-SUB)
                   ADD 1 TO WS-PRICE-DIFF-COUNT
                   MOVE ORD-MATCH(WS-SUB) TO WS-SUB2
                   PERFORM FORMAT-PAIR-LINE
                   COMPUTE WS-DIFF =
                       INV-AMOUNT(WS-SUB2) - ORD-AMOUNT(WS-SUB)
                   MOVE WS-DIFF TO WS-DIFF-EDIT
                   STRING "écart " DELIMITED BY SIZE
                           WS-DIFF-EDIT DELIMITED BY SIZE
                           INTO REPORT-LINE(64:)
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-INVOICES-WITHOUT-ORDER.
           MOVE "Factures sans commande" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > INVOICE-COUNT
               IF INV-OPEN(WS-SUB)
                   ADD 1 TO WS-NO-ORDER-COUNT
                   MOVE INV-DATE(WS-SUB) TO WS-DATE-EDIT
                   MOVE INV-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-DATE-EDIT DELIMITED BY SIZE
                           "  facture " DELIMITED BY SIZE
                           INV-NO(WS-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO REPORT-LINE
                   MOVE INV-FROM-MONTH(WS-SUB) TO WS-FROM-MONTH
                   PERFORM FLAG-CARRIED-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-ORDERS-NOT-INVOICED.
           MOVE "Commandes non facturées" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ORDER-COUNT
               IF ORD-OPEN(WS-SUB)
                   ADD 1 TO WS-NOT-INVOICED-COUNT
                   MOVE ORD-DATE(WS-SUB) TO WS-DATE-EDIT
                   MOVE ORD-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-DATE-EDIT DELIMITED BY SIZE
                           "  commande " DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO REPORT-LINE
                   MOVE ORD-FROM-MONTH(WS-SUB) TO WS-FROM-MONTH
                   PERFORM FLAG-CARRIED-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      * Order WS-SUB and the invoice line WS-SUB2 it was paired with.
       FORMAT-PAIR-LINE.
           MOVE ORD-DATE(WS-SUB) TO WS-DATE-EDIT.
           MOVE ORD-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT.
           MOVE INV-AMOUNT(WS-SUB2) TO WS-AMOUNT2-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DATE-EDIT DELIMITED BY SIZE
                   "  commande " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  facture " DELIMITED BY SIZE
                   INV-NO(WS-SUB2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT2-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           IF ORD-FROM-MONTH(WS-SUB) NOT = WS-MONTH
               MOVE ORD-FROM-MONTH(WS-SUB) TO WS-FROM-MONTH
           ELSE
               MOVE INV-FROM-MONTH(WS-SUB2) TO WS-FROM-MONTH
           END-IF.
           PERFORM FLAG-CARRIED-LINE.

      * A line carried in from an earlier month says which.
       FLAG-CARRIED-LINE.
           IF WS-FROM-MONTH NOT = WS-MONTH
               STRING "reporté de " DELIMITED BY SIZE
                       WS-FROM-MONTH DELIMITED BY SIZE
                       INTO REPORT-LINE(82:)
           END-IF.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-DISPUTE-COUNT = WS-PRICE-DIFF-COUNT +
                   WS-NO-ORDER-COUNT + WS-NOT-INVOICED-COUNT.
           COMPUTE WS-HELD-COUNT = WS-PRICE-DIFF-COUNT * 2 +
                   WS-NO-ORDER-COUNT + WS-NOT-INVOICED-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECONCILED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RECONCILED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Commandes rapprochées : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  à refacturer : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Lignes reportées sur " DELIMITED BY SIZE
                   WS-NEXT-MONTH DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL LITIGES : " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * The other months' lines as they were, then this month's.
       WRITE-RECONCILED-FILE.
           OPEN OUTPUT PIZZA-RECONCILED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > KEEP-RECON-COUNT
               MOVE KRT-LINE(WS-SUB) TO PIZZA-RECONCILED-RECORD
               WRITE PIZZA-RECONCILED-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ORDER-COUNT
               IF ORD-RECONCILED(WS-SUB)
                   MOVE ORD-MATCH(WS-SUB) TO WS-SUB2
                   MOVE SPACES TO PIZZA-RECONCILED-RECORD
                   MOVE WS-MONTH TO PRC-MONTH
                   MOVE ORD-DATE(WS-SUB) TO PRC-ORDER-DATE
                   MOVE ORD-AMOUNT(WS-SUB) TO PRC-ORDER-AMOUNT
                   MOVE INV-NO(WS-SUB2) TO PRC-INVOICE-NO
                   MOVE INV-AMOUNT(WS-SUB2) TO PRC-INVOICE-AMOUNT
                   WRITE PIZZA-RECONCILED-RECORD
               END-IF
           END-PERFORM.
           CLOSE PIZZA-RECONCILED.

       WRITE-HELD-FILE.
           OPEN OUTPUT PIZZA-HELD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > KEEP-HELD-COUNT
               MOVE KHT-LINE(WS-SUB) TO PIZZA-HELD-RECORD
               WRITE PIZZA-HELD-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ORDER-COUNT
               IF NOT ORD-RECONCILED(WS-SUB)
                   MOVE SPACES TO PIZZA-HELD-RECORD
                   MOVE WS-NEXT-MONTH TO PHL-FOR-MONTH
                   SET PHL-ORDER TO TRUE
                   MOVE ORD-DATE(WS-SUB) TO PHL-DATE
                   MOVE ORD-AMOUNT(WS-SUB) TO PHL-AMOUNT
                   IF ORD-DISPUTED(WS-SUB)
                       MOVE ORD-MATCH(WS-SUB) TO WS-SUB2
                       MOVE INV-NO(WS-SUB2) TO PHL-INVOICE-NO
                       MOVE "ECART DE PRIX" TO PHL-REASON
                   ELSE
                       MOVE "COMMANDE NON FACTUREE" TO PHL-REASON
                   END-IF
                   MOVE ORD-FROM-MONTH(WS-SUB) TO PHL-FROM-MONTH
                   WRITE PIZZA-HELD-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > INVOICE-COUNT
               IF NOT INV-RECONCILED(WS-SUB)
                   MOVE SPACES TO PIZZA-HELD-RECORD
                   MOVE WS-NEXT-MONTH TO PHL-FOR-MONTH
                   SET PHL-INVOICE TO TRUE
                   MOVE INV-DATE(WS-SUB) TO PHL-DATE
                   MOVE INV-AMOUNT(WS-SUB) TO PHL-AMOUNT
                   MOVE INV-NO(WS-SUB) TO PHL-INVOICE-NO
                   IF INV-DISPUTED(WS-SUB)
                       MOVE "ECART DE PRIX" TO PHL-REASON
                   ELSE
                       MOVE "FACTURE SANS COMMANDE" TO PHL-REASON
                   END-IF
                   MOVE INV-FROM-MONTH(WS-SUB) TO PHL-FROM-MONTH
                   WRITE PIZZA-HELD-RECORD
               END-IF
           END-PERFORM.
           CLOSE PIZZA-HELD.

       LOG-AUDIT-ENTRY.
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO AUDIT-SUMMARY-LINE.
           STRING "Factures pizzas " DELIMITED BY SIZE
                   WS-MONTH-INPUT DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " litige(s)" DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY-LINE.
           MOVE RETURN-CODE TO RC-SAVE.
           CALL "AuditLogger" USING AUDIT-PROGRAM-NAME
                                     AUDIT-SUMMARY-LINE.
           MOVE RC-SAVE TO RETURN-CODE.
