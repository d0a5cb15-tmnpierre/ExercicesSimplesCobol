      ******************************************************************
      * ARREARS.CPY
      *
      * Shared record layout for arrearsledger.txt, the ledger of
      * salary arrears computed by PayArrears: one line per
      * CLIENT-ID and closed month recomputed (ARL-MONTH), with the
      * payroll month the arrears are paid in (ARL-PAY-PERIOD) and
      * the signed amount - positive owed to the employee, negative
      * overpaid. Arrears already paid for a month are deducted the
      * next time the month is recomputed, so a back-dated change
      * is never paid twice; lines whose pay period is not yet
      * closed on payperiods.txt are recomputed on every run.
      ******************************************************************
       01  ARREARS-LEDGER-RECORD.
           03 ARL-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 ARL-MONTH             PIC 9(6).
           03 FILLER                PIC X.
           03 ARL-PAY-PERIOD        PIC 9(6).
           03 FILLER                PIC X.
           03 ARL-AMOUNT            PIC S9(6)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X.
           03 ARL-RUN-DATE          PIC 9(8).
