      ******************************************************************
      * PAYSTAT.CPY
      *
      * Shared record layout for paymentstatus.txt, the append-only
      * history of every net-pay payment sent to the bank, one line
      * per event in the order it happened:
      *   EMIS   - paid by BankTransfer, to the account and holder
      *            of the time,
      *   RETOUR - returned by the bank (BankReturns), with the
      *            bank's reason code and the account it came back
      *            from,
      *   REEMIS - paid again by BankReissue after the bank details
      *            were corrected.
      * The last line for a CLIENT-ID and period is the payment's
      * current state: only a RETOUR may be reissued, so an employee
      * is never paid twice for the same period.
      ******************************************************************
       01  PAYMENT-STATUS-RECORD.
           03 PHS-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 PHS-PERIOD            PIC 9(6).
           03 FILLER                PIC X.
           03 PHS-STATUS            PIC X(6).
              88 PHS-PAID           VALUE "EMIS".
              88 PHS-RETURNED       VALUE "RETOUR".
              88 PHS-REISSUED       VALUE "REEMIS".
           03 FILLER                PIC X.
           03 PHS-AMOUNT            PIC 9(6)V99.
           03 FILLER                PIC X.
           03 PHS-DATE              PIC 9(8).
           03 FILLER                PIC X.
           03 PHS-REASON            PIC X(4).
           03 FILLER                PIC X.
           03 PHS-ACCOUNT           PIC X(27).
           03 FILLER                PIC X.
           03 PHS-OPERATOR          PIC X(8).
           03 FILLER                PIC X.
           03 PHS-HOLDER            PIC X(30).
