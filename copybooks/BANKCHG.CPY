      ******************************************************************
      * BANKCHG.CPY
      *
      * Shared record layout for bankchanges.txt, the dual-control
      * queue and history of bank-details changes kept by BankMaint.
      * One operator requests a change (BCH-PENDING); a DIFFERENT
      * operator approves it - which applies it to bankmaster.txt and
      * starts the cooling-off period - or rejects it. BCH-OLD-ACCOUNT
      * is the account on the master when the change was requested
      * (blank for an employee with no bank details yet); approval
      * is refused if the master has moved since. BCH-OVERRIDER is
      * the operator who lifted the cooling-off early, if anyone
      * did. Decided lines stay on the file as history.
      ******************************************************************
       01  BANK-CHANGE-RECORD.
           03 BCH-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 BCH-OLD-ACCOUNT       PIC X(27).
           03 FILLER                PIC X.
           03 BCH-NEW-ACCOUNT       PIC X(27).
           03 FILLER                PIC X.
           03 BCH-NEW-HOLDER        PIC X(30).
           03 FILLER                PIC X.
           03 BCH-REQUESTOR         PIC X(8).
           03 FILLER                PIC X.
           03 BCH-REQUEST-DATE      PIC 9(8).
           03 FILLER                PIC X.
           03 BCH-STATUS            PIC X.
              88 BCH-PENDING        VALUE 'P'.
              88 BCH-APPROVED       VALUE 'A'.
              88 BCH-REJECTED       VALUE 'R'.
           03 FILLER                PIC X.
           03 BCH-DECIDER           PIC X(8).
           03 FILLER                PIC X.
           03 BCH-DECIDE-DATE       PIC 9(8).
           03 FILLER                PIC X.
           03 BCH-OVERRIDER         PIC X(8).
