      ******************************************************************
      * DEDUCT.CPY
      *
      * Shared record layout for deductions.txt, the payroll
      * deductions master maintained through DeductMaint: one line
      * per CLIENT-ID and creditor reference (loan number, court
      * order, advance slip). DED-TYPE says what is deducted and
      * which account GlPost credits:
      *     S  saisie sur salaire (garnishment)  CR 427000
      *     P  prêt au personnel (staff loan)     CR 274300
      *     A  avance sur salaire (advance)       CR 425000
      * DED-ORIGINAL is the amount granted or ordered,
      * DED-INSTALMENT the monthly instalment and DED-BALANCE what
      * is still owed. DED-CARRIED is the part of earlier
      * instalments PayCalc could not take without going under the
      * protected minimum net, added to the next month's instalment.
      * DED-STATUS A = active, U = suspended (nothing taken), S =
      * settled. PayCalc updates the balance each month and keeps
      * the month's movement in DED-LAST-PERIOD, DED-LAST-TAKEN and
      * DED-PREV-CARRIED, which is what PayBackout unwinds. Amounts
      * carry two implied decimals.
      ******************************************************************
       01  DEDUCTION-RECORD.
           03 DED-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 DED-TYPE              PIC X.
              88 DED-TYPE-GARNISH   VALUE 'S'.
              88 DED-TYPE-LOAN      VALUE 'P'.
              88 DED-TYPE-ADVANCE   VALUE 'A'.
              88 DED-TYPE-VALID     VALUE 'S' 'P' 'A'.
           03 FILLER                PIC X.
           03 DED-CREDITOR-REF      PIC X(12).
           03 FILLER                PIC X.
           03 DED-ORIGINAL          PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DED-INSTALMENT        PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DED-BALANCE           PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DED-CARRIED           PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DED-STATUS            PIC X.
              88 DED-ACTIVE         VALUE 'A'.
              88 DED-SUSPENDED      VALUE 'U'.
              88 DED-SETTLED        VALUE 'S'.
           03 FILLER                PIC X.
           03 DED-LAST-PERIOD       PIC 9(6).
           03 FILLER                PIC X.
           03 DED-LAST-TAKEN        PIC 9(6)V99.
           03 FILLER                PIC X.
           03 DED-PREV-CARRIED      PIC 9(6)V99.
