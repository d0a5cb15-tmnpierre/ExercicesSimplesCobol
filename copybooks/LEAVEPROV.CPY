      ******************************************************************
      * LEAVEPROV.CPY
      *
      * Shared record layout for leaveprovision.txt, the month-end
      * paid-leave liability written by LeaveReport: one line per
      * agence/département with the days still owed, their value
      * (LPV-AMOUNT) and the employer contributions on that value
      * (LPV-CHARGES), next to the amounts of the provision already
      * booked before this period (LPV-PREV-AMOUNT/-CHARGES). GlPost
      * posts the difference for LPV-PERIOD and PayBackout reverses
      * it with the period. Amounts carry two implied decimals.
      ******************************************************************
       01  LEAVE-PROVISION-RECORD.
           03 LPV-PERIOD            PIC 9(6).
           03 FILLER                PIC X.
           03 LPV-AGENCE            PIC X(3).
           03 FILLER                PIC X.
           03 LPV-DEPT              PIC X(4).
           03 FILLER                PIC X.
           03 LPV-DAYS              PIC 9(5)V99.
           03 FILLER                PIC X.
           03 LPV-AMOUNT            PIC 9(9)V99.
           03 FILLER                PIC X.
           03 LPV-CHARGES           PIC 9(9)V99.
           03 FILLER                PIC X.
           03 LPV-PREV-AMOUNT       PIC 9(9)V99.
           03 FILLER                PIC X.
           03 LPV-PREV-CHARGES      PIC 9(9)V99.
