      ******************************************************************
      * LEAVEBAL.CPY
      *
      * Shared record layout for leavebalance.txt, the paid-leave
      * balances kept by LeaveAccrual: one line per CLIENT-ID and
      * leave year. The leave year runs June to May and is known by
      * the year it starts in (LVB-YEAR 2026 = 1 June 2026 to 31 May
      * 2027). Days are jours ouvrables with two implied decimals.
      *
      *   LVB-ACCRUED        days credited so far, 2.5 a month
      *   LVB-TAKEN          days taken through leaverequests.txt
      *   LVB-PAID-OUT       days paid to a leaver as the indemnité
      *                      compensatrice, in LVB-PAYOUT-PERIOD
      *   LVB-LAST-PERIOD    last payroll month (AAAAMM) credited,
      *                      so a month is never credited twice
      *
      * What is left to take is ACCRUED - TAKEN - PAID-OUT.
      ******************************************************************
       01  LEAVE-BALANCE-RECORD.
           03 LVB-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 LVB-YEAR              PIC 9(4).
           03 FILLER                PIC X.
           03 LVB-ACCRUED           PIC 9(3)V99.
           03 FILLER                PIC X.
           03 LVB-TAKEN             PIC 9(3)V99.
           03 FILLER                PIC X.
           03 LVB-PAID-OUT          PIC 9(3)V99.
           03 FILLER                PIC X.
           03 LVB-LAST-PERIOD       PIC 9(6).
           03 FILLER                PIC X.
           03 LVB-PAYOUT-PERIOD     PIC 9(6).
