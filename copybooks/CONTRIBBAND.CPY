      ******************************************************************
      * CONTRIBBAND.CPY
      *
      * Social contribution bands, chosen on the monthly contribution
      * base: the first band whose ceiling covers the base supplies
      * the employee and employer percentages. Held here so that
      * every program that computes or recomputes a month's pay
      * (PayCalc, PayArrears) bands it exactly the same way - change
      * the rates in this one place. LeaveReport charges the paid-
      * leave liability at the employer rate of the same bands, and
      * PayForecast the employer cost of its forecast months.
      ******************************************************************
       01  CONTRIB-BAND-COUNT   PIC 9(2) VALUE 3.
       01  CONTRIB-BAND-VALUES.
           05 FILLER            PIC 9(6)V99 VALUE 2000.00.
           05 FILLER            PIC 9(2)V99 VALUE 20.00.
           05 FILLER            PIC 9(2)V99 VALUE 30.00.
           05 FILLER            PIC 9(6)V99 VALUE 4000.00.
           05 FILLER            PIC 9(2)V99 VALUE 22.00.
           05 FILLER            PIC 9(2)V99 VALUE 35.00.
           05 FILLER            PIC 9(6)V99 VALUE 999999.99.
           05 FILLER            PIC 9(2)V99 VALUE 25.00.
           05 FILLER            PIC 9(2)V99 VALUE 42.00.
       01  CONTRIB-BAND-TABLE REDEFINES CONTRIB-BAND-VALUES.
           05 CONTRIB-BAND-ENTRY OCCURS 3 TIMES.
              10 CBD-CEILING    PIC 9(6)V99.
              10 CBD-EMP-RATE   PIC 9(2)V99.
              10 CBD-EMPR-RATE  PIC 9(2)V99.
