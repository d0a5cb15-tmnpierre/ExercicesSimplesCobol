      ******************************************************************
      * PAYELEM.CPY
      *
      * Shared record layout for payelements.txt, the variable-pay
      * element parameter file: one line per element code that may
      * appear on the monthly payvariables.txt (PAYVAR.CPY). It says
      * how PayCalc values the quantity keyed for the month:
      *
      *   ELM-METHOD 'H'  hours  x hourly rate (monthly twelfth over
      *                   151.67 hours) x ELM-RATE %
      *              'J'  days   x daily rate (monthly twelfth over
      *                   the calendar days of the month) x ELM-RATE %
      *              'M'  the quantity is the amount itself
      *
      * ELM-SIGN '+' adds to the gross (overtime, bonus), '-' takes
      * it off (unpaid absence). ELM-SUBJECT 'O' puts the element in
      * the contribution base, 'N' leaves it out of the base while
      * still paying it through the gross.
      ******************************************************************
       01  PAY-ELEMENT-RECORD.
           03 ELM-CODE              PIC X(4).
           03 FILLER                PIC X.
           03 ELM-LABEL             PIC X(20).
           03 FILLER                PIC X.
           03 ELM-METHOD            PIC X.
              88 ELM-METHOD-HOURS   VALUE 'H'.
              88 ELM-METHOD-DAYS    VALUE 'J'.
              88 ELM-METHOD-AMOUNT  VALUE 'M'.
           03 FILLER                PIC X.
           03 ELM-RATE              PIC 9(3)V99.
           03 FILLER                PIC X.
           03 ELM-SIGN              PIC X.
              88 ELM-SIGN-DEDUCT    VALUE '-'.
           03 FILLER                PIC X.
           03 ELM-SUBJECT           PIC X.
              88 ELM-SUBJECT-YES    VALUE 'O'.
