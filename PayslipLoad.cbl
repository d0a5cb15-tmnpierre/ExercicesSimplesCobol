           MOVE PAY-EMP-CONTRIB      TO PIO-EMP-CONTRIB.
           MOVE PAY-EMPLOYER-CONTRIB TO PIO-EMPLOYER-CONTRIB.
           MOVE PAY-NET              TO PIO-NET.
           MOVE PAY-BASE-GROSS       TO PIO-BASE-GROSS.
           MOVE PAY-TAX-BASE         TO PIO-TAX-BASE.
           MOVE PAY-TAX-RATE         TO PIO-TAX-RATE.
           MOVE PAY-TAX-WITHHELD     TO PIO-TAX-WITHHELD.
           MOVE PAY-DED-GARNISH      TO PIO-DED-GARNISH.
           MOVE PAY-DED-LOAN         TO PIO-DED-LOAN.
           MOVE PAY-DED-ADVANCE      TO PIO-DED-ADVANCE.
           MOVE PAY-EXPENSES         TO PIO-EXPENSES.

           SET PIO-OP-WRITE TO TRUE.
           CALL "PayslipIO" USING PAYSLIP-IO-AREA.
