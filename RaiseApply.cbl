       01  WS-COUNT-EDIT        PIC Z(6)9.

       01  WS-HIST-REASON       PIC X(4) VALUE "RAIS".
       01  WS-HIST-EFFECTIVE    PIC 9(8) VALUE ZERO.

       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-OVERFLOW       VALUE 'Y'.
                   MOVE RETURN-CODE TO RC-SAVE
                   CALL "SalaryHist" USING CLIENT-ID OLD-SALAIRE
                                            NEW-SALAIRE WS-HIST-REASON
                                            WS-HIST-EFFECTIVE
                   MOVE RC-SAVE TO RETURN-CODE
               END-IF
           END-IF.
