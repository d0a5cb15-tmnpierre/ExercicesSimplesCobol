      * to salaryhistory.txt:
      *
      *     CALL "SalaryHist" USING client-id, old-salaire,
      *                             new-salaire, reason-code,
      *                             effective-date
      *
      * The operator (USER environment variable, as AuditLogger
      * does) is filled in here so the layout and the conventions
      * live in one place. The effective date is the caller's
      * AAAAMMJJ when the change is back-dated (a dated TransApply
      * transaction, a ClientMaint change with a date d'effet);
      * zero means today. A back-dated change falling in a month
      * already paid is what PayArrears picks up for the arrears.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SH-CALLER-OLD           PIC 9(6).
       01  SH-CALLER-NEW           PIC 9(6).
       01  SH-CALLER-REASON        PIC X(4).
       01  SH-CALLER-EFFECTIVE     PIC 9(8).

       PROCEDURE DIVISION USING SH-CALLER-ID SH-CALLER-OLD
                                 SH-CALLER-NEW SH-CALLER-REASON
                                 SH-CALLER-EFFECTIVE.
       MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES

           MOVE SPACES TO SALHIST-RECORD.
           MOVE SH-CALLER-ID     TO SH-CLIENT-ID.
           IF SH-CALLER-EFFECTIVE NUMERIC AND
              SH-CALLER-EFFECTIVE NOT = ZERO
               MOVE SH-CALLER-EFFECTIVE TO SH-EFFECTIVE-DATE
           ELSE
               MOVE WS-TODAY      TO SH-EFFECTIVE-DATE
           END-IF.
           MOVE SH-CALLER-OLD    TO SH-OLD-SALAIRE.
           MOVE SH-CALLER-NEW    TO SH-NEW-SALAIRE.
           MOVE SH-CALLER-REASON TO SH-REASON-CODE.
