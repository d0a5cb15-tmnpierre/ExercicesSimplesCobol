      ******************************************************************
      * GRADECHK.CPY
      *
      * Request/response area for the GradeCheck subprogram, which
      * judges an annual salary against the band of the grade its
      * poste belongs to in salarygrades.txt (SALGRADE.CPY). Callers
      * fill GRC-POSTE (the CLIENT-POSTE text) and GRC-SALAIRE, CALL
      * "GradeCheck" USING GRADE-CHECK-AREA, and read back:
      *   GRC-RESULT  'W' within the band (minimum to maximum);
      *               'B' below the minimum;
      *               'A' above the maximum;
      *               'N' the poste has no grade - nothing to judge;
      *               'X' salarygrades.txt holds more lines than
      *                   GradeCheck can keep - nothing can be
      *                   trusted, the caller must not wave the
      *                   salary through;
      *   the grade, its label and band, and the compa-ratio
      *   (salary / midpoint, three decimals) when the poste is
      *   graded.
      ******************************************************************
       01  GRADE-CHECK-AREA.
           03 GRC-POSTE             PIC X(14).
           03 GRC-SALAIRE           PIC 9(6).
           03 GRC-RESULT            PIC X.
              88 GRC-IN-BAND        VALUE 'W'.
              88 GRC-BELOW-MIN      VALUE 'B'.
              88 GRC-ABOVE-MAX      VALUE 'A'.
              88 GRC-OUT-OF-BAND    VALUE 'B' 'A'.
              88 GRC-NOT-GRADED     VALUE 'N'.
              88 GRC-TABLE-OVERFLOW VALUE 'X'.
           03 GRC-GRADE             PIC X(3).
           03 GRC-GRADE-NAME        PIC X(20).
           03 GRC-MIN               PIC 9(6).
           03 GRC-MID               PIC 9(6).
           03 GRC-MAX               PIC 9(6).
           03 GRC-COMPA-RATIO       PIC 9(2)V999.
