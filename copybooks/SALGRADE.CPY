      ******************************************************************
      * SALGRADE.CPY
      *
      * Shared record layout for salarygrades.txt, the salary grade
      * structure maintained through GradeMaint. Two kinds of line:
      *   'G' a grade - code, label and the minimum, midpoint and
      *       maximum annual salary of its band (whole euros, the
      *       unit of CLIENT-SALAIRE);
      *   'P' a poste - the CLIENT-POSTE text, exactly as carried on
      *       fichierclient.txt, and the grade it belongs to.
      * Several postes may share one grade; a poste with no 'P' line
      * is not graded and is never judged against a band. Lines
      * starting '*' are comments (GradeMaint does not keep them).
      * GradeCheck (GRADECHK.CPY) is the one place the file is read
      * for a salary check.
      ******************************************************************
       01  SALARY-GRADE-RECORD.
           03 SGR-TYPE              PIC X.
              88 SGR-GRADE-LINE     VALUE 'G'.
              88 SGR-POSTE-LINE     VALUE 'P'.
           03 FILLER                PIC X.
           03 SGR-DATA              PIC X(50).
           03 SGR-GRADE-DATA REDEFINES SGR-DATA.
              05 SGR-GRADE          PIC X(3).
              05 FILLER             PIC X.
              05 SGR-GRADE-NAME     PIC X(20).
              05 FILLER             PIC X.
              05 SGR-MIN            PIC 9(6).
              05 FILLER             PIC X.
              05 SGR-MID            PIC 9(6).
              05 FILLER             PIC X.
              05 SGR-MAX            PIC 9(6).
              05 FILLER             PIC X(5).
           03 SGR-POSTE-DATA REDEFINES SGR-DATA.
              05 SGR-POSTE          PIC X(14).
              05 FILLER             PIC X.
              05 SGR-POSTE-GRADE    PIC X(3).
              05 FILLER             PIC X(32).
