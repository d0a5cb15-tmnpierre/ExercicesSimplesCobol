      * Shared record layout for deptmaster.txt, the department
      * reference master (code, name) maintained by the operators.
      * RefLookup resolves CLIENT-DEPT codes against it.
      *
      * A code retired by a reorganisation (DeptReorg) stays on the
      * master marked DPM-INACTIF, with the date it stopped and the
      * code that replaced it, so history carrying the old code
      * still resolves. Lines written before the status existed
      * read as active.
      ******************************************************************
       01  DEPT-MASTER-RECORD.
           03 DPM-CODE              PIC X(4).
           03 DPM-NAME              PIC X(20).
           03 DPM-STATUT            PIC X.
              88 DPM-ACTIF          VALUE 'A' SPACE.
              88 DPM-INACTIF        VALUE 'I'.
           03 DPM-INACTIVE-DATE     PIC X(8).
           03 DPM-SUCCESSOR         PIC X(4).
