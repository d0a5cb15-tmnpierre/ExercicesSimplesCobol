      ******************************************************************
      * MGRLOOK.CPY
      *
      * Request/response area for the ManagerLookup subprogram, which
      * finds the line manager of an employee on a given day from
      * reportinglines.txt (RPTLINE.CPY). Callers fill MGL-CLIENT-ID
      * and MGL-DATE (AAAAMMJJ), CALL "ManagerLookup" USING
      * MANAGER-LOOKUP-AREA, and read back:
      *   MGL-RESULT  'Y' a manager is in force - MGL-MANAGER-ID,
      *                   the date of the line and, when the manager
      *                   is on fichierclient.txt, their name and
      *                   CLIENT-STATUT;
      *               'N' no line in force, or a line with no
      *                   manager - the employee reports to nobody;
      *               'X' reportinglines.txt or fichierclient.txt
      *                   holds more than ManagerLookup can keep -
      *                   nothing can be trusted.
      *   MGL-MANAGER-FOUND is 'N' when the manager is not on
      *   fichierclient.txt at all.
      ******************************************************************
       01  MANAGER-LOOKUP-AREA.
           03 MGL-CLIENT-ID         PIC X(9).
           03 MGL-DATE              PIC 9(8).
           03 MGL-RESULT            PIC X.
              88 MGL-HAS-MANAGER    VALUE 'Y'.
              88 MGL-NO-MANAGER     VALUE 'N'.
              88 MGL-TABLE-OVERFLOW VALUE 'X'.
           03 MGL-MANAGER-ID        PIC X(9).
           03 MGL-EFFECTIVE-DATE    PIC 9(8).
           03 MGL-MANAGER-FOUND     PIC X.
           03 MGL-MANAGER-NOM       PIC X(20).
           03 MGL-MANAGER-PRENOM    PIC X(20).
           03 MGL-MANAGER-STATUT    PIC X.
              88 MGL-MANAGER-LEAVER VALUE 'T'.
