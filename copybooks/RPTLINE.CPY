      ******************************************************************
      * RPTLINE.CPY
      *
      * Shared record layout for reportinglines.txt, the
      * effective-dated reporting lines maintained through OrgMaint.
      * One line per CLIENT-ID and date: from RPL-EFFECTIVE-DATE the
      * employee reports to RPL-MANAGER-ID, until a later line for
      * the same CLIENT-ID takes over. A blank RPL-MANAGER-ID means
      * no manager from that date (the head of the hierarchy, or a
      * reporting line that has ended). OrgMaint refuses a line that
      * would make anyone report to themselves, through a chain or
      * directly, and a manager who is a leaver. Lines starting '*'
      * are comments. ManagerLookup (MGRLOOK.CPY) is the one place
      * the line in force on a given day is worked out.
      ******************************************************************
       01  REPORTING-LINE-RECORD.
           03 RPL-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 RPL-MANAGER-ID        PIC X(9).
           03 FILLER                PIC X.
           03 RPL-EFFECTIVE-DATE    PIC 9(8).
