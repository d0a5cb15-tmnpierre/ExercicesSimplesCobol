      ******************************************************************
      * RECERTDEC.CPY
      *
      * Shared record layout for the keep/revoke decisions of the
      * quarterly operator access recertification. OperatorRecert
      * writes one line per operators.txt profile to
      * recerttemplate.txt, decision blank and the options as
      * printed on the report the managers sign; the signed
      * decisions come back in the same layout as
      * recertdecisions.txt and RecertApply applies them. Lines
      * starting '*' are comments.
      *
      *   RCD-DECISION         'M' maintenir - profile kept as is
      *                        'R' révoquer - the options listed in
      *                            RCD-REVOKE-OPTIONS are withdrawn,
      *                            the whole profile when blank
      *                        blank - not decided yet
      *   RCD-REVIEWER         the manager who signed the decision
      *   RCD-CURRENT-OPTIONS  the options the manager saw; a
      *                        profile changed since is refused
      ******************************************************************
       01  RECERT-DECISION-RECORD.
           03 RCD-OPERATOR-ID       PIC X(8).
           03 FILLER                PIC X.
           03 RCD-DECISION          PIC X.
              88 RCD-KEEP           VALUE 'M'.
              88 RCD-REVOKE         VALUE 'R'.
              88 RCD-UNDECIDED      VALUE SPACE.
           03 FILLER                PIC X.
           03 RCD-REVOKE-OPTIONS    PIC X(10).
           03 FILLER                PIC X.
           03 RCD-REVIEWER          PIC X(20).
           03 FILLER                PIC X.
           03 RCD-CURRENT-OPTIONS   PIC X(10).
           03 FILLER                PIC X.
           03 RCD-OPERATOR-NAME     PIC X(20).
