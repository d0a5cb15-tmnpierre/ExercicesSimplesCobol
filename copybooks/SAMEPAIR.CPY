      ******************************************************************
      * SAMEPAIR.CPY
      *
      * Shared record layout for samepersonpairs.txt, the candidate
      * pairs PersonMatch ranked as possibly the same person hired
      * under two CLIENT-IDs, best score first. PersonDistinct reads
      * it to put each pair to the operator. SPR-ID-1 is always the
      * lower of the two CLIENT-IDs. SPR-REASONS lists the criteria
      * that scored; the names are "NOM PRENOM" as on the master.
      ******************************************************************
       01  SAME-PAIR-RECORD.
           03 SPR-ID-1              PIC X(9).
           03 FILLER                PIC X.
           03 SPR-ID-2              PIC X(9).
           03 FILLER                PIC X.
           03 SPR-SCORE             PIC 9(3).
           03 FILLER                PIC X.
           03 SPR-REASONS           PIC X(32).
           03 FILLER                PIC X.
           03 SPR-NAME-1            PIC X(41).
           03 FILLER                PIC X.
           03 SPR-NAME-2            PIC X(41).
