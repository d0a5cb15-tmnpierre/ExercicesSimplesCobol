      ******************************************************************
      * SAMEOK.CPY
      *
      * Shared record layout for samepersonok.txt, the append-only
      * list of CLIENT-ID pairs an operator has confirmed to be two
      * different people (written by PersonDistinct). PersonMatch
      * no longer reports a pair found here. SOK-ID-1 is the lower
      * of the two CLIENT-IDs, so the order the pair was seen in
      * does not matter; the line carries who confirmed it and
      * when.
      ******************************************************************
       01  SAME-OK-RECORD.
           03 SOK-ID-1              PIC X(9).
           03 FILLER                PIC X.
           03 SOK-ID-2              PIC X(9).
           03 FILLER                PIC X.
           03 SOK-TIMESTAMP         PIC X(14).
           03 FILLER                PIC X.
           03 SOK-OPERATOR          PIC X(8).
