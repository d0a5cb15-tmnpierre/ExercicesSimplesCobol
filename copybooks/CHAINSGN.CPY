      ******************************************************************
      * CHAINSGN.CPY
      *
      * Shared record layout for chainsignoff.txt, the append-only
      * log of chain releases written by ChainSignoff and read by
      * ChainDriver. A step tagged 'V' in chainsteps.cfg that ends
      * RC-WARNING is left HELD in chainstatus.txt; the chain only
      * goes past it once this file carries a line for that step
      * timestamped after the hold, with the operator who released
      * it.
      ******************************************************************
       01  SIGNOFF-RECORD.
           03 SGN-STEP-NAME         PIC X(20).
           03 FILLER                PIC X.
           03 SGN-TIMESTAMP         PIC X(14).
           03 FILLER                PIC X.
           03 SGN-OPERATOR          PIC X(8).
