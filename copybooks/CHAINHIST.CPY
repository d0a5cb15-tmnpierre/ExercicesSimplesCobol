      ******************************************************************
      * CHAINHIST.CPY
      *
      * Shared record layout for chainhistory.txt, the append-only
      * history of the nightly chain. ChainDriver adds one line
      * each time it runs a step - chainstatus.txt only ever holds
      * the latest night - and ChainTrend reads it back for the
      * weekly elapsed-time trend. CHH-RUN-DATE is the date the
      * ChainDriver invocation started, so a night that runs past
      * midnight stays one night; CHH-ELAPSED is in seconds.
      ******************************************************************
       01  CHAIN-HISTORY-RECORD.
           03 CHH-RUN-DATE          PIC 9(8).
           03 FILLER                PIC X.
           03 CHH-STEP-NAME         PIC X(20).
           03 FILLER                PIC X.
           03 CHH-START-TS          PIC X(14).
           03 FILLER                PIC X.
           03 CHH-END-TS            PIC X(14).
           03 FILLER                PIC X.
           03 CHH-ELAPSED           PIC 9(6).
           03 FILLER                PIC X.
           03 CHH-RC                PIC 9(2).
           03 FILLER                PIC X.
           03 CHH-STATUS            PIC X(8).
