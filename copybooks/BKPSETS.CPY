      ******************************************************************
      * BKPSETS.CPY
      *
      * Shared record layout for backupsets.lst, the catalogue of
      * the backup sets SetBackup keeps, oldest first. The set ID
      * is the AAAAMMJJHHMMSS the set was taken at, with a ".nn"
      * suffix for a second set in the same second; the files of
      * the set and its manifest all carry ".s<set ID>".
      * BKS-SET-FILE-MAX is the number of live data files in a set:
      * SetBackup's file list and SetRestore's manifest table are
      * both sized on it, so a file added to the set is added in
      * one place.
      ******************************************************************
       01  BACKUP-SET-ENTRY.
           03 BKS-SET-ID            PIC X(17).
           03 FILLER                PIC X.
           03 BKS-CREATED-BY        PIC X(20).
           03 FILLER                PIC X.
           03 BKS-OPERATOR          PIC X(8).
           03 FILLER                PIC X.
           03 BKS-FILE-COUNT        PIC 9(2).
       78  BKS-SET-FILE-MAX         VALUE 18.
