      ******************************************************************
      * BKPMANIF.CPY
      *
      * Shared record layout for the manifest of a backup set,
      * backupset.s<set>, written by SetBackup and checked by
      * SetRestore. One 'H' line names the set, who took it and how
      * many files it holds; one 'F' line per live data file gives
      * the copy it was saved to, whether the live file existed at
      * all, and the line count and character hash of the copy -
      * the running total of the character ordinals of every line
      * plus its length, FileSeal's hash (SEALCTL.CPY), taken over
      * every line including any '*' control lines.
      * BKM-ACCESS 'P' marks the indexed payslip store: its copy is
      * a PayslipIO unload, one line per payslip in key order, and
      * it is put back by reloading through PayslipIO.
      ******************************************************************
       01  BACKUP-MANIFEST-RECORD.
           03 BKM-RECORD-TYPE       PIC X.
              88 BKM-HEADER-REC     VALUE 'H'.
              88 BKM-FILE-REC       VALUE 'F'.
           03 FILLER                PIC X.
           03 BKM-DATA              PIC X(98).
           03 BKM-HEADER-DATA REDEFINES BKM-DATA.
              05 BKM-SET-ID         PIC X(17).
              05 FILLER             PIC X.
              05 BKM-CREATED-BY     PIC X(20).
              05 FILLER             PIC X.
              05 BKM-OPERATOR       PIC X(8).
              05 FILLER             PIC X.
              05 BKM-FILE-COUNT     PIC 9(2).
              05 FILLER             PIC X(48).
           03 BKM-FILE-DATA REDEFINES BKM-DATA.
              05 BKM-LIVE-NAME      PIC X(30).
              05 FILLER             PIC X.
              05 BKM-COPY-NAME      PIC X(40).
              05 FILLER             PIC X.
              05 BKM-PRESENT        PIC X.
                 88 BKM-FILE-PRESENT VALUE 'O'.
                 88 BKM-FILE-ABSENT  VALUE 'N'.
              05 FILLER             PIC X.
              05 BKM-RECORD-COUNT   PIC 9(7).
              05 FILLER             PIC X.
              05 BKM-CHAR-HASH      PIC 9(13).
              05 FILLER             PIC X.
              05 BKM-ACCESS         PIC X.
                 88 BKM-VIA-PAYSLIPIO VALUE 'P'.
              05 FILLER             PIC X.
