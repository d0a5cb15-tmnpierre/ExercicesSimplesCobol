      ******************************************************************
      * SYRPLAN.CPY
      *
      * Record layout for syracuseplan.txt, the partition plan the
      * Syracuse (D)ecoupage mode writes: one line per sub-range, in
      * order, numbered from 01. Each sub-range is run on its own by
      * the (T)ranche mode and the partial results are put back
      * together by the (F)usion mode, both reading this plan.
      ******************************************************************
       01  SYRACUSE-PLAN-RECORD.
           03 SPL-PART              PIC 9(2).
           03 FILLER                PIC X.
           03 SPL-START             PIC 9(9).
           03 FILLER                PIC X.
           03 SPL-END               PIC 9(9).
