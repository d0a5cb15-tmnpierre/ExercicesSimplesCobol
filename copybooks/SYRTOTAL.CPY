      ******************************************************************
      * SYRTOTAL.CPY
      *
      * Closing line of a Syracuse partial report
      * (syracusereport.pNN), written once the sub-range has been
      * run to its end: the range it covers and its totals, so the
      * (F)usion mode can combine the partitions without walking
      * the chains again. A partial report without this line was
      * interrupted and its partition still counts as missing.
      ******************************************************************
       01  SYRACUSE-TOTAL-LINE.
           03 STL-TAG               PIC X(6).
               88 STL-IS-TOTAL      VALUE "*TOTAL".
           03 FILLER                PIC X.
           03 STL-PART              PIC 9(2).
           03 FILLER                PIC X.
           03 STL-START             PIC 9(9).
           03 FILLER                PIC X.
           03 STL-END               PIC 9(9).
           03 FILLER                PIC X.
           03 STL-COUNT             PIC 9(9).
           03 FILLER                PIC X.
           03 STL-TOTAL-STEPS       PIC 9(12).
           03 FILLER                PIC X.
           03 STL-MAX-STEPS         PIC 9(5).
           03 FILLER                PIC X.
           03 STL-MAX-NUM           PIC 9(9).
           03 FILLER                PIC X.
           03 STL-OVERFLOWS         PIC 9(5).
           03 FILLER                PIC X(6).
