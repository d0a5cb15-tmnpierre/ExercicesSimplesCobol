      ******************************************************************
      * LEAVEREQ.CPY
      *
      * Shared record layout for leaverequests.txt, the leave
      * requests keyed for LeaveAccrual, and for leavetaken.txt, the
      * history of the requests it accepted. One line per absence:
      * CLIENT-ID, first and last day (AAAAMMJJ) and the number of
      * jours ouvrables taken, two implied decimals. Lines starting
      * '*' are comments. LRQ-RECORDED-PERIOD is blank on a request
      * and carries the payroll month (AAAAMM) it was booked in on
      * the history; a request already on the history (same
      * CLIENT-ID and first day) is not booked again.
      ******************************************************************
       01  LEAVE-REQUEST-RECORD.
           03 LRQ-CLIENT-ID         PIC X(9).
           03 FILLER                PIC X.
           03 LRQ-START-DATE        PIC 9(8).
           03 FILLER                PIC X.
           03 LRQ-END-DATE          PIC 9(8).
           03 FILLER                PIC X.
           03 LRQ-DAYS              PIC 9(3)V99.
           03 FILLER                PIC X.
           03 LRQ-RECORDED-PERIOD   PIC 9(6).
