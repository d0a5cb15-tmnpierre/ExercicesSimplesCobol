      * PND-APPROVED entry lets it through and is marked
      * PND-APPLIED, so one approval releases exactly one change
      * and the queue keeps the full decision history.
      * PND-GRADE-FLAG says why the change was queued: space when
      * its percentage exceeds the threshold, 'B' or 'A' when the
      * new salary falls below the minimum or above the maximum of
      * the poste's grade (GradeCheck) - an out-of-band salary
      * always needs a second operator, whatever its percentage.
      * PND-EFFECTIVE-DATE is the date d'effet entered with the
      * change (zero = the day it is applied); ApprovalReview hands
      * it on with the approved C transaction, so a back-dated
      * change still gets its arrears paid by PayArrears. Entries
      * queued before the date was carried read it as spaces and
      * are treated as zero.
      ******************************************************************
       01  PENDING-APPROVAL-RECORD.
           03 PND-CLIENT-ID         PIC X(9).
           03 PND-DECIDER           PIC X(8).
           03 PND-DECIDE-DATE       PIC 9(8).
           03 PND-IMAGE             PIC X(93).
           03 PND-GRADE-FLAG        PIC X.
              88 PND-OVER-THRESHOLD VALUE SPACE.
              88 PND-BELOW-GRADE    VALUE 'B'.
              88 PND-ABOVE-GRADE    VALUE 'A'.
           03 PND-EFFECTIVE-DATE    PIC 9(8).
