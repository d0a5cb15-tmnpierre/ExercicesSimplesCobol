      ******************************************************************
      * CLIENTTRN.CPY
      *
      * Shared record layout for clienttrans.txt, the batch client
      * transaction file applied by TransApply and written by
      * ApprovalReview (approved salary changes) and ReviewApply
      * (released review envelopes). TRN-ACTION is A, C or D and the
      * full client record image follows it. The optional effective
      * date (AAAAMMJJ) follows the record image; blank means "apply
      * now", so existing transaction files keep working unchanged.
      ******************************************************************
       01  TRANS-RECORD.
           03 TRN-ACTION                PIC X.
           03 FILLER                    PIC X.
           03 TRN-CLIENT-IMAGE          PIC X(93).
           03 FILLER                    PIC X.
           03 TRN-EFFECTIVE-DATE        PIC X(8).
