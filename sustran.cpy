      ******************************************************************
      * Copybook: SUSTRAN
      * Purpose:  Fixed-column layout of the SUSTRAN correction
      *           transaction SUSCORR applies to the suspense file.
      *           CORRECT replaces a suspended record's data with the
      *           data carried here, in full, as the corrected record
      *           is to be fed to RULEREC; WRITEOFF closes the record
      *           without resubmitting it, the data area giving the
      *           reason. Fixed columns because the record data keeps
      *           its own blanks and can't be split on them.
      ******************************************************************
       01 WS-SUSPENSE-TRAN-RECORD.
      *****CORRECT or WRITEOFF
           02 WS-SUSPENSE-TRAN-ACTION PIC X(8).
           02 FILLER PIC X.
           02 WS-SUSPENSE-TRAN-KEY PIC X(50).
           02 FILLER PIC X.
           02 WS-SUSPENSE-TRAN-REQUESTER PIC X(20).
           02 FILLER PIC X.
           02 WS-SUSPENSE-TRAN-DATA PIC X(200).
