      ******************************************************************
      * Copybook: SUSPENSE
      * Purpose:  Fixed-column layout of the SUSFILE suspense record -
      *           one per rejected record still being worked, keyed by
      *           the record key SUSCTL places within the data. It
      *           carries the date the key was first rejected (what it
      *           is aged on), the rule and value of its latest
      *           rejection, where it stands in correction, and the
      *           record data itself - corrected in place, then
      *           extracted for resubmission. SUSPOST, SUSCORR,
      *           SUSRESUB and SUSAGE all copy this same layout so they
      *           stay in step.
      ******************************************************************
       01 WS-SUSPENSE-RECORD.
           02 WS-SUSPENSE-KEY PIC X(50).
           02 FILLER PIC X.
      *****O open as rejected, C corrected and waiting to go back in,
      *****R resubmitted and waiting on the run's outcome, W written
      *****off. A key that passes is cleared off the file altogether
           02 WS-SUSPENSE-STATUS PIC X.
               88 WS-SUSPENSE-OPEN VALUE "O".
               88 WS-SUSPENSE-CORRECTED VALUE "C".
               88 WS-SUSPENSE-RESUBMITTED VALUE "R".
               88 WS-SUSPENSE-WRITTEN-OFF VALUE "W".
           02 FILLER PIC X.
           02 WS-SUSPENSE-FIRST-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-SUSPENSE-LAST-DATE PIC 9(8).
           02 FILLER PIC X.
      *****Nights the key has been rejected - a restarted run posting
      *****the same rejection twice in one day counts once
           02 WS-SUSPENSE-REJECT-COUNT PIC 9(4).
           02 FILLER PIC X.
      *****The latest rejection, as RECREJ carried it (see recrej.cpy)
           02 WS-SUSPENSE-RULE-NUMBER PIC 9(2).
           02 FILLER PIC X.
           02 WS-SUSPENSE-REJECT-STATUS PIC X(4).
           02 FILLER PIC X.
           02 WS-SUSPENSE-REJECT-VALUE PIC X(100).
           02 FILLER PIC X.
      *****Last correction, resubmission or write-off, and who asked
      *****for it - zero and blank until the record is first worked
           02 WS-SUSPENSE-CHANGE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-SUSPENSE-CHANGE-USER PIC X(20).
           02 FILLER PIC X.
      *****Reason given for a write-off
           02 WS-SUSPENSE-NOTE PIC X(60).
           02 FILLER PIC X.
           02 WS-SUSPENSE-DATA PIC X(200).
