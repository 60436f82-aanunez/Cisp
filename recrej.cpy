      ******************************************************************
      * Copybook: RECREJ
      * Purpose:  Shared layout of the routed records RULEREC writes to
      *           RECACC and RECREJ - the complete input record with
      *           the rule result appended. The two datasets carry the
      *           same layout, so RULEREC copies it once for each, and
      *           any program reading either one back (e.g. SUSPOST)
      *           copies it too so they all stay in step.
      ******************************************************************
       01 WS-ROUTED-RECORD.
           02 WS-ROUTED-DATA PIC X(200).
           02 FILLER PIC X.
      *****PASS on RECACC; FAIL, or NOMS for a match-mode transaction
      *****with no master, on RECREJ
           02 WS-ROUTED-STATUS PIC X(4).
           02 FILLER PIC X.
      *****On a rejected record the first rule that failed it, 0 when
      *****the record failed its edits before any rule could score it
           02 WS-ROUTED-RULE-NUMBER PIC 9(2).
           02 FILLER PIC X.
           02 WS-ROUTED-VALUE PIC X(100).
