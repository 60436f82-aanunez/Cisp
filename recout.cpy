      ******************************************************************
      * Copybook: RECOUT
      * Purpose:  Shared layout of the result record RULEREC writes to
      *           RECOUT - one per rule per data record, naming the
      *           record, the rule that scored it, whether it passed,
      *           the value the rule returned and the rule file it
      *           came from. Any program reading RECOUT back (e.g.
      *           RULESTAT) copies this same layout so the two stay in
      *           step, the same way resrec.cpy keeps RESRPT in step
      *           with the results dataset.
      ******************************************************************
       01 WS-RESULT-OUT-RECORD.
           02 WS-RESULT-OUT-RECORD-NUMBER PIC 9(6).
           02 FILLER PIC X.
      *****Rule number 0 marks a record that failed its edits before
      *****any rule could score it
           02 WS-RESULT-OUT-RULE-NUMBER PIC 9(2).
           02 FILLER PIC X.
           02 WS-RESULT-OUT-STATUS PIC X(4).
           02 FILLER PIC X.
           02 WS-RESULT-OUT-VALUE PIC X(100).
           02 FILLER PIC X.
           02 WS-RESULT-OUT-RULE-FILE PIC X(100).
