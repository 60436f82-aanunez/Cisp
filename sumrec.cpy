      ******************************************************************
      * Copybook: SUMREC
      * Purpose:  Fixed-column layout of the RULESUM record RULEBAT
      *           writes - one per batch entry, with its status, return
      *           code, expression file and bindings library, and the
      *           name and value of the result the entry published for
      *           later entries, if it published one, and the date of
      *           the run that wrote the record. RULEBAT's rerun
      *           mode reads it back through this same layout, as
      *           does any morning checklist job, so they all stay in
      *           step.
      ******************************************************************
       01 WS-SUMMARY-RECORD.
           02 WS-SUMMARY-ENTRY-NUMBER PIC 9(3).
           02 FILLER PIC X.
      *****PASS, FAIL, or SKIP for an entry whose condition was not met
           02 WS-SUMMARY-STATUS PIC X(4).
           02 FILLER PIC X.
           02 WS-SUMMARY-RETURN-CODE PIC 9(4).
           02 FILLER PIC X.
           02 WS-SUMMARY-FILE-NAME PIC X(100).
           02 FILLER PIC X.
           02 WS-SUMMARY-BIND-NAME PIC X(100).
           02 FILLER PIC X.
      *****Blank unless the entry carried "RESULT name"; the value is
      *****only filled in when the entry passed and so published it
           02 WS-SUMMARY-RESULT-NAME PIC X(50).
           02 FILLER PIC X.
           02 WS-SUMMARY-RESULT-VALUE PIC X(100).
           02 FILLER PIC X.
      *****Every record RULEBAT writes carries the date of that run;
      *****blank on a record written before the date was kept
           02 WS-SUMMARY-RUN-DATE PIC 9(8).
