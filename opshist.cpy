      ******************************************************************
      * Copybook: OPSHIST
      * Purpose:  Fixed-column layout of the sign-off record OPSRPT
      *           appends to OPSHIST every morning it runs - when the
      *           checks were done and by whom, the overall status and
      *           return code, and each job's status with the counts
      *           behind it. The dataset is never rewritten, only added
      *           to, so it answers which mornings were checked and
      *           what was found. Any program reading the sign-offs
      *           copies this same layout so the two stay in step.
      ******************************************************************
       01 WS-OPS-HIST-RECORD.
           02 WS-OPS-HIST-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-OPS-HIST-TIME PIC 9(6).
           02 FILLER PIC X.
           02 WS-OPS-HIST-OPERATOR PIC X(20).
           02 FILLER PIC X.
      *****GREEN, AMBER, or RED - the worst of the job statuses below
           02 WS-OPS-HIST-OVERALL PIC X(5).
           02 FILLER PIC X.
           02 WS-OPS-HIST-RETURN-CODE PIC 9(2).
           02 FILLER PIC X.
      *****RULEBAT, from RULESUM
           02 WS-OPS-HIST-BATCH-STATUS PIC X(5).
           02 FILLER PIC X.
           02 WS-OPS-HIST-ENTRY-COUNT PIC 9(3).
           02 FILLER PIC X.
           02 WS-OPS-HIST-ENTRY-FAIL-COUNT PIC 9(3).
           02 FILLER PIC X.
      *****RULEREC, from RECCKPT - the run date is zero when the
      *****checkpoint did not carry one
           02 WS-OPS-HIST-DATA-RUN-STATUS PIC X(5).
           02 FILLER PIC X.
           02 WS-OPS-HIST-DATA-RUN-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-OPS-HIST-RECORD-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 WS-OPS-HIST-RECORD-FAIL-COUNT PIC 9(6).
           02 FILLER PIC X.
      *****The LISP runs on LOGFILE
           02 WS-OPS-HIST-LOG-STATUS PIC X(5).
           02 FILLER PIC X.
           02 WS-OPS-HIST-RUN-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 WS-OPS-HIST-ABEND-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 WS-OPS-HIST-INCOMPLETE-COUNT PIC 9(4).
           02 FILLER PIC X.
      *****RESFILE against LOGFILE
           02 WS-OPS-HIST-TIE-OUT-STATUS PIC X(5).
           02 FILLER PIC X.
           02 WS-OPS-HIST-EXCEPTION-COUNT PIC 9(6).
