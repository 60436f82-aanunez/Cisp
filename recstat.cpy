      ******************************************************************
      * Copybook: RECSTAT
      * Purpose:  Fixed-column layout of the statistics record RULESTAT
      *           appends to the RECSTAT dataset - one record per rule
      *           file scored, one for the records that failed their
      *           field edits, and one for the data file as a whole,
      *           each stamped with the date of the report. The
      *           dataset accumulates night over night, so any program
      *           trending the figures copies this same layout to stay
      *           in step with RULESTAT.
      ******************************************************************
       01 WS-STAT-RECORD.
           02 WS-STAT-RUN-DATE PIC 9(8).
           02 FILLER PIC X.
      *****RULE - one rule file's figures; EDIT - records that failed
      *****their field edits before any rule could score them (rule
      *****0); TOTL - every record on the data file; NOMS - match-mode
      *****transactions with no master, failed against every record;
      *****NOTX - match-mode masters with no activity, a bare count
      *****in the fail column
           02 WS-STAT-RECORD-TYPE PIC X(4).
           02 FILLER PIC X.
           02 WS-STAT-RULE-NUMBER PIC 9(2).
           02 FILLER PIC X.
           02 WS-STAT-SCORED-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 WS-STAT-PASS-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 WS-STAT-FAIL-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 WS-STAT-FAIL-PERCENT PIC 9(3).9(2).
           02 FILLER PIC X.
      *****The failure value seen most often, blank when nothing failed
           02 WS-STAT-TOP-VALUE PIC X(100).
           02 FILLER PIC X.
           02 WS-STAT-RULE-FILE PIC X(100).
