      ******************************************************************
      * Copybook: RULEHIST
      * Purpose:  Fixed-column layout of the history record RULEPRM
      *           appends to RULEHIST for every promotion request it
      *           is handed, carried out or refused - who asked, when,
      *           for which rule and version, from which test file, and
      *           how many problems certification found. The dataset
      *           is never rewritten, only added to, so it answers who
      *           changed a rule, when, and that it was checked first.
      *           Any program reading the history copies this same
      *           layout so the two stay in step.
      ******************************************************************
       01 WS-RULE-HIST-RECORD.
           02 WS-RULE-HIST-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-RULE-HIST-TIME PIC 9(6).
           02 FILLER PIC X.
      *****PROMOTE, BACKOUT, or BASELINE for a live rule found on file
      *****with no index entry, kept as version 1 before its first
      *****promotion replaces it
           02 WS-RULE-HIST-ACTION PIC X(8).
           02 FILLER PIC X.
      *****DONE or REFUSED
           02 WS-RULE-HIST-OUTCOME PIC X(7).
           02 FILLER PIC X.
           02 WS-RULE-HIST-RULE-NAME PIC X(100).
           02 FILLER PIC X.
      *****The version made live, or that would have been
           02 WS-RULE-HIST-VERSION PIC 9(4).
           02 FILLER PIC X.
      *****The version live before the request
           02 WS-RULE-HIST-PRIOR-VERSION PIC 9(4).
           02 FILLER PIC X.
           02 WS-RULE-HIST-REQUESTER PIC X(20).
           02 FILLER PIC X.
           02 WS-RULE-HIST-SOURCE-FILE PIC X(100).
           02 FILLER PIC X.
      *****Problems LISP's validation pass reported - zero when the
      *****file certified clean or was never checked
           02 WS-RULE-HIST-ERROR-COUNT PIC 9(4).
           02 FILLER PIC X.
      *****Blank when DONE
           02 WS-RULE-HIST-REASON PIC X(60).
