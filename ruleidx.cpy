      ******************************************************************
      * Copybook: RULEIDX
      * Purpose:  Fixed-column layout of the RULEIDX record RULEPRM
      *           keeps for every rule in the production rule library -
      *           the version now live, the version it replaced (the
      *           one a BACKOUT falls back to), the highest version
      *           ever issued, and the date, requester and test file of
      *           the last change. Version n of a rule is kept beside
      *           the live dataset under the rule's name with ".Vnnnn"
      *           added, so expression files themselves carry no stamp.
      *           Any program reading the index copies this same layout
      *           so the two stay in step.
      ******************************************************************
       01 WS-RULE-INDEX-RECORD.
      *****The live dataset name, exactly as the decks name it
           02 WS-RULE-INDEX-RULE-NAME PIC X(100).
           02 FILLER PIC X.
           02 WS-RULE-INDEX-CURRENT-VERSION PIC 9(4).
           02 FILLER PIC X.
      *****Zero when there is nothing to fall back to
           02 WS-RULE-INDEX-PRIOR-VERSION PIC 9(4).
           02 FILLER PIC X.
           02 WS-RULE-INDEX-HIGH-VERSION PIC 9(4).
           02 FILLER PIC X.
           02 WS-RULE-INDEX-CHANGE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 WS-RULE-INDEX-REQUESTER PIC X(20).
           02 FILLER PIC X.
      *****The test file promoted, blank when the live version was
      *****restored by a BACKOUT or was on file before the first
      *****promotion
           02 WS-RULE-INDEX-SOURCE-FILE PIC X(100).
