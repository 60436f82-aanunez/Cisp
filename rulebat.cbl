      *          The summary is also written to the RULESUM dataset -
      *          entry, status, return code, expression file, bindings
      *          library - so downstream jobs read it instead of
      *          scraping SYSOUT. Every RULESUM record carries the
      *          date of the run that wrote it. A control file whose
      *          single entry reads "RERUN" (optionally followed by
      *          the name of a prior summary dataset, RULESUM when
      *          omitted) runs only the entries that prior summary
      *          shows as FAIL, carrying their original file and
      *          bindings library names, so a partial failure reruns
      *          without anyone hand-building a new control file. The
      *          rerun's RULESUM keeps each entry's original number
      *          and carries the prior PASS entries that published a
      *          RESULT forward unchanged but for the run date, so a
      *          later rerun still hands their values to the entries
      *          that depend on them.
      *
      *          After the file name and bindings library ("*" when
      *          there isn't one), and the field map RULECHK certifies
      *          the entry against if one is named - the batch passes
      *          it over - an entry may carry "IFPASS n" or
      *          "IFFAIL n" - run only if entry n of the deck passed,
      *          or failed, the way a COND parameter conditions a job
      *          step - and "RESULT name", which publishes the value
      *          the entry's last expression returned as a binding
      *          of that name for every later entry in the deck. An
      *          entry whose condition isn't met is not run; it goes
      *          on RULESUM as SKIP, not FAIL, so a rerun leaves it
      *          alone. RULESUM layout in sumrec.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****mode and the morning checklist jobs read it back without
      *****parsing SYSOUT
       FD SUMMARY-FILE.
           COPY "sumrec.cpy"
               REPLACING ==WS-SUMMARY-RECORD== BY
                       ==SUMMARY-FILE-RECORD==
                   ==WS-SUMMARY-ENTRY-NUMBER== BY
                       ==SUMMARY-ENTRY-NUMBER==
                   ==WS-SUMMARY-STATUS== BY ==SUMMARY-STATUS==
                   ==WS-SUMMARY-RETURN-CODE== BY
                       ==SUMMARY-RETURN-CODE==
                   ==WS-SUMMARY-FILE-NAME== BY ==SUMMARY-FILE-NAME==
                   ==WS-SUMMARY-BIND-NAME== BY ==SUMMARY-BIND-NAME==
                   ==WS-SUMMARY-RESULT-NAME== BY
                       ==SUMMARY-RESULT-NAME==
                   ==WS-SUMMARY-RESULT-VALUE== BY
                       ==SUMMARY-RESULT-VALUE==
                   ==WS-SUMMARY-RUN-DATE== BY ==SUMMARY-RUN-DATE==.
       FD PRIOR-SUMMARY-FILE.
           COPY "sumrec.cpy"
               REPLACING ==WS-SUMMARY-RECORD== BY
                       ==PRIOR-SUMMARY-RECORD==
                   ==WS-SUMMARY-ENTRY-NUMBER== BY ==PRIOR-ENTRY-NUMBER==
                   ==WS-SUMMARY-STATUS== BY ==PRIOR-STATUS==
                   ==WS-SUMMARY-RETURN-CODE== BY ==PRIOR-RETURN-CODE==
                   ==WS-SUMMARY-FILE-NAME== BY ==PRIOR-FILE-NAME==
                   ==WS-SUMMARY-BIND-NAME== BY ==PRIOR-BIND-NAME==
                   ==WS-SUMMARY-RESULT-NAME== BY ==PRIOR-RESULT-NAME==
                   ==WS-SUMMARY-RESULT-VALUE== BY
                       ==PRIOR-RESULT-VALUE==
                   ==WS-SUMMARY-RUN-DATE== BY ==PRIOR-RUN-DATE==.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
       01 WS-RERUN-MODE-FLAG PIC X VALUE "N".
           88 WS-RERUN-MODE-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS carried summary records - a rerun's prior PASS entries
      *    that published a RESULT, written back onto RULESUM as they
      *    were, in entry-number order among the rerun entries, so
      *    the published values survive any number of reruns. Each
      *    holds one whole sumrec.cpy record
      *****************************************
       01 WS-CARRIED-COUNT PIC 9(3) VALUE 0.
       01 WS-CARRIED-TABLE.
           02 WS-CARRIED-RECORD PIC X(376) OCCURS 100 TIMES.
       01 WS-CARRIED-INDEX PIC 9(3).
       01 WS-CARRIED-AHEAD-FLAG PIC X VALUE "N".
           88 WS-CARRIED-AHEAD-DONE VALUE "Y", FALSE "N".
       01 WS-SUMMARY-RUN-DATE PIC 9(8).
      *****************************************
      *    WS batch entry table - the whole deck is loaded before the
      *    first CALL so a malformed control file is refused up front
      *    rather than after half the deck has already run
       01 WS-BATCH-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-BATCH-TABLE.
           02 WS-BATCH-ENTRY OCCURS 100 TIMES.
      *****The entry's place in the deck - in a rerun, its place in
      *****the deck the prior summary came from
               03 WS-BATCH-ENTRY-NUMBER PIC 9(3).
               03 WS-BATCH-FILE-NAME PIC X(100).
               03 WS-BATCH-BIND-NAME PIC X(100).
               03 WS-BATCH-RETURN-CODE PIC 9(4).
               03 WS-BATCH-STATUS PIC X(4).
      *****"IFPASS" or "IFFAIL" and the earlier entry it names, blank
      *****for an entry that always runs
               03 WS-BATCH-COND-TYPE PIC X(6).
                   88 WS-BATCH-COND-IFPASS VALUE "IFPASS".
                   88 WS-BATCH-COND-IFFAIL VALUE "IFFAIL".
               03 WS-BATCH-COND-ENTRY PIC 9(3).
               03 WS-BATCH-RESULT-NAME PIC X(50).
               03 WS-BATCH-RESULT-VALUE PIC X(100).
       01 WS-BATCH-INDEX PIC 9(3).
       01 WS-BATCH-FAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-BATCH-SKIP-COUNT PIC 9(3) VALUE 0.
       01 WS-BATCH-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-CONTROL-FIRST-TOKEN PIC X(100).
       01 WS-CONTROL-SECOND-TOKEN PIC X(100).
      *****An entry record split again for its optional keywords -
      *****file, library, field map and two keyword pairs is seven
      *****names at most
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 8 TIMES.
       01 WS-TOKEN-INDEX PIC 9(2).
       01 WS-KEYWORD-ARGUMENT PIC X(100).
       01 WS-PRIOR-INDEX PIC 9(3).
       01 WS-RESULT-NAME-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-ENTRY-FLAG PIC X VALUE "N".
           88 WS-RUN-ENTRY-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS published results - every "RESULT name" an entry has
      *    published so far, handed to each later entry's LISP call
      *    through the same binding table RULEREC hands record fields
      *    in, so a rule references an earlier entry's result by name
      *    exactly as it would a field. Held to the 40 bindings the
      *    table carries
      *****************************************
           COPY "fldbind.cpy".
       01 WS-BINDING-INDEX PIC 9(2).
       01 WS-BINDING-FOUND-INDEX PIC 9(2).
       01 WS-PUBLISH-NAME PIC X(50).
       01 WS-PUBLISH-VALUE PIC X(100).
      *****************************************
      *    WS Shared with LISP SubRoutine - LISP tokenizes the
      *    expression file itself when handed a file name, so this
           02 WS-SYMBOL-LEN PIC 9(2) OCCURS 40 TIMES.
       01 WS-EXPR-FILE-NAME PIC X(100).
       01 WS-BIND-FILE-NAME PIC X(100).
       01 WS-RUN-RESULT PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-FIELD-BINDING-COUNT.
           PERFORM LOAD-CONTROL-FILE-PROCEDURE.
           IF WS-RERUN-MODE-YES THEN
               PERFORM LOAD-PRIOR-SUMMARY-PROCEDURE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-BATCH-ENTRY-COUNT
                   MOVE WS-BATCH-ENTRY-COUNT TO
                       WS-BATCH-ENTRY-NUMBER(WS-BATCH-ENTRY-COUNT)
      *****First name on the record is the expression file, an
      *****optional second is the bindings library LISP preloads
      *****standing constants from before evaluating that entry
                   MOVE WS-CONTROL-FIRST-TOKEN TO
                       WS-BATCH-FILE-NAME(WS-BATCH-ENTRY-COUNT)
                   MOVE SPACES TO
                       WS-BATCH-BIND-NAME(WS-BATCH-ENTRY-COUNT)
                   MOVE 0 TO
                       WS-BATCH-RETURN-CODE(WS-BATCH-ENTRY-COUNT)
                   MOVE SPACES TO
                       WS-BATCH-STATUS(WS-BATCH-ENTRY-COUNT)
                   MOVE SPACES TO
                       WS-BATCH-COND-TYPE(WS-BATCH-ENTRY-COUNT)
                   MOVE 0 TO
                       WS-BATCH-COND-ENTRY(WS-BATCH-ENTRY-COUNT)
                   MOVE SPACES TO
                       WS-BATCH-RESULT-NAME(WS-BATCH-ENTRY-COUNT)
                   MOVE SPACES TO
                       WS-BATCH-RESULT-VALUE(WS-BATCH-ENTRY-COUNT)
                   PERFORM LOAD-ENTRY-OPTIONS-PROCEDURE
               END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       LOAD-ENTRY-OPTIONS-PROCEDURE.
      *********The second name is the bindings library unless it is
      *********already one of the keywords; "*" holds its place when
      *********there is no library but keywords follow
           MOVE SPACES TO WS-CONTROL-TOKEN-TABLE.
           UNSTRING FUNCTION TRIM(CONTROL-FILE-RECORD)
               DELIMITED BY ALL " "
               INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                   WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                   WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
                   WS-CONTROL-TOKEN(7) WS-CONTROL-TOKEN(8)
           END-UNSTRING.
           IF WS-CONTROL-TOKEN(8) NOT = SPACES THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " CARRIES MORE NAMES THAN IT CAN USE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 2 TO WS-TOKEN-INDEX.
           IF WS-CONTROL-TOKEN(2) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(2) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(2) NOT = "RESULT" THEN
               IF WS-CONTROL-TOKEN(2) NOT = "*" THEN
                   MOVE WS-CONTROL-TOKEN(2) TO
                       WS-BATCH-BIND-NAME(WS-BATCH-ENTRY-COUNT)
               END-IF
               MOVE 3 TO WS-TOKEN-INDEX
           END-IF.
      *********A third name that isn't a keyword is the field map
      *********RULECHK certifies the entry against - nothing for the
      *********batch to load, so it is passed over
           IF WS-TOKEN-INDEX = 3
               AND WS-CONTROL-TOKEN(3) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(3) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(3) NOT = "RESULT" THEN
               MOVE 4 TO WS-TOKEN-INDEX
           END-IF.
           PERFORM LOAD-ENTRY-KEYWORD-PROCEDURE
               UNTIL WS-TOKEN-INDEX > 7.
       LOAD-ENTRY-KEYWORD-PROCEDURE.
           IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX) = SPACES THEN
               MOVE 8 TO WS-TOKEN-INDEX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)
               TO WS-KEYWORD-ARGUMENT.
           IF WS-KEYWORD-ARGUMENT = SPACES THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " - " FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
                   " NAMES NOTHING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-CONTROL-TOKEN(WS-TOKEN-INDEX)
           WHEN "IFPASS"
           WHEN "IFFAIL"
               PERFORM LOAD-ENTRY-CONDITION-PROCEDURE
           WHEN "RESULT"
               PERFORM LOAD-ENTRY-RESULT-PROCEDURE
           WHEN OTHER
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " - UNKNOWN KEYWORD "
                   FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
           ADD 2 TO WS-TOKEN-INDEX.
       LOAD-ENTRY-CONDITION-PROCEDURE.
      *********A condition can only look back - the entry it names has
      *********to have run (or been skipped) before this one starts
           IF WS-BATCH-COND-TYPE(WS-BATCH-ENTRY-COUNT) NOT = SPACES
               THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " CARRIES MORE THAN ONE CONDITION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
               WS-KEYWORD-ARGUMENT)) NOT = 0 THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " - INVALID ENTRY NUMBER "
                   FUNCTION TRIM(WS-KEYWORD-ARGUMENT)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-BATCH-COND-ENTRY(WS-BATCH-ENTRY-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-KEYWORD-ARGUMENT)).
           IF WS-BATCH-COND-ENTRY(WS-BATCH-ENTRY-COUNT) = 0
               OR WS-BATCH-COND-ENTRY(WS-BATCH-ENTRY-COUNT)
                   >= WS-BATCH-ENTRY-COUNT THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " - " FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
                   " MUST NAME AN EARLIER ENTRY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX)
               TO WS-BATCH-COND-TYPE(WS-BATCH-ENTRY-COUNT).
       LOAD-ENTRY-RESULT-PROCEDURE.
      *********Each published name belongs to one entry, so a later
      *********entry can't quietly replace what an earlier one said
           IF WS-BATCH-RESULT-NAME(WS-BATCH-ENTRY-COUNT) NOT = SPACES
               THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " CARRIES MORE THAN ONE RESULT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-KEYWORD-ARGUMENT(51:50) NOT = SPACES THEN
               DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                   " - RESULT NAME LONGER THAN 50"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX >= WS-BATCH-ENTRY-COUNT
               IF WS-BATCH-RESULT-NAME(WS-PRIOR-INDEX)
                   = WS-KEYWORD-ARGUMENT THEN
                   DISPLAY "RULEBAT-ERROR: ENTRY " WS-BATCH-ENTRY-COUNT
                       " - RESULT "
                       FUNCTION TRIM(WS-KEYWORD-ARGUMENT)
                       " IS ALREADY PUBLISHED BY ENTRY " WS-PRIOR-INDEX
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.
      *****The binding table handed to LISP only OCCURS 40 TIMES
           IF WS-RESULT-NAME-COUNT >= 40 THEN
               DISPLAY "RULEBAT-ERROR: CONTROL FILE PUBLISHES MORE "
                   "THAN 40 RESULTS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-RESULT-NAME-COUNT.
           MOVE WS-KEYWORD-ARGUMENT
               TO WS-BATCH-RESULT-NAME(WS-BATCH-ENTRY-COUNT).
       LOAD-PRIOR-SUMMARY-PROCEDURE.
      *********Rebuild the batch table from the prior summary's FAIL
      *********entries, each with the bindings library it originally
      *********ran with, so the rerun matches the failed runs exactly.
      *********Conditions are not carried - a FAIL entry's condition
      *********was met, or it would show SKIP - but what the passing
      *********entries published is, so a rerun entry still sees the
      *********results it saw the first time
           OPEN INPUT PRIOR-SUMMARY-FILE.
           IF NOT WS-PRIOR-SUMMARY-OK THEN
               IF WS-PRIOR-SUMMARY-NOT-FOUND THEN
               AT END SET WS-PRIOR-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-PRIOR-ENTRY-PROCEDURE.
      *****A PASS entry's published result is published again for the
      *****rerun and the record carried forward unchanged
           IF PRIOR-ENTRY-NUMBER IS NUMERIC
               AND PRIOR-STATUS = "PASS"
               AND PRIOR-RESULT-NAME NOT = SPACES THEN
               MOVE PRIOR-RESULT-NAME TO WS-PUBLISH-NAME
               MOVE PRIOR-RESULT-VALUE TO WS-PUBLISH-VALUE
               PERFORM PUBLISH-RESULT-PROCEDURE
               IF WS-CARRIED-COUNT < 100 THEN
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE PRIOR-SUMMARY-RECORD
                       TO WS-CARRIED-RECORD(WS-CARRIED-COUNT)
               END-IF
           END-IF.
      *****Only a well-formed FAIL entry earns a rerun - anything
      *****else on the dataset is a stray and stays out of the batch
           IF PRIOR-ENTRY-NUMBER IS NUMERIC
                   GOBACK
               END-IF
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               MOVE PRIOR-ENTRY-NUMBER TO
                   WS-BATCH-ENTRY-NUMBER(WS-BATCH-ENTRY-COUNT)
               MOVE PRIOR-FILE-NAME TO
                   WS-BATCH-FILE-NAME(WS-BATCH-ENTRY-COUNT)
               MOVE PRIOR-BIND-NAME TO
                   WS-BATCH-BIND-NAME(WS-BATCH-ENTRY-COUNT)
               MOVE 0 TO WS-BATCH-RETURN-CODE(WS-BATCH-ENTRY-COUNT)
               MOVE SPACES TO WS-BATCH-STATUS(WS-BATCH-ENTRY-COUNT)
               MOVE SPACES TO WS-BATCH-COND-TYPE(WS-BATCH-ENTRY-COUNT)
               MOVE 0 TO WS-BATCH-COND-ENTRY(WS-BATCH-ENTRY-COUNT)
               MOVE PRIOR-RESULT-NAME TO
                   WS-BATCH-RESULT-NAME(WS-BATCH-ENTRY-COUNT)
               MOVE SPACES TO
                   WS-BATCH-RESULT-VALUE(WS-BATCH-ENTRY-COUNT)
           END-IF.
           PERFORM READ-PRIOR-RECORD-PROCEDURE.
       RUN-BATCH-ENTRY-PROCEDURE.
           IF WS-BATCH-COND-TYPE(WS-BATCH-INDEX) NOT = SPACES THEN
               PERFORM CHECK-ENTRY-CONDITION-PROCEDURE
               IF NOT WS-RUN-ENTRY-YES THEN
                   PERFORM SKIP-BATCH-ENTRY-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-BATCH-FILE-NAME(WS-BATCH-INDEX)
               TO WS-EXPR-FILE-NAME.
           DISPLAY "RULEBAT: RUNNING "
      *********and coming back - clear the code first so a prior
      *********entry's failure can't be mistaken for this one's
           MOVE 0 TO RETURN-CODE.
      *********Every entry is handed the results published so far, and
      *********hands back the value of its own last expression
           MOVE SPACES TO WS-RUN-RESULT.
           IF WS-BATCH-BIND-NAME(WS-BATCH-INDEX) = SPACES THEN
               CALL "LISP" USING WS-LISP-SYMBOLS, WS-EXPR-FILE-NAME,
                   WS-FIELD-BINDINGS, WS-RUN-RESULT
           ELSE
               MOVE WS-BATCH-BIND-NAME(WS-BATCH-INDEX)
                   TO WS-BIND-FILE-NAME
               CALL "LISP" USING WS-LISP-SYMBOLS, WS-EXPR-FILE-NAME,
                   WS-FIELD-BINDINGS, WS-RUN-RESULT, WS-BIND-FILE-NAME
           END-IF.
           MOVE RETURN-CODE TO
               WS-BATCH-RETURN-CODE(WS-BATCH-INDEX).
           ADD 1 TO WS-BATCH-RUN-COUNT.
           IF WS-BATCH-RETURN-CODE(WS-BATCH-INDEX) = 0 THEN
               MOVE "PASS" TO WS-BATCH-STATUS(WS-BATCH-INDEX)
      *****Only a passing entry publishes - a failed one's value is
      *****whatever it got to before it stopped
               IF WS-BATCH-RESULT-NAME(WS-BATCH-INDEX) NOT = SPACES
                   THEN
                   MOVE WS-RUN-RESULT
                       TO WS-BATCH-RESULT-VALUE(WS-BATCH-INDEX)
                   MOVE WS-BATCH-RESULT-NAME(WS-BATCH-INDEX)
                       TO WS-PUBLISH-NAME
                   MOVE WS-RUN-RESULT TO WS-PUBLISH-VALUE
                   PERFORM PUBLISH-RESULT-PROCEDURE
               END-IF
           ELSE
               MOVE "FAIL" TO WS-BATCH-STATUS(WS-BATCH-INDEX)
               ADD 1 TO WS-BATCH-FAIL-COUNT
           END-IF.
       CHECK-ENTRY-CONDITION-PROCEDURE.
      *********A skipped entry neither passed nor failed, so an entry
      *********conditioned on it either way is skipped in its turn
           MOVE WS-BATCH-COND-ENTRY(WS-BATCH-INDEX) TO WS-PRIOR-INDEX.
           SET WS-RUN-ENTRY-YES TO FALSE.
           IF WS-BATCH-COND-IFPASS(WS-BATCH-INDEX)
               AND WS-BATCH-STATUS(WS-PRIOR-INDEX) = "PASS" THEN
               SET WS-RUN-ENTRY-YES TO TRUE
           END-IF.
           IF WS-BATCH-COND-IFFAIL(WS-BATCH-INDEX)
               AND WS-BATCH-STATUS(WS-PRIOR-INDEX) = "FAIL" THEN
               SET WS-RUN-ENTRY-YES TO TRUE
           END-IF.
       SKIP-BATCH-ENTRY-PROCEDURE.
           DISPLAY "RULEBAT: SKIPPING "
               FUNCTION TRIM(WS-BATCH-FILE-NAME(WS-BATCH-INDEX))
               " - " WS-BATCH-COND-TYPE(WS-BATCH-INDEX) " "
               WS-BATCH-COND-ENTRY(WS-BATCH-INDEX) " NOT MET".
           MOVE "SKIP" TO WS-BATCH-STATUS(WS-BATCH-INDEX).
           MOVE 0 TO WS-BATCH-RETURN-CODE(WS-BATCH-INDEX).
           ADD 1 TO WS-BATCH-SKIP-COUNT.
       PUBLISH-RESULT-PROCEDURE.
      *********WS-PUBLISH-NAME/-VALUE go into the binding table every
      *********later entry is handed - in place if the name is there
           MOVE 0 TO WS-BINDING-FOUND-INDEX.
           PERFORM VARYING WS-BINDING-INDEX FROM 1 BY 1
               UNTIL WS-BINDING-INDEX > WS-FIELD-BINDING-COUNT
               OR WS-BINDING-FOUND-INDEX > 0
               IF WS-FIELD-BINDING-NAME(WS-BINDING-INDEX)
                   = WS-PUBLISH-NAME THEN
                   MOVE WS-BINDING-INDEX TO WS-BINDING-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF WS-BINDING-FOUND-INDEX = 0 THEN
               IF WS-FIELD-BINDING-COUNT >= 40 THEN
                   DISPLAY "RULEBAT-ERROR: MORE THAN 40 RESULTS "
                       "PUBLISHED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FIELD-BINDING-COUNT
               MOVE WS-FIELD-BINDING-COUNT TO WS-BINDING-FOUND-INDEX
           END-IF.
           MOVE WS-PUBLISH-NAME
               TO WS-FIELD-BINDING-NAME(WS-BINDING-FOUND-INDEX).
           MOVE WS-PUBLISH-VALUE
               TO WS-FIELD-BINDING-VALUE(WS-BINDING-FOUND-INDEX).
       PRINT-BATCH-SUMMARY-PROCEDURE.
           DISPLAY "RULEBAT BATCH SUMMARY".
           DISPLAY "ENTRY STATUS RC   FILE".
           PERFORM PRINT-SUMMARY-LINE-PROCEDURE
               VARYING WS-BATCH-INDEX FROM 1 BY 1
               UNTIL WS-BATCH-INDEX > WS-BATCH-ENTRY-COUNT.
           DISPLAY "ENTRIES RUN: " WS-BATCH-RUN-COUNT
               "  SKIPPED: " WS-BATCH-SKIP-COUNT
               "  FAILED: " WS-BATCH-FAIL-COUNT.
       PRINT-SUMMARY-LINE-PROCEDURE.
           DISPLAY WS-BATCH-ENTRY-NUMBER(WS-BATCH-INDEX) "   "
               WS-BATCH-STATUS(WS-BATCH-INDEX) "   "
               WS-BATCH-RETURN-CODE(WS-BATCH-INDEX) " "
               FUNCTION TRIM(WS-BATCH-FILE-NAME(WS-BATCH-INDEX)).
           IF WS-BATCH-STATUS(WS-BATCH-INDEX) = "PASS"
               AND WS-BATCH-RESULT-NAME(WS-BATCH-INDEX) NOT = SPACES
               THEN
               DISPLAY "      RESULT "
                   FUNCTION TRIM(WS-BATCH-RESULT-NAME(WS-BATCH-INDEX))
                   " = "
                   FUNCTION TRIM(WS-BATCH-RESULT-VALUE(WS-BATCH-INDEX))
           END-IF.
       WRITE-SUMMARY-FILE-PROCEDURE.
      *********The same summary the DISPLAY above prints, persisted
      *********where the rerun mode and the morning checklist jobs
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-SUMMARY-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO WS-CARRIED-INDEX.
           PERFORM WRITE-SUMMARY-RECORD-PROCEDURE
               VARYING WS-BATCH-INDEX FROM 1 BY 1
               UNTIL WS-BATCH-INDEX > WS-BATCH-ENTRY-COUNT.
           PERFORM WRITE-CARRIED-RECORD-PROCEDURE
               UNTIL WS-CARRIED-INDEX > WS-CARRIED-COUNT.
           CLOSE SUMMARY-FILE.
       WRITE-SUMMARY-RECORD-PROCEDURE.
      *********Carried records numbered ahead of this entry go first,
      *********so RULESUM stays in deck order
           SET WS-CARRIED-AHEAD-DONE TO FALSE.
           PERFORM WRITE-CARRIED-AHEAD-PROCEDURE
               UNTIL WS-CARRIED-AHEAD-DONE.
           MOVE SPACES TO SUMMARY-FILE-RECORD.
           MOVE WS-BATCH-ENTRY-NUMBER(WS-BATCH-INDEX)
               TO SUMMARY-ENTRY-NUMBER.
           MOVE WS-BATCH-STATUS(WS-BATCH-INDEX) TO SUMMARY-STATUS.
           MOVE WS-BATCH-RETURN-CODE(WS-BATCH-INDEX)
               TO SUMMARY-RETURN-CODE.
               TO SUMMARY-FILE-NAME.
           MOVE WS-BATCH-BIND-NAME(WS-BATCH-INDEX)
               TO SUMMARY-BIND-NAME.
           MOVE WS-BATCH-RESULT-NAME(WS-BATCH-INDEX)
               TO SUMMARY-RESULT-NAME.
           MOVE WS-BATCH-RESULT-VALUE(WS-BATCH-INDEX)
               TO SUMMARY-RESULT-VALUE.
           MOVE WS-SUMMARY-RUN-DATE TO SUMMARY-RUN-DATE.
           WRITE SUMMARY-FILE-RECORD.
       WRITE-CARRIED-AHEAD-PROCEDURE.
           IF WS-CARRIED-INDEX > WS-CARRIED-COUNT THEN
               SET WS-CARRIED-AHEAD-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARRIED-RECORD(WS-CARRIED-INDEX)(1:3)
               > WS-BATCH-ENTRY-NUMBER(WS-BATCH-INDEX) THEN
               SET WS-CARRIED-AHEAD-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-CARRIED-RECORD-PROCEDURE.
       WRITE-CARRIED-RECORD-PROCEDURE.
      *****A carried record is written as it was read, dated with this
      *****run like every other record on RULESUM
           MOVE WS-CARRIED-RECORD(WS-CARRIED-INDEX)
               TO SUMMARY-FILE-RECORD.
           MOVE WS-SUMMARY-RUN-DATE TO SUMMARY-RUN-DATE.
           WRITE SUMMARY-FILE-RECORD.
           ADD 1 TO WS-CARRIED-INDEX.
       RULEBAT-ABEND-PROCEDURE.
           IF WS-CONTROL-FILE-NOT-FOUND THEN
               DISPLAY "RULEBAT: CONTROL FILE RULECTL NOT FOUND"
