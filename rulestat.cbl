      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Per-rule statistics off the RECOUT dataset RULEREC
      *          writes (see recout.cpy). For every rule file scored
      *          it reports the records scored, passed and failed and
      *          the failure percentage, names the rule that rejected
      *          the most records, and lists the failure values seen
      *          most often under each rule, so "which rule kicked out
      *          the most records and why" is answered from one
      *          listing. Records that failed their field edits before
      *          any rule could score them (rule 0) get a section of
      *          their own. The same figures are appended, dated, to
      *          the fixed-column RECSTAT dataset (see recstat.cpy) so
      *          they can be trended night over night.
      *
      *          A restarted RULEREC run writes the rows scored after
      *          its last checkpoint a second time; rows that go back
      *          over a record already counted are skipped here and
      *          reported as duplicates, so a restart never inflates
      *          the figures.
      *
      *          A match-mode run's exceptions are counted apart from
      *          the rules: a transaction with no master ("NOMS") is a
      *          failed record but no rule's failure, and a master
      *          with no activity ("NOTX") is no data record at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULESTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-OUT-FILE ASSIGN TO "RECOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-OUT-STATUS.
           SELECT STAT-FILE ASSIGN TO "RECSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RESULT-OUT-FILE.
           COPY "recout.cpy"
               REPLACING ==WS-RESULT-OUT-RECORD== BY
                       ==RESULT-OUT-RECORD==
                   ==WS-RESULT-OUT-RECORD-NUMBER== BY
                       ==RESULT-OUT-RECORD-NUMBER==
                   ==WS-RESULT-OUT-RULE-NUMBER== BY
                       ==RESULT-OUT-RULE-NUMBER==
                   ==WS-RESULT-OUT-STATUS== BY ==RESULT-OUT-STATUS==
                   ==WS-RESULT-OUT-VALUE== BY ==RESULT-OUT-VALUE==
                   ==WS-RESULT-OUT-RULE-FILE== BY
                       ==RESULT-OUT-RULE-FILE==.
       FD STAT-FILE.
           COPY "recstat.cpy"
               REPLACING ==WS-STAT-RECORD== BY ==STAT-FILE-RECORD==
                   ==WS-STAT-RUN-DATE== BY ==STAT-FILE-RUN-DATE==
                   ==WS-STAT-RECORD-TYPE== BY ==STAT-FILE-RECORD-TYPE==
                   ==WS-STAT-RULE-NUMBER== BY ==STAT-FILE-RULE-NUMBER==
                   ==WS-STAT-SCORED-COUNT== BY
                       ==STAT-FILE-SCORED-COUNT==
                   ==WS-STAT-PASS-COUNT== BY ==STAT-FILE-PASS-COUNT==
                   ==WS-STAT-FAIL-COUNT== BY ==STAT-FILE-FAIL-COUNT==
                   ==WS-STAT-FAIL-PERCENT== BY
                       ==STAT-FILE-FAIL-PERCENT==
                   ==WS-STAT-TOP-VALUE== BY ==STAT-FILE-TOP-VALUE==
                   ==WS-STAT-RULE-FILE== BY ==STAT-FILE-RULE-FILE==.
       WORKING-STORAGE SECTION.
       01 WS-RESULT-OUT-STATUS PIC X(2).
           88 WS-RESULT-OUT-NOT-FOUND VALUE "35".
           88 WS-RESULT-OUT-OK VALUE "00".
       01 WS-STAT-FILE-STATUS PIC X(2).
           88 WS-STAT-FILE-NOT-FOUND VALUE "35".
           88 WS-STAT-FILE-OK VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 WS-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.
      *****************************************
      *    WS record grouping - RULEREC writes a record's rows
      *    together, rule 1 upward (or the one rule-0 row of a record
      *    that failed its edits), so the record passed only if none
      *    of its rows failed. A row that goes back to a record number
      *    already closed out, or repeats a rule the current record
      *    has already shown, is a restart duplicate
      *****************************************
       01 WS-CURRENT-RECORD PIC 9(6) VALUE 0.
       01 WS-GROUP-LAST-RULE PIC 9(2) VALUE 0.
       01 WS-GROUP-OPEN-FLAG PIC X VALUE "N".
           88 WS-GROUP-OPEN-YES VALUE "Y", FALSE "N".
       01 WS-GROUP-FAIL-FLAG PIC X VALUE "N".
           88 WS-GROUP-FAIL-YES VALUE "Y", FALSE "N".
       01 WS-DUPLICATE-ROW-FLAG PIC X VALUE "N".
           88 WS-DUPLICATE-ROW-YES VALUE "Y", FALSE "N".
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-RECORD-PASS-COUNT PIC 9(6) VALUE 0.
       01 WS-RECORD-FAIL-COUNT PIC 9(6) VALUE 0.
      *****************************************
      *    WS match exceptions - "NOTX" rows are numbered by master
      *    record, not data record, so they are kept out of the record
      *    grouping; a restart's repeat of one is recognised by a
      *    master number not above the highest already counted
      *****************************************
       01 WS-NO-MASTER-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-ACTIVITY-COUNT PIC 9(6) VALUE 0.
       01 WS-LAST-NO-ACTIVITY-MASTER PIC 9(6) VALUE 0.
      *****************************************
      *    WS rule statistics - entry 1 holds rule 0, the records that
      *    failed their field edits; entries 2-21 hold rules 1-20, the
      *    most RULEREC applies in one run. Each entry keeps its own
      *    table of distinct failure values with a count of each; a
      *    value arriving after the table is full is counted as an
      *    other value so the totals still reconcile
      *****************************************
       01 WS-RULE-STAT-TABLE.
           02 WS-RULE-STAT-ENTRY OCCURS 21 TIMES.
               03 WS-RULE-STAT-FILE PIC X(100).
               03 WS-RULE-STAT-SCORED PIC 9(6).
               03 WS-RULE-STAT-PASSED PIC 9(6).
               03 WS-RULE-STAT-FAILED PIC 9(6).
               03 WS-RULE-STAT-OTHER-COUNT PIC 9(6).
               03 WS-RULE-STAT-VALUE-COUNT PIC 9(2).
               03 WS-FAIL-VALUE-ENTRY OCCURS 20 TIMES.
                   04 WS-FAIL-VALUE-ITEM PIC X(100).
                   04 WS-FAIL-VALUE-TALLY PIC 9(6).
                   04 WS-FAIL-VALUE-SHOWN-FLAG PIC X.
                       88 WS-FAIL-VALUE-SHOWN-YES VALUE "Y",
                           FALSE "N".
       01 WS-STAT-INDEX PIC 9(2).
       01 WS-VALUE-INDEX PIC 9(2).
       01 WS-VALUE-FOUND-INDEX PIC 9(2).
       01 WS-RULE-NUMBER-WORK PIC 9(2).
      *****************************************
      *    WS report work - the most frequent failure values are found
      *    by picking the highest tally not yet shown, WS-TOP-VALUE-
      *    LIMIT times over
      *****************************************
       01 WS-TOP-VALUE-LIMIT PIC 9(2) VALUE 5.
       01 WS-TOP-VALUE-INDEX PIC 9(2).
       01 WS-TOP-VALUE-TALLY PIC 9(6).
       01 WS-TOP-VALUE-WORK PIC X(100).
       01 WS-MOST-FAILED-INDEX PIC 9(2).
       01 WS-MOST-FAILED-COUNT PIC 9(6).
       01 WS-FAIL-PERCENT PIC 9(3)V99.
       01 WS-FAIL-PERCENT-EDIT PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RESULT-OUT-FILE.
           IF NOT WS-RESULT-OUT-OK THEN
               IF WS-RESULT-OUT-NOT-FOUND THEN
                   DISPLAY "RULESTAT: RESULT FILE RECOUT NOT FOUND"
               ELSE
                   DISPLAY "RULESTAT: ERROR OPENING RECOUT, STATUS = "
                       WS-RESULT-OUT-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           PERFORM CLEAR-RULE-STAT-PROCEDURE
               VARYING WS-STAT-INDEX FROM 1 BY 1
               UNTIL WS-STAT-INDEX > 21.
           PERFORM READ-RESULT-RECORD-PROCEDURE.
           PERFORM TALLY-RESULT-RECORD-PROCEDURE
               UNTIL WS-EOF-YES.
           CLOSE RESULT-OUT-FILE.
      *********The last record on file has no following record to
      *********close it out
           PERFORM CLOSE-RECORD-GROUP-PROCEDURE.
           PERFORM PRINT-REPORT-PROCEDURE.
           PERFORM WRITE-STAT-FILE-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       CLEAR-RULE-STAT-PROCEDURE.
           MOVE SPACES TO WS-RULE-STAT-FILE(WS-STAT-INDEX).
           MOVE 0 TO WS-RULE-STAT-SCORED(WS-STAT-INDEX).
           MOVE 0 TO WS-RULE-STAT-PASSED(WS-STAT-INDEX).
           MOVE 0 TO WS-RULE-STAT-FAILED(WS-STAT-INDEX).
           MOVE 0 TO WS-RULE-STAT-OTHER-COUNT(WS-STAT-INDEX).
           MOVE 0 TO WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX).
       READ-RESULT-RECORD-PROCEDURE.
           MOVE SPACES TO RESULT-OUT-RECORD.
           READ RESULT-OUT-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.
       TALLY-RESULT-RECORD-PROCEDURE.
           ADD 1 TO WS-ROW-COUNT.
      *****A row without a plain record and rule number, or naming a
      *****rule beyond the 20 RULEREC applies, isn't one of RULEREC's -
      *****count it rather than let it land in the wrong rule's figures
           IF RESULT-OUT-RECORD-NUMBER IS NOT NUMERIC
               OR RESULT-OUT-RULE-NUMBER IS NOT NUMERIC
               OR RESULT-OUT-RULE-NUMBER > 20 THEN
               ADD 1 TO WS-UNREADABLE-COUNT
           ELSE
               IF RESULT-OUT-STATUS = "NOTX" THEN
                   PERFORM TALLY-NO-ACTIVITY-PROCEDURE
               ELSE
                   PERFORM CHECK-RECORD-GROUP-PROCEDURE
                   IF NOT WS-DUPLICATE-ROW-YES THEN
                       PERFORM TALLY-RULE-ROW-PROCEDURE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RESULT-RECORD-PROCEDURE.
       TALLY-NO-ACTIVITY-PROCEDURE.
           IF RESULT-OUT-RECORD-NUMBER > WS-LAST-NO-ACTIVITY-MASTER
               THEN
               ADD 1 TO WS-NO-ACTIVITY-COUNT
               MOVE RESULT-OUT-RECORD-NUMBER
                   TO WS-LAST-NO-ACTIVITY-MASTER
           ELSE
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.
       CHECK-RECORD-GROUP-PROCEDURE.
           SET WS-DUPLICATE-ROW-YES TO FALSE.
           EVALUATE TRUE
           WHEN RESULT-OUT-RECORD-NUMBER > WS-CURRENT-RECORD
               PERFORM CLOSE-RECORD-GROUP-PROCEDURE
               MOVE RESULT-OUT-RECORD-NUMBER TO WS-CURRENT-RECORD
               MOVE RESULT-OUT-RULE-NUMBER TO WS-GROUP-LAST-RULE
               SET WS-GROUP-OPEN-YES TO TRUE
               SET WS-GROUP-FAIL-YES TO FALSE
           WHEN RESULT-OUT-RECORD-NUMBER = WS-CURRENT-RECORD
               AND RESULT-OUT-RULE-NUMBER > WS-GROUP-LAST-RULE
               MOVE RESULT-OUT-RULE-NUMBER TO WS-GROUP-LAST-RULE
           WHEN OTHER
               SET WS-DUPLICATE-ROW-YES TO TRUE
               ADD 1 TO WS-DUPLICATE-COUNT
           END-EVALUATE.
       CLOSE-RECORD-GROUP-PROCEDURE.
           IF WS-GROUP-OPEN-YES THEN
               ADD 1 TO WS-RECORD-COUNT
               IF WS-GROUP-FAIL-YES THEN
                   ADD 1 TO WS-RECORD-FAIL-COUNT
               ELSE
                   ADD 1 TO WS-RECORD-PASS-COUNT
               END-IF
               SET WS-GROUP-OPEN-YES TO FALSE
           END-IF.
       TALLY-RULE-ROW-PROCEDURE.
      *****A transaction with no master fails its record, but it never
      *****reached a rule or its field edits
           IF RESULT-OUT-STATUS = "NOMS" THEN
               ADD 1 TO WS-NO-MASTER-COUNT
               SET WS-GROUP-FAIL-YES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STAT-INDEX = RESULT-OUT-RULE-NUMBER + 1.
           IF WS-RULE-STAT-FILE(WS-STAT-INDEX) = SPACES THEN
               MOVE RESULT-OUT-RULE-FILE
                   TO WS-RULE-STAT-FILE(WS-STAT-INDEX)
           END-IF.
           ADD 1 TO WS-RULE-STAT-SCORED(WS-STAT-INDEX).
           IF RESULT-OUT-STATUS = "PASS" THEN
               ADD 1 TO WS-RULE-STAT-PASSED(WS-STAT-INDEX)
           ELSE
               ADD 1 TO WS-RULE-STAT-FAILED(WS-STAT-INDEX)
               SET WS-GROUP-FAIL-YES TO TRUE
               PERFORM TALLY-FAIL-VALUE-PROCEDURE
           END-IF.
       TALLY-FAIL-VALUE-PROCEDURE.
           MOVE 0 TO WS-VALUE-FOUND-INDEX.
           PERFORM FIND-FAIL-VALUE-PROCEDURE
               VARYING WS-VALUE-INDEX FROM 1 BY 1
               UNTIL WS-VALUE-INDEX >
                   WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX)
               OR WS-VALUE-FOUND-INDEX > 0.
           EVALUATE TRUE
           WHEN WS-VALUE-FOUND-INDEX > 0
               ADD 1 TO WS-FAIL-VALUE-TALLY(WS-STAT-INDEX,
                   WS-VALUE-FOUND-INDEX)
           WHEN WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX) < 20
               ADD 1 TO WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX)
               MOVE WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX)
                   TO WS-VALUE-INDEX
               MOVE RESULT-OUT-VALUE
                   TO WS-FAIL-VALUE-ITEM(WS-STAT-INDEX, WS-VALUE-INDEX)
               MOVE 1
                   TO WS-FAIL-VALUE-TALLY(WS-STAT-INDEX, WS-VALUE-INDEX)
           WHEN OTHER
               ADD 1 TO WS-RULE-STAT-OTHER-COUNT(WS-STAT-INDEX)
           END-EVALUATE.
       FIND-FAIL-VALUE-PROCEDURE.
           IF WS-FAIL-VALUE-ITEM(WS-STAT-INDEX, WS-VALUE-INDEX)
               = RESULT-OUT-VALUE THEN
               MOVE WS-VALUE-INDEX TO WS-VALUE-FOUND-INDEX
           END-IF.
       PRINT-REPORT-PROCEDURE.
           DISPLAY "RULE STATISTICS REPORT - " WS-REPORT-DATE-EDIT.
           DISPLAY "RECOUT ROWS READ " WS-ROW-COUNT
               "  DUPLICATE ROWS SKIPPED " WS-DUPLICATE-COUNT
               "  UNREADABLE ROWS " WS-UNREADABLE-COUNT.
           DISPLAY "RECORDS " WS-RECORD-COUNT
               "  PASSED " WS-RECORD-PASS-COUNT
               "  FAILED " WS-RECORD-FAIL-COUNT.
           DISPLAY " ".
           DISPLAY "RULE  SCORED  PASSED  FAILED   FAIL%  RULE FILE".
           PERFORM PRINT-RULE-LINE-PROCEDURE
               VARYING WS-STAT-INDEX FROM 2 BY 1
               UNTIL WS-STAT-INDEX > 21.
      *********The rule that rejected the most records - the first
      *********such rule when two tie
           MOVE 0 TO WS-MOST-FAILED-INDEX.
           MOVE 0 TO WS-MOST-FAILED-COUNT.
           PERFORM FIND-MOST-FAILED-PROCEDURE
               VARYING WS-STAT-INDEX FROM 2 BY 1
               UNTIL WS-STAT-INDEX > 21.
           DISPLAY " ".
           IF WS-MOST-FAILED-INDEX = 0 THEN
               DISPLAY "NO RULE REJECTED ANY RECORD"
           ELSE
               COMPUTE WS-RULE-NUMBER-WORK = WS-MOST-FAILED-INDEX - 1
               DISPLAY "MOST REJECTIONS: RULE " WS-RULE-NUMBER-WORK
                   " " FUNCTION TRIM(WS-RULE-STAT-FILE(
                       WS-MOST-FAILED-INDEX))
                   " - " WS-MOST-FAILED-COUNT " RECORD(S)"
           END-IF.
           PERFORM PRINT-RULE-VALUES-PROCEDURE
               VARYING WS-STAT-INDEX FROM 2 BY 1
               UNTIL WS-STAT-INDEX > 21.
           PERFORM PRINT-EDIT-SECTION-PROCEDURE.
           IF WS-NO-MASTER-COUNT > 0 OR WS-NO-ACTIVITY-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY "MATCH EXCEPTIONS: NO MASTER (NOMS) "
                   WS-NO-MASTER-COUNT "  NO ACTIVITY (NOTX) "
                   WS-NO-ACTIVITY-COUNT
           END-IF.
       PRINT-RULE-LINE-PROCEDURE.
           IF WS-RULE-STAT-SCORED(WS-STAT-INDEX) > 0 THEN
               COMPUTE WS-RULE-NUMBER-WORK = WS-STAT-INDEX - 1
               COMPUTE WS-FAIL-PERCENT ROUNDED =
                   WS-RULE-STAT-FAILED(WS-STAT-INDEX) * 100
                   / WS-RULE-STAT-SCORED(WS-STAT-INDEX)
               MOVE WS-FAIL-PERCENT TO WS-FAIL-PERCENT-EDIT
               DISPLAY "  " WS-RULE-NUMBER-WORK
                   "  " WS-RULE-STAT-SCORED(WS-STAT-INDEX)
                   "  " WS-RULE-STAT-PASSED(WS-STAT-INDEX)
                   "  " WS-RULE-STAT-FAILED(WS-STAT-INDEX)
                   "  " WS-FAIL-PERCENT-EDIT
                   "  " FUNCTION TRIM(WS-RULE-STAT-FILE(WS-STAT-INDEX))
           END-IF.
       FIND-MOST-FAILED-PROCEDURE.
           IF WS-RULE-STAT-FAILED(WS-STAT-INDEX) >
               WS-MOST-FAILED-COUNT THEN
               MOVE WS-STAT-INDEX TO WS-MOST-FAILED-INDEX
               MOVE WS-RULE-STAT-FAILED(WS-STAT-INDEX)
                   TO WS-MOST-FAILED-COUNT
           END-IF.
       PRINT-RULE-VALUES-PROCEDURE.
           IF WS-RULE-STAT-FAILED(WS-STAT-INDEX) > 0 THEN
               COMPUTE WS-RULE-NUMBER-WORK = WS-STAT-INDEX - 1
               DISPLAY " "
               DISPLAY "TOP FAILURE VALUES - RULE " WS-RULE-NUMBER-WORK
                   " " FUNCTION TRIM(WS-RULE-STAT-FILE(WS-STAT-INDEX))
               PERFORM PRINT-TOP-VALUES-PROCEDURE
           END-IF.
       PRINT-EDIT-SECTION-PROCEDURE.
      *********Rule 0 - records that never reached a rule because a
      *********field failed its edits (a numeric field that isn't, a
      *********record that doesn't line up with the header). Measured
      *********against every record on file, since none of them was
      *********scored by a rule first
           MOVE 1 TO WS-STAT-INDEX.
           MOVE 0 TO WS-FAIL-PERCENT.
           IF WS-RECORD-COUNT > 0 THEN
               COMPUTE WS-FAIL-PERCENT ROUNDED =
                   WS-RULE-STAT-FAILED(1) * 100 / WS-RECORD-COUNT
           END-IF.
           MOVE WS-FAIL-PERCENT TO WS-FAIL-PERCENT-EDIT.
           DISPLAY " ".
           DISPLAY "FIELD-EDIT FAILURES (RULE 0): "
               WS-RULE-STAT-FAILED(1) " OF " WS-RECORD-COUNT
               " RECORD(S)  " WS-FAIL-PERCENT-EDIT "%".
           IF WS-RULE-STAT-FAILED(1) > 0 THEN
               PERFORM PRINT-TOP-VALUES-PROCEDURE
           END-IF.
       PRINT-TOP-VALUES-PROCEDURE.
           PERFORM CLEAR-SHOWN-FLAG-PROCEDURE
               VARYING WS-VALUE-INDEX FROM 1 BY 1
               UNTIL WS-VALUE-INDEX >
                   WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX).
           PERFORM PRINT-NEXT-TOP-VALUE-PROCEDURE
               WS-TOP-VALUE-LIMIT TIMES.
           IF WS-RULE-STAT-OTHER-COUNT(WS-STAT-INDEX) > 0 THEN
               DISPLAY "    " WS-RULE-STAT-OTHER-COUNT(WS-STAT-INDEX)
                   "  (OTHER VALUES)"
           END-IF.
       CLEAR-SHOWN-FLAG-PROCEDURE.
           SET WS-FAIL-VALUE-SHOWN-YES(WS-STAT-INDEX, WS-VALUE-INDEX)
               TO FALSE.
       PRINT-NEXT-TOP-VALUE-PROCEDURE.
           PERFORM FIND-TOP-VALUE-PROCEDURE.
           IF WS-TOP-VALUE-INDEX > 0 THEN
               DISPLAY "    " WS-TOP-VALUE-TALLY "  "
                   FUNCTION TRIM(WS-TOP-VALUE-WORK)
           END-IF.
       FIND-TOP-VALUE-PROCEDURE.
      *********Picks the highest tally not yet shown for the rule at
      *********WS-STAT-INDEX and marks it shown, leaving its index at
      *********WS-TOP-VALUE-INDEX - 0 once every value has been shown
           MOVE 0 TO WS-TOP-VALUE-INDEX.
           MOVE 0 TO WS-TOP-VALUE-TALLY.
           MOVE SPACES TO WS-TOP-VALUE-WORK.
           PERFORM CHECK-TOP-VALUE-PROCEDURE
               VARYING WS-VALUE-INDEX FROM 1 BY 1
               UNTIL WS-VALUE-INDEX >
                   WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX).
           IF WS-TOP-VALUE-INDEX > 0 THEN
               SET WS-FAIL-VALUE-SHOWN-YES(WS-STAT-INDEX,
                   WS-TOP-VALUE-INDEX) TO TRUE
               MOVE WS-FAIL-VALUE-ITEM(WS-STAT-INDEX,
                   WS-TOP-VALUE-INDEX) TO WS-TOP-VALUE-WORK
           END-IF.
       CHECK-TOP-VALUE-PROCEDURE.
           IF NOT WS-FAIL-VALUE-SHOWN-YES(WS-STAT-INDEX,
               WS-VALUE-INDEX)
               AND WS-FAIL-VALUE-TALLY(WS-STAT-INDEX, WS-VALUE-INDEX)
               > WS-TOP-VALUE-TALLY THEN
               MOVE WS-VALUE-INDEX TO WS-TOP-VALUE-INDEX
               MOVE WS-FAIL-VALUE-TALLY(WS-STAT-INDEX, WS-VALUE-INDEX)
                   TO WS-TOP-VALUE-TALLY
           END-IF.
       WRITE-STAT-FILE-PROCEDURE.
      *********RECSTAT accumulates night over night - each report adds
      *********its own dated records to the end, and a dataset not yet
      *********on file is created on the spot
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FILE-NOT-FOUND THEN
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF NOT WS-STAT-FILE-OK THEN
               DISPLAY "RULESTAT: ERROR OPENING RECSTAT, STATUS = "
                   WS-STAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-RULE-STAT-PROCEDURE
               VARYING WS-STAT-INDEX FROM 2 BY 1
               UNTIL WS-STAT-INDEX > 21.
      *********Rule 0 and the file totals go out every night, even at
      *********zero, so a trend line never has a gap in it
           MOVE SPACES TO STAT-FILE-RECORD.
           MOVE "EDIT" TO STAT-FILE-RECORD-TYPE.
           MOVE 0 TO STAT-FILE-RULE-NUMBER.
           MOVE WS-RECORD-COUNT TO STAT-FILE-SCORED-COUNT.
           COMPUTE STAT-FILE-PASS-COUNT =
               WS-RECORD-COUNT - WS-RULE-STAT-FAILED(1).
           MOVE WS-RULE-STAT-FAILED(1) TO STAT-FILE-FAIL-COUNT.
           MOVE 1 TO WS-STAT-INDEX.
           PERFORM WRITE-STAT-RECORD-PROCEDURE.
           MOVE SPACES TO STAT-FILE-RECORD.
           MOVE "TOTL" TO STAT-FILE-RECORD-TYPE.
           MOVE 0 TO STAT-FILE-RULE-NUMBER.
           MOVE WS-RECORD-COUNT TO STAT-FILE-SCORED-COUNT.
           MOVE WS-RECORD-PASS-COUNT TO STAT-FILE-PASS-COUNT.
           MOVE WS-RECORD-FAIL-COUNT TO STAT-FILE-FAIL-COUNT.
           MOVE 0 TO WS-STAT-INDEX.
           PERFORM WRITE-STAT-RECORD-PROCEDURE.
      *********Match exceptions only on a night that had some - a
      *********run not in match mode never writes either
           IF WS-NO-MASTER-COUNT > 0 THEN
               MOVE SPACES TO STAT-FILE-RECORD
               MOVE "NOMS" TO STAT-FILE-RECORD-TYPE
               MOVE 0 TO STAT-FILE-RULE-NUMBER
               MOVE WS-RECORD-COUNT TO STAT-FILE-SCORED-COUNT
               COMPUTE STAT-FILE-PASS-COUNT =
                   WS-RECORD-COUNT - WS-NO-MASTER-COUNT
               MOVE WS-NO-MASTER-COUNT TO STAT-FILE-FAIL-COUNT
               PERFORM WRITE-STAT-RECORD-PROCEDURE
           END-IF.
           IF WS-NO-ACTIVITY-COUNT > 0 THEN
               MOVE SPACES TO STAT-FILE-RECORD
               MOVE "NOTX" TO STAT-FILE-RECORD-TYPE
               MOVE 0 TO STAT-FILE-RULE-NUMBER
               MOVE 0 TO STAT-FILE-SCORED-COUNT
               MOVE 0 TO STAT-FILE-PASS-COUNT
               MOVE WS-NO-ACTIVITY-COUNT TO STAT-FILE-FAIL-COUNT
               PERFORM WRITE-STAT-RECORD-PROCEDURE
           END-IF.
           CLOSE STAT-FILE.
       WRITE-RULE-STAT-PROCEDURE.
           IF WS-RULE-STAT-SCORED(WS-STAT-INDEX) > 0 THEN
               MOVE SPACES TO STAT-FILE-RECORD
               MOVE "RULE" TO STAT-FILE-RECORD-TYPE
               COMPUTE STAT-FILE-RULE-NUMBER = WS-STAT-INDEX - 1
               MOVE WS-RULE-STAT-SCORED(WS-STAT-INDEX)
                   TO STAT-FILE-SCORED-COUNT
               MOVE WS-RULE-STAT-PASSED(WS-STAT-INDEX)
                   TO STAT-FILE-PASS-COUNT
               MOVE WS-RULE-STAT-FAILED(WS-STAT-INDEX)
                   TO STAT-FILE-FAIL-COUNT
               MOVE WS-RULE-STAT-FILE(WS-STAT-INDEX)
                   TO STAT-FILE-RULE-FILE
               PERFORM WRITE-STAT-RECORD-PROCEDURE
           END-IF.
       WRITE-STAT-RECORD-PROCEDURE.
      *********Finishes the record built by the caller - the run date,
      *********the failure percentage of its counts, and, when
      *********WS-STAT-INDEX names a rule entry, the failure value
      *********that rule saw most often
           MOVE WS-REPORT-DATE TO STAT-FILE-RUN-DATE.
           MOVE 0 TO WS-FAIL-PERCENT.
           IF STAT-FILE-SCORED-COUNT > 0 THEN
               COMPUTE WS-FAIL-PERCENT ROUNDED =
                   STAT-FILE-FAIL-COUNT * 100 / STAT-FILE-SCORED-COUNT
           END-IF.
           MOVE WS-FAIL-PERCENT TO STAT-FILE-FAIL-PERCENT.
           IF WS-STAT-INDEX > 0 THEN
               PERFORM CLEAR-SHOWN-FLAG-PROCEDURE
                   VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX >
                       WS-RULE-STAT-VALUE-COUNT(WS-STAT-INDEX)
               PERFORM FIND-TOP-VALUE-PROCEDURE
               MOVE WS-TOP-VALUE-WORK TO STAT-FILE-TOP-VALUE
           END-IF.
           WRITE STAT-FILE-RECORD.
       END PROGRAM RULESTAT.
