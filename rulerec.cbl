      *          and written again, so a downstream job that must not
      *          double-count dedupes on the record number (or the
      *          job runs with "CHECKPOINT 1" to close the window).
      *          A "TRAILER" control record names the text the feed's
      *          trailer record starts with; the trailer is not scored,
      *          and at end of file its record count - and, with a
      *          "HASHTOTAL field-name" record, its hash total of that
      *          amount field - is balanced against what was actually
      *          read. A file out of balance ends with return code 12,
      *          so a truncated feed is held before RECACC goes
      *          downstream.
      *          A "MATCH txn-key master-key" control record pairs
      *          each transaction with the MASTFILE record (placed by
      *          MASTMAP) carrying the same key, both files in key
      *          sequence, so a rule can check a transaction against
      *          its master; see the match-mode block below.
      *          Each rule file is tokenized once, before the first
      *          record, and the bindings library is read once, so a
      *          large file pays for neither on every record. The
      *          audit trail carries one run for the whole job with a
      *          RULE-SUMMARY record per rule - records scored,
      *          passed, failed, and the first and last record
      *          number it scored - beside the "write" records the
      *          results tie-out needs. "LOGGING DETAIL" brings back
      *          LISP's full per-call trail for troubleshooting, with
      *          the rule summaries still written after it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DATA-FILE ASSIGN TO "DATAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT FIELD-MAP-FILE ASSIGN TO DYNAMIC
               WS-FIELD-MAP-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-MAP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RESULT-OUT-FILE ASSIGN TO "RECOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-OUT-STATUS.
       01 DATA-FILE-RECORD PIC X(200).
       FD FIELD-MAP-FILE.
       01 FIELD-MAP-RECORD PIC X(200).
       FD MASTER-FILE.
       01 MASTER-FILE-RECORD PIC X(200).
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
      *****************************************
      *    Accepted and rejected records carry the complete input
      *    record with the rule result appended, so the next job in
      *    the stream reads the records it needs directly instead of
      *    re-joining RECOUT's record numbers back against DATAFILE.
      *    The two share one layout (see recrej.cpy)
      *****************************************
       FD ACCEPT-OUT-FILE.
           COPY "recrej.cpy"
               REPLACING ==WS-ROUTED-RECORD== BY ==ACCEPT-OUT-RECORD==
                   ==WS-ROUTED-DATA== BY ==ACCEPT-OUT-DATA==
                   ==WS-ROUTED-STATUS== BY ==ACCEPT-OUT-STATUS==
                   ==WS-ROUTED-RULE-NUMBER== BY
                       ==ACCEPT-OUT-RULE-NUMBER==
                   ==WS-ROUTED-VALUE== BY ==ACCEPT-OUT-VALUE==.
       FD REJECT-OUT-FILE.
           COPY "recrej.cpy"
               REPLACING ==WS-ROUTED-RECORD== BY ==REJECT-OUT-RECORD==
                   ==WS-ROUTED-DATA== BY ==REJECT-OUT-DATA==
                   ==WS-ROUTED-STATUS== BY ==REJECT-OUT-STATUS==
                   ==WS-ROUTED-RULE-NUMBER== BY
                       ==REJECT-OUT-RULE-NUMBER==
                   ==WS-ROUTED-VALUE== BY ==REJECT-OUT-VALUE==.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-CONTROL-FIRST-TOKEN PIC X(100).
       01 WS-CONTROL-SECOND-TOKEN PIC X(100).
      *****Control records carrying more than a keyword and one name
      *****("TRAILER", "MATCH") are split again into this table
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 7 TIMES.
      *****************************************
      *    WS rule table - every rule file the control file lists is
      *    applied to every data record, so the whole set is scored in
      *    one pass of the data file instead of one pass per rule
      *****************************************
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
      *****Each rule file is tokenized into its own symbol table
      *****once, before the first record, and that table is handed
      *****back to LISP for every record after. A rule that can't be
      *****tokenized fails every record the way it did when each
      *****record's call read the file for itself. The tallies feed
      *****the rule's RULE-SUMMARY record at end of run
       01 WS-RULE-TABLE.
           02 WS-RULE-ENTRY OCCURS 20 TIMES.
               03 WS-RULE-FILE-ITEM PIC X(100).
               03 WS-RULE-LOADED-FLAG PIC X.
                   88 WS-RULE-LOADED-YES VALUE "Y", FALSE "N".
               03 WS-RULE-SYMBOLS.
                   04 WS-RULE-SYMBOL-TABLE-SIZE PIC 9(4).
                   04 WS-RULE-SYMBOL PIC X(50) OCCURS 40 TIMES.
                   04 WS-RULE-SYMBOL-LEN PIC 9(2) OCCURS 40 TIMES.
               03 WS-RULE-SCORED-COUNT PIC 9(6).
               03 WS-RULE-PASSED-COUNT PIC 9(6).
               03 WS-RULE-FAILED-COUNT PIC 9(6).
               03 WS-RULE-FIRST-RECORD PIC 9(6).
               03 WS-RULE-LAST-RECORD PIC 9(6).
       01 WS-RULE-INDEX PIC 9(2).
       01 WS-RULE-STATUS-WORK PIC X(4).
       01 WS-RECORD-RULE-FAIL-COUNT PIC 9(2).
      *****carry the failure that sent it to the reject file
       01 WS-FIRST-FAIL-RULE PIC 9(2).
       01 WS-FIRST-FAIL-VALUE PIC X(100).
       01 WS-FIRST-FAIL-STATUS PIC X(4).
       01 WS-DATA-FILE-STATUS PIC X(2).
           88 WS-DATA-FILE-NOT-FOUND VALUE "35".
           88 WS-DATA-FILE-OK VALUE "00".
      *    reads it back, spaces past the completed records without
      *    scoring them, reopens the output datasets in extend, and
      *    restores the tallies so the end-of-run summary still comes
      *    out right. Record layout in recckpt.cpy.
      *
      *    Records the cancelled run scored AFTER its last checkpoint
      *    are scored again on restart, and their rows land on
       01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
           88 WS-CHECKPOINT-FILE-NOT-FOUND VALUE "35".
           88 WS-CHECKPOINT-FILE-OK VALUE "00".
           COPY "recckpt.cpy"
               REPLACING ==WS-CHECKPOINT-RECORD== BY
                   ==WS-CHECKPOINT-WORK-RECORD==.
       01 WS-CHECKPOINT-INTERVAL PIC 9(6) VALUE 1000.
       01 WS-CHECKPOINT-COUNTDOWN PIC 9(6) VALUE 0.
       01 WS-RESTART-MODE-FLAG PIC X VALUE "N".
       01 WS-RESTART-ACTIVE-FLAG PIC X VALUE "N".
           88 WS-RESTART-ACTIVE-YES VALUE "Y", FALSE "N".
       01 WS-RESTART-SKIP-COUNT PIC 9(6) VALUE 0.
      *****Carried on every checkpoint so a morning check can tell a
      *****finished run from one that stopped part way - the run
      *****state turns complete only with the end-of-file checkpoint
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-STATE PIC X VALUE "R".
       01 WS-BALANCE-STATE PIC X VALUE SPACE.
       01 WS-DATA-EOF-FLAG PIC X VALUE "N".
           88 WS-DATA-EOF-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS trailer balancing - "TRAILER tag" names the text the
      *    feed's trailer record starts with in column one. With just
      *    the tag, the trailer carries its record count and hash
      *    total space delimited after it ("TRL 000123 4512.75");
      *    "TRAILER tag count-start count-length total-start
      *    total-length" places them by column instead, for a fixed
      *    layout feed. "HASHTOTAL field-name" names the amount field
      *    summed record by record to prove against the trailer's
      *    total; without it only the record count is balanced. The
      *    count is of data records - a header record and the trailer
      *    itself are not counted
      *****************************************
       01 WS-TRAILER-MODE-FLAG PIC X VALUE "N".
           88 WS-TRAILER-MODE-YES VALUE "Y", FALSE "N".
       01 WS-TRAILER-POSITION-FLAG PIC X VALUE "N".
           88 WS-TRAILER-POSITION-YES VALUE "Y", FALSE "N".
       01 WS-TRAILER-TAG PIC X(20) VALUE SPACES.
       01 WS-TRAILER-TAG-LEN PIC 9(2) VALUE 0.
       01 WS-TRAILER-COUNT-START PIC 9(3) VALUE 0.
       01 WS-TRAILER-COUNT-LENGTH PIC 9(3) VALUE 0.
       01 WS-TRAILER-TOTAL-START PIC 9(3) VALUE 0.
       01 WS-TRAILER-TOTAL-LENGTH PIC 9(3) VALUE 0.
       01 WS-TRAILER-MATCH-FLAG PIC X VALUE "N".
           88 WS-TRAILER-MATCH-YES VALUE "Y", FALSE "N".
       01 WS-TRAILER-SEEN-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAILER-DAMAGED-FLAG PIC X VALUE "N".
           88 WS-TRAILER-DAMAGED-YES VALUE "Y", FALSE "N".
       01 WS-TRAILER-TAG-TEXT PIC X(100).
       01 WS-TRAILER-COUNT-TEXT PIC X(100).
       01 WS-TRAILER-TOTAL-TEXT PIC X(100).
       01 WS-TRAILER-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-TRAILER-HASH-TOTAL PIC S9(15)V99 VALUE 0.
       01 WS-AFTER-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-FIELD-NAME PIC X(50) VALUE SPACES.
       01 WS-HASH-FIELD-INDEX PIC 9(2) VALUE 0.
       01 WS-HASH-TOTAL PIC S9(15)V99 VALUE 0.
       01 WS-HASH-UNSUMMED-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL-EDIT PIC -(15)9.99.
       01 WS-TRAILER-COUNT-EDIT PIC 9(9).
       01 WS-OUT-OF-BALANCE-FLAG PIC X VALUE "N".
           88 WS-OUT-OF-BALANCE-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS field map from the FLDMAP dataset - one record per
      *    field: name, start column, length, and Y/N for whether the
      *    field must be numeric. With a map on file the data file is
       01 WS-FIELD-MAP-STATUS PIC X(2).
           88 WS-FIELD-MAP-NOT-FOUND VALUE "35".
           88 WS-FIELD-MAP-OK VALUE "00".
      *****FLDMAP unless match mode is reading the master's MASTMAP
      *****through the same loader first
       01 WS-FIELD-MAP-ASSIGN PIC X(100) VALUE "FLDMAP".
       01 WS-FIELD-MAP-EOF-FLAG PIC X VALUE "N".
           88 WS-FIELD-MAP-EOF-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-MAP-MODE-FLAG PIC X VALUE "N".
       01 WS-RECORD-PASS-COUNT PIC 9(6) VALUE 0.
       01 WS-RECORD-FAIL-COUNT PIC 9(6) VALUE 0.
      *****************************************
      *    WS match mode - "MATCH txn-key master-key [master-prefix
      *    [txn-prefix]]" pairs each DATAFILE transaction with the
      *    MASTFILE record carrying the same key. Both files are fixed
      *    layout in ascending key sequence, DATAFILE placed by FLDMAP
      *    and MASTFILE by MASTMAP. The rules see the transaction's
      *    fields and its master's fields together, the master's
      *    under a prefix ("MST-" unless the record names another, "*"
      *    for none) and the transaction's under its own prefix when
      *    one is named, so same-named fields don't collide. A
      *    transaction with no master is not scored - it goes to the
      *    reject file as "NOMS"; a master no transaction touched is
      *    written to RECOUT as "NOTX" under its master record number.
      *    A key that goes backwards in either file stops the run
      *****************************************
       01 WS-MATCH-MODE-FLAG PIC X VALUE "N".
           88 WS-MATCH-MODE-YES VALUE "Y", FALSE "N".
       01 WS-TXN-KEY-NAME PIC X(50) VALUE SPACES.
       01 WS-MASTER-KEY-NAME PIC X(50) VALUE SPACES.
       01 WS-TXN-KEY-INDEX PIC 9(2) VALUE 0.
       01 WS-MASTER-KEY-INDEX PIC 9(2) VALUE 0.
       01 WS-TXN-PREFIX PIC X(10) VALUE SPACES.
       01 WS-MASTER-PREFIX PIC X(10) VALUE "MST-".
       01 WS-MASTER-FILE-STATUS PIC X(2).
           88 WS-MASTER-FILE-NOT-FOUND VALUE "35".
           88 WS-MASTER-FILE-OK VALUE "00".
       01 WS-MASTER-EOF-FLAG PIC X VALUE "N".
           88 WS-MASTER-EOF-YES VALUE "Y", FALSE "N".
       01 WS-MASTER-NAME-COUNT PIC 9(2) VALUE 0.
       01 WS-MASTER-NAME-TABLE.
           02 WS-MASTER-NAME-ITEM PIC X(50) OCCURS 40 TIMES.
       01 WS-MASTER-MAP-TABLE.
           02 WS-MASTER-MAP-ENTRY OCCURS 40 TIMES.
               03 WS-MASTER-MAP-START PIC 9(3).
               03 WS-MASTER-MAP-LENGTH PIC 9(3).
               03 WS-MASTER-MAP-NUMERIC-FLAG PIC X.
                   88 WS-MASTER-MAP-NUMERIC-YES VALUE "Y".
       01 WS-MASTER-VALUE-TABLE.
           02 WS-MASTER-VALUE-ITEM PIC X(100) OCCURS 40 TIMES.
      *****The binding names the rules see - built once, prefix and
      *****field name together, so no record pays for the STRING
       01 WS-TXN-BIND-NAME-TABLE.
           02 WS-TXN-BIND-NAME PIC X(50) OCCURS 40 TIMES.
       01 WS-MASTER-BIND-NAME-TABLE.
           02 WS-MASTER-BIND-NAME PIC X(50) OCCURS 40 TIMES.
       01 WS-BIND-NAME-LEN PIC 9(3).
       01 WS-MASTER-INDEX PIC 9(2).
       01 WS-TXN-KEY-VALUE PIC X(100).
       01 WS-PRIOR-TXN-KEY PIC X(100) VALUE SPACES.
       01 WS-MASTER-KEY-VALUE PIC X(100).
       01 WS-PRIOR-MASTER-KEY PIC X(100) VALUE SPACES.
       01 WS-MASTER-RECORD-NUMBER PIC 9(6) VALUE 0.
      *****Whether the master in hand has matched any transaction yet,
      *****and whether the transaction in hand found its master
       01 WS-MASTER-ACTIVE-FLAG PIC X VALUE "N".
           88 WS-MASTER-ACTIVE-YES VALUE "Y", FALSE "N".
       01 WS-MASTER-MATCH-FLAG PIC X VALUE "N".
           88 WS-MASTER-MATCH-YES VALUE "Y", FALSE "N".
      *****A record being spaced past on restart still walks the master
      *****file forward, but writes nothing for the masters it passes
       01 WS-RECORD-SKIPPED-FLAG PIC X VALUE "N".
           88 WS-RECORD-SKIPPED-YES VALUE "Y", FALSE "N".
       01 WS-NO-MASTER-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-ACTIVITY-COUNT PIC 9(6) VALUE 0.
      *****************************************
      *    WS audit logging - "LOGGING SUMMARY" (the default) has
      *    LISP write only its "write" records and this program
      *    write the run's bookends and one RULE-SUMMARY per rule;
      *    "LOGGING DETAIL" lets LISP log every call in full, and the
      *    rule summaries follow as a run of their own at the end
      *****************************************
       01 WS-LOGGING-LEVEL PIC X VALUE "S".
           88 WS-LOGGING-SUMMARY-YES VALUE "S".
           88 WS-LOGGING-DETAIL-YES VALUE "D".
       01 WS-LOG-RUN-OPEN-FLAG PIC X VALUE "N".
           88 WS-LOG-RUN-OPEN-YES VALUE "Y", FALSE "N".
       01 WS-RULE-SUMMARY-MESSAGE.
           02 FILLER PIC X(5) VALUE "RULE ".
           02 WS-SUMMARY-RULE-NUMBER PIC 9(2).
           02 FILLER PIC X(8) VALUE " SCORED ".
           02 WS-SUMMARY-SCORED-COUNT PIC 9(6).
           02 FILLER PIC X(8) VALUE " PASSED ".
           02 WS-SUMMARY-PASSED-COUNT PIC 9(6).
           02 FILLER PIC X(8) VALUE " FAILED ".
           02 WS-SUMMARY-FAILED-COUNT PIC 9(6).
           02 FILLER PIC X(7) VALUE " FIRST ".
           02 WS-SUMMARY-FIRST-RECORD PIC 9(6).
           02 FILLER PIC X(6) VALUE " LAST ".
           02 WS-SUMMARY-LAST-RECORD PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-SUMMARY-RULE-FILE PIC X(25).
      *****************************************
      *    WS Shared with LISP SubRoutine
      *****************************************
       01 WS-RULE-FILE-NAME PIC X(100).
           COPY "fldbind.cpy".
       01 WS-RUN-RESULT PIC X(100).
       01 WS-BIND-FILE-NAME PIC X(100) VALUE SPACES.
           COPY "runctl.cpy".
      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
       01 WS-LOG-OPERATION-FLAG PIC X(5).
           COPY "logrec.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
      *********Match mode reads the master's map through the same
      *********loader first and sets it aside before FLDMAP is read
           IF WS-MATCH-MODE-YES THEN
               PERFORM LOAD-MASTER-MAP-PROCEDURE
           END-IF.
           PERFORM LOAD-FIELD-MAP-PROCEDURE.
           IF WS-MATCH-MODE-YES THEN
               PERFORM SET-UP-MATCH-MODE-PROCEDURE
           END-IF.
           PERFORM LOAD-RULE-TOKENS-PROCEDURE.
      *********A restart spaces past the records the cancelled run
      *********already scored and extends its output datasets, so the
      *********checkpoint has to be read back before they are opened
           IF NOT WS-DATA-FILE-OK THEN
               PERFORM DATA-FILE-ABEND-PROCEDURE
           END-IF.
           IF WS-MATCH-MODE-YES THEN
               PERFORM OPEN-MASTER-FILE-PROCEDURE
           END-IF.
           PERFORM OPEN-RESULT-OUT-PROCEDURE.
           PERFORM OPEN-ACCEPT-OUT-PROCEDURE.
           PERFORM OPEN-REJECT-OUT-PROCEDURE.
           IF NOT WS-FIELD-MAP-MODE-YES THEN
               PERFORM READ-HEADER-RECORD-PROCEDURE
           END-IF.
      *********The hash-total field is named like any other field, so
      *********it can only be found once the field names are known
           IF WS-HASH-FIELD-NAME NOT = SPACES THEN
               PERFORM RESOLVE-HASH-FIELD-PROCEDURE
           END-IF.
      *********At summary level the whole job is one run in the audit
      *********trail, the rules' "write" records inside it
           IF WS-LOGGING-SUMMARY-YES THEN
               PERFORM LOG-RUN-START-PROCEDURE
           END-IF.
           PERFORM READ-DATA-RECORD-PROCEDURE.
           PERFORM PROCESS-DATA-RECORD-PROCEDURE
               UNTIL WS-DATA-EOF-YES.
      *********Every master past the last transaction had no activity
           IF WS-MATCH-MODE-YES THEN
               SET WS-RECORD-SKIPPED-YES TO FALSE
               PERFORM ADVANCE-MASTER-PROCEDURE
                   UNTIL WS-MASTER-EOF-YES
               CLOSE MASTER-FILE
           END-IF.
           CLOSE DATA-FILE.
           CLOSE RESULT-OUT-FILE.
           CLOSE ACCEPT-OUT-FILE.
           CLOSE REJECT-OUT-FILE.
           DISPLAY "RULEREC: RECORDS " WS-RECORD-NUMBER
               "  PASSED " WS-RECORD-PASS-COUNT
               "  FAILED " WS-RECORD-FAIL-COUNT.
           IF WS-MATCH-MODE-YES THEN
               DISPLAY "RULEREC: MASTERS " WS-MASTER-RECORD-NUMBER
                   "  NO MASTER " WS-NO-MASTER-COUNT
                   "  NO ACTIVITY " WS-NO-ACTIVITY-COUNT
           END-IF.
           MOVE "N" TO WS-BALANCE-STATE.
           IF WS-TRAILER-MODE-YES THEN
               PERFORM BALANCE-TRAILER-PROCEDURE
               IF WS-OUT-OF-BALANCE-YES THEN
                   MOVE "O" TO WS-BALANCE-STATE
               ELSE
                   MOVE "B" TO WS-BALANCE-STATE
               END-IF
           END-IF.
      *********One last checkpoint at end of file, so the checkpoint
      *********on file always agrees with the datasets beside it -
      *********taken after balancing, so it carries the outcome
           MOVE "C" TO WS-RUN-STATE.
           PERFORM WRITE-CHECKPOINT-PROCEDURE.
           PERFORM LOG-RULE-SUMMARY-PROCEDURE.
      *********A file out of balance outranks failed records - the
      *********whole feed is in question, not just the records that
      *********failed their rules
           EVALUATE TRUE
           WHEN WS-OUT-OF-BALANCE-YES
               MOVE 12 TO RETURN-CODE
           WHEN WS-RECORD-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
      *********Each control record names one rule expression file to
      *********library-name" instead names the standing bindings
      *********library LISP preloads before each record, "RESTART"
      *********resumes a cancelled run from the RECCKPT checkpoint,
      *********"CHECKPOINT n" tunes the checkpoint interval, "TRAILER"
      *********and "HASHTOTAL" set up trailer balancing, "MATCH" turns
      *********on match mode, "LOGGING SUMMARY|DETAIL" picks how much
      *********of each rule call goes to the audit trail, and a "*" in
      *********column one marks a comment record
           OPEN INPUT CONTROL-FILE.
           IF NOT WS-CONTROL-FILE-OK THEN
               IF WS-CONTROL-FILE-NOT-FOUND THEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *********A hash total with no trailer to prove it against would
      *********be summed and never checked
           IF WS-HASH-FIELD-NAME NOT = SPACES
               AND NOT WS-TRAILER-MODE-YES THEN
               DISPLAY "RULEREC: HASHTOTAL GIVEN WITHOUT A TRAILER "
                   "RECORD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       READ-CONTROL-RECORD-PROCEDURE.
           MOVE SPACES TO CONTROL-FILE-RECORD.
           READ CONTROL-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN "TRAILER"
                   PERFORM LOAD-TRAILER-CONTROL-PROCEDURE
               WHEN "MATCH"
                   PERFORM LOAD-MATCH-CONTROL-PROCEDURE
               WHEN "HASHTOTAL"
                   IF WS-CONTROL-SECOND-TOKEN = SPACES THEN
                       DISPLAY "RULEREC: HASHTOTAL NAMES NO FIELD"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-CONTROL-SECOND-TOKEN TO WS-HASH-FIELD-NAME
               WHEN "LOGGING"
                   EVALUATE WS-CONTROL-SECOND-TOKEN
                   WHEN "SUMMARY"
                       MOVE "S" TO WS-LOGGING-LEVEL
                   WHEN "DETAIL"
                       MOVE "D" TO WS-LOGGING-LEVEL
                   WHEN OTHER
                       DISPLAY "RULEREC: INVALID LOGGING LEVEL: "
                           WS-CONTROL-SECOND-TOKEN(1:20)
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-EVALUATE
               WHEN OTHER
      *****WS-RULE-ENTRY only OCCURS 20 TIMES - refuse a control file
      *****listing more rules than that rather than scoring records
               END-EVALUATE
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       LOAD-TRAILER-CONTROL-PROCEDURE.
      *********"TRAILER tag" alone, or "TRAILER tag count-start
      *********count-length total-start total-length" for a trailer
      *********that places its figures by column
           MOVE SPACES TO WS-CONTROL-TOKEN-TABLE.
           UNSTRING FUNCTION TRIM(CONTROL-FILE-RECORD)
               DELIMITED BY ALL " "
               INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                   WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                   WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
                   WS-CONTROL-TOKEN(7)
           END-UNSTRING.
           IF WS-CONTROL-TOKEN(2) = SPACES
               OR WS-CONTROL-TOKEN(2)(21:80) NOT = SPACES THEN
               DISPLAY "RULEREC: INVALID TRAILER TAG: "
                   WS-CONTROL-TOKEN(2)(1:40)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2) TO WS-TRAILER-TAG.
           COMPUTE WS-TRAILER-TAG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TRAILER-TAG)).
           SET WS-TRAILER-MODE-YES TO TRUE.
           SET WS-TRAILER-POSITION-YES TO FALSE.
           IF WS-CONTROL-TOKEN(3) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *********Columns come as a full set of four plain numbers, or
      *********the trailer would be read out of the wrong columns
           IF WS-CONTROL-TOKEN(6) = SPACES
               OR WS-CONTROL-TOKEN(7) NOT = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(3))) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(4))) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(5))) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(6))) NOT = 0 THEN
               DISPLAY "RULEREC: INVALID TRAILER RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-TRAILER-COUNT-START =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(3))).
           COMPUTE WS-TRAILER-COUNT-LENGTH =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(4))).
           COMPUTE WS-TRAILER-TOTAL-START =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(5))).
           COMPUTE WS-TRAILER-TOTAL-LENGTH =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(6))).
      *********The count has to fit WS-TRAILER-RECORD-COUNT and the
      *********total the 18 digits and sign of a hash total, and both
      *********have to sit inside the record
           IF WS-TRAILER-COUNT-START = 0
               OR WS-TRAILER-COUNT-LENGTH = 0
               OR WS-TRAILER-COUNT-LENGTH > 9
               OR WS-TRAILER-COUNT-START + WS-TRAILER-COUNT-LENGTH
                   > 201
               OR WS-TRAILER-TOTAL-START = 0
               OR WS-TRAILER-TOTAL-LENGTH = 0
               OR WS-TRAILER-TOTAL-LENGTH > 20
               OR WS-TRAILER-TOTAL-START + WS-TRAILER-TOTAL-LENGTH
                   > 201 THEN
               DISPLAY "RULEREC: TRAILER FIELDS PLACED OUTSIDE THE "
                   "RECORD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-TRAILER-POSITION-YES TO TRUE.
       LOAD-MATCH-CONTROL-PROCEDURE.
      *********"MATCH txn-key master-key [master-prefix [txn-prefix]]"
      *********- "*" for a prefix means the fields go in unprefixed
           MOVE SPACES TO WS-CONTROL-TOKEN-TABLE.
           UNSTRING FUNCTION TRIM(CONTROL-FILE-RECORD)
               DELIMITED BY ALL " "
               INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                   WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                   WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
           END-UNSTRING.
           IF WS-CONTROL-TOKEN(2) = SPACES
               OR WS-CONTROL-TOKEN(3) = SPACES
               OR WS-CONTROL-TOKEN(6) NOT = SPACES
               OR WS-CONTROL-TOKEN(4)(11:90) NOT = SPACES
               OR WS-CONTROL-TOKEN(5)(11:90) NOT = SPACES THEN
               DISPLAY "RULEREC: INVALID MATCH RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-MATCH-MODE-YES TO TRUE.
           MOVE WS-CONTROL-TOKEN(2) TO WS-TXN-KEY-NAME.
           MOVE WS-CONTROL-TOKEN(3) TO WS-MASTER-KEY-NAME.
           IF WS-CONTROL-TOKEN(4) NOT = SPACES THEN
               MOVE WS-CONTROL-TOKEN(4) TO WS-MASTER-PREFIX
           END-IF.
           IF WS-CONTROL-TOKEN(5) NOT = SPACES THEN
               MOVE WS-CONTROL-TOKEN(5) TO WS-TXN-PREFIX
           END-IF.
           IF WS-MASTER-PREFIX = "*" THEN
               MOVE SPACES TO WS-MASTER-PREFIX
           END-IF.
           IF WS-TXN-PREFIX = "*" THEN
               MOVE SPACES TO WS-TXN-PREFIX
           END-IF.
       DATA-FILE-ABEND-PROCEDURE.
           IF WS-DATA-FILE-NOT-FOUND THEN
               DISPLAY "RULEREC: DATA FILE DATAFILE NOT FOUND"
      *********A checkpoint that doesn't carry three plain tallies is
      *********damaged - refuse it rather than spacing past the wrong
      *********number of records
           IF WS-CHECKPOINT-RECORD-COUNT IS NOT NUMERIC
               OR WS-CHECKPOINT-PASS-COUNT IS NOT NUMERIC
               OR WS-CHECKPOINT-FAIL-COUNT IS NOT NUMERIC THEN
               DISPLAY "RULEREC: DAMAGED CHECKPOINT ON FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CHECKPOINT-RECORD-COUNT TO WS-RESTART-SKIP-COUNT.
           MOVE WS-CHECKPOINT-PASS-COUNT TO WS-RECORD-PASS-COUNT.
           MOVE WS-CHECKPOINT-FAIL-COUNT TO WS-RECORD-FAIL-COUNT.
      *********The match-mode tallies are blank on a checkpoint that
      *********predates them - nothing to restore
           IF WS-CHECKPOINT-NO-MASTER-COUNT IS NUMERIC THEN
               MOVE WS-CHECKPOINT-NO-MASTER-COUNT
                   TO WS-NO-MASTER-COUNT
           END-IF.
           IF WS-CHECKPOINT-NO-ACTIVITY-COUNT IS NUMERIC THEN
               MOVE WS-CHECKPOINT-NO-ACTIVITY-COUNT
                   TO WS-NO-ACTIVITY-COUNT
           END-IF.
           SET WS-RESTART-ACTIVE-YES TO TRUE.
           DISPLAY "RULEREC: RESTARTING PAST " WS-RESTART-SKIP-COUNT
               " COMPLETED RECORD(S)".
               GOBACK
           END-IF.
           MOVE SPACES TO WS-CHECKPOINT-WORK-RECORD.
           MOVE WS-RECORD-NUMBER TO WS-CHECKPOINT-RECORD-COUNT.
           MOVE WS-RECORD-PASS-COUNT TO WS-CHECKPOINT-PASS-COUNT.
           MOVE WS-RECORD-FAIL-COUNT TO WS-CHECKPOINT-FAIL-COUNT.
           MOVE WS-NO-MASTER-COUNT TO WS-CHECKPOINT-NO-MASTER-COUNT.
           MOVE WS-NO-ACTIVITY-COUNT
               TO WS-CHECKPOINT-NO-ACTIVITY-COUNT.
           MOVE WS-RUN-STATE TO WS-CHECKPOINT-RUN-STATE.
           MOVE WS-BALANCE-STATE TO WS-CHECKPOINT-BALANCE-STATE.
           MOVE WS-RUN-DATE TO WS-CHECKPOINT-RUN-DATE.
           WRITE CHECKPOINT-FILE-RECORD
               FROM WS-CHECKPOINT-WORK-RECORD.
           CLOSE CHECKPOINT-FILE.
               GOBACK
           END-IF.
           SET WS-FIELD-MAP-MODE-YES TO TRUE.
           SET WS-FIELD-MAP-EOF-YES TO FALSE.
           MOVE 0 TO WS-FIELD-NAME-COUNT.
           PERFORM READ-MAP-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-MAP-RECORD-PROCEDURE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-UNSTRING.
       RESOLVE-HASH-FIELD-PROCEDURE.
           MOVE 0 TO WS-HASH-FIELD-INDEX.
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-NAME-COUNT
               OR WS-HASH-FIELD-INDEX > 0
               IF WS-FIELD-NAME-ITEM(WS-FIELD-INDEX)
                   = WS-HASH-FIELD-NAME THEN
                   MOVE WS-FIELD-INDEX TO WS-HASH-FIELD-INDEX
               END-IF
           END-PERFORM.
           IF WS-HASH-FIELD-INDEX = 0 THEN
               DISPLAY "RULEREC: HASHTOTAL FIELD "
                   FUNCTION TRIM(WS-HASH-FIELD-NAME)
                   " IS NOT A FIELD OF THE DATA FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-MASTER-MAP-PROCEDURE.
      *********MASTMAP is laid out exactly like FLDMAP, so the same
      *********loader reads it; the result is moved aside to the master
      *********tables and the loader put back to read FLDMAP after
           MOVE "MASTMAP" TO WS-FIELD-MAP-ASSIGN.
           PERFORM LOAD-FIELD-MAP-PROCEDURE.
           IF NOT WS-FIELD-MAP-MODE-YES THEN
               DISPLAY "RULEREC: MASTER FIELD MAP MASTMAP NOT FOUND"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FIELD-NAME-COUNT TO WS-MASTER-NAME-COUNT.
           MOVE WS-FIELD-NAME-TABLE TO WS-MASTER-NAME-TABLE.
           MOVE WS-FIELD-MAP-TABLE TO WS-MASTER-MAP-TABLE.
           MOVE 0 TO WS-FIELD-NAME-COUNT.
           MOVE SPACES TO WS-FIELD-NAME-TABLE.
           SET WS-FIELD-MAP-MODE-YES TO FALSE.
           MOVE "FLDMAP" TO WS-FIELD-MAP-ASSIGN.
       SET-UP-MATCH-MODE-PROCEDURE.
      *********The key is cut from both files by position, so a
      *********delimited data file with no map can't be matched
           IF NOT WS-FIELD-MAP-MODE-YES THEN
               DISPLAY "RULEREC: MATCH MODE NEEDS A FIELD MAP ON FLDMAP"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *********Both records' fields go to LISP in the one binding
      *********table, and fldbind.cpy holds 40
           IF WS-FIELD-NAME-COUNT + WS-MASTER-NAME-COUNT > 40 THEN
               DISPLAY "RULEREC: FLDMAP AND MASTMAP NAME MORE THAN 40 "
                   "FIELDS BETWEEN THEM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-TXN-KEY-INDEX.
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-NAME-COUNT
               OR WS-TXN-KEY-INDEX > 0
               IF WS-FIELD-NAME-ITEM(WS-FIELD-INDEX)
                   = WS-TXN-KEY-NAME THEN
                   MOVE WS-FIELD-INDEX TO WS-TXN-KEY-INDEX
               END-IF
           END-PERFORM.
           IF WS-TXN-KEY-INDEX = 0 THEN
               DISPLAY "RULEREC: MATCH KEY "
                   FUNCTION TRIM(WS-TXN-KEY-NAME)
                   " IS NOT A FIELD OF THE DATA FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-MASTER-KEY-INDEX.
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-NAME-COUNT
               OR WS-MASTER-KEY-INDEX > 0
               IF WS-MASTER-NAME-ITEM(WS-MASTER-INDEX)
                   = WS-MASTER-KEY-NAME THEN
                   MOVE WS-MASTER-INDEX TO WS-MASTER-KEY-INDEX
               END-IF
           END-PERFORM.
           IF WS-MASTER-KEY-INDEX = 0 THEN
               DISPLAY "RULEREC: MATCH KEY "
                   FUNCTION TRIM(WS-MASTER-KEY-NAME)
                   " IS NOT A FIELD OF THE MASTER FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *********Keys of different widths would never compare equal
           IF WS-FIELD-MAP-LENGTH(WS-TXN-KEY-INDEX)
               NOT = WS-MASTER-MAP-LENGTH(WS-MASTER-KEY-INDEX) THEN
               DISPLAY "RULEREC: MATCH KEYS ARE NOT THE SAME LENGTH"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-TXN-BIND-NAME-TABLE.
           MOVE SPACES TO WS-MASTER-BIND-NAME-TABLE.
           PERFORM BUILD-TXN-BIND-NAME-PROCEDURE
               VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-NAME-COUNT.
           PERFORM BUILD-MASTER-BIND-NAME-PROCEDURE
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-NAME-COUNT.
       BUILD-TXN-BIND-NAME-PROCEDURE.
           STRING WS-TXN-PREFIX DELIMITED BY SPACE
               WS-FIELD-NAME-ITEM(WS-FIELD-INDEX) DELIMITED BY SPACE
               INTO WS-TXN-BIND-NAME(WS-FIELD-INDEX)
               ON OVERFLOW
                   DISPLAY "RULEREC: PREFIXED NAME FOR FIELD "
                       FUNCTION TRIM(WS-FIELD-NAME-ITEM(WS-FIELD-INDEX))
                       " IS LONGER THAN 50"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-STRING.
       BUILD-MASTER-BIND-NAME-PROCEDURE.
           STRING WS-MASTER-PREFIX DELIMITED BY SPACE
               WS-MASTER-NAME-ITEM(WS-MASTER-INDEX) DELIMITED BY SPACE
               INTO WS-MASTER-BIND-NAME(WS-MASTER-INDEX)
               ON OVERFLOW
                   DISPLAY "RULEREC: PREFIXED NAME FOR MASTER FIELD "
                       FUNCTION TRIM(
                       WS-MASTER-NAME-ITEM(WS-MASTER-INDEX))
                       " IS LONGER THAN 50"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-STRING.
      *********A master binding named the same as a transaction one
      *********would shadow it - refuse the prefixes rather than let a
      *********rule read the wrong record's value
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-NAME-COUNT
               IF WS-TXN-BIND-NAME(WS-FIELD-INDEX)
                   = WS-MASTER-BIND-NAME(WS-MASTER-INDEX) THEN
                   DISPLAY "RULEREC: FIELD "
                       FUNCTION TRIM(
                       WS-MASTER-BIND-NAME(WS-MASTER-INDEX))
                       " IS NAMED ON BOTH FILES - GIVE A PREFIX"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.
       OPEN-MASTER-FILE-PROCEDURE.
           OPEN INPUT MASTER-FILE.
           IF NOT WS-MASTER-FILE-OK THEN
               IF WS-MASTER-FILE-NOT-FOUND THEN
                   DISPLAY "RULEREC: MASTER FILE MASTFILE NOT FOUND"
               ELSE
                   DISPLAY "RULEREC: ERROR OPENING MASTER FILE, "
                       "STATUS = " WS-MASTER-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-MASTER-RECORD-PROCEDURE.
       READ-MASTER-RECORD-PROCEDURE.
      *********Blank master records are spacers, the same as on the
      *********data file. Every master is counted as it is read, and
      *********the count is the master's number on a "NOTX" row
           MOVE SPACES TO MASTER-FILE-RECORD.
           PERFORM NEXT-MASTER-RECORD-PROCEDURE
               UNTIL WS-MASTER-EOF-YES
               OR MASTER-FILE-RECORD NOT = SPACES.
           IF WS-MASTER-EOF-YES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MASTER-RECORD-NUMBER.
           SET WS-MASTER-ACTIVE-YES TO FALSE.
           MOVE SPACES TO WS-MASTER-KEY-VALUE.
           MOVE MASTER-FILE-RECORD(
               WS-MASTER-MAP-START(WS-MASTER-KEY-INDEX):
               WS-MASTER-MAP-LENGTH(WS-MASTER-KEY-INDEX))
               TO WS-MASTER-KEY-VALUE.
      *********One master per key, in ascending sequence - a repeated
      *********or backward key means the master is not the file the
      *********match assumes, and nothing after it can be trusted
           IF WS-MASTER-RECORD-NUMBER > 1
               AND WS-MASTER-KEY-VALUE NOT > WS-PRIOR-MASTER-KEY THEN
               DISPLAY "RULEREC: MASTER FILE OUT OF SEQUENCE AT "
                   "MASTER RECORD " WS-MASTER-RECORD-NUMBER
                   ", KEY " FUNCTION TRIM(WS-MASTER-KEY-VALUE)
               PERFORM LOG-RUN-STOPPED-PROCEDURE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-MASTER-KEY-VALUE TO WS-PRIOR-MASTER-KEY.
       NEXT-MASTER-RECORD-PROCEDURE.
           READ MASTER-FILE
               AT END SET WS-MASTER-EOF-YES TO TRUE
           END-READ.
       MATCH-TRANSACTION-PROCEDURE.
      *********Several transactions may share a master, so the data
      *********file's keys need only never go backwards
           MOVE SPACES TO WS-TXN-KEY-VALUE.
           MOVE DATA-FILE-RECORD(
               WS-FIELD-MAP-START(WS-TXN-KEY-INDEX):
               WS-FIELD-MAP-LENGTH(WS-TXN-KEY-INDEX))
               TO WS-TXN-KEY-VALUE.
           IF WS-TXN-KEY-VALUE < WS-PRIOR-TXN-KEY THEN
               DISPLAY "RULEREC: DATA FILE OUT OF SEQUENCE AT RECORD "
                   WS-RECORD-NUMBER
                   ", KEY " FUNCTION TRIM(WS-TXN-KEY-VALUE)
               PERFORM LOG-RUN-STOPPED-PROCEDURE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TXN-KEY-VALUE TO WS-PRIOR-TXN-KEY.
      *********Every master below this key is behind the data file for
      *********good - step past them to the one that can match
           PERFORM ADVANCE-MASTER-PROCEDURE
               UNTIL WS-MASTER-EOF-YES
               OR WS-MASTER-KEY-VALUE NOT < WS-TXN-KEY-VALUE.
           IF NOT WS-MASTER-EOF-YES
               AND WS-MASTER-KEY-VALUE = WS-TXN-KEY-VALUE THEN
               SET WS-MASTER-MATCH-YES TO TRUE
               SET WS-MASTER-ACTIVE-YES TO TRUE
           ELSE
               SET WS-MASTER-MATCH-YES TO FALSE
           END-IF.
       ADVANCE-MASTER-PROCEDURE.
      *********A master left behind that no transaction touched gets
      *********its "NOTX" row - unless a restart is still spacing past
      *********records, when the cancelled run already wrote it
           IF NOT WS-MASTER-ACTIVE-YES
               AND NOT WS-RECORD-SKIPPED-YES THEN
               PERFORM WRITE-NO-ACTIVITY-PROCEDURE
           END-IF.
           PERFORM READ-MASTER-RECORD-PROCEDURE.
       READ-DATA-RECORD-PROCEDURE.
           MOVE SPACES TO DATA-FILE-RECORD.
           READ DATA-FILE
       PROCESS-DATA-RECORD-PROCEDURE.
      *****A blank record is a spacer, not data - skip it
           IF DATA-FILE-RECORD NOT = SPACES THEN
               SET WS-TRAILER-MATCH-YES TO FALSE
               IF WS-TRAILER-MODE-YES THEN
                   PERFORM CHECK-TRAILER-RECORD-PROCEDURE
               END-IF
               IF WS-TRAILER-MATCH-YES THEN
                   PERFORM LOAD-TRAILER-RECORD-PROCEDURE
               ELSE
                   PERFORM PROCESS-DETAIL-RECORD-PROCEDURE
               END-IF
           END-IF.
           PERFORM READ-DATA-RECORD-PROCEDURE.
       PROCESS-DETAIL-RECORD-PROCEDURE.
           ADD 1 TO WS-RECORD-NUMBER.
      *****Anything after the trailer means the trailer wasn't the end
      *****of the feed - the record is still scored, but the file
      *****can't balance
           IF WS-TRAILER-SEEN-COUNT > 0 THEN
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           END-IF.
      *****A restart counts the already-scored records back up without
      *****scoring them again - their results are already on the
      *****extended output datasets and in the restored tallies. The
      *****hash total isn't checkpointed, so the amount field is still
      *****cut out of each one and summed, and in match mode the master
      *****file is still walked forward in step
           IF WS-RESTART-SKIP-COUNT > 0 THEN
               SET WS-RECORD-SKIPPED-YES TO TRUE
           ELSE
               SET WS-RECORD-SKIPPED-YES TO FALSE
           END-IF.
           IF WS-MATCH-MODE-YES THEN
               PERFORM MATCH-TRANSACTION-PROCEDURE
           END-IF.
           IF WS-RECORD-SKIPPED-YES THEN
               SUBTRACT 1 FROM WS-RESTART-SKIP-COUNT
               IF WS-HASH-FIELD-INDEX > 0 THEN
                   PERFORM CUT-RECORD-FIELDS-PROCEDURE
               END-IF
           ELSE
               PERFORM EVALUATE-ONE-RECORD-PROCEDURE
               SUBTRACT 1 FROM WS-CHECKPOINT-COUNTDOWN
               IF WS-CHECKPOINT-COUNTDOWN = 0 THEN
                   PERFORM WRITE-CHECKPOINT-PROCEDURE
                   MOVE WS-CHECKPOINT-INTERVAL
                       TO WS-CHECKPOINT-COUNTDOWN
               END-IF
           END-IF.
           IF WS-HASH-FIELD-INDEX > 0 THEN
               PERFORM ACCUMULATE-HASH-TOTAL-PROCEDURE
           END-IF.
       CHECK-TRAILER-RECORD-PROCEDURE.
      *********The trailer starts with its tag in column one; a
      *********delimited trailer also needs the blank after the tag,
      *********so a data value that merely begins with the same
      *********letters isn't mistaken for it
           IF DATA-FILE-RECORD(1:WS-TRAILER-TAG-LEN)
               = WS-TRAILER-TAG(1:WS-TRAILER-TAG-LEN) THEN
               IF WS-TRAILER-POSITION-YES
                   OR DATA-FILE-RECORD(WS-TRAILER-TAG-LEN + 1:1)
                   = SPACE THEN
                   SET WS-TRAILER-MATCH-YES TO TRUE
               END-IF
           END-IF.
       LOAD-TRAILER-RECORD-PROCEDURE.
      *********Only the first trailer's figures are balanced against;
      *********a second one is itself a reason the file is out of
      *********balance
           ADD 1 TO WS-TRAILER-SEEN-COUNT.
           IF WS-TRAILER-SEEN-COUNT > 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TRAILER-COUNT-TEXT.
           MOVE SPACES TO WS-TRAILER-TOTAL-TEXT.
           IF WS-TRAILER-POSITION-YES THEN
               MOVE DATA-FILE-RECORD(WS-TRAILER-COUNT-START:
                   WS-TRAILER-COUNT-LENGTH) TO WS-TRAILER-COUNT-TEXT
               MOVE DATA-FILE-RECORD(WS-TRAILER-TOTAL-START:
                   WS-TRAILER-TOTAL-LENGTH) TO WS-TRAILER-TOTAL-TEXT
           ELSE
               MOVE SPACES TO WS-TRAILER-TAG-TEXT
               UNSTRING FUNCTION TRIM(DATA-FILE-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-TRAILER-TAG-TEXT WS-TRAILER-COUNT-TEXT
                       WS-TRAILER-TOTAL-TEXT
               END-UNSTRING
           END-IF.
      *********A trailer whose figures aren't plain numbers can't
      *********prove anything - the file is out of balance
           IF WS-TRAILER-COUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-TRAILER-COUNT-TEXT)) NOT = 0 THEN
               SET WS-TRAILER-DAMAGED-YES TO TRUE
           ELSE
               COMPUTE WS-TRAILER-RECORD-COUNT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-TRAILER-COUNT-TEXT))
           END-IF.
           IF WS-HASH-FIELD-INDEX > 0 THEN
               IF WS-TRAILER-TOTAL-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TRAILER-TOTAL-TEXT)) NOT = 0 THEN
                   SET WS-TRAILER-DAMAGED-YES TO TRUE
               ELSE
                   COMPUTE WS-TRAILER-HASH-TOTAL = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TRAILER-TOTAL-TEXT))
               END-IF
           END-IF.
       ACCUMULATE-HASH-TOTAL-PROCEDURE.
      *********A delimited record that failed its edits may not have
      *********lined up with the header, so its amount can't be
      *********trusted; an amount that isn't a plain number can't be
      *********summed. Either way it is counted, not guessed at
           IF (WS-RECORD-EDIT-FAIL-YES AND NOT WS-FIELD-MAP-MODE-YES)
               OR WS-FIELD-VALUE-ITEM(WS-HASH-FIELD-INDEX) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-FIELD-VALUE-ITEM(WS-HASH-FIELD-INDEX))) NOT = 0
               THEN
               ADD 1 TO WS-HASH-UNSUMMED-COUNT
           ELSE
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-FIELD-VALUE-ITEM(WS-HASH-FIELD-INDEX)))
           END-IF.
       BALANCE-TRAILER-PROCEDURE.
      *********Every reason the file fails to balance is listed, not
      *********just the first, so the sender can be told everything
      *********that is wrong with the feed in one go
           SET WS-OUT-OF-BALANCE-YES TO FALSE.
           DISPLAY "RULEREC: BALANCING AGAINST TRAILER "
               FUNCTION TRIM(WS-TRAILER-TAG).
           IF WS-TRAILER-SEEN-COUNT = 0 THEN
               DISPLAY "RULEREC:   NO TRAILER RECORD - FILE MAY BE "
                   "TRUNCATED"
               SET WS-OUT-OF-BALANCE-YES TO TRUE
           END-IF.
           IF WS-TRAILER-SEEN-COUNT > 1 THEN
               DISPLAY "RULEREC:   " WS-TRAILER-SEEN-COUNT
                   " TRAILER RECORDS ON FILE"
               SET WS-OUT-OF-BALANCE-YES TO TRUE
           END-IF.
           IF WS-AFTER-TRAILER-COUNT > 0 THEN
               DISPLAY "RULEREC:   " WS-AFTER-TRAILER-COUNT
                   " RECORD(S) FOLLOW THE TRAILER"
               SET WS-OUT-OF-BALANCE-YES TO TRUE
           END-IF.
           IF WS-TRAILER-DAMAGED-YES THEN
               DISPLAY "RULEREC:   TRAILER FIGURES ARE NOT NUMERIC"
               SET WS-OUT-OF-BALANCE-YES TO TRUE
           END-IF.
           IF WS-TRAILER-SEEN-COUNT > 0
               AND NOT WS-TRAILER-DAMAGED-YES THEN
               PERFORM COMPARE-TRAILER-FIGURES-PROCEDURE
           END-IF.
           IF WS-OUT-OF-BALANCE-YES THEN
               DISPLAY "RULEREC: FILE OUT OF BALANCE"
           ELSE
               DISPLAY "RULEREC: FILE IN BALANCE"
           END-IF.
       COMPARE-TRAILER-FIGURES-PROCEDURE.
           MOVE WS-TRAILER-RECORD-COUNT TO WS-TRAILER-COUNT-EDIT.
           DISPLAY "RULEREC:   RECORDS READ " WS-RECORD-NUMBER
               "  TRAILER COUNT " WS-TRAILER-COUNT-EDIT.
           IF WS-RECORD-NUMBER NOT = WS-TRAILER-RECORD-COUNT THEN
               DISPLAY "RULEREC:   RECORD COUNT DOES NOT AGREE"
               SET WS-OUT-OF-BALANCE-YES TO TRUE
           END-IF.
           IF WS-HASH-FIELD-INDEX > 0 THEN
               MOVE WS-HASH-TOTAL TO WS-HASH-TOTAL-EDIT
               DISPLAY "RULEREC:   HASH TOTAL "
                   FUNCTION TRIM(WS-HASH-FIELD-NAME) " "
                   FUNCTION TRIM(WS-HASH-TOTAL-EDIT)
               MOVE WS-TRAILER-HASH-TOTAL TO WS-HASH-TOTAL-EDIT
               DISPLAY "RULEREC:   TRAILER TOTAL "
                   FUNCTION TRIM(WS-HASH-TOTAL-EDIT)
               IF WS-HASH-UNSUMMED-COUNT > 0 THEN
                   DISPLAY "RULEREC:   " WS-HASH-UNSUMMED-COUNT
                       " AMOUNT(S) NOT NUMERIC, LEFT OUT OF THE TOTAL"
               END-IF
               IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH-TOTAL THEN
                   DISPLAY "RULEREC:   HASH TOTAL DOES NOT AGREE"
                   SET WS-OUT-OF-BALANCE-YES TO TRUE
               END-IF
           END-IF.
       EVALUATE-ONE-RECORD-PROCEDURE.
           PERFORM CUT-RECORD-FIELDS-PROCEDURE.
      *********A record that can't be cut into the mapped fields, or
      *********doesn't line up with the header, can't be scored -
      *********write it out as failed and keep going
           IF WS-RECORD-EDIT-FAIL-YES THEN
               PERFORM WRITE-FAIL-RESULT-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
      *********In match mode a transaction with no master has nothing to
      *********be scored against, and a master whose own fields fail
      *********their edits fails the transaction the same way
           IF WS-MATCH-MODE-YES THEN
               IF NOT WS-MASTER-MATCH-YES THEN
                   PERFORM WRITE-NO-MASTER-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CUT-MASTER-FIELDS-PROCEDURE
               IF WS-RECORD-EDIT-FAIL-YES THEN
                   PERFORM WRITE-FAIL-RESULT-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CALL-LISP-FOR-RECORD-PROCEDURE.
       CUT-RECORD-FIELDS-PROCEDURE.
           SET WS-RECORD-EDIT-FAIL-YES TO FALSE.
           MOVE SPACES TO WS-FIELD-VALUE-TABLE.
           IF WS-FIELD-MAP-MODE-YES THEN
               PERFORM CUT-MAPPED-FIELDS-PROCEDURE
           ELSE
               PERFORM SPLIT-DELIMITED-FIELDS-PROCEDURE
           END-IF.
       CUT-MAPPED-FIELDS-PROCEDURE.
      *********Each field comes out of the record by the position the
               END-IF
           END-PERFORM.
           MOVE WS-FIELD-NAME-COUNT TO WS-FIELD-VALUE-COUNT.
       CUT-MASTER-FIELDS-PROCEDURE.
      *********The matched master's fields come out by MASTMAP's
      *********positions and are edited the same way as the data file's
           MOVE SPACES TO WS-MASTER-VALUE-TABLE.
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-NAME-COUNT
               MOVE MASTER-FILE-RECORD(
                   WS-MASTER-MAP-START(WS-MASTER-INDEX):
                   WS-MASTER-MAP-LENGTH(WS-MASTER-INDEX))
                   TO WS-MASTER-VALUE-ITEM(WS-MASTER-INDEX)
               IF WS-MASTER-MAP-NUMERIC-YES(WS-MASTER-INDEX)
                   AND NOT WS-RECORD-EDIT-FAIL-YES
                   AND (WS-MASTER-VALUE-ITEM(WS-MASTER-INDEX) = SPACES
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-MASTER-VALUE-ITEM(WS-MASTER-INDEX)))
                       NOT = 0) THEN
                   SET WS-RECORD-EDIT-FAIL-YES TO TRUE
                   MOVE SPACES TO WS-RUN-RESULT
                   STRING "MASTER FIELD " DELIMITED BY SIZE
                     FUNCTION TRIM(
                     WS-MASTER-NAME-ITEM(WS-MASTER-INDEX))
                     DELIMITED BY SIZE
                     " IS NOT NUMERIC" DELIMITED BY SIZE
                     INTO WS-RUN-RESULT
               END-IF
           END-PERFORM.
       SPLIT-DELIMITED-FIELDS-PROCEDURE.
      *********Walk the record character by character: an unquoted
      *********blank ends a field, a quoted stretch keeps its blanks
               MOVE WS-FIELD-VALUE-ITEM(WS-FIELD-INDEX)
                   TO WS-FIELD-BINDING-VALUE(WS-FIELD-INDEX)
           END-PERFORM.
      *********In match mode the bindings go under their prefixed
      *********names, the transaction's first and its master's after
           IF WS-MATCH-MODE-YES THEN
               PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > WS-FIELD-NAME-COUNT
                   MOVE WS-TXN-BIND-NAME(WS-FIELD-INDEX)
                       TO WS-FIELD-BINDING-NAME(WS-FIELD-INDEX)
               END-PERFORM
               PERFORM ADD-MASTER-BINDING-PROCEDURE
                   VARYING WS-MASTER-INDEX FROM 1 BY 1
                   UNTIL WS-MASTER-INDEX > WS-MASTER-NAME-COUNT
           END-IF.
      *********Every rule in the set is scored against this record's
      *********bindings before the next record is read - one pass of
      *********the data file covers the whole set. The record passes
           MOVE 0 TO WS-RECORD-RULE-FAIL-COUNT.
           MOVE 0 TO WS-FIRST-FAIL-RULE.
           MOVE SPACES TO WS-FIRST-FAIL-VALUE.
           MOVE "FAIL" TO WS-FIRST-FAIL-STATUS.
           PERFORM CALL-LISP-FOR-RULE-PROCEDURE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
               ADD 1 TO WS-RECORD-FAIL-COUNT
               PERFORM WRITE-REJECT-RECORD-PROCEDURE
           END-IF.
       ADD-MASTER-BINDING-PROCEDURE.
           ADD 1 TO WS-FIELD-BINDING-COUNT.
           MOVE WS-MASTER-BIND-NAME(WS-MASTER-INDEX)
               TO WS-FIELD-BINDING-NAME(WS-FIELD-BINDING-COUNT).
           MOVE WS-MASTER-VALUE-ITEM(WS-MASTER-INDEX)
               TO WS-FIELD-BINDING-VALUE(WS-FIELD-BINDING-COUNT).
       CALL-LISP-FOR-RULE-PROCEDURE.
      *********The rule goes in as the symbol table tokenized at the
      *********start of the run, with no file name, so LISP evaluates
      *********it as it stands instead of reading the file again
           MOVE SPACES TO WS-RULE-FILE-NAME.
           MOVE SPACES TO WS-RUN-RESULT.
      *********LISP reports its own abends by setting RETURN-CODE 16
      *********and coming back - clear the code first so a prior
      *********rule's failure can't be mistaken for this one's
           MOVE 0 TO RETURN-CODE.
           IF WS-RULE-LOADED-YES(WS-RULE-INDEX) THEN
               CALL "LISP" USING WS-RULE-SYMBOLS(WS-RULE-INDEX),
                   WS-RULE-FILE-NAME, WS-FIELD-BINDINGS,
                   WS-RUN-RESULT, WS-BIND-FILE-NAME, WS-RUN-CONTROL
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-RULE-SCORED-COUNT(WS-RULE-INDEX).
           IF WS-RULE-FIRST-RECORD(WS-RULE-INDEX) = 0 THEN
               MOVE WS-RECORD-NUMBER
                   TO WS-RULE-FIRST-RECORD(WS-RULE-INDEX)
           END-IF.
           MOVE WS-RECORD-NUMBER TO WS-RULE-LAST-RECORD(WS-RULE-INDEX).
           IF RETURN-CODE = 0 THEN
               ADD 1 TO WS-RULE-PASSED-COUNT(WS-RULE-INDEX)
               MOVE "PASS" TO WS-RULE-STATUS-WORK
           ELSE
               ADD 1 TO WS-RULE-FAILED-COUNT(WS-RULE-INDEX)
               ADD 1 TO WS-RECORD-RULE-FAIL-COUNT
               MOVE "FAIL" TO WS-RULE-STATUS-WORK
               MOVE "RULE EVALUATION FAILED" TO WS-RUN-RESULT
               END-IF
           END-IF.
           PERFORM WRITE-RULE-RESULT-PROCEDURE.
       LOAD-RULE-TOKENS-PROCEDURE.
      *********Every rule file is tokenized once here, into its own
      *********symbol table, and the run control is then set for the
      *********scoring calls - the bindings library kept in LISP's
      *********storage after the first record reads it, and the log
      *********level the control file asked for
           MOVE SPACES TO WS-RUN-CONTROL.
           MOVE "T" TO WS-RUN-CONTROL-MODE.
           MOVE 0 TO WS-RUN-CONTROL-ERROR-COUNT.
           PERFORM TOKENIZE-ONE-RULE-PROCEDURE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
           MOVE "E" TO WS-RUN-CONTROL-MODE.
           MOVE "Y" TO WS-RUN-CONTROL-LIBRARY-REUSE.
           MOVE WS-LOGGING-LEVEL TO WS-RUN-CONTROL-LOG-LEVEL.
       TOKENIZE-ONE-RULE-PROCEDURE.
           MOVE WS-RULE-FILE-ITEM(WS-RULE-INDEX) TO WS-RULE-FILE-NAME.
           MOVE 0 TO WS-RULE-SYMBOL-TABLE-SIZE(WS-RULE-INDEX).
           MOVE 0 TO WS-RULE-SCORED-COUNT(WS-RULE-INDEX).
           MOVE 0 TO WS-RULE-PASSED-COUNT(WS-RULE-INDEX).
           MOVE 0 TO WS-RULE-FAILED-COUNT(WS-RULE-INDEX).
           MOVE 0 TO WS-RULE-FIRST-RECORD(WS-RULE-INDEX).
           MOVE 0 TO WS-RULE-LAST-RECORD(WS-RULE-INDEX).
           MOVE 0 TO RETURN-CODE.
           CALL "LISP" USING WS-RULE-SYMBOLS(WS-RULE-INDEX),
               WS-RULE-FILE-NAME, OMITTED, OMITTED, OMITTED,
               WS-RUN-CONTROL.
           IF RETURN-CODE = 0 THEN
               SET WS-RULE-LOADED-YES(WS-RULE-INDEX) TO TRUE
           ELSE
               SET WS-RULE-LOADED-YES(WS-RULE-INDEX) TO FALSE
               DISPLAY "RULEREC: RULE FILE "
                   FUNCTION TRIM(WS-RULE-FILE-NAME)
                   " COULD NOT BE TOKENIZED - EVERY RECORD FAILS IT"
           END-IF.
           MOVE 0 TO RETURN-CODE.
       LOG-RUN-START-PROCEDURE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "RUN-START" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           CALL "LOGGER" USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           SET WS-LOG-RUN-OPEN-YES TO TRUE.
       LOG-RULE-SUMMARY-PROCEDURE.
      *********One RULE-SUMMARY record per rule closes out the run.
      *********At detail level LISP has bracketed every call as a run
      *********of its own, so the summaries go out as one more run
      *********after them
           IF NOT WS-LOG-RUN-OPEN-YES THEN
               PERFORM LOG-RUN-START-PROCEDURE
           END-IF.
           PERFORM LOG-ONE-RULE-SUMMARY-PROCEDURE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
           PERFORM LOG-RUN-END-PROCEDURE.
       LOG-ONE-RULE-SUMMARY-PROCEDURE.
           MOVE WS-RULE-INDEX TO WS-SUMMARY-RULE-NUMBER.
           MOVE WS-RULE-SCORED-COUNT(WS-RULE-INDEX)
               TO WS-SUMMARY-SCORED-COUNT.
           MOVE WS-RULE-PASSED-COUNT(WS-RULE-INDEX)
               TO WS-SUMMARY-PASSED-COUNT.
           MOVE WS-RULE-FAILED-COUNT(WS-RULE-INDEX)
               TO WS-SUMMARY-FAILED-COUNT.
           MOVE WS-RULE-FIRST-RECORD(WS-RULE-INDEX)
               TO WS-SUMMARY-FIRST-RECORD.
           MOVE WS-RULE-LAST-RECORD(WS-RULE-INDEX)
               TO WS-SUMMARY-LAST-RECORD.
           MOVE WS-RULE-FILE-ITEM(WS-RULE-INDEX)
               TO WS-SUMMARY-RULE-FILE.
           DISPLAY "RULEREC: " WS-RULE-SUMMARY-MESSAGE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "RULE-SUMMARY" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-RULE-SUMMARY-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL "LOGGER" USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
       LOG-RUN-END-PROCEDURE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "RUN-END" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           CALL "LOGGER" USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL "LOGGER" USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           SET WS-LOG-RUN-OPEN-YES TO FALSE.
       LOG-RUN-STOPPED-PROCEDURE.
      *********A run stopped part way closes its audit-trail run as an
      *********abended one, so the log doesn't show it still open
           IF WS-LOG-RUN-OPEN-YES THEN
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "RUN-ABEND" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "RULEREC: RUN STOPPED AT RECORD "
                   DELIMITED BY SIZE
                   WS-RECORD-NUMBER DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               CALL "LOGGER" USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD
               PERFORM LOG-RUN-END-PROCEDURE
           END-IF.
       WRITE-RULE-RESULT-PROCEDURE.
           MOVE SPACES TO RESULT-OUT-RECORD.
           MOVE WS-RECORD-NUMBER TO RESULT-OUT-RECORD-NUMBER.
           WRITE RESULT-OUT-RECORD.
           MOVE 0 TO WS-FIRST-FAIL-RULE.
           MOVE WS-RUN-RESULT TO WS-FIRST-FAIL-VALUE.
           MOVE "FAIL" TO WS-FIRST-FAIL-STATUS.
           PERFORM WRITE-REJECT-RECORD-PROCEDURE.
       WRITE-NO-MASTER-PROCEDURE.
      *********A transaction whose key has no master - not scored, but
      *********rejected under its own "NOMS" status so it can be told
      *********apart from a record a rule failed
           ADD 1 TO WS-RECORD-FAIL-COUNT.
           ADD 1 TO WS-NO-MASTER-COUNT.
           MOVE SPACES TO WS-RUN-RESULT.
           STRING "NO MASTER FOR KEY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TXN-KEY-VALUE) DELIMITED BY SIZE
               INTO WS-RUN-RESULT.
           MOVE SPACES TO RESULT-OUT-RECORD.
           MOVE WS-RECORD-NUMBER TO RESULT-OUT-RECORD-NUMBER.
           MOVE 0 TO RESULT-OUT-RULE-NUMBER.
           MOVE "NOMS" TO RESULT-OUT-STATUS.
           MOVE WS-RUN-RESULT TO RESULT-OUT-VALUE.
           WRITE RESULT-OUT-RECORD.
           MOVE 0 TO WS-FIRST-FAIL-RULE.
           MOVE WS-RUN-RESULT TO WS-FIRST-FAIL-VALUE.
           MOVE "NOMS" TO WS-FIRST-FAIL-STATUS.
           PERFORM WRITE-REJECT-RECORD-PROCEDURE.
       WRITE-NO-ACTIVITY-PROCEDURE.
      *********A master no transaction touched - one "NOTX" row on
      *********RECOUT numbered by its master record number, rule 0,
      *********since there is no data record to number it by
           ADD 1 TO WS-NO-ACTIVITY-COUNT.
           MOVE SPACES TO RESULT-OUT-RECORD.
           MOVE WS-MASTER-RECORD-NUMBER TO RESULT-OUT-RECORD-NUMBER.
           MOVE 0 TO RESULT-OUT-RULE-NUMBER.
           MOVE "NOTX" TO RESULT-OUT-STATUS.
           STRING "NO ACTIVITY FOR KEY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-KEY-VALUE) DELIMITED BY SIZE
               INTO RESULT-OUT-VALUE.
           WRITE RESULT-OUT-RECORD.
       WRITE-ACCEPT-RECORD-PROCEDURE.
           MOVE SPACES TO ACCEPT-OUT-RECORD.
           MOVE DATA-FILE-RECORD TO ACCEPT-OUT-DATA.
       WRITE-REJECT-RECORD-PROCEDURE.
           MOVE SPACES TO REJECT-OUT-RECORD.
           MOVE DATA-FILE-RECORD TO REJECT-OUT-DATA.
           MOVE WS-FIRST-FAIL-STATUS TO REJECT-OUT-STATUS.
           MOVE WS-FIRST-FAIL-RULE TO REJECT-OUT-RULE-NUMBER.
           MOVE WS-FIRST-FAIL-VALUE TO REJECT-OUT-VALUE.
           WRITE REJECT-OUT-RECORD.
