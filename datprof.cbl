      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Pre-run profile of the fixed-layout DATAFILE RULEREC
      *          is about to score. Each field is cut out of every
      *          record by the same FLDMAP name / start column /
      *          length / numeric definitions RULEREC uses, and for
      *          each one the job reports how many values were blank,
      *          how many of a numeric field's values were not a plain
      *          number, and the lowest and highest value seen. A
      *          record carrying a blank or non-numeric value in a
      *          numeric field is one RULEREC would reject as a rule 0
      *          edit failure; those are counted as bad records and
      *          the first few are listed as samples. LISP is never
      *          called, so a shifted or truncated feed shows up in
      *          minutes, not after a full scoring pass.
      *          The job ends with return code 0 when every record is
      *          clean, 4 when some are bad but no more than the
      *          allowed percentage, and 8 when the bad records pass
      *          that percentage or the file holds no data records at
      *          all - the code the scheduler holds the RULEREC step
      *          on. A missing FLDMAP or DATAFILE, or a damaged map or
      *          control record, is 16.
      * Tectonics: cobc
      *
      * PRFCTL control records (all optional, dataset optional):
      *   TRAILER tag     the feed's trailer starts with tag in column
      *                   one and is not profiled - the same record
      *                   RULEREC's RECCTL carries; its positions, if
      *                   given, are accepted and ignored
      *   MAXBAD pct      bad records allowed before return code 8,
      *                   as a whole percentage of data records (5)
      *   SAMPLES n       bad records listed, up to 20 (5)
      *   "*" in column one marks a comment record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PRFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT DATA-FILE ASSIGN TO "DATAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT FIELD-MAP-FILE ASSIGN TO "FLDMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-MAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-FILE-RECORD PIC X(200).
       FD DATA-FILE.
       01 DATA-FILE-RECORD PIC X(200).
       FD FIELD-MAP-FILE.
       01 FIELD-MAP-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-DATA-FILE-STATUS PIC X(2).
           88 WS-DATA-FILE-NOT-FOUND VALUE "35".
           88 WS-DATA-FILE-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-DATA-EOF-FLAG PIC X VALUE "N".
           88 WS-DATA-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
      *****************************************
      *    WS PRFCTL settings
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 3 TIMES.
       01 WS-TRAILER-MODE-FLAG PIC X VALUE "N".
           88 WS-TRAILER-MODE-YES VALUE "Y", FALSE "N".
      *****The RECCTL form that places the trailer's figures marks
      *****the trailer by its tag alone; the short form also needs the
      *****blank after the tag, as RULEREC reads it
       01 WS-TRAILER-POSITION-FLAG PIC X VALUE "N".
           88 WS-TRAILER-POSITION-YES VALUE "Y", FALSE "N".
       01 WS-TRAILER-TAG PIC X(20) VALUE SPACES.
       01 WS-TRAILER-TAG-LEN PIC 9(2) VALUE 0.
       01 WS-MAX-BAD-PERCENT PIC 9(3) VALUE 5.
       01 WS-SAMPLE-LIMIT PIC 9(2) VALUE 5.
      *****************************************
      *    WS field map from the FLDMAP dataset - one record per
      *    field: name, start column, length, and Y/N for whether the
      *    field must be numeric - with what has been seen in each
      *****************************************
       01 WS-FIELD-MAP-STATUS PIC X(2).
           88 WS-FIELD-MAP-NOT-FOUND VALUE "35".
           88 WS-FIELD-MAP-OK VALUE "00".
       01 WS-FIELD-MAP-EOF-FLAG PIC X VALUE "N".
           88 WS-FIELD-MAP-EOF-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-COUNT PIC 9(2) VALUE 0.
       01 WS-FIELD-TABLE.
           02 WS-FIELD-ENTRY OCCURS 40 TIMES.
               03 WS-FIELD-NAME PIC X(50).
               03 WS-FIELD-START PIC 9(3).
               03 WS-FIELD-LENGTH PIC 9(3).
               03 WS-FIELD-NUMERIC-FLAG PIC X.
                   88 WS-FIELD-NUMERIC-YES VALUE "Y".
               03 WS-FIELD-BLANK-COUNT PIC 9(9).
               03 WS-FIELD-NON-NUMERIC-COUNT PIC 9(9).
      *****No value seen yet - blank fields don't set a low or high
               03 WS-FIELD-SEEN-FLAG PIC X.
                   88 WS-FIELD-SEEN-YES VALUE "Y", FALSE "N".
               03 WS-FIELD-MIN-TEXT PIC X(100).
               03 WS-FIELD-MAX-TEXT PIC X(100).
               03 WS-FIELD-MIN-AMOUNT PIC S9(15)V99.
               03 WS-FIELD-MAX-AMOUNT PIC S9(15)V99.
       01 WS-FIELD-INDEX PIC 9(2).
       01 WS-MAP-START-TOKEN PIC X(10).
       01 WS-MAP-LENGTH-TOKEN PIC X(10).
       01 WS-MAP-NUMERIC-TOKEN PIC X(10).
       01 WS-MAP-EXTRA-TOKEN PIC X(10).
       01 WS-MAP-END-COLUMN PIC 9(4).
      *****************************************
      *    WS record profiling
      *****************************************
       01 WS-FIELD-VALUE PIC X(100).
       01 WS-FIELD-AMOUNT PIC S9(15)V99.
       01 WS-RECORD-NUMBER PIC 9(9) VALUE 0.
       01 WS-DATA-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-BAD-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-RECORD-BAD-FLAG PIC X VALUE "N".
           88 WS-RECORD-BAD-YES VALUE "Y", FALSE "N".
       01 WS-RECORD-BAD-FIELD PIC X(50).
       01 WS-BAD-PERCENT PIC 9(3)V99 VALUE 0.
       01 WS-BAD-PERCENT-EDIT PIC ZZ9.99.
      *****************************************
      *    WS sample bad records - the first ones found, with the
      *    first field that made each one bad
      *****************************************
       01 WS-SAMPLE-COUNT PIC 9(2) VALUE 0.
       01 WS-SAMPLE-TABLE.
           02 WS-SAMPLE-ENTRY OCCURS 20 TIMES.
               03 WS-SAMPLE-RECORD-NUMBER PIC 9(9).
               03 WS-SAMPLE-FIELD-NAME PIC X(50).
               03 WS-SAMPLE-RECORD PIC X(200).
       01 WS-SAMPLE-INDEX PIC 9(2).
      *****************************************
      *    WS report lines
      *****************************************
       01 WS-REPORT-NAME PIC X(20).
       01 WS-REPORT-START PIC ZZ9.
       01 WS-REPORT-LENGTH PIC ZZ9.
       01 WS-REPORT-BLANKS PIC Z(8)9.
       01 WS-REPORT-NON-NUMERIC PIC Z(8)9.
       01 WS-REPORT-MIN PIC X(20).
       01 WS-REPORT-MAX PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           PERFORM LOAD-FIELD-MAP-PROCEDURE.
           OPEN INPUT DATA-FILE.
           IF NOT WS-DATA-FILE-OK THEN
               IF WS-DATA-FILE-NOT-FOUND THEN
                   DISPLAY "DATPROF: DATA FILE DATAFILE NOT FOUND"
               ELSE
                   DISPLAY "DATPROF: ERROR OPENING DATAFILE, STATUS = "
                       WS-DATA-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-DATA-RECORD-PROCEDURE.
           PERFORM PROFILE-DATA-RECORD-PROCEDURE
               UNTIL WS-DATA-EOF-YES.
           CLOSE DATA-FILE.
           PERFORM PRINT-REPORT-PROCEDURE.
           DISPLAY "DATPROF: RECORDS " WS-DATA-RECORD-COUNT
               "  BAD " WS-BAD-RECORD-COUNT
               "  PERCENT " WS-BAD-PERCENT-EDIT.
      *********Return code for the scheduler: 8 holds the RULEREC
      *********step, 4 lets it run with the bad records flagged
           EVALUATE TRUE
           WHEN WS-DATA-RECORD-COUNT = 0
               DISPLAY "DATPROF: DATAFILE HOLDS NO DATA RECORDS"
               MOVE 8 TO RETURN-CODE
           WHEN WS-BAD-PERCENT > WS-MAX-BAD-PERCENT
               DISPLAY "DATPROF: BAD RECORDS OVER THE "
                   WS-MAX-BAD-PERCENT "% ALLOWED - HOLD THE FEED"
               MOVE 8 TO RETURN-CODE
           WHEN WS-BAD-RECORD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
      *********No PRFCTL dataset means no trailer and the standing
      *********threshold and sample count
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CONTROL-FILE-OK THEN
               DISPLAY "DATPROF: ERROR OPENING PRFCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
           PERFORM LOAD-CONTROL-ENTRY-PROCEDURE
               UNTIL WS-CONTROL-EOF-YES.
           CLOSE CONTROL-FILE.
       READ-CONTROL-RECORD-PROCEDURE.
           MOVE SPACES TO CONTROL-FILE-RECORD.
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF-YES TO TRUE
           END-READ.
       LOAD-CONTROL-ENTRY-PROCEDURE.
           IF CONTROL-FILE-RECORD NOT = SPACES
               AND CONTROL-FILE-RECORD(1:1) NOT = "*" THEN
               MOVE SPACES TO WS-CONTROL-TOKEN-TABLE
               UNSTRING FUNCTION TRIM(CONTROL-FILE-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                       WS-CONTROL-TOKEN(3)
               END-UNSTRING
               EVALUATE WS-CONTROL-TOKEN(1)
               WHEN "TRAILER"
                   PERFORM LOAD-TRAILER-CONTROL-PROCEDURE
               WHEN "MAXBAD"
                   IF WS-CONTROL-TOKEN(2) = SPACES
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) NOT = 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) > 100 THEN
                       DISPLAY "DATPROF: INVALID MAXBAD PERCENTAGE: "
                           FUNCTION TRIM(WS-CONTROL-TOKEN(2))
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   COMPUTE WS-MAX-BAD-PERCENT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONTROL-TOKEN(2)))
               WHEN "SAMPLES"
                   IF WS-CONTROL-TOKEN(2) = SPACES
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) NOT = 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) > 20 THEN
                       DISPLAY "DATPROF: INVALID SAMPLES COUNT "
                           "(0 TO 20): "
                           FUNCTION TRIM(WS-CONTROL-TOKEN(2))
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   COMPUTE WS-SAMPLE-LIMIT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONTROL-TOKEN(2)))
               WHEN OTHER
                   DISPLAY "DATPROF: UNKNOWN PRFCTL RECORD: "
                       CONTROL-FILE-RECORD(1:60)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-EVALUATE
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       LOAD-TRAILER-CONTROL-PROCEDURE.
           IF WS-CONTROL-TOKEN(2) = SPACES
               OR WS-CONTROL-TOKEN(2)(21:80) NOT = SPACES THEN
               DISPLAY "DATPROF: INVALID TRAILER TAG: "
                   FUNCTION TRIM(WS-CONTROL-TOKEN(2))
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2) TO WS-TRAILER-TAG.
           COMPUTE WS-TRAILER-TAG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TRAILER-TAG)).
           SET WS-TRAILER-MODE-YES TO TRUE.
           IF WS-CONTROL-TOKEN(3) NOT = SPACES THEN
               SET WS-TRAILER-POSITION-YES TO TRUE
           END-IF.
       LOAD-FIELD-MAP-PROCEDURE.
      *********The map RULEREC reads, read the way RULEREC reads it:
      *********a map it would refuse is refused here too
           OPEN INPUT FIELD-MAP-FILE.
           IF NOT WS-FIELD-MAP-OK THEN
               IF WS-FIELD-MAP-NOT-FOUND THEN
                   DISPLAY "DATPROF: FIELD MAP FLDMAP NOT FOUND"
               ELSE
                   DISPLAY "DATPROF: ERROR OPENING FIELD MAP, STATUS = "
                       WS-FIELD-MAP-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-MAP-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-MAP-RECORD-PROCEDURE
               UNTIL WS-FIELD-MAP-EOF-YES.
           CLOSE FIELD-MAP-FILE.
           IF WS-FIELD-COUNT = 0 THEN
               DISPLAY "DATPROF: FIELD MAP NAMES NO FIELDS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       READ-MAP-RECORD-PROCEDURE.
           MOVE SPACES TO FIELD-MAP-RECORD.
           READ FIELD-MAP-FILE
               AT END SET WS-FIELD-MAP-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-MAP-RECORD-PROCEDURE.
           IF FIELD-MAP-RECORD NOT = SPACES
               AND FIELD-MAP-RECORD(1:1) NOT = "*" THEN
               PERFORM PARSE-ONE-MAP-RECORD-PROCEDURE
           END-IF.
           PERFORM READ-MAP-RECORD-PROCEDURE.
       PARSE-ONE-MAP-RECORD-PROCEDURE.
           IF WS-FIELD-COUNT >= 40 THEN
               DISPLAY "DATPROF: FIELD MAP NAMES MORE THAN 40 FIELDS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-FIELD-ENTRY(WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-BLANK-COUNT(WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-NON-NUMERIC-COUNT(WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-MIN-AMOUNT(WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-MAX-AMOUNT(WS-FIELD-COUNT).
           SET WS-FIELD-SEEN-YES(WS-FIELD-COUNT) TO FALSE.
           MOVE SPACES TO WS-MAP-START-TOKEN.
           MOVE SPACES TO WS-MAP-LENGTH-TOKEN.
           MOVE SPACES TO WS-MAP-NUMERIC-TOKEN.
           MOVE SPACES TO WS-MAP-EXTRA-TOKEN.
           UNSTRING FUNCTION TRIM(FIELD-MAP-RECORD)
               DELIMITED BY ALL " "
               INTO WS-FIELD-NAME(WS-FIELD-COUNT)
                   WS-MAP-START-TOKEN WS-MAP-LENGTH-TOKEN
                   WS-MAP-NUMERIC-TOKEN WS-MAP-EXTRA-TOKEN
           END-UNSTRING.
           IF WS-MAP-START-TOKEN NOT = SPACES
               AND WS-MAP-LENGTH-TOKEN NOT = SPACES
               AND WS-MAP-EXTRA-TOKEN = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-MAP-START-TOKEN)) = 0
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-MAP-LENGTH-TOKEN)) = 0
               AND (WS-MAP-NUMERIC-TOKEN = "Y"
                   OR WS-MAP-NUMERIC-TOKEN = "N") THEN
               COMPUTE WS-FIELD-START(WS-FIELD-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-MAP-START-TOKEN))
               COMPUTE WS-FIELD-LENGTH(WS-FIELD-COUNT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-MAP-LENGTH-TOKEN))
               MOVE WS-MAP-NUMERIC-TOKEN(1:1) TO
                   WS-FIELD-NUMERIC-FLAG(WS-FIELD-COUNT)
           ELSE
               DISPLAY "DATPROF: INVALID FIELD MAP RECORD: "
                   FIELD-MAP-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-MAP-END-COLUMN =
               WS-FIELD-START(WS-FIELD-COUNT)
               + WS-FIELD-LENGTH(WS-FIELD-COUNT) - 1.
           IF WS-FIELD-START(WS-FIELD-COUNT) = 0
               OR WS-FIELD-LENGTH(WS-FIELD-COUNT) = 0
               OR WS-FIELD-LENGTH(WS-FIELD-COUNT) > 100
               OR WS-MAP-END-COLUMN > 200 THEN
               DISPLAY "DATPROF: FIELD "
                   FUNCTION TRIM(WS-FIELD-NAME(WS-FIELD-COUNT))
                   " PLACED OUTSIDE THE RECORD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       READ-DATA-RECORD-PROCEDURE.
           MOVE SPACES TO DATA-FILE-RECORD.
           READ DATA-FILE
               AT END SET WS-DATA-EOF-YES TO TRUE
           END-READ.
           IF NOT WS-DATA-EOF-YES THEN
               ADD 1 TO WS-RECORD-NUMBER
           END-IF.
       PROFILE-DATA-RECORD-PROCEDURE.
      *********The trailer carries no fields of the layout - counted,
      *********not profiled
           IF WS-TRAILER-MODE-YES
               AND DATA-FILE-RECORD(1:WS-TRAILER-TAG-LEN)
                   = WS-TRAILER-TAG(1:WS-TRAILER-TAG-LEN)
               AND (WS-TRAILER-POSITION-YES
                   OR DATA-FILE-RECORD(WS-TRAILER-TAG-LEN + 1:1)
                   = SPACE) THEN
               ADD 1 TO WS-TRAILER-COUNT
               PERFORM READ-DATA-RECORD-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DATA-RECORD-COUNT.
           SET WS-RECORD-BAD-YES TO FALSE.
           MOVE SPACES TO WS-RECORD-BAD-FIELD.
           PERFORM PROFILE-ONE-FIELD-PROCEDURE
               VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-COUNT.
           IF WS-RECORD-BAD-YES THEN
               ADD 1 TO WS-BAD-RECORD-COUNT
               IF WS-SAMPLE-COUNT < WS-SAMPLE-LIMIT THEN
                   ADD 1 TO WS-SAMPLE-COUNT
                   MOVE WS-RECORD-NUMBER
                       TO WS-SAMPLE-RECORD-NUMBER(WS-SAMPLE-COUNT)
                   MOVE WS-RECORD-BAD-FIELD
                       TO WS-SAMPLE-FIELD-NAME(WS-SAMPLE-COUNT)
                   MOVE DATA-FILE-RECORD
                       TO WS-SAMPLE-RECORD(WS-SAMPLE-COUNT)
               END-IF
           END-IF.
           PERFORM READ-DATA-RECORD-PROCEDURE.
       PROFILE-ONE-FIELD-PROCEDURE.
      *********A numeric field that is blank or not a plain number is
      *********exactly what fails RULEREC's field edits, and makes the
      *********record bad; any other field is only tallied
           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE DATA-FILE-RECORD(WS-FIELD-START(WS-FIELD-INDEX):
               WS-FIELD-LENGTH(WS-FIELD-INDEX)) TO WS-FIELD-VALUE.
           IF WS-FIELD-VALUE = SPACES THEN
               ADD 1 TO WS-FIELD-BLANK-COUNT(WS-FIELD-INDEX)
               IF WS-FIELD-NUMERIC-YES(WS-FIELD-INDEX) THEN
                   PERFORM MARK-RECORD-BAD-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-FIELD-NUMERIC-YES(WS-FIELD-INDEX) THEN
               PERFORM TALLY-TEXT-RANGE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-VALUE))
               NOT = 0 THEN
               ADD 1 TO WS-FIELD-NON-NUMERIC-COUNT(WS-FIELD-INDEX)
               PERFORM MARK-RECORD-BAD-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIELD-AMOUNT =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-VALUE)).
           IF NOT WS-FIELD-SEEN-YES(WS-FIELD-INDEX)
               OR WS-FIELD-AMOUNT < WS-FIELD-MIN-AMOUNT(WS-FIELD-INDEX)
               THEN
               MOVE WS-FIELD-AMOUNT
                   TO WS-FIELD-MIN-AMOUNT(WS-FIELD-INDEX)
               MOVE WS-FIELD-VALUE TO WS-FIELD-MIN-TEXT(WS-FIELD-INDEX)
           END-IF.
           IF NOT WS-FIELD-SEEN-YES(WS-FIELD-INDEX)
               OR WS-FIELD-AMOUNT > WS-FIELD-MAX-AMOUNT(WS-FIELD-INDEX)
               THEN
               MOVE WS-FIELD-AMOUNT
                   TO WS-FIELD-MAX-AMOUNT(WS-FIELD-INDEX)
               MOVE WS-FIELD-VALUE TO WS-FIELD-MAX-TEXT(WS-FIELD-INDEX)
           END-IF.
           SET WS-FIELD-SEEN-YES(WS-FIELD-INDEX) TO TRUE.
       TALLY-TEXT-RANGE-PROCEDURE.
      *****A text field's low and high are by collating sequence, as
      *****cut from the record
           IF NOT WS-FIELD-SEEN-YES(WS-FIELD-INDEX)
               OR WS-FIELD-VALUE < WS-FIELD-MIN-TEXT(WS-FIELD-INDEX)
               THEN
               MOVE WS-FIELD-VALUE TO WS-FIELD-MIN-TEXT(WS-FIELD-INDEX)
           END-IF.
           IF NOT WS-FIELD-SEEN-YES(WS-FIELD-INDEX)
               OR WS-FIELD-VALUE > WS-FIELD-MAX-TEXT(WS-FIELD-INDEX)
               THEN
               MOVE WS-FIELD-VALUE TO WS-FIELD-MAX-TEXT(WS-FIELD-INDEX)
           END-IF.
           SET WS-FIELD-SEEN-YES(WS-FIELD-INDEX) TO TRUE.
       MARK-RECORD-BAD-PROCEDURE.
      *****The first field to fail is the one the sample names
           IF NOT WS-RECORD-BAD-YES THEN
               SET WS-RECORD-BAD-YES TO TRUE
               MOVE WS-FIELD-NAME(WS-FIELD-INDEX)
                   TO WS-RECORD-BAD-FIELD
           END-IF.
       PRINT-REPORT-PROCEDURE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           IF WS-DATA-RECORD-COUNT > 0 THEN
               COMPUTE WS-BAD-PERCENT ROUNDED =
                   WS-BAD-RECORD-COUNT * 100 / WS-DATA-RECORD-COUNT
           END-IF.
           MOVE WS-BAD-PERCENT TO WS-BAD-PERCENT-EDIT.
           DISPLAY "DATA PROFILE REPORT - " WS-REPORT-DATE-EDIT.
           DISPLAY "RECORDS READ " WS-RECORD-NUMBER
               "  DATA RECORDS " WS-DATA-RECORD-COUNT
               "  TRAILERS " WS-TRAILER-COUNT.
           DISPLAY "BAD RECORDS " WS-BAD-RECORD-COUNT
               "  " WS-BAD-PERCENT-EDIT "%  ALLOWED "
               WS-MAX-BAD-PERCENT "%".
           DISPLAY " ".
           DISPLAY "FIELD                START LEN NUM    BLANKS"
               "  NOT NUMERIC  LOWEST               HIGHEST".
           PERFORM PRINT-FIELD-LINE-PROCEDURE
               VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-COUNT.
           IF WS-SAMPLE-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY "SAMPLE BAD RECORDS"
               PERFORM PRINT-SAMPLE-PROCEDURE
                   VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                   UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
           END-IF.
           DISPLAY " ".
       PRINT-FIELD-LINE-PROCEDURE.
           MOVE WS-FIELD-NAME(WS-FIELD-INDEX) TO WS-REPORT-NAME.
           MOVE WS-FIELD-START(WS-FIELD-INDEX) TO WS-REPORT-START.
           MOVE WS-FIELD-LENGTH(WS-FIELD-INDEX) TO WS-REPORT-LENGTH.
           MOVE WS-FIELD-BLANK-COUNT(WS-FIELD-INDEX)
               TO WS-REPORT-BLANKS.
           MOVE WS-FIELD-NON-NUMERIC-COUNT(WS-FIELD-INDEX)
               TO WS-REPORT-NON-NUMERIC.
           MOVE SPACES TO WS-REPORT-MIN.
           MOVE SPACES TO WS-REPORT-MAX.
           IF WS-FIELD-SEEN-YES(WS-FIELD-INDEX) THEN
               MOVE FUNCTION TRIM(WS-FIELD-MIN-TEXT(WS-FIELD-INDEX))
                   TO WS-REPORT-MIN
               MOVE FUNCTION TRIM(WS-FIELD-MAX-TEXT(WS-FIELD-INDEX))
                   TO WS-REPORT-MAX
           ELSE
               MOVE "(NONE)" TO WS-REPORT-MIN
               MOVE "(NONE)" TO WS-REPORT-MAX
           END-IF.
           IF WS-FIELD-NUMERIC-YES(WS-FIELD-INDEX) THEN
               DISPLAY WS-REPORT-NAME " " WS-REPORT-START "  "
                   WS-REPORT-LENGTH "  Y  " WS-REPORT-BLANKS "    "
                   WS-REPORT-NON-NUMERIC "  " WS-REPORT-MIN " "
                   WS-REPORT-MAX
           ELSE
               DISPLAY WS-REPORT-NAME " " WS-REPORT-START "  "
                   WS-REPORT-LENGTH "  N  " WS-REPORT-BLANKS
                   "                " WS-REPORT-MIN " "
                   WS-REPORT-MAX
           END-IF.
       PRINT-SAMPLE-PROCEDURE.
           DISPLAY "RECORD " WS-SAMPLE-RECORD-NUMBER(WS-SAMPLE-INDEX)
               "  FIELD "
               FUNCTION TRIM(WS-SAMPLE-FIELD-NAME(WS-SAMPLE-INDEX)).
           DISPLAY "    "
               FUNCTION TRIM(WS-SAMPLE-RECORD(WS-SAMPLE-INDEX)
                   TRAILING).
       END PROGRAM DATPROF.
