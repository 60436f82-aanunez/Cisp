      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Morning operations report - one page over the night's
      *          datasets, read directly, in place of checking RULESUM,
      *          RULEREC's SYSOUT and RECCKPT, LOGRPT's exceptions and
      *          RESRPT's return code one by one. Each nightly job gets
      *          a status line with its counts and the lines a person
      *          needs to act on:
      *            RULEBAT  RULESUM - the batch run's date, entries
      *                     passed, failed and skipped, and each
      *                     failed entry
      *            RULEREC  RECCKPT - the data run's date, how far it
      *                     got, its tallies, and whether the trailer
      *                     balanced
      *            LOGFILE  every LISP run on the log - runs that
      *                     abended, with their error, and runs that
      *                     never reached RUN-END
      *            TIE-OUT  RESFILE against the logged writes, paired
      *                     and sequence-checked the way RESRPT does
      *          Each job is GREEN when clean, AMBER when there is
      *          something to look at, and RED when the night's work
      *          failed or is not there:
      *            RULEBAT  RED for a failed entry, no RULESUM, or a
      *                     RULESUM older than MAXAGE days; AMBER for
      *                     one written before the run date was kept
      *            RULEREC  RED for a run that stopped part way, an
      *                     out-of-balance trailer, no RECCKPT, or a
      *                     checkpoint older than MAXAGE days; AMBER
      *                     for failed records, or a checkpoint
      *                     written before the run state was kept
      *            LOGFILE  RED for a run that never reached RUN-END,
      *                     AMBER for an abended run or no LOGFILE
      *            TIE-OUT  RED for any exception, AMBER when there is
      *                     no LOGFILE to tie out against
      *          The overall status is the worst of the four and ends
      *          the job with return code 0 for GREEN, 4 for AMBER and
      *          8 for RED. Every run appends a dated sign-off record
      *          to OPSHIST (see opshist.cpy) as the record that the
      *          checks were done; an OPSHIST that can't be opened is
      *          return code 16, as is a damaged OPSCTL record.
      * Tectonics: cobc
      *
      * OPSCTL control records (all optional, dataset optional):
      *   OPERATOR id     who is signing the checks off, up to 20
      *                   characters (SCHEDULER)
      *   MAXAGE days     age of the RULESUM and RECCKPT run dates
      *                   past which the batch or the data run is
      *                   taken as not having run (1)
      *   "*" in column one marks a comment record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "OPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "RULESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "RECCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO "LOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT OPS-HIST-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-FILE-RECORD PIC X(200).
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
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-FILE-RECORD PIC X(40).
       FD LOG-FILE.
           COPY "logrec.cpy"
               REPLACING ==WS-LOG-RECORD== BY ==LOG-FILE-RECORD==
                   ==WS-LOG-RECORD-FUNCTION-NAME== BY
                       ==LOG-FILE-FUNCTION-NAME==
                   ==WS-LOG-RECORD-MESSAGE== BY ==LOG-FILE-MESSAGE==.
       FD RESULT-FILE.
           COPY "resrec.cpy"
               REPLACING ==WS-RESULT-RECORD== BY ==RESULT-FILE-RECORD==
                   ==WS-RESULT-SEQUENCE== BY ==RESULT-FILE-SEQUENCE==
                   ==WS-RESULT-RUN-ID== BY ==RESULT-FILE-RUN-ID==
                   ==WS-RESULT-VALUE== BY ==RESULT-FILE-VALUE==.
       FD OPS-HIST-FILE.
           COPY "opshist.cpy"
               REPLACING ==WS-OPS-HIST-RECORD== BY
                       ==OPS-HIST-FILE-RECORD==
                   ==WS-OPS-HIST-DATE== BY ==OPS-HIST-FILE-DATE==
                   ==WS-OPS-HIST-TIME== BY ==OPS-HIST-FILE-TIME==
                   ==WS-OPS-HIST-OPERATOR== BY
                       ==OPS-HIST-FILE-OPERATOR==
                   ==WS-OPS-HIST-OVERALL== BY ==OPS-HIST-FILE-OVERALL==
                   ==WS-OPS-HIST-RETURN-CODE== BY
                       ==OPS-HIST-FILE-RETURN-CODE==
                   ==WS-OPS-HIST-BATCH-STATUS== BY
                       ==OPS-HIST-FILE-BATCH-STATUS==
                   ==WS-OPS-HIST-ENTRY-COUNT== BY
                       ==OPS-HIST-FILE-ENTRY-COUNT==
                   ==WS-OPS-HIST-ENTRY-FAIL-COUNT== BY
                       ==OPS-HIST-FILE-ENTRY-FAIL-COUNT==
                   ==WS-OPS-HIST-DATA-RUN-STATUS== BY
                       ==OPS-HIST-FILE-DATA-RUN-STATUS==
                   ==WS-OPS-HIST-DATA-RUN-DATE== BY
                       ==OPS-HIST-FILE-DATA-RUN-DATE==
                   ==WS-OPS-HIST-RECORD-COUNT== BY
                       ==OPS-HIST-FILE-RECORD-COUNT==
                   ==WS-OPS-HIST-RECORD-FAIL-COUNT== BY
                       ==OPS-HIST-FILE-RECORD-FAIL-COUNT==
                   ==WS-OPS-HIST-LOG-STATUS== BY
                       ==OPS-HIST-FILE-LOG-STATUS==
                   ==WS-OPS-HIST-RUN-COUNT== BY
                       ==OPS-HIST-FILE-RUN-COUNT==
                   ==WS-OPS-HIST-ABEND-COUNT== BY
                       ==OPS-HIST-FILE-ABEND-COUNT==
                   ==WS-OPS-HIST-INCOMPLETE-COUNT== BY
                       ==OPS-HIST-FILE-INCOMPLETE-COUNT==
                   ==WS-OPS-HIST-TIE-OUT-STATUS== BY
                       ==OPS-HIST-FILE-TIE-OUT-STATUS==
                   ==WS-OPS-HIST-EXCEPTION-COUNT== BY
                       ==OPS-HIST-FILE-EXCEPTION-COUNT==.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-SUMMARY-FILE-STATUS PIC X(2).
           88 WS-SUMMARY-FILE-NOT-FOUND VALUE "35".
           88 WS-SUMMARY-FILE-OK VALUE "00".
       01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
           88 WS-CHECKPOINT-FILE-NOT-FOUND VALUE "35".
           88 WS-CHECKPOINT-FILE-OK VALUE "00".
       01 WS-LOG-FILE-STATUS PIC X(2).
           88 WS-LOG-FILE-NOT-FOUND VALUE "35".
           88 WS-LOG-FILE-OK VALUE "00".
       01 WS-RESULT-FILE-STATUS PIC X(2).
           88 WS-RESULT-FILE-NOT-FOUND VALUE "35".
           88 WS-RESULT-FILE-OK VALUE "00".
       01 WS-OPS-HIST-STATUS PIC X(2).
           88 WS-OPS-HIST-NOT-FOUND VALUE "35".
           88 WS-OPS-HIST-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-SUMMARY-EOF-FLAG PIC X VALUE "N".
           88 WS-SUMMARY-EOF-YES VALUE "Y", FALSE "N".
       01 WS-LOG-EOF-FLAG PIC X VALUE "N".
           88 WS-LOG-EOF-YES VALUE "Y", FALSE "N".
       01 WS-RESULT-EOF-FLAG PIC X VALUE "N".
           88 WS-RESULT-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
       01 WS-REPORT-TIME.
           02 WS-REPORT-TIME-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
       01 WS-REPORT-TIME-EDIT PIC 99B99B99.
      *****************************************
      *    WS OPSCTL settings
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 3 TIMES.
       01 WS-OPERATOR PIC X(20) VALUE "SCHEDULER".
       01 WS-MAX-AGE-DAYS PIC 9(3) VALUE 1.
      *****************************************
      *    WS job status - each job's check sets its level 0, 4 or 8,
      *    the same codes the return code carries, and the worst of
      *    them is the overall status
      *****************************************
       01 WS-SECTION-LEVEL PIC 9.
       01 WS-SECTION-STATUS PIC X(5).
       01 WS-OVERALL-LEVEL PIC 9 VALUE 0.
       01 WS-OVERALL-STATUS PIC X(5).
       01 WS-BATCH-STATUS PIC X(5).
       01 WS-DATA-RUN-STATUS PIC X(5).
       01 WS-LOG-STATUS PIC X(5).
       01 WS-TIE-OUT-STATUS PIC X(5).
      *****************************************
      *    WS detail lines - the lines printed under a job's status
      *    line. Only the first few are kept so the report stays on
      *    one page; the rest are counted and the count printed
      *****************************************
       01 WS-DETAIL-LIMIT PIC 9(2) VALUE 10.
       01 WS-DETAIL-COUNT PIC 9(2) VALUE 0.
       01 WS-DETAIL-TABLE.
           02 WS-DETAIL-LINE PIC X(100) OCCURS 10 TIMES.
       01 WS-DETAIL-INDEX PIC 9(2).
       01 WS-DETAIL-OVER-COUNT PIC 9(6) VALUE 0.
       01 WS-DETAIL-WORK PIC X(100) VALUE SPACES.
      *****************************************
      *    WS RULEBAT check - RULESUM
      *****************************************
       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTRY-PASS-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTRY-FAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTRY-SKIP-COUNT PIC 9(3) VALUE 0.
      *****The newest run date on RULESUM - every record of one run
      *****carries the same date
       01 WS-BATCH-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-BATCH-RUN-DATE-TEXT PIC X(10).
       01 WS-BATCH-AGE-DAYS PIC S9(5).
      *****************************************
      *    WS RULEREC check - RECCKPT
      *****************************************
           COPY "recckpt.cpy".
       01 WS-CHECKPOINT-FOUND-FLAG PIC X VALUE "N".
           88 WS-CHECKPOINT-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-DATA-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-DATA-RUN-DATE-TEXT PIC X(10).
       01 WS-DATA-RUN-STATE-TEXT PIC X(10).
       01 WS-CHECKPOINT-AGE-DAYS PIC S9(5).
       01 WS-COUNT-EDIT PIC Z(5)9.
       01 WS-AGE-EDIT PIC Z(4)9.
      *****************************************
      *    WS LOGFILE check - runs counted off the RUN-START bookends;
      *    a run's first RUN-ABEND record carries its error
      *****************************************
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-ABEND-COUNT PIC 9(4) VALUE 0.
       01 WS-INCOMPLETE-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-OPEN-FLAG PIC X VALUE "N".
           88 WS-RUN-OPEN-YES VALUE "Y", FALSE "N".
       01 WS-RUN-ABEND-FLAG PIC X VALUE "N".
           88 WS-RUN-ABEND-YES VALUE "Y", FALSE "N".
       01 WS-LOG-MISSING-FLAG PIC X VALUE "N".
           88 WS-LOG-MISSING-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS TIE-OUT check - logged writes against RESFILE, walked
      *    side by side as RESRPT walks them
      *****************************************
       01 WS-LOG-WRITE-FOUND-FLAG PIC X VALUE "N".
           88 WS-LOG-WRITE-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-TIE-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-LOG-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-RESULT-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-PREV-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-PREV-SEQUENCE PIC 9(6) VALUE 0.
       01 WS-SEEN-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-SEEN-RUN-TABLE.
           02 WS-SEEN-RUN-ID PIC X(16) OCCURS 200 TIMES.
       01 WS-SEEN-RUN-INDEX PIC 9(3).
       01 WS-SEEN-RUN-FLAG PIC X.
           88 WS-SEEN-RUN-YES VALUE "Y", FALSE "N".
      *****The logged value, lifted out of the "Result:" message and
      *****rendered from the evaluator's 18-byte internal numeric form
      *****when an older log still carries it - see RESRPT
       01 WS-LOGGED-VALUE PIC X(100).
       01 WS-INTERNAL-FORM-WORK PIC X(18).
       01 WS-INTERNAL-FORM-NUMERIC
       REDEFINES WS-INTERNAL-FORM-WORK PIC S9(15)V99
           SIGN IS TRAILING SEPARATE.
       01 WS-VALUE-EDIT PIC -(15)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REPORT-TIME FROM TIME.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           MOVE WS-REPORT-TIME-HHMMSS TO WS-REPORT-TIME-EDIT.
           INSPECT WS-REPORT-TIME-EDIT REPLACING ALL " " BY ":".
           DISPLAY "MORNING OPERATIONS REPORT - " WS-REPORT-DATE-EDIT.
           DISPLAY "JOB       STATUS".
           PERFORM CHECK-BATCH-PROCEDURE.
           PERFORM CHECK-DATA-RUN-PROCEDURE.
           PERFORM CHECK-LOG-RUNS-PROCEDURE.
           PERFORM CHECK-TIE-OUT-PROCEDURE.
           MOVE WS-OVERALL-LEVEL TO WS-SECTION-LEVEL.
           PERFORM SET-SECTION-STATUS-PROCEDURE.
           MOVE WS-SECTION-STATUS TO WS-OVERALL-STATUS.
           DISPLAY " ".
           DISPLAY "OVERALL   " WS-OVERALL-STATUS
               " RETURN CODE " WS-OVERALL-LEVEL.
           PERFORM WRITE-SIGN-OFF-PROCEDURE.
           DISPLAY "OPSRPT: OVERALL STATUS " WS-OVERALL-STATUS.
           DISPLAY "OPSRPT: CHECKS SIGNED OFF " WS-REPORT-DATE-EDIT
               " " WS-REPORT-TIME-EDIT " BY "
               FUNCTION TRIM(WS-OPERATOR).
           MOVE WS-OVERALL-LEVEL TO RETURN-CODE.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
      *********No OPSCTL dataset means the scheduler signs off and the
      *********data run must be from the last day
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CONTROL-FILE-OK THEN
               DISPLAY "OPSRPT: ERROR OPENING OPSCTL, STATUS = "
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
               WHEN "OPERATOR"
                   IF WS-CONTROL-TOKEN(2) = SPACES
                       OR WS-CONTROL-TOKEN(2)(21:80) NOT = SPACES THEN
                       DISPLAY "OPSRPT: INVALID OPERATOR ID: "
                           FUNCTION TRIM(WS-CONTROL-TOKEN(2))
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-CONTROL-TOKEN(2) TO WS-OPERATOR
               WHEN "MAXAGE"
                   IF WS-CONTROL-TOKEN(2) = SPACES
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) NOT = 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-CONTROL-TOKEN(2))) > 999 THEN
                       DISPLAY "OPSRPT: INVALID MAXAGE DAYS: "
                           FUNCTION TRIM(WS-CONTROL-TOKEN(2))
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   COMPUTE WS-MAX-AGE-DAYS = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONTROL-TOKEN(2)))
               WHEN OTHER
                   DISPLAY "OPSRPT: UNKNOWN OPSCTL RECORD: "
                       CONTROL-FILE-RECORD(1:60)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-EVALUATE
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       START-SECTION-PROCEDURE.
           MOVE 0 TO WS-SECTION-LEVEL.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-DETAIL-OVER-COUNT.
       ADD-DETAIL-LINE-PROCEDURE.
           IF WS-DETAIL-COUNT < WS-DETAIL-LIMIT THEN
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-WORK TO WS-DETAIL-LINE(WS-DETAIL-COUNT)
           ELSE
               ADD 1 TO WS-DETAIL-OVER-COUNT
           END-IF.
           MOVE SPACES TO WS-DETAIL-WORK.
       RAISE-TO-AMBER-PROCEDURE.
           IF WS-SECTION-LEVEL < 4 THEN
               MOVE 4 TO WS-SECTION-LEVEL
           END-IF.
       SET-SECTION-STATUS-PROCEDURE.
      *********The job's level becomes its status word and counts
      *********toward the overall status
           EVALUATE WS-SECTION-LEVEL
           WHEN 8
               MOVE "RED" TO WS-SECTION-STATUS
           WHEN 4
               MOVE "AMBER" TO WS-SECTION-STATUS
           WHEN OTHER
               MOVE "GREEN" TO WS-SECTION-STATUS
           END-EVALUATE.
           IF WS-SECTION-LEVEL > WS-OVERALL-LEVEL THEN
               MOVE WS-SECTION-LEVEL TO WS-OVERALL-LEVEL
           END-IF.
       PRINT-DETAIL-LINES-PROCEDURE.
           PERFORM PRINT-ONE-DETAIL-LINE-PROCEDURE
               VARYING WS-DETAIL-INDEX FROM 1 BY 1
               UNTIL WS-DETAIL-INDEX > WS-DETAIL-COUNT.
           IF WS-DETAIL-OVER-COUNT > 0 THEN
               DISPLAY "          AND " WS-DETAIL-OVER-COUNT " MORE"
           END-IF.
       PRINT-ONE-DETAIL-LINE-PROCEDURE.
           DISPLAY "          "
               FUNCTION TRIM(WS-DETAIL-LINE(WS-DETAIL-INDEX)
                   TRAILING).
      *****************************************
      *    RULEBAT - one RULESUM record per batch entry
      *****************************************
       CHECK-BATCH-PROCEDURE.
           PERFORM START-SECTION-PROCEDURE.
           MOVE "UNKNOWN" TO WS-BATCH-RUN-DATE-TEXT.
           OPEN INPUT SUMMARY-FILE.
           IF NOT WS-SUMMARY-FILE-OK THEN
               MOVE 8 TO WS-SECTION-LEVEL
               PERFORM SET-SECTION-STATUS-PROCEDURE
               MOVE WS-SECTION-STATUS TO WS-BATCH-STATUS
               IF WS-SUMMARY-FILE-NOT-FOUND THEN
                   DISPLAY "RULEBAT   " WS-BATCH-STATUS
                       " RULESUM NOT ON FILE - BATCH DID NOT RUN"
               ELSE
                   DISPLAY "RULEBAT   " WS-BATCH-STATUS
                       " ERROR OPENING RULESUM, STATUS = "
                       WS-SUMMARY-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-SUMMARY-RECORD-PROCEDURE.
           PERFORM CHECK-ONE-ENTRY-PROCEDURE
               UNTIL WS-SUMMARY-EOF-YES.
           CLOSE SUMMARY-FILE.
           IF WS-ENTRY-COUNT = 0 THEN
               MOVE 8 TO WS-SECTION-LEVEL
               MOVE "RULESUM HOLDS NO ENTRIES" TO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           ELSE
               PERFORM CHECK-BATCH-AGE-PROCEDURE
           END-IF.
           PERFORM SET-SECTION-STATUS-PROCEDURE.
           MOVE WS-SECTION-STATUS TO WS-BATCH-STATUS.
           DISPLAY "RULEBAT   " WS-BATCH-STATUS
               " RUN " WS-BATCH-RUN-DATE-TEXT
               " ENTRIES " WS-ENTRY-COUNT
               "  PASSED " WS-ENTRY-PASS-COUNT
               "  FAILED " WS-ENTRY-FAIL-COUNT
               "  SKIPPED " WS-ENTRY-SKIP-COUNT.
           PERFORM PRINT-DETAIL-LINES-PROCEDURE.
       READ-SUMMARY-RECORD-PROCEDURE.
           READ SUMMARY-FILE
               AT END SET WS-SUMMARY-EOF-YES TO TRUE
           END-READ.
       CHECK-ONE-ENTRY-PROCEDURE.
      *********A failed entry is what RULEBAT ends with return code 8
      *********for; a status it never writes means RULESUM is damaged
           ADD 1 TO WS-ENTRY-COUNT.
           IF SUMMARY-RUN-DATE IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(SUMMARY-RUN-DATE) = 0
                   AND SUMMARY-RUN-DATE > WS-BATCH-RUN-DATE THEN
                   MOVE SUMMARY-RUN-DATE TO WS-BATCH-RUN-DATE
               END-IF
           END-IF.
           EVALUATE SUMMARY-STATUS
           WHEN "PASS"
               ADD 1 TO WS-ENTRY-PASS-COUNT
           WHEN "SKIP"
               ADD 1 TO WS-ENTRY-SKIP-COUNT
           WHEN "FAIL"
               ADD 1 TO WS-ENTRY-FAIL-COUNT
               MOVE 8 TO WS-SECTION-LEVEL
               STRING "ENTRY " DELIMITED BY SIZE
                   SUMMARY-ENTRY-NUMBER DELIMITED BY SIZE
                   " FAILED RC " DELIMITED BY SIZE
                   SUMMARY-RETURN-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SUMMARY-FILE-NAME) DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           WHEN OTHER
               MOVE 8 TO WS-SECTION-LEVEL
               STRING "ENTRY " DELIMITED BY SIZE
                   SUMMARY-ENTRY-NUMBER DELIMITED BY SIZE
                   " HAS UNKNOWN STATUS " DELIMITED BY SIZE
                   SUMMARY-STATUS DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-EVALUATE.
           PERFORM READ-SUMMARY-RECORD-PROCEDURE.
       CHECK-BATCH-AGE-PROCEDURE.
      *********RULEBAT rewrites RULESUM every night, so a RULESUM left
      *********from an earlier night means last night's batch never
      *********ran. One written before the date was kept can't be
      *********judged
           IF WS-BATCH-RUN-DATE = 0 THEN
               PERFORM RAISE-TO-AMBER-PROCEDURE
               MOVE "RUN DATE NOT KEPT ON THIS RULESUM"
                   TO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BATCH-RUN-DATE TO WS-REPORT-DATE-EDIT.
           MOVE WS-REPORT-DATE-EDIT TO WS-BATCH-RUN-DATE-TEXT.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           COMPUTE WS-BATCH-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BATCH-RUN-DATE).
           IF WS-BATCH-AGE-DAYS > WS-MAX-AGE-DAYS THEN
               MOVE 8 TO WS-SECTION-LEVEL
               MOVE WS-BATCH-AGE-DAYS TO WS-AGE-EDIT
               STRING "RULESUM IS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AGE-EDIT) DELIMITED BY SIZE
                   " DAYS OLD - NO BATCH RUN SINCE" DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-IF.
      *****************************************
      *    RULEREC - the single RECCKPT record, rewritten through the
      *    run and once more at end of file
      *****************************************
       CHECK-DATA-RUN-PROCEDURE.
           PERFORM START-SECTION-PROCEDURE.
           MOVE "UNKNOWN" TO WS-DATA-RUN-DATE-TEXT.
           MOVE "UNKNOWN" TO WS-DATA-RUN-STATE-TEXT.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT WS-CHECKPOINT-FILE-OK THEN
               MOVE 8 TO WS-SECTION-LEVEL
               PERFORM SET-SECTION-STATUS-PROCEDURE
               MOVE WS-SECTION-STATUS TO WS-DATA-RUN-STATUS
               IF WS-CHECKPOINT-FILE-NOT-FOUND THEN
                   DISPLAY "RULEREC   " WS-DATA-RUN-STATUS
                       " RECCKPT NOT ON FILE - DATA RUN DID NOT START"
               ELSE
                   DISPLAY "RULEREC   " WS-DATA-RUN-STATUS
                       " ERROR OPENING RECCKPT, STATUS = "
                       WS-CHECKPOINT-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHECKPOINT-FILE-RECORD.
           READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD
               AT END SET WS-CHECKPOINT-FOUND-YES TO FALSE
               NOT AT END SET WS-CHECKPOINT-FOUND-YES TO TRUE
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF NOT WS-CHECKPOINT-FOUND-YES
               OR WS-CHECKPOINT-RECORD-COUNT NOT NUMERIC
               OR WS-CHECKPOINT-PASS-COUNT NOT NUMERIC
               OR WS-CHECKPOINT-FAIL-COUNT NOT NUMERIC THEN
               MOVE 8 TO WS-SECTION-LEVEL
               PERFORM SET-SECTION-STATUS-PROCEDURE
               MOVE WS-SECTION-STATUS TO WS-DATA-RUN-STATUS
               DISPLAY "RULEREC   " WS-DATA-RUN-STATUS
                   " RECCKPT IS EMPTY OR DAMAGED"
               EXIT PARAGRAPH
           END-IF.
      *********The match counts and the date are blank on a checkpoint
      *********written before they were kept
           IF WS-CHECKPOINT-NO-MASTER-COUNT NOT NUMERIC THEN
               MOVE 0 TO WS-CHECKPOINT-NO-MASTER-COUNT
           END-IF.
           IF WS-CHECKPOINT-NO-ACTIVITY-COUNT NOT NUMERIC THEN
               MOVE 0 TO WS-CHECKPOINT-NO-ACTIVITY-COUNT
           END-IF.
           IF WS-CHECKPOINT-RUN-DATE IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECKPOINT-RUN-DATE)
                   = 0 THEN
                   MOVE WS-CHECKPOINT-RUN-DATE TO WS-DATA-RUN-DATE
               END-IF
           END-IF.
           PERFORM CHECK-DATA-RUN-STATE-PROCEDURE.
           PERFORM CHECK-DATA-RUN-AGE-PROCEDURE.
           IF WS-CHECKPOINT-FAIL-COUNT > 0 THEN
               PERFORM RAISE-TO-AMBER-PROCEDURE
               MOVE WS-CHECKPOINT-FAIL-COUNT TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " RECORDS FAILED - ON RECREJ FOR SUSPENSE"
                       DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-IF.
           IF WS-CHECKPOINT-NO-MASTER-COUNT > 0
               OR WS-CHECKPOINT-NO-ACTIVITY-COUNT > 0 THEN
               STRING "NO MASTER " DELIMITED BY SIZE
                   WS-CHECKPOINT-NO-MASTER-COUNT DELIMITED BY SIZE
                   "  NO ACTIVITY " DELIMITED BY SIZE
                   WS-CHECKPOINT-NO-ACTIVITY-COUNT DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-IF.
           PERFORM SET-SECTION-STATUS-PROCEDURE.
           MOVE WS-SECTION-STATUS TO WS-DATA-RUN-STATUS.
           DISPLAY "RULEREC   " WS-DATA-RUN-STATUS
               " RUN " WS-DATA-RUN-DATE-TEXT
               " " WS-DATA-RUN-STATE-TEXT
               " RECORDS " WS-CHECKPOINT-RECORD-COUNT
               "  PASSED " WS-CHECKPOINT-PASS-COUNT
               "  FAILED " WS-CHECKPOINT-FAIL-COUNT.
           PERFORM PRINT-DETAIL-LINES-PROCEDURE.
       CHECK-DATA-RUN-STATE-PROCEDURE.
      *********A run still marked running was cut short - the next
      *********RULEREC needs its RESTART. A finished run is judged on
      *********its trailer; one with no state kept can't be judged
           EVALUATE TRUE
           WHEN WS-CHECKPOINT-RUN-ACTIVE
               MOVE "INCOMPLETE" TO WS-DATA-RUN-STATE-TEXT
               MOVE 8 TO WS-SECTION-LEVEL
               MOVE WS-CHECKPOINT-RECORD-COUNT TO WS-COUNT-EDIT
               STRING "RUN STOPPED AFTER RECORD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " - RESTART RULEREC" DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           WHEN WS-CHECKPOINT-RUN-COMPLETE
               MOVE "COMPLETE" TO WS-DATA-RUN-STATE-TEXT
               IF WS-CHECKPOINT-OUT-OF-BALANCE THEN
                   MOVE 8 TO WS-SECTION-LEVEL
                   MOVE "TRAILER OUT OF BALANCE" TO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
               IF WS-CHECKPOINT-BALANCED THEN
                   MOVE "TRAILER BALANCED" TO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
           WHEN OTHER
               PERFORM RAISE-TO-AMBER-PROCEDURE
               MOVE "RUN STATE NOT KEPT ON THIS CHECKPOINT"
                   TO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-EVALUATE.
       CHECK-DATA-RUN-AGE-PROCEDURE.
      *********A checkpoint left from an earlier night means last
      *********night's data run never started
           IF WS-DATA-RUN-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-RUN-DATE TO WS-REPORT-DATE-EDIT.
           MOVE WS-REPORT-DATE-EDIT TO WS-DATA-RUN-DATE-TEXT.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           COMPUTE WS-CHECKPOINT-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-RUN-DATE).
           IF WS-CHECKPOINT-AGE-DAYS > WS-MAX-AGE-DAYS THEN
               MOVE 8 TO WS-SECTION-LEVEL
               MOVE WS-CHECKPOINT-AGE-DAYS TO WS-AGE-EDIT
               STRING "CHECKPOINT IS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AGE-EDIT) DELIMITED BY SIZE
                   " DAYS OLD - NO DATA RUN SINCE" DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
           END-IF.
      *****************************************
      *    LOGFILE - the RUN-START/RUN-END bookends LISP writes
      *    around every call, read as LOGRPT reads them
      *****************************************
       CHECK-LOG-RUNS-PROCEDURE.
           PERFORM START-SECTION-PROCEDURE.
           OPEN INPUT LOG-FILE.
           IF NOT WS-LOG-FILE-OK THEN
               SET WS-LOG-MISSING-YES TO TRUE
               IF WS-LOG-FILE-NOT-FOUND THEN
                   MOVE 4 TO WS-SECTION-LEVEL
                   PERFORM SET-SECTION-STATUS-PROCEDURE
                   MOVE WS-SECTION-STATUS TO WS-LOG-STATUS
                   DISPLAY "LOGFILE   " WS-LOG-STATUS
                       " LOGFILE NOT ON FILE - RUNS NOT CHECKED"
               ELSE
                   MOVE 8 TO WS-SECTION-LEVEL
                   PERFORM SET-SECTION-STATUS-PROCEDURE
                   MOVE WS-SECTION-STATUS TO WS-LOG-STATUS
                   DISPLAY "LOGFILE   " WS-LOG-STATUS
                       " ERROR OPENING LOGFILE, STATUS = "
                       WS-LOG-FILE-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-LOG-RECORD-PROCEDURE.
           PERFORM CHECK-ONE-LOG-RECORD-PROCEDURE
               UNTIL WS-LOG-EOF-YES.
           CLOSE LOG-FILE.
      *********A log that ends inside a run means the job was killed
      *********before LISP could write its RUN-END
           IF WS-RUN-OPEN-YES THEN
               PERFORM RECORD-INCOMPLETE-RUN-PROCEDURE
           END-IF.
           IF WS-INCOMPLETE-COUNT > 0 THEN
               MOVE 8 TO WS-SECTION-LEVEL
           ELSE
               IF WS-ABEND-COUNT > 0 THEN
                   MOVE 4 TO WS-SECTION-LEVEL
               END-IF
           END-IF.
           PERFORM SET-SECTION-STATUS-PROCEDURE.
           MOVE WS-SECTION-STATUS TO WS-LOG-STATUS.
           DISPLAY "LOGFILE   " WS-LOG-STATUS
               " RUNS " WS-RUN-COUNT
               "  ABENDED " WS-ABEND-COUNT
               "  INCOMPLETE " WS-INCOMPLETE-COUNT.
           PERFORM PRINT-DETAIL-LINES-PROCEDURE.
       READ-LOG-RECORD-PROCEDURE.
           READ LOG-FILE
               AT END SET WS-LOG-EOF-YES TO TRUE
           END-READ.
       CHECK-ONE-LOG-RECORD-PROCEDURE.
           EVALUATE LOG-FILE-FUNCTION-NAME
           WHEN "RUN-START"
               IF WS-RUN-OPEN-YES THEN
                   PERFORM RECORD-INCOMPLETE-RUN-PROCEDURE
               END-IF
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-OPEN-YES TO TRUE
               SET WS-RUN-ABEND-YES TO FALSE
           WHEN "RUN-END"
               SET WS-RUN-OPEN-YES TO FALSE
           WHEN "RUN-ABEND"
      *********LISP writes a pair of RUN-ABEND records - the error
      *********and the failing command - only the first carries the
      *********error
               IF NOT WS-RUN-ABEND-YES THEN
                   SET WS-RUN-ABEND-YES TO TRUE
                   ADD 1 TO WS-ABEND-COUNT
                   STRING "RUN " DELIMITED BY SIZE
                       WS-RUN-COUNT DELIMITED BY SIZE
                       " ABENDED: " DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-FILE-MESSAGE)
                           DELIMITED BY SIZE
                       INTO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
           END-EVALUATE.
           PERFORM READ-LOG-RECORD-PROCEDURE.
       RECORD-INCOMPLETE-RUN-PROCEDURE.
           ADD 1 TO WS-INCOMPLETE-COUNT.
           STRING "RUN " DELIMITED BY SIZE
               WS-RUN-COUNT DELIMITED BY SIZE
               " DID NOT REACH RUN-END" DELIMITED BY SIZE
               INTO WS-DETAIL-WORK.
           PERFORM ADD-DETAIL-LINE-PROCEDURE.
           SET WS-RUN-OPEN-YES TO FALSE.
      *****************************************
      *    TIE-OUT - RESFILE against the "LISP:write Result:" records
      *    on LOGFILE, by the same rules RESRPT applies
      *****************************************
       CHECK-TIE-OUT-PROCEDURE.
           PERFORM START-SECTION-PROCEDURE.
           IF WS-LOG-MISSING-YES THEN
               MOVE 4 TO WS-SECTION-LEVEL
               PERFORM SET-SECTION-STATUS-PROCEDURE
               MOVE WS-SECTION-STATUS TO WS-TIE-OUT-STATUS
               DISPLAY "TIE-OUT   " WS-TIE-OUT-STATUS
                   " NOT CHECKED - NO LOGFILE TO TIE OUT AGAINST"
               EXIT PARAGRAPH
           END-IF.
           SET WS-LOG-EOF-YES TO FALSE.
           OPEN INPUT LOG-FILE.
           IF NOT WS-LOG-FILE-OK THEN
               MOVE 8 TO WS-SECTION-LEVEL
               PERFORM SET-SECTION-STATUS-PROCEDURE
               MOVE WS-SECTION-STATUS TO WS-TIE-OUT-STATUS
               DISPLAY "TIE-OUT   " WS-TIE-OUT-STATUS
                   " ERROR OPENING LOGFILE, STATUS = "
                   WS-LOG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
      *********No results dataset is read as an empty one - every
      *********logged write is then missing its result record
           OPEN INPUT RESULT-FILE.
           IF NOT WS-RESULT-FILE-OK THEN
               IF NOT WS-RESULT-FILE-NOT-FOUND THEN
                   MOVE 8 TO WS-SECTION-LEVEL
                   PERFORM SET-SECTION-STATUS-PROCEDURE
                   MOVE WS-SECTION-STATUS TO WS-TIE-OUT-STATUS
                   DISPLAY "TIE-OUT   " WS-TIE-OUT-STATUS
                       " ERROR OPENING RESFILE, STATUS = "
                       WS-RESULT-FILE-STATUS
                   CLOSE LOG-FILE
                   EXIT PARAGRAPH
               END-IF
               SET WS-RESULT-EOF-YES TO TRUE
           END-IF.
           PERFORM NEXT-LOG-WRITE-PROCEDURE.
           IF NOT WS-RESULT-EOF-YES THEN
               PERFORM READ-RESULT-RECORD-PROCEDURE
           END-IF.
           PERFORM MATCH-ONE-PAIR-PROCEDURE
               UNTIL WS-LOG-EOF-YES AND WS-RESULT-EOF-YES.
           CLOSE LOG-FILE.
           IF NOT WS-RESULT-FILE-NOT-FOUND THEN
               CLOSE RESULT-FILE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0 THEN
               MOVE 8 TO WS-SECTION-LEVEL
           END-IF.
           PERFORM SET-SECTION-STATUS-PROCEDURE.
           MOVE WS-SECTION-STATUS TO WS-TIE-OUT-STATUS.
           DISPLAY "TIE-OUT   " WS-TIE-OUT-STATUS
               " LOGGED WRITES " WS-LOG-WRITE-COUNT
               "  RESULTS " WS-RESULT-RECORD-COUNT
               "  MATCHED " WS-MATCHED-COUNT
               "  EXCEPTIONS " WS-EXCEPTION-COUNT.
           PERFORM PRINT-DETAIL-LINES-PROCEDURE.
       MATCH-ONE-PAIR-PROCEDURE.
           EVALUATE TRUE
           WHEN NOT WS-LOG-EOF-YES AND NOT WS-RESULT-EOF-YES
               PERFORM CHECK-RESULT-SEQUENCE-PROCEDURE
               PERFORM NORMALIZE-LOGGED-VALUE-PROCEDURE
      *****Only the 93 bytes of value the log message can carry are
      *****compared when the logged value fills its field
               IF WS-LOGGED-VALUE = RESULT-FILE-VALUE
                   OR (WS-LOGGED-VALUE(93:1) NOT = SPACE
                       AND WS-LOGGED-VALUE(1:93)
                           = RESULT-FILE-VALUE(1:93)) THEN
                   ADD 1 TO WS-MATCHED-COUNT
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING "VALUE DIFFERS FROM LOGGED WRITE - RUN "
                           DELIMITED BY SIZE
                       WS-TIE-RUN-COUNT DELIMITED BY SIZE
                       ", RUN ID " DELIMITED BY SIZE
                       RESULT-FILE-RUN-ID DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       RESULT-FILE-SEQUENCE DELIMITED BY SIZE
                       INTO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
               PERFORM NEXT-LOG-WRITE-PROCEDURE
               PERFORM READ-RESULT-RECORD-PROCEDURE
           WHEN NOT WS-LOG-EOF-YES
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "LOGGED WRITE WITHOUT A RESULT RECORD - RUN "
                       DELIMITED BY SIZE
                   WS-TIE-RUN-COUNT DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
               PERFORM NEXT-LOG-WRITE-PROCEDURE
           WHEN OTHER
               PERFORM CHECK-RESULT-SEQUENCE-PROCEDURE
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "RESULT WITHOUT A LOGGED WRITE - RUN ID "
                       DELIMITED BY SIZE
                   RESULT-FILE-RUN-ID DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   RESULT-FILE-SEQUENCE DELIMITED BY SIZE
                   INTO WS-DETAIL-WORK
               PERFORM ADD-DETAIL-LINE-PROCEDURE
               PERFORM READ-RESULT-RECORD-PROCEDURE
           END-EVALUATE.
       NORMALIZE-LOGGED-VALUE-PROCEDURE.
           MOVE LOG-FILE-MESSAGE(8:93) TO WS-LOGGED-VALUE.
           IF (WS-LOGGED-VALUE(18:1) = "+"
               OR WS-LOGGED-VALUE(18:1) = "-")
               AND WS-LOGGED-VALUE(1:17) IS NUMERIC
               AND WS-LOGGED-VALUE(19:82) = SPACES THEN
               MOVE WS-LOGGED-VALUE(1:18) TO WS-INTERNAL-FORM-WORK
               MOVE WS-INTERNAL-FORM-NUMERIC TO WS-VALUE-EDIT
               MOVE SPACES TO WS-LOGGED-VALUE
               MOVE FUNCTION TRIM(WS-VALUE-EDIT) TO WS-LOGGED-VALUE
           END-IF.
       NEXT-LOG-WRITE-PROCEDURE.
           SET WS-LOG-WRITE-FOUND-YES TO FALSE.
           PERFORM READ-NEXT-LOG-WRITE-PROCEDURE
               UNTIL WS-LOG-EOF-YES OR WS-LOG-WRITE-FOUND-YES.
       READ-NEXT-LOG-WRITE-PROCEDURE.
           READ LOG-FILE
               AT END SET WS-LOG-EOF-YES TO TRUE
           END-READ.
           IF NOT WS-LOG-EOF-YES THEN
               IF LOG-FILE-FUNCTION-NAME = "RUN-START" THEN
                   ADD 1 TO WS-TIE-RUN-COUNT
               END-IF
               IF LOG-FILE-FUNCTION-NAME = "LISP:write"
                   AND LOG-FILE-MESSAGE(1:7) = "Result:" THEN
                   SET WS-LOG-WRITE-FOUND-YES TO TRUE
                   ADD 1 TO WS-LOG-WRITE-COUNT
               END-IF
           END-IF.
       READ-RESULT-RECORD-PROCEDURE.
           READ RESULT-FILE
               AT END SET WS-RESULT-EOF-YES TO TRUE
           END-READ.
           IF NOT WS-RESULT-EOF-YES THEN
               ADD 1 TO WS-RESULT-RECORD-COUNT
           END-IF.
       CHECK-RESULT-SEQUENCE-PROCEDURE.
           IF RESULT-FILE-RUN-ID = WS-PREV-RUN-ID THEN
               IF RESULT-FILE-SEQUENCE NOT = WS-PREV-SEQUENCE + 1 THEN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING "SEQUENCE GAP IN RUN ID " DELIMITED BY SIZE
                       RESULT-FILE-RUN-ID DELIMITED BY SIZE
                       " - SEQ " DELIMITED BY SIZE
                       RESULT-FILE-SEQUENCE DELIMITED BY SIZE
                       " FOLLOWS SEQ " DELIMITED BY SIZE
                       WS-PREV-SEQUENCE DELIMITED BY SIZE
                       INTO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
           ELSE
               PERFORM CHECK-RUN-ID-SEEN-PROCEDURE
               IF WS-SEEN-RUN-YES THEN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING "RUN ID " DELIMITED BY SIZE
                       RESULT-FILE-RUN-ID DELIMITED BY SIZE
                       " REAPPEARS AFTER CLOSING OUT"
                           DELIMITED BY SIZE
                       INTO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               ELSE
      *****WS-SEEN-RUN-ID only OCCURS 200 TIMES - past that the
      *****reappearance check stands down, as it does in RESRPT
                   IF WS-SEEN-RUN-COUNT < 200 THEN
                       ADD 1 TO WS-SEEN-RUN-COUNT
                       MOVE RESULT-FILE-RUN-ID
                           TO WS-SEEN-RUN-ID(WS-SEEN-RUN-COUNT)
                   END-IF
               END-IF
               IF RESULT-FILE-SEQUENCE NOT = 1 THEN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING "RUN ID " DELIMITED BY SIZE
                       RESULT-FILE-RUN-ID DELIMITED BY SIZE
                       " STARTS AT SEQ " DELIMITED BY SIZE
                       RESULT-FILE-SEQUENCE DELIMITED BY SIZE
                       " - EARLIER RESULTS MISSING" DELIMITED BY SIZE
                       INTO WS-DETAIL-WORK
                   PERFORM ADD-DETAIL-LINE-PROCEDURE
               END-IF
           END-IF.
           MOVE RESULT-FILE-RUN-ID TO WS-PREV-RUN-ID.
           MOVE RESULT-FILE-SEQUENCE TO WS-PREV-SEQUENCE.
       CHECK-RUN-ID-SEEN-PROCEDURE.
           SET WS-SEEN-RUN-YES TO FALSE.
           PERFORM VARYING WS-SEEN-RUN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-RUN-INDEX > WS-SEEN-RUN-COUNT
               OR WS-SEEN-RUN-YES
               IF WS-SEEN-RUN-ID(WS-SEEN-RUN-INDEX)
                   = RESULT-FILE-RUN-ID
                   SET WS-SEEN-RUN-YES TO TRUE
               END-IF
           END-PERFORM.
      *****************************************
      *    Sign-off - OPSHIST accumulates morning over morning
      *****************************************
       WRITE-SIGN-OFF-PROCEDURE.
           OPEN EXTEND OPS-HIST-FILE.
           IF WS-OPS-HIST-NOT-FOUND THEN
               OPEN OUTPUT OPS-HIST-FILE
           END-IF.
           IF NOT WS-OPS-HIST-OK THEN
               DISPLAY "OPSRPT: ERROR OPENING OPSHIST, STATUS = "
                   WS-OPS-HIST-STATUS
               DISPLAY "OPSRPT: CHECKS NOT SIGNED OFF"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO OPS-HIST-FILE-RECORD.
           MOVE WS-REPORT-DATE TO OPS-HIST-FILE-DATE.
           MOVE WS-REPORT-TIME-HHMMSS TO OPS-HIST-FILE-TIME.
           MOVE WS-OPERATOR TO OPS-HIST-FILE-OPERATOR.
           MOVE WS-OVERALL-STATUS TO OPS-HIST-FILE-OVERALL.
           MOVE WS-OVERALL-LEVEL TO OPS-HIST-FILE-RETURN-CODE.
           MOVE WS-BATCH-STATUS TO OPS-HIST-FILE-BATCH-STATUS.
           MOVE WS-ENTRY-COUNT TO OPS-HIST-FILE-ENTRY-COUNT.
           MOVE WS-ENTRY-FAIL-COUNT TO OPS-HIST-FILE-ENTRY-FAIL-COUNT.
           MOVE WS-DATA-RUN-STATUS TO OPS-HIST-FILE-DATA-RUN-STATUS.
           MOVE WS-DATA-RUN-DATE TO OPS-HIST-FILE-DATA-RUN-DATE.
           IF WS-CHECKPOINT-FOUND-YES
               AND WS-CHECKPOINT-RECORD-COUNT IS NUMERIC
               AND WS-CHECKPOINT-FAIL-COUNT IS NUMERIC THEN
               MOVE WS-CHECKPOINT-RECORD-COUNT
                   TO OPS-HIST-FILE-RECORD-COUNT
               MOVE WS-CHECKPOINT-FAIL-COUNT
                   TO OPS-HIST-FILE-RECORD-FAIL-COUNT
           ELSE
               MOVE 0 TO OPS-HIST-FILE-RECORD-COUNT
               MOVE 0 TO OPS-HIST-FILE-RECORD-FAIL-COUNT
           END-IF.
           MOVE WS-LOG-STATUS TO OPS-HIST-FILE-LOG-STATUS.
           MOVE WS-RUN-COUNT TO OPS-HIST-FILE-RUN-COUNT.
           MOVE WS-ABEND-COUNT TO OPS-HIST-FILE-ABEND-COUNT.
           MOVE WS-INCOMPLETE-COUNT TO OPS-HIST-FILE-INCOMPLETE-COUNT.
           MOVE WS-TIE-OUT-STATUS TO OPS-HIST-FILE-TIE-OUT-STATUS.
           MOVE WS-EXCEPTION-COUNT TO OPS-HIST-FILE-EXCEPTION-COUNT.
           WRITE OPS-HIST-FILE-RECORD.
           CLOSE OPS-HIST-FILE.
       END PROGRAM OPSRPT.
