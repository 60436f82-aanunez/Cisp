      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Aging report off the SUSFILE suspense dataset (see
      *          suspense.cpy). Every record still outstanding - open,
      *          corrected, or resubmitted and waiting on the run - is
      *          aged from the date it was first rejected, and counted
      *          by the rule that last rejected it into buckets of 0-7,
      *          8-30, 31-60, 61-90 and over 90 days. Records written
      *          off are counted apart, and those outstanding over 90
      *          days are listed one by one, so the business can see
      *          the rejects are being worked and not lost. The file
      *          is only read.
      * Tectonics: cobc
      *
      * SUSCTL control records - the deck SUSAGE reads, optional here:
      *   DATE yyyymmdd       age as of this date instead of today
      *   KEY start length    accepted and not needed here
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SUSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-FILE-RECORD PIC X(200).
       FD SUSPENSE-FILE.
           COPY "suspense.cpy"
               REPLACING ==WS-SUSPENSE-RECORD== BY
                       ==SUSPENSE-FILE-RECORD==
                   ==WS-SUSPENSE-KEY== BY ==SUSPENSE-FILE-KEY==
                   ==WS-SUSPENSE-STATUS== BY ==SUSPENSE-FILE-STATUS==
                   ==WS-SUSPENSE-OPEN== BY ==SUSPENSE-FILE-OPEN==
                   ==WS-SUSPENSE-CORRECTED== BY
                       ==SUSPENSE-FILE-CORRECTED==
                   ==WS-SUSPENSE-RESUBMITTED== BY
                       ==SUSPENSE-FILE-RESUBMITTED==
                   ==WS-SUSPENSE-WRITTEN-OFF== BY
                       ==SUSPENSE-FILE-WRITTEN-OFF==
                   ==WS-SUSPENSE-FIRST-DATE== BY
                       ==SUSPENSE-FILE-FIRST-DATE==
                   ==WS-SUSPENSE-LAST-DATE== BY
                       ==SUSPENSE-FILE-LAST-DATE==
                   ==WS-SUSPENSE-REJECT-COUNT== BY
                       ==SUSPENSE-FILE-REJECT-COUNT==
                   ==WS-SUSPENSE-RULE-NUMBER== BY
                       ==SUSPENSE-FILE-RULE-NUMBER==
                   ==WS-SUSPENSE-REJECT-STATUS== BY
                       ==SUSPENSE-FILE-REJECT-STATUS==
                   ==WS-SUSPENSE-REJECT-VALUE== BY
                       ==SUSPENSE-FILE-REJECT-VALUE==
                   ==WS-SUSPENSE-CHANGE-DATE== BY
                       ==SUSPENSE-FILE-CHANGE-DATE==
                   ==WS-SUSPENSE-CHANGE-USER== BY
                       ==SUSPENSE-FILE-CHANGE-USER==
                   ==WS-SUSPENSE-NOTE== BY ==SUSPENSE-FILE-NOTE==
                   ==WS-SUSPENSE-DATA== BY ==SUSPENSE-FILE-DATA==.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           88 WS-SUSPENSE-FILE-NOT-FOUND VALUE "35".
           88 WS-SUSPENSE-FILE-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-SUSPENSE-EOF-FLAG PIC X VALUE "N".
           88 WS-SUSPENSE-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
      *****************************************
      *    WS SUSCTL settings
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 4 TIMES.
       01 WS-KEY-START PIC 9(3) VALUE 0.
       01 WS-KEY-LENGTH PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *****************************************
      *    WS suspense table - SUSFILE is loaded whole
      *****************************************
       01 WS-SUS-COUNT PIC 9(4) VALUE 0.
       01 WS-SUS-TABLE.
           02 WS-SUS-ENTRY OCCURS 2000 TIMES.
               03 WS-SUS-KEY PIC X(50).
               03 WS-SUS-STATUS PIC X.
               03 WS-SUS-FIRST-DATE PIC 9(8).
               03 WS-SUS-LAST-DATE PIC 9(8).
               03 WS-SUS-REJECT-COUNT PIC 9(4).
               03 WS-SUS-RULE-NUMBER PIC 9(2).
               03 WS-SUS-REJECT-STATUS PIC X(4).
               03 WS-SUS-REJECT-VALUE PIC X(100).
               03 WS-SUS-CHANGE-DATE PIC 9(8).
               03 WS-SUS-CHANGE-USER PIC X(20).
               03 WS-SUS-NOTE PIC X(60).
               03 WS-SUS-DATA PIC X(200).
       01 WS-SUS-INDEX PIC 9(4).
       01 WS-SUS-FOUND-INDEX PIC 9(4).
       01 WS-SEARCH-KEY PIC X(50).
      *****************************************
      *    WS aging tallies - one row per rejecting rule number (row
      *    1 is rule 0, the field edits), one column per age bucket
      *    and a sixth for the row's total; row 101 totals the rules
      *****************************************
       01 WS-AGE-TABLE.
           02 WS-AGE-ROW OCCURS 101 TIMES.
               03 WS-AGE-COUNT PIC 9(5) OCCURS 6 TIMES.
       01 WS-AGE-ROW-INDEX PIC 9(3).
       01 WS-AGE-BUCKET PIC 9.
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-CORRECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-RESUBMITTED-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-90-COUNT PIC 9(5) VALUE 0.
       01 WS-RULE-NUMBER-WORK PIC 9(2).
       01 WS-REPORT-COUNTS.
           02 WS-REPORT-COUNT PIC Z(5)9 OCCURS 6 TIMES.
       01 WS-REPORT-KEY PIC X(30).
       01 WS-REPORT-FIRST-DATE PIC 9999/99/99.
       01 WS-REPORT-DAYS PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "SUSPENSE AGING REPORT - AS OF "
               WS-REPORT-DATE-EDIT.
           PERFORM LOAD-SUSPENSE-PROCEDURE.
           MOVE ZEROS TO WS-AGE-TABLE.
           PERFORM AGE-ONE-SUSPENSE-PROCEDURE
               VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
           DISPLAY "ON FILE " WS-SUS-COUNT
               "  OPEN " WS-OPEN-COUNT
               "  CORRECTED " WS-CORRECTED-COUNT
               "  RESUBMITTED " WS-RESUBMITTED-COUNT
               "  WRITTEN OFF " WS-WRITTEN-OFF-COUNT.
           DISPLAY " ".
           DISPLAY "OUTSTANDING BY REJECTING RULE AND DAYS SINCE FIRST "
               "REJECTED".
           DISPLAY "RULE     0-7    8-30   31-60   61-90  OVER 90"
               "   TOTAL".
           PERFORM PRINT-AGE-ROW-PROCEDURE
               VARYING WS-AGE-ROW-INDEX FROM 1 BY 1
               UNTIL WS-AGE-ROW-INDEX > 100.
           MOVE 101 TO WS-AGE-ROW-INDEX.
           PERFORM MOVE-AGE-COUNTS-PROCEDURE.
           DISPLAY "TOTAL" WS-REPORT-COUNT(1) "  " WS-REPORT-COUNT(2)
               "  " WS-REPORT-COUNT(3) "  " WS-REPORT-COUNT(4)
               "   " WS-REPORT-COUNT(5) "  " WS-REPORT-COUNT(6).
           IF WS-OVER-90-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY "OUTSTANDING OVER 90 DAYS"
               DISPLAY "KEY                            FIRST REJECTED"
                   "    DAYS  RULE  STATUS  LAST REJECTION"
               PERFORM LIST-OVER-90-PROCEDURE
                   VARYING WS-SUS-INDEX FROM 1 BY 1
                   UNTIL WS-SUS-INDEX > WS-SUS-COUNT
           END-IF.
           DISPLAY " ".
           DISPLAY "SUSAGE: OUTSTANDING " WS-AGE-COUNT(101, 6)
               "  OVER 90 DAYS " WS-OVER-90-COUNT
               "  WRITTEN OFF " WS-WRITTEN-OFF-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
      *********No SUSCTL dataset means aging as of today
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-RUN-DATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CONTROL-FILE-OK THEN
               DISPLAY "SUSAGE: ERROR OPENING SUSCTL, STATUS = "
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
                       WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
               END-UNSTRING
               EVALUATE WS-CONTROL-TOKEN(1)
               WHEN "KEY"
                   PERFORM LOAD-KEY-CONTROL-PROCEDURE
               WHEN "DATE"
                   PERFORM LOAD-DATE-CONTROL-PROCEDURE
               WHEN OTHER
                   DISPLAY "SUSAGE: UNKNOWN SUSCTL RECORD: "
                       CONTROL-FILE-RECORD(1:60)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-EVALUATE
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       LOAD-KEY-CONTROL-PROCEDURE.
      *********The key has to sit wholly inside the data record and
      *********fit the suspense key column
           IF WS-CONTROL-TOKEN(2) = SPACES
               OR WS-CONTROL-TOKEN(3) = SPACES
               OR WS-CONTROL-TOKEN(4) NOT = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(2))) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(3))) NOT = 0 THEN
               DISPLAY "SUSAGE: INVALID KEY RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-KEY-START =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(2))).
           COMPUTE WS-KEY-LENGTH =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONTROL-TOKEN(3))).
           IF WS-KEY-START = 0
               OR WS-KEY-LENGTH = 0
               OR WS-KEY-LENGTH > 50
               OR WS-KEY-START + WS-KEY-LENGTH - 1 > 200 THEN
               DISPLAY "SUSAGE: KEY PLACED OUTSIDE THE RECORD OR "
                   "LONGER THAN 50"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-DATE-CONTROL-PROCEDURE.
           IF WS-CONTROL-TOKEN(2)(9:92) NOT = SPACES
               OR WS-CONTROL-TOKEN(2)(1:8) IS NOT NUMERIC THEN
               DISPLAY "SUSAGE: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2)(1:8) TO WS-RUN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0 THEN
               DISPLAY "SUSAGE: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-SUSPENSE-PROCEDURE.
      *********No suspense on file yet means nothing outstanding
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-NOT-FOUND THEN
               DISPLAY "SUSAGE: NO SUSPENSE FILE ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSAGE: ERROR OPENING SUSFILE, STATUS = "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-SUSPENSE-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-SUSPENSE-PROCEDURE
               UNTIL WS-SUSPENSE-EOF-YES.
           CLOSE SUSPENSE-FILE.
       READ-SUSPENSE-RECORD-PROCEDURE.
           MOVE SPACES TO SUSPENSE-FILE-RECORD.
           READ SUSPENSE-FILE
               AT END SET WS-SUSPENSE-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-SUSPENSE-PROCEDURE.
           IF SUSPENSE-FILE-RECORD NOT = SPACES THEN
      *****WS-SUS-ENTRY only OCCURS 2000 TIMES - refuse a suspense
      *****file bigger than that rather than dropping part of it
               IF WS-SUS-COUNT >= 2000 THEN
                   DISPLAY "SUSAGE: SUSPENSE FILE HOLDS MORE THAN "
                       "2000 RECORDS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF SUSPENSE-FILE-KEY = SPACES
                   OR SUSPENSE-FILE-FIRST-DATE NOT NUMERIC
                   OR SUSPENSE-FILE-LAST-DATE NOT NUMERIC
                   OR SUSPENSE-FILE-REJECT-COUNT NOT NUMERIC
                   OR SUSPENSE-FILE-RULE-NUMBER NOT NUMERIC
                   OR SUSPENSE-FILE-CHANGE-DATE NOT NUMERIC THEN
                   DISPLAY "SUSAGE: INVALID SUSPENSE RECORD: "
                       SUSPENSE-FILE-RECORD(1:60)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SUS-COUNT
               MOVE SUSPENSE-FILE-KEY TO WS-SUS-KEY(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-STATUS TO WS-SUS-STATUS(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-FIRST-DATE
                   TO WS-SUS-FIRST-DATE(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-LAST-DATE
                   TO WS-SUS-LAST-DATE(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-REJECT-COUNT
                   TO WS-SUS-REJECT-COUNT(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-RULE-NUMBER
                   TO WS-SUS-RULE-NUMBER(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-REJECT-STATUS
                   TO WS-SUS-REJECT-STATUS(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-REJECT-VALUE
                   TO WS-SUS-REJECT-VALUE(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-CHANGE-DATE
                   TO WS-SUS-CHANGE-DATE(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-CHANGE-USER
                   TO WS-SUS-CHANGE-USER(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-NOTE TO WS-SUS-NOTE(WS-SUS-COUNT)
               MOVE SUSPENSE-FILE-DATA TO WS-SUS-DATA(WS-SUS-COUNT)
           END-IF.
           PERFORM READ-SUSPENSE-RECORD-PROCEDURE.
       AGE-ONE-SUSPENSE-PROCEDURE.
           EVALUATE WS-SUS-STATUS(WS-SUS-INDEX)
           WHEN "O"
               ADD 1 TO WS-OPEN-COUNT
           WHEN "C"
               ADD 1 TO WS-CORRECTED-COUNT
           WHEN "R"
               ADD 1 TO WS-RESUBMITTED-COUNT
           WHEN OTHER
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM COMPUTE-AGE-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-AGE-DAYS <= 7
               MOVE 1 TO WS-AGE-BUCKET
           WHEN WS-AGE-DAYS <= 30
               MOVE 2 TO WS-AGE-BUCKET
           WHEN WS-AGE-DAYS <= 60
               MOVE 3 TO WS-AGE-BUCKET
           WHEN WS-AGE-DAYS <= 90
               MOVE 4 TO WS-AGE-BUCKET
           WHEN OTHER
               MOVE 5 TO WS-AGE-BUCKET
               ADD 1 TO WS-OVER-90-COUNT
           END-EVALUATE.
           COMPUTE WS-AGE-ROW-INDEX =
               WS-SUS-RULE-NUMBER(WS-SUS-INDEX) + 1.
           ADD 1 TO WS-AGE-COUNT(WS-AGE-ROW-INDEX, WS-AGE-BUCKET).
           ADD 1 TO WS-AGE-COUNT(WS-AGE-ROW-INDEX, 6).
           ADD 1 TO WS-AGE-COUNT(101, WS-AGE-BUCKET).
           ADD 1 TO WS-AGE-COUNT(101, 6).
       COMPUTE-AGE-PROCEDURE.
      *****Days from first rejection to the as-of date; a record
      *****posted under a later date than this report's is new
           IF FUNCTION TEST-DATE-YYYYMMDD(
               WS-SUS-FIRST-DATE(WS-SUS-INDEX)) NOT = 0 THEN
               MOVE 0 TO WS-AGE-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(
                   WS-SUS-FIRST-DATE(WS-SUS-INDEX)).
           IF WS-AGE-DAYS < 0 THEN
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
       PRINT-AGE-ROW-PROCEDURE.
           IF WS-AGE-COUNT(WS-AGE-ROW-INDEX, 6) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RULE-NUMBER-WORK = WS-AGE-ROW-INDEX - 1.
           PERFORM MOVE-AGE-COUNTS-PROCEDURE.
           DISPLAY "  " WS-RULE-NUMBER-WORK " " WS-REPORT-COUNT(1)
               "  " WS-REPORT-COUNT(2) "  " WS-REPORT-COUNT(3)
               "  " WS-REPORT-COUNT(4) "   " WS-REPORT-COUNT(5)
               "  " WS-REPORT-COUNT(6).
       MOVE-AGE-COUNTS-PROCEDURE.
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 1) TO WS-REPORT-COUNT(1).
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 2) TO WS-REPORT-COUNT(2).
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 3) TO WS-REPORT-COUNT(3).
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 4) TO WS-REPORT-COUNT(4).
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 5) TO WS-REPORT-COUNT(5).
           MOVE WS-AGE-COUNT(WS-AGE-ROW-INDEX, 6) TO WS-REPORT-COUNT(6).
       LIST-OVER-90-PROCEDURE.
           IF WS-SUS-STATUS(WS-SUS-INDEX) = "W" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-AGE-PROCEDURE.
           IF WS-AGE-DAYS <= 90 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUS-KEY(WS-SUS-INDEX) TO WS-REPORT-KEY.
           MOVE WS-SUS-FIRST-DATE(WS-SUS-INDEX)
               TO WS-REPORT-FIRST-DATE.
           MOVE WS-AGE-DAYS TO WS-REPORT-DAYS.
           DISPLAY WS-REPORT-KEY " " WS-REPORT-FIRST-DATE "      "
               WS-REPORT-DAYS "    " WS-SUS-RULE-NUMBER(WS-SUS-INDEX)
               "    " WS-SUS-STATUS(WS-SUS-INDEX) "     "
               FUNCTION TRIM(WS-SUS-REJECT-VALUE(WS-SUS-INDEX)).
       END PROGRAM SUSAGE.
