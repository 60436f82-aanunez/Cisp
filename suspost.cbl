      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Nightly posting of RULEREC's rejected records into the
      *          SUSFILE suspense dataset (see suspense.cpy), so a
      *          rejected record is tracked until it is put right and
      *          passes, or is written off. Each RECREJ record (see
      *          recrej.cpy) is keyed by the columns the SUSCTL "KEY"
      *          record names. A key not yet in suspense goes on dated
      *          today as its first rejection; one already there has
      *          its latest rule, value and data replaced and is
      *          opened again, but keeps the date it was first
      *          rejected so its age runs from then. A key posted
      *          twice in one day - a restarted RULEREC run writes its
      *          rejects again - is counted once. Every key on RECACC
      *          that was not itself rejected today has passed, and is
      *          cleared off suspense. SUSFILE is rewritten whole.
      *          A rejected record with nothing in its key columns
      *          can't be tracked and ends the job with return code 8.
      * Tectonics: cobc
      *
      * SUSCTL control records:
      *   KEY start length    where the key sits in the data record,
      *                       up to 50 columns (required)
      *   DATE yyyymmdd       post as of this date instead of today,
      *                       for a night run late
      *   "*" in column one marks a comment record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SUSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT REJECT-IN-FILE ASSIGN TO "RECREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.
           SELECT ACCEPT-IN-FILE ASSIGN TO "RECACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-IN-STATUS.
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
       FD REJECT-IN-FILE.
           COPY "recrej.cpy"
               REPLACING ==WS-ROUTED-RECORD== BY ==REJECT-IN-RECORD==
                   ==WS-ROUTED-DATA== BY ==REJECT-IN-DATA==
                   ==WS-ROUTED-STATUS== BY ==REJECT-IN-STATUS==
                   ==WS-ROUTED-RULE-NUMBER== BY
                       ==REJECT-IN-RULE-NUMBER==
                   ==WS-ROUTED-VALUE== BY ==REJECT-IN-VALUE==.
       FD ACCEPT-IN-FILE.
           COPY "recrej.cpy"
               REPLACING ==WS-ROUTED-RECORD== BY ==ACCEPT-IN-RECORD==
                   ==WS-ROUTED-DATA== BY ==ACCEPT-IN-DATA==
                   ==WS-ROUTED-STATUS== BY ==ACCEPT-IN-STATUS==
                   ==WS-ROUTED-RULE-NUMBER== BY
                       ==ACCEPT-IN-RULE-NUMBER==
                   ==WS-ROUTED-VALUE== BY ==ACCEPT-IN-VALUE==.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           88 WS-SUSPENSE-FILE-NOT-FOUND VALUE "35".
           88 WS-SUSPENSE-FILE-OK VALUE "00".
       01 WS-REJECT-IN-STATUS PIC X(2).
           88 WS-REJECT-IN-NOT-FOUND VALUE "35".
           88 WS-REJECT-IN-OK VALUE "00".
       01 WS-ACCEPT-IN-STATUS PIC X(2).
           88 WS-ACCEPT-IN-NOT-FOUND VALUE "35".
           88 WS-ACCEPT-IN-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-SUSPENSE-EOF-FLAG PIC X VALUE "N".
           88 WS-SUSPENSE-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REJECT-EOF-FLAG PIC X VALUE "N".
           88 WS-REJECT-EOF-YES VALUE "Y", FALSE "N".
       01 WS-ACCEPT-EOF-FLAG PIC X VALUE "N".
           88 WS-ACCEPT-EOF-YES VALUE "Y", FALSE "N".
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
      *    WS suspense table - SUSFILE is loaded whole, posted to and
      *    cleared in place, and written back whole
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
      *****Passed - left off when SUSFILE is written back
               03 WS-SUS-CLEARED-FLAG PIC X.
                   88 WS-SUS-CLEARED-YES VALUE "Y", FALSE "N".
       01 WS-SUS-INDEX PIC 9(4).
       01 WS-SUS-FOUND-INDEX PIC 9(4).
       01 WS-SEARCH-KEY PIC X(50).
      *****************************************
      *    WS posting tallies
      *****************************************
       01 WS-REJECT-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-REPOST-COUNT PIC 9(6) VALUE 0.
       01 WS-SAME-DAY-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-KEY-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCEPT-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "SUSPENSE POSTING REPORT - " WS-REPORT-DATE-EDIT.
           PERFORM LOAD-SUSPENSE-PROCEDURE.
           PERFORM POST-REJECTS-PROCEDURE.
           PERFORM CLEAR-ACCEPTS-PROCEDURE.
           PERFORM WRITE-SUSPENSE-PROCEDURE.
           DISPLAY "SUSPOST: REJECTS " WS-REJECT-READ-COUNT
               "  NEW " WS-NEW-COUNT
               "  REPOSTED " WS-REPOST-COUNT
               "  SAME DAY " WS-SAME-DAY-COUNT
               "  NO KEY " WS-NO-KEY-COUNT.
           DISPLAY "SUSPOST: ACCEPTS " WS-ACCEPT-READ-COUNT
               "  CLEARED " WS-CLEARED-COUNT
               "  ON SUSPENSE " WS-WRITTEN-COUNT.
           IF WS-NO-KEY-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-RUN-DATE.
           OPEN INPUT CONTROL-FILE.
           IF NOT WS-CONTROL-FILE-OK THEN
               IF WS-CONTROL-FILE-NOT-FOUND THEN
                   DISPLAY "SUSPOST: CONTROL FILE SUSCTL NOT FOUND"
               ELSE
                   DISPLAY "SUSPOST: ERROR OPENING SUSCTL, STATUS = "
                       WS-CONTROL-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
           PERFORM LOAD-CONTROL-ENTRY-PROCEDURE
               UNTIL WS-CONTROL-EOF-YES.
           CLOSE CONTROL-FILE.
           IF WS-KEY-LENGTH = 0 THEN
               DISPLAY "SUSPOST: SUSCTL PLACES NO KEY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
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
                   DISPLAY "SUSPOST: UNKNOWN SUSCTL RECORD: "
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
               DISPLAY "SUSPOST: INVALID KEY RECORD: "
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
               DISPLAY "SUSPOST: KEY PLACED OUTSIDE THE RECORD OR "
                   "LONGER THAN 50"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-DATE-CONTROL-PROCEDURE.
           IF WS-CONTROL-TOKEN(2)(9:92) NOT = SPACES
               OR WS-CONTROL-TOKEN(2)(1:8) IS NOT NUMERIC THEN
               DISPLAY "SUSPOST: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2)(1:8) TO WS-RUN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0 THEN
               DISPLAY "SUSPOST: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-SUSPENSE-PROCEDURE.
      *********No suspense on file is a legal starting point - the
      *********first night's rejects build it
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-NOT-FOUND THEN
               DISPLAY "SUSPOST: NO SUSPENSE FILE ON FILE - STARTING "
                   "EMPTY"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSPOST: ERROR OPENING SUSFILE, STATUS = "
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
                   DISPLAY "SUSPOST: SUSPENSE FILE HOLDS MORE THAN "
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
                   DISPLAY "SUSPOST: INVALID SUSPENSE RECORD: "
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
               SET WS-SUS-CLEARED-YES(WS-SUS-COUNT) TO FALSE
           END-IF.
           PERFORM READ-SUSPENSE-RECORD-PROCEDURE.
       POST-REJECTS-PROCEDURE.
           OPEN INPUT REJECT-IN-FILE.
           IF WS-REJECT-IN-NOT-FOUND THEN
               DISPLAY "SUSPOST: NO REJECTED RECORDS RECREJ ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REJECT-IN-OK THEN
               DISPLAY "SUSPOST: ERROR OPENING RECREJ, STATUS = "
                   WS-REJECT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-REJECT-RECORD-PROCEDURE.
           PERFORM POST-ONE-REJECT-PROCEDURE
               UNTIL WS-REJECT-EOF-YES.
           CLOSE REJECT-IN-FILE.
       READ-REJECT-RECORD-PROCEDURE.
           MOVE SPACES TO REJECT-IN-RECORD.
           READ REJECT-IN-FILE
               AT END SET WS-REJECT-EOF-YES TO TRUE
           END-READ.
       POST-ONE-REJECT-PROCEDURE.
           IF REJECT-IN-RECORD = SPACES THEN
               PERFORM READ-REJECT-RECORD-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REJECT-READ-COUNT.
           MOVE SPACES TO WS-SEARCH-KEY.
           MOVE REJECT-IN-DATA(WS-KEY-START:WS-KEY-LENGTH)
               TO WS-SEARCH-KEY.
           IF WS-SEARCH-KEY = SPACES THEN
               DISPLAY "SUSPOST: REJECTED RECORD HAS NO KEY: "
                   REJECT-IN-DATA(1:60)
               ADD 1 TO WS-NO-KEY-COUNT
               PERFORM READ-REJECT-RECORD-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUSPENSE-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-SUS-FOUND-INDEX = 0
               IF WS-SUS-COUNT >= 2000 THEN
                   DISPLAY "SUSPOST: SUSPENSE FILE WOULD HOLD MORE "
                       "THAN 2000 RECORDS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SUS-COUNT
               MOVE WS-SUS-COUNT TO WS-SUS-FOUND-INDEX
               MOVE WS-SEARCH-KEY TO WS-SUS-KEY(WS-SUS-FOUND-INDEX)
               MOVE WS-RUN-DATE TO WS-SUS-FIRST-DATE(WS-SUS-FOUND-INDEX)
               MOVE 0 TO WS-SUS-REJECT-COUNT(WS-SUS-FOUND-INDEX)
               MOVE 0 TO WS-SUS-CHANGE-DATE(WS-SUS-FOUND-INDEX)
               MOVE SPACES TO WS-SUS-CHANGE-USER(WS-SUS-FOUND-INDEX)
               SET WS-SUS-CLEARED-YES(WS-SUS-FOUND-INDEX) TO FALSE
               ADD 1 TO WS-NEW-COUNT
      *****Already posted today - a restarted run writing the same
      *****rejects again is not a second night's rejection
           WHEN WS-SUS-LAST-DATE(WS-SUS-FOUND-INDEX) = WS-RUN-DATE
               ADD 1 TO WS-SAME-DAY-COUNT
               PERFORM READ-REJECT-RECORD-PROCEDURE
               EXIT PARAGRAPH
           WHEN OTHER
               ADD 1 TO WS-REPOST-COUNT
           END-EVALUATE.
      *********New or rejected again - it is open work with the latest
      *********rejection's reason and data, whatever it stood at before
           MOVE "O" TO WS-SUS-STATUS(WS-SUS-FOUND-INDEX).
           MOVE WS-RUN-DATE TO WS-SUS-LAST-DATE(WS-SUS-FOUND-INDEX).
           IF WS-SUS-REJECT-COUNT(WS-SUS-FOUND-INDEX) < 9999 THEN
               ADD 1 TO WS-SUS-REJECT-COUNT(WS-SUS-FOUND-INDEX)
           END-IF.
           MOVE REJECT-IN-RULE-NUMBER
               TO WS-SUS-RULE-NUMBER(WS-SUS-FOUND-INDEX).
           MOVE REJECT-IN-STATUS
               TO WS-SUS-REJECT-STATUS(WS-SUS-FOUND-INDEX).
           MOVE REJECT-IN-VALUE
               TO WS-SUS-REJECT-VALUE(WS-SUS-FOUND-INDEX).
           MOVE SPACES TO WS-SUS-NOTE(WS-SUS-FOUND-INDEX).
           MOVE REJECT-IN-DATA TO WS-SUS-DATA(WS-SUS-FOUND-INDEX).
           PERFORM READ-REJECT-RECORD-PROCEDURE.
       FIND-SUSPENSE-PROCEDURE.
           MOVE 0 TO WS-SUS-FOUND-INDEX.
           PERFORM VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT
               OR WS-SUS-FOUND-INDEX > 0
               IF WS-SUS-KEY(WS-SUS-INDEX) = WS-SEARCH-KEY THEN
                   MOVE WS-SUS-INDEX TO WS-SUS-FOUND-INDEX
               END-IF
           END-PERFORM.
       CLEAR-ACCEPTS-PROCEDURE.
           OPEN INPUT ACCEPT-IN-FILE.
           IF WS-ACCEPT-IN-NOT-FOUND THEN
               DISPLAY "SUSPOST: NO ACCEPTED RECORDS RECACC ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACCEPT-IN-OK THEN
               DISPLAY "SUSPOST: ERROR OPENING RECACC, STATUS = "
                   WS-ACCEPT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ACCEPT-RECORD-PROCEDURE.
           PERFORM CLEAR-ONE-ACCEPT-PROCEDURE
               UNTIL WS-ACCEPT-EOF-YES.
           CLOSE ACCEPT-IN-FILE.
       READ-ACCEPT-RECORD-PROCEDURE.
           MOVE SPACES TO ACCEPT-IN-RECORD.
           READ ACCEPT-IN-FILE
               AT END SET WS-ACCEPT-EOF-YES TO TRUE
           END-READ.
       CLEAR-ONE-ACCEPT-PROCEDURE.
      *********A key that passed clears - unless the same night also
      *********rejected it, when the rejection is the news
           IF ACCEPT-IN-RECORD NOT = SPACES THEN
               ADD 1 TO WS-ACCEPT-READ-COUNT
               MOVE SPACES TO WS-SEARCH-KEY
               MOVE ACCEPT-IN-DATA(WS-KEY-START:WS-KEY-LENGTH)
                   TO WS-SEARCH-KEY
               IF WS-SEARCH-KEY NOT = SPACES THEN
                   PERFORM FIND-SUSPENSE-PROCEDURE
                   IF WS-SUS-FOUND-INDEX > 0 THEN
                       IF WS-SUS-LAST-DATE(WS-SUS-FOUND-INDEX)
                           NOT = WS-RUN-DATE
                           AND NOT WS-SUS-CLEARED-YES(
                               WS-SUS-FOUND-INDEX) THEN
                           SET WS-SUS-CLEARED-YES(WS-SUS-FOUND-INDEX)
                               TO TRUE
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-ACCEPT-RECORD-PROCEDURE.
       WRITE-SUSPENSE-PROCEDURE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSPOST: ERROR REWRITING SUSFILE, STATUS = "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-ONE-SUSPENSE-PROCEDURE
               VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
           CLOSE SUSPENSE-FILE.
       WRITE-ONE-SUSPENSE-PROCEDURE.
           IF WS-SUS-CLEARED-YES(WS-SUS-INDEX) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SUSPENSE-FILE-RECORD.
           MOVE WS-SUS-KEY(WS-SUS-INDEX) TO SUSPENSE-FILE-KEY.
           MOVE WS-SUS-STATUS(WS-SUS-INDEX) TO SUSPENSE-FILE-STATUS.
           MOVE WS-SUS-FIRST-DATE(WS-SUS-INDEX)
               TO SUSPENSE-FILE-FIRST-DATE.
           MOVE WS-SUS-LAST-DATE(WS-SUS-INDEX)
               TO SUSPENSE-FILE-LAST-DATE.
           MOVE WS-SUS-REJECT-COUNT(WS-SUS-INDEX)
               TO SUSPENSE-FILE-REJECT-COUNT.
           MOVE WS-SUS-RULE-NUMBER(WS-SUS-INDEX)
               TO SUSPENSE-FILE-RULE-NUMBER.
           MOVE WS-SUS-REJECT-STATUS(WS-SUS-INDEX)
               TO SUSPENSE-FILE-REJECT-STATUS.
           MOVE WS-SUS-REJECT-VALUE(WS-SUS-INDEX)
               TO SUSPENSE-FILE-REJECT-VALUE.
           MOVE WS-SUS-CHANGE-DATE(WS-SUS-INDEX)
               TO SUSPENSE-FILE-CHANGE-DATE.
           MOVE WS-SUS-CHANGE-USER(WS-SUS-INDEX)
               TO SUSPENSE-FILE-CHANGE-USER.
           MOVE WS-SUS-NOTE(WS-SUS-INDEX) TO SUSPENSE-FILE-NOTE.
           MOVE WS-SUS-DATA(WS-SUS-INDEX) TO SUSPENSE-FILE-DATA.
           WRITE SUSPENSE-FILE-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
       END PROGRAM SUSPOST.
