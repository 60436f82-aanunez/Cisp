      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Resubmission extract from the SUSFILE suspense dataset
      *          (see suspense.cpy). Every record SUSCORR has marked
      *          corrected is written, as its corrected data alone, to
      *          SUSDATA - a data file in the same layout as DATAFILE,
      *          for the next RULEREC run to score - and marked
      *          resubmitted. The suspense record stays on file until
      *          that run's outcome is posted: SUSPOST, posting the
      *          resubmission run's RECACC and RECREJ, clears the keys
      *          that pass and opens the ones rejected again. SUSDATA
      *          is written even when nothing is waiting, so the
      *          resubmission step always has its data file; it
      *          carries no trailer record, so that run's RECCTL
      *          carries no TRAILER. SUSFILE is rewritten whole.
      * Tectonics: cobc
      *
      * SUSCTL control records - the deck SUSRESUB reads, optional here:
      *   DATE yyyymmdd       date the resubmission is recorded under,
      *                       instead of today
      *   KEY start length    accepted and not needed here
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSRESUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SUSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "SUSDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.
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
       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           88 WS-SUSPENSE-FILE-NOT-FOUND VALUE "35".
           88 WS-SUSPENSE-FILE-OK VALUE "00".
       01 WS-RESUBMIT-STATUS PIC X(2).
           88 WS-RESUBMIT-OK VALUE "00".
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
      *    WS suspense table - SUSFILE is loaded whole, marked in
      *    place, and written back whole
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
       01 WS-EXTRACT-COUNT PIC 9(4) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
       01 WS-REPORT-KEY PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "SUSPENSE RESUBMISSION REPORT - "
               WS-REPORT-DATE-EDIT.
           PERFORM LOAD-SUSPENSE-PROCEDURE.
           OPEN OUTPUT RESUBMIT-FILE.
           IF NOT WS-RESUBMIT-OK THEN
               DISPLAY "SUSRESUB: ERROR OPENING SUSDATA, STATUS = "
                   WS-RESUBMIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY " ".
           PERFORM EXTRACT-ONE-SUSPENSE-PROCEDURE
               VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
           CLOSE RESUBMIT-FILE.
      *****Nothing marked means nothing to write back
           IF WS-EXTRACT-COUNT > 0 THEN
               PERFORM WRITE-SUSPENSE-PROCEDURE
           END-IF.
           DISPLAY " ".
           DISPLAY "SUSRESUB: RESUBMITTED " WS-EXTRACT-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       READ-CONTROL-FILE-PROCEDURE.
      *********No SUSCTL dataset means today's date
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-RUN-DATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CONTROL-FILE-OK THEN
               DISPLAY "SUSRESUB: ERROR OPENING SUSCTL, STATUS = "
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
                   DISPLAY "SUSRESUB: UNKNOWN SUSCTL RECORD: "
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
               DISPLAY "SUSRESUB: INVALID KEY RECORD: "
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
               DISPLAY "SUSRESUB: KEY PLACED OUTSIDE THE RECORD OR "
                   "LONGER THAN 50"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-DATE-CONTROL-PROCEDURE.
           IF WS-CONTROL-TOKEN(2)(9:92) NOT = SPACES
               OR WS-CONTROL-TOKEN(2)(1:8) IS NOT NUMERIC THEN
               DISPLAY "SUSRESUB: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2)(1:8) TO WS-RUN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0 THEN
               DISPLAY "SUSRESUB: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-SUSPENSE-PROCEDURE.
      *********No suspense on file yet means nothing to resubmit
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-NOT-FOUND THEN
               DISPLAY "SUSRESUB: NO SUSPENSE FILE ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSRESUB: ERROR OPENING SUSFILE, STATUS = "
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
                   DISPLAY "SUSRESUB: SUSPENSE FILE HOLDS MORE THAN "
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
                   DISPLAY "SUSRESUB: INVALID SUSPENSE RECORD: "
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
       EXTRACT-ONE-SUSPENSE-PROCEDURE.
           IF WS-SUS-STATUS(WS-SUS-INDEX) NOT = "C" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUS-DATA(WS-SUS-INDEX) TO RESUBMIT-RECORD.
           WRITE RESUBMIT-RECORD.
           IF NOT WS-RESUBMIT-OK THEN
               DISPLAY "SUSRESUB: ERROR WRITING SUSDATA, STATUS = "
                   WS-RESUBMIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "R" TO WS-SUS-STATUS(WS-SUS-INDEX).
           MOVE WS-RUN-DATE TO WS-SUS-CHANGE-DATE(WS-SUS-INDEX).
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE WS-SUS-KEY(WS-SUS-INDEX) TO WS-REPORT-KEY.
           DISPLAY "RESUBMITTED " WS-REPORT-KEY " CORRECTED BY "
               FUNCTION TRIM(WS-SUS-CHANGE-USER(WS-SUS-INDEX)).
       WRITE-SUSPENSE-PROCEDURE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSRESUB: ERROR REWRITING SUSFILE, STATUS = "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-ONE-SUSPENSE-PROCEDURE
               VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
           CLOSE SUSPENSE-FILE.
       WRITE-ONE-SUSPENSE-PROCEDURE.
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
       END PROGRAM SUSRESUB.
