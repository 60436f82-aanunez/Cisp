      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Applies the SUSTRAN correction transactions (see
      *          sustran.cpy) to the SUSFILE suspense dataset (see
      *          suspense.cpy). CORRECT replaces a suspended record's
      *          data with the corrected record and marks it corrected,
      *          ready for SUSRESUB to extract for the next RULEREC run;
      *          the corrected data must still carry the suspended key
      *          in the columns SUSCTL names, or the run that passes it
      *          could never clear it. WRITEOFF closes a record with
      *          the reason given, so it stays on file as worked but
      *          is never resubmitted. Every transaction is listed as
      *          applied or refused with the reason; a refusal leaves
      *          the record as it was and ends the job with return
      *          code 8. SUSFILE is rewritten whole.
      * Tectonics: cobc
      *
      * SUSCTL control records - the deck SUSCORR reads:
      *   KEY start length    where the key sits in the data record
      *                       (required)
      *   DATE yyyymmdd       date the changes are recorded under,
      *                       instead of today
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SUSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "SUSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
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
       FD TRANSACTION-FILE.
           COPY "sustran.cpy"
               REPLACING ==WS-SUSPENSE-TRAN-RECORD== BY
                       ==TRANSACTION-RECORD==
                   ==WS-SUSPENSE-TRAN-ACTION== BY ==TRANSACTION-ACTION==
                   ==WS-SUSPENSE-TRAN-KEY== BY ==TRANSACTION-KEY==
                   ==WS-SUSPENSE-TRAN-REQUESTER== BY
                       ==TRANSACTION-REQUESTER==
                   ==WS-SUSPENSE-TRAN-DATA== BY ==TRANSACTION-DATA==.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC X(2).
           88 WS-CONTROL-FILE-NOT-FOUND VALUE "35".
           88 WS-CONTROL-FILE-OK VALUE "00".
       01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           88 WS-SUSPENSE-FILE-NOT-FOUND VALUE "35".
           88 WS-SUSPENSE-FILE-OK VALUE "00".
       01 WS-TRANSACTION-STATUS PIC X(2).
           88 WS-TRANSACTION-NOT-FOUND VALUE "35".
           88 WS-TRANSACTION-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-SUSPENSE-EOF-FLAG PIC X VALUE "N".
           88 WS-SUSPENSE-EOF-YES VALUE "Y", FALSE "N".
       01 WS-TRANSACTION-EOF-FLAG PIC X VALUE "N".
           88 WS-TRANSACTION-EOF-YES VALUE "Y", FALSE "N".
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
      *    WS suspense table - SUSFILE is loaded whole, corrected in
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
      *****************************************
      *    WS transaction handling
      *****************************************
       01 WS-TRANSACTION-COUNT PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
      *****Blank when the transaction is applied
       01 WS-REFUSAL-REASON PIC X(40).
       01 WS-REPORT-ACTION PIC X(8).
       01 WS-REPORT-KEY PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "SUSPENSE CORRECTION REPORT - " WS-REPORT-DATE-EDIT.
           PERFORM LOAD-SUSPENSE-PROCEDURE.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT WS-TRANSACTION-OK THEN
               IF WS-TRANSACTION-NOT-FOUND THEN
                   DISPLAY "SUSCORR: TRANSACTION FILE SUSTRAN NOT FOUND"
               ELSE
                   DISPLAY "SUSCORR: ERROR OPENING SUSTRAN, STATUS = "
                       WS-TRANSACTION-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY " ".
           DISPLAY "ACTION   KEY                            OUTCOME".
           PERFORM READ-TRANSACTION-PROCEDURE.
           PERFORM APPLY-ONE-TRANSACTION-PROCEDURE
               UNTIL WS-TRANSACTION-EOF-YES.
           CLOSE TRANSACTION-FILE.
           PERFORM WRITE-SUSPENSE-PROCEDURE.
           DISPLAY " ".
           DISPLAY "SUSCORR: TRANSACTIONS " WS-TRANSACTION-COUNT
               "  APPLIED " WS-APPLIED-COUNT
               "  REFUSED " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0 THEN
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
                   DISPLAY "SUSCORR: CONTROL FILE SUSCTL NOT FOUND"
               ELSE
                   DISPLAY "SUSCORR: ERROR OPENING SUSCTL, STATUS = "
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
               DISPLAY "SUSCORR: SUSCTL PLACES NO KEY"
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
                   DISPLAY "SUSCORR: UNKNOWN SUSCTL RECORD: "
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
               DISPLAY "SUSCORR: INVALID KEY RECORD: "
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
               DISPLAY "SUSCORR: KEY PLACED OUTSIDE THE RECORD OR "
                   "LONGER THAN 50"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-DATE-CONTROL-PROCEDURE.
           IF WS-CONTROL-TOKEN(2)(9:92) NOT = SPACES
               OR WS-CONTROL-TOKEN(2)(1:8) IS NOT NUMERIC THEN
               DISPLAY "SUSCORR: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CONTROL-TOKEN(2)(1:8) TO WS-RUN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0 THEN
               DISPLAY "SUSCORR: INVALID DATE RECORD: "
                   CONTROL-FILE-RECORD(1:60)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-SUSPENSE-PROCEDURE.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               IF WS-SUSPENSE-FILE-NOT-FOUND THEN
                   DISPLAY "SUSCORR: SUSPENSE FILE SUSFILE NOT FOUND"
               ELSE
                   DISPLAY "SUSCORR: ERROR OPENING SUSFILE, STATUS = "
                       WS-SUSPENSE-FILE-STATUS
               END-IF
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
                   DISPLAY "SUSCORR: SUSPENSE FILE HOLDS MORE THAN "
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
                   DISPLAY "SUSCORR: INVALID SUSPENSE RECORD: "
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
       FIND-SUSPENSE-PROCEDURE.
           MOVE 0 TO WS-SUS-FOUND-INDEX.
           PERFORM VARYING WS-SUS-INDEX FROM 1 BY 1
               UNTIL WS-SUS-INDEX > WS-SUS-COUNT
               OR WS-SUS-FOUND-INDEX > 0
               IF WS-SUS-KEY(WS-SUS-INDEX) = WS-SEARCH-KEY THEN
                   MOVE WS-SUS-INDEX TO WS-SUS-FOUND-INDEX
               END-IF
           END-PERFORM.
       READ-TRANSACTION-PROCEDURE.
           MOVE SPACES TO TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END SET WS-TRANSACTION-EOF-YES TO TRUE
           END-READ.
       APPLY-ONE-TRANSACTION-PROCEDURE.
           IF TRANSACTION-RECORD = SPACES
               OR TRANSACTION-RECORD(1:1) = "*" THEN
               PERFORM READ-TRANSACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRANSACTION-COUNT.
           MOVE SPACES TO WS-REFUSAL-REASON.
           MOVE TRANSACTION-KEY TO WS-SEARCH-KEY.
           PERFORM FIND-SUSPENSE-PROCEDURE.
           EVALUATE TRUE
           WHEN TRANSACTION-ACTION NOT = "CORRECT"
               AND TRANSACTION-ACTION NOT = "WRITEOFF"
               MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
           WHEN TRANSACTION-REQUESTER = SPACES
               MOVE "NO REQUESTER GIVEN" TO WS-REFUSAL-REASON
           WHEN WS-SUS-FOUND-INDEX = 0
               MOVE "KEY NOT IN SUSPENSE" TO WS-REFUSAL-REASON
           WHEN WS-SUS-STATUS(WS-SUS-FOUND-INDEX) = "W"
               MOVE "ALREADY WRITTEN OFF" TO WS-REFUSAL-REASON
           WHEN TRANSACTION-ACTION = "CORRECT"
               PERFORM APPLY-CORRECTION-PROCEDURE
           WHEN OTHER
               PERFORM APPLY-WRITE-OFF-PROCEDURE
           END-EVALUATE.
           PERFORM REPORT-TRANSACTION-PROCEDURE.
           PERFORM READ-TRANSACTION-PROCEDURE.
       APPLY-CORRECTION-PROCEDURE.
      *********The corrected record replaces the data whole; it has
      *********to carry the same key, or the run that passes it could
      *********never clear this record
           IF TRANSACTION-DATA = SPACES THEN
               MOVE "NO CORRECTED DATA" TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRANSACTION-DATA(WS-KEY-START:WS-KEY-LENGTH)
               NOT = WS-SEARCH-KEY(1:WS-KEY-LENGTH) THEN
               MOVE "CORRECTED DATA CARRIES ANOTHER KEY"
                   TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE TRANSACTION-DATA TO WS-SUS-DATA(WS-SUS-FOUND-INDEX).
           MOVE "C" TO WS-SUS-STATUS(WS-SUS-FOUND-INDEX).
           MOVE WS-RUN-DATE TO WS-SUS-CHANGE-DATE(WS-SUS-FOUND-INDEX).
           MOVE TRANSACTION-REQUESTER
               TO WS-SUS-CHANGE-USER(WS-SUS-FOUND-INDEX).
       APPLY-WRITE-OFF-PROCEDURE.
      *********A write-off has to say why - it is the last word on
      *********the record
           IF TRANSACTION-DATA = SPACES THEN
               MOVE "NO WRITE-OFF REASON GIVEN" TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO WS-SUS-STATUS(WS-SUS-FOUND-INDEX).
           MOVE WS-RUN-DATE TO WS-SUS-CHANGE-DATE(WS-SUS-FOUND-INDEX).
           MOVE TRANSACTION-REQUESTER
               TO WS-SUS-CHANGE-USER(WS-SUS-FOUND-INDEX).
           MOVE FUNCTION TRIM(TRANSACTION-DATA)
               TO WS-SUS-NOTE(WS-SUS-FOUND-INDEX).
       REPORT-TRANSACTION-PROCEDURE.
           MOVE TRANSACTION-ACTION TO WS-REPORT-ACTION.
           MOVE TRANSACTION-KEY TO WS-REPORT-KEY.
           IF WS-REFUSAL-REASON = SPACES THEN
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY WS-REPORT-ACTION " " WS-REPORT-KEY " APPLIED"
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY WS-REPORT-ACTION " " WS-REPORT-KEY " REFUSED - "
                   FUNCTION TRIM(WS-REFUSAL-REASON)
           END-IF.
       WRITE-SUSPENSE-PROCEDURE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-OK THEN
               DISPLAY "SUSCORR: ERROR REWRITING SUSFILE, STATUS = "
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
       END PROGRAM SUSCORR.
