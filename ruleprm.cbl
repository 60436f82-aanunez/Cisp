      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Promotion of expression files from test into the
      *          production rule library. Every file a request names
      *          is put through LISP's validation-only mode (see
      *          runctl.cpy) against the production bindings library
      *          BINDLIB and the production field map FLDMAP - each
      *          used when it is on file - exactly as RULECHK would
      *          certify it, and only a file that certifies clean is
      *          copied in. The names the rule will see at night are
      *          the ones it is certified against: when RECCTL is in
      *          match mode the FLDMAP names go under its transaction
      *          prefix and the MASTMAP names under its master prefix,
      *          as RULEREC binds them, and a rule RULECTL runs may use
      *          every RESULT name an earlier RULECTL entry publishes,
      *          as RULECHK allows. Each promotion is issued the next
      *          version number for its rule; the version is kept
      *          beside the live dataset under the rule's name with
      *          ".Vnnnn" added, and the RULEIDX index (see
      *          ruleidx.cpy) records the live version, the one it
      *          replaced, the date and the requester. Every request,
      *          carried out or refused, is appended to the RULEHIST
      *          history (see rulehist.cpy) so who changed a rule,
      *          when, and that it was checked first can always be
      *          shown.
      * Tectonics: cobc
      *
      * Request records on PRMREQ, one per record:
      *     PROMOTE rule testfile requester
      *                         - certify testfile and make it the
      *                           next version of rule
      *     BACKOUT rule requester [version]
      *                         - make an earlier version live again,
      *                           the one the live version replaced
      *                           when no version is named; it is
      *                           certified again first
      * "rule" is the live dataset name exactly as the decks name it.
      * A live rule already on file with no index entry is kept as
      * version 1 the first time it is promoted over, so there is
      * always something to fall back to. A "*" in column one marks a
      * comment record. A refused request refuses alone - the rest
      * still apply - and any refusal ends the job with return code 8
      * so the scheduler flags it for a person.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEPRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PRMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT RULE-INDEX-FILE ASSIGN TO "RULEIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-INDEX-STATUS.
           SELECT RULE-HIST-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-HIST-STATUS.
           SELECT BIND-FILE ASSIGN TO "BINDLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIND-FILE-STATUS.
           SELECT FIELD-MAP-FILE ASSIGN TO DYNAMIC
               WS-FIELD-MAP-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-MAP-STATUS.
           SELECT RECORD-CONTROL-FILE ASSIGN TO "RECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-CONTROL-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "RULECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT COPY-IN-FILE ASSIGN TO DYNAMIC WS-COPY-IN-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.
           SELECT COPY-OUT-FILE ASSIGN TO DYNAMIC WS-COPY-OUT-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-FILE-RECORD PIC X(200).
       FD RULE-INDEX-FILE.
           COPY "ruleidx.cpy"
               REPLACING ==WS-RULE-INDEX-RECORD== BY
                       ==RULE-INDEX-FILE-RECORD==
                   ==WS-RULE-INDEX-RULE-NAME== BY
                       ==RULE-INDEX-FILE-RULE-NAME==
                   ==WS-RULE-INDEX-CURRENT-VERSION== BY
                       ==RULE-INDEX-FILE-CURRENT-VERSION==
                   ==WS-RULE-INDEX-PRIOR-VERSION== BY
                       ==RULE-INDEX-FILE-PRIOR-VERSION==
                   ==WS-RULE-INDEX-HIGH-VERSION== BY
                       ==RULE-INDEX-FILE-HIGH-VERSION==
                   ==WS-RULE-INDEX-CHANGE-DATE== BY
                       ==RULE-INDEX-FILE-CHANGE-DATE==
                   ==WS-RULE-INDEX-REQUESTER== BY
                       ==RULE-INDEX-FILE-REQUESTER==
                   ==WS-RULE-INDEX-SOURCE-FILE== BY
                       ==RULE-INDEX-FILE-SOURCE-FILE==.
       FD RULE-HIST-FILE.
           COPY "rulehist.cpy"
               REPLACING ==WS-RULE-HIST-RECORD== BY
                       ==RULE-HIST-FILE-RECORD==
                   ==WS-RULE-HIST-DATE== BY ==RULE-HIST-FILE-DATE==
                   ==WS-RULE-HIST-TIME== BY ==RULE-HIST-FILE-TIME==
                   ==WS-RULE-HIST-ACTION== BY ==RULE-HIST-FILE-ACTION==
                   ==WS-RULE-HIST-OUTCOME== BY
                       ==RULE-HIST-FILE-OUTCOME==
                   ==WS-RULE-HIST-RULE-NAME== BY
                       ==RULE-HIST-FILE-RULE-NAME==
                   ==WS-RULE-HIST-VERSION== BY
                       ==RULE-HIST-FILE-VERSION==
                   ==WS-RULE-HIST-PRIOR-VERSION== BY
                       ==RULE-HIST-FILE-PRIOR-VERSION==
                   ==WS-RULE-HIST-REQUESTER== BY
                       ==RULE-HIST-FILE-REQUESTER==
                   ==WS-RULE-HIST-SOURCE-FILE== BY
                       ==RULE-HIST-FILE-SOURCE-FILE==
                   ==WS-RULE-HIST-ERROR-COUNT== BY
                       ==RULE-HIST-FILE-ERROR-COUNT==
                   ==WS-RULE-HIST-REASON== BY ==RULE-HIST-FILE-REASON==.
       FD BIND-FILE.
       01 BIND-FILE-RECORD PIC X(200).
       FD FIELD-MAP-FILE.
       01 FIELD-MAP-RECORD PIC X(200).
       FD RECORD-CONTROL-FILE.
       01 RECORD-CONTROL-RECORD PIC X(200).
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(200).
       FD COPY-IN-FILE.
       01 COPY-IN-RECORD PIC X(200).
       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-REQUEST-FILE-STATUS PIC X(2).
           88 WS-REQUEST-FILE-NOT-FOUND VALUE "35".
           88 WS-REQUEST-FILE-OK VALUE "00".
       01 WS-RULE-INDEX-STATUS PIC X(2).
           88 WS-RULE-INDEX-NOT-FOUND VALUE "35".
           88 WS-RULE-INDEX-OK VALUE "00".
       01 WS-RULE-HIST-STATUS PIC X(2).
           88 WS-RULE-HIST-NOT-FOUND VALUE "35".
           88 WS-RULE-HIST-OK VALUE "00".
       01 WS-BIND-FILE-STATUS PIC X(2).
           88 WS-BIND-FILE-NOT-FOUND VALUE "35".
           88 WS-BIND-FILE-OK VALUE "00".
       01 WS-FIELD-MAP-STATUS PIC X(2).
           88 WS-FIELD-MAP-NOT-FOUND VALUE "35".
           88 WS-FIELD-MAP-OK VALUE "00".
       01 WS-REQUEST-EOF-FLAG PIC X VALUE "N".
           88 WS-REQUEST-EOF-YES VALUE "Y", FALSE "N".
       01 WS-RULE-INDEX-EOF-FLAG PIC X VALUE "N".
           88 WS-RULE-INDEX-EOF-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-MAP-EOF-FLAG PIC X VALUE "N".
           88 WS-FIELD-MAP-EOF-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-MAP-ASSIGN PIC X(100) VALUE "FLDMAP".
       01 WS-RECORD-CONTROL-STATUS PIC X(2).
           88 WS-RECORD-CONTROL-NOT-FOUND VALUE "35".
           88 WS-RECORD-CONTROL-OK VALUE "00".
       01 WS-BATCH-CONTROL-STATUS PIC X(2).
           88 WS-BATCH-CONTROL-NOT-FOUND VALUE "35".
           88 WS-BATCH-CONTROL-OK VALUE "00".
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS certification context from the decks - RECCTL's match
      *    prefixes, read as RULEREC reads its MATCH record, and each
      *    RULECTL entry's file and published RESULT name, read as
      *    RULEBAT reads them. The map names are loaded once; the
      *    published names are added per request, only those of the
      *    entries ahead of the rule's own
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 8 TIMES.
       01 WS-TOKEN-INDEX PIC 9(2).
       01 WS-MATCH-MODE-FLAG PIC X VALUE "N".
           88 WS-MATCH-MODE-YES VALUE "Y", FALSE "N".
       01 WS-MASTER-PREFIX PIC X(10) VALUE "MST-".
       01 WS-TXN-PREFIX PIC X(10) VALUE SPACES.
       01 WS-MAP-PREFIX PIC X(10).
       01 WS-MAP-RAW-NAME PIC X(50).
       01 WS-MAP-BINDING-COUNT PIC 9(2) VALUE 0.
       01 WS-DECK-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-DECK-TABLE.
           02 WS-DECK-ENTRY OCCURS 100 TIMES.
               03 WS-DECK-FILE-NAME PIC X(100).
               03 WS-DECK-RESULT-NAME PIC X(50).
       01 WS-DECK-INDEX PIC 9(3).
       01 WS-DECK-RULE-INDEX PIC 9(3).
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
       01 WS-REPORT-TIME.
           02 WS-REPORT-TIME-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
      *****************************************
      *    WS rule index table - the whole index is loaded before the
      *    first request so a damaged index is refused up front, the
      *    requests apply in memory, and the index is written out
      *    whole after every change it records, so a live rule and
      *    its index entry never drift apart if the job is cut short
      *****************************************
       01 WS-IDX-COUNT PIC 9(3) VALUE 0.
       01 WS-IDX-TABLE.
           02 WS-IDX-ENTRY OCCURS 300 TIMES.
               03 WS-IDX-RULE-NAME PIC X(100).
               03 WS-IDX-CURRENT-VERSION PIC 9(4).
               03 WS-IDX-PRIOR-VERSION PIC 9(4).
               03 WS-IDX-HIGH-VERSION PIC 9(4).
               03 WS-IDX-CHANGE-DATE PIC 9(8).
               03 WS-IDX-REQUESTER PIC X(20).
               03 WS-IDX-SOURCE-FILE PIC X(100).
       01 WS-IDX-INDEX PIC 9(3).
       01 WS-IDX-FOUND-INDEX PIC 9(3).
       01 WS-IDX-FOUND-FLAG PIC X VALUE "N".
           88 WS-IDX-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-IDX-SEARCH-NAME PIC X(100).
      *****************************************
      *    WS request parse scratch and tallies
      *****************************************
       01 WS-REQ-ACTION PIC X(10).
       01 WS-REQ-TOKEN-TABLE.
           02 WS-REQ-TOKEN PIC X(100) OCCURS 4 TIMES.
       01 WS-REQ-RULE-NAME PIC X(100).
       01 WS-REQ-TEST-FILE PIC X(100).
       01 WS-REQ-REQUESTER PIC X(100).
       01 WS-REQ-VERSION PIC 9(4).
       01 WS-REQUEST-COUNT PIC 9(4) VALUE 0.
       01 WS-DONE-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSE-REASON PIC X(60).
      *****The version made live and the one live before the request,
      *****for the report and the history record
       01 WS-NEW-VERSION PIC 9(4).
       01 WS-OLD-VERSION PIC 9(4).
       01 WS-VERSION-NUMBER PIC 9(4).
       01 WS-VERSION-FILE-NAME PIC X(100).
      *****************************************
      *    WS file copy - a rule is copied a record at a time, the
      *    same record length LISP reads an expression file with
      *****************************************
       01 WS-COPY-IN-ASSIGN PIC X(100).
       01 WS-COPY-OUT-ASSIGN PIC X(100).
       01 WS-COPY-IN-STATUS PIC X(2).
           88 WS-COPY-IN-NOT-FOUND VALUE "35".
           88 WS-COPY-IN-OK VALUE "00".
           88 WS-COPY-IN-LINE-TOO-LONG VALUE "06".
       01 WS-COPY-OUT-STATUS PIC X(2).
           88 WS-COPY-OUT-OK VALUE "00".
       01 WS-COPY-EOF-FLAG PIC X VALUE "N".
           88 WS-COPY-EOF-YES VALUE "Y", FALSE "N".
       01 WS-COPY-FAIL-FLAG PIC X VALUE "N".
           88 WS-COPY-FAIL-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS history record - built here and written whole
      *****************************************
           COPY "rulehist.cpy".
      *****************************************
      *    WS Shared with LISP SubRoutine - the production library
      *    and field map are handed over exactly as RULECHK hands a
      *    deck entry's, blank when that dataset isn't on file
      *****************************************
       01 WS-LISP-SYMBOLS.
           02 WS-SYMBOL-TABLE-SIZE PIC 9(4).
           02 WS-SYMBOL PIC X(50) OCCURS 40 TIMES.
           02 WS-SYMBOL-LEN PIC 9(2) OCCURS 40 TIMES.
       01 WS-EXPR-FILE-NAME PIC X(100).
       01 WS-BIND-FILE-NAME PIC X(100).
           COPY "fldbind.cpy".
           COPY "runctl.cpy".
       01 WS-CERTIFY-RETURN-CODE PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REPORT-TIME FROM TIME.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "RULE PROMOTION REPORT - " WS-REPORT-DATE-EDIT.
           PERFORM LOAD-RULE-INDEX-PROCEDURE.
           PERFORM CHECK-BIND-LIBRARY-PROCEDURE.
           PERFORM LOAD-RECORD-DECK-PROCEDURE.
           PERFORM LOAD-FIELD-MAP-NAMES-PROCEDURE.
           PERFORM LOAD-BATCH-DECK-PROCEDURE.
           OPEN INPUT REQUEST-FILE.
           IF NOT WS-REQUEST-FILE-OK THEN
               IF WS-REQUEST-FILE-NOT-FOUND THEN
                   DISPLAY "RULEPRM: REQUEST FILE PRMREQ NOT FOUND"
               ELSE
                   DISPLAY "RULEPRM: ERROR OPENING REQUEST FILE, "
                       "STATUS = " WS-REQUEST-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *********RULEHIST accumulates run over run - each job adds its
      *********own records to the end, and a history not yet on file
      *********is created on the spot
           OPEN EXTEND RULE-HIST-FILE.
           IF WS-RULE-HIST-NOT-FOUND THEN
               OPEN OUTPUT RULE-HIST-FILE
           END-IF.
           IF NOT WS-RULE-HIST-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING RULEHIST, STATUS = "
                   WS-RULE-HIST-STATUS
               CLOSE REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-REQUEST-RECORD-PROCEDURE.
           PERFORM APPLY-ONE-REQUEST-PROCEDURE
               UNTIL WS-REQUEST-EOF-YES.
           CLOSE REQUEST-FILE.
           CLOSE RULE-HIST-FILE.
           DISPLAY "RULEPRM: REQUESTS " WS-REQUEST-COUNT
               "  DONE " WS-DONE-COUNT
               "  REFUSED " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-RULE-INDEX-PROCEDURE.
      *********No index on file is a legal starting point - the first
      *********promotion of each rule builds its entry
           OPEN INPUT RULE-INDEX-FILE.
           IF WS-RULE-INDEX-NOT-FOUND THEN
               DISPLAY "RULEPRM: NO RULE INDEX ON FILE - STARTING "
                   "EMPTY"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-RULE-INDEX-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING RULEIDX, STATUS = "
                   WS-RULE-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-INDEX-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-INDEX-RECORD-PROCEDURE
               UNTIL WS-RULE-INDEX-EOF-YES.
           CLOSE RULE-INDEX-FILE.
       READ-INDEX-RECORD-PROCEDURE.
           MOVE SPACES TO RULE-INDEX-FILE-RECORD.
           READ RULE-INDEX-FILE
               AT END SET WS-RULE-INDEX-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-INDEX-RECORD-PROCEDURE.
           IF RULE-INDEX-FILE-RECORD NOT = SPACES THEN
      *****WS-IDX-ENTRY only OCCURS 300 TIMES - refuse an index bigger
      *****than that rather than maintaining part of it
               IF WS-IDX-COUNT >= 300 THEN
                   DISPLAY "RULEPRM: RULE INDEX HOLDS MORE THAN 300 "
                       "RULES"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
      *****A damaged entry can't be trusted to say which version is
      *****live - it has to be put right by hand before any request
      *****is applied against it
               IF RULE-INDEX-FILE-RULE-NAME = SPACES
                   OR RULE-INDEX-FILE-CURRENT-VERSION NOT NUMERIC
                   OR RULE-INDEX-FILE-PRIOR-VERSION NOT NUMERIC
                   OR RULE-INDEX-FILE-HIGH-VERSION NOT NUMERIC
                   OR RULE-INDEX-FILE-CHANGE-DATE NOT NUMERIC THEN
                   DISPLAY "RULEPRM: INVALID RULE INDEX RECORD: "
                       RULE-INDEX-FILE-RECORD(1:40)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-IDX-COUNT
               MOVE RULE-INDEX-FILE-RULE-NAME
                   TO WS-IDX-RULE-NAME(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-CURRENT-VERSION
                   TO WS-IDX-CURRENT-VERSION(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-PRIOR-VERSION
                   TO WS-IDX-PRIOR-VERSION(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-HIGH-VERSION
                   TO WS-IDX-HIGH-VERSION(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-CHANGE-DATE
                   TO WS-IDX-CHANGE-DATE(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-REQUESTER
                   TO WS-IDX-REQUESTER(WS-IDX-COUNT)
               MOVE RULE-INDEX-FILE-SOURCE-FILE
                   TO WS-IDX-SOURCE-FILE(WS-IDX-COUNT)
           END-IF.
           PERFORM READ-INDEX-RECORD-PROCEDURE.
       CHECK-BIND-LIBRARY-PROCEDURE.
      *********The production library is handed to LISP by name, and
      *********LISP abends a call whose library won't open - so it is
      *********only named when it is actually on file
           MOVE SPACES TO WS-BIND-FILE-NAME.
           OPEN INPUT BIND-FILE.
           IF WS-BIND-FILE-NOT-FOUND THEN
               DISPLAY "RULEPRM: NO BINDINGS LIBRARY BINDLIB ON FILE "
                   "- CERTIFYING WITHOUT ONE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-BIND-FILE-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING BINDLIB, STATUS = "
                   WS-BIND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE BIND-FILE.
           MOVE "BINDLIB" TO WS-BIND-FILE-NAME.
       LOAD-RECORD-DECK-PROCEDURE.
      *********Only RECCTL's MATCH record matters here - it decides
      *********which map names a record rule sees and under what
      *********prefixes. No deck on file means no match mode
           OPEN INPUT RECORD-CONTROL-FILE.
           IF WS-RECORD-CONTROL-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-RECORD-CONTROL-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING RECCTL, STATUS = "
                   WS-RECORD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-CONTROL-EOF-YES TO FALSE.
           PERFORM READ-RECORD-DECK-PROCEDURE.
           PERFORM LOAD-RECORD-DECK-ENTRY-PROCEDURE
               UNTIL WS-CONTROL-EOF-YES.
           CLOSE RECORD-CONTROL-FILE.
       READ-RECORD-DECK-PROCEDURE.
           MOVE SPACES TO RECORD-CONTROL-RECORD.
           READ RECORD-CONTROL-FILE
               AT END SET WS-CONTROL-EOF-YES TO TRUE
           END-READ.
       LOAD-RECORD-DECK-ENTRY-PROCEDURE.
           IF RECORD-CONTROL-RECORD NOT = SPACES
               AND RECORD-CONTROL-RECORD(1:1) NOT = "*" THEN
               MOVE SPACES TO WS-CONTROL-TOKEN-TABLE
               UNSTRING FUNCTION TRIM(RECORD-CONTROL-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                       WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                       WS-CONTROL-TOKEN(5)
               END-UNSTRING
      *****"MATCH txn-key master-key [master-prefix [txn-prefix]]",
      *****"*" for a prefix meaning none, as RULEREC reads it
               IF WS-CONTROL-TOKEN(1) = "MATCH" THEN
                   SET WS-MATCH-MODE-YES TO TRUE
                   IF WS-CONTROL-TOKEN(4) NOT = SPACES THEN
                       MOVE WS-CONTROL-TOKEN(4) TO WS-MASTER-PREFIX
                   END-IF
                   IF WS-CONTROL-TOKEN(5) NOT = SPACES THEN
                       MOVE WS-CONTROL-TOKEN(5) TO WS-TXN-PREFIX
                   END-IF
                   IF WS-MASTER-PREFIX = "*" THEN
                       MOVE SPACES TO WS-MASTER-PREFIX
                   END-IF
                   IF WS-TXN-PREFIX = "*" THEN
                       MOVE SPACES TO WS-TXN-PREFIX
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RECORD-DECK-PROCEDURE.
       LOAD-FIELD-MAP-NAMES-PROCEDURE.
      *********Only the field names matter here - the start column,
      *********length and numeric flag on each map record are
      *********RULEREC's business. Values stay blank; a binding only
      *********has to exist for a referenced name to resolve. A rule
      *********RULEBAT runs has no data record behind it, so no field
      *********map on file just means no field names. In match mode
      *********the master's MASTMAP names are loaded beside FLDMAP's,
      *********each under the prefix RULEREC binds it with
           MOVE 0 TO WS-FIELD-BINDING-COUNT.
           MOVE "FLDMAP" TO WS-FIELD-MAP-ASSIGN.
           MOVE SPACES TO WS-MAP-PREFIX.
           IF WS-MATCH-MODE-YES THEN
               MOVE WS-TXN-PREFIX TO WS-MAP-PREFIX
           END-IF.
           PERFORM LOAD-ONE-FIELD-MAP-PROCEDURE.
           IF WS-MATCH-MODE-YES THEN
               MOVE "MASTMAP" TO WS-FIELD-MAP-ASSIGN
               MOVE WS-MASTER-PREFIX TO WS-MAP-PREFIX
               PERFORM LOAD-ONE-FIELD-MAP-PROCEDURE
           END-IF.
           MOVE WS-FIELD-BINDING-COUNT TO WS-MAP-BINDING-COUNT.
       LOAD-ONE-FIELD-MAP-PROCEDURE.
           SET WS-FIELD-MAP-EOF-YES TO FALSE.
           OPEN INPUT FIELD-MAP-FILE.
           IF WS-FIELD-MAP-NOT-FOUND THEN
               DISPLAY "RULEPRM: NO FIELD MAP "
                   FUNCTION TRIM(WS-FIELD-MAP-ASSIGN)
                   " ON FILE - CERTIFYING WITHOUT ONE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-FIELD-MAP-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING "
                   FUNCTION TRIM(WS-FIELD-MAP-ASSIGN)
                   ", STATUS = " WS-FIELD-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-MAP-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-MAP-NAME-PROCEDURE
               UNTIL WS-FIELD-MAP-EOF-YES.
           CLOSE FIELD-MAP-FILE.
       READ-MAP-RECORD-PROCEDURE.
           MOVE SPACES TO FIELD-MAP-RECORD.
           READ FIELD-MAP-FILE
               AT END SET WS-FIELD-MAP-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-MAP-NAME-PROCEDURE.
           IF FIELD-MAP-RECORD NOT = SPACES
               AND FIELD-MAP-RECORD(1:1) NOT = "*" THEN
      *****The binding table only OCCURS 40 TIMES, the same ceiling
      *****RULEREC holds the maps to - production maps bigger than
      *****that can't be certified against at all
               IF WS-FIELD-BINDING-COUNT >= 40 THEN
                   DISPLAY "RULEPRM: FIELD MAPS NAME MORE THAN 40 "
                       "FIELDS"
                   CLOSE FIELD-MAP-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FIELD-BINDING-COUNT
               MOVE SPACES TO
                   WS-FIELD-BINDING-NAME(WS-FIELD-BINDING-COUNT)
               MOVE SPACES TO
                   WS-FIELD-BINDING-VALUE(WS-FIELD-BINDING-COUNT)
               MOVE SPACES TO WS-MAP-RAW-NAME
               UNSTRING FUNCTION TRIM(FIELD-MAP-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-MAP-RAW-NAME
               END-UNSTRING
               STRING WS-MAP-PREFIX DELIMITED BY SPACE
                   WS-MAP-RAW-NAME DELIMITED BY SPACE
                   INTO WS-FIELD-BINDING-NAME(WS-FIELD-BINDING-COUNT)
           END-IF.
           PERFORM READ-MAP-RECORD-PROCEDURE.
       LOAD-BATCH-DECK-PROCEDURE.
      *********RULEBAT's deck: one entry per nonblank record - file,
      *********then its own library or "*", then the field map RULECHK
      *********reads if one is named, then keyword pairs - with a
      *********"RERUN" record counting as no entry, as in RULEBAT
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-CONTROL-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-BATCH-CONTROL-OK THEN
               DISPLAY "RULEPRM: ERROR OPENING RULECTL, STATUS = "
                   WS-BATCH-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-CONTROL-EOF-YES TO FALSE.
           PERFORM READ-BATCH-DECK-PROCEDURE.
           PERFORM LOAD-BATCH-DECK-ENTRY-PROCEDURE
               UNTIL WS-CONTROL-EOF-YES.
           CLOSE BATCH-CONTROL-FILE.
       READ-BATCH-DECK-PROCEDURE.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           READ BATCH-CONTROL-FILE
               AT END SET WS-CONTROL-EOF-YES TO TRUE
           END-READ.
       LOAD-BATCH-DECK-ENTRY-PROCEDURE.
      *****RULEBAT refuses a deck of more than 100 entries, so no
      *****entry past that ever runs to publish anything
           IF BATCH-CONTROL-RECORD NOT = SPACES
               AND WS-DECK-ENTRY-COUNT < 100 THEN
               MOVE SPACES TO WS-CONTROL-TOKEN-TABLE
               UNSTRING FUNCTION TRIM(BATCH-CONTROL-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                       WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                       WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
                       WS-CONTROL-TOKEN(7) WS-CONTROL-TOKEN(8)
               END-UNSTRING
               IF WS-CONTROL-TOKEN(1) NOT = "RERUN" THEN
                   ADD 1 TO WS-DECK-ENTRY-COUNT
                   MOVE WS-CONTROL-TOKEN(1)
                       TO WS-DECK-FILE-NAME(WS-DECK-ENTRY-COUNT)
                   MOVE SPACES
                       TO WS-DECK-RESULT-NAME(WS-DECK-ENTRY-COUNT)
      *****Only a RESULT matters here - conditions name entries, not
      *****anything a rule references
                   PERFORM VARYING WS-TOKEN-INDEX FROM 2 BY 1
                       UNTIL WS-TOKEN-INDEX > 7
                       IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX) = "RESULT"
                           THEN
                           MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)
                               TO WS-DECK-RESULT-NAME(
                                   WS-DECK-ENTRY-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM READ-BATCH-DECK-PROCEDURE.
       ADD-PUBLISHED-NAMES-PROCEDURE.
      *********A rule RULECTL runs sees every RESULT the entries ahead
      *********of its first appearance publish - those go on after the
      *********map names, blank, for this request alone
           MOVE WS-MAP-BINDING-COUNT TO WS-FIELD-BINDING-COUNT.
           MOVE 0 TO WS-DECK-RULE-INDEX.
           PERFORM VARYING WS-DECK-INDEX FROM 1 BY 1
               UNTIL WS-DECK-INDEX > WS-DECK-ENTRY-COUNT
               OR WS-DECK-RULE-INDEX > 0
               IF WS-DECK-FILE-NAME(WS-DECK-INDEX) = WS-REQ-RULE-NAME
                   MOVE WS-DECK-INDEX TO WS-DECK-RULE-INDEX
               END-IF
           END-PERFORM.
           IF WS-DECK-RULE-INDEX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-ONE-PUBLISHED-NAME-PROCEDURE
               VARYING WS-DECK-INDEX FROM 1 BY 1
               UNTIL WS-DECK-INDEX >= WS-DECK-RULE-INDEX
               OR WS-REFUSE-REASON NOT = SPACES.
       ADD-ONE-PUBLISHED-NAME-PROCEDURE.
           IF WS-DECK-RESULT-NAME(WS-DECK-INDEX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIELD-BINDING-COUNT >= 40 THEN
               MOVE "FIELD MAPS AND PUBLISHED RESULTS PASS 40 NAMES"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FIELD-BINDING-COUNT.
           MOVE WS-DECK-RESULT-NAME(WS-DECK-INDEX)
               TO WS-FIELD-BINDING-NAME(WS-FIELD-BINDING-COUNT).
           MOVE SPACES
               TO WS-FIELD-BINDING-VALUE(WS-FIELD-BINDING-COUNT).
       READ-REQUEST-RECORD-PROCEDURE.
           MOVE SPACES TO REQUEST-FILE-RECORD.
           READ REQUEST-FILE
               AT END SET WS-REQUEST-EOF-YES TO TRUE
           END-READ.
       APPLY-ONE-REQUEST-PROCEDURE.
           IF REQUEST-FILE-RECORD NOT = SPACES
               AND REQUEST-FILE-RECORD(1:1) NOT = "*" THEN
               ADD 1 TO WS-REQUEST-COUNT
               MOVE SPACES TO WS-REQ-ACTION
               MOVE SPACES TO WS-REQ-TOKEN-TABLE
               MOVE SPACES TO WS-REQ-RULE-NAME
               MOVE SPACES TO WS-REQ-TEST-FILE
               MOVE SPACES TO WS-REQ-REQUESTER
               MOVE 0 TO WS-REQ-VERSION
               MOVE SPACES TO WS-REFUSE-REASON
               MOVE 0 TO WS-NEW-VERSION
               MOVE 0 TO WS-OLD-VERSION
               MOVE 0 TO WS-RUN-CONTROL-ERROR-COUNT
               UNSTRING FUNCTION TRIM(REQUEST-FILE-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-REQ-ACTION WS-REQ-TOKEN(1)
                       WS-REQ-TOKEN(2) WS-REQ-TOKEN(3)
                       WS-REQ-TOKEN(4)
               END-UNSTRING
               MOVE WS-REQ-TOKEN(1) TO WS-REQ-RULE-NAME
               EVALUATE WS-REQ-ACTION
               WHEN "PROMOTE"
                   MOVE WS-REQ-TOKEN(2) TO WS-REQ-TEST-FILE
                   MOVE WS-REQ-TOKEN(3) TO WS-REQ-REQUESTER
                   PERFORM APPLY-PROMOTE-PROCEDURE
               WHEN "BACKOUT"
                   MOVE WS-REQ-TOKEN(2) TO WS-REQ-REQUESTER
                   PERFORM APPLY-BACKOUT-PROCEDURE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REFUSE-REASON
               END-EVALUATE
               PERFORM REPORT-ONE-REQUEST-PROCEDURE
           END-IF.
           PERFORM READ-REQUEST-RECORD-PROCEDURE.
       CHECK-REQUEST-NAMES-PROCEDURE.
      *********Shape checks common to both actions: a rule and a
      *********requester, each short enough for its column in the
      *********index and history, and the rule short enough to carry
      *********its ".Vnnnn" suffix in a dataset name
           IF WS-REQ-RULE-NAME = SPACES
               OR WS-REQ-REQUESTER = SPACES THEN
               MOVE "RULE AND REQUESTER REQUIRED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-RULE-NAME(95:6) NOT = SPACES THEN
               MOVE "RULE NAME LONGER THAN 94" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-REQUESTER(21:80) NOT = SPACES THEN
               MOVE "REQUESTER LONGER THAN 20" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-TOKEN(4) NOT = SPACES THEN
               MOVE "MORE NAMES ON RECORD THAN EXPECTED"
                   TO WS-REFUSE-REASON
           END-IF.
       APPLY-PROMOTE-PROCEDURE.
           PERFORM CHECK-REQUEST-NAMES-PROCEDURE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-TEST-FILE = SPACES THEN
               MOVE "TEST FILE REQUIRED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-TEST-FILE = WS-REQ-RULE-NAME THEN
               MOVE "TEST FILE IS THE LIVE RULE ITSELF"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQ-RULE-NAME TO WS-IDX-SEARCH-NAME.
           PERFORM FIND-INDEX-ENTRY-PROCEDURE.
           IF WS-IDX-FOUND-YES THEN
               MOVE WS-IDX-CURRENT-VERSION(WS-IDX-FOUND-INDEX)
                   TO WS-OLD-VERSION
               IF WS-IDX-HIGH-VERSION(WS-IDX-FOUND-INDEX) >= 9999
                   THEN
                   MOVE "NO VERSION NUMBERS LEFT FOR RULE"
                       TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-IDX-COUNT >= 300 THEN
                   MOVE "RULE INDEX FULL AT 300 RULES"
                       TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-REQ-TEST-FILE TO WS-EXPR-FILE-NAME.
           PERFORM CERTIFY-RULE-FILE-PROCEDURE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *********A rule live before it was ever promoted has no version
      *********to fall back to - keep it as version 1 first
           IF NOT WS-IDX-FOUND-YES THEN
               PERFORM BASELINE-LIVE-RULE-PROCEDURE
               IF WS-REFUSE-REASON NOT = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-NEW-VERSION =
               WS-IDX-HIGH-VERSION(WS-IDX-FOUND-INDEX) + 1.
           MOVE WS-NEW-VERSION TO WS-VERSION-NUMBER.
           PERFORM BUILD-VERSION-NAME-PROCEDURE.
           MOVE WS-REQ-TEST-FILE TO WS-COPY-IN-ASSIGN.
           MOVE WS-VERSION-FILE-NAME TO WS-COPY-OUT-ASSIGN.
           PERFORM COPY-RULE-FILE-PROCEDURE.
           IF WS-COPY-FAIL-YES THEN
               MOVE "VERSION DATASET COULD NOT BE WRITTEN"
                   TO WS-REFUSE-REASON
               PERFORM DROP-UNUSED-ENTRY-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQ-TEST-FILE TO WS-COPY-IN-ASSIGN.
           MOVE WS-REQ-RULE-NAME TO WS-COPY-OUT-ASSIGN.
           PERFORM COPY-RULE-FILE-PROCEDURE.
           IF WS-COPY-FAIL-YES THEN
               MOVE "LIVE RULE COULD NOT BE WRITTEN"
                   TO WS-REFUSE-REASON
               PERFORM DROP-UNUSED-ENTRY-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDX-CURRENT-VERSION(WS-IDX-FOUND-INDEX)
               TO WS-IDX-PRIOR-VERSION(WS-IDX-FOUND-INDEX).
           MOVE WS-NEW-VERSION
               TO WS-IDX-CURRENT-VERSION(WS-IDX-FOUND-INDEX).
           MOVE WS-NEW-VERSION
               TO WS-IDX-HIGH-VERSION(WS-IDX-FOUND-INDEX).
           MOVE WS-REPORT-DATE
               TO WS-IDX-CHANGE-DATE(WS-IDX-FOUND-INDEX).
           MOVE WS-REQ-REQUESTER
               TO WS-IDX-REQUESTER(WS-IDX-FOUND-INDEX).
           MOVE WS-REQ-TEST-FILE
               TO WS-IDX-SOURCE-FILE(WS-IDX-FOUND-INDEX).
           PERFORM WRITE-RULE-INDEX-PROCEDURE.
       BASELINE-LIVE-RULE-PROCEDURE.
      *********Give the rule its index entry. When a live dataset is
      *********already on file it is copied aside as version 1 and
      *********recorded as such, so the promotion about to replace it
      *********can be backed out like any other
           ADD 1 TO WS-IDX-COUNT.
           MOVE WS-IDX-COUNT TO WS-IDX-FOUND-INDEX.
           MOVE WS-REQ-RULE-NAME TO WS-IDX-RULE-NAME(WS-IDX-COUNT).
           MOVE 0 TO WS-IDX-CURRENT-VERSION(WS-IDX-COUNT).
           MOVE 0 TO WS-IDX-PRIOR-VERSION(WS-IDX-COUNT).
           MOVE 0 TO WS-IDX-HIGH-VERSION(WS-IDX-COUNT).
           MOVE WS-REPORT-DATE TO WS-IDX-CHANGE-DATE(WS-IDX-COUNT).
           MOVE WS-REQ-REQUESTER TO WS-IDX-REQUESTER(WS-IDX-COUNT).
           MOVE SPACES TO WS-IDX-SOURCE-FILE(WS-IDX-COUNT).
           MOVE WS-REQ-RULE-NAME TO WS-COPY-IN-ASSIGN.
           OPEN INPUT COPY-IN-FILE.
           IF WS-COPY-IN-NOT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-COPY-IN-OK THEN
               CLOSE COPY-IN-FILE
           END-IF.
           MOVE 1 TO WS-VERSION-NUMBER.
           PERFORM BUILD-VERSION-NAME-PROCEDURE.
           MOVE WS-VERSION-FILE-NAME TO WS-COPY-OUT-ASSIGN.
           PERFORM COPY-RULE-FILE-PROCEDURE.
      *****The entry comes back off the table when the live rule
      *****can't be kept - nothing has been promoted over it yet
           IF WS-COPY-FAIL-YES THEN
               SUBTRACT 1 FROM WS-IDX-COUNT
               MOVE "LIVE RULE COULD NOT BE KEPT AS VERSION 1"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-CURRENT-VERSION(WS-IDX-COUNT).
           MOVE 1 TO WS-IDX-HIGH-VERSION(WS-IDX-COUNT).
           MOVE 1 TO WS-OLD-VERSION.
           PERFORM WRITE-RULE-INDEX-PROCEDURE.
           DISPLAY "RULEPRM: BASELINE " FUNCTION TRIM(WS-REQ-RULE-NAME)
               " KEPT AS VERSION 0001".
           MOVE SPACES TO WS-RULE-HIST-RECORD.
           MOVE "BASELINE" TO WS-RULE-HIST-ACTION.
           MOVE "DONE" TO WS-RULE-HIST-OUTCOME.
           MOVE WS-REQ-RULE-NAME TO WS-RULE-HIST-RULE-NAME.
           MOVE 1 TO WS-RULE-HIST-VERSION.
           MOVE 0 TO WS-RULE-HIST-PRIOR-VERSION.
           MOVE WS-REQ-REQUESTER TO WS-RULE-HIST-REQUESTER.
           MOVE 0 TO WS-RULE-HIST-ERROR-COUNT.
           PERFORM WRITE-HISTORY-PROCEDURE.
       DROP-UNUSED-ENTRY-PROCEDURE.
      *********An entry built for a brand-new rule that never got a
      *********version comes back off the table - it is always the
      *********last one, just added
           IF WS-IDX-HIGH-VERSION(WS-IDX-FOUND-INDEX) = 0 THEN
               SUBTRACT 1 FROM WS-IDX-COUNT
           END-IF.
       APPLY-BACKOUT-PROCEDURE.
           PERFORM CHECK-REQUEST-NAMES-PROCEDURE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-TOKEN(3) NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REQ-TOKEN(3)))
                   NOT = 0
                   OR WS-REQ-TOKEN(3)(5:96) NOT = SPACES THEN
                   MOVE "VERSION MUST BE A NUMBER 1 TO 9999"
                       TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-REQ-VERSION = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-REQ-TOKEN(3)))
               IF WS-REQ-VERSION = 0 THEN
                   MOVE "VERSION MUST BE A NUMBER 1 TO 9999"
                       TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-REQ-RULE-NAME TO WS-IDX-SEARCH-NAME.
           PERFORM FIND-INDEX-ENTRY-PROCEDURE.
           IF NOT WS-IDX-FOUND-YES THEN
               MOVE "RULE NOT IN RULE INDEX" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDX-CURRENT-VERSION(WS-IDX-FOUND-INDEX)
               TO WS-OLD-VERSION.
           IF WS-REQ-VERSION = 0 THEN
               MOVE WS-IDX-PRIOR-VERSION(WS-IDX-FOUND-INDEX)
                   TO WS-NEW-VERSION
           ELSE
               MOVE WS-REQ-VERSION TO WS-NEW-VERSION
           END-IF.
           EVALUATE TRUE
           WHEN WS-NEW-VERSION = 0
               MOVE "NO PRIOR VERSION TO FALL BACK TO"
                   TO WS-REFUSE-REASON
           WHEN WS-NEW-VERSION > WS-IDX-HIGH-VERSION(WS-IDX-FOUND-INDEX)
               MOVE "VERSION NEVER ISSUED FOR RULE"
                   TO WS-REFUSE-REASON
           WHEN WS-NEW-VERSION = WS-OLD-VERSION
               MOVE "VERSION IS ALREADY LIVE" TO WS-REFUSE-REASON
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *********The version being restored is certified again against
      *********today's library and field map - a name it relies on
      *********may have gone since it was last live
           MOVE WS-NEW-VERSION TO WS-VERSION-NUMBER.
           PERFORM BUILD-VERSION-NAME-PROCEDURE.
           MOVE WS-VERSION-FILE-NAME TO WS-EXPR-FILE-NAME.
           PERFORM CERTIFY-RULE-FILE-PROCEDURE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VERSION-FILE-NAME TO WS-COPY-IN-ASSIGN.
           MOVE WS-REQ-RULE-NAME TO WS-COPY-OUT-ASSIGN.
           PERFORM COPY-RULE-FILE-PROCEDURE.
           IF WS-COPY-FAIL-YES THEN
               MOVE "LIVE RULE COULD NOT BE WRITTEN"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-VERSION
               TO WS-IDX-PRIOR-VERSION(WS-IDX-FOUND-INDEX).
           MOVE WS-NEW-VERSION
               TO WS-IDX-CURRENT-VERSION(WS-IDX-FOUND-INDEX).
           MOVE WS-REPORT-DATE
               TO WS-IDX-CHANGE-DATE(WS-IDX-FOUND-INDEX).
           MOVE WS-REQ-REQUESTER
               TO WS-IDX-REQUESTER(WS-IDX-FOUND-INDEX).
           MOVE SPACES TO WS-IDX-SOURCE-FILE(WS-IDX-FOUND-INDEX).
           PERFORM WRITE-RULE-INDEX-PROCEDURE.
       CERTIFY-RULE-FILE-PROCEDURE.
      *********LISP's validation pass lists every problem it finds
      *********under the request on the report; return code 8 means
      *********it found some, 16 that the file couldn't be read at all
           DISPLAY "RULEPRM: CERTIFYING "
               FUNCTION TRIM(WS-EXPR-FILE-NAME).
           PERFORM ADD-PUBLISHED-NAMES-PROCEDURE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SYMBOL-TABLE-SIZE.
           MOVE "V" TO WS-RUN-CONTROL-MODE.
           MOVE 0 TO WS-RUN-CONTROL-ERROR-COUNT.
           MOVE SPACES TO WS-RUN-CONTROL-CHECKPOINT-FILE.
           MOVE 0 TO RETURN-CODE.
           CALL "LISP" USING WS-LISP-SYMBOLS,
               WS-EXPR-FILE-NAME, WS-FIELD-BINDINGS,
               OMITTED, WS-BIND-FILE-NAME, WS-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-CERTIFY-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-CERTIFY-RETURN-CODE
           WHEN 0
               CONTINUE
           WHEN 8
               MOVE "FAILED CERTIFICATION" TO WS-REFUSE-REASON
           WHEN OTHER
               MOVE 0 TO WS-RUN-CONTROL-ERROR-COUNT
               MOVE "FILE COULD NOT BE CERTIFIED" TO WS-REFUSE-REASON
           END-EVALUATE.
       BUILD-VERSION-NAME-PROCEDURE.
           MOVE SPACES TO WS-VERSION-FILE-NAME.
           STRING FUNCTION TRIM(WS-REQ-RULE-NAME) DELIMITED BY SIZE
             ".V" DELIMITED BY SIZE
             WS-VERSION-NUMBER DELIMITED BY SIZE
             INTO WS-VERSION-FILE-NAME.
       COPY-RULE-FILE-PROCEDURE.
      *********Record-for-record copy from WS-COPY-IN-ASSIGN to
      *********WS-COPY-OUT-ASSIGN; any trouble on either side sets
      *********WS-COPY-FAIL-FLAG for the caller to refuse on
           SET WS-COPY-FAIL-YES TO FALSE.
           SET WS-COPY-EOF-YES TO FALSE.
           OPEN INPUT COPY-IN-FILE.
           IF NOT WS-COPY-IN-OK THEN
               DISPLAY "RULEPRM:   CANNOT OPEN "
                   FUNCTION TRIM(WS-COPY-IN-ASSIGN)
                   ", STATUS = " WS-COPY-IN-STATUS
               SET WS-COPY-FAIL-YES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF NOT WS-COPY-OUT-OK THEN
               DISPLAY "RULEPRM:   CANNOT OPEN "
                   FUNCTION TRIM(WS-COPY-OUT-ASSIGN)
                   ", STATUS = " WS-COPY-OUT-STATUS
               CLOSE COPY-IN-FILE
               SET WS-COPY-FAIL-YES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-COPY-RECORD-PROCEDURE.
           PERFORM COPY-ONE-RECORD-PROCEDURE
               UNTIL WS-COPY-EOF-YES.
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.
       READ-COPY-RECORD-PROCEDURE.
           MOVE SPACES TO COPY-IN-RECORD.
           READ COPY-IN-FILE
               AT END SET WS-COPY-EOF-YES TO TRUE
           END-READ.
      *****A record longer than the copy area would come across cut
      *****short with no other warning - stop rather than promote a
      *****chopped-off rule
           IF WS-COPY-IN-LINE-TOO-LONG THEN
               DISPLAY "RULEPRM:   RECORD LONGER THAN 200 ON "
                   FUNCTION TRIM(WS-COPY-IN-ASSIGN)
               SET WS-COPY-FAIL-YES TO TRUE
               SET WS-COPY-EOF-YES TO TRUE
           END-IF.
       COPY-ONE-RECORD-PROCEDURE.
           WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD.
           IF NOT WS-COPY-OUT-OK THEN
               DISPLAY "RULEPRM:   ERROR WRITING "
                   FUNCTION TRIM(WS-COPY-OUT-ASSIGN)
                   ", STATUS = " WS-COPY-OUT-STATUS
               SET WS-COPY-FAIL-YES TO TRUE
               SET WS-COPY-EOF-YES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-COPY-RECORD-PROCEDURE.
       FIND-INDEX-ENTRY-PROCEDURE.
           SET WS-IDX-FOUND-YES TO FALSE.
           MOVE 0 TO WS-IDX-FOUND-INDEX.
           PERFORM VARYING WS-IDX-INDEX FROM 1 BY 1
               UNTIL WS-IDX-INDEX > WS-IDX-COUNT
               OR WS-IDX-FOUND-YES
               IF WS-IDX-RULE-NAME(WS-IDX-INDEX) = WS-IDX-SEARCH-NAME
                   SET WS-IDX-FOUND-YES TO TRUE
                   MOVE WS-IDX-INDEX TO WS-IDX-FOUND-INDEX
               END-IF
           END-PERFORM.
       REPORT-ONE-REQUEST-PROCEDURE.
      *********One block per request on the report, and one record
      *********per request on the history, carried out or refused
           MOVE SPACES TO WS-RULE-HIST-RECORD.
           MOVE WS-REQ-ACTION TO WS-RULE-HIST-ACTION.
           MOVE WS-REQ-RULE-NAME TO WS-RULE-HIST-RULE-NAME.
           MOVE WS-NEW-VERSION TO WS-RULE-HIST-VERSION.
           MOVE WS-OLD-VERSION TO WS-RULE-HIST-PRIOR-VERSION.
           MOVE WS-REQ-REQUESTER TO WS-RULE-HIST-REQUESTER.
           MOVE WS-REQ-TEST-FILE TO WS-RULE-HIST-SOURCE-FILE.
           MOVE WS-RUN-CONTROL-ERROR-COUNT
               TO WS-RULE-HIST-ERROR-COUNT.
           IF WS-REFUSE-REASON = SPACES THEN
               ADD 1 TO WS-DONE-COUNT
               MOVE "DONE" TO WS-RULE-HIST-OUTCOME
               DISPLAY "RULEPRM: DONE    "
                   FUNCTION TRIM(REQUEST-FILE-RECORD)
               DISPLAY "RULEPRM:   " FUNCTION TRIM(WS-REQ-RULE-NAME)
                   " NOW VERSION " WS-NEW-VERSION
                   "  REPLACING " WS-OLD-VERSION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-RULE-HIST-OUTCOME
               MOVE WS-REFUSE-REASON TO WS-RULE-HIST-REASON
               DISPLAY "RULEPRM: REFUSED "
                   FUNCTION TRIM(REQUEST-FILE-RECORD)
               DISPLAY "RULEPRM:   REASON " WS-REFUSE-REASON
           END-IF.
           PERFORM WRITE-HISTORY-PROCEDURE.
       WRITE-HISTORY-PROCEDURE.
           MOVE WS-REPORT-DATE TO WS-RULE-HIST-DATE.
           MOVE WS-REPORT-TIME-HHMMSS TO WS-RULE-HIST-TIME.
           WRITE RULE-HIST-FILE-RECORD FROM WS-RULE-HIST-RECORD.
           IF NOT WS-RULE-HIST-OK THEN
               DISPLAY "RULEPRM: ERROR WRITING RULEHIST, STATUS = "
                   WS-RULE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       WRITE-RULE-INDEX-PROCEDURE.
           OPEN OUTPUT RULE-INDEX-FILE.
           IF NOT WS-RULE-INDEX-OK THEN
               DISPLAY "RULEPRM: ERROR REWRITING RULEIDX, STATUS = "
                   WS-RULE-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-ONE-INDEX-RECORD-PROCEDURE
               VARYING WS-IDX-INDEX FROM 1 BY 1
               UNTIL WS-IDX-INDEX > WS-IDX-COUNT.
           CLOSE RULE-INDEX-FILE.
       WRITE-ONE-INDEX-RECORD-PROCEDURE.
           MOVE SPACES TO RULE-INDEX-FILE-RECORD.
           MOVE WS-IDX-RULE-NAME(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-RULE-NAME.
           MOVE WS-IDX-CURRENT-VERSION(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-CURRENT-VERSION.
           MOVE WS-IDX-PRIOR-VERSION(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-PRIOR-VERSION.
           MOVE WS-IDX-HIGH-VERSION(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-HIGH-VERSION.
           MOVE WS-IDX-CHANGE-DATE(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-CHANGE-DATE.
           MOVE WS-IDX-REQUESTER(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-REQUESTER.
           MOVE WS-IDX-SOURCE-FILE(WS-IDX-INDEX)
               TO RULE-INDEX-FILE-SOURCE-FILE.
           WRITE RULE-INDEX-FILE-RECORD.
       END PROGRAM RULEPRM.
