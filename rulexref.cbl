      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Cross-reference and impact analysis for the rule
      *          library. Reads the RULEBAT deck on RULECTL and the
      *          RULEREC deck on RECCTL - either may be absent, not
      *          both - and tokenizes every expression file they name
      *          the same way LISP does. Each name a rule references
      *          is reported with where it comes from: a "define" or
      *          "defun" in the file itself, a field of the FLDMAP
      *          (or, in match mode, MASTMAP) field map, a field of the
      *          map a RULECTL entry names for RULECHK to certify it
      *          against, a binding in
      *          the bindings library the rule runs with, a result an
      *          earlier RULECTL entry publishes, or a REFTABLE table
      *          named to "lookup". The reverse view then lists, for
      *          every binding, field, table and published result on
      *          file, the rules that use it - the impact list for a
      *          BNDMNT change, a field-map change or a dropped table -
      *          and flags those no rule uses as dead. A RECCTL
      *          HASHTOTAL field and MATCH keys count as used by the
      *          deck itself. Nothing is evaluated and no run datasets
      *          are touched. A name that resolves nowhere, or a rule
      *          file or library that can't be read, ends the job with
      *          return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "RULECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT RECORD-CONTROL-FILE ASSIGN TO "RECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-CONTROL-STATUS.
           SELECT FIELD-MAP-FILE ASSIGN TO DYNAMIC
               WS-FIELD-MAP-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-MAP-STATUS.
           SELECT BIND-FILE ASSIGN TO DYNAMIC WS-BIND-FILE-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIND-FILE-STATUS.
           SELECT REF-TABLE-FILE ASSIGN TO "REFTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-TABLE-STATUS.
           SELECT EXPR-FILE ASSIGN TO DYNAMIC WS-EXPR-FILE-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(200).
       FD RECORD-CONTROL-FILE.
       01 RECORD-CONTROL-RECORD PIC X(200).
       FD FIELD-MAP-FILE.
       01 FIELD-MAP-RECORD PIC X(200).
       FD BIND-FILE.
       01 BIND-FILE-RECORD PIC X(200).
       FD REF-TABLE-FILE.
       01 REF-TABLE-RECORD PIC X(200).
       FD EXPR-FILE.
       01 EXPR-FILE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-STATUS PIC X(2).
           88 WS-BATCH-CONTROL-NOT-FOUND VALUE "35".
           88 WS-BATCH-CONTROL-OK VALUE "00".
       01 WS-RECORD-CONTROL-STATUS PIC X(2).
           88 WS-RECORD-CONTROL-NOT-FOUND VALUE "35".
           88 WS-RECORD-CONTROL-OK VALUE "00".
       01 WS-FIELD-MAP-STATUS PIC X(2).
           88 WS-FIELD-MAP-NOT-FOUND VALUE "35".
           88 WS-FIELD-MAP-OK VALUE "00".
       01 WS-BIND-FILE-STATUS PIC X(2).
           88 WS-BIND-FILE-NOT-FOUND VALUE "35".
           88 WS-BIND-FILE-OK VALUE "00".
       01 WS-REF-TABLE-STATUS PIC X(2).
           88 WS-REF-TABLE-NOT-FOUND VALUE "35".
           88 WS-REF-TABLE-OK VALUE "00".
       01 WS-EXPR-FILE-STATUS PIC X(2).
           88 WS-EXPR-FILE-OK VALUE "00".
       01 WS-FIELD-MAP-ASSIGN PIC X(100).
       01 WS-BIND-FILE-ASSIGN PIC X(100).
       01 WS-EXPR-FILE-ASSIGN PIC X(100).
       01 WS-CONTROL-EOF-FLAG PIC X VALUE "N".
           88 WS-CONTROL-EOF-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-MAP-EOF-FLAG PIC X VALUE "N".
           88 WS-FIELD-MAP-EOF-YES VALUE "Y", FALSE "N".
       01 WS-BIND-EOF-FLAG PIC X VALUE "N".
           88 WS-BIND-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REF-TABLE-EOF-FLAG PIC X VALUE "N".
           88 WS-REF-TABLE-EOF-YES VALUE "Y", FALSE "N".
       01 WS-EXPR-EOF-FLAG PIC X VALUE "N".
           88 WS-EXPR-EOF-YES VALUE "Y", FALSE "N".
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-REPORT-DATE-EDIT PIC 9999/99/99.
       01 WS-DECK-FOUND-COUNT PIC 9 VALUE 0.
       01 WS-RECORD-DECK-FLAG PIC X VALUE "N".
           88 WS-RECORD-DECK-YES VALUE "Y", FALSE "N".
      *****Rule files or libraries that couldn't be read, and names
      *****that resolve nowhere - either ends the job with RC 8
       01 WS-PROBLEM-COUNT PIC 9(4) VALUE 0.
       01 WS-UNRESOLVED-COUNT PIC 9(4) VALUE 0.
       01 WS-DEAD-COUNT PIC 9(4) VALUE 0.
      *****************************************
      *    WS control record scratch - both decks are split the way
      *    their own drivers split them
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 8 TIMES.
       01 WS-TOKEN-INDEX PIC 9(2).
       01 WS-BATCH-ENTRY-COUNT PIC 9(3) VALUE 0.
      *****************************************
      *    WS RECCTL settings - one bindings library for the whole
      *    deck (the last BIND record wins, as in RULEREC), and the
      *    trailer and match fields the deck itself uses
      *****************************************
       01 WS-RECORD-BIND-NAME PIC X(100) VALUE SPACES.
       01 WS-RECORD-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-HASH-FIELD-NAME PIC X(50) VALUE SPACES.
       01 WS-MATCH-MODE-FLAG PIC X VALUE "N".
           88 WS-MATCH-MODE-YES VALUE "Y", FALSE "N".
       01 WS-TXN-KEY-NAME PIC X(50) VALUE SPACES.
       01 WS-MASTER-KEY-NAME PIC X(50) VALUE SPACES.
       01 WS-MASTER-PREFIX PIC X(10) VALUE "MST-".
       01 WS-TXN-PREFIX PIC X(10) VALUE SPACES.
      *****************************************
      *    WS rule table - every expression file either deck names,
      *    in deck order, RECCTL's first. RULEBAT holds 100 entries
      *    and RULEREC 20, so 120 covers both decks at their fullest
      *****************************************
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           02 WS-RULE-ENTRY OCCURS 120 TIMES.
               03 WS-RULE-DECK PIC X(7).
                   88 WS-RULE-FROM-RECCTL VALUE "RECCTL".
                   88 WS-RULE-FROM-RULECTL VALUE "RULECTL".
               03 WS-RULE-ENTRY-NUMBER PIC 9(3).
               03 WS-RULE-FILE-NAME PIC X(100).
               03 WS-RULE-BIND-NAME PIC X(100).
      *****The field map the rule's names are checked against -
      *****FLDMAP for every RECCTL rule, the map a RULECTL entry names
      *****for RULECHK, if it names one
               03 WS-RULE-MAP-NAME PIC X(100).
       01 WS-RULE-INDEX PIC 9(3).
       01 WS-MAP-RULE-INDEX PIC 9(3).
       01 WS-MAP-PREFIX PIC X(10).
       01 WS-MAP-FOUND-FLAG PIC X VALUE "N".
           88 WS-MAP-FOUND-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS name table - everything a rule can resolve a name to
      *    from outside its own file: library bindings, field-map
      *    fields (under the name the rule sees, prefix and all),
      *    REFTABLE table names, and results RULECTL entries publish.
      *    Each keeps a count of the rules that use it
      *****************************************
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 1000 TIMES.
               03 WS-ITEM-TYPE PIC X.
                   88 WS-ITEM-BINDING VALUE "B".
                   88 WS-ITEM-FIELD VALUE "F".
                   88 WS-ITEM-MASTER-FIELD VALUE "M".
                   88 WS-ITEM-TABLE-NAME VALUE "T".
                   88 WS-ITEM-RESULT VALUE "R".
               03 WS-ITEM-NAME PIC X(50).
               03 WS-ITEM-RAW-NAME PIC X(50).
               03 WS-ITEM-ORIGIN PIC X(100).
               03 WS-ITEM-ENTRY-NUMBER PIC 9(3).
               03 WS-ITEM-USE-COUNT PIC 9(4).
       01 WS-ITEM-INDEX PIC 9(4).
       01 WS-ITEM-FOUND-INDEX PIC 9(4).
       01 WS-NEW-ITEM-TYPE PIC X.
       01 WS-NEW-ITEM-NAME PIC X(50).
       01 WS-NEW-ITEM-RAW-NAME PIC X(50).
       01 WS-NEW-ITEM-ORIGIN PIC X(100).
       01 WS-NEW-ITEM-ENTRY-NUMBER PIC 9(3).
      *****************************************
      *    WS library table - each distinct bindings library named by
      *    either deck is loaded once
      *****************************************
       01 WS-LIBRARY-COUNT PIC 9(2) VALUE 0.
       01 WS-LIBRARY-TABLE.
           02 WS-LIBRARY-NAME PIC X(100) OCCURS 20 TIMES.
       01 WS-LIBRARY-INDEX PIC 9(2).
       01 WS-LIBRARY-FOUND-FLAG PIC X VALUE "N".
           88 WS-LIBRARY-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-LIBRARY-SEARCH-NAME PIC X(100).
      *****************************************
      *    WS reference table - one entry per distinct name per rule,
      *    in the order the rule first references it. Rule 0 is the
      *    RECCTL deck itself, for its HASHTOTAL field and MATCH keys
      *****************************************
       01 WS-REF-COUNT PIC 9(4) VALUE 0.
       01 WS-REF-TABLE.
           02 WS-REF-ENTRY OCCURS 3000 TIMES.
               03 WS-REF-RULE PIC 9(3).
               03 WS-REF-NAME PIC X(50).
               03 WS-REF-CLASS PIC X(10).
               03 WS-REF-ITEM PIC 9(4).
               03 WS-REF-ORIGIN PIC X(100).
       01 WS-REF-INDEX PIC 9(4).
       01 WS-REF-FIRST-INDEX PIC 9(4).
       01 WS-REF-FOUND-FLAG PIC X VALUE "N".
           88 WS-REF-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-REF-TABLE-FULL-FLAG PIC X VALUE "N".
           88 WS-REF-TABLE-FULL-YES VALUE "Y", FALSE "N".
       01 WS-NEW-REF-NAME PIC X(50).
       01 WS-NEW-REF-CLASS PIC X(10).
       01 WS-NEW-REF-ORIGIN PIC X(100).
      *****************************************
      *    WS expression file tokenizer - the same rules LISP's
      *    TOKENIZE-EXPR-LINE-PROCEDURE applies: a quoted value is one
      *    token, parens are tokens of their own, blanks separate
      *****************************************
       01 WS-EXPR-LINE PIC X(200).
       01 WS-EXPR-LINE-LEN PIC 9(3).
       01 WS-EXPR-CHAR-INDEX PIC 9(3).
       01 WS-EXPR-CURRENT-CHAR PIC X.
       01 WS-EXPR-IN-QUOTE-FLAG PIC X VALUE "N".
           88 WS-EXPR-IN-QUOTE-YES VALUE "Y", FALSE "N".
       01 WS-EXPR-TOKEN-BUFFER PIC X(50).
       01 WS-EXPR-TOKEN-LEN PIC 9(3).
       01 WS-EXPR-TOKEN-COUNT PIC 9(3).
       01 WS-EXPR-TOKEN-TABLE.
           02 WS-EXPR-TOKEN PIC X(50) OCCURS 200 TIMES.
       01 WS-EXPR-TOKEN-INDEX PIC 9(3).
       01 WS-EXPR-TOKEN-OVFL-FLAG PIC X VALUE "N".
           88 WS-EXPR-TOKEN-OVFL-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS expression walk - one frame per open paren, holding the
      *    command that opened it and how many arguments it has seen,
      *    the way VALIDATE-EXPRESSION-PROCEDURE walks a file
      *****************************************
       01 WS-WALK-TOKEN PIC X(50).
       01 WS-WALK-DEPTH PIC 9(2).
       01 WS-WALK-STOP-FLAG PIC X VALUE "N".
           88 WS-WALK-STOP-YES VALUE "Y", FALSE "N".
       01 WS-WALK-FRAME-TABLE.
           02 WS-WALK-FRAME OCCURS 50 TIMES.
               03 WS-WALK-FRAME-CMD PIC X(50).
               03 WS-WALK-FRAME-ARGS PIC 9(3).
      *****C - next atom is the command; A - arguments; P - the
      *****parameter list of a "defun"
               03 WS-WALK-FRAME-STATE PIC X.
       01 WS-DEFUN-DEPTH PIC 9(2).
       01 WS-PARAM-COUNT PIC 9(2).
       01 WS-PARAM-TABLE.
           02 WS-PARAM-NAME PIC X(50) OCCURS 20 TIMES.
       01 WS-LOCAL-DEFINE-COUNT PIC 9(2).
       01 WS-LOCAL-DEFINE-TABLE.
           02 WS-LOCAL-DEFINE-NAME PIC X(50) OCCURS 50 TIMES.
       01 WS-LOCAL-FUNC-COUNT PIC 9(2).
       01 WS-LOCAL-FUNC-TABLE.
           02 WS-LOCAL-FUNC-NAME PIC X(50) OCCURS 20 TIMES.
       01 WS-LOCAL-INDEX PIC 9(2).
       01 WS-LOCAL-FOUND-FLAG PIC X VALUE "N".
           88 WS-LOCAL-FOUND-YES VALUE "Y", FALSE "N".
       01 WS-BUILT-IN-FLAG PIC X VALUE "N".
           88 WS-BUILT-IN-YES VALUE "Y", FALSE "N".
       01 WS-RESOLVE-NAME PIC X(50).
      *****************************************
      *    WS report work
      *****************************************
       01 WS-REPORT-TYPE PIC X.
       01 WS-REPORT-NAME PIC X(30).
       01 WS-REPORT-CLASS PIC X(10).
       01 WS-REPORT-DECK PIC X(8).
       01 WS-REPORT-TYPE-TITLE PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-EDIT.
           DISPLAY "RULE CROSS-REFERENCE REPORT - "
               WS-REPORT-DATE-EDIT.
           PERFORM LOAD-RECORD-DECK-PROCEDURE.
           PERFORM LOAD-BATCH-DECK-PROCEDURE.
           IF WS-DECK-FOUND-COUNT = 0 THEN
               DISPLAY "RULEXREF: NEITHER RULECTL NOR RECCTL IS ON "
                   "FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-FIELD-MAPS-PROCEDURE.
           PERFORM LOAD-REF-TABLE-NAMES-PROCEDURE.
           PERFORM LOAD-LIBRARIES-PROCEDURE.
           PERFORM ADD-CONTROL-USES-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RULES AND THE NAMES THEY REFERENCE".
           PERFORM CROSS-REFERENCE-RULE-PROCEDURE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
           DISPLAY " ".
           DISPLAY "NAMES AND THE RULES THAT USE THEM".
           MOVE "B" TO WS-REPORT-TYPE.
           MOVE "BINDING" TO WS-REPORT-TYPE-TITLE.
           PERFORM REPORT-ITEM-TYPE-PROCEDURE.
           MOVE "F" TO WS-REPORT-TYPE.
           MOVE "FIELD" TO WS-REPORT-TYPE-TITLE.
           PERFORM REPORT-ITEM-TYPE-PROCEDURE.
           MOVE "M" TO WS-REPORT-TYPE.
           MOVE "FIELD" TO WS-REPORT-TYPE-TITLE.
           PERFORM REPORT-ITEM-TYPE-PROCEDURE.
           MOVE "T" TO WS-REPORT-TYPE.
           MOVE "TABLE" TO WS-REPORT-TYPE-TITLE.
           PERFORM REPORT-ITEM-TYPE-PROCEDURE.
           MOVE "R" TO WS-REPORT-TYPE.
           MOVE "RESULT" TO WS-REPORT-TYPE-TITLE.
           PERFORM REPORT-ITEM-TYPE-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RULEXREF: RULES " WS-RULE-COUNT
               "  NAMES " WS-ITEM-COUNT
               "  UNRESOLVED " WS-UNRESOLVED-COUNT
               "  DEAD " WS-DEAD-COUNT
               "  UNREADABLE " WS-PROBLEM-COUNT.
           IF WS-UNRESOLVED-COUNT > 0 OR WS-PROBLEM-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-RECORD-DECK-PROCEDURE.
      *********RULEREC's deck: one rule file per record, keyword
      *********records for its library, restart, checkpointing,
      *********trailer balancing and match mode, "*" comment records
           OPEN INPUT RECORD-CONTROL-FILE.
           IF WS-RECORD-CONTROL-NOT-FOUND THEN
               DISPLAY "RULEXREF: NO RULEREC DECK RECCTL ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-RECORD-CONTROL-OK THEN
               DISPLAY "RULEXREF: ERROR OPENING RECCTL, STATUS = "
                   WS-RECORD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-DECK-FOUND-COUNT.
           SET WS-RECORD-DECK-YES TO TRUE.
           SET WS-CONTROL-EOF-YES TO FALSE.
           PERFORM READ-RECORD-DECK-PROCEDURE.
           PERFORM LOAD-RECORD-DECK-ENTRY-PROCEDURE
               UNTIL WS-CONTROL-EOF-YES.
           CLOSE RECORD-CONTROL-FILE.
      *****Every rule in the deck runs with the deck's one library
      *****and is handed FLDMAP's fields
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               MOVE WS-RECORD-BIND-NAME
                   TO WS-RULE-BIND-NAME(WS-RULE-INDEX)
               MOVE "FLDMAP" TO WS-RULE-MAP-NAME(WS-RULE-INDEX)
           END-PERFORM.
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
               EVALUATE WS-CONTROL-TOKEN(1)
               WHEN "BIND"
                   MOVE WS-CONTROL-TOKEN(2) TO WS-RECORD-BIND-NAME
               WHEN "RESTART"
               WHEN "CHECKPOINT"
               WHEN "TRAILER"
               WHEN "LOGGING"
                   CONTINUE
               WHEN "HASHTOTAL"
                   MOVE WS-CONTROL-TOKEN(2) TO WS-HASH-FIELD-NAME
               WHEN "MATCH"
      *****"MATCH txn-key master-key [master-prefix [txn-prefix]]",
      *****"*" for a prefix meaning none, as RULEREC reads it
                   SET WS-MATCH-MODE-YES TO TRUE
                   MOVE WS-CONTROL-TOKEN(2) TO WS-TXN-KEY-NAME
                   MOVE WS-CONTROL-TOKEN(3) TO WS-MASTER-KEY-NAME
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
               WHEN OTHER
                   IF WS-RULE-COUNT >= 120 THEN
                       DISPLAY "RULEXREF: DECKS NAME MORE THAN 120 "
                           "RULE FILES"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   ADD 1 TO WS-RECORD-RULE-COUNT
                   MOVE "RECCTL" TO WS-RULE-DECK(WS-RULE-COUNT)
                   MOVE WS-RECORD-RULE-COUNT
                       TO WS-RULE-ENTRY-NUMBER(WS-RULE-COUNT)
                   MOVE WS-CONTROL-TOKEN(1)
                       TO WS-RULE-FILE-NAME(WS-RULE-COUNT)
               END-EVALUATE
           END-IF.
           PERFORM READ-RECORD-DECK-PROCEDURE.
       LOAD-BATCH-DECK-PROCEDURE.
      *********RULEBAT's deck: one entry per nonblank record - file,
      *********then its own library or "*", then the field map RULECHK
      *********reads if one is named, then keyword pairs - with
      *********a "RERUN" record counting as no entry, as in RULEBAT,
      *********so the entry numbers here are the ones RULESUM shows
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-CONTROL-NOT-FOUND THEN
               DISPLAY "RULEXREF: NO RULEBAT DECK RULECTL ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-BATCH-CONTROL-OK THEN
               DISPLAY "RULEXREF: ERROR OPENING RULECTL, STATUS = "
                   WS-BATCH-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-DECK-FOUND-COUNT.
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
           IF BATCH-CONTROL-RECORD NOT = SPACES THEN
               MOVE SPACES TO WS-CONTROL-TOKEN-TABLE
               UNSTRING FUNCTION TRIM(BATCH-CONTROL-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                       WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                       WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
                       WS-CONTROL-TOKEN(7) WS-CONTROL-TOKEN(8)
               END-UNSTRING
               IF WS-CONTROL-TOKEN(1) NOT = "RERUN" THEN
                   PERFORM ADD-BATCH-RULE-PROCEDURE
               END-IF
           END-IF.
           PERFORM READ-BATCH-DECK-PROCEDURE.
       ADD-BATCH-RULE-PROCEDURE.
           IF WS-RULE-COUNT >= 120 THEN
               DISPLAY "RULEXREF: DECKS NAME MORE THAN 120 RULE FILES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           ADD 1 TO WS-BATCH-ENTRY-COUNT.
           MOVE "RULECTL" TO WS-RULE-DECK(WS-RULE-COUNT).
           MOVE WS-BATCH-ENTRY-COUNT
               TO WS-RULE-ENTRY-NUMBER(WS-RULE-COUNT).
           MOVE WS-CONTROL-TOKEN(1) TO WS-RULE-FILE-NAME(WS-RULE-COUNT).
           MOVE SPACES TO WS-RULE-BIND-NAME(WS-RULE-COUNT).
           MOVE SPACES TO WS-RULE-MAP-NAME(WS-RULE-COUNT).
           MOVE 2 TO WS-TOKEN-INDEX.
           IF WS-CONTROL-TOKEN(2) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(2) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(2) NOT = "RESULT" THEN
               IF WS-CONTROL-TOKEN(2) NOT = "*" THEN
                   MOVE WS-CONTROL-TOKEN(2)
                       TO WS-RULE-BIND-NAME(WS-RULE-COUNT)
               END-IF
               MOVE 3 TO WS-TOKEN-INDEX
           END-IF.
      *****A field map only follows the library - RULECHK proves the
      *****entry's names against it, so they resolve here as fields
           IF WS-TOKEN-INDEX = 3
               AND WS-CONTROL-TOKEN(3) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(3) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(3) NOT = "RESULT"
               AND WS-CONTROL-TOKEN(3) NOT = SPACES THEN
               MOVE WS-CONTROL-TOKEN(3)
                   TO WS-RULE-MAP-NAME(WS-RULE-COUNT)
               MOVE 4 TO WS-TOKEN-INDEX
           END-IF.
      *****Only a RESULT matters here - it puts a name on the table
      *****for the entries after this one. Conditions name entries,
      *****not anything a rule references
           PERFORM VARYING WS-TOKEN-INDEX FROM WS-TOKEN-INDEX BY 1
               UNTIL WS-TOKEN-INDEX > 7
               IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX) = "RESULT"
                   AND WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)
                       NOT = SPACES THEN
                   MOVE "R" TO WS-NEW-ITEM-TYPE
                   MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)
                       TO WS-NEW-ITEM-NAME
                   MOVE WS-NEW-ITEM-NAME TO WS-NEW-ITEM-RAW-NAME
                   MOVE SPACES TO WS-NEW-ITEM-ORIGIN
                   STRING "RULECTL ENTRY " DELIMITED BY SIZE
                       WS-BATCH-ENTRY-COUNT DELIMITED BY SIZE
                       INTO WS-NEW-ITEM-ORIGIN
                   MOVE WS-BATCH-ENTRY-COUNT
                       TO WS-NEW-ITEM-ENTRY-NUMBER
                   PERFORM ADD-ITEM-PROCEDURE
               END-IF
           END-PERFORM.
       LOAD-FIELD-MAPS-PROCEDURE.
      *********Field names go on the table under the name a rule
      *********sees - with RECCTL's match prefixes applied - and the
      *********name on the map beside it, for the HASHTOTAL and MATCH
      *********records that use the map's own names. Only RULEREC
      *********hands a rule record fields, and master fields only in
      *********match mode, so without its deck those maps don't
      *********apply. The maps RULECTL entries name go on after them,
      *********unprefixed as RULECHK binds them, each map once
           IF WS-RECORD-DECK-YES THEN
               MOVE "FLDMAP" TO WS-FIELD-MAP-ASSIGN
               MOVE "F" TO WS-NEW-ITEM-TYPE
               MOVE WS-TXN-PREFIX TO WS-MAP-PREFIX
               PERFORM LOAD-ONE-FIELD-MAP-PROCEDURE
               IF WS-MATCH-MODE-YES THEN
                   MOVE "MASTMAP" TO WS-FIELD-MAP-ASSIGN
                   MOVE "M" TO WS-NEW-ITEM-TYPE
                   MOVE WS-MASTER-PREFIX TO WS-MAP-PREFIX
                   PERFORM LOAD-ONE-FIELD-MAP-PROCEDURE
               END-IF
           END-IF.
           PERFORM LOAD-ENTRY-FIELD-MAP-PROCEDURE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
       LOAD-ENTRY-FIELD-MAP-PROCEDURE.
           IF NOT WS-RULE-FROM-RULECTL(WS-RULE-INDEX)
               OR WS-RULE-MAP-NAME(WS-RULE-INDEX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *****A map an earlier rule already has on the table - a RECCTL
      *****rule's FLDMAP among them - isn't read again
           SET WS-MAP-FOUND-YES TO FALSE.
           PERFORM VARYING WS-MAP-RULE-INDEX FROM 1 BY 1
               UNTIL WS-MAP-RULE-INDEX >= WS-RULE-INDEX
               OR WS-MAP-FOUND-YES
               IF WS-RULE-MAP-NAME(WS-MAP-RULE-INDEX)
                   = WS-RULE-MAP-NAME(WS-RULE-INDEX) THEN
                   SET WS-MAP-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MAP-FOUND-YES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-RULE-MAP-NAME(WS-RULE-INDEX))
               TO WS-FIELD-MAP-ASSIGN.
           MOVE "F" TO WS-NEW-ITEM-TYPE.
           MOVE SPACES TO WS-MAP-PREFIX.
           PERFORM LOAD-ONE-FIELD-MAP-PROCEDURE.
       LOAD-ONE-FIELD-MAP-PROCEDURE.
           SET WS-FIELD-MAP-EOF-YES TO FALSE.
           OPEN INPUT FIELD-MAP-FILE.
           IF WS-FIELD-MAP-NOT-FOUND THEN
               DISPLAY "RULEXREF: NO FIELD MAP "
                   FUNCTION TRIM(WS-FIELD-MAP-ASSIGN) " ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-FIELD-MAP-OK THEN
               DISPLAY "RULEXREF: ERROR OPENING "
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
               MOVE SPACES TO WS-NEW-ITEM-RAW-NAME
               UNSTRING FUNCTION TRIM(FIELD-MAP-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-NEW-ITEM-RAW-NAME
               END-UNSTRING
               MOVE SPACES TO WS-NEW-ITEM-NAME
               STRING WS-MAP-PREFIX DELIMITED BY SPACE
                   WS-NEW-ITEM-RAW-NAME DELIMITED BY SPACE
                   INTO WS-NEW-ITEM-NAME
               MOVE WS-FIELD-MAP-ASSIGN TO WS-NEW-ITEM-ORIGIN
               MOVE 0 TO WS-NEW-ITEM-ENTRY-NUMBER
               PERFORM ADD-ITEM-PROCEDURE
           END-IF.
           PERFORM READ-MAP-RECORD-PROCEDURE.
       LOAD-REF-TABLE-NAMES-PROCEDURE.
      *********Only the table names matter - each goes on once however
      *********many keys it carries
           OPEN INPUT REF-TABLE-FILE.
           IF WS-REF-TABLE-NOT-FOUND THEN
               DISPLAY "RULEXREF: NO REFERENCE TABLES REFTABLE ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REF-TABLE-OK THEN
               DISPLAY "RULEXREF: ERROR OPENING REFTABLE, STATUS = "
                   WS-REF-TABLE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-REF-TABLE-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-TABLE-NAME-PROCEDURE
               UNTIL WS-REF-TABLE-EOF-YES.
           CLOSE REF-TABLE-FILE.
       READ-REF-TABLE-RECORD-PROCEDURE.
           MOVE SPACES TO REF-TABLE-RECORD.
           READ REF-TABLE-FILE
               AT END SET WS-REF-TABLE-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-TABLE-NAME-PROCEDURE.
           IF REF-TABLE-RECORD NOT = SPACES
               AND REF-TABLE-RECORD(1:1) NOT = "*" THEN
               MOVE "T" TO WS-NEW-ITEM-TYPE
               MOVE SPACES TO WS-NEW-ITEM-NAME
               UNSTRING FUNCTION TRIM(REF-TABLE-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-NEW-ITEM-NAME
               END-UNSTRING
               MOVE WS-NEW-ITEM-NAME TO WS-NEW-ITEM-RAW-NAME
               MOVE "REFTABLE" TO WS-NEW-ITEM-ORIGIN
               MOVE 0 TO WS-NEW-ITEM-ENTRY-NUMBER
               PERFORM ADD-ITEM-PROCEDURE
           END-IF.
           PERFORM READ-REF-TABLE-RECORD-PROCEDURE.
       LOAD-LIBRARIES-PROCEDURE.
      *********Each library named by any rule is loaded once, in the
      *********order the rules first name them
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RULE-BIND-NAME(WS-RULE-INDEX) NOT = SPACES THEN
                   MOVE WS-RULE-BIND-NAME(WS-RULE-INDEX)
                       TO WS-LIBRARY-SEARCH-NAME
                   PERFORM FIND-LIBRARY-PROCEDURE
                   IF NOT WS-LIBRARY-FOUND-YES THEN
                       PERFORM LOAD-ONE-LIBRARY-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       FIND-LIBRARY-PROCEDURE.
           SET WS-LIBRARY-FOUND-YES TO FALSE.
           PERFORM VARYING WS-LIBRARY-INDEX FROM 1 BY 1
               UNTIL WS-LIBRARY-INDEX > WS-LIBRARY-COUNT
               OR WS-LIBRARY-FOUND-YES
               IF WS-LIBRARY-NAME(WS-LIBRARY-INDEX)
                   = WS-LIBRARY-SEARCH-NAME THEN
                   SET WS-LIBRARY-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
       LOAD-ONE-LIBRARY-PROCEDURE.
           IF WS-LIBRARY-COUNT >= 20 THEN
               DISPLAY "RULEXREF: DECKS NAME MORE THAN 20 BINDINGS "
                   "LIBRARIES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-LIBRARY-COUNT.
           MOVE WS-LIBRARY-SEARCH-NAME
               TO WS-LIBRARY-NAME(WS-LIBRARY-COUNT).
           MOVE FUNCTION TRIM(WS-LIBRARY-SEARCH-NAME)
               TO WS-BIND-FILE-ASSIGN.
           SET WS-BIND-EOF-YES TO FALSE.
           OPEN INPUT BIND-FILE.
      *****The night run abends on a library it can't open - every
      *****rule naming it is in trouble, so it counts as a problem
           IF NOT WS-BIND-FILE-OK THEN
               DISPLAY "RULEXREF: CANNOT OPEN BINDINGS LIBRARY "
                   FUNCTION TRIM(WS-BIND-FILE-ASSIGN)
                   ", STATUS = " WS-BIND-FILE-STATUS
               ADD 1 TO WS-PROBLEM-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-BIND-RECORD-PROCEDURE.
           PERFORM LOAD-ONE-BIND-NAME-PROCEDURE
               UNTIL WS-BIND-EOF-YES.
           CLOSE BIND-FILE.
       READ-BIND-RECORD-PROCEDURE.
           MOVE SPACES TO BIND-FILE-RECORD.
           READ BIND-FILE
               AT END SET WS-BIND-EOF-YES TO TRUE
           END-READ.
       LOAD-ONE-BIND-NAME-PROCEDURE.
           IF BIND-FILE-RECORD NOT = SPACES
               AND BIND-FILE-RECORD(1:1) NOT = "*" THEN
               MOVE "B" TO WS-NEW-ITEM-TYPE
               MOVE SPACES TO WS-NEW-ITEM-NAME
               UNSTRING FUNCTION TRIM(BIND-FILE-RECORD)
                   DELIMITED BY ALL " "
                   INTO WS-NEW-ITEM-NAME
               END-UNSTRING
               MOVE WS-NEW-ITEM-NAME TO WS-NEW-ITEM-RAW-NAME
               MOVE WS-LIBRARY-SEARCH-NAME TO WS-NEW-ITEM-ORIGIN
               MOVE 0 TO WS-NEW-ITEM-ENTRY-NUMBER
               PERFORM ADD-ITEM-PROCEDURE
           END-IF.
           PERFORM READ-BIND-RECORD-PROCEDURE.
       ADD-ITEM-PROCEDURE.
      *********A name already on the table from the same place - a
      *********table's second key, a library's repeated name - goes
      *********on once
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF WS-ITEM-TYPE(WS-ITEM-INDEX) = WS-NEW-ITEM-TYPE
                   AND WS-ITEM-NAME(WS-ITEM-INDEX) = WS-NEW-ITEM-NAME
                   AND WS-ITEM-ORIGIN(WS-ITEM-INDEX)
                       = WS-NEW-ITEM-ORIGIN THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-ITEM-COUNT >= 1000 THEN
               DISPLAY "RULEXREF: MORE THAN 1000 BINDINGS, FIELDS, "
                   "TABLES AND RESULTS ON FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-NEW-ITEM-TYPE TO WS-ITEM-TYPE(WS-ITEM-COUNT).
           MOVE WS-NEW-ITEM-NAME TO WS-ITEM-NAME(WS-ITEM-COUNT).
           MOVE WS-NEW-ITEM-RAW-NAME TO WS-ITEM-RAW-NAME(WS-ITEM-COUNT).
           MOVE WS-NEW-ITEM-ORIGIN TO WS-ITEM-ORIGIN(WS-ITEM-COUNT).
           MOVE WS-NEW-ITEM-ENTRY-NUMBER
               TO WS-ITEM-ENTRY-NUMBER(WS-ITEM-COUNT).
           MOVE 0 TO WS-ITEM-USE-COUNT(WS-ITEM-COUNT).
       ADD-CONTROL-USES-PROCEDURE.
      *********RULEREC itself reads the HASHTOTAL field and the MATCH
      *********keys, whether or not any rule mentions them - changing
      *********one breaks the run just the same
           MOVE 0 TO WS-RULE-INDEX.
           MOVE 1 TO WS-REF-FIRST-INDEX.
           IF WS-HASH-FIELD-NAME NOT = SPACES THEN
               MOVE "F" TO WS-NEW-ITEM-TYPE
               MOVE "FLDMAP" TO WS-NEW-ITEM-ORIGIN
               MOVE WS-HASH-FIELD-NAME TO WS-NEW-ITEM-RAW-NAME
               MOVE "HASHTOTAL" TO WS-NEW-REF-CLASS
               PERFORM ADD-CONTROL-USE-PROCEDURE
           END-IF.
           IF WS-MATCH-MODE-YES THEN
               MOVE "F" TO WS-NEW-ITEM-TYPE
               MOVE "FLDMAP" TO WS-NEW-ITEM-ORIGIN
               MOVE WS-TXN-KEY-NAME TO WS-NEW-ITEM-RAW-NAME
               MOVE "MATCH KEY" TO WS-NEW-REF-CLASS
               PERFORM ADD-CONTROL-USE-PROCEDURE
               MOVE "M" TO WS-NEW-ITEM-TYPE
               MOVE "MASTMAP" TO WS-NEW-ITEM-ORIGIN
               MOVE WS-MASTER-KEY-NAME TO WS-NEW-ITEM-RAW-NAME
               MOVE "MATCH KEY" TO WS-NEW-REF-CLASS
               PERFORM ADD-CONTROL-USE-PROCEDURE
           END-IF.
       ADD-CONTROL-USE-PROCEDURE.
           MOVE 0 TO WS-ITEM-FOUND-INDEX.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               OR WS-ITEM-FOUND-INDEX > 0
               IF WS-ITEM-TYPE(WS-ITEM-INDEX) = WS-NEW-ITEM-TYPE
                   AND WS-ITEM-ORIGIN(WS-ITEM-INDEX)
                       = WS-NEW-ITEM-ORIGIN
                   AND WS-ITEM-RAW-NAME(WS-ITEM-INDEX)
                       = WS-NEW-ITEM-RAW-NAME THEN
                   MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND-INDEX
               END-IF
           END-PERFORM.
           MOVE WS-NEW-ITEM-RAW-NAME TO WS-NEW-REF-NAME.
           IF WS-ITEM-FOUND-INDEX > 0 THEN
               MOVE WS-ITEM-NAME(WS-ITEM-FOUND-INDEX)
                   TO WS-NEW-REF-NAME
           ELSE
               DISPLAY "RULEXREF: RECCTL "
                   FUNCTION TRIM(WS-NEW-REF-CLASS) " "
                   FUNCTION TRIM(WS-NEW-ITEM-RAW-NAME)
                   " IS NOT ON ITS FIELD MAP"
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.
           MOVE "RECCTL" TO WS-NEW-REF-ORIGIN.
           PERFORM ADD-REFERENCE-PROCEDURE.
       CROSS-REFERENCE-RULE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-DECK.
           MOVE WS-RULE-DECK(WS-RULE-INDEX) TO WS-REPORT-DECK.
           DISPLAY " ".
           IF WS-RULE-BIND-NAME(WS-RULE-INDEX) = SPACES THEN
               DISPLAY WS-REPORT-DECK "ENTRY "
                   WS-RULE-ENTRY-NUMBER(WS-RULE-INDEX) "  "
                   FUNCTION TRIM(WS-RULE-FILE-NAME(WS-RULE-INDEX))
                   "  (NO LIBRARY)"
           ELSE
               DISPLAY WS-REPORT-DECK "ENTRY "
                   WS-RULE-ENTRY-NUMBER(WS-RULE-INDEX) "  "
                   FUNCTION TRIM(WS-RULE-FILE-NAME(WS-RULE-INDEX))
                   "  (LIBRARY "
                   FUNCTION TRIM(WS-RULE-BIND-NAME(WS-RULE-INDEX))
                   ")"
           END-IF.
           PERFORM TOKENIZE-RULE-FILE-PROCEDURE.
           IF WS-EXPR-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REF-FIRST-INDEX = WS-REF-COUNT + 1.
           PERFORM WALK-RULE-TOKENS-PROCEDURE.
           IF WS-REF-FIRST-INDEX > WS-REF-COUNT THEN
               DISPLAY "    REFERENCES NO NAMES"
               EXIT PARAGRAPH
           END-IF.
           PERFORM REPORT-ONE-REFERENCE-PROCEDURE
               VARYING WS-REF-INDEX FROM WS-REF-FIRST-INDEX BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT.
       REPORT-ONE-REFERENCE-PROCEDURE.
           MOVE WS-REF-NAME(WS-REF-INDEX) TO WS-REPORT-NAME.
           MOVE WS-REF-CLASS(WS-REF-INDEX) TO WS-REPORT-CLASS.
           DISPLAY "    " WS-REPORT-NAME " " WS-REPORT-CLASS " "
               FUNCTION TRIM(WS-REF-ORIGIN(WS-REF-INDEX)).
       TOKENIZE-RULE-FILE-PROCEDURE.
           MOVE FUNCTION TRIM(WS-RULE-FILE-NAME(WS-RULE-INDEX))
               TO WS-EXPR-FILE-ASSIGN.
           MOVE 0 TO WS-EXPR-TOKEN-COUNT.
           MOVE SPACES TO WS-EXPR-TOKEN-BUFFER.
           MOVE 0 TO WS-EXPR-TOKEN-LEN.
           SET WS-EXPR-IN-QUOTE-YES TO FALSE.
           SET WS-EXPR-TOKEN-OVFL-YES TO FALSE.
           SET WS-EXPR-EOF-YES TO FALSE.
           OPEN INPUT EXPR-FILE.
           IF NOT WS-EXPR-FILE-OK THEN
               DISPLAY "    *** RULE FILE CANNOT BE OPENED, STATUS = "
                   WS-EXPR-FILE-STATUS
               ADD 1 TO WS-PROBLEM-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-EXPR-LINE-PROCEDURE.
           PERFORM TOKENIZE-EXPR-LINE-PROCEDURE
               UNTIL WS-EXPR-EOF-YES.
           CLOSE EXPR-FILE.
           MOVE "00" TO WS-EXPR-FILE-STATUS.
           IF WS-EXPR-TOKEN-OVFL-YES THEN
               DISPLAY "    *** MORE THAN 200 TOKENS - ONLY THE FIRST "
                   "200 CROSS-REFERENCED"
           END-IF.
       READ-EXPR-LINE-PROCEDURE.
           MOVE SPACES TO EXPR-FILE-RECORD.
           READ EXPR-FILE
               AT END SET WS-EXPR-EOF-YES TO TRUE
           END-READ.
           MOVE EXPR-FILE-RECORD TO WS-EXPR-LINE.
       TOKENIZE-EXPR-LINE-PROCEDURE.
           IF WS-EXPR-LINE = SPACES THEN
               MOVE 0 TO WS-EXPR-LINE-LEN
           ELSE
               COMPUTE WS-EXPR-LINE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EXPR-LINE TRAILING))
           END-IF.
           PERFORM TOKENIZE-ONE-CHAR-PROCEDURE
               VARYING WS-EXPR-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-EXPR-CHAR-INDEX > WS-EXPR-LINE-LEN.
      *****A quote can't carry over to the next line in LISP either
           SET WS-EXPR-IN-QUOTE-YES TO FALSE.
           PERFORM FLUSH-EXPR-TOKEN-PROCEDURE.
           PERFORM READ-EXPR-LINE-PROCEDURE.
       TOKENIZE-ONE-CHAR-PROCEDURE.
           MOVE WS-EXPR-LINE(WS-EXPR-CHAR-INDEX:1)
               TO WS-EXPR-CURRENT-CHAR.
           EVALUATE TRUE
           WHEN WS-EXPR-CURRENT-CHAR = QUOTE
               IF WS-EXPR-IN-QUOTE-YES THEN
                   PERFORM APPEND-EXPR-CHAR-PROCEDURE
                   SET WS-EXPR-IN-QUOTE-YES TO FALSE
                   PERFORM FLUSH-EXPR-TOKEN-PROCEDURE
               ELSE
                   PERFORM FLUSH-EXPR-TOKEN-PROCEDURE
                   SET WS-EXPR-IN-QUOTE-YES TO TRUE
                   PERFORM APPEND-EXPR-CHAR-PROCEDURE
               END-IF
           WHEN WS-EXPR-IN-QUOTE-YES
               PERFORM APPEND-EXPR-CHAR-PROCEDURE
           WHEN WS-EXPR-CURRENT-CHAR = "("
                OR WS-EXPR-CURRENT-CHAR = ")"
               PERFORM FLUSH-EXPR-TOKEN-PROCEDURE
               MOVE WS-EXPR-CURRENT-CHAR TO WS-EXPR-TOKEN-BUFFER
               MOVE 1 TO WS-EXPR-TOKEN-LEN
               PERFORM FLUSH-EXPR-TOKEN-PROCEDURE
           WHEN WS-EXPR-CURRENT-CHAR = SPACE
               PERFORM FLUSH-EXPR-TOKEN-PROCEDURE
           WHEN OTHER
               PERFORM APPEND-EXPR-CHAR-PROCEDURE
           END-EVALUATE.
       APPEND-EXPR-CHAR-PROCEDURE.
      *****The token area holds 50, as LISP's does - anything past
      *****that is dropped, LISP having already refused the file
           IF WS-EXPR-TOKEN-LEN < 50 THEN
               ADD 1 TO WS-EXPR-TOKEN-LEN
               MOVE WS-EXPR-CURRENT-CHAR
                   TO WS-EXPR-TOKEN-BUFFER(WS-EXPR-TOKEN-LEN:1)
           END-IF.
       FLUSH-EXPR-TOKEN-PROCEDURE.
           IF WS-EXPR-TOKEN-LEN > 0 THEN
               IF WS-EXPR-TOKEN-COUNT >= 200 THEN
                   SET WS-EXPR-TOKEN-OVFL-YES TO TRUE
               ELSE
                   ADD 1 TO WS-EXPR-TOKEN-COUNT
                   MOVE WS-EXPR-TOKEN-BUFFER
                       TO WS-EXPR-TOKEN(WS-EXPR-TOKEN-COUNT)
               END-IF
               MOVE SPACES TO WS-EXPR-TOKEN-BUFFER
               MOVE 0 TO WS-EXPR-TOKEN-LEN
           END-IF.
       WALK-RULE-TOKENS-PROCEDURE.
      *********Each file starts with no "define"s and no functions of
      *********its own - LISP scopes both to the one call
           MOVE 0 TO WS-WALK-DEPTH.
           MOVE 0 TO WS-DEFUN-DEPTH.
           MOVE 0 TO WS-PARAM-COUNT.
           MOVE 0 TO WS-LOCAL-DEFINE-COUNT.
           MOVE 0 TO WS-LOCAL-FUNC-COUNT.
           SET WS-WALK-STOP-YES TO FALSE.
           PERFORM WALK-ONE-TOKEN-PROCEDURE
               VARYING WS-EXPR-TOKEN-INDEX FROM 1 BY 1
               UNTIL WS-EXPR-TOKEN-INDEX > WS-EXPR-TOKEN-COUNT
               OR WS-WALK-STOP-YES.
       WALK-ONE-TOKEN-PROCEDURE.
           MOVE WS-EXPR-TOKEN(WS-EXPR-TOKEN-INDEX) TO WS-WALK-TOKEN.
           EVALUATE WS-WALK-TOKEN
           WHEN "("
               IF WS-WALK-DEPTH >= 50 THEN
                   DISPLAY "    *** NESTED DEEPER THAN 50 - NOT "
                       "FULLY CROSS-REFERENCED"
                   SET WS-WALK-STOP-YES TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WALK-DEPTH
               MOVE SPACES TO WS-WALK-FRAME-CMD(WS-WALK-DEPTH)
               MOVE 0 TO WS-WALK-FRAME-ARGS(WS-WALK-DEPTH)
               MOVE "C" TO WS-WALK-FRAME-STATE(WS-WALK-DEPTH)
      *****The list right after a function's name is its parameters
               IF WS-DEFUN-DEPTH > 0
                   AND WS-WALK-DEPTH = WS-DEFUN-DEPTH + 1
                   AND WS-WALK-FRAME-ARGS(WS-DEFUN-DEPTH) = 1 THEN
                   MOVE "P" TO WS-WALK-FRAME-STATE(WS-WALK-DEPTH)
                   MOVE 0 TO WS-PARAM-COUNT
               END-IF
           WHEN ")"
               IF WS-WALK-DEPTH > 0 THEN
                   IF WS-WALK-DEPTH = WS-DEFUN-DEPTH THEN
                       MOVE 0 TO WS-DEFUN-DEPTH
                       MOVE 0 TO WS-PARAM-COUNT
                   END-IF
                   SUBTRACT 1 FROM WS-WALK-DEPTH
                   IF WS-WALK-DEPTH > 0 THEN
                       ADD 1 TO WS-WALK-FRAME-ARGS(WS-WALK-DEPTH)
                   END-IF
               END-IF
           WHEN OTHER
               IF WS-WALK-DEPTH > 0 THEN
                   PERFORM WALK-ATOM-TOKEN-PROCEDURE
               END-IF
           END-EVALUATE.
       WALK-ATOM-TOKEN-PROCEDURE.
           EVALUATE WS-WALK-FRAME-STATE(WS-WALK-DEPTH)
           WHEN "P"
               IF WS-PARAM-COUNT < 20 THEN
                   ADD 1 TO WS-PARAM-COUNT
                   MOVE WS-WALK-TOKEN TO WS-PARAM-NAME(WS-PARAM-COUNT)
               END-IF
           WHEN "C"
               MOVE WS-WALK-TOKEN TO WS-WALK-FRAME-CMD(WS-WALK-DEPTH)
               MOVE "A" TO WS-WALK-FRAME-STATE(WS-WALK-DEPTH)
               PERFORM CHECK-BUILT-IN-PROCEDURE
               IF WS-BUILT-IN-YES THEN
                   IF WS-WALK-TOKEN = "defun"
                       AND WS-DEFUN-DEPTH = 0 THEN
                       MOVE WS-WALK-DEPTH TO WS-DEFUN-DEPTH
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-PARAMETER-PROCEDURE
               IF WS-LOCAL-FOUND-YES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WALK-TOKEN TO WS-RESOLVE-NAME
               PERFORM RESOLVE-COMMAND-NAME-PROCEDURE
           WHEN OTHER
               ADD 1 TO WS-WALK-FRAME-ARGS(WS-WALK-DEPTH)
               PERFORM WALK-ARGUMENT-PROCEDURE
           END-EVALUATE.
       WALK-ARGUMENT-PROCEDURE.
      *****A function's own name, as "defun" gives it
           IF WS-WALK-DEPTH = WS-DEFUN-DEPTH
               AND WS-WALK-FRAME-ARGS(WS-WALK-DEPTH) = 1 THEN
               IF WS-LOCAL-FUNC-COUNT < 20 THEN
                   ADD 1 TO WS-LOCAL-FUNC-COUNT
                   MOVE WS-WALK-TOKEN
                       TO WS-LOCAL-FUNC-NAME(WS-LOCAL-FUNC-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *****The name a "define" binds, resolvable from here on
           IF WS-WALK-FRAME-CMD(WS-WALK-DEPTH) = "define"
               AND WS-WALK-FRAME-ARGS(WS-WALK-DEPTH) = 1 THEN
               IF WS-LOCAL-DEFINE-COUNT < 50 THEN
                   ADD 1 TO WS-LOCAL-DEFINE-COUNT
                   MOVE WS-WALK-TOKEN
                       TO WS-LOCAL-DEFINE-NAME(WS-LOCAL-DEFINE-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *****A "lookup"'s first argument names a reference table
           IF WS-WALK-FRAME-CMD(WS-WALK-DEPTH) = "lookup"
               AND WS-WALK-FRAME-ARGS(WS-WALK-DEPTH) = 1 THEN
               MOVE WS-WALK-TOKEN TO WS-RESOLVE-NAME
               IF WS-RESOLVE-NAME(1:1) = QUOTE THEN
                   MOVE WS-WALK-TOKEN(2:49) TO WS-RESOLVE-NAME
                   INSPECT WS-RESOLVE-NAME REPLACING ALL QUOTE
                       BY SPACE
               END-IF
               PERFORM RESOLVE-TABLE-NAME-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
      *****Quoted values and numbers stand for themselves
           IF WS-WALK-TOKEN(1:1) = QUOTE THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-WALK-TOKEN))
               = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PARAMETER-PROCEDURE.
           IF WS-LOCAL-FOUND-YES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WALK-TOKEN TO WS-RESOLVE-NAME.
           PERFORM RESOLVE-VALUE-NAME-PROCEDURE.
       CHECK-BUILT-IN-PROCEDURE.
      *****The same command list LISP's CHECK-KNOWN-COMMAND-PROCEDURE
      *****recognizes
           SET WS-BUILT-IN-YES TO FALSE.
           EVALUATE WS-WALK-TOKEN
           WHEN "write"
           WHEN "+"
           WHEN "-"
           WHEN "*"
           WHEN "/"
           WHEN "define"
           WHEN "<"
           WHEN ">"
           WHEN "="
           WHEN "if"
           WHEN "defun"
           WHEN "concat"
           WHEN "str="
           WHEN "lookup"
               SET WS-BUILT-IN-YES TO TRUE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CHECK-PARAMETER-PROCEDURE.
      *****Inside a function body its parameters are its own business
           SET WS-LOCAL-FOUND-YES TO FALSE.
           IF WS-DEFUN-DEPTH = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOCAL-INDEX FROM 1 BY 1
               UNTIL WS-LOCAL-INDEX > WS-PARAM-COUNT
               OR WS-LOCAL-FOUND-YES
               IF WS-PARAM-NAME(WS-LOCAL-INDEX) = WS-WALK-TOKEN THEN
                   SET WS-LOCAL-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
       RESOLVE-COMMAND-NAME-PROCEDURE.
      *********A command that isn't built in has to be a function the
      *********file defines
           MOVE 0 TO WS-ITEM-FOUND-INDEX.
           MOVE "THIS FILE" TO WS-NEW-REF-ORIGIN.
           PERFORM FIND-LOCAL-FUNC-PROCEDURE.
           IF WS-LOCAL-FOUND-YES THEN
               MOVE "DEFUN" TO WS-NEW-REF-CLASS
           ELSE
               MOVE "UNRESOLVED" TO WS-NEW-REF-CLASS
               MOVE "NOT BUILT IN OR DEFINED BY DEFUN"
                   TO WS-NEW-REF-ORIGIN
           END-IF.
           MOVE WS-RESOLVE-NAME TO WS-NEW-REF-NAME.
           PERFORM ADD-REFERENCE-PROCEDURE.
       RESOLVE-TABLE-NAME-PROCEDURE.
           MOVE "T" TO WS-NEW-ITEM-TYPE.
           PERFORM FIND-ITEM-BY-NAME-PROCEDURE.
           MOVE WS-RESOLVE-NAME TO WS-NEW-REF-NAME.
           IF WS-ITEM-FOUND-INDEX > 0 THEN
               MOVE "TABLE" TO WS-NEW-REF-CLASS
               MOVE "REFTABLE" TO WS-NEW-REF-ORIGIN
           ELSE
               MOVE "UNRESOLVED" TO WS-NEW-REF-CLASS
               MOVE "NO SUCH TABLE ON REFTABLE" TO WS-NEW-REF-ORIGIN
           END-IF.
           PERFORM ADD-REFERENCE-PROCEDURE.
       RESOLVE-VALUE-NAME-PROCEDURE.
      *********The order the night run looks a name up in: the file's
      *********own "define"s and functions, then the fields the
      *********driver hands over (a RULEREC record's, or results an
      *********earlier RULEBAT entry published, or for a RULEBAT
      *********entry the fields of the map RULECHK certifies it
      *********against), then the library
           MOVE WS-RESOLVE-NAME TO WS-NEW-REF-NAME.
           MOVE 0 TO WS-ITEM-FOUND-INDEX.
           MOVE "THIS FILE" TO WS-NEW-REF-ORIGIN.
           PERFORM FIND-LOCAL-DEFINE-PROCEDURE.
           IF WS-LOCAL-FOUND-YES THEN
               MOVE "DEFINE" TO WS-NEW-REF-CLASS
               PERFORM ADD-REFERENCE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LOCAL-FUNC-PROCEDURE.
           IF WS-LOCAL-FOUND-YES THEN
               MOVE "DEFUN" TO WS-NEW-REF-CLASS
               PERFORM ADD-REFERENCE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO WS-NEW-ITEM-TYPE.
           PERFORM FIND-ITEM-BY-NAME-PROCEDURE.
      *****Master fields only reach a RULEREC rule in match mode
           IF WS-ITEM-FOUND-INDEX = 0 AND WS-MATCH-MODE-YES
               AND WS-RULE-FROM-RECCTL(WS-RULE-INDEX) THEN
               MOVE "M" TO WS-NEW-ITEM-TYPE
               PERFORM FIND-ITEM-BY-NAME-PROCEDURE
           END-IF.
           IF WS-ITEM-FOUND-INDEX > 0 THEN
               MOVE "FIELD" TO WS-NEW-REF-CLASS
               MOVE WS-ITEM-ORIGIN(WS-ITEM-FOUND-INDEX)
                   TO WS-NEW-REF-ORIGIN
               PERFORM ADD-REFERENCE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-FROM-RULECTL(WS-RULE-INDEX) THEN
               MOVE "R" TO WS-NEW-ITEM-TYPE
               PERFORM FIND-ITEM-BY-NAME-PROCEDURE
               IF WS-ITEM-FOUND-INDEX > 0 THEN
                   MOVE "RESULT" TO WS-NEW-REF-CLASS
                   MOVE WS-ITEM-ORIGIN(WS-ITEM-FOUND-INDEX)
                       TO WS-NEW-REF-ORIGIN
                   PERFORM ADD-REFERENCE-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-RULE-BIND-NAME(WS-RULE-INDEX) NOT = SPACES THEN
               MOVE "B" TO WS-NEW-ITEM-TYPE
               PERFORM FIND-ITEM-BY-NAME-PROCEDURE
               IF WS-ITEM-FOUND-INDEX > 0 THEN
                   MOVE "BINDING" TO WS-NEW-REF-CLASS
                   MOVE WS-ITEM-ORIGIN(WS-ITEM-FOUND-INDEX)
                       TO WS-NEW-REF-ORIGIN
                   PERFORM ADD-REFERENCE-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "UNRESOLVED" TO WS-NEW-REF-CLASS.
           MOVE "NOT DEFINED, A FIELD, A RESULT OR A BINDING"
               TO WS-NEW-REF-ORIGIN.
           PERFORM ADD-REFERENCE-PROCEDURE.
       FIND-ITEM-BY-NAME-PROCEDURE.
      *********A binding has to come from the rule's own library, a
      *********field from the rule's own field map, and a result from
      *********an entry that runs before this one
           MOVE 0 TO WS-ITEM-FOUND-INDEX.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               OR WS-ITEM-FOUND-INDEX > 0
               IF WS-ITEM-TYPE(WS-ITEM-INDEX) = WS-NEW-ITEM-TYPE
                   AND WS-ITEM-NAME(WS-ITEM-INDEX) = WS-RESOLVE-NAME
                   THEN
                   EVALUATE TRUE
                   WHEN WS-ITEM-BINDING(WS-ITEM-INDEX)
                       IF WS-ITEM-ORIGIN(WS-ITEM-INDEX)
                           = WS-RULE-BIND-NAME(WS-RULE-INDEX) THEN
                           MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND-INDEX
                       END-IF
                   WHEN WS-ITEM-FIELD(WS-ITEM-INDEX)
                       IF WS-ITEM-ORIGIN(WS-ITEM-INDEX)
                           = WS-RULE-MAP-NAME(WS-RULE-INDEX) THEN
                           MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND-INDEX
                       END-IF
                   WHEN WS-ITEM-RESULT(WS-ITEM-INDEX)
                       IF WS-ITEM-ENTRY-NUMBER(WS-ITEM-INDEX)
                           < WS-RULE-ENTRY-NUMBER(WS-RULE-INDEX) THEN
                           MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND-INDEX
                       END-IF
                   WHEN OTHER
                       MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND-INDEX
                   END-EVALUATE
               END-IF
           END-PERFORM.
       FIND-LOCAL-DEFINE-PROCEDURE.
           SET WS-LOCAL-FOUND-YES TO FALSE.
           PERFORM VARYING WS-LOCAL-INDEX FROM 1 BY 1
               UNTIL WS-LOCAL-INDEX > WS-LOCAL-DEFINE-COUNT
               OR WS-LOCAL-FOUND-YES
               IF WS-LOCAL-DEFINE-NAME(WS-LOCAL-INDEX)
                   = WS-RESOLVE-NAME THEN
                   SET WS-LOCAL-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
       FIND-LOCAL-FUNC-PROCEDURE.
           SET WS-LOCAL-FOUND-YES TO FALSE.
           PERFORM VARYING WS-LOCAL-INDEX FROM 1 BY 1
               UNTIL WS-LOCAL-INDEX > WS-LOCAL-FUNC-COUNT
               OR WS-LOCAL-FOUND-YES
               IF WS-LOCAL-FUNC-NAME(WS-LOCAL-INDEX)
                   = WS-RESOLVE-NAME THEN
                   SET WS-LOCAL-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
       ADD-REFERENCE-PROCEDURE.
      *********One entry per name per rule - a rule using a binding
      *********ten times is one use of it
           SET WS-REF-FOUND-YES TO FALSE.
           PERFORM VARYING WS-REF-INDEX FROM WS-REF-FIRST-INDEX BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
               OR WS-REF-FOUND-YES
               IF WS-REF-RULE(WS-REF-INDEX) = WS-RULE-INDEX
                   AND WS-REF-NAME(WS-REF-INDEX) = WS-NEW-REF-NAME
                   AND WS-REF-CLASS(WS-REF-INDEX) = WS-NEW-REF-CLASS
                   THEN
                   SET WS-REF-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF WS-REF-FOUND-YES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-COUNT >= 3000 THEN
               IF NOT WS-REF-TABLE-FULL-YES THEN
                   DISPLAY "RULEXREF: MORE THAN 3000 REFERENCES - "
                       "THE REST ARE NOT LISTED"
                   SET WS-REF-TABLE-FULL-YES TO TRUE
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REF-COUNT.
           MOVE WS-RULE-INDEX TO WS-REF-RULE(WS-REF-COUNT).
           MOVE WS-NEW-REF-NAME TO WS-REF-NAME(WS-REF-COUNT).
           MOVE WS-NEW-REF-CLASS TO WS-REF-CLASS(WS-REF-COUNT).
           MOVE WS-ITEM-FOUND-INDEX TO WS-REF-ITEM(WS-REF-COUNT).
           MOVE WS-NEW-REF-ORIGIN TO WS-REF-ORIGIN(WS-REF-COUNT).
           IF WS-ITEM-FOUND-INDEX > 0 THEN
               ADD 1 TO WS-ITEM-USE-COUNT(WS-ITEM-FOUND-INDEX)
           END-IF.
           IF WS-NEW-REF-CLASS = "UNRESOLVED" THEN
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.
       REPORT-ITEM-TYPE-PROCEDURE.
           PERFORM REPORT-ONE-ITEM-PROCEDURE
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
       REPORT-ONE-ITEM-PROCEDURE.
           IF WS-ITEM-TYPE(WS-ITEM-INDEX) NOT = WS-REPORT-TYPE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-NAME(WS-ITEM-INDEX) TO WS-REPORT-NAME.
           DISPLAY " ".
           DISPLAY WS-REPORT-TYPE-TITLE " " WS-REPORT-NAME " "
               FUNCTION TRIM(WS-ITEM-ORIGIN(WS-ITEM-INDEX)).
           IF WS-ITEM-USE-COUNT(WS-ITEM-INDEX) = 0 THEN
               DISPLAY "    *** DEAD - NO RULE USES IT"
               ADD 1 TO WS-DEAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM REPORT-ONE-USER-PROCEDURE
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT.
       REPORT-ONE-USER-PROCEDURE.
           IF WS-REF-ITEM(WS-REF-INDEX) NOT = WS-ITEM-INDEX THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-RULE(WS-REF-INDEX) = 0 THEN
               DISPLAY "    RECCTL  "
                   FUNCTION TRIM(WS-REF-CLASS(WS-REF-INDEX))
           ELSE
               MOVE WS-REF-RULE(WS-REF-INDEX) TO WS-RULE-INDEX
               MOVE SPACES TO WS-REPORT-DECK
               MOVE WS-RULE-DECK(WS-RULE-INDEX) TO WS-REPORT-DECK
               DISPLAY "    " WS-REPORT-DECK "ENTRY "
                   WS-RULE-ENTRY-NUMBER(WS-RULE-INDEX) "  "
                   FUNCTION TRIM(WS-RULE-FILE-NAME(WS-RULE-INDEX))
           END-IF.
       END PROGRAM RULEXREF.
