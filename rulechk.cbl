      *          cannot die at night on a name that was never going
      *          to exist. Every problem in every file is listed,
      *          nothing is evaluated, and no run datasets are
      *          touched. RULEBAT's "IFPASS n", "IFFAIL n" and
      *          "RESULT name" keywords may follow the names; a name
      *          an earlier entry publishes with "RESULT" counts as
      *          resolvable for every entry after it, as it will be
      *          at night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MAP-LOAD-FAIL-FLAG PIC X VALUE "N".
           88 WS-MAP-LOAD-FAIL-YES VALUE "Y", FALSE "N".
      *****************************************
      *    WS control record keywords - the names after the file are
      *    split again so RULEBAT's keyword pairs can be told from the
      *    bindings library and field map, and checked for shape
      *****************************************
       01 WS-CONTROL-TOKEN-TABLE.
           02 WS-CONTROL-TOKEN PIC X(100) OCCURS 8 TIMES.
       01 WS-TOKEN-INDEX PIC 9(2).
       01 WS-ENTRY-RESULT-NAME PIC X(50).
       01 WS-KEYWORD-FAIL-FLAG PIC X VALUE "N".
           88 WS-KEYWORD-FAIL-YES VALUE "Y", FALSE "N".
      *****Every name published by an entry already checked - each
      *****later entry is handed them as bindings, the way RULEBAT
      *****hands them over at night
       01 WS-PUBLISHED-NAME-COUNT PIC 9(2) VALUE 0.
       01 WS-PUBLISHED-NAME-TABLE.
           02 WS-PUBLISHED-NAME PIC X(50) OCCURS 40 TIMES.
       01 WS-PUBLISHED-INDEX PIC 9(2).
       01 WS-CONDITION-ENTRY PIC 9(3).
      *****************************************
      *    WS Shared with LISP SubRoutine
      *****************************************
       01 WS-LISP-SYMBOLS.
      *****dataset of the data file the rule will score. Whatever is
      *****named is handed to LISP so the names the rule references
      *****are proven to resolve against what the real run loads
               PERFORM SPLIT-CONTROL-RECORD-PROCEDURE
               IF WS-BIND-FILE-NAME = "*" THEN
                   MOVE SPACES TO WS-BIND-FILE-NAME
               END-IF
               IF WS-FIELD-MAP-NAME NOT = SPACES THEN
                   PERFORM LOAD-FIELD-MAP-NAMES-PROCEDURE
               END-IF
               IF NOT WS-MAP-LOAD-FAIL-YES THEN
                   PERFORM ADD-PUBLISHED-NAMES-PROCEDURE
               END-IF
      *****An entry whose field map can't be read can't have its
      *****names proven - it counts as an error file and the deck
      *****carries on with the next entry
               EVALUATE TRUE
               WHEN WS-KEYWORD-FAIL-YES
                   DISPLAY "RULECHK: "
                       FUNCTION TRIM(WS-EXPR-FILE-NAME)
                       " NOT CHECKED - CONTROL RECORD KEYWORDS INVALID"
                   ADD 1 TO WS-ERROR-FILE-COUNT
               WHEN WS-MAP-LOAD-FAIL-YES
                   DISPLAY "RULECHK: "
                       FUNCTION TRIM(WS-EXPR-FILE-NAME)
                       " NOT CHECKED - FIELD MAP NOT USABLE"
                   ADD 1 TO WS-ERROR-FILE-COUNT
               WHEN OTHER
                   DISPLAY "RULECHK: CHECKING "
                       FUNCTION TRIM(WS-EXPR-FILE-NAME)
                   MOVE 0 TO WS-SYMBOL-TABLE-SIZE
                   ELSE
                       ADD 1 TO WS-ERROR-FILE-COUNT
                   END-IF
               END-EVALUATE
      *****The name is published whether or not this entry certified -
      *****its own errors are already counted, and the entries after
      *****it shouldn't report a second problem for the same cause
               IF WS-ENTRY-RESULT-NAME NOT = SPACES
                   AND WS-PUBLISHED-NAME-COUNT < 40 THEN
                   ADD 1 TO WS-PUBLISHED-NAME-COUNT
                   MOVE WS-ENTRY-RESULT-NAME
                       TO WS-PUBLISHED-NAME(WS-PUBLISHED-NAME-COUNT)
               END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD-PROCEDURE.
       SPLIT-CONTROL-RECORD-PROCEDURE.
      *********File name first; then the bindings library and the field
      *********map, each only if it isn't already one of RULEBAT's
      *********keywords; then the keyword pairs, each checked for the
      *********shape RULEBAT will insist on
           MOVE SPACES TO WS-EXPR-FILE-NAME.
           MOVE SPACES TO WS-BIND-FILE-NAME.
           MOVE SPACES TO WS-FIELD-MAP-NAME.
           MOVE SPACES TO WS-ENTRY-RESULT-NAME.
           SET WS-KEYWORD-FAIL-YES TO FALSE.
           MOVE SPACES TO WS-CONTROL-TOKEN-TABLE.
           UNSTRING FUNCTION TRIM(CONTROL-FILE-RECORD)
               DELIMITED BY ALL " "
               INTO WS-CONTROL-TOKEN(1) WS-CONTROL-TOKEN(2)
                   WS-CONTROL-TOKEN(3) WS-CONTROL-TOKEN(4)
                   WS-CONTROL-TOKEN(5) WS-CONTROL-TOKEN(6)
                   WS-CONTROL-TOKEN(7) WS-CONTROL-TOKEN(8)
           END-UNSTRING.
           MOVE WS-CONTROL-TOKEN(1) TO WS-EXPR-FILE-NAME.
           MOVE 2 TO WS-TOKEN-INDEX.
           IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(WS-TOKEN-INDEX) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(WS-TOKEN-INDEX) NOT = "RESULT" THEN
               MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX)
                   TO WS-BIND-FILE-NAME
               ADD 1 TO WS-TOKEN-INDEX
           END-IF.
           IF WS-TOKEN-INDEX = 3
               AND WS-CONTROL-TOKEN(3) NOT = "IFPASS"
               AND WS-CONTROL-TOKEN(3) NOT = "IFFAIL"
               AND WS-CONTROL-TOKEN(3) NOT = "RESULT" THEN
               MOVE WS-CONTROL-TOKEN(3) TO WS-FIELD-MAP-NAME
               ADD 1 TO WS-TOKEN-INDEX
           END-IF.
           PERFORM CHECK-CONTROL-KEYWORD-PROCEDURE
               UNTIL WS-TOKEN-INDEX > 7.
           IF WS-CONTROL-TOKEN(8) NOT = SPACES THEN
               DISPLAY "RULECHK:   CONTROL RECORD CARRIES MORE NAMES "
                   "THAN IT CAN USE"
               SET WS-KEYWORD-FAIL-YES TO TRUE
           END-IF.
       CHECK-CONTROL-KEYWORD-PROCEDURE.
           IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX) = SPACES THEN
               MOVE 8 TO WS-TOKEN-INDEX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1) = SPACES THEN
               DISPLAY "RULECHK:   "
                   FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
                   " NAMES NOTHING"
               SET WS-KEYWORD-FAIL-YES TO TRUE
               MOVE 8 TO WS-TOKEN-INDEX
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CONTROL-TOKEN(WS-TOKEN-INDEX)
           WHEN "IFPASS"
           WHEN "IFFAIL"
      *****A condition may only name an entry earlier in the deck
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1))) NOT = 0
                   THEN
                   MOVE 0 TO WS-CONDITION-ENTRY
               ELSE
                   COMPUTE WS-CONDITION-ENTRY = FUNCTION NUMVAL(
                       FUNCTION TRIM(
                       WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)))
               END-IF
               IF WS-CONDITION-ENTRY = 0
                   OR WS-CONDITION-ENTRY >= WS-ENTRY-COUNT THEN
                   DISPLAY "RULECHK:   "
                       FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
                       " MUST NAME AN EARLIER ENTRY"
                   SET WS-KEYWORD-FAIL-YES TO TRUE
               END-IF
           WHEN "RESULT"
               IF WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)(51:50)
                   NOT = SPACES THEN
                   DISPLAY "RULECHK:   RESULT NAME LONGER THAN 50"
                   SET WS-KEYWORD-FAIL-YES TO TRUE
               ELSE
                   MOVE WS-CONTROL-TOKEN(WS-TOKEN-INDEX + 1)
                       TO WS-ENTRY-RESULT-NAME
               END-IF
           WHEN OTHER
               DISPLAY "RULECHK:   UNKNOWN KEYWORD "
                   FUNCTION TRIM(WS-CONTROL-TOKEN(WS-TOKEN-INDEX))
               SET WS-KEYWORD-FAIL-YES TO TRUE
           END-EVALUATE.
           ADD 2 TO WS-TOKEN-INDEX.
       ADD-PUBLISHED-NAMES-PROCEDURE.
      *********Names published by earlier entries go in after the
      *********field map's, blank like them - a binding only has to
      *********exist for a referenced name to resolve
           IF WS-FIELD-BINDING-COUNT + WS-PUBLISHED-NAME-COUNT > 40
               THEN
               DISPLAY "RULECHK: FIELD MAP AND PUBLISHED RESULTS NAME "
                   "MORE THAN 40 BINDINGS"
               SET WS-MAP-LOAD-FAIL-YES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PUBLISHED-INDEX FROM 1 BY 1
               UNTIL WS-PUBLISHED-INDEX > WS-PUBLISHED-NAME-COUNT
               ADD 1 TO WS-FIELD-BINDING-COUNT
               MOVE WS-PUBLISHED-NAME(WS-PUBLISHED-INDEX)
                   TO WS-FIELD-BINDING-NAME(WS-FIELD-BINDING-COUNT)
               MOVE SPACES
                   TO WS-FIELD-BINDING-VALUE(WS-FIELD-BINDING-COUNT)
           END-PERFORM.
       LOAD-FIELD-MAP-NAMES-PROCEDURE.
      *********Only the field names matter here - the start column,
      *********length and numeric flag on each map record are
