       01 WS-BIND-QUOTED-FLAG PIC X VALUE "N".
           88 WS-BIND-QUOTED-YES VALUE "Y", FALSE "N".
       01 WS-FIELD-BINDING-INDEX PIC 9(2).
      *****A caller asking for library reuse gets the library kept
      *****here after the first call that reads it - the bindings
      *****exactly as they were preloaded, under the library's name -
      *****so a driver calling once per data record reads the
      *****dataset once per run instead of once per call
       01 WS-LIBRARY-REUSE-FLAG PIC X VALUE "N".
           88 WS-LIBRARY-REUSE-YES VALUE "Y", FALSE "N".
       01 WS-BIND-CACHE-NAME PIC X(100) VALUE SPACES.
       01 WS-BIND-CACHE-COUNT PIC 9(2) VALUE 0.
       01 WS-BIND-CACHE-TABLE.
           02 WS-BIND-CACHE-ENTRY OCCURS 40 TIMES.
               03 WS-BIND-CACHE-ENTRY-NAME PIC X(50).
               03 WS-BIND-CACHE-ENTRY-VALUE PIC X(100).
      *****************************************
      *    WS reference tables for the "lookup" command - one record
      *    per entry on the REFTABLE dataset: table name, key, value.
      *    run-control block so the rest of the program never has to
      *    touch linkage that may not have been passed. Mode "V" is a
      *    validation-only pass: tokenize and check the file, report
      *    every problem, evaluate nothing. Mode "T" tokenizes the
      *    file into the caller's symbol table and stops there
      *****************************************
       01 WS-RUN-MODE PIC X VALUE SPACE.
           88 WS-RUN-MODE-EXECUTE VALUES SPACE, "E".
           88 WS-RUN-MODE-VALIDATE VALUE "V".
           88 WS-RUN-MODE-RESTART VALUE "R".
           88 WS-RUN-MODE-TOKENIZE VALUE "T".
      *****Log level "S" leaves the run bookends, command records and
      *****abend records to the caller's own run summary - only the
      *****"LISP:write" records the results tie-out pairs against
      *****are still written
       01 WS-LOG-LEVEL PIC X VALUE SPACE.
           88 WS-LOG-LEVEL-DETAIL VALUES SPACE, "D".
           88 WS-LOG-LEVEL-SUMMARY VALUE "S".
      *****************************************
      *    WS checkpoint state - with a checkpoint file named in the
      *    run control, the file is rewritten after every completed
                   ==WS-RUN-CONTROL-RESTART== BY
                       ==LS-RUN-CONTROL-RESTART==
                   ==WS-RUN-CONTROL-CHECKPOINT-FILE== BY
                       ==LS-RUN-CONTROL-CHECKPOINT-FILE==
                   ==WS-RUN-CONTROL-TOKENIZE== BY
                       ==LS-RUN-CONTROL-TOKENIZE==
                   ==WS-RUN-CONTROL-LIBRARY-REUSE== BY
                       ==LS-RUN-CONTROL-LIBRARY-REUSE==
                   ==WS-RUN-CONTROL-LIBRARY-REUSE-YES== BY
                       ==LS-RUN-CONTROL-LIBRARY-REUSE-YES==
                   ==WS-RUN-CONTROL-LOG-LEVEL== BY
                       ==LS-RUN-CONTROL-LOG-LEVEL==
                   ==WS-RUN-CONTROL-LOG-DETAIL== BY
                       ==LS-RUN-CONTROL-LOG-DETAIL==
                   ==WS-RUN-CONTROL-LOG-SUMMARY== BY
                       ==LS-RUN-CONTROL-LOG-SUMMARY==.
       PROCEDURE DIVISION USING LS-LISP-SYMBOLS,
           OPTIONAL LS-EXPR-FILE-NAME,
           OPTIONAL LS-FIELD-BINDINGS,
           MOVE 0 TO WS-BODY-STACK-DEPTH.
           MOVE SPACES TO WS-LAST-RESULT.
           MOVE SPACE TO WS-RUN-MODE.
           MOVE SPACE TO WS-LOG-LEVEL.
           SET WS-LIBRARY-REUSE-YES TO FALSE.
           MOVE 0 TO WS-VAL-ERROR-COUNT.
           SET WS-VAL-TOKEN-OVFL-YES TO FALSE.
           IF ADDRESS OF LS-RUN-CONTROL NOT = NULL THEN
               MOVE LS-RUN-CONTROL-MODE TO WS-RUN-MODE
               MOVE LS-RUN-CONTROL-LOG-LEVEL TO WS-LOG-LEVEL
               IF LS-RUN-CONTROL-LIBRARY-REUSE-YES THEN
                   SET WS-LIBRARY-REUSE-YES TO TRUE
               END-IF
           END-IF.
      *********A validation-only or tokenize-only call touches none
      *********of the run's datasets - no audit trail, no results, no
      *********bindings - so everything below is for a real run only
           IF NOT WS-RUN-MODE-VALIDATE
               AND NOT WS-RUN-MODE-TOKENIZE THEN
      *********Stamp this run so every result it writes to RESFILE
      *********names the run that produced it. The sequence restarts
      *********at one for a new stamp but carries on when a second
               AND LS-EXPR-FILE-NAME NOT = SPACES THEN
               PERFORM TOKENIZE-EXPRESSION-FILE-PROCEDURE
           END-IF.
      *********A tokenize-only call hands the symbol table back for
      *********the caller to keep and pass in again on every later
      *********call, with no file name, so the file is read once
           IF WS-RUN-MODE-TOKENIZE THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RUN-MODE-VALIDATE THEN
      *********A validation call handed the run's bindings library
      *********and/or field bindings preloads their names the same
           MOVE "CLOSE" TO WS-RECURSION-FLAG.
           CALL "RECURSION" USING WS-RECURSION-FLAG.
       CLOSE-LOGGER-PROCEDURE.
      *********At summary log level the caller owns the bookends and
      *********closes the dataset once at the end of its own run -
      *********a close per call would reopen it for every record
           IF WS-LOG-LEVEL-SUMMARY THEN
               EXIT PARAGRAPH
           END-IF.
      *********Mark the end of this run in the audit trail before
      *********flushing it, so LOGRPT can tell where one run's
      *********commands/results stop and the next run's start, even
       LOAD-BIND-LIBRARY-PROCEDURE.
      *********Read the standing bindings library - one "name value"
      *********pair per record, a "*" in column one marking a comment
      *********record - and preload the "define" table with it. The
      *********library is the first thing preloaded, so with reuse
      *********asked for, the table as it stands once the library is
      *********in is exactly what the next call naming the same
      *********library starts from
           MOVE FUNCTION TRIM(LS-BIND-FILE-NAME)
               TO WS-BIND-FILE-ASSIGN.
           IF WS-LIBRARY-REUSE-YES
               AND WS-BIND-CACHE-NAME = WS-BIND-FILE-ASSIGN THEN
               MOVE WS-BIND-CACHE-COUNT TO WS-DEFINE-TABLE-COUNT
               MOVE WS-BIND-CACHE-TABLE TO WS-DEFINE-TABLE
               EXIT PARAGRAPH
           END-IF.
           SET WS-BIND-EOF-YES TO FALSE.
           OPEN INPUT BIND-FILE.
           IF NOT WS-BIND-FILE-OK THEN
           CLOSE BIND-FILE.
           SET WS-BIND-FILE-OPEN-YES TO FALSE.
           MOVE SPACES TO WS-DEFINE-PENDING-NAME.
      *****Kept only once the whole library has loaded clean - a
      *****library that abended part way is read again next call
           IF WS-LIBRARY-REUSE-YES THEN
               MOVE WS-DEFINE-TABLE-COUNT TO WS-BIND-CACHE-COUNT
               MOVE WS-DEFINE-TABLE TO WS-BIND-CACHE-TABLE
               MOVE WS-BIND-FILE-ASSIGN TO WS-BIND-CACHE-NAME
           END-IF.
       READ-BIND-RECORD-PROCEDURE.
           MOVE SPACES TO WS-BIND-LINE.
           READ BIND-FILE INTO WS-BIND-LINE
      *********itself, ahead of the RUN-END bookend - without these
      *********records a failed run reads back exactly like one that
      *********simply stopped, and the auditors reconcile from the
      *********LOGGER dataset alone. At summary log level the
      *********caller counts the failure in its own run summary
      *********instead - one evaluation that fails on one record
      *********doesn't make the caller's whole run an abended one
           IF WS-LOG-LEVEL-SUMMARY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "RUN-ABEND" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-ABEND-MESSAGE TO WS-LOG-RECORD-MESSAGE.
       LOG-RUN-START-PROCEDURE.
      *********Mark the start of this run in the audit trail - the
      *********matching bookend to CLOSE-LOGGER-PROCEDURE's "RUN-END"
           IF WS-LOG-LEVEL-SUMMARY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "RUN-START" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
       LOG-CURRENT-COMMAND-PROCEDURE.
      ******log Current Command To be Executed
           IF WS-LOG-LEVEL-SUMMARY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "LISP" TO
                WS-LOG-RECORD-FUNCTION-NAME.
               CLOSE REF-TABLE-FILE
               SET WS-REF-TABLE-OPEN-YES TO FALSE
           END-IF.
      ******A validation-only or tokenize-only call never opened the
      ******run's datasets or the call stack, so there is nothing to
      ******close out
           IF NOT WS-RUN-MODE-VALIDATE
               AND NOT WS-RUN-MODE-TOKENIZE THEN
               PERFORM LOG-RUN-ABEND-PROCEDURE
               PERFORM CLOSE-RESULT-FILE-PROCEDURE
               PERFORM CLOSE-CALL-STACK-PROCEDURE
               END-IF
           END-IF.
       LOG-COMMAND-EVALUTATION.
           IF WS-LOG-LEVEL-SUMMARY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           STRING "LISP:" DELIMITED BY SIZE
            WS-CURR-COMMAND INTO
