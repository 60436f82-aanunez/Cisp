      *           replayed so the tail can still invoke them), the
      *           bindings are restored, and the run resumes at the
      *           point of failure.
      *
      *           Mode "T" only tokenizes the expression file into the
      *           caller's symbol table and comes back - nothing is
      *           checked or evaluated and no dataset is touched - so
      *           a driver scoring many records can tokenize each rule
      *           once and hand the same table back on every call with
      *           no file name. Library reuse "Y" keeps the bindings
      *           library in storage after the first call that reads
      *           it, and later calls naming the same library take it
      *           from there instead of reading the dataset again.
      *           Log level "S" keeps a call's audit trail to the
      *           "LISP:write" result records the results tie-out
      *           needs; the run bookends, command records and abend
      *           records are left to the caller, which writes one
      *           summary for its whole run. Blank or "D" logs every
      *           call in full.
      ******************************************************************
       01 WS-RUN-CONTROL.
           02 WS-RUN-CONTROL-MODE PIC X.
               88 WS-RUN-CONTROL-EXECUTE VALUES SPACE, "E".
               88 WS-RUN-CONTROL-VALIDATE VALUE "V".
               88 WS-RUN-CONTROL-RESTART VALUE "R".
               88 WS-RUN-CONTROL-TOKENIZE VALUE "T".
           02 WS-RUN-CONTROL-ERROR-COUNT PIC 9(4).
           02 WS-RUN-CONTROL-CHECKPOINT-FILE PIC X(100).
           02 WS-RUN-CONTROL-LIBRARY-REUSE PIC X.
               88 WS-RUN-CONTROL-LIBRARY-REUSE-YES VALUE "Y".
           02 WS-RUN-CONTROL-LOG-LEVEL PIC X.
               88 WS-RUN-CONTROL-LOG-DETAIL VALUES SPACE, "D".
               88 WS-RUN-CONTROL-LOG-SUMMARY VALUE "S".
