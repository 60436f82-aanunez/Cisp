      * completed clean or abended, and an exceptions section at the
      * end lists every abended or incomplete run with its error, so
      * a failed run can be reconciled from this dataset alone.
      *
      * RULEREC's record-at-a-time run logs at summary level by
      * default: one run for the whole job, holding the rules'
      * "write" results and one RULE-SUMMARY record per rule (records
      * scored, passed and failed, first and last record number).
      * Those are listed as SUMMARY lines and counted apart from the
      * commands and results.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRPT.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-COMMAND-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-RESULT-COUNT PIC 9(6) VALUE 0.
       01 WS-SUMMARY-COUNT PIC 9(6) VALUE 0.
      *****************************************
      *    WS exception tracking - one entry per run that abended or
      *    never reached its RUN-END bookend, listed after the totals
      ******function name starting "LISP:" is the closing result;
      ******"RUN-START"/"RUN-END" bracket one call to LISP, so the
      ******dataset can be read back and totaled per run even after it
      ******has accumulated records from many separate runs;
      ******"RULE-SUMMARY" is a driver's per-rule tally for its run
           EVALUATE LOG-FILE-FUNCTION-NAME
           WHEN "RUN-START"
               PERFORM PRINT-RUN-START-PROCEDURE
               PERFORM PRINT-RUN-TOTALS-PROCEDURE
           WHEN "RUN-ABEND"
               PERFORM PRINT-RUN-ABEND-PROCEDURE
           WHEN "RULE-SUMMARY"
               ADD 1 TO WS-SUMMARY-COUNT
               DISPLAY "SUMMARY " LOG-FILE-FUNCTION-NAME " "
                   LOG-FILE-MESSAGE
           WHEN OTHER
               IF LOG-FILE-FUNCTION-NAME = "LISP"
                   MOVE "COMMAND" TO WS-RECORD-TYPE
       PRINT-REPORT-TOTALS-PROCEDURE.
           DISPLAY "COMMANDS ISSUED: " WS-COMMAND-COUNT
               "  RESULTS CLOSED: " WS-RESULT-COUNT.
           DISPLAY "RULE SUMMARIES: " WS-SUMMARY-COUNT.
           DISPLAY "EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT = 0 THEN
               DISPLAY "ALL RUNS COMPLETED CLEAN"
