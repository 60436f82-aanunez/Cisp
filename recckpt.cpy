      ******************************************************************
      * Copybook: RECCKPT
      * Purpose:  Layout of the checkpoint record RULEREC rewrites on
      *           RECCKPT every checkpoint interval and once more at
      *           end of file: how many data records the run has got
      *           through and the tallies at that point. A RESTART
      *           reads it back to space past the completed records.
      *           The run state and balance state let a morning check
      *           tell a run that got to end of file, and balanced,
      *           from one that stopped part way.
      *           Any program reading the checkpoint copies this same
      *           layout so the two stay in step.
      ******************************************************************
       01 WS-CHECKPOINT-RECORD.
           02 WS-CHECKPOINT-RECORD-COUNT PIC 9(6).
           02 WS-CHECKPOINT-PASS-COUNT PIC 9(6).
           02 WS-CHECKPOINT-FAIL-COUNT PIC 9(6).
      *****Match mode only - transactions with no master, and masters
      *****with no activity, so far. Blank on a checkpoint written
      *****before match mode existed, which reads back as zero
           02 WS-CHECKPOINT-NO-MASTER-COUNT PIC 9(6).
           02 WS-CHECKPOINT-NO-ACTIVITY-COUNT PIC 9(6).
      *****R while the run is still going, C once it reached end of
      *****file. Blank on a checkpoint written before the state was
      *****kept, which reads back as not known
           02 WS-CHECKPOINT-RUN-STATE PIC X.
               88 WS-CHECKPOINT-RUN-ACTIVE VALUE "R".
               88 WS-CHECKPOINT-RUN-COMPLETE VALUE "C".
      *****Set with the end-of-file checkpoint: B the trailer balanced,
      *****O out of balance, N no trailer balancing asked for
           02 WS-CHECKPOINT-BALANCE-STATE PIC X.
               88 WS-CHECKPOINT-BALANCED VALUE "B".
               88 WS-CHECKPOINT-OUT-OF-BALANCE VALUE "O".
               88 WS-CHECKPOINT-NOT-BALANCED VALUE "N".
      *****The date the run writing the checkpoint started
           02 WS-CHECKPOINT-RUN-DATE PIC 9(8).
