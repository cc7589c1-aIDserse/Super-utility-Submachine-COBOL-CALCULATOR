      * record.  A file that carried no trailer is never treated as
      * a duplicate - its identity cannot be proved.  The run number
      * is stamped on the RESULTS records, the CALCLOG records, and
      * the RUNCTL report the run produced.  A run taken back out
      * by ELMOBKO is not rewritten: the backout appends a copy of
      * the run's "R" and "F" records with status "B", and a file
      * whose completed record is followed by a backed-out one is
      * no longer a duplicate, so it can be processed again.
      ******************************************************************
000100 01  RUN-REGISTRY-RECORD.
000200     05  REG-RECORD-TYPE         PIC X(01).
001300         88  REG-STATUS-RUNNING          VALUE "R".
001400         88  REG-STATUS-COMPLETE         VALUE "C".
001500         88  REG-STATUS-FAILED           VALUE "F".
001600         88  REG-STATUS-BACKED-OUT       VALUE "B".
