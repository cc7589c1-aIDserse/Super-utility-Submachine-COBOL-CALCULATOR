      *  2026-09-02  DW   LOG RECORD GREW BY THE RUN-NUMBER FIELD;
      *                   LOADED RECORDS PREDATE THE RUN REGISTRY
      *                   AND TAKE RUN NUMBER ZERO.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME AND
      *                   VERSION; LOADED RECORDS PREDATE THE
      *                   FORMULA LIBRARY AND TAKE BLANK AND ZERO.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOLOD.
009800     ADD 1 TO WS-READ-COUNT.
009900     MOVE OLD-LOG-TIMESTAMP TO LOG-TIMESTAMP.
010000     MOVE OLD-LOG-BODY      TO LOG-BODY.
010010* THE OLD FLAT LOG PREDATES THE RUN REGISTRY AND THE FORMULA
010020* LIBRARY, SO EVERY LOADED RECORD TAKES RUN NUMBER ZERO AND NO
010025* FORMULA.
010030     MOVE ZERO              TO LOG-RUN-NUMBER.
010040     MOVE SPACES            TO LOG-FORMULA-NAME.
010050     MOVE ZERO              TO LOG-FORMULA-VERSION.
010100     MOVE "N" TO WS-LOG-WRITE-SW.
010200     PERFORM 2200-TRY-LOG-WRITE THRU 2200-EXIT
010300         UNTIL WS-LOG-WRITE-DONE.
