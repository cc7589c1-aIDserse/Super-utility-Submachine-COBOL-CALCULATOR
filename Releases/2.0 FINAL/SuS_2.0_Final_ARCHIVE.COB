      *                   NAME AND OPEN OUTPUT OVER THE FIRST RUN'S
      *                   GENERATION, PERMANENTLY LOSING RECORDS
      *                   ALREADY PURGED OFF THE LIVE LOG.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME
      *                   AND VERSION; LOG COPIES WIDENED TO MATCH
      *                   SO NOTHING IS TRUNCATED.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOARC.
003550* ASCENDING, WHICH THE SEQUENTIAL-ACCESS WRITE REQUIRES.
003600 FD  ARCHIVE-FILE
003700     RECORDING MODE IS F.
003800 01  ARCHIVE-RECORD              PIC X(128).
003900
004000 FD  NEW-LOG-FILE
004100     RECORDING MODE IS F.
004200 01  NEW-LOG-RECORD.
004210     05  NLG-KEY                 PIC X(26).
004220     05  FILLER                  PIC X(102).
004300
004400 FD  PARAMETER-FILE.
004500 01  PARAMETER-RECORD.
022700     MOVE WS-SIGNON-INPUT  TO LOG-REFERENCE.
022800     MOVE SPACE            TO LOG-ANGLE-MODE.
022850     MOVE ZERO             TO LOG-RUN-NUMBER.
022860     MOVE SPACES           TO LOG-FORMULA-NAME.
022870     MOVE ZERO             TO LOG-FORMULA-VERSION.
022900     MOVE "N" TO WS-LOG-WRITE-SW.
023000     PERFORM 8810-TRY-LOG-WRITE THRU 8810-EXIT
023100         UNTIL WS-LOG-WRITE-DONE.
