      *                   FAILURE ABANDONS THE SESSION BEFORE A
      *                   CHANGE CAN BE MADE, INSTEAD OF SILENTLY
      *                   TRUNCATING THE AUDIT TRAIL.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME
      *                   AND VERSION; MAINTENANCE RECORDS CARRY
      *                   BLANK AND ZERO.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOCMT.
041000     MOVE WS-ENTRY-NAME(1:8) TO LOG-REFERENCE.
041100     MOVE SPACE            TO LOG-ANGLE-MODE.
041150     MOVE ZERO             TO LOG-RUN-NUMBER.
041160     MOVE SPACES           TO LOG-FORMULA-NAME.
041170     MOVE ZERO             TO LOG-FORMULA-VERSION.
041200     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
041300 8950-EXIT.
041400     EXIT.
