      ******************************************************************
      * ELMOPND.CPY
      * Record layout for the pending-transaction warehouse (PENDFIL).
      * A desk that has its month-end or quarter-end work ready early
      * submits it through ELMOPMT as an ordinary ELMOTRN batch with
      * a process-on date; the night-run release step, ELMOPRL, moves
      * every batch due that night onto the night's TRANSFIL with a
      * trailer of its own, ahead of the front-end edit.  INDEXED on
      * PND-KEY: the batch number, then the line number within the
      * batch.  Line zero is the batch header - the process-on date,
      * who submitted it and when, where it stands (waiting, released
      * or cancelled), who last changed that and when, the first
      * reference in the batch (the desk, for the listing), and the
      * number of transaction lines.  Lines 1 onward each carry one
      * TRANS-RECORD image exactly as submitted, less the submitted
      * trailer, which is proved at submission and rebuilt at
      * release.  Batch zero line zero is the control record holding
      * the last batch number given out.  A released or cancelled
      * batch stays on file, so the desk can see what became of it.
      * PND-TRANS-IMAGE must stay the same length as TRANS-RECORD in
      * ELMOTRN.CPY.
      ******************************************************************
000100 01  PENDING-RECORD.
000200     05  PND-KEY.
000300         10  PND-BATCH-NUMBER    PIC 9(07).
000400             88  PND-CONTROL-BATCH       VALUE ZERO.
000500         10  PND-LINE-NUMBER     PIC 9(07).
000600             88  PND-BATCH-HEADER        VALUE ZERO.
000700     05  PND-BODY                PIC X(60).
000800     05  PND-HEADER REDEFINES PND-BODY.
000900         10  PND-PROCESS-ON-DATE PIC X(08).
001000         10  PND-SUBMITTED-BY    PIC X(08).
001100         10  PND-SUBMITTED-DATE  PIC X(08).
001200         10  PND-STATUS          PIC X(01).
001300             88  PND-WAITING             VALUE "P".
001400             88  PND-RELEASED            VALUE "R".
001500             88  PND-CANCELLED           VALUE "C".
001600         10  PND-STATUS-BY       PIC X(08).
001700         10  PND-STATUS-DATE     PIC X(08).
001800         10  PND-REFERENCE       PIC X(08).
001900         10  PND-LINE-COUNT      PIC 9(07).
002000         10  FILLER              PIC X(04).
002100     05  PND-LINE REDEFINES PND-BODY.
002200         10  PND-TRANS-IMAGE     PIC X(52).
002300         10  FILLER              PIC X(08).
002400     05  PND-CONTROL REDEFINES PND-BODY.
002500         10  PND-LAST-BATCH      PIC 9(07).
002600         10  FILLER              PIC X(53).
