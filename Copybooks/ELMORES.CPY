      * RESULTS-ANGLE-MODE records which angle mode ("D" degrees /
      * "R" radians) a trig answer was computed in; space for the
      * non-trig opcodes.
      * A named-formula answer (see ELMOFML) carries RESULTS-OPCODE
      * 30, the formula's first two parameters as its operands, and
      * the mode the trig steps ran in, if it had any; a formula that
      * is unknown, retired, short of parameters or fails a step
      * returns code "06" (a step's divide-by-zero, domain or
      * constant failure keeps its own code).
      * The financial opcodes 26-29 (loan payment, future value,
      * present value, amortization schedule) carry the amount as
      * operand A and the rate per period, in percent, as operand B;
      * an option-29 answer is the total of the payments on its
      * schedule (see ELMOSCH).  A net present value over a record
      * group (opcode 28 on a "G" header) carries zero and the rate.
      * Return code "07" is never written by the batch: it marks an
      * answer that fell outside its limits (see ELMOLIM), was held
      * back from the desk, and was then killed by the supervisor
      * review.  The review writes it to the kill file (KILLFIL) in
      * this layout for ELMORCY to rebuild as a correction.
      ******************************************************************
000100 01  RESULTS-RECORD.
000200     05  RESULTS-OPCODE          PIC 9(14).
000910         88  RESULTS-CHAIN-BROKEN        VALUE "03".
000920         88  RESULTS-CONST-ERROR         VALUE "04".
000930         88  RESULTS-GROUP-ERROR         VALUE "05".
000940         88  RESULTS-FORMULA-ERROR       VALUE "06".
000950         88  RESULTS-KILLED-ON-REVIEW    VALUE "07".
001000     05  RESULTS-REFERENCE       PIC X(08).
001100     05  RESULTS-ANGLE-MODE      PIC X(01).
001200* MEMBER COUNT WHEN THIS RECORD IS ONE AGGREGATE COMPUTED OVER
001300* A RECORD GROUP (OPCODES 21-25, AND 28 OVER A GROUP); THE
001400* NUMBER OF PERIODS FOR A FINANCIAL ANSWER (OPCODES 26-29);
001450* ZERO FOR ANY OTHER SINGLE-TRANSACTION ANSWER.
001500     05  RESULTS-GROUP-COUNT     PIC 9(05).
001600* THE BATCH RUN NUMBER FROM THE RUN REGISTRY (ELMORGS) THAT
001700* PRODUCED THIS ANSWER; ZERO FOR TERMINAL WORK.
