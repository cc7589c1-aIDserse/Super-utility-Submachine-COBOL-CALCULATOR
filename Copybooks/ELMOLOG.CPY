      * LOG-TYPE-SIGNON records a FAILED operator sign-on attempt:
      * the attempted ID in LOG-REFERENCE and "DENIED" in
      * LOG-EXIT-REASON, so audit can see who was turned away.
      * LOG-TYPE-DEPT records one department-master maintenance
      * action by ELMODMT: the action in LOG-EXIT-REASON (ADD /
      * CHANGE / DEACT / REACT), the field changed in LOG-OPTION (1
      * name, 2 contact, 3 delivery preference, zero for the other
      * actions), and the department code in LOG-REFERENCE.
      * LOG-TYPE-REVERSAL is written by the batch backout, ELMOBKO,
      * once for every CALC or RJCT record of the run it backs out:
      * the original record's type in LOG-EXIT-REASON and every
      * other field copied unchanged, including LOG-RUN-NUMBER, so
      * the original stays on the log and the pair nets to nothing.
      * LOG-TYPE-BACKOUT is the one record per backout: the
      * supervisor's ID in LOG-REFERENCE, the run backed out in
      * LOG-RUN-NUMBER, the results removed in LOG-OPERAND-A and
      * the reversals written in LOG-OPERAND-B.
      * LOG-TYPE-FORMULA records one formula-library maintenance
      * action by ELMOFMT: the action in LOG-EXIT-REASON (ADD /
      * RETIRE), the formula name in LOG-REFERENCE and in
      * LOG-FORMULA-NAME, the version in LOG-FORMULA-VERSION, and
      * the parameter and step counts in LOG-OPERAND-A and
      * LOG-OPERAND-B.  A batch CALC or RJCT record for a named
      * formula (option 30) also carries the formula name and the
      * version actually run in those two fields, so an answer can
      * be traced to the exact definition that produced it; they
      * are spaces and zero on every other record.
      * A CALC or RJCT record for one of the single-request financial
      * options (26 loan payment, 27 future value, 28 present value,
      * 29 amortization schedule) carries the number of periods in
      * LOG-FIN-PERIODS, over LOG-EXIT-REASON, which those records
      * never otherwise use; operand A is the amount and operand B
      * the rate per period in percent.  An option-28 net present
      * value keyed at the terminal as a series of cash flows has
      * zero operand A, the number of flows as its periods and "NPV"
      * in LOG-FIN-SERIES; one over a batch record group logs like
      * any other group, with the rate as operand B.
      * LOG-TYPE-LIMIT records one answer-limits maintenance action
      * by ELMOLMT: the action in LOG-EXIT-REASON (ADD / CHANGE /
      * DELETE), the opcode in LOG-OPTION, the department (or
      * "*ALL*") in LOG-REFERENCE, and the RESULTS-VALUE range, when
      * checked, in LOG-OPERAND-A (low) and LOG-OPERAND-B (high).
      * LOG-TYPE-HOLD records one supervisor decision on an answer
      * held back by ELMODST: "RELEASE" or "KILL" in LOG-EXIT-REASON,
      * or "VOID" for an answer whose run has since been backed out
      * and which is closed without delivery or correction, the
      * supervisor's operator ID in LOG-REFERENCE, the held
      * answer's department in LOG-HOLD-DEPT (over the formula name,
      * which a HOLD record does not otherwise use), and its opcode,
      * operands, value and run number in the usual fields.
      * LOG-TYPE-PENDING records one action on the pending-transaction
      * warehouse (PENDFIL, see ELMOPND) by ELMOPMT: "SUBMIT",
      * "CHANGE" or "CANCEL" in LOG-EXIT-REASON, the operator's ID in
      * LOG-REFERENCE, the batch's desk in LOG-PEND-DEPT (over the
      * formula name), the batch number in LOG-OPERAND-A and its
      * process-on date (before the change, for a CHANGE) in
      * LOG-OPERAND-B.  LOG-RESULT is the new process-on date for a
      * CHANGE and the number of transactions in the batch otherwise.
      ******************************************************************
000100 01  LOG-RECORD.
000200     05  LOG-KEY.
000810             88  LOG-TYPE-CONST          VALUE "CNST".
000820             88  LOG-TYPE-REJECT         VALUE "RJCT".
000830             88  LOG-TYPE-SIGNON         VALUE "SGNO".
000840             88  LOG-TYPE-DEPT           VALUE "DEPT".
000850             88  LOG-TYPE-REVERSAL       VALUE "RVRS".
000860             88  LOG-TYPE-BACKOUT        VALUE "BKOT".
000870             88  LOG-TYPE-FORMULA        VALUE "FRML".
000880             88  LOG-TYPE-LIMIT          VALUE "LIMT".
000890             88  LOG-TYPE-HOLD           VALUE "HOLD".
000895             88  LOG-TYPE-PENDING        VALUE "PEND".
000900         10  LOG-OPTION          PIC 9(02).
001000         10  LOG-EXIT-REASON     PIC X(08).
001100             88  LOG-EXIT-VIA-ESC        VALUE "ESC".
001200             88  LOG-EXIT-VIA-LOOP-END   VALUE "LOOPEND".
001210         10  LOG-FIN-TERM REDEFINES LOG-EXIT-REASON.
001220             15  LOG-FIN-PERIODS PIC 9(05).
001230             15  LOG-FIN-SERIES  PIC X(03).
001240                 88  LOG-FIN-NPV-SERIES  VALUE "NPV".
001300         10  LOG-OPERAND-A       PIC S9(14)V9(7).
001400         10  LOG-OPERAND-B       PIC S9(14)V9(7).
001500         10  LOG-RESULT          PIC S9(14)V9(7).
001720* WHICH THIS RECORD WAS LOGGED; ZERO FOR TERMINAL WORK AND
001730* FOR THE MAINTENANCE AND SIGN-ON RECORD TYPES.
001740         10  LOG-RUN-NUMBER      PIC 9(05).
001750* THE NAMED FORMULA (ELMOFML) AND VERSION THAT PRODUCED A
001760* FORMULA ANSWER, OR THAT A FORMULA MAINTENANCE RECORD COVERS.
001770         10  LOG-FORMULA-NAME    PIC X(08).
001775         10  LOG-HOLD-DEPT REDEFINES LOG-FORMULA-NAME
001776                                 PIC X(08).
001777         10  LOG-PEND-DEPT REDEFINES LOG-FORMULA-NAME
001778                                 PIC X(08).
001780         10  LOG-FORMULA-VERSION PIC 9(03).
