      * ADDs.  A group with a member that is neither numeric nor a
      * resolvable constant rejects as a group with results return
      * code "05".
      * An "F" formula record runs a named multi-step formula from
      * the formula library (see ELMOFML) in place of a single
      * opcode: the opcode field carries the formula name and a
      * version (zero = the highest active version), operands A and
      * B are parameters 1 and 2, and each "P" parameter record
      * straight after it supplies the next two parameters in its
      * operands A and B - parameters may be constant tokens like
      * any operand.  The formula runs once its last parameter is
      * read and writes one results record (opcode 30) under the F
      * record's TRANS-REFERENCE; a following "C" record chains off
      * its answer.  A formula that is unknown or retired, or whose
      * parameters are cut short by any other record, rejects with
      * results return code "06".  P records count toward the
      * trailer and hash like any other record.
      * The financial opcodes take the amount in operand A and the
      * rate per period, in percent, in operand B: 26 the level
      * payment that repays a loan, 27 the future value of an amount
      * at compound interest, 28 the present value of an amount due
      * in the future, 29 the full amortization schedule of a loan.
      * The number of periods (a whole number, 1-1200) rides in
      * operand A of one "P" record straight after the "D" or "C"
      * record, under the same reference; the request is rejected
      * with return code "02" if it is missing.  Opcode 28 on a "G"
      * header instead gives the net present value of the group's
      * "V" cash flows, the first discounted one period, the next
      * two, and so on, at the rate in the header's operand B.
      ******************************************************************
000100 01  TRANS-RECORD.
000200     05  TRANS-RECORD-TYPE       PIC X(01).
000420         88  TRANS-TYPE-GROUP-HDR        VALUE "G".
000430         88  TRANS-TYPE-GROUP-VAL        VALUE "V".
000440         88  TRANS-TYPE-GROUP-END        VALUE "E".
000450         88  TRANS-TYPE-FORMULA          VALUE "F".
000460         88  TRANS-TYPE-FORMULA-PARM     VALUE "P".
000500     05  TRANS-REFERENCE         PIC X(08).
000600     05  TRANS-DETAIL-BODY.
000700         10  TRANS-OPCODE        PIC 9(14).
000710         10  TRANS-FORMULA-ID REDEFINES TRANS-OPCODE.
000720             15  TRANS-FORMULA-NAME  PIC X(08).
000730             15  TRANS-FORMULA-VERSION PIC 9(03).
000740             15  FILLER              PIC X(03).
000800         10  TRANS-OPERAND-A     PIC S9(7)V9(7).
000810         10  TRANS-OPERAND-A-TOKEN REDEFINES TRANS-OPERAND-A.
000820             15  TRANS-A-TOKEN-FLAG  PIC X(01).
