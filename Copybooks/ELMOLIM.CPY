      ******************************************************************
      * ELMOLIM.CPY
      * Record layout for the answer limits file (LIMITFIL),
      * maintained by ELMOLMT and read by ELMODST before the morning
      * distribution.  One record per department and opcode gives
      * the range a believable answer falls in - RESULTS-VALUE, and
      * operands A and B - so a technically valid but absurd answer
      * (a misplaced decimal point, a rate keyed as a whole number)
      * is held back for a supervisor instead of going straight out
      * to the desk.  Each range is checked only when its flag is
      * "Y"; a range left unchecked lets any value through.
      * LIM-DEPARTMENT "*ALL*" is the shop-wide limit for the opcode,
      * used for any department without a record of its own; an
      * opcode with neither is not checked.  INDEXED on LIM-KEY.
      ******************************************************************
000100 01  LIMIT-RECORD.
000200     05  LIM-KEY.
000300         10  LIM-DEPARTMENT      PIC X(08).
000400             88  LIM-SHOP-WIDE           VALUE "*ALL*".
000500         10  LIM-OPCODE          PIC 9(02).
000600     05  LIM-VALUE-RANGE.
000700         10  LIM-VALUE-CHECK     PIC X(01).
000800             88  LIM-VALUE-CHECKED       VALUE "Y".
000900         10  LIM-VALUE-LOW       PIC S9(14)V9(7).
001000         10  LIM-VALUE-HIGH      PIC S9(14)V9(7).
001100     05  LIM-A-RANGE.
001200         10  LIM-A-CHECK         PIC X(01).
001300             88  LIM-A-CHECKED           VALUE "Y".
001400         10  LIM-A-LOW           PIC S9(7)V9(7).
001500         10  LIM-A-HIGH          PIC S9(7)V9(7).
001600     05  LIM-B-RANGE.
001700         10  LIM-B-CHECK         PIC X(01).
001800             88  LIM-B-CHECKED           VALUE "Y".
001900         10  LIM-B-LOW           PIC S9(7)V9(7).
002000         10  LIM-B-HIGH          PIC S9(7)V9(7).
