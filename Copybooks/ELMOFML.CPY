      ******************************************************************
      * ELMOFML.CPY
      * Record layout for the named-formula library (FORMULAS), the
      * multi-step calculations desks used to key by hand every
      * night as "C" continuation chains - gross-to-net with VAT and
      * a discount, a unit conversion followed by rounding.  INDEXED
      * on FML-KEY, the formula name plus a version number, so ELMO
      * reads the one definition a transaction asks for and the
      * maintenance program (ELMOFMT) writes each change straight
      * through.  A definition is never changed once written: a
      * corrected formula is added as the next version and the old
      * version retired, so every answer logged under a name and
      * version can still be traced to the exact steps that produced
      * it.  A batch "F" transaction names the formula (see ELMOTRN);
      * version zero there means the highest active version.
      * FML-PARM-COUNT is how many numbered parameters the formula
      * takes (1-10) and FML-STEP-COUNT how many of the FML-STEP
      * entries are used (1-10).  Each step is one ELMO opcode (the
      * batch opcodes 1-14 and 16-19) whose operand A and operand B
      * each come from a source: "P" a numbered parameter, its
      * number in the first two bytes of the item; "K" a shop
      * constant from CONSTFIL (see ELMOCON), its name in the item,
      * resolved against the run date like a token operand; "R" the
      * previous step's result (not valid on step 1); space for an
      * operand the opcode does not use, which is taken as zero.  The
      * last step's result is the formula's answer.  Maintained by
      * the ELMOFMT program only - hand edits bypass the audit log.
      ******************************************************************
000100 01  FORMULA-RECORD.
000200     05  FML-KEY.
000300         10  FML-NAME            PIC X(08).
000400         10  FML-VERSION         PIC 9(03).
000500     05  FML-STATUS              PIC X(01).
000600         88  FML-ACTIVE                  VALUE "A".
000700         88  FML-RETIRED                 VALUE "R".
000800     05  FML-DESCRIPTION         PIC X(30).
000900     05  FML-ADDED-DATE          PIC X(08).
001000     05  FML-RETIRED-DATE        PIC X(08).
001100     05  FML-PARM-COUNT          PIC 9(02).
001200     05  FML-STEP-COUNT          PIC 9(02).
001300     05  FML-STEP                OCCURS 10 TIMES.
001400         10  FML-STEP-OPCODE     PIC 9(02).
001500         10  FML-STEP-A-SOURCE   PIC X(01).
001600             88  FML-A-FROM-PARM         VALUE "P".
001700             88  FML-A-FROM-CONST        VALUE "K".
001800             88  FML-A-FROM-RESULT       VALUE "R".
001900             88  FML-A-NOT-USED          VALUE " ".
002000         10  FML-STEP-A-ITEM     PIC X(13).
002100         10  FML-STEP-A-PARM REDEFINES FML-STEP-A-ITEM.
002200             15  FML-STEP-A-PARM-NO  PIC 9(02).
002300             15  FILLER              PIC X(11).
002400         10  FML-STEP-B-SOURCE   PIC X(01).
002500             88  FML-B-FROM-PARM         VALUE "P".
002600             88  FML-B-FROM-CONST        VALUE "K".
002700             88  FML-B-FROM-RESULT       VALUE "R".
002800             88  FML-B-NOT-USED          VALUE " ".
002900         10  FML-STEP-B-ITEM     PIC X(13).
003000         10  FML-STEP-B-PARM REDEFINES FML-STEP-B-ITEM.
003100             15  FML-STEP-B-PARM-NO  PIC 9(02).
003200             15  FILLER              PIC X(11).
