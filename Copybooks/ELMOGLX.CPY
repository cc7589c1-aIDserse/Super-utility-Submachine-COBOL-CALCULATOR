      ******************************************************************
      * ELMOGLX.CPY
      * Record layout for the general-ledger journal extract
      * (GLEXTRCT) written by the monthly billing run, ELMOBIL, for
      * the finance system to load.  Fixed 80-byte records: one "H"
      * header naming the source and the billing period, one "D"
      * detail per posting, and one "T" trailer.  A detail is a
      * debit ("D") to a department - its code in GL-COST-CENTER -
      * or a credit ("C") to the helpdesk recovery account, cost
      * center blank.  Where batch backouts leave a department or a
      * class owing less than nothing for the month, the posting goes
      * on the other side: a credit to the department's account, or a
      * debit to the recovery account.  Amounts are unsigned, in
      * dollars and cents; the side is in GL-DR-CR.  The trailer
      * carries the number of detail records and the debit and
      * credit totals, which must agree before the extract is
      * loaded.
      ******************************************************************
000100 01  GL-JOURNAL-RECORD.
000200     05  GL-RECORD-TYPE          PIC X(01).
000300         88  GL-TYPE-HEADER              VALUE "H".
000400         88  GL-TYPE-DETAIL              VALUE "D".
000500         88  GL-TYPE-TRAILER             VALUE "T".
000600     05  GL-DETAIL-AREA.
000700         10  GL-PERIOD           PIC X(06).
000800         10  GL-ACCOUNT          PIC X(10).
000900         10  GL-COST-CENTER      PIC X(08).
001000         10  GL-DR-CR            PIC X(01).
001100             88  GL-DEBIT                VALUE "D".
001200             88  GL-CREDIT               VALUE "C".
001300         10  GL-AMOUNT           PIC 9(11)V99.
001400         10  GL-DESCRIPTION      PIC X(30).
001500         10  FILLER              PIC X(11).
001600     05  GL-HEADER-AREA REDEFINES GL-DETAIL-AREA.
001700         10  GL-HDR-PERIOD       PIC X(06).
001800         10  GL-HDR-SOURCE       PIC X(08).
001900         10  GL-HDR-RUN-DATE     PIC X(08).
002000         10  FILLER              PIC X(57).
002100     05  GL-TRAILER-AREA REDEFINES GL-DETAIL-AREA.
002200         10  GL-TRL-PERIOD       PIC X(06).
002300         10  GL-TRL-RECORD-COUNT PIC 9(09).
002400         10  GL-TRL-DEBIT-TOTAL  PIC 9(13)V99.
002500         10  GL-TRL-CREDIT-TOTAL PIC 9(13)V99.
002600         10  FILLER              PIC X(34).
