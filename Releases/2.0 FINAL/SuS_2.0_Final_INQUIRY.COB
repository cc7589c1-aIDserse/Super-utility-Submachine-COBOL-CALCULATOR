      *  2026-09-02  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE RJCT
      *                   (REJECTED CALCULATION) AND CNST (CONSTANT
      *                   MAINTENANCE) RECORD TYPES.
      *  2026-10-15  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE DEPT
      *                   (DEPARTMENT MASTER MAINTENANCE) RECORD TYPE.
      *  2026-10-15  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE RVRS
      *                   (BACKOUT REVERSAL) AND BKOT (BATCH BACKOUT)
      *                   RECORD TYPES.
      *  2026-10-15  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE FRML
      *                   (FORMULA LIBRARY MAINTENANCE) RECORD TYPE,
      *                   AND ANY RECORD CARRYING A FORMULA NAME
      *                   SHOWS THE NAME AND VERSION UNDER ITS
      *                   HEADER LINE.
      *  2026-10-15  DW   THE OPTION SEARCH PROMPT NAMES THE
      *                   FINANCIAL OPTIONS 26-29, AND A FINANCIAL
      *                   CALC OR RJCT RECORD SHOWS ITS NUMBER OF
      *                   PERIODS (OR CASH FLOWS, FOR A TERMINAL NPV
      *                   SERIES).
      *  2026-10-15  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE HOLD
      *                   (HELD-ANSWER DECISION) AND LIMT (ANSWER
      *                   LIMITS MAINTENANCE) RECORD TYPES; A HOLD
      *                   RECORD SHOWS THE HELD ANSWER'S DEPARTMENT.
      *  2026-10-15  DW   THE RECORD-TYPE SEARCH NOW KNOWS THE PEND
      *                   (PENDING-BATCH SUBMIT, CHANGE AND CANCEL)
      *                   RECORD TYPE; A PEND RECORD SHOWS THE
      *                   BATCH'S DEPARTMENT.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOINQ.
003300 01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
003400 01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
003500 01  WS-OPTION-WANTED            PIC 9(02) VALUE 0.
003600 01  WS-TYPE-WANTED              PIC 9(02) VALUE 0.
003700
003800 01  WS-MATCH-COUNT              PIC 9(06) VALUE 0.
003900 01  WS-MATCH-EDIT               PIC ZZZ,ZZ9.
012800     EXIT.
012900
013000 2210-ASK-OPTION.
013100     DISPLAY "OPTION NUMBER (1-19, 26-29, 30 FORMULAS, 99 EXITS)".
013200     ACCEPT WS-OPTION-WANTED.
013300 2210-EXIT.
013400     EXIT.
013500
013600 2220-ASK-TYPE.
013700     DISPLAY "RECORD TYPE: 1 CALC  2 EXIT  3 RJCT  4 CNST  "
013710             "5 SGNO  6 DEPT".
013720     DISPLAY "             7 RVRS  8 BKOT  9 FRML  10 HOLD  "
013721             "11 LIMT  12 PEND".
013800     ACCEPT WS-TYPE-WANTED.
013900 2220-EXIT.
014000     EXIT.
018810                     OR (WS-TYPE-WANTED = 3 AND LOG-TYPE-REJECT)
018820                     OR (WS-TYPE-WANTED = 4 AND LOG-TYPE-CONST)
018830                     OR (WS-TYPE-WANTED = 5 AND LOG-TYPE-SIGNON)
018840                     OR (WS-TYPE-WANTED = 6 AND LOG-TYPE-DEPT)
018850                     OR (WS-TYPE-WANTED = 7 AND LOG-TYPE-REVERSAL)
018860                     OR (WS-TYPE-WANTED = 8 AND LOG-TYPE-BACKOUT)
018870                     OR (WS-TYPE-WANTED = 9 AND LOG-TYPE-FORMULA)
018871                     OR (WS-TYPE-WANTED = 10 AND LOG-TYPE-HOLD)
018872                     OR (WS-TYPE-WANTED = 11 AND LOG-TYPE-LIMIT)
018886                     OR (WS-TYPE-WANTED = 12 AND LOG-TYPE-PENDING)
018900                 SET WS-MATCH TO TRUE
019000             END-IF
019100     END-EVALUATE.
020700     MOVE LOG-OPTION           TO WS-SH-OPTION.
020800     MOVE LOG-REFERENCE        TO WS-SH-REFERENCE.
020900     DISPLAY WS-SHOW-HEADER-LINE.
020901     IF LOG-TYPE-HOLD
020902         DISPLAY "     DEPARTMENT " LOG-HOLD-DEPT
020903     ELSE
020904     IF LOG-TYPE-PENDING
020905         DISPLAY "     DEPARTMENT " LOG-PEND-DEPT
020906     ELSE
020910     IF LOG-FORMULA-NAME NOT = SPACES
020920         DISPLAY "     FORMULA " LOG-FORMULA-NAME
020930                 " VERSION " LOG-FORMULA-VERSION
020931     END-IF
020935     END-IF
020940     END-IF.
020941     IF (LOG-TYPE-CALC OR LOG-TYPE-REJECT)
020942             AND LOG-OPTION >= 26 AND LOG-OPTION <= 29
020943             AND LOG-FIN-PERIODS NUMERIC
020944         IF LOG-FIN-NPV-SERIES
020945             DISPLAY "     CASH FLOWS " LOG-FIN-PERIODS
020946                     " (NPV SERIES)"
020947         ELSE
020948             DISPLAY "     PERIODS " LOG-FIN-PERIODS
020949         END-IF
020950     END-IF.
021000     IF LOG-TYPE-EXIT
021100         DISPLAY "     EXIT VIA " LOG-EXIT-REASON
021200         GO TO 3200-EXIT
