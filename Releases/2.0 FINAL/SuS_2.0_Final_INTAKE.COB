      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Spreadsheet intake.  Reads a department's
      *                comma-separated request file (TRANSCSV) and
      *                builds the fixed-layout transaction file
      *                (TRANSFIL, ELMOTRN) the front-end edit reads,
      *                so the desks no longer key zoned operands and
      *                work out a trailer hash by hand.  Each line
      *                gives the reference, the operation (an opcode
      *                number or a function name), operands A and B
      *                with a real decimal point or as "=" constant
      *                tokens, an optional angle mode, and an
      *                optional record marker for chains, groups,
      *                formulas and their parameter records.  The
      *                "T" trailer count and hash are built here from
      *                what was written.  A line that cannot be made
      *                into a transaction is left off and listed with
      *                its line number and the reason on the intake
      *                report (CSVRPT); whether the transactions make
      *                sense together is still the edit's business.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOCSV.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT CSV-FILE ASSIGN TO "TRANSCSV"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CSV-FILE-STATUS.
001000
001100     SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
001200         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-TRANS-FILE-STATUS.
001400
001500     SELECT REPORT-FILE ASSIGN TO "CSVRPT"
001600         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-REPORT-FILE-STATUS.
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
002100* ONE REQUEST PER LINE, FIELDS IN THIS ORDER:
002200*   REFERENCE,OPERATION,OPERAND A,OPERAND B,ANGLE,MARKER
002300* TRAILING FIELDS MAY BE LEFT OFF.  MARKER IS THE ELMOTRN
002400* RECORD TYPE: BLANK OR "D" DETAIL, "C" CHAIN CONTINUATION,
002500* "G" GROUP HEADER, "V" GROUP VALUE, "E" GROUP END, "F" NAMED
002600* FORMULA (OPERATION = FORMULA NAME, OR NAME:VERSION), "P"
002700* PARAMETER OR PERIODS RECORD.  BLANK LINES, AND A HEADING
002800* LINE WHOSE FIRST FIELD IS "REFERENCE", ARE SKIPPED.
002900 FD  CSV-FILE.
003000 01  CSV-LINE                    PIC X(200).
003100
003200 FD  TRANS-FILE
003300     RECORDING MODE IS F.
003400     COPY ELMOTRN.
003500
003600 FD  REPORT-FILE.
003700 01  REPORT-LINE                 PIC X(80).
003800*-----------------------------------------------------------------
003900 WORKING-STORAGE SECTION.
004000 01  WS-CSV-FILE-STATUS          PIC X(02) VALUE SPACES.
004100 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
004200 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
004300
004400 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
004500     88  WS-EOF                          VALUE "Y".
004600
004700 01  WS-LINE-NUMBER              PIC 9(06) VALUE 0.
004800 01  WS-SKIP-COUNT               PIC 9(09) VALUE 0.
004900 01  WS-BUILT-COUNT              PIC 9(09) VALUE 0.
005000 01  WS-REJECT-COUNT             PIC 9(09) VALUE 0.
005100
005200* HASH TOTAL (STRAIGHT SUM OF THE NUMERIC OPERANDS WRITTEN) FOR
005300* THE TRAILER, SUMMED THE SAME WAY THE EDIT SUMS ITS INPUT: A
005400* CONSTANT TOKEN CONTRIBUTES NOTHING.  WS-LINE-HASH HOLDS ONE
005500* LINE'S SHARE UNTIL THE LINE IS KNOWN TO BE GOOD.
005600 01  WS-OUT-HASH                 PIC S9(15)V9(7) VALUE 0.
005700 01  WS-LINE-HASH                PIC S9(15)V9(7) VALUE 0.
005800
005900* THE FIELDS OF ONE LINE.  EACH IS AS WIDE AS THE LINE, SO A
006000* FIELD TOO LONG FOR ITS TRANSACTION FIELD IS SEEN AND
006100* REJECTED RATHER THAN QUIETLY CUT SHORT.
006200 01  WS-FIELD-COUNT              PIC 9(04) COMP VALUE 0.
006300 01  WS-CF-REFERENCE             PIC X(200).
006400 01  WS-CF-OPERATION             PIC X(200).
006500 01  WS-CF-OPERAND-A             PIC X(200).
006600 01  WS-CF-OPERAND-B             PIC X(200).
006700 01  WS-CF-ANGLE                 PIC X(200).
006800 01  WS-CF-MARKER                PIC X(200).
006900 01  WS-CF-EXTRA                 PIC X(200).
007000 01  WS-CF-FIRST-UPPER           PIC X(10).
007100
007200* WHY THE LINE IN HAND CANNOT BE USED; SPACES WHILE IT CAN.
007300 01  WS-LINE-REASON              PIC X(30) VALUE SPACES.
007400     88  WS-LINE-GOOD                    VALUE SPACES.
007500
007600* OPERATION NAMES A DESK MAY USE IN PLACE OF THE OPCODE NUMBER.
007700 01  WS-MAX-FUNC                 PIC 9(02) VALUE 27.
007800 01  WS-FUNC-NAME-VALUES.
007900     05  FILLER  PIC X(10) VALUE "ADD     01".
008000     05  FILLER  PIC X(10) VALUE "SUB     02".
008100     05  FILLER  PIC X(10) VALUE "MUL     03".
008200     05  FILLER  PIC X(10) VALUE "DIV     04".
008300     05  FILLER  PIC X(10) VALUE "SQUARE  05".
008400     05  FILLER  PIC X(10) VALUE "CUBE    06".
008500     05  FILLER  PIC X(10) VALUE "SQRT    07".
008600     05  FILLER  PIC X(10) VALUE "CBRT    08".
008700     05  FILLER  PIC X(10) VALUE "SIN     09".
008800     05  FILLER  PIC X(10) VALUE "COS     10".
008900     05  FILLER  PIC X(10) VALUE "TAN     11".
009000     05  FILLER  PIC X(10) VALUE "ASIN    12".
009100     05  FILLER  PIC X(10) VALUE "ACOS    13".
009200     05  FILLER  PIC X(10) VALUE "ATAN    14".
009300     05  FILLER  PIC X(10) VALUE "PERCENT 16".
009400     05  FILLER  PIC X(10) VALUE "MOD     17".
009500     05  FILLER  PIC X(10) VALUE "POWER   18".
009600     05  FILLER  PIC X(10) VALUE "LOG     19".
009700     05  FILLER  PIC X(10) VALUE "SUM     21".
009800     05  FILLER  PIC X(10) VALUE "AVERAGE 22".
009900     05  FILLER  PIC X(10) VALUE "MINIMUM 23".
010000     05  FILLER  PIC X(10) VALUE "MAXIMUM 24".
010100     05  FILLER  PIC X(10) VALUE "STDDEV  25".
010200     05  FILLER  PIC X(10) VALUE "PAYMENT 26".
010300     05  FILLER  PIC X(10) VALUE "FV      27".
010400     05  FILLER  PIC X(10) VALUE "PV      28".
010500     05  FILLER  PIC X(10) VALUE "AMORT   29".
010600 01  WS-FUNC-NAME-TABLE REDEFINES WS-FUNC-NAME-VALUES.
010700     05  WS-FUNC-ENTRY        OCCURS 27 TIMES.
010800         10  WS-FUNC-NAME         PIC X(08).
010900         10  WS-FUNC-OPCODE       PIC 9(02).
011000 01  WS-FUNC-INDEX               PIC 9(02) COMP.
011100 01  WS-FUNC-FOUND-SW            PIC X(01) VALUE "N".
011200     88  WS-FUNC-FOUND                   VALUE "Y".
011300 01  WS-OPCODE                   PIC 9(02) VALUE 0.
011400
011500* ONE OPERAND, AS PARSED BY 2400-PARSE-OPERAND.
011600 01  WS-OPND-INPUT               PIC X(200).
011700 01  WS-OPND-VALUE               PIC S9(7)V9(7) VALUE 0.
011800 01  WS-OPND-KIND                PIC X(01) VALUE SPACE.
011900     88  WS-OPND-BLANK                   VALUE "B".
012000     88  WS-OPND-NUMBER                  VALUE "N".
012100     88  WS-OPND-TOKEN                   VALUE "T".
012200     88  WS-OPND-BAD                     VALUE "X".
012300
012400* A NAMED FORMULA'S OPERATION FIELD, NAME:VERSION.
012500 01  WS-FML-NAME-PART            PIC X(200).
012600 01  WS-FML-VERSION-PART         PIC X(200).
012700 01  WS-FML-VERSION              PIC 9(03) VALUE 0.
012800
012900 01  WS-REPORT-HEADING           PIC X(80) VALUE
013000     "ELMO CSV INTAKE REPORT".
013100 01  WS-REJECT-HEADING           PIC X(80) VALUE
013200     "LINES NOT TAKEN".
013300 01  WS-REJECT-LINE.
013400     05  FILLER                  PIC X(05) VALUE "LINE ".
013500     05  WS-RL-NUMBER            PIC ZZZZZ9.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  WS-RL-REASON            PIC X(30).
013800 01  WS-REJECT-TEXT-LINE.
013900     05  FILLER                  PIC X(04) VALUE SPACES.
014000     05  WS-RT-TEXT              PIC X(76).
014100 01  WS-COUNT-LINE.
014200     05  WS-CL-LABEL             PIC X(30).
014300     05  FILLER                  PIC X(04) VALUE SPACES.
014400     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
014500 01  WS-HASH-LINE.
014600     05  WS-HL-LABEL             PIC X(30).
014700     05  FILLER                  PIC X(04) VALUE SPACES.
014800     05  WS-HL-HASH              PIC -(15)9.9(7).
014900*-----------------------------------------------------------------
015000 PROCEDURE DIVISION.
015100*-----------------------------------------------------------------
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF NOT WS-EOF
015500         PERFORM 2000-READ-CSV THRU 2000-EXIT
015600             UNTIL WS-EOF
015700         CLOSE CSV-FILE
015800         PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT
015900         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
016000         CLOSE TRANS-FILE
016100     END-IF.
016200     CLOSE REPORT-FILE.
016300     GOBACK.
016400*-----------------------------------------------------------------
016500* 1000-INITIALIZE - A REQUEST FILE THAT WILL NOT OPEN ENDS THE
016600* STEP WITH RETURN-CODE 8 AND LEAVES TRANSFIL AS IT WAS, SO A
016700* HAND-BUILT FILE IS NEVER EMPTIED BY A MISSING SPREADSHEET.
016800*-----------------------------------------------------------------
016900 1000-INITIALIZE.
017000     OPEN OUTPUT REPORT-FILE.
017100     MOVE WS-REPORT-HEADING TO REPORT-LINE.
017200     WRITE REPORT-LINE.
017300     MOVE SPACES TO REPORT-LINE.
017400     WRITE REPORT-LINE.
017500     OPEN INPUT CSV-FILE.
017600     IF WS-CSV-FILE-STATUS NOT = "00"
017700         DISPLAY "UNABLE TO OPEN TRANSCSV, FILE STATUS = "
017800                 WS-CSV-FILE-STATUS
017900         MOVE "*** NO TRANSCSV - TRANSFIL NOT BUILT ***"
018000             TO REPORT-LINE
018100         WRITE REPORT-LINE
018200         MOVE "Y" TO WS-EOF-SWITCH
018300         MOVE 8 TO RETURN-CODE
018350         GO TO 1000-EXIT
018400     END-IF.
018410     OPEN OUTPUT TRANS-FILE.
018420     MOVE WS-REJECT-HEADING TO REPORT-LINE.
018430     WRITE REPORT-LINE.
018500 1000-EXIT.
018600     EXIT.
018700*-----------------------------------------------------------------
018800 2000-READ-CSV.
018900     MOVE SPACES TO CSV-LINE.
019000     READ CSV-FILE
019100         AT END
019200             MOVE "Y" TO WS-EOF-SWITCH
019300         NOT AT END
019400             ADD 1 TO WS-LINE-NUMBER
019500             PERFORM 2100-TAKE-LINE THRU 2100-EXIT
019600     END-READ.
019700 2000-EXIT.
019800     EXIT.
019900
020000*-----------------------------------------------------------------
020100* 2100-TAKE-LINE - SPLIT THE LINE AT ITS COMMAS, BUILD THE
020200* TRANSACTION, AND WRITE IT OR LIST THE LINE.  A CARRIAGE
020300* RETURN LEFT ON THE END OF THE LINE BY A PC IS DROPPED.
020400*-----------------------------------------------------------------
020500 2100-TAKE-LINE.
020600     INSPECT CSV-LINE REPLACING ALL X"0D" BY SPACE.
020700     IF CSV-LINE = SPACES
020800         ADD 1 TO WS-SKIP-COUNT
020900         GO TO 2100-EXIT
021000     END-IF.
021100     MOVE SPACES TO WS-CF-REFERENCE WS-CF-OPERATION
021200                    WS-CF-OPERAND-A WS-CF-OPERAND-B
021300                    WS-CF-ANGLE WS-CF-MARKER WS-CF-EXTRA.
021400     MOVE 0 TO WS-FIELD-COUNT.
021500     UNSTRING CSV-LINE DELIMITED BY ","
021600         INTO WS-CF-REFERENCE WS-CF-OPERATION
021700              WS-CF-OPERAND-A WS-CF-OPERAND-B
021800              WS-CF-ANGLE WS-CF-MARKER WS-CF-EXTRA
021900         TALLYING IN WS-FIELD-COUNT
022000     END-UNSTRING.
022100     MOVE WS-CF-REFERENCE TO WS-CF-FIRST-UPPER.
022200     INSPECT WS-CF-FIRST-UPPER CONVERTING
022300         "abcdefghijklmnopqrstuvwxyz"
022400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022500     IF WS-CF-FIRST-UPPER = "REFERENCE"
022600         ADD 1 TO WS-SKIP-COUNT
022700         GO TO 2100-EXIT
022800     END-IF.
022900     INSPECT WS-CF-OPERATION CONVERTING
023000         "abcdefghijklmnopqrstuvwxyz"
023100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023200     INSPECT WS-CF-ANGLE CONVERTING "dr" TO "DR".
023300     INSPECT WS-CF-MARKER CONVERTING
023400         "abcdefghijklmnopqrstuvwxyz"
023500         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023600     MOVE SPACES TO WS-LINE-REASON.
023700     MOVE 0 TO WS-LINE-HASH.
023800     PERFORM 2200-BUILD-TRANS THRU 2200-EXIT.
023900     IF WS-LINE-GOOD
024000         WRITE TRANS-RECORD
024100         ADD 1 TO WS-BUILT-COUNT
024200         ADD WS-LINE-HASH TO WS-OUT-HASH
024300     ELSE
024400         PERFORM 2600-LIST-REJECT THRU 2600-EXIT
024500     END-IF.
024600 2100-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------
025000* 2200-BUILD-TRANS - ONE LINE INTO TRANS-RECORD, STOPPING AT
025100* THE FIRST THING THAT CANNOT BE USED.  OPERAND A MUST BE GIVEN
025200* WHERE THE RECORD TYPE NEEDS IT, AND OPERAND B WHERE THE
025300* OPERATION TAKES TWO OPERANDS OR A RATE; ANY OTHER OPERAND
025400* LEFT BLANK GOES IN AS ZERO.
025500*-----------------------------------------------------------------
025600 2200-BUILD-TRANS.
025700     MOVE SPACES TO TRANS-RECORD.
025800     IF WS-FIELD-COUNT > 6
025900         MOVE "MORE THAN SIX FIELDS" TO WS-LINE-REASON
026000         GO TO 2200-EXIT
026100     END-IF.
026200     IF WS-CF-MARKER(2:) NOT = SPACES
026300         MOVE "UNKNOWN RECORD MARKER" TO WS-LINE-REASON
026400         GO TO 2200-EXIT
026500     END-IF.
026600     IF WS-CF-MARKER = SPACES
026700         MOVE "D" TO TRANS-RECORD-TYPE
026800     ELSE
026900         MOVE WS-CF-MARKER(1:1) TO TRANS-RECORD-TYPE
027000     END-IF.
027100     IF TRANS-TYPE-TRAILER
027200         MOVE "TRAILER IS BUILT BY INTAKE" TO WS-LINE-REASON
027300         GO TO 2200-EXIT
027400     END-IF.
027500     IF NOT TRANS-TYPE-DETAIL AND NOT TRANS-TYPE-CONTINUE
027600             AND NOT TRANS-TYPE-GROUP-HDR
027700             AND NOT TRANS-TYPE-GROUP-VAL
027800             AND NOT TRANS-TYPE-GROUP-END
027900             AND NOT TRANS-TYPE-FORMULA
028000             AND NOT TRANS-TYPE-FORMULA-PARM
028100         MOVE "UNKNOWN RECORD MARKER" TO WS-LINE-REASON
028200         GO TO 2200-EXIT
028300     END-IF.
028400     IF WS-CF-REFERENCE = SPACES
028500         MOVE "REFERENCE MISSING" TO WS-LINE-REASON
028600         GO TO 2200-EXIT
028700     END-IF.
028800     IF WS-CF-REFERENCE(9:) NOT = SPACES
028900         MOVE "REFERENCE OVER 8 CHARACTERS" TO WS-LINE-REASON
029000         GO TO 2200-EXIT
029100     END-IF.
029200     MOVE WS-CF-REFERENCE(1:8) TO TRANS-REFERENCE.
029300     IF WS-CF-ANGLE(2:) NOT = SPACES
029400         MOVE "ANGLE MODE NOT D, R OR BLANK" TO WS-LINE-REASON
029500         GO TO 2200-EXIT
029600     END-IF.
029700     MOVE WS-CF-ANGLE(1:1) TO TRANS-ANGLE-MODE.
029800     MOVE 0 TO WS-OPCODE.
029900     EVALUATE TRUE
030000         WHEN TRANS-TYPE-DETAIL
030100         WHEN TRANS-TYPE-CONTINUE
030200         WHEN TRANS-TYPE-GROUP-HDR
030300             PERFORM 2300-PARSE-OPERATION THRU 2300-EXIT
030400             MOVE WS-OPCODE TO TRANS-OPCODE
030500         WHEN TRANS-TYPE-FORMULA
030600             PERFORM 2350-PARSE-FORMULA THRU 2350-EXIT
030700         WHEN OTHER
030800             IF WS-CF-OPERATION NOT = SPACES
030900                 MOVE "NO OPERATION ON V, E OR P" TO
031000                     WS-LINE-REASON
031100             END-IF
031200             MOVE 0 TO TRANS-OPCODE
031300     END-EVALUATE.
031400     IF NOT WS-LINE-GOOD
031500         GO TO 2200-EXIT
031600     END-IF.
031700     MOVE WS-CF-OPERAND-A TO WS-OPND-INPUT.
031800     PERFORM 2400-PARSE-OPERAND THRU 2400-EXIT.
031900     EVALUATE TRUE
032000         WHEN WS-OPND-BAD
032100             MOVE "OPERAND A NOT A NUMBER OR =NAME"
032200                 TO WS-LINE-REASON
032300         WHEN WS-OPND-TOKEN
032400             SET TRANS-A-IS-TOKEN TO TRUE
032500             MOVE WS-OPND-INPUT(2:13) TO TRANS-A-TOKEN-NAME
032600         WHEN WS-OPND-NUMBER
032700             MOVE WS-OPND-VALUE TO TRANS-OPERAND-A
032800             ADD WS-OPND-VALUE TO WS-LINE-HASH
032900         WHEN TRANS-TYPE-DETAIL OR TRANS-TYPE-GROUP-VAL
033000                 OR TRANS-TYPE-FORMULA
033100                 OR TRANS-TYPE-FORMULA-PARM
033200             MOVE "OPERAND A MISSING" TO WS-LINE-REASON
033300         WHEN OTHER
033400             MOVE ZERO TO TRANS-OPERAND-A
033500     END-EVALUATE.
033600     IF NOT WS-LINE-GOOD
033700         GO TO 2200-EXIT
033800     END-IF.
033900     MOVE WS-CF-OPERAND-B TO WS-OPND-INPUT.
034000     PERFORM 2400-PARSE-OPERAND THRU 2400-EXIT.
034100     EVALUATE TRUE
034200         WHEN WS-OPND-BAD
034300             MOVE "OPERAND B NOT A NUMBER OR =NAME"
034400                 TO WS-LINE-REASON
034500         WHEN WS-OPND-TOKEN
034600             SET TRANS-B-IS-TOKEN TO TRUE
034700             MOVE WS-OPND-INPUT(2:13) TO TRANS-B-TOKEN-NAME
034800         WHEN WS-OPND-NUMBER
034900             MOVE WS-OPND-VALUE TO TRANS-OPERAND-B
035000             ADD WS-OPND-VALUE TO WS-LINE-HASH
035100         WHEN (TRANS-TYPE-DETAIL OR TRANS-TYPE-CONTINUE)
035200                 AND (WS-OPCODE = 1 OR 2 OR 3 OR 4 OR 16 OR 17
035300                      OR 18 OR 19 OR 26 OR 27 OR 28 OR 29)
035400             MOVE "OPERAND B MISSING" TO WS-LINE-REASON
035500         WHEN TRANS-TYPE-GROUP-HDR AND WS-OPCODE = 28
035600             MOVE "OPERAND B (RATE) MISSING" TO WS-LINE-REASON
035700         WHEN OTHER
035800             MOVE ZERO TO TRANS-OPERAND-B
035900     END-EVALUATE.
036000 2200-EXIT.
036100     EXIT.
036200
036300*-----------------------------------------------------------------
036400* 2300-PARSE-OPERATION - AN OPCODE NUMBER OF ONE OR TWO DIGITS,
036500* OR ONE OF THE OPERATION NAMES IN WS-FUNC-NAME-TABLE.  WHETHER
036600* THE OPCODE SUITS THE RECORD IS LEFT TO THE EDIT.
036700*-----------------------------------------------------------------
036800 2300-PARSE-OPERATION.
036900     IF WS-CF-OPERATION = SPACES
037000         MOVE "OPERATION MISSING" TO WS-LINE-REASON
037100         GO TO 2300-EXIT
037200     END-IF.
037300     IF WS-CF-OPERATION(1:1) NUMERIC
037400             AND WS-CF-OPERATION(2:) = SPACES
037500         MOVE WS-CF-OPERATION(1:1) TO WS-OPCODE
037600         GO TO 2300-EXIT
037700     END-IF.
037800     IF WS-CF-OPERATION(1:2) NUMERIC
037900             AND WS-CF-OPERATION(3:) = SPACES
038000         MOVE WS-CF-OPERATION(1:2) TO WS-OPCODE
038100         GO TO 2300-EXIT
038200     END-IF.
038300     MOVE "N" TO WS-FUNC-FOUND-SW.
038400     IF WS-CF-OPERATION(9:) = SPACES
038500         PERFORM 2310-SEARCH-FUNC THRU 2310-EXIT
038600             VARYING WS-FUNC-INDEX FROM 1 BY 1
038700             UNTIL WS-FUNC-INDEX > WS-MAX-FUNC
038800                 OR WS-FUNC-FOUND
038900     END-IF.
039000     IF NOT WS-FUNC-FOUND
039100         MOVE "UNKNOWN OPERATION" TO WS-LINE-REASON
039200     END-IF.
039300 2300-EXIT.
039400     EXIT.
039500
039600 2310-SEARCH-FUNC.
039700     IF WS-CF-OPERATION(1:8) = WS-FUNC-NAME(WS-FUNC-INDEX)
039800         SET WS-FUNC-FOUND TO TRUE
039900         MOVE WS-FUNC-OPCODE(WS-FUNC-INDEX) TO WS-OPCODE
040000     END-IF.
040100 2310-EXIT.
040200     EXIT.
040300
040400* A FORMULA NAME OF UP TO 8 CHARACTERS, WITH AN OPTIONAL
040500* ":VERSION" OF UP TO 3 DIGITS; NO VERSION MEANS ZERO, THE
040600* HIGHEST ACTIVE VERSION.
040700 2350-PARSE-FORMULA.
040800     MOVE SPACES TO WS-FML-NAME-PART WS-FML-VERSION-PART.
040900     UNSTRING WS-CF-OPERATION DELIMITED BY ":"
041000         INTO WS-FML-NAME-PART WS-FML-VERSION-PART
041100     END-UNSTRING.
041200     IF WS-FML-NAME-PART = SPACES
041300             OR WS-FML-NAME-PART(9:) NOT = SPACES
041400         MOVE "FORMULA NAME MISSING OR LONG" TO WS-LINE-REASON
041500         GO TO 2350-EXIT
041600     END-IF.
041700     MOVE 0 TO WS-FML-VERSION.
041800     EVALUATE TRUE
041900         WHEN WS-FML-VERSION-PART = SPACES
042000             CONTINUE
042100         WHEN WS-FML-VERSION-PART(1:1) NUMERIC
042200                 AND WS-FML-VERSION-PART(2:) = SPACES
042300             MOVE WS-FML-VERSION-PART(1:1) TO WS-FML-VERSION
042400         WHEN WS-FML-VERSION-PART(1:2) NUMERIC
042500                 AND WS-FML-VERSION-PART(3:) = SPACES
042600             MOVE WS-FML-VERSION-PART(1:2) TO WS-FML-VERSION
042700         WHEN WS-FML-VERSION-PART(1:3) NUMERIC
042800                 AND WS-FML-VERSION-PART(4:) = SPACES
042900             MOVE WS-FML-VERSION-PART(1:3) TO WS-FML-VERSION
043000         WHEN OTHER
043100             MOVE "FORMULA VERSION NOT A NUMBER"
043200                 TO WS-LINE-REASON
043300             GO TO 2350-EXIT
043400     END-EVALUATE.
043500     MOVE WS-FML-NAME-PART(1:8) TO TRANS-FORMULA-NAME.
043600     MOVE WS-FML-VERSION TO TRANS-FORMULA-VERSION.
043700 2350-EXIT.
043800     EXIT.
043900
044000*-----------------------------------------------------------------
044100* 2400-PARSE-OPERAND - BLANK, AN "=" CONSTANT TOKEN (A NAME OF
044200* UP TO 13 CHARACTERS), OR A NUMBER WITH UP TO 7 WHOLE DIGITS,
044300* A SIGN AND A DECIMAL POINT, AS AT THE TERMINAL.
044400*-----------------------------------------------------------------
044500 2400-PARSE-OPERAND.
044600     MOVE 0 TO WS-OPND-VALUE.
044700     IF WS-OPND-INPUT = SPACES
044800         SET WS-OPND-BLANK TO TRUE
044900         GO TO 2400-EXIT
045000     END-IF.
045100     IF WS-OPND-INPUT(1:1) = "="
045200         IF WS-OPND-INPUT(2:13) = SPACES
045300                 OR WS-OPND-INPUT(15:) NOT = SPACES
045400             SET WS-OPND-BAD TO TRUE
045500         ELSE
045600             SET WS-OPND-TOKEN TO TRUE
045700         END-IF
045800         GO TO 2400-EXIT
045900     END-IF.
046000     IF FUNCTION TEST-NUMVAL(WS-OPND-INPUT) NOT = 0
046100         SET WS-OPND-BAD TO TRUE
046200         GO TO 2400-EXIT
046300     END-IF.
046400     SET WS-OPND-NUMBER TO TRUE.
046500     COMPUTE WS-OPND-VALUE = FUNCTION NUMVAL(WS-OPND-INPUT)
046600         ON SIZE ERROR
046700             SET WS-OPND-BAD TO TRUE
046800     END-COMPUTE.
046900 2400-EXIT.
047000     EXIT.
047100
047200*-----------------------------------------------------------------
047300* 2500-WRITE-TRAILER - COUNT AND HASH OF THE TRANSACTIONS
047400* ACTUALLY WRITTEN, SO THE FILE BALANCES THROUGH THE EDIT.
047500*-----------------------------------------------------------------
047600 2500-WRITE-TRAILER.
047700     MOVE SPACES                TO TRANS-RECORD.
047800     SET TRANS-TYPE-TRAILER     TO TRUE.
047900     MOVE "ELMOCSV"             TO TRANS-REFERENCE.
048000     MOVE WS-BUILT-COUNT        TO TRANS-TRAILER-COUNT.
048100     MOVE WS-OUT-HASH           TO TRANS-TRAILER-HASH.
048200     WRITE TRANS-RECORD.
048300 2500-EXIT.
048400     EXIT.
048500
048600 2600-LIST-REJECT.
048700     ADD 1 TO WS-REJECT-COUNT.
048800     MOVE WS-LINE-NUMBER TO WS-RL-NUMBER.
048900     MOVE WS-LINE-REASON TO WS-RL-REASON.
049000     MOVE WS-REJECT-LINE TO REPORT-LINE.
049100     WRITE REPORT-LINE.
049200     MOVE CSV-LINE(1:76) TO WS-RT-TEXT.
049300     MOVE WS-REJECT-TEXT-LINE TO REPORT-LINE.
049400     WRITE REPORT-LINE.
049500 2600-EXIT.
049600     EXIT.
049700*-----------------------------------------------------------------
049800 3000-PRINT-TOTALS.
049900     MOVE SPACES TO REPORT-LINE.
050000     WRITE REPORT-LINE.
050100     MOVE "LINES READ" TO WS-CL-LABEL.
050200     MOVE WS-LINE-NUMBER TO WS-CL-COUNT.
050300     MOVE WS-COUNT-LINE TO REPORT-LINE.
050400     WRITE REPORT-LINE.
050500     MOVE "BLANK OR HEADING LINES SKIPPED" TO WS-CL-LABEL.
050600     MOVE WS-SKIP-COUNT TO WS-CL-COUNT.
050700     MOVE WS-COUNT-LINE TO REPORT-LINE.
050800     WRITE REPORT-LINE.
050900     MOVE "LINES NOT TAKEN" TO WS-CL-LABEL.
051000     MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
051100     MOVE WS-COUNT-LINE TO REPORT-LINE.
051200     WRITE REPORT-LINE.
051300     MOVE "TRANSACTIONS WRITTEN" TO WS-CL-LABEL.
051400     MOVE WS-BUILT-COUNT TO WS-CL-COUNT.
051500     MOVE WS-COUNT-LINE TO REPORT-LINE.
051600     WRITE REPORT-LINE.
051700     MOVE "TRAILER HASH TOTAL" TO WS-HL-LABEL.
051800     MOVE WS-OUT-HASH TO WS-HL-HASH.
051900     MOVE WS-HASH-LINE TO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     IF WS-REJECT-COUNT > 0
052200         MOVE SPACES TO REPORT-LINE
052300         WRITE REPORT-LINE
052400         MOVE "*** LINES NOT TAKEN - RETURN THEM TO THE DESK ***"
052500             TO REPORT-LINE
052600         WRITE REPORT-LINE
052700         DISPLAY "ELMOCSV: " WS-REJECT-COUNT
052800                 " LINES NOT TAKEN - SEE CSVRPT"
052900     END-IF.
053000 3000-EXIT.
053100     EXIT.
