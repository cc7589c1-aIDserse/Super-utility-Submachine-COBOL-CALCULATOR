      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Maintenance of the answer limits file
      *                (LIMITFIL, see ELMOLIM): for a department and
      *                opcode, the range a believable answer falls in
      *                - the result, and each operand - outside which
      *                the morning distribution (ELMODST) holds the
      *                answer back for supervisor review instead of
      *                sending it to the desk.  Department "*ALL*"
      *                sets the shop-wide limit for an opcode, used by
      *                any department without one of its own.
      *                Menu-driven in the style of the department
      *                maintenance: set (add or change) a limit,
      *                remove one, or list the file.  INDEXED on
      *                department and opcode, so each change is
      *                written straight through.  Every change is
      *                audit-logged to the calculation log as a LIMT
      *                record (action, opcode, department, and the
      *                result range when it is checked).
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOLMT.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT LIMIT-FILE ASSIGN TO "LIMITFIL"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS LIM-KEY
001100         FILE STATUS IS WS-LIM-FILE-STATUS.
001200
001300     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS LOG-KEY
001700         FILE STATUS IS WS-LOG-FILE-STATUS.
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  LIMIT-FILE
002200     RECORDING MODE IS F.
002300     COPY ELMOLIM.
002400
002500 FD  CALC-LOG-FILE
002600     RECORDING MODE IS F.
002700     COPY ELMOLOG.
002800*-----------------------------------------------------------------
002900 WORKING-STORAGE SECTION.
003000 01  WS-LIM-FILE-STATUS          PIC X(02) VALUE SPACES.
003100 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
003200
003300 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
003400     88  WS-DONE                         VALUE "Y".
003500
003600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003700     88  WS-EOF                          VALUE "Y".
003800
003900 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
004000     88  WS-ABORT                        VALUE "Y".
004100
004200 01  WS-MENU-CHOICE              PIC 9(02) VALUE 0.
004300
004400 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
004500     88  WS-FOUND                        VALUE "Y".
004600
004700* KEYED ENTRY FOR ONE ACTION: THE DEPARTMENT (OR "*ALL*") AND
004800* THE OPCODE THAT IDENTIFY THE LIMIT.
004900 01  WS-ENTRY-DEPT               PIC X(08) VALUE SPACES.
005000 01  WS-ENTRY-OPCODE             PIC 9(02) VALUE 0.
005100     88  WS-ENTRY-OPCODE-VALID           VALUE 1 THRU 30.
005200 01  WS-ACTION                   PIC X(08) VALUE SPACES.
005300
005400* ONE RANGE AS IT IS KEYED.  THE CHECK FLAG IS ASKED FIRST; A
005500* BLANK LOW OR HIGH LEAVES THAT SIDE OPEN, HELD AS THE LARGEST
005600* VALUE THE FIELD CAN TAKE.  THE OPERAND RANGES ARE LIMITED TO
005700* THE OPERANDS' OWN SEVEN WHOLE DIGITS.
005800 01  WS-RNG-LABEL                PIC X(20) VALUE SPACES.
005900 01  WS-RNG-CHECK                PIC X(01) VALUE "N".
006000     88  WS-RNG-CHECKED                  VALUE "Y".
006100     88  WS-RNG-CHECK-VALID              VALUE "Y" "N".
006200 01  WS-RNG-LOW                  PIC S9(14)V9(7) VALUE 0.
006300 01  WS-RNG-HIGH                 PIC S9(14)V9(7) VALUE 0.
006400 01  WS-RNG-MAX                  PIC S9(14)V9(7) VALUE 0.
006500 01  WS-RNG-BAD-SW               PIC X(01) VALUE "N".
006600     88  WS-RNG-BAD                      VALUE "Y".
006700 01  WS-VALUE-MAX                PIC S9(14)V9(7)
006800                                  VALUE 99999999999999.9999999.
006900 01  WS-OPERAND-MAX              PIC S9(14)V9(7)
007000                                  VALUE 9999999.9999999.
007100
007200 01  WS-BOUND-INPUT              PIC X(25).
007300 01  WS-BOUND-PROMPT             PIC X(04) VALUE SPACES.
007400 01  WS-ENTRY-BOUND              PIC S9(14)V9(7) VALUE 0.
007500 01  WS-BOUND-OK-SW              PIC X(01) VALUE "N".
007600     88  WS-BOUND-OK                     VALUE "Y".
007700
007800* LOG-KEY SEQUENCE AND WRITE-RETRY STATE, THE SAME RULE AS THE
007900* CALCULATOR'S 8940-WRITE-LOG-RECORD.
008000 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
008100 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
008200     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
008300     88  WS-LOG-WRITE-GOOD               VALUE "Y".
008400
008500 01  WS-LIST-LINE.
008600     05  WS-LL-DEPT              PIC X(08).
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  WS-LL-OPCODE            PIC Z9.
008900     05  FILLER                  PIC X(02) VALUE SPACES.
009000     05  WS-LL-LABEL             PIC X(08).
009100     05  WS-LL-LOW               PIC -(13)9.9(7).
009200     05  FILLER                  PIC X(04) VALUE " TO ".
009300     05  WS-LL-HIGH              PIC -(13)9.9(7).
009400*-----------------------------------------------------------------
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------------
009700 0000-MAINLINE.
009800     DISPLAY "ELMO ANSWER LIMITS MAINTENANCE".
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     IF WS-ABORT
010100         STOP RUN
010200     END-IF.
010300     MOVE "N" TO WS-DONE-SWITCH.
010400     PERFORM 2100-MENU-CYCLE THRU 2100-EXIT
010500         UNTIL WS-DONE.
010600     CLOSE LIMIT-FILE.
010700     CLOSE CALC-LOG-FILE.
010800     DISPLAY "END OF ANSWER LIMITS MAINTENANCE".
010900     STOP RUN.
011000*-----------------------------------------------------------------
011100* 1000-INITIALIZE - OPEN THE LIMITS FILE I-O (NO FILE YET MEANS
011200* NO LIMITS SET, BUILT EMPTY ON STATUS 35) AND THE AUDIT LOG THE
011300* SAME WAY THE CALCULATOR DOES.  ANY OTHER OPEN FAILURE ON
011400* EITHER FILE ABANDONS THE SESSION BEFORE A CHANGE CAN BE MADE.
011500*-----------------------------------------------------------------
011600 1000-INITIALIZE.
011700     OPEN I-O LIMIT-FILE.
011800     IF WS-LIM-FILE-STATUS = "35"
011900         DISPLAY "NO LIMITS FILE YET - STARTING EMPTY"
012000         OPEN OUTPUT LIMIT-FILE
012100         IF WS-LIM-FILE-STATUS = "00"
012200             CLOSE LIMIT-FILE
012300             OPEN I-O LIMIT-FILE
012400         END-IF
012500     END-IF.
012600     IF WS-LIM-FILE-STATUS NOT = "00"
012700         DISPLAY "UNABLE TO OPEN LIMITFIL, FILE STATUS = "
012800                 WS-LIM-FILE-STATUS
012900         SET WS-ABORT TO TRUE
013000         GO TO 1000-EXIT
013100     END-IF.
013200     OPEN I-O CALC-LOG-FILE.
013300     IF WS-LOG-FILE-STATUS = "35"
013400         OPEN OUTPUT CALC-LOG-FILE
013500     END-IF.
013600     IF WS-LOG-FILE-STATUS NOT = "00"
013700         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
013800                 WS-LOG-FILE-STATUS
013900         DISPLAY "CHANGES COULD NOT BE AUDIT-LOGGED - RUN "
014000                 "ABANDONED"
014100         CLOSE LIMIT-FILE
014200         SET WS-ABORT TO TRUE
014300     END-IF.
014400 1000-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------------
014700 2100-MENU-CYCLE.
014800     PERFORM 2110-SHOW-MENU THRU 2110-EXIT.
014900     ACCEPT WS-MENU-CHOICE.
015000     EVALUATE WS-MENU-CHOICE
015100         WHEN 99
015200             MOVE "Y" TO WS-DONE-SWITCH
015300         WHEN 1
015400             PERFORM 3010-SET-LIMIT THRU 3010-EXIT
015500         WHEN 2
015600             PERFORM 3020-REMOVE-LIMIT THRU 3020-EXIT
015700         WHEN 3
015800             PERFORM 3030-LIST-LIMITS THRU 3030-EXIT
015900         WHEN OTHER
016000             DISPLAY "PLEASE CHOOSE A VALID OPTION"
016100     END-EVALUATE.
016200 2100-EXIT.
016300     EXIT.
016400
016500 2110-SHOW-MENU.
016600     DISPLAY "WHAT DO YOU WANT TO DO?".
016700     DISPLAY "1 SET A LIMIT (ADD OR CHANGE)".
016800     DISPLAY "2 REMOVE A LIMIT".
016900     DISPLAY "3 LIST THE LIMITS".
017000     DISPLAY "99 EXIT".
017100     DISPLAY "CHOOSE AN OPTION".
017200 2110-EXIT.
017300     EXIT.
017400*-----------------------------------------------------------------
017500* 3010-SET-LIMIT - ALL THREE RANGES ARE KEYED AFRESH EACH TIME,
017600* WHETHER THE LIMIT IS NEW OR BEING CHANGED, SO WHAT IS ON FILE
017700* AFTERWARDS IS EXACTLY WHAT WAS JUST CONFIRMED.  A LOW ABOVE
017800* ITS HIGH, OR NO RANGE CHECKED AT ALL, SAVES NOTHING - A LIMIT
017900* THAT CHECKS NOTHING IS REMOVED, NOT SET.
018000*-----------------------------------------------------------------
018100 3010-SET-LIMIT.
018200     PERFORM 8750-ASK-KEY THRU 8750-EXIT.
018300     IF WS-ENTRY-DEPT = SPACES OR NOT WS-ENTRY-OPCODE-VALID
018400         DISPLAY "DEPARTMENT AND AN OPCODE 1-30 ARE NEEDED"
018500         GO TO 3010-EXIT
018600     END-IF.
018700     PERFORM 8800-FIND-LIMIT THRU 8800-EXIT.
018800     IF WS-FOUND
018900         DISPLAY "CURRENT LIMIT"
019000         PERFORM 8850-SHOW-LIMIT THRU 8850-EXIT
019100         MOVE "CHANGE" TO WS-ACTION
019200     ELSE
019300         MOVE "ADD" TO WS-ACTION
019400     END-IF.
019500     MOVE "RESULT VALUE"   TO WS-RNG-LABEL.
019600     MOVE WS-VALUE-MAX     TO WS-RNG-MAX.
019700     PERFORM 3100-ASK-RANGE THRU 3100-EXIT.
019800     IF WS-RNG-BAD
019900         GO TO 3010-EXIT
020000     END-IF.
020100     MOVE WS-RNG-CHECK     TO LIM-VALUE-CHECK.
020200     MOVE WS-RNG-LOW       TO LIM-VALUE-LOW.
020300     MOVE WS-RNG-HIGH      TO LIM-VALUE-HIGH.
020400     MOVE "OPERAND A"      TO WS-RNG-LABEL.
020500     MOVE WS-OPERAND-MAX   TO WS-RNG-MAX.
020600     PERFORM 3100-ASK-RANGE THRU 3100-EXIT.
020700     IF WS-RNG-BAD
020800         GO TO 3010-EXIT
020900     END-IF.
021000     MOVE WS-RNG-CHECK     TO LIM-A-CHECK.
021100     MOVE WS-RNG-LOW       TO LIM-A-LOW.
021200     MOVE WS-RNG-HIGH      TO LIM-A-HIGH.
021300     MOVE "OPERAND B"      TO WS-RNG-LABEL.
021400     PERFORM 3100-ASK-RANGE THRU 3100-EXIT.
021500     IF WS-RNG-BAD
021600         GO TO 3010-EXIT
021700     END-IF.
021800     MOVE WS-RNG-CHECK     TO LIM-B-CHECK.
021900     MOVE WS-RNG-LOW       TO LIM-B-LOW.
022000     MOVE WS-RNG-HIGH      TO LIM-B-HIGH.
022100     IF NOT LIM-VALUE-CHECKED AND NOT LIM-A-CHECKED
022200             AND NOT LIM-B-CHECKED
022300         DISPLAY "NO RANGE CHECKED - NOTHING SAVED"
022400         GO TO 3010-EXIT
022500     END-IF.
022600     MOVE WS-ENTRY-DEPT    TO LIM-DEPARTMENT.
022700     MOVE WS-ENTRY-OPCODE  TO LIM-OPCODE.
022800     IF WS-FOUND
022900         REWRITE LIMIT-RECORD
023000             INVALID KEY
023100                 DISPLAY "UNABLE TO CHANGE LIMIT, FILE STATUS = "
023200                         WS-LIM-FILE-STATUS
023300                 GO TO 3010-EXIT
023400         END-REWRITE
023500     ELSE
023600         WRITE LIMIT-RECORD
023700             INVALID KEY
023800                 DISPLAY "UNABLE TO ADD LIMIT, FILE STATUS = "
023900                         WS-LIM-FILE-STATUS
024000                 GO TO 3010-EXIT
024100         END-WRITE
024200     END-IF.
024300     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
024400     DISPLAY "LIMIT SAVED".
024500 3010-EXIT.
024600     EXIT.
024700
024800* ONE RANGE: WHETHER TO CHECK IT, THEN ITS LOW AND HIGH.  AN
024900* UNCHECKED RANGE IS KEPT AS ZERO TO ZERO.
025000 3100-ASK-RANGE.
025100     MOVE "N" TO WS-RNG-BAD-SW.
025200     MOVE ZERO TO WS-RNG-LOW.
025300     MOVE ZERO TO WS-RNG-HIGH.
025400     DISPLAY "CHECK " WS-RNG-LABEL " (Y/N)".
025500     MOVE SPACE TO WS-RNG-CHECK.
025600     ACCEPT WS-RNG-CHECK.
025700     IF WS-RNG-CHECK = SPACE
025800         MOVE "N" TO WS-RNG-CHECK
025900     END-IF.
026000     IF NOT WS-RNG-CHECK-VALID
026100         DISPLAY "ANSWER Y OR N - NOTHING SAVED"
026200         SET WS-RNG-BAD TO TRUE
026300         GO TO 3100-EXIT
026400     END-IF.
026500     IF NOT WS-RNG-CHECKED
026600         GO TO 3100-EXIT
026700     END-IF.
026800     MOVE "LOW " TO WS-BOUND-PROMPT.
026900     MOVE "N" TO WS-BOUND-OK-SW.
027000     PERFORM 8710-GET-BOUND THRU 8710-EXIT
027100         UNTIL WS-BOUND-OK.
027200     IF WS-BOUND-INPUT = SPACES
027300         COMPUTE WS-RNG-LOW = 0 - WS-RNG-MAX
027400     ELSE
027500         MOVE WS-ENTRY-BOUND TO WS-RNG-LOW
027600     END-IF.
027700     MOVE "HIGH" TO WS-BOUND-PROMPT.
027800     MOVE "N" TO WS-BOUND-OK-SW.
027900     PERFORM 8710-GET-BOUND THRU 8710-EXIT
028000         UNTIL WS-BOUND-OK.
028100     IF WS-BOUND-INPUT = SPACES
028200         MOVE WS-RNG-MAX TO WS-RNG-HIGH
028300     ELSE
028400         MOVE WS-ENTRY-BOUND TO WS-RNG-HIGH
028500     END-IF.
028600     IF WS-RNG-LOW > WS-RNG-HIGH
028700         DISPLAY "LOW IS ABOVE HIGH - NOTHING SAVED"
028800         SET WS-RNG-BAD TO TRUE
028900     END-IF.
029000 3100-EXIT.
029100     EXIT.
029200
029300 3020-REMOVE-LIMIT.
029400     PERFORM 8750-ASK-KEY THRU 8750-EXIT.
029500     PERFORM 8800-FIND-LIMIT THRU 8800-EXIT.
029600     IF NOT WS-FOUND
029700         DISPLAY "NO SUCH LIMIT"
029800         GO TO 3020-EXIT
029900     END-IF.
030000     PERFORM 8850-SHOW-LIMIT THRU 8850-EXIT.
030100     DELETE LIMIT-FILE
030200         INVALID KEY
030300             DISPLAY "UNABLE TO REMOVE LIMIT, FILE STATUS = "
030400                     WS-LIM-FILE-STATUS
030500             GO TO 3020-EXIT
030600     END-DELETE.
030700     MOVE "DELETE" TO WS-ACTION.
030800     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
030900     DISPLAY "LIMIT REMOVED".
031000 3020-EXIT.
031100     EXIT.
031200
031300*-----------------------------------------------------------------
031400* 3030-LIST-LIMITS - THE WHOLE FILE IN DEPARTMENT AND OPCODE
031500* ORDER, ONE LINE PER CHECKED RANGE.
031600*-----------------------------------------------------------------
031700 3030-LIST-LIMITS.
031800     DISPLAY "DEPT      OP  RANGE                     LOW"
031900             "                       HIGH".
032000     MOVE LOW-VALUES TO LIM-KEY.
032100     START LIMIT-FILE KEY IS NOT LESS THAN LIM-KEY
032200         INVALID KEY
032300             DISPLAY "NO LIMITS ON FILE"
032400             GO TO 3030-EXIT
032500     END-START.
032600     MOVE "N" TO WS-EOF-SWITCH.
032700     PERFORM 3035-LIST-ONE THRU 3035-EXIT
032800         UNTIL WS-EOF.
032900 3030-EXIT.
033000     EXIT.
033100
033200 3035-LIST-ONE.
033300     READ LIMIT-FILE NEXT RECORD
033400         AT END
033500             MOVE "Y" TO WS-EOF-SWITCH
033600         NOT AT END
033700             PERFORM 8850-SHOW-LIMIT THRU 8850-EXIT
033800     END-READ.
033900 3035-EXIT.
034000     EXIT.
034100*-----------------------------------------------------------------
034200* 8000 SERIES - SHARED HELPERS.
034300*-----------------------------------------------------------------
034400* A BLANK ENTRY IS GOOD HERE - IT LEAVES THAT SIDE OF THE RANGE
034500* OPEN.
034600 8710-GET-BOUND.
034700     DISPLAY WS-BOUND-PROMPT " (BLANK = NO " WS-BOUND-PROMPT
034800             " LIMIT)".
034900     MOVE SPACES TO WS-BOUND-INPUT.
035000     ACCEPT WS-BOUND-INPUT.
035100     IF WS-BOUND-INPUT = SPACES
035200         SET WS-BOUND-OK TO TRUE
035300         GO TO 8710-EXIT
035400     END-IF.
035500     IF FUNCTION TEST-NUMVAL(WS-BOUND-INPUT) = 0
035600         COMPUTE WS-ENTRY-BOUND =
035700                 FUNCTION NUMVAL(WS-BOUND-INPUT)
035800             ON SIZE ERROR
035900                 DISPLAY "NUMBER TOO LARGE - TRY AGAIN"
036000             NOT ON SIZE ERROR
036100                 SET WS-BOUND-OK TO TRUE
036200         END-COMPUTE
036300     ELSE
036400         DISPLAY "NOT A VALID NUMBER - TRY AGAIN"
036500     END-IF.
036600     IF WS-BOUND-OK
036700             AND (WS-ENTRY-BOUND > WS-RNG-MAX
036800               OR WS-ENTRY-BOUND < 0 - WS-RNG-MAX)
036900         DISPLAY "NUMBER TOO LARGE - TRY AGAIN"
037000         MOVE "N" TO WS-BOUND-OK-SW
037100     END-IF.
037200 8710-EXIT.
037300     EXIT.
037400
037500 8750-ASK-KEY.
037600     DISPLAY "DEPARTMENT CODE (*ALL* FOR THE SHOP-WIDE LIMIT)".
037700     MOVE SPACES TO WS-ENTRY-DEPT.
037800     ACCEPT WS-ENTRY-DEPT.
037900     DISPLAY "OPCODE".
038000     MOVE ZERO TO WS-ENTRY-OPCODE.
038100     ACCEPT WS-ENTRY-OPCODE.
038200 8750-EXIT.
038300     EXIT.
038400
038500* A RANDOM READ ON THE KEY; THE RECORD FOUND IS LEFT IN THE
038600* RECORD AREA FOR THE CALLER TO CHANGE, REWRITE OR DELETE.
038700 8800-FIND-LIMIT.
038800     MOVE "N" TO WS-FOUND-SWITCH.
038900     MOVE WS-ENTRY-DEPT   TO LIM-DEPARTMENT.
039000     MOVE WS-ENTRY-OPCODE TO LIM-OPCODE.
039100     READ LIMIT-FILE
039200         KEY IS LIM-KEY
039300         INVALID KEY
039400             CONTINUE
039500         NOT INVALID KEY
039600             SET WS-FOUND TO TRUE
039700     END-READ.
039800 8800-EXIT.
039900     EXIT.
040000
040100 8850-SHOW-LIMIT.
040200     MOVE LIM-DEPARTMENT TO WS-LL-DEPT.
040300     MOVE LIM-OPCODE     TO WS-LL-OPCODE.
040400     IF NOT LIM-VALUE-CHECKED AND NOT LIM-A-CHECKED
040500             AND NOT LIM-B-CHECKED
040600         MOVE "NONE"     TO WS-LL-LABEL
040700         MOVE ZERO       TO WS-LL-LOW
040800         MOVE ZERO       TO WS-LL-HIGH
040900         DISPLAY WS-LIST-LINE
041000     END-IF.
041100     IF LIM-VALUE-CHECKED
041200         MOVE "RESULT"       TO WS-LL-LABEL
041300         MOVE LIM-VALUE-LOW  TO WS-LL-LOW
041400         MOVE LIM-VALUE-HIGH TO WS-LL-HIGH
041500         DISPLAY WS-LIST-LINE
041600     END-IF.
041700     IF LIM-A-CHECKED
041800         MOVE "A"            TO WS-LL-LABEL
041900         MOVE LIM-A-LOW      TO WS-LL-LOW
042000         MOVE LIM-A-HIGH     TO WS-LL-HIGH
042100         DISPLAY WS-LIST-LINE
042200     END-IF.
042300     IF LIM-B-CHECKED
042400         MOVE "B"            TO WS-LL-LABEL
042500         MOVE LIM-B-LOW      TO WS-LL-LOW
042600         MOVE LIM-B-HIGH     TO WS-LL-HIGH
042700         DISPLAY WS-LIST-LINE
042800     END-IF.
042900 8850-EXIT.
043000     EXIT.
043100
043200*-----------------------------------------------------------------
043300* 8940/8941 - THE SAME DUPLICATE-KEY RETRY RULE AS THE
043400* CALCULATOR'S LOG WRITER, SO TWO AUDIT RECORDS STAMPED IN THE
043500* SAME HUNDREDTH OF A SECOND BOTH LAND.
043600*-----------------------------------------------------------------
043700 8940-WRITE-LOG-RECORD.
043800     MOVE "N" TO WS-LOG-WRITE-SW.
043900     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
044000         UNTIL WS-LOG-WRITE-DONE.
044100 8940-EXIT.
044200     EXIT.
044300
044400 8941-TRY-LOG-WRITE.
044500     ADD 1 TO WS-LOG-SEQUENCE.
044600     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
044700     WRITE LOG-RECORD
044800         INVALID KEY
044900             CONTINUE
045000         NOT INVALID KEY
045100             MOVE "Y" TO WS-LOG-WRITE-SW
045200     END-WRITE.
045300     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
045400         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
045500                 WS-LOG-FILE-STATUS
045600         MOVE "A" TO WS-LOG-WRITE-SW
045700     END-IF.
045800 8941-EXIT.
045900     EXIT.
046000
046100* ONE AUDIT RECORD PER MAINTENANCE ACTION: THE ACTION WORD IN
046200* THE EXIT-REASON FIELD, THE OPCODE IN THE OPTION, THE
046300* DEPARTMENT AS THE REFERENCE, AND THE RESULT RANGE (ZERO WHEN
046400* IT IS NOT CHECKED) IN THE TWO OPERANDS.  THE RECORD AREA
046500* STILL HOLDS THE LIMIT JUST WRITTEN, CHANGED OR REMOVED.
046600 8950-LOG-CHANGE.
046700     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
046800     SET LOG-TYPE-LIMIT    TO TRUE.
046900     MOVE WS-ENTRY-OPCODE  TO LOG-OPTION.
047000     MOVE WS-ACTION        TO LOG-EXIT-REASON.
047100     IF LIM-VALUE-CHECKED
047200         MOVE LIM-VALUE-LOW  TO LOG-OPERAND-A
047300         MOVE LIM-VALUE-HIGH TO LOG-OPERAND-B
047400     ELSE
047500         MOVE ZERO           TO LOG-OPERAND-A
047600         MOVE ZERO           TO LOG-OPERAND-B
047700     END-IF.
047800     MOVE ZERO             TO LOG-RESULT.
047900     MOVE WS-ENTRY-DEPT    TO LOG-REFERENCE.
048000     MOVE SPACE            TO LOG-ANGLE-MODE.
048100     MOVE ZERO             TO LOG-RUN-NUMBER.
048200     MOVE SPACES           TO LOG-FORMULA-NAME.
048300     MOVE ZERO             TO LOG-FORMULA-VERSION.
048400     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
048500 8950-EXIT.
048600     EXIT.
