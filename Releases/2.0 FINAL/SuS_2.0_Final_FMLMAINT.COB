      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Maintenance of the named-formula library
      *                (FORMULAS, see ELMOFML): the multi-step
      *                calculations a batch "F" transaction runs by
      *                name.  Menu-driven in the style of the
      *                department maintenance: add a formula, retire
      *                a version, list the library, or show one
      *                version's steps.  A definition is never
      *                changed once written - adding under an
      *                existing name writes the next version, and a
      *                bad version is retired, so every logged answer
      *                still traces to the steps that produced it.
      *                The file is INDEXED on name plus version, so
      *                each change is written straight through.
      *                Every change is audit-logged to the
      *                calculation log as a FRML record (action,
      *                name, version, parameter and step counts).
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOFMT.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT FORMULA-FILE ASSIGN TO "FORMULAS"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS FML-KEY
001100         FILE STATUS IS WS-FML-FILE-STATUS.
001200
001300     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS LOG-KEY
001700         FILE STATUS IS WS-LOG-FILE-STATUS.
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  FORMULA-FILE
002200     RECORDING MODE IS F.
002300     COPY ELMOFML.
002400
002500 FD  CALC-LOG-FILE
002600     RECORDING MODE IS F.
002700     COPY ELMOLOG.
002800*-----------------------------------------------------------------
002900 WORKING-STORAGE SECTION.
003000 01  WS-FML-FILE-STATUS          PIC X(02) VALUE SPACES.
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
004700 01  WS-BAD-STEP-SWITCH          PIC X(01) VALUE "N".
004800     88  WS-BAD-STEP                     VALUE "Y".
004900
005000* KEYED ENTRY FOR ONE ACTION: THE NAME AND VERSION THAT
005100* IDENTIFY THE FORMULA, AND FOR AN ADD THE DESCRIPTION, THE
005200* COUNTS, AND EACH STEP'S OPCODE AND OPERAND SOURCES.
005300 01  WS-ENTRY-NAME               PIC X(08) VALUE SPACES.
005400 01  WS-ENTRY-VERSION            PIC 9(03) VALUE 0.
005500 01  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
005600 01  WS-ENTRY-PARM-COUNT         PIC 9(02) VALUE 0.
005700 01  WS-ENTRY-STEP-COUNT         PIC 9(02) VALUE 0.
005800 01  WS-ENTRY-OPCODE             PIC 9(02) VALUE 0.
005900     88  WS-ENTRY-OPCODE-VALID           VALUE 1 THRU 14
006000                                               16 THRU 19.
006100 01  WS-ENTRY-SOURCE             PIC X(01) VALUE SPACE.
006200     88  WS-ENTRY-SOURCE-VALID           VALUE "P" "K" "R" " ".
006300 01  WS-ENTRY-ITEM               PIC X(13) VALUE SPACES.
006400 01  WS-ENTRY-PARM-NO            PIC 9(02) VALUE 0.
006500 01  WS-ACTION                   PIC X(08) VALUE SPACES.
006600
006700* THE HIGHEST VERSION ON FILE UNDER THE NAME, ACTIVE OR NOT; AN
006800* ADD WRITES THE ONE AFTER IT.
006900 01  WS-HIGH-VERSION             PIC 9(03) VALUE 0.
007000 01  WS-SCAN-DONE-SW             PIC X(01) VALUE "N".
007100     88  WS-SCAN-DONE                    VALUE "Y".
007200
007300 01  WS-STEP-INDEX               PIC 9(02) COMP VALUE 0.
007400 01  WS-STEP-NUMBER              PIC 9(02) VALUE 0.
007500
007600* LOG-KEY SEQUENCE AND WRITE-RETRY STATE, THE SAME RULE AS THE
007700* CALCULATOR'S 8940-WRITE-LOG-RECORD.
007800 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
007900 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
008000     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
008100     88  WS-LOG-WRITE-GOOD               VALUE "Y".
008200
008300 01  WS-LIST-LINE.
008400     05  WS-LL-NAME              PIC X(08).
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008600     05  WS-LL-VERSION           PIC 9(03).
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  WS-LL-STATUS            PIC X(01).
008900     05  FILLER                  PIC X(03) VALUE SPACES.
009000     05  WS-LL-PARM-COUNT        PIC Z9.
009100     05  FILLER                  PIC X(03) VALUE SPACES.
009200     05  WS-LL-STEP-COUNT        PIC Z9.
009300     05  FILLER                  PIC X(03) VALUE SPACES.
009400     05  WS-LL-ADDED-DATE        PIC X(08).
009500     05  FILLER                  PIC X(02) VALUE SPACES.
009600     05  WS-LL-DESCRIPTION       PIC X(30).
009700
009800 01  WS-STEP-LINE.
009900     05  FILLER                  PIC X(05) VALUE "STEP ".
010000     05  WS-SL-STEP              PIC Z9.
010100     05  FILLER                  PIC X(10) VALUE "  OPCODE ".
010200     05  WS-SL-OPCODE            PIC Z9.
010300     05  FILLER                  PIC X(05) VALUE "  A: ".
010400     05  WS-SL-A-SOURCE          PIC X(01).
010500     05  FILLER                  PIC X(01) VALUE SPACE.
010600     05  WS-SL-A-ITEM            PIC X(13).
010700     05  FILLER                  PIC X(05) VALUE "  B: ".
010800     05  WS-SL-B-SOURCE          PIC X(01).
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  WS-SL-B-ITEM            PIC X(13).
011100*-----------------------------------------------------------------
011200 PROCEDURE DIVISION.
011300*-----------------------------------------------------------------
011400 0000-MAINLINE.
011500     DISPLAY "ELMO NAMED FORMULA MAINTENANCE".
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     IF WS-ABORT
011800         STOP RUN
011900     END-IF.
012000     MOVE "N" TO WS-DONE-SWITCH.
012100     PERFORM 2100-MENU-CYCLE THRU 2100-EXIT
012200         UNTIL WS-DONE.
012300     CLOSE FORMULA-FILE.
012400     CLOSE CALC-LOG-FILE.
012500     DISPLAY "END OF FORMULA MAINTENANCE".
012600     STOP RUN.
012700*-----------------------------------------------------------------
012800* 1000-INITIALIZE - OPEN THE FORMULA LIBRARY I-O (NO FILE YET
012900* MEANS A FIRST-TIME EMPTY LIBRARY, BUILT ON STATUS 35) AND THE
013000* AUDIT LOG THE SAME WAY THE CALCULATOR DOES.  ANY OTHER OPEN
013100* FAILURE ON EITHER FILE ABANDONS THE SESSION BEFORE A CHANGE
013200* CAN BE MADE - A FORMULA CHANGE THAT CANNOT BE AUDIT-LOGGED
013300* MUST NOT HAPPEN.
013400*-----------------------------------------------------------------
013500 1000-INITIALIZE.
013600     OPEN I-O FORMULA-FILE.
013700     IF WS-FML-FILE-STATUS = "35"
013800         DISPLAY "NO FORMULA FILE YET - STARTING EMPTY"
013900         OPEN OUTPUT FORMULA-FILE
014000         IF WS-FML-FILE-STATUS = "00"
014100             CLOSE FORMULA-FILE
014200             OPEN I-O FORMULA-FILE
014300         END-IF
014400     END-IF.
014500     IF WS-FML-FILE-STATUS NOT = "00"
014600         DISPLAY "UNABLE TO OPEN FORMULAS, FILE STATUS = "
014700                 WS-FML-FILE-STATUS
014800         SET WS-ABORT TO TRUE
014900         GO TO 1000-EXIT
015000     END-IF.
015100     OPEN I-O CALC-LOG-FILE.
015200     IF WS-LOG-FILE-STATUS = "35"
015300         OPEN OUTPUT CALC-LOG-FILE
015400     END-IF.
015500     IF WS-LOG-FILE-STATUS NOT = "00"
015600         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
015700                 WS-LOG-FILE-STATUS
015800         DISPLAY "CHANGES COULD NOT BE AUDIT-LOGGED - RUN "
015900                 "ABANDONED"
016000         CLOSE FORMULA-FILE
016100         SET WS-ABORT TO TRUE
016200     END-IF.
016300 1000-EXIT.
016400     EXIT.
016500*-----------------------------------------------------------------
016600 2100-MENU-CYCLE.
016700     PERFORM 2110-SHOW-MENU THRU 2110-EXIT.
016800     ACCEPT WS-MENU-CHOICE.
016900     EVALUATE WS-MENU-CHOICE
017000         WHEN 99
017100             MOVE "Y" TO WS-DONE-SWITCH
017200         WHEN 1
017300             PERFORM 3010-ADD-FORMULA THRU 3010-EXIT
017400         WHEN 2
017500             PERFORM 3030-RETIRE-FORMULA THRU 3030-EXIT
017600         WHEN 3
017700             PERFORM 3050-LIST-FORMULAS THRU 3050-EXIT
017800         WHEN 4
017900             PERFORM 3060-SHOW-STEPS THRU 3060-EXIT
018000         WHEN OTHER
018100             DISPLAY "PLEASE CHOOSE A VALID OPTION"
018200     END-EVALUATE.
018300 2100-EXIT.
018400     EXIT.
018500
018600 2110-SHOW-MENU.
018700     DISPLAY "WHAT DO YOU WANT TO DO?".
018800     DISPLAY "1 ADD A FORMULA (OR THE NEXT VERSION OF ONE)".
018900     DISPLAY "2 RETIRE A FORMULA VERSION".
019000     DISPLAY "3 LIST THE FORMULAS".
019100     DISPLAY "4 SHOW A FORMULA'S STEPS".
019200     DISPLAY "99 EXIT".
019300     DISPLAY "CHOOSE AN OPTION".
019400 2110-EXIT.
019500     EXIT.
019600*-----------------------------------------------------------------
019700* 3010-ADD-FORMULA - A NEW NAME STARTS AT VERSION 1; A NAME
019800* ALREADY ON FILE GETS THE VERSION AFTER ITS HIGHEST, WHETHER
019900* THAT ONE IS ACTIVE OR RETIRED, SO A VERSION NUMBER IS NEVER
020000* REUSED.  EVERY STEP IS CHECKED AS IT IS KEYED AND THE FIRST
020100* BAD ONE ABANDONS THE ADD - A HALF-DEFINED FORMULA IS NEVER
020200* WRITTEN.  THE OLDER VERSIONS STAY ACTIVE UNTIL RETIRED, SO AN
020300* "F" RECORD NAMING ONE EXPLICITLY STILL RUNS IT.
020400*-----------------------------------------------------------------
020500 3010-ADD-FORMULA.
020600     PERFORM 8750-ASK-NAME THRU 8750-EXIT.
020700     IF WS-ENTRY-NAME = SPACES
020800         DISPLAY "NAME CANNOT BE BLANK"
020900         GO TO 3010-EXIT
021000     END-IF.
021100     PERFORM 8820-FIND-HIGH-VERSION THRU 8820-EXIT.
021200     IF WS-HIGH-VERSION = 999
021300         DISPLAY "NO VERSIONS LEFT UNDER THAT NAME - NOTHING "
021400                 "ADDED"
021500         GO TO 3010-EXIT
021600     END-IF.
021700     DISPLAY "DESCRIPTION".
021800     MOVE SPACES TO WS-ENTRY-DESCRIPTION.
021900     ACCEPT WS-ENTRY-DESCRIPTION.
022000     IF WS-ENTRY-DESCRIPTION = SPACES
022100         DISPLAY "DESCRIPTION CANNOT BE BLANK - NOTHING ADDED"
022200         GO TO 3010-EXIT
022300     END-IF.
022400     DISPLAY "NUMBER OF PARAMETERS (1-10)".
022500     MOVE 0 TO WS-ENTRY-PARM-COUNT.
022600     ACCEPT WS-ENTRY-PARM-COUNT.
022700     IF WS-ENTRY-PARM-COUNT < 1 OR WS-ENTRY-PARM-COUNT > 10
022800         DISPLAY "INVALID PARAMETER COUNT - NOTHING ADDED"
022900         GO TO 3010-EXIT
023000     END-IF.
023100     DISPLAY "NUMBER OF STEPS (1-10)".
023200     MOVE 0 TO WS-ENTRY-STEP-COUNT.
023300     ACCEPT WS-ENTRY-STEP-COUNT.
023400     IF WS-ENTRY-STEP-COUNT < 1 OR WS-ENTRY-STEP-COUNT > 10
023500         DISPLAY "INVALID STEP COUNT - NOTHING ADDED"
023600         GO TO 3010-EXIT
023700     END-IF.
023800     MOVE SPACES TO FORMULA-RECORD.
023900     PERFORM 3018-CLEAR-STEP THRU 3018-EXIT
024000         VARYING WS-STEP-INDEX FROM 1 BY 1
024100         UNTIL WS-STEP-INDEX > 10.
024200     MOVE "N" TO WS-BAD-STEP-SWITCH.
024300     PERFORM 3015-ASK-STEP THRU 3015-EXIT
024400         VARYING WS-STEP-INDEX FROM 1 BY 1
024500         UNTIL WS-STEP-INDEX > WS-ENTRY-STEP-COUNT
024600             OR WS-BAD-STEP.
024700     IF WS-BAD-STEP
024800         DISPLAY "NOTHING ADDED"
024900         GO TO 3010-EXIT
025000     END-IF.
025100     MOVE WS-ENTRY-NAME        TO FML-NAME.
025200     ADD 1 TO WS-HIGH-VERSION GIVING WS-ENTRY-VERSION.
025300     MOVE WS-ENTRY-VERSION     TO FML-VERSION.
025400     SET FML-ACTIVE            TO TRUE.
025500     MOVE WS-ENTRY-DESCRIPTION TO FML-DESCRIPTION.
025600     MOVE FUNCTION CURRENT-DATE(1:8) TO FML-ADDED-DATE.
025700     MOVE SPACES               TO FML-RETIRED-DATE.
025800     MOVE WS-ENTRY-PARM-COUNT  TO FML-PARM-COUNT.
025900     MOVE WS-ENTRY-STEP-COUNT  TO FML-STEP-COUNT.
026000     WRITE FORMULA-RECORD
026100         INVALID KEY
026200             DISPLAY "UNABLE TO ADD FORMULA, FILE STATUS = "
026300                     WS-FML-FILE-STATUS
026400             GO TO 3010-EXIT
026500     END-WRITE.
026600     MOVE "ADD" TO WS-ACTION.
026700     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
026800     DISPLAY "FORMULA " WS-ENTRY-NAME " VERSION "
026900             WS-ENTRY-VERSION " ADDED".
027000 3010-EXIT.
027100     EXIT.
027200
027300* ONE STEP: THE OPCODE (THE BATCH OPCODES 1-14 AND 16-19), THEN
027400* OPERAND A AND OPERAND B, EACH FROM A SOURCE.  THE FIRST STEP
027500* HAS NO PREVIOUS RESULT TO TAKE.
027600 3015-ASK-STEP.
027700     MOVE WS-STEP-INDEX TO WS-STEP-NUMBER.
027800     DISPLAY "STEP " WS-STEP-NUMBER " OPCODE (1-14, 16-19)".
027900     MOVE 0 TO WS-ENTRY-OPCODE.
028000     ACCEPT WS-ENTRY-OPCODE.
028100     IF NOT WS-ENTRY-OPCODE-VALID
028200         DISPLAY "INVALID OPCODE FOR A FORMULA STEP"
028300         SET WS-BAD-STEP TO TRUE
028400         GO TO 3015-EXIT
028500     END-IF.
028600     MOVE WS-ENTRY-OPCODE TO FML-STEP-OPCODE(WS-STEP-INDEX).
028700     DISPLAY "OPERAND A".
028800     PERFORM 8770-ASK-SOURCE THRU 8770-EXIT.
028900     IF WS-BAD-STEP
029000         GO TO 3015-EXIT
029100     END-IF.
029200     MOVE WS-ENTRY-SOURCE TO FML-STEP-A-SOURCE(WS-STEP-INDEX).
029300     MOVE WS-ENTRY-ITEM   TO FML-STEP-A-ITEM(WS-STEP-INDEX).
029400     DISPLAY "OPERAND B".
029500     PERFORM 8770-ASK-SOURCE THRU 8770-EXIT.
029600     IF WS-BAD-STEP
029700         GO TO 3015-EXIT
029800     END-IF.
029900     MOVE WS-ENTRY-SOURCE TO FML-STEP-B-SOURCE(WS-STEP-INDEX).
030000     MOVE WS-ENTRY-ITEM   TO FML-STEP-B-ITEM(WS-STEP-INDEX).
030100 3015-EXIT.
030200     EXIT.
030300
030400* UNUSED STEPS CARRY A ZERO OPCODE AND NO SOURCES.
030500 3018-CLEAR-STEP.
030600     MOVE ZERO   TO FML-STEP-OPCODE(WS-STEP-INDEX).
030700     MOVE SPACE  TO FML-STEP-A-SOURCE(WS-STEP-INDEX).
030800     MOVE SPACES TO FML-STEP-A-ITEM(WS-STEP-INDEX).
030900     MOVE SPACE  TO FML-STEP-B-SOURCE(WS-STEP-INDEX).
031000     MOVE SPACES TO FML-STEP-B-ITEM(WS-STEP-INDEX).
031100 3018-EXIT.
031200     EXIT.
031300
031400*-----------------------------------------------------------------
031500* 3030-RETIRE-FORMULA - ONE VERSION STOPS RUNNING.  THE RECORD
031600* STAYS ON FILE, DATED, SO OLD ANSWERS STILL TRACE TO IT; AN
031700* "F" RECORD NAMING IT IS REJECTED AND VERSION ZERO FALLS BACK
031800* TO THE HIGHEST VERSION STILL ACTIVE.
031900*-----------------------------------------------------------------
032000 3030-RETIRE-FORMULA.
032100     PERFORM 8750-ASK-NAME THRU 8750-EXIT.
032200     PERFORM 8760-ASK-VERSION THRU 8760-EXIT.
032300     PERFORM 8800-FIND-FORMULA THRU 8800-EXIT.
032400     IF NOT WS-FOUND
032500         DISPLAY "NO SUCH FORMULA VERSION"
032600         GO TO 3030-EXIT
032700     END-IF.
032800     IF FML-RETIRED
032900         DISPLAY "THAT VERSION IS ALREADY RETIRED"
033000         GO TO 3030-EXIT
033100     END-IF.
033200     SET FML-RETIRED TO TRUE.
033300     MOVE FUNCTION CURRENT-DATE(1:8) TO FML-RETIRED-DATE.
033400     REWRITE FORMULA-RECORD
033500         INVALID KEY
033600             DISPLAY "UNABLE TO RETIRE FORMULA, FILE STATUS = "
033700                     WS-FML-FILE-STATUS
033800             GO TO 3030-EXIT
033900     END-REWRITE.
034000     MOVE "RETIRE" TO WS-ACTION.
034100     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
034200     DISPLAY "FORMULA RETIRED".
034300 3030-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700* 3050-LIST-FORMULAS - THE WHOLE LIBRARY IN NAME AND VERSION
034800* ORDER, RETIRED VERSIONS INCLUDED (STATUS R).
034900*-----------------------------------------------------------------
035000 3050-LIST-FORMULAS.
035100     DISPLAY "NAME      VER  S  PARMS STEPS ADDED     "
035200             "DESCRIPTION".
035300     MOVE LOW-VALUES TO FML-KEY.
035400     START FORMULA-FILE KEY IS NOT LESS THAN FML-KEY
035500         INVALID KEY
035600             DISPLAY "NO FORMULAS ON FILE"
035700             GO TO 3050-EXIT
035800     END-START.
035900     MOVE "N" TO WS-EOF-SWITCH.
036000     PERFORM 3055-LIST-ONE THRU 3055-EXIT
036100         UNTIL WS-EOF.
036200 3050-EXIT.
036300     EXIT.
036400
036500 3055-LIST-ONE.
036600     READ FORMULA-FILE NEXT RECORD
036700         AT END
036800             MOVE "Y" TO WS-EOF-SWITCH
036900         NOT AT END
037000             PERFORM 8850-SHOW-FORMULA THRU 8850-EXIT
037100     END-READ.
037200 3055-EXIT.
037300     EXIT.
037400
037500*-----------------------------------------------------------------
037600* 3060-SHOW-STEPS - ONE VERSION IN FULL: ITS LIST LINE, THEN A
037700* LINE PER STEP WITH THE OPCODE AND EACH OPERAND'S SOURCE AND
037800* ITEM (PARAMETER NUMBER OR CONSTANT NAME).
037900*-----------------------------------------------------------------
038000 3060-SHOW-STEPS.
038100     PERFORM 8750-ASK-NAME THRU 8750-EXIT.
038200     PERFORM 8760-ASK-VERSION THRU 8760-EXIT.
038300     PERFORM 8800-FIND-FORMULA THRU 8800-EXIT.
038400     IF NOT WS-FOUND
038500         DISPLAY "NO SUCH FORMULA VERSION"
038600         GO TO 3060-EXIT
038700     END-IF.
038800     PERFORM 8850-SHOW-FORMULA THRU 8850-EXIT.
038900     PERFORM 3065-SHOW-ONE-STEP THRU 3065-EXIT
039000         VARYING WS-STEP-INDEX FROM 1 BY 1
039100         UNTIL WS-STEP-INDEX > FML-STEP-COUNT
039200             OR WS-STEP-INDEX > 10.
039300 3060-EXIT.
039400     EXIT.
039500
039600 3065-SHOW-ONE-STEP.
039700     MOVE WS-STEP-INDEX TO WS-SL-STEP.
039800     MOVE FML-STEP-OPCODE(WS-STEP-INDEX)   TO WS-SL-OPCODE.
039900     MOVE FML-STEP-A-SOURCE(WS-STEP-INDEX) TO WS-SL-A-SOURCE.
040000     MOVE FML-STEP-A-ITEM(WS-STEP-INDEX)   TO WS-SL-A-ITEM.
040100     MOVE FML-STEP-B-SOURCE(WS-STEP-INDEX) TO WS-SL-B-SOURCE.
040200     MOVE FML-STEP-B-ITEM(WS-STEP-INDEX)   TO WS-SL-B-ITEM.
040300     DISPLAY WS-STEP-LINE.
040400 3065-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------------
040700* 8000 SERIES - SHARED HELPERS.
040800*-----------------------------------------------------------------
040900 8750-ASK-NAME.
041000     DISPLAY "FORMULA NAME".
041100     MOVE SPACES TO WS-ENTRY-NAME.
041200     ACCEPT WS-ENTRY-NAME.
041300 8750-EXIT.
041400     EXIT.
041500
041600 8760-ASK-VERSION.
041700     DISPLAY "VERSION".
041800     MOVE 0 TO WS-ENTRY-VERSION.
041900     ACCEPT WS-ENTRY-VERSION.
042000 8760-EXIT.
042100     EXIT.
042200
042300* ONE OPERAND SOURCE: P TAKES A PARAMETER NUMBER WITHIN THE
042400* FORMULA'S COUNT, K A CONSTANT NAME (RESOLVED AGAINST THE RUN
042500* DATE WHEN THE FORMULA RUNS, NOT HERE), R THE PREVIOUS STEP'S
042600* RESULT, BLANK AN OPERAND THE OPCODE DOES NOT USE.
042700 8770-ASK-SOURCE.
042800     DISPLAY "SOURCE (P PARAMETER, K CONSTANT, R PREVIOUS "
042900             "RESULT, BLANK = NOT USED)".
043000     MOVE SPACE TO WS-ENTRY-SOURCE.
043100     ACCEPT WS-ENTRY-SOURCE.
043200     MOVE SPACES TO WS-ENTRY-ITEM.
043300     IF NOT WS-ENTRY-SOURCE-VALID
043400         DISPLAY "INVALID OPERAND SOURCE"
043500         SET WS-BAD-STEP TO TRUE
043600         GO TO 8770-EXIT
043700     END-IF.
043800     EVALUATE WS-ENTRY-SOURCE
043900         WHEN "P"
044000             DISPLAY "PARAMETER NUMBER"
044100             MOVE 0 TO WS-ENTRY-PARM-NO
044200             ACCEPT WS-ENTRY-PARM-NO
044300             IF WS-ENTRY-PARM-NO < 1
044400                     OR WS-ENTRY-PARM-NO > WS-ENTRY-PARM-COUNT
044500                 DISPLAY "NO SUCH PARAMETER"
044600                 SET WS-BAD-STEP TO TRUE
044700             ELSE
044800                 MOVE WS-ENTRY-PARM-NO TO WS-ENTRY-ITEM(1:2)
044900             END-IF
045000         WHEN "K"
045100             DISPLAY "CONSTANT NAME"
045200             ACCEPT WS-ENTRY-ITEM
045300             IF WS-ENTRY-ITEM = SPACES
045400                 DISPLAY "CONSTANT NAME CANNOT BE BLANK"
045500                 SET WS-BAD-STEP TO TRUE
045600             END-IF
045700         WHEN "R"
045800             IF WS-STEP-INDEX = 1
045900                 DISPLAY "STEP 1 HAS NO PREVIOUS RESULT"
046000                 SET WS-BAD-STEP TO TRUE
046100             END-IF
046200     END-EVALUATE.
046300 8770-EXIT.
046400     EXIT.
046500
046600* A RANDOM READ ON NAME AND VERSION; THE RECORD FOUND IS LEFT
046700* IN THE RECORD AREA FOR THE CALLER TO SHOW OR REWRITE.
046800 8800-FIND-FORMULA.
046900     MOVE "N" TO WS-FOUND-SWITCH.
047000     MOVE WS-ENTRY-NAME    TO FML-NAME.
047100     MOVE WS-ENTRY-VERSION TO FML-VERSION.
047200     READ FORMULA-FILE
047300         KEY IS FML-KEY
047400         INVALID KEY
047500             CONTINUE
047600         NOT INVALID KEY
047700             SET WS-FOUND TO TRUE
047800     END-READ.
047900 8800-EXIT.
048000     EXIT.
048100
048200* POSITION AT THE NAME'S FIRST KEY AND READ FORWARD WHILE THE
048300* NAME HOLDS; THE LAST VERSION SEEN IS THE HIGHEST.  ZERO WHEN
048400* THE NAME IS NEW.
048500 8820-FIND-HIGH-VERSION.
048600     MOVE ZERO TO WS-HIGH-VERSION.
048700     MOVE WS-ENTRY-NAME TO FML-NAME.
048800     MOVE ZERO TO FML-VERSION.
048900     START FORMULA-FILE KEY IS NOT LESS THAN FML-KEY
049000         INVALID KEY
049100             GO TO 8820-EXIT
049200     END-START.
049300     MOVE "N" TO WS-SCAN-DONE-SW.
049400     PERFORM 8825-SCAN-ONE THRU 8825-EXIT
049500         UNTIL WS-SCAN-DONE.
049600 8820-EXIT.
049700     EXIT.
049800
049900 8825-SCAN-ONE.
050000     READ FORMULA-FILE NEXT RECORD
050100         AT END
050200             SET WS-SCAN-DONE TO TRUE
050300         NOT AT END
050400             IF FML-NAME NOT = WS-ENTRY-NAME
050500                 SET WS-SCAN-DONE TO TRUE
050600             ELSE
050700                 MOVE FML-VERSION TO WS-HIGH-VERSION
050800             END-IF
050900     END-READ.
051000 8825-EXIT.
051100     EXIT.
051200
051300 8850-SHOW-FORMULA.
051400     MOVE FML-NAME        TO WS-LL-NAME.
051500     MOVE FML-VERSION     TO WS-LL-VERSION.
051600     MOVE FML-STATUS      TO WS-LL-STATUS.
051700     MOVE FML-PARM-COUNT  TO WS-LL-PARM-COUNT.
051800     MOVE FML-STEP-COUNT  TO WS-LL-STEP-COUNT.
051900     MOVE FML-ADDED-DATE  TO WS-LL-ADDED-DATE.
052000     MOVE FML-DESCRIPTION TO WS-LL-DESCRIPTION.
052100     DISPLAY WS-LIST-LINE.
052200 8850-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------------
052600* 8940/8941 - THE SAME DUPLICATE-KEY RETRY RULE AS THE
052700* CALCULATOR'S LOG WRITER, SO TWO AUDIT RECORDS STAMPED IN THE
052800* SAME HUNDREDTH OF A SECOND BOTH LAND.
052900*-----------------------------------------------------------------
053000 8940-WRITE-LOG-RECORD.
053100     MOVE "N" TO WS-LOG-WRITE-SW.
053200     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
053300         UNTIL WS-LOG-WRITE-DONE.
053400 8940-EXIT.
053500     EXIT.
053600
053700 8941-TRY-LOG-WRITE.
053800     ADD 1 TO WS-LOG-SEQUENCE.
053900     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
054000     WRITE LOG-RECORD
054100         INVALID KEY
054200             CONTINUE
054300         NOT INVALID KEY
054400             MOVE "Y" TO WS-LOG-WRITE-SW
054500     END-WRITE.
054600     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
054700         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
054800                 WS-LOG-FILE-STATUS
054900         MOVE "A" TO WS-LOG-WRITE-SW
055000     END-IF.
055100 8941-EXIT.
055200     EXIT.
055300
055400* ONE AUDIT RECORD PER MAINTENANCE ACTION: THE ACTION WORD IN
055500* THE EXIT-REASON FIELD, THE PARAMETER AND STEP COUNTS AS THE
055600* TWO OPERANDS, AND THE FORMULA NAME AS THE REFERENCE AND, WITH
055700* ITS VERSION, IN THE FORMULA FIELDS.  THE RECORD AREA HOLDS
055800* THE VERSION JUST WRITTEN OR REWRITTEN.
055900 8950-LOG-CHANGE.
056000     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
056100     SET LOG-TYPE-FORMULA  TO TRUE.
056200     MOVE ZERO             TO LOG-OPTION.
056300     MOVE WS-ACTION        TO LOG-EXIT-REASON.
056400     MOVE FML-PARM-COUNT   TO LOG-OPERAND-A.
056500     MOVE FML-STEP-COUNT   TO LOG-OPERAND-B.
056600     MOVE ZERO             TO LOG-RESULT.
056700     MOVE FML-NAME         TO LOG-REFERENCE.
056800     MOVE SPACE            TO LOG-ANGLE-MODE.
056900     MOVE ZERO             TO LOG-RUN-NUMBER.
057000     MOVE FML-NAME         TO LOG-FORMULA-NAME.
057100     MOVE FML-VERSION      TO LOG-FORMULA-VERSION.
057200     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
057300 8950-EXIT.
057400     EXIT.
