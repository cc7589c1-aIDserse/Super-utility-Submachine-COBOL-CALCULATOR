      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Supervisor review of the answers the morning
      *                distribution (ELMODST) held back on the hold
      *                file (HOLDFIL, see ELMOHLD) because they fell
      *                outside their limits (LIMITFIL, see ELMOLIM).
      *                Supervisor sign-on only, checked against
      *                OPERFIL as for the backout.  Each answer still
      *                waiting is shown with the range it broke, and
      *                the supervisor either releases it - appended to
      *                the desk's DST file in the desk's own format,
      *                with its amortization schedule when it is an
      *                option-29 answer - or kills it: written with
      *                return code 07 to the kill file (KILLFIL) for
      *                the recycle, ELMORCY, to rebuild as a
      *                correction.  Every decision is marked on the
      *                hold record and audit-logged to the calculation
      *                log as a HOLD record carrying the supervisor's
      *                ID.  A decision cannot be made without the log.
      *                An answer from a run that ELMOBKO has since
      *                backed out is neither released nor killed: it
      *                is closed as void and logged.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   AN ANSWER WHOSE RUN HAS BEEN BACKED OUT
      *                   (STATUS "B" ON RUNREGST) IS CLOSED AS VOID
      *                   WITHOUT GOING TO THE DESK OR THE KILL FILE.
      *                   THE HOLD RECORD IS NOW MARKED BEFORE THE
      *                   ANSWER IS WRITTEN TO THE DESK OR KILL FILE,
      *                   SO A FAILED REWRITE CAN NEVER LEAVE AN
      *                   ANSWER DELIVERED AND STILL WAITING.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOREV.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT HOLD-FILE ASSIGN TO "HOLDFIL"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS HLD-KEY
001100         FILE STATUS IS WS-HLD-FILE-STATUS.
001200
001300     SELECT OPERATOR-FILE ASSIGN TO "OPERFIL"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-OPER-FILE-STATUS.
001600
001700     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
001800         ORGANIZATION IS INDEXED
001900         ACCESS MODE IS DYNAMIC
002000         RECORD KEY IS LOG-KEY
002100         FILE STATUS IS WS-LOG-FILE-STATUS.
002200
002300     SELECT DEPT-FILE ASSIGN USING WS-DEPT-FILE-NAME
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-DEPT-FILE-STATUS.
002600
002700     SELECT KILL-FILE ASSIGN TO "KILLFIL"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-KILL-FILE-STATUS.
003000
003100     SELECT PARAMETER-FILE ASSIGN TO "DSTPARMS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-FILE-STATUS.
003400
003500     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DPT-CODE
003900         FILE STATUS IS WS-DMAST-FILE-STATUS.
004000
004100     SELECT SCHEDULE-FILE ASSIGN TO "SCHEDFIL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SCH-KEY
004500         FILE STATUS IS WS-SCH-FILE-STATUS.
004520
004540     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
004560         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
004600*-----------------------------------------------------------------
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLD-FILE
005000     RECORDING MODE IS F.
005100     COPY ELMOHLD.
005200
005300 FD  OPERATOR-FILE
005400     RECORDING MODE IS F.
005500     COPY ELMOOPR.
005600
005700 FD  CALC-LOG-FILE
005800     RECORDING MODE IS F.
005900     COPY ELMOLOG.
006000
006100 FD  DEPT-FILE.
006200 01  DEPT-LINE                   PIC X(100).
006300
006400 FD  KILL-FILE
006500     RECORDING MODE IS F.
006600 01  KILL-RECORD                 PIC X(84).
006700
006800 FD  PARAMETER-FILE.
006900 01  PARAMETER-RECORD.
007000     05  PARM-OUTPUT-FORMAT      PIC X(01).
007100     05  FILLER                  PIC X(79).
007200
007300 FD  DEPT-MASTER-FILE
007400     RECORDING MODE IS F.
007500     COPY ELMODPT.
007600
007700 FD  SCHEDULE-FILE
007800     RECORDING MODE IS F.
007900     COPY ELMOSCH.
007920
007940 FD  RUN-REGISTRY-FILE
007960     RECORDING MODE IS F.
007980     COPY ELMORGS.
008000*-----------------------------------------------------------------
008100 WORKING-STORAGE SECTION.
008200 01  WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
008300 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
008400 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
008500 01  WS-DEPT-FILE-STATUS         PIC X(02) VALUE SPACES.
008600 01  WS-KILL-FILE-STATUS         PIC X(02) VALUE SPACES.
008700 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
008800 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
008900 01  WS-SCH-FILE-STATUS          PIC X(02) VALUE SPACES.
008950 01  WS-REGISTRY-FILE-STATUS     PIC X(02) VALUE SPACES.
009000
009100 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
009200     88  WS-DONE                         VALUE "Y".
009300
009400 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009500     88  WS-EOF                          VALUE "Y".
009600
009700 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
009800     88  WS-ABORT                        VALUE "Y".
009900
010000 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
010100     88  WS-QUIT                         VALUE "Y".
010200
010300 01  WS-MENU-CHOICE              PIC 9(02) VALUE 0.
010400
010500* THE SUPERVISOR'S DECISION ON THE ANSWER SHOWN.
010600 01  WS-DECISION                 PIC X(01) VALUE SPACE.
010700     88  WS-DECIDE-RELEASE               VALUE "R".
010800     88  WS-DECIDE-KILL                  VALUE "K".
010900     88  WS-DECIDE-SKIP                  VALUE "S".
011000     88  WS-DECIDE-QUIT                  VALUE "Q".
011100 01  WS-ACTION                   PIC X(08) VALUE SPACES.
011200
011300* SUPERVISOR SIGN-ON, THE SAME RULE AS THE BACKOUT: UP TO
011400* THREE TRIES, EACH FAILURE LOGGED TO THE CALC LOG AS AN SGNO
011500* RECORD.
011600 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
011700 01  WS-SIGNON-INPUT             PIC X(08) VALUE SPACES.
011800 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
011900     88  WS-SIGNON-OK                    VALUE "Y".
012000 01  WS-OPER-EOF-SW              PIC X(01) VALUE "N".
012100     88  WS-OPER-EOF                     VALUE "Y".
012200 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
012300     88  WS-OPER-FOUND                   VALUE "Y".
012400 01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE 0.
012500
012600* LOG-KEY SEQUENCE AND WRITE-RETRY STATE, THE SAME RULE AS THE
012700* CALCULATOR'S 8940-WRITE-LOG-RECORD.
012800 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
012900 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
013000     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
013100     88  WS-LOG-WRITE-GOOD               VALUE "Y".
013200
013300* THE HELD ANSWER, UNPACKED FROM THE HOLD RECORD.
013400     COPY ELMORES.
013500
013600 01  WS-TODAY                    PIC X(08) VALUE SPACES.
013700 01  WS-PENDING-COUNT            PIC 9(09) VALUE 0.
013800 01  WS-RELEASED-COUNT           PIC 9(09) VALUE 0.
013900 01  WS-KILLED-COUNT             PIC 9(09) VALUE 0.
013915 01  WS-VOIDED-COUNT             PIC 9(09) VALUE 0.
013930
013945* WHETHER THE HELD ANSWER'S RUN HAS BEEN BACKED OUT, FROM ONE
013960* PASS OF THE RUN REGISTRY.  THE HOLD FILE IS IN RUN ORDER, SO
013975* THE LAST RUN LOOKED UP IS REMEMBERED AND THE REGISTRY IS READ
013990* AGAIN ONLY WHEN THE RUN CHANGES.
014005 01  WS-REGISTRY-EOF-SW          PIC X(01) VALUE "N".
014020     88  WS-REGISTRY-EOF                 VALUE "Y".
014035 01  WS-REG-CHECKED-SW           PIC X(01) VALUE "N".
014050     88  WS-REG-CHECKED                  VALUE "Y".
014065 01  WS-REG-CHECKED-RUN          PIC 9(05) VALUE 0.
014080 01  WS-RUN-BACKED-OUT-SW        PIC X(01) VALUE "N".
014095     88  WS-RUN-BACKED-OUT               VALUE "Y".
014110
014125* THE HOLD RECORD IS MARKED BEFORE THE ANSWER GOES ANYWHERE; IF
014140* THE ANSWER THEN CANNOT GO, THE MARK IS TAKEN OFF AGAIN.
014155 01  WS-MARK-OK-SW               PIC X(01) VALUE "N".
014170     88  WS-MARK-OK                      VALUE "Y".
014200
014300* THE DESK FILE A RELEASED ANSWER GOES TO, AND ITS FORMAT, BY
014400* THE SAME RULE AS THE DISTRIBUTION: THE DESK'S OWN DELIVERY
014500* PREFERENCE ON DEPTFILE, OR THE DSTPARMS RUN FORMAT.
014600 01  WS-OUTPUT-FORMAT            PIC X(01) VALUE "F".
014700     88  WS-FORMAT-CSV                   VALUE "C".
014800 01  WS-DMAST-OPEN-SW            PIC X(01) VALUE "N".
014900     88  WS-DMAST-OPEN                   VALUE "Y".
015000 01  WS-SCH-OPEN-SW              PIC X(01) VALUE "N".
015100     88  WS-SCH-OPEN                     VALUE "Y".
015200 01  WS-DEPT-FORMAT              PIC X(01) VALUE "F".
015300     88  WS-DEPT-FORMAT-CSV              VALUE "C".
015400 01  WS-DEPT-FULL-NAME           PIC X(30) VALUE SPACES.
015500 01  WS-DEPT-FILE-NAME           PIC X(44) VALUE SPACES.
015600
015700 01  WS-BANNER-LINE.
015800     05  FILLER                  PIC X(34) VALUE
015900         "ELMO RESULTS DISTRIBUTION - DEPT ".
016000     05  WS-BN-REFERENCE         PIC X(08).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  WS-BN-NAME              PIC X(30).
016300     05  FILLER                  PIC X(03) VALUE " - ".
016400     05  WS-BN-DATE              PIC X(08).
016500
016600 01  WS-CSV-HEADING              PIC X(60) VALUE
016700     "OPCODE,OPERAND A,OPERAND B,RESULT,RETURN CODE,ANGLE".
016800
016900 01  WS-RELEASE-LINE.
017000     05  FILLER                  PIC X(30) VALUE
017100         "*** RELEASED FROM HOLD BY ".
017200     05  WS-RL-OPERATOR          PIC X(08).
017300     05  FILLER                  PIC X(04) VALUE " ON ".
017400     05  WS-RL-DATE              PIC X(08).
017500     05  FILLER                  PIC X(04) VALUE " ***".
017600
017700 01  WS-DETAIL-LINE.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  WS-DL-OPCODE            PIC Z9.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  WS-DL-OPERAND-A         PIC -(6)9.9(7).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  WS-DL-OPERAND-B         PIC -(6)9.9(7).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  WS-DL-VALUE             PIC -(13)9.9(7).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  WS-DL-RC                PIC X(02).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  WS-DL-ANGLE             PIC X(01).
019000
019100 01  WS-CSV-OPCODE               PIC Z9.
019200 01  WS-CSV-OPERAND-A            PIC -(6)9.9(7).
019300 01  WS-CSV-OPERAND-B            PIC -(6)9.9(7).
019400 01  WS-CSV-VALUE                PIC -(13)9.9(7).
019500 01  WS-CSV-LINE                 PIC X(100).
019600
019700* AN OPTION-29 ANSWER IS RELEASED WITH ITS SCHEDULE, PROVED
019800* AGAINST IT THE SAME WAY AS THE DISTRIBUTION DOES.
019900 01  WS-SCH-END-SW               PIC X(01) VALUE "N".
020000     88  WS-SCH-END                      VALUE "Y".
020100 01  WS-SCH-WANTED-TERMS.
020200     05  WS-SCH-WANTED-AMOUNT    PIC 9(7)V9(7).
020300     05  WS-SCH-WANTED-RATE      PIC 9(7)V9(7).
020400     05  WS-SCH-WANTED-PERIODS   PIC 9(05).
020500 01  WS-SCH-LINES                PIC 9(05) VALUE 0.
020600 01  WS-SCH-TOTAL                PIC S9(14)V99 VALUE 0.
020700 01  WS-SCHEDULE-LINE.
020800     05  FILLER                  PIC X(04) VALUE SPACES.
020900     05  WS-SL-PERIOD            PIC ZZZZ9.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  WS-SL-PAYMENT           PIC -(13)9.99.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  WS-SL-INTEREST          PIC -(13)9.99.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  WS-SL-PRINCIPAL         PIC -(13)9.99.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  WS-SL-BALANCE           PIC -(13)9.99.
021800 01  WS-CSV-PERIOD               PIC ZZZZ9.
021900 01  WS-CSV-PAYMENT              PIC -(13)9.99.
022000 01  WS-CSV-INTEREST             PIC -(13)9.99.
022100 01  WS-CSV-PRINCIPAL            PIC -(13)9.99.
022200 01  WS-CSV-BALANCE              PIC -(13)9.99.
022300
022400* SCREEN LINES FOR ONE HELD ANSWER.
022500 01  WS-SHOW-KEY-LINE.
022600     05  FILLER                  PIC X(04) VALUE "RUN ".
022700     05  WS-SK-RUN               PIC 9(05).
022800     05  FILLER                  PIC X(01) VALUE "/".
022900     05  WS-SK-SEQ               PIC 9(07).
023000     05  FILLER                  PIC X(07) VALUE "  DEPT ".
023100     05  WS-SK-REFERENCE         PIC X(08).
023200     05  FILLER                  PIC X(07) VALUE "  HELD ".
023300     05  WS-SK-HELD-DATE         PIC X(08).
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  WS-SK-STATUS            PIC X(08).
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  WS-SK-DECIDED-BY        PIC X(08).
023800 01  WS-SHOW-RANGE-LINE.
023900     05  FILLER                  PIC X(08) VALUE "OUTSIDE ".
024000     05  WS-SR-WHICH             PIC X(06).
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  WS-SR-LOW               PIC -(13)9.9(7).
024300     05  FILLER                  PIC X(04) VALUE " TO ".
024400     05  WS-SR-HIGH              PIC -(13)9.9(7).
024500*-----------------------------------------------------------------
024600 PROCEDURE DIVISION.
024700*-----------------------------------------------------------------
024800 0000-MAINLINE.
024900     DISPLAY "ELMO HELD ANSWER REVIEW".
025000     PERFORM 1500-REVIEW-SIGNON THRU 1500-EXIT.
025100     IF NOT WS-SIGNON-OK
025200         DISPLAY "SUPERVISOR SIGN-ON FAILED - REVIEW NOT RUN"
025300         STOP RUN
025400     END-IF.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     IF WS-ABORT
025700         STOP RUN
025800     END-IF.
025900     MOVE "N" TO WS-DONE-SWITCH.
026000     PERFORM 2100-MENU-CYCLE THRU 2100-EXIT
026100         UNTIL WS-DONE.
026200     CLOSE HOLD-FILE.
026300     CLOSE CALC-LOG-FILE.
026400     IF WS-DMAST-OPEN
026500         CLOSE DEPT-MASTER-FILE
026600     END-IF.
026700     IF WS-SCH-OPEN
026800         CLOSE SCHEDULE-FILE
026900     END-IF.
027000     DISPLAY "ANSWERS RELEASED   " WS-RELEASED-COUNT.
027100     DISPLAY "ANSWERS KILLED     " WS-KILLED-COUNT.
027150     DISPLAY "ANSWERS VOIDED     " WS-VOIDED-COUNT.
027200     DISPLAY "END OF HELD ANSWER REVIEW".
027300     STOP RUN.
027400*-----------------------------------------------------------------
027500* 1000-INITIALIZE - THE HOLD FILE AND THE AUDIT LOG MUST BOTH
027600* OPEN I-O OR NOTHING CAN BE DECIDED: NO HOLD FILE MEANS THE
027700* DISTRIBUTION HAS NEVER HELD AN ANSWER.  THE RUN FORMAT, THE
027800* DEPARTMENT MASTER AND THE SCHEDULES ARE PICKED UP AS THE
027900* DISTRIBUTION PICKS THEM UP, EACH OPTIONAL.
028000*-----------------------------------------------------------------
028100 1000-INITIALIZE.
028200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
028300     OPEN I-O HOLD-FILE.
028400     IF WS-HLD-FILE-STATUS = "35"
028500         DISPLAY "NOTHING HELD - NO HOLD FILE"
028600         SET WS-ABORT TO TRUE
028700         GO TO 1000-EXIT
028800     END-IF.
028900     IF WS-HLD-FILE-STATUS NOT = "00"
029000         DISPLAY "UNABLE TO OPEN HOLDFIL, FILE STATUS = "
029100                 WS-HLD-FILE-STATUS
029200         SET WS-ABORT TO TRUE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     OPEN I-O CALC-LOG-FILE.
029600     IF WS-LOG-FILE-STATUS = "35"
029700         OPEN OUTPUT CALC-LOG-FILE
029800     END-IF.
029900     IF WS-LOG-FILE-STATUS NOT = "00"
030000         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
030100                 WS-LOG-FILE-STATUS
030200         DISPLAY "DECISIONS COULD NOT BE AUDIT-LOGGED - RUN "
030300                 "ABANDONED"
030400         CLOSE HOLD-FILE
030500         SET WS-ABORT TO TRUE
030600         GO TO 1000-EXIT
030700     END-IF.
030800     OPEN INPUT PARAMETER-FILE.
030900     IF WS-PARM-FILE-STATUS = "00"
031000         READ PARAMETER-FILE
031100             AT END
031200                 CONTINUE
031300             NOT AT END
031400                 IF PARM-OUTPUT-FORMAT = "C"
031500                     SET WS-FORMAT-CSV TO TRUE
031600                 END-IF
031700         END-READ
031800         CLOSE PARAMETER-FILE
031900     END-IF.
032000     OPEN INPUT DEPT-MASTER-FILE.
032100     IF WS-DMAST-FILE-STATUS = "00"
032200         SET WS-DMAST-OPEN TO TRUE
032300     END-IF.
032400     OPEN INPUT SCHEDULE-FILE.
032500     IF WS-SCH-FILE-STATUS = "00"
032600         SET WS-SCH-OPEN TO TRUE
032700     END-IF.
032800 1000-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------------
033100* 1500-REVIEW-SIGNON - SUPERVISOR SIGN-ON, AS FOR THE BACKOUT.
033200* THE TERMINAL GETS UP TO THREE TRIES; EVERY FAILED ATTEMPT IS
033300* LOGGED AS AN SGNO RECORD.
033400*-----------------------------------------------------------------
033500 1500-REVIEW-SIGNON.
033600     MOVE "N" TO WS-SIGNON-OK-SW.
033700     MOVE 0 TO WS-SIGNON-ATTEMPTS.
033800     PERFORM 1510-PROMPT-AND-CHECK THRU 1510-EXIT
033900         UNTIL WS-SIGNON-ATTEMPTS >= 3 OR WS-SIGNON-OK.
034000 1500-EXIT.
034100     EXIT.
034200
034300 1510-PROMPT-AND-CHECK.
034400     ADD 1 TO WS-SIGNON-ATTEMPTS.
034500     DISPLAY "SUPERVISOR OPERATOR ID".
034600     MOVE SPACES TO WS-SIGNON-INPUT.
034700     ACCEPT WS-SIGNON-INPUT.
034800     PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT.
034900     IF NOT WS-SIGNON-OK
035000         DISPLAY "OPERATOR NOT RECOGNIZED, NOT ACTIVE, OR NOT "
035100                 "A SUPERVISOR"
035200     END-IF.
035300 1510-EXIT.
035400     EXIT.
035500
035600 1520-CHECK-OPERATOR.
035700     MOVE "N" TO WS-OPER-FOUND-SW.
035800     OPEN INPUT OPERATOR-FILE.
035900     IF WS-OPER-FILE-STATUS NOT = "00"
036000         DISPLAY "UNABLE TO OPEN OPERATOR-FILE, FILE STATUS = "
036100                 WS-OPER-FILE-STATUS
036200         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-EXIT
036300         GO TO 1520-EXIT
036400     END-IF.
036500     MOVE "N" TO WS-OPER-EOF-SW.
036600     PERFORM 1530-READ-OPERATOR THRU 1530-EXIT
036700         UNTIL WS-OPER-EOF OR WS-OPER-FOUND.
036800     CLOSE OPERATOR-FILE.
036900     IF WS-OPER-FOUND AND OPR-ACTIVE AND OPR-AUTH-SUPERVISOR
037000         SET WS-SIGNON-OK TO TRUE
037100         MOVE OPR-ID TO WS-OPERATOR-ID
037200     ELSE
037300         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-EXIT
037400     END-IF.
037500 1520-EXIT.
037600     EXIT.
037700
037800 1530-READ-OPERATOR.
037900     READ OPERATOR-FILE
038000         AT END
038100             MOVE "Y" TO WS-OPER-EOF-SW
038200         NOT AT END
038300             IF OPR-ID = WS-SIGNON-INPUT
038400                 SET WS-OPER-FOUND TO TRUE
038500             END-IF
038600     END-READ.
038700 1530-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------------
039000 2100-MENU-CYCLE.
039100     PERFORM 2110-SHOW-MENU THRU 2110-EXIT.
039200     ACCEPT WS-MENU-CHOICE.
039300     EVALUATE WS-MENU-CHOICE
039400         WHEN 99
039500             MOVE "Y" TO WS-DONE-SWITCH
039600         WHEN 1
039700             PERFORM 3010-REVIEW-PENDING THRU 3010-EXIT
039800         WHEN 2
039900             PERFORM 3020-LIST-HOLDS THRU 3020-EXIT
040000         WHEN OTHER
040100             DISPLAY "PLEASE CHOOSE A VALID OPTION"
040200     END-EVALUATE.
040300 2100-EXIT.
040400     EXIT.
040500
040600 2110-SHOW-MENU.
040700     DISPLAY "WHAT DO YOU WANT TO DO?".
040800     DISPLAY "1 REVIEW THE ANSWERS WAITING".
040900     DISPLAY "2 LIST EVERY HELD ANSWER".
041000     DISPLAY "99 EXIT".
041100     DISPLAY "CHOOSE AN OPTION".
041200 2110-EXIT.
041300     EXIT.
041400*-----------------------------------------------------------------
041500* 3010-REVIEW-PENDING - EVERY ANSWER STILL WAITING, OLDEST RUN
041600* FIRST, ONE AT A TIME: RELEASE, KILL, SKIP (LEFT WAITING FOR
041700* ANOTHER DAY) OR QUIT BACK TO THE MENU.
041800*-----------------------------------------------------------------
041900 3010-REVIEW-PENDING.
042000     MOVE 0 TO WS-PENDING-COUNT.
042050     MOVE "N" TO WS-REG-CHECKED-SW.
042100     MOVE LOW-VALUES TO HLD-KEY.
042200     START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
042300         INVALID KEY
042400             DISPLAY "NOTHING HELD"
042500             GO TO 3010-EXIT
042600     END-START.
042700     MOVE "N" TO WS-EOF-SWITCH.
042800     MOVE "N" TO WS-QUIT-SWITCH.
042900     PERFORM 3015-REVIEW-ONE THRU 3015-EXIT
043000         UNTIL WS-EOF OR WS-QUIT.
043100     IF WS-PENDING-COUNT = 0
043200         DISPLAY "NO ANSWERS WAITING FOR REVIEW"
043300     END-IF.
043400 3010-EXIT.
043500     EXIT.
043600
043700 3015-REVIEW-ONE.
043800     READ HOLD-FILE NEXT RECORD
043900         AT END
044000             MOVE "Y" TO WS-EOF-SWITCH
044100             GO TO 3015-EXIT
044200     END-READ.
044300     IF NOT HLD-PENDING
044400         GO TO 3015-EXIT
044500     END-IF.
044600     ADD 1 TO WS-PENDING-COUNT.
044700     MOVE HLD-RESULT-IMAGE TO RESULTS-RECORD.
044800     PERFORM 8850-SHOW-HOLD THRU 8850-EXIT.
044816     PERFORM 3030-CHECK-BACKOUT THRU 3030-EXIT.
044832     IF WS-RUN-BACKED-OUT
044848         PERFORM 4300-VOID-ANSWER THRU 4300-EXIT
044864         GO TO 3015-EXIT
044880     END-IF.
044900     MOVE SPACE TO WS-DECISION.
045000     PERFORM 3017-ASK-DECISION THRU 3017-EXIT
045100         UNTIL WS-DECIDE-RELEASE OR WS-DECIDE-KILL
045200            OR WS-DECIDE-SKIP OR WS-DECIDE-QUIT.
045300     EVALUATE TRUE
045400         WHEN WS-DECIDE-RELEASE
045500             PERFORM 4000-RELEASE-ANSWER THRU 4000-EXIT
045600         WHEN WS-DECIDE-KILL
045700             PERFORM 4100-KILL-ANSWER THRU 4100-EXIT
045800         WHEN WS-DECIDE-QUIT
045900             SET WS-QUIT TO TRUE
046000     END-EVALUATE.
046100 3015-EXIT.
046200     EXIT.
046300
046400 3017-ASK-DECISION.
046500     DISPLAY "R RELEASE TO THE DESK, K KILL FOR CORRECTION, "
046600             "S SKIP, Q QUIT".
046700     MOVE SPACE TO WS-DECISION.
046800     ACCEPT WS-DECISION.
046900 3017-EXIT.
047000     EXIT.
047002
047004*-----------------------------------------------------------------
047006* 3030-CHECK-BACKOUT - A RUN TAKEN BACK OUT BY ELMOBKO HAS A
047008* COPY OF ITS "R" RECORD APPENDED TO THE REGISTRY WITH STATUS
047010* "B".  ITS ANSWERS NO LONGER COUNT, SO ONE STILL HELD MUST NOT
047012* REACH THE DESK OR THE RECYCLE.  NO REGISTRY MEANS NO RUN HAS
047014* EVER BEEN BACKED OUT.
047016*-----------------------------------------------------------------
047018 3030-CHECK-BACKOUT.
047020     IF WS-REG-CHECKED AND RESULTS-RUN-NUMBER = WS-REG-CHECKED-RUN
047022         GO TO 3030-EXIT
047024     END-IF.
047026     SET WS-REG-CHECKED TO TRUE.
047028     MOVE RESULTS-RUN-NUMBER TO WS-REG-CHECKED-RUN.
047030     MOVE "N" TO WS-RUN-BACKED-OUT-SW.
047032     OPEN INPUT RUN-REGISTRY-FILE.
047034     IF WS-REGISTRY-FILE-STATUS NOT = "00"
047036         GO TO 3030-EXIT
047038     END-IF.
047040     MOVE "N" TO WS-REGISTRY-EOF-SW.
047042     PERFORM 3035-READ-REGISTRY THRU 3035-EXIT
047044         UNTIL WS-REGISTRY-EOF OR WS-RUN-BACKED-OUT.
047046     CLOSE RUN-REGISTRY-FILE.
047048 3030-EXIT.
047050     EXIT.
047052
047054 3035-READ-REGISTRY.
047056     READ RUN-REGISTRY-FILE
047058         AT END
047060             MOVE "Y" TO WS-REGISTRY-EOF-SW
047062             GO TO 3035-EXIT
047064     END-READ.
047066     IF REG-TYPE-RUN AND REG-STATUS-BACKED-OUT
047068             AND REG-RUN-NUMBER = WS-REG-CHECKED-RUN
047070         SET WS-RUN-BACKED-OUT TO TRUE
047072     END-IF.
047074 3035-EXIT.
047076     EXIT.
047100
047200*-----------------------------------------------------------------
047300* 3020-LIST-HOLDS - THE WHOLE HOLD FILE, DECIDED OR NOT, WITH
047400* WHO DECIDED EACH.
047500*-----------------------------------------------------------------
047600 3020-LIST-HOLDS.
047700     MOVE LOW-VALUES TO HLD-KEY.
047800     START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
047900         INVALID KEY
048000             DISPLAY "NOTHING HELD"
048100             GO TO 3020-EXIT
048200     END-START.
048300     MOVE "N" TO WS-EOF-SWITCH.
048400     PERFORM 3025-LIST-ONE THRU 3025-EXIT
048500         UNTIL WS-EOF.
048600 3020-EXIT.
048700     EXIT.
048800
048900 3025-LIST-ONE.
049000     READ HOLD-FILE NEXT RECORD
049100         AT END
049200             MOVE "Y" TO WS-EOF-SWITCH
049300         NOT AT END
049400             MOVE HLD-RESULT-IMAGE TO RESULTS-RECORD
049500             PERFORM 8850-SHOW-HOLD THRU 8850-EXIT
049600     END-READ.
049700 3025-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 4000-RELEASE-ANSWER - APPEND THE ANSWER TO ITS DESK'S FILE
050100* (STARTING ONE, WITH ITS BANNER, IF THE DESK HAS NONE TODAY).
050200* IN THE FIXED LISTING A MARKER LINE NAMES WHO RELEASED IT; A
050300* SPREADSHEET DESK GETS THE DETAIL LINE ALONE.  THE HOLD RECORD
050400* IS MARKED RELEASED FIRST, SO AN ANSWER CAN NEVER BE DELIVERED
050433* WHILE ITS HOLD STILL SAYS WAITING; IF THE DESK FILE WILL NOT
050466* OPEN THE MARK IS TAKEN OFF AGAIN.
050500*-----------------------------------------------------------------
050600 4000-RELEASE-ANSWER.
050700     PERFORM 4050-LOOKUP-DEPARTMENT THRU 4050-EXIT.
050800     MOVE SPACES TO WS-DEPT-FILE-NAME.
050900     STRING "DST" DELIMITED BY SIZE
051000            RESULTS-REFERENCE DELIMITED BY SPACE
051100         INTO WS-DEPT-FILE-NAME.
051128     SET HLD-RELEASED TO TRUE.
051156     PERFORM 4200-MARK-DECIDED THRU 4200-EXIT.
051184     IF NOT WS-MARK-OK
051212         DISPLAY "ANSWER NOT RELEASED - STILL WAITING"
051240         GO TO 4000-EXIT
051268     END-IF.
051300     OPEN EXTEND DEPT-FILE.
051400     IF WS-DEPT-FILE-STATUS = "35"
051500         OPEN OUTPUT DEPT-FILE
051600         IF WS-DEPT-FILE-STATUS = "00"
051700             PERFORM 4060-WRITE-BANNER THRU 4060-EXIT
051800         END-IF
051900     END-IF.
052000     IF WS-DEPT-FILE-STATUS NOT = "00"
052100         DISPLAY "UNABLE TO OPEN DEPARTMENT FILE, FILE STATUS = "
052200                 WS-DEPT-FILE-STATUS
052300         DISPLAY "  FILE: " WS-DEPT-FILE-NAME
052350         PERFORM 4210-UNMARK-DECIDED THRU 4210-EXIT
052400         DISPLAY "ANSWER NOT RELEASED - STILL WAITING"
052500         GO TO 4000-EXIT
052600     END-IF.
052700     IF NOT WS-DEPT-FORMAT-CSV
052800         MOVE WS-OPERATOR-ID TO WS-RL-OPERATOR
052900         MOVE WS-TODAY       TO WS-RL-DATE
053000         MOVE WS-RELEASE-LINE TO DEPT-LINE
053100         WRITE DEPT-LINE
053200     END-IF.
053300     PERFORM 4070-WRITE-DETAIL THRU 4070-EXIT.
053400     CLOSE DEPT-FILE.
053600     MOVE "RELEASE" TO WS-ACTION.
053700     PERFORM 8950-LOG-DECISION THRU 8950-EXIT.
053800     ADD 1 TO WS-RELEASED-COUNT.
053900     DISPLAY "ANSWER RELEASED TO " WS-DEPT-FILE-NAME.
054000 4000-EXIT.
054100     EXIT.
054200
054300 4050-LOOKUP-DEPARTMENT.
054400     MOVE WS-OUTPUT-FORMAT TO WS-DEPT-FORMAT.
054500     MOVE SPACES TO WS-DEPT-FULL-NAME.
054600     IF NOT WS-DMAST-OPEN
054700         GO TO 4050-EXIT
054800     END-IF.
054900     MOVE RESULTS-REFERENCE TO DPT-CODE.
055000     READ DEPT-MASTER-FILE
055100         INVALID KEY
055200             MOVE "*** NOT ON DEPARTMENT FILE ***"
055300                 TO WS-DEPT-FULL-NAME
055400         NOT INVALID KEY
055500             MOVE DPT-NAME TO WS-DEPT-FULL-NAME
055600             IF NOT DPT-DELIVER-DEFAULT
055700                 MOVE DPT-DELIVERY-PREF TO WS-DEPT-FORMAT
055800             END-IF
055900     END-READ.
056000 4050-EXIT.
056100     EXIT.
056200
056300 4060-WRITE-BANNER.
056400     IF WS-DEPT-FORMAT-CSV
056500         MOVE WS-CSV-HEADING TO DEPT-LINE
056600     ELSE
056700         MOVE RESULTS-REFERENCE TO WS-BN-REFERENCE
056800         MOVE WS-DEPT-FULL-NAME TO WS-BN-NAME
056900         MOVE WS-TODAY TO WS-BN-DATE
057000         MOVE WS-BANNER-LINE TO DEPT-LINE
057100     END-IF.
057200     WRITE DEPT-LINE.
057300 4060-EXIT.
057400     EXIT.
057500
057600 4070-WRITE-DETAIL.
057700     IF WS-DEPT-FORMAT-CSV
057800         MOVE RESULTS-OPCODE    TO WS-CSV-OPCODE
057900         MOVE RESULTS-OPERAND-A TO WS-CSV-OPERAND-A
058000         MOVE RESULTS-OPERAND-B TO WS-CSV-OPERAND-B
058100         MOVE RESULTS-VALUE     TO WS-CSV-VALUE
058200         MOVE SPACES TO WS-CSV-LINE
058300         STRING WS-CSV-OPCODE        DELIMITED BY SIZE
058400                ","                  DELIMITED BY SIZE
058500                WS-CSV-OPERAND-A     DELIMITED BY SIZE
058600                ","                  DELIMITED BY SIZE
058700                WS-CSV-OPERAND-B     DELIMITED BY SIZE
058800                ","                  DELIMITED BY SIZE
058900                WS-CSV-VALUE         DELIMITED BY SIZE
059000                ","                  DELIMITED BY SIZE
059100                RESULTS-RETURN-CODE  DELIMITED BY SIZE
059200                ","                  DELIMITED BY SIZE
059300                RESULTS-ANGLE-MODE   DELIMITED BY SIZE
059400             INTO WS-CSV-LINE
059500         MOVE WS-CSV-LINE TO DEPT-LINE
059600     ELSE
059700         MOVE RESULTS-OPCODE      TO WS-DL-OPCODE
059800         MOVE RESULTS-OPERAND-A   TO WS-DL-OPERAND-A
059900         MOVE RESULTS-OPERAND-B   TO WS-DL-OPERAND-B
060000         MOVE RESULTS-VALUE       TO WS-DL-VALUE
060100         MOVE RESULTS-RETURN-CODE TO WS-DL-RC
060200         MOVE RESULTS-ANGLE-MODE  TO WS-DL-ANGLE
060300         MOVE WS-DETAIL-LINE TO DEPT-LINE
060400     END-IF.
060500     WRITE DEPT-LINE.
060600     IF RESULTS-OPCODE = 29 AND RESULTS-OK
060700         PERFORM 4080-DELIVER-SCHEDULE THRU 4080-EXIT
060800     END-IF.
060900 4070-EXIT.
061000     EXIT.
061100
061200* THE OPTION-29 SCHEDULE UNDER THE RELEASED ANSWER, FLAGGED
061300* WHEN MISSING OR OUT OF BALANCE, AS THE DISTRIBUTION DOES.
061400 4080-DELIVER-SCHEDULE.
061500     MOVE 0 TO WS-SCH-LINES.
061600     MOVE 0 TO WS-SCH-TOTAL.
061700     MOVE "N" TO WS-SCH-END-SW.
061800     IF NOT WS-SCH-OPEN
061900         GO TO 4080-CHECK
062000     END-IF.
062100     MOVE RESULTS-OPERAND-A   TO WS-SCH-WANTED-AMOUNT.
062200     MOVE RESULTS-OPERAND-B   TO WS-SCH-WANTED-RATE.
062300     MOVE RESULTS-GROUP-COUNT TO WS-SCH-WANTED-PERIODS.
062400     MOVE RESULTS-REFERENCE   TO SCH-REFERENCE.
062500     MOVE RESULTS-RUN-NUMBER  TO SCH-RUN-NUMBER.
062600     MOVE WS-SCH-WANTED-TERMS TO SCH-TERMS.
062700     MOVE 0 TO SCH-PERIOD.
062800     START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
062900         INVALID KEY
063000             SET WS-SCH-END TO TRUE
063100     END-START.
063200     PERFORM 4085-NEXT-SCHEDULE-LINE THRU 4085-EXIT
063300         UNTIL WS-SCH-END.
063400 4080-CHECK.
063500     IF WS-SCH-LINES = 0
063600         MOVE "*** AMORTIZATION SCHEDULE MISSING ***"
063700             TO DEPT-LINE
063800     ELSE
063900         IF WS-SCH-LINES = RESULTS-GROUP-COUNT
064000                 AND WS-SCH-TOTAL = RESULTS-VALUE
064100             GO TO 4080-EXIT
064200         END-IF
064300         MOVE "*** AMORTIZATION SCHEDULE OUT OF BALANCE ***"
064400             TO DEPT-LINE
064500     END-IF.
064600     WRITE DEPT-LINE.
064700 4080-EXIT.
064800     EXIT.
064900
065000 4085-NEXT-SCHEDULE-LINE.
065100     READ SCHEDULE-FILE NEXT RECORD
065200         AT END
065300             SET WS-SCH-END TO TRUE
065400             GO TO 4085-EXIT
065500     END-READ.
065600     IF SCH-REFERENCE NOT = RESULTS-REFERENCE
065700             OR SCH-RUN-NUMBER NOT = RESULTS-RUN-NUMBER
065800             OR SCH-TERMS NOT = WS-SCH-WANTED-TERMS
065900         SET WS-SCH-END TO TRUE
066000         GO TO 4085-EXIT
066100     END-IF.
066200     ADD 1 TO WS-SCH-LINES.
066300     ADD SCH-PAYMENT TO WS-SCH-TOTAL.
066400     IF WS-DEPT-FORMAT-CSV
066500         MOVE SCH-PERIOD    TO WS-CSV-PERIOD
066600         MOVE SCH-PAYMENT   TO WS-CSV-PAYMENT
066700         MOVE SCH-INTEREST  TO WS-CSV-INTEREST
066800         MOVE SCH-PRINCIPAL TO WS-CSV-PRINCIPAL
066900         MOVE SCH-BALANCE   TO WS-CSV-BALANCE
067000         MOVE SPACES TO WS-CSV-LINE
067100         STRING "SCHEDULE"           DELIMITED BY SIZE
067200                ","                  DELIMITED BY SIZE
067300                WS-CSV-PERIOD        DELIMITED BY SIZE
067400                ","                  DELIMITED BY SIZE
067500                WS-CSV-PAYMENT       DELIMITED BY SIZE
067600                ","                  DELIMITED BY SIZE
067700                WS-CSV-INTEREST      DELIMITED BY SIZE
067800                ","                  DELIMITED BY SIZE
067900                WS-CSV-PRINCIPAL     DELIMITED BY SIZE
068000                ","                  DELIMITED BY SIZE
068100                WS-CSV-BALANCE       DELIMITED BY SIZE
068200             INTO WS-CSV-LINE
068300         MOVE WS-CSV-LINE TO DEPT-LINE
068400     ELSE
068500         MOVE SCH-PERIOD    TO WS-SL-PERIOD
068600         MOVE SCH-PAYMENT   TO WS-SL-PAYMENT
068700         MOVE SCH-INTEREST  TO WS-SL-INTEREST
068800         MOVE SCH-PRINCIPAL TO WS-SL-PRINCIPAL
068900         MOVE SCH-BALANCE   TO WS-SL-BALANCE
069000         MOVE WS-SCHEDULE-LINE TO DEPT-LINE
069100     END-IF.
069200     WRITE DEPT-LINE.
069300 4085-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------------
069600* 4100-KILL-ANSWER - THE ANSWER GOES TO THE KILL FILE WITH
069700* RETURN CODE 07, FOR THE RECYCLE TO REBUILD AS A CORRECTION.
069800* THE FILE IS ADDED TO UNTIL THE RECYCLE EMPTIES IT.  AS FOR A
069833* RELEASE, THE HOLD RECORD IS MARKED BEFORE THE ANSWER IS
069866* WRITTEN, AND UNMARKED IF THE KILL FILE WILL NOT OPEN.
069900*-----------------------------------------------------------------
070000 4100-KILL-ANSWER.
070014     SET HLD-KILLED TO TRUE.
070028     PERFORM 4200-MARK-DECIDED THRU 4200-EXIT.
070042     IF NOT WS-MARK-OK
070056         DISPLAY "ANSWER NOT KILLED - STILL WAITING"
070070         GO TO 4100-EXIT
070084     END-IF.
070100     OPEN EXTEND KILL-FILE.
070200     IF WS-KILL-FILE-STATUS = "35"
070300         OPEN OUTPUT KILL-FILE
070400     END-IF.
070500     IF WS-KILL-FILE-STATUS NOT = "00"
070600         DISPLAY "UNABLE TO OPEN KILL-FILE, FILE STATUS = "
070700                 WS-KILL-FILE-STATUS
070750         PERFORM 4210-UNMARK-DECIDED THRU 4210-EXIT
070800         DISPLAY "ANSWER NOT KILLED - STILL WAITING"
070900         GO TO 4100-EXIT
071000     END-IF.
071100     SET RESULTS-KILLED-ON-REVIEW TO TRUE.
071200     WRITE KILL-RECORD FROM RESULTS-RECORD.
071300     CLOSE KILL-FILE.
071500     MOVE "KILL" TO WS-ACTION.
071600     PERFORM 8950-LOG-DECISION THRU 8950-EXIT.
071700     ADD 1 TO WS-KILLED-COUNT.
071800     DISPLAY "ANSWER KILLED - SENT FOR CORRECTION".
071900 4100-EXIT.
072000     EXIT.
072100
072200* THE STATUS IS ALREADY SET IN THE RECORD AREA; STAMP WHO AND
072300* WHEN AND REWRITE IT.  THE CALLER GOES ON ONLY IF IT TOOK.
072400 4200-MARK-DECIDED.
072450     MOVE "N" TO WS-MARK-OK-SW.
072500     MOVE WS-OPERATOR-ID TO HLD-DECIDED-BY.
072600     MOVE WS-TODAY       TO HLD-DECIDED-DATE.
072700     REWRITE HOLD-RECORD
072800         INVALID KEY
072900             DISPLAY "UNABLE TO MARK HELD ANSWER, FILE STATUS = "
073000                     WS-HLD-FILE-STATUS
073033         NOT INVALID KEY
073066             SET WS-MARK-OK TO TRUE
073100     END-REWRITE.
073133     IF NOT WS-MARK-OK
073166         SET HLD-PENDING TO TRUE
073199         MOVE SPACES TO HLD-DECIDED-BY
073232         MOVE SPACES TO HLD-DECIDED-DATE
073265     END-IF.
073300 4200-EXIT.
073400     EXIT.
073402
073404* THE ANSWER COULD NOT GO WHERE IT WAS SENT: PUT THE HOLD BACK
073406* TO WAITING, AS THE DISTRIBUTION WROTE IT, FOR ANOTHER TRY.
073408 4210-UNMARK-DECIDED.
073410     SET HLD-PENDING TO TRUE.
073412     MOVE SPACES TO HLD-DECIDED-BY.
073414     MOVE SPACES TO HLD-DECIDED-DATE.
073416     REWRITE HOLD-RECORD
073418         INVALID KEY
073420             DISPLAY "UNABLE TO PUT HELD ANSWER BACK TO WAITING, "
073422                     "FILE STATUS = " WS-HLD-FILE-STATUS
073424             DISPLAY "RUN " HLD-RUN-NUMBER " ANSWER "
073426                     HLD-RESULT-SEQ " IS MARKED BUT WAS NOT SENT"
073428     END-REWRITE.
073430 4210-EXIT.
073432     EXIT.
073434
073436*-----------------------------------------------------------------
073438* 4300-VOID-ANSWER - THE ANSWER'S RUN HAS BEEN BACKED OUT, SO IT
073440* GOES NEITHER TO THE DESK NOR TO THE KILL FILE FOR CORRECTION.
073442* THE HOLD IS CLOSED AS KILLED, SO THE DISTRIBUTION KEEPS IT
073444* BACK ON A RERUN, AND LOGGED AS A VOID DECISION.
073446*-----------------------------------------------------------------
073448 4300-VOID-ANSWER.
073450     DISPLAY "RUN " RESULTS-RUN-NUMBER " HAS BEEN BACKED OUT - "
073452             "ANSWER VOIDED".
073454     SET HLD-KILLED TO TRUE.
073456     PERFORM 4200-MARK-DECIDED THRU 4200-EXIT.
073458     IF NOT WS-MARK-OK
073460         DISPLAY "ANSWER NOT VOIDED - STILL WAITING"
073462         GO TO 4300-EXIT
073464     END-IF.
073466     MOVE "VOID" TO WS-ACTION.
073468     PERFORM 8950-LOG-DECISION THRU 8950-EXIT.
073470     ADD 1 TO WS-VOIDED-COUNT.
073472 4300-EXIT.
073474     EXIT.
073500*-----------------------------------------------------------------
073600* 8000 SERIES - SHARED HELPERS.
073700*-----------------------------------------------------------------
073800 8800-LOG-SIGNON-FAIL.
073900     OPEN I-O CALC-LOG-FILE.
074000     IF WS-LOG-FILE-STATUS NOT = "00"
074100         DISPLAY "UNABLE TO LOG SIGN-ON FAILURE, FILE STATUS = "
074200                 WS-LOG-FILE-STATUS
074300         GO TO 8800-EXIT
074400     END-IF.
074500     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
074600     SET LOG-TYPE-SIGNON   TO TRUE.
074700     MOVE ZERO             TO LOG-OPTION.
074800     MOVE "DENIED"         TO LOG-EXIT-REASON.
074900     MOVE ZERO             TO LOG-OPERAND-A.
075000     MOVE ZERO             TO LOG-OPERAND-B.
075100     MOVE ZERO             TO LOG-RESULT.
075200     MOVE WS-SIGNON-INPUT  TO LOG-REFERENCE.
075300     MOVE SPACE            TO LOG-ANGLE-MODE.
075400     MOVE ZERO             TO LOG-RUN-NUMBER.
075500     MOVE SPACES           TO LOG-FORMULA-NAME.
075600     MOVE ZERO             TO LOG-FORMULA-VERSION.
075700     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
075800     CLOSE CALC-LOG-FILE.
075900 8800-EXIT.
076000     EXIT.
076100
076200 8850-SHOW-HOLD.
076300     MOVE HLD-RUN-NUMBER    TO WS-SK-RUN.
076400     MOVE HLD-RESULT-SEQ    TO WS-SK-SEQ.
076500     MOVE RESULTS-REFERENCE TO WS-SK-REFERENCE.
076600     MOVE HLD-HELD-DATE     TO WS-SK-HELD-DATE.
076700     EVALUATE TRUE
076800         WHEN HLD-RELEASED
076900             MOVE "RELEASED" TO WS-SK-STATUS
077000         WHEN HLD-KILLED
077100             MOVE "KILLED"   TO WS-SK-STATUS
077200         WHEN OTHER
077300             MOVE "WAITING"  TO WS-SK-STATUS
077400     END-EVALUATE.
077500     MOVE HLD-DECIDED-BY    TO WS-SK-DECIDED-BY.
077600     DISPLAY WS-SHOW-KEY-LINE.
077700     MOVE RESULTS-OPCODE      TO WS-DL-OPCODE.
077800     MOVE RESULTS-OPERAND-A   TO WS-DL-OPERAND-A.
077900     MOVE RESULTS-OPERAND-B   TO WS-DL-OPERAND-B.
078000     MOVE RESULTS-VALUE       TO WS-DL-VALUE.
078100     MOVE RESULTS-RETURN-CODE TO WS-DL-RC.
078200     MOVE RESULTS-ANGLE-MODE  TO WS-DL-ANGLE.
078300     DISPLAY WS-DETAIL-LINE.
078400     EVALUATE TRUE
078500         WHEN HLD-OPERAND-A-OUT
078600             MOVE "A"      TO WS-SR-WHICH
078700         WHEN HLD-OPERAND-B-OUT
078800             MOVE "B"      TO WS-SR-WHICH
078900         WHEN OTHER
079000             MOVE "RESULT" TO WS-SR-WHICH
079100     END-EVALUATE.
079200     MOVE HLD-LIMIT-LOW  TO WS-SR-LOW.
079300     MOVE HLD-LIMIT-HIGH TO WS-SR-HIGH.
079400     DISPLAY WS-SHOW-RANGE-LINE.
079500 8850-EXIT.
079600     EXIT.
079700
079800*-----------------------------------------------------------------
079900* 8940/8941 - THE SAME DUPLICATE-KEY RETRY RULE AS THE
080000* CALCULATOR'S LOG WRITER, SO TWO AUDIT RECORDS STAMPED IN THE
080100* SAME HUNDREDTH OF A SECOND BOTH LAND.
080200*-----------------------------------------------------------------
080300 8940-WRITE-LOG-RECORD.
080400     MOVE "N" TO WS-LOG-WRITE-SW.
080500     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
080600         UNTIL WS-LOG-WRITE-DONE.
080700 8940-EXIT.
080800     EXIT.
080900
081000 8941-TRY-LOG-WRITE.
081100     ADD 1 TO WS-LOG-SEQUENCE.
081200     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
081300     WRITE LOG-RECORD
081400         INVALID KEY
081500             CONTINUE
081600         NOT INVALID KEY
081700             MOVE "Y" TO WS-LOG-WRITE-SW
081800     END-WRITE.
081900     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
082000         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
082100                 WS-LOG-FILE-STATUS
082200         MOVE "A" TO WS-LOG-WRITE-SW
082300     END-IF.
082400 8941-EXIT.
082500     EXIT.
082600
082700* ONE AUDIT RECORD PER DECISION: RELEASE, KILL OR VOID IN THE
082800* EXIT-REASON FIELD, THE SUPERVISOR AS THE REFERENCE, THE
082900* ANSWER'S DEPARTMENT OVER THE FORMULA NAME, AND ITS OPCODE,
083000* OPERANDS, VALUE, ANGLE MODE AND RUN NUMBER AS IT WAS HELD.
083100 8950-LOG-DECISION.
083200     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
083300     SET LOG-TYPE-HOLD       TO TRUE.
083400     MOVE RESULTS-OPCODE     TO LOG-OPTION.
083500     MOVE WS-ACTION          TO LOG-EXIT-REASON.
083600     MOVE RESULTS-OPERAND-A  TO LOG-OPERAND-A.
083700     MOVE RESULTS-OPERAND-B  TO LOG-OPERAND-B.
083800     MOVE RESULTS-VALUE      TO LOG-RESULT.
083900     MOVE WS-OPERATOR-ID     TO LOG-REFERENCE.
084000     MOVE RESULTS-ANGLE-MODE TO LOG-ANGLE-MODE.
084100     MOVE RESULTS-RUN-NUMBER TO LOG-RUN-NUMBER.
084200     MOVE RESULTS-REFERENCE  TO LOG-HOLD-DEPT.
084300     MOVE ZERO               TO LOG-FORMULA-VERSION.
084400     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
084500 8950-EXIT.
084600     EXIT.
