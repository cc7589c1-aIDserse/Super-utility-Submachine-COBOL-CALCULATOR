      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Backs a completed batch run out by its run
      *                number, so a night fed the wrong file can be
      *                taken back and run again.  Every RESULTS
      *                record stamped with the run is dropped - the
      *                results file is rewritten as the same name
      *                plus "N" (RESULTFLN) for the scheduler to swap
      *                in, as the archive purge does with CALCLOGN.
      *                The run's CALC and RJCT records stay on the
      *                calc log; each gets a reversing RVRS record
      *                beside it, and one BKOT record names the
      *                supervisor and the run.  Copies of the run's
      *                registry records are appended with status
      *                "B", which releases its transaction files from
      *                the calculator's duplicate-file check.  A
      *                report sets the counts taken out against the
      *                run's own totals.  Supervisor authority only.
      *                The run number, operator ID and results file
      *                names come from BKOPARMS when scheduled, or
      *                the terminal when not.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME
      *                   AND VERSION; LOG COPIES WIDENED TO MATCH
      *                   SO NOTHING IS TRUNCATED.
      *  2026-10-15  DW   RC 06 FORMULA ERROR RESULTS COUNTED AND
      *                   PRINTED ON THEIR OWN LINE TO MATCH RUNCTL.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOBKO.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PARAMETER-FILE ASSIGN TO "BKOPARMS"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PARM-FILE-STATUS.
001000
001100     SELECT OPERATOR-FILE ASSIGN TO "OPERFIL"
001200         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-OPER-FILE-STATUS.
001400
001500     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
001600         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-REG-FILE-STATUS.
001800
001900     SELECT REGISTRY-WORK-FILE ASSIGN TO "BKOREGW"
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-REGW-FILE-STATUS.
002200
002300     SELECT RESULTS-FILE ASSIGN USING WS-RESULTS-FILE-NAME
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS WS-RESULTS-FILE-STATUS.
002600
002700     SELECT NEW-RESULTS-FILE ASSIGN USING WS-NEW-RESULTS-NAME
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-NEW-RESULTS-FILE-STATUS.
003000
003100     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS LOG-KEY
003500         FILE STATUS IS WS-LOG-FILE-STATUS.
003600
003700     SELECT LOG-WORK-FILE ASSIGN TO "BKOLOGW"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-LOGW-FILE-STATUS.
004000
004100     SELECT REPORT-FILE ASSIGN TO "BKORPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-FILE-STATUS.
004400*-----------------------------------------------------------------
004500 DATA DIVISION.
004600 FILE SECTION.
004700* RECORD 1 CARRIES THE RUN NUMBER AND THE SUPERVISOR ID; EVERY
004800* RECORD AFTER IT NAMES ONE RESULTS FILE THE RUN WROTE TO.  NO
004900* RESULTS FILE NAMED MEANS THE DEFAULT, RESULTFL.
005000 FD  PARAMETER-FILE.
005100 01  PARAMETER-RECORD.
005200     05  PARM-RUN-NUMBER         PIC X(05).
005300     05  PARM-OPERATOR-ID        PIC X(08).
005400     05  FILLER                  PIC X(67).
005500 01  PARM-RESULTS-RECORD.
005600     05  PARM-RESULTS-FILE-NAME  PIC X(44).
005700     05  FILLER                  PIC X(36).
005800
005900 FD  OPERATOR-FILE
006000     RECORDING MODE IS F.
006100     COPY ELMOOPR.
006200
006300 FD  RUN-REGISTRY-FILE
006400     RECORDING MODE IS F.
006500     COPY ELMORGS.
006600
006700* SAME LENGTH AS RUN-REGISTRY-RECORD.  HOLDS THE RUN'S OWN
006800* REGISTRY RECORDS UNTIL THE BACKOUT IS THROUGH, WHEN THEY ARE
006900* APPENDED BACK TO RUNREGST WITH STATUS "B".
007000 FD  REGISTRY-WORK-FILE
007100     RECORDING MODE IS F.
007200 01  REGISTRY-WORK-RECORD        PIC X(138).
007300
007400 FD  RESULTS-FILE
007500     RECORDING MODE IS F.
007600     COPY ELMORES.
007700
007800* SAME LENGTH AS RESULTS-RECORD; KEPT RECORDS ARE WRITTEN
007900* FROM IT UNCHANGED.
008000 FD  NEW-RESULTS-FILE
008100     RECORDING MODE IS F.
008200 01  NEW-RESULTS-RECORD          PIC X(84).
008300
008400 FD  CALC-LOG-FILE
008500     RECORDING MODE IS F.
008600     COPY ELMOLOG.
008700
008800* SAME LENGTH AS LOG-RECORD.  THE RUN'S CALC AND RJCT RECORDS
008900* ARE COLLECTED HERE FIRST, SO THE REVERSALS ARE NOT WRITTEN
009000* INTO THE STRETCH OF THE LOG STILL BEING READ.
009100 FD  LOG-WORK-FILE
009200     RECORDING MODE IS F.
009300 01  LOG-WORK-RECORD             PIC X(128).
009400
009500 FD  REPORT-FILE.
009600 01  REPORT-LINE                 PIC X(80).
009700*-----------------------------------------------------------------
009800 WORKING-STORAGE SECTION.
009900 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
010000 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
010100 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
010200 01  WS-REGW-FILE-STATUS         PIC X(02) VALUE SPACES.
010300 01  WS-RESULTS-FILE-STATUS      PIC X(02) VALUE SPACES.
010400 01  WS-NEW-RESULTS-FILE-STATUS  PIC X(02) VALUE SPACES.
010500 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
010600 01  WS-LOGW-FILE-STATUS         PIC X(02) VALUE SPACES.
010700 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
010800
010900 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011000     88  WS-EOF                          VALUE "Y".
011100
011200 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
011300     88  WS-ABORT                        VALUE "Y".
011400
011500 01  WS-PARM-PRESENT-SW          PIC X(01) VALUE "N".
011600     88  WS-PARM-PRESENT                 VALUE "Y".
011700
011800* THE RUN BEING BACKED OUT, AND WHAT THE REGISTRY SAYS OF IT.
011900* ONLY A RUN WITH A COMPLETION RECORD (STATUS C OR F) CAN BE
012000* BACKED OUT; ONE STILL SHOWING ONLY ITS START RECORD MAY BE
012100* RUNNING NOW, AND ONE ALREADY MARKED "B" IS DONE WITH.
012200 01  WS-RUN-INPUT                PIC X(05) VALUE SPACES.
012300 01  WS-BACKOUT-RUN              PIC 9(05) VALUE 0.
012400 01  WS-RUN-STARTED-SW           PIC X(01) VALUE "N".
012500     88  WS-RUN-STARTED                  VALUE "Y".
012600 01  WS-RUN-ENDED-SW             PIC X(01) VALUE "N".
012700     88  WS-RUN-ENDED                    VALUE "Y".
012800 01  WS-ALREADY-BACKED-SW        PIC X(01) VALUE "N".
012900     88  WS-ALREADY-BACKED-OUT           VALUE "Y".
013000 01  WS-RUN-START-STAMP          PIC X(14) VALUE SPACES.
013100 01  WS-RUN-END-STAMP            PIC X(14) VALUE SPACES.
013200 01  WS-RUN-STATUS               PIC X(01) VALUE SPACE.
013300 01  WS-RUN-READ-COUNT           PIC 9(09) VALUE 0.
013400 01  WS-RUN-RESULT-COUNT         PIC 9(09) VALUE 0.
013500 01  WS-RUN-DROP-COUNT           PIC 9(09) VALUE 0.
013600 01  WS-RUN-FILE-COUNT           PIC 9(09) VALUE 0.
013700 01  WS-REG-SAVED-COUNT          PIC 9(09) VALUE 0.
013800
013900* THE BACKOUT'S OWN START TIME: THE END STAMP ON THE "B"
014000* REGISTRY RECORDS.
014100 01  WS-BACKOUT-STAMP            PIC X(21) VALUE SPACES.
014200
014300* RESULTS FILES.  EACH IS COPIED TO ITS OWN NAME PLUS "N"
014400* WITHOUT THE RUN'S RECORDS.
014500 01  WS-RESULTS-FILE-NAME        PIC X(44) VALUE SPACES.
014600 01  WS-NEW-RESULTS-NAME         PIC X(44) VALUE SPACES.
014700 01  WS-RESULTS-FILES-DONE       PIC 9(05) VALUE 0.
014800 01  WS-FILE-KEPT-COUNT          PIC 9(09) VALUE 0.
014900 01  WS-FILE-REMOVED-COUNT       PIC 9(09) VALUE 0.
015000 01  WS-REMOVED-TOTAL            PIC 9(09) VALUE 0.
015100 01  WS-REMOVED-RC00             PIC 9(09) VALUE 0.
015200 01  WS-REMOVED-RC01             PIC 9(09) VALUE 0.
015300 01  WS-REMOVED-RC02             PIC 9(09) VALUE 0.
015400 01  WS-REMOVED-RC03             PIC 9(09) VALUE 0.
015500 01  WS-REMOVED-RC04             PIC 9(09) VALUE 0.
015600 01  WS-REMOVED-RC05             PIC 9(09) VALUE 0.
015650 01  WS-REMOVED-RC06             PIC 9(09) VALUE 0.
015700 01  WS-REMOVED-RC-OTHER         PIC 9(09) VALUE 0.
015800
015900* CALC LOG PASS.
016000 01  WS-LOG-SCANNED-COUNT        PIC 9(09) VALUE 0.
016100 01  WS-LOG-SAVED-COUNT          PIC 9(09) VALUE 0.
016200 01  WS-REVERSED-CALC-COUNT      PIC 9(09) VALUE 0.
016300 01  WS-REVERSED-RJCT-COUNT      PIC 9(09) VALUE 0.
016400 01  WS-REVERSED-TOTAL           PIC 9(09) VALUE 0.
016500 01  WS-ORIGINAL-TYPE            PIC X(04) VALUE SPACES.
016600
016700* OPERATOR SIGN-ON FOR THE BACKOUT.  TAKING A NIGHT'S ANSWERS
016800* BACK OUT IS A SUPERVISOR ACTION, CHECKED AGAINST OPERFIL THE
016900* SAME WAY AS THE ARCHIVE PURGE; FAILED ATTEMPTS ARE LOGGED TO
017000* THE CALC LOG AS SGNO RECORDS.
017100 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
017200 01  WS-SIGNON-INPUT             PIC X(08) VALUE SPACES.
017300 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
017400     88  WS-SIGNON-OK                    VALUE "Y".
017500 01  WS-OPER-EOF-SW              PIC X(01) VALUE "N".
017600     88  WS-OPER-EOF                     VALUE "Y".
017700 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
017800     88  WS-OPER-FOUND                   VALUE "Y".
017900 01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE 0.
018000 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
018100 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
018200     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
018300
018400 01  WS-REPORT-HEADING.
018500     05  FILLER                  PIC X(35) VALUE
018600         "ELMO BATCH RUN BACKOUT REPORT - RUN".
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  WS-RH-RUN-NUMBER        PIC 9(05).
018900     05  FILLER                  PIC X(39) VALUE SPACES.
019000 01  WS-COUNT-LINE.
019100     05  WS-CL-LABEL             PIC X(30).
019200     05  FILLER                  PIC X(04) VALUE SPACES.
019300     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
019400 01  WS-TEXT-LINE.
019500     05  WS-TL-LABEL             PIC X(30).
019600     05  FILLER                  PIC X(04) VALUE SPACES.
019700     05  WS-TL-VALUE             PIC X(44).
019800 01  WS-REPLACE-LINE.
019900     05  FILLER                  PIC X(08) VALUE "REPLACE ".
020000     05  WS-RL-OLD-NAME          PIC X(20).
020100     05  FILLER                  PIC X(06) VALUE " WITH ".
020200     05  WS-RL-NEW-NAME          PIC X(20).
020300     05  FILLER                  PIC X(26) VALUE
020400         " TO COMPLETE THE BACKOUT".
020500*-----------------------------------------------------------------
020600 PROCEDURE DIVISION.
020700*-----------------------------------------------------------------
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     IF WS-ABORT
021100         STOP RUN
021200     END-IF.
021300     PERFORM 2000-REMOVE-RESULTS THRU 2000-EXIT.
021400     IF WS-ABORT
021500         MOVE "*** BACKOUT ABANDONED - NOTHING WAS REVERSED ***"
021600             TO REPORT-LINE
021700         WRITE REPORT-LINE
021800         CLOSE CALC-LOG-FILE
021900         CLOSE REPORT-FILE
022000         STOP RUN
022100     END-IF.
022200     PERFORM 3000-REVERSE-LOG THRU 3000-EXIT.
022300     PERFORM 4000-MARK-REGISTRY THRU 4000-EXIT.
022400     PERFORM 8960-LOG-BACKOUT THRU 8960-EXIT.
022500     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
022600     CLOSE CALC-LOG-FILE.
022700     CLOSE REPORT-FILE.
022800     STOP RUN.
022900*-----------------------------------------------------------------
023000* 1000-INITIALIZE - SIGN THE SUPERVISOR ON, PICK UP THE RUN
023100* NUMBER, AND PROVE FROM THE REGISTRY THAT THE RUN FINISHED
023200* AND HAS NOT ALREADY BEEN BACKED OUT.  EVERY CHECK IS MADE
023300* BEFORE ANY FILE IS CHANGED.  THE CALC LOG MUST OPEN I-O -
023400* A BACKOUT THAT CANNOT BE AUDIT-LOGGED IS NOT RUN.
023500*-----------------------------------------------------------------
023600 1000-INITIALIZE.
023700     OPEN INPUT PARAMETER-FILE.
023800     IF WS-PARM-FILE-STATUS = "00"
023900         SET WS-PARM-PRESENT TO TRUE
024000         READ PARAMETER-FILE
024100             AT END
024200                 CONTINUE
024300             NOT AT END
024400                 MOVE PARM-RUN-NUMBER TO WS-RUN-INPUT
024500                 MOVE PARM-OPERATOR-ID TO WS-SIGNON-INPUT
024600         END-READ
024700         CLOSE PARAMETER-FILE
024800     END-IF.
024900     PERFORM 1500-BACKOUT-SIGNON THRU 1500-EXIT.
025000     IF NOT WS-SIGNON-OK
025100         DISPLAY "BATCH BACKOUT REQUIRES AN ACTIVE SUPERVISOR"
025200         DISPLAY "SIGN-ON - RUN ABANDONED"
025300         SET WS-ABORT TO TRUE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     IF WS-RUN-INPUT = SPACES
025700         DISPLAY "RUN NUMBER TO BACK OUT"
025800         ACCEPT WS-RUN-INPUT
025900     END-IF.
026000     IF FUNCTION TEST-NUMVAL(WS-RUN-INPUT) NOT = 0
026100         DISPLAY "INVALID RUN NUMBER: " WS-RUN-INPUT
026200         DISPLAY "BACKOUT ABANDONED"
026300         SET WS-ABORT TO TRUE
026400         GO TO 1000-EXIT
026500     END-IF.
026600     COMPUTE WS-BACKOUT-RUN = FUNCTION NUMVAL(WS-RUN-INPUT).
026700     IF WS-BACKOUT-RUN = 0
026800         DISPLAY "INVALID RUN NUMBER: " WS-RUN-INPUT
026900         DISPLAY "BACKOUT ABANDONED"
027000         SET WS-ABORT TO TRUE
027100         GO TO 1000-EXIT
027200     END-IF.
027300     PERFORM 1100-CHECK-REGISTRY THRU 1100-EXIT.
027400     IF WS-ABORT
027500         GO TO 1000-EXIT
027600     END-IF.
027700     OPEN I-O CALC-LOG-FILE.
027800     IF WS-LOG-FILE-STATUS NOT = "00"
027900         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
028000                 WS-LOG-FILE-STATUS
028100         DISPLAY "CHANGES COULD NOT BE AUDIT-LOGGED - RUN "
028200                 "ABANDONED"
028300         SET WS-ABORT TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     MOVE FUNCTION CURRENT-DATE TO WS-BACKOUT-STAMP.
028700     OPEN OUTPUT REPORT-FILE.
028800     MOVE WS-BACKOUT-RUN TO WS-RH-RUN-NUMBER.
028900     MOVE WS-REPORT-HEADING TO REPORT-LINE.
029000     WRITE REPORT-LINE.
029100     MOVE SPACES TO REPORT-LINE.
029200     WRITE REPORT-LINE.
029300     MOVE "BACKED OUT BY" TO WS-TL-LABEL.
029400     MOVE WS-OPERATOR-ID TO WS-TL-VALUE.
029500     PERFORM 9920-WRITE-TEXT THRU 9920-EXIT.
029600     MOVE "RUN STARTED" TO WS-TL-LABEL.
029700     MOVE WS-RUN-START-STAMP TO WS-TL-VALUE.
029800     PERFORM 9920-WRITE-TEXT THRU 9920-EXIT.
029900     MOVE "RUN ENDED" TO WS-TL-LABEL.
030000     MOVE WS-RUN-END-STAMP TO WS-TL-VALUE.
030100     PERFORM 9920-WRITE-TEXT THRU 9920-EXIT.
030200     MOVE "RUN STATUS AT BACKOUT" TO WS-TL-LABEL.
030300     IF WS-RUN-STATUS = "C"
030400         MOVE "COMPLETE" TO WS-TL-VALUE
030500     ELSE
030600         MOVE "FAILED" TO WS-TL-VALUE
030700     END-IF.
030800     PERFORM 9920-WRITE-TEXT THRU 9920-EXIT.
030900     MOVE SPACES TO REPORT-LINE.
031000     WRITE REPORT-LINE.
031100 1000-EXIT.
031200     EXIT.
031300
031400*-----------------------------------------------------------------
031500* 1100-CHECK-REGISTRY - ONE PASS OF RUNREGST.  THE RUN'S START
031600* RECORD GIVES THE STAMP THE LOG PASS POSITIONS FROM; ITS
031700* COMPLETION RECORD GIVES THE END STAMP AND THE TOTALS THE
031800* REPORT IS SET AGAINST.  THE COMPLETION RECORD AND EVERY "F"
031900* RECORD OF THE RUN ARE SAVED TO BKOREGW, TO BE APPENDED BACK
032000* MARKED "B" ONCE THE BACKOUT IS THROUGH.
032100*-----------------------------------------------------------------
032200 1100-CHECK-REGISTRY.
032300     OPEN INPUT RUN-REGISTRY-FILE.
032400     IF WS-REG-FILE-STATUS NOT = "00"
032500         DISPLAY "UNABLE TO OPEN RUN-REGISTRY-FILE, FILE "
032600                 "STATUS = " WS-REG-FILE-STATUS
032700         DISPLAY "BACKOUT ABANDONED"
032800         SET WS-ABORT TO TRUE
032900         GO TO 1100-EXIT
033000     END-IF.
033100     OPEN OUTPUT REGISTRY-WORK-FILE.
033200     IF WS-REGW-FILE-STATUS NOT = "00"
033300         DISPLAY "UNABLE TO OPEN REGISTRY-WORK-FILE, FILE "
033400                 "STATUS = " WS-REGW-FILE-STATUS
033500         DISPLAY "BACKOUT ABANDONED"
033600         CLOSE RUN-REGISTRY-FILE
033700         SET WS-ABORT TO TRUE
033800         GO TO 1100-EXIT
033900     END-IF.
034000     MOVE "N" TO WS-EOF-SWITCH.
034100     PERFORM 1110-READ-REGISTRY THRU 1110-EXIT
034200         UNTIL WS-EOF.
034300     CLOSE RUN-REGISTRY-FILE.
034400     CLOSE REGISTRY-WORK-FILE.
034500     IF WS-ALREADY-BACKED-OUT
034600         DISPLAY "RUN " WS-BACKOUT-RUN
034700                 " HAS ALREADY BEEN BACKED OUT"
034800         DISPLAY "BACKOUT ABANDONED"
034900         SET WS-ABORT TO TRUE
035000         GO TO 1100-EXIT
035100     END-IF.
035200     IF NOT WS-RUN-ENDED
035300         IF WS-RUN-STARTED
035400             DISPLAY "RUN " WS-BACKOUT-RUN
035500                     " HAS NO COMPLETION RECORD - IT MAY STILL"
035600             DISPLAY "BE RUNNING.  BACKOUT ABANDONED"
035700         ELSE
035800             DISPLAY "RUN " WS-BACKOUT-RUN
035900                     " IS NOT ON THE RUN REGISTRY"
036000             DISPLAY "BACKOUT ABANDONED"
036100         END-IF
036200         SET WS-ABORT TO TRUE
036300         GO TO 1100-EXIT
036400     END-IF.
036500 1100-EXIT.
036600     EXIT.
036700
036800 1110-READ-REGISTRY.
036900     READ RUN-REGISTRY-FILE
037000         AT END
037100             MOVE "Y" TO WS-EOF-SWITCH
037200         NOT AT END
037300             IF REG-RUN-NUMBER = WS-BACKOUT-RUN
037400                 PERFORM 1120-NOTE-REGISTRY THRU 1120-EXIT
037500             END-IF
037600     END-READ.
037700 1110-EXIT.
037800     EXIT.
037900
038000 1120-NOTE-REGISTRY.
038100     IF REG-STATUS-BACKED-OUT
038200         SET WS-ALREADY-BACKED-OUT TO TRUE
038300         GO TO 1120-EXIT
038400     END-IF.
038500     IF REG-TYPE-RUN AND REG-STATUS-RUNNING
038600         SET WS-RUN-STARTED TO TRUE
038700         MOVE REG-START-STAMP TO WS-RUN-START-STAMP
038800         GO TO 1120-EXIT
038900     END-IF.
039000     IF REG-TYPE-RUN
039100         SET WS-RUN-ENDED TO TRUE
039200         MOVE REG-END-STAMP    TO WS-RUN-END-STAMP
039300         MOVE REG-STATUS       TO WS-RUN-STATUS
039400         MOVE REG-READ-COUNT   TO WS-RUN-READ-COUNT
039500         MOVE REG-RESULT-COUNT TO WS-RUN-RESULT-COUNT
039600         MOVE REG-DROP-COUNT   TO WS-RUN-DROP-COUNT
039700         IF WS-RUN-START-STAMP = SPACES
039800             MOVE REG-START-STAMP TO WS-RUN-START-STAMP
039900         END-IF
040000     ELSE
040100         ADD 1 TO WS-RUN-FILE-COUNT
040200     END-IF.
040300     WRITE REGISTRY-WORK-RECORD FROM RUN-REGISTRY-RECORD.
040400     ADD 1 TO WS-REG-SAVED-COUNT.
040500 1120-EXIT.
040600     EXIT.
040700
040800*-----------------------------------------------------------------
040900* 1500-BACKOUT-SIGNON - SUPERVISOR SIGN-ON, AS FOR THE ARCHIVE
041000* PURGE.  THE CANDIDATE ID FROM BKOPARMS IS TRIED ONCE; WITH
041100* NO ID ON THE PARAMETER FILE THE TERMINAL GETS UP TO THREE
041200* TRIES.  EVERY FAILED ATTEMPT IS LOGGED AS AN SGNO RECORD.
041300*-----------------------------------------------------------------
041400 1500-BACKOUT-SIGNON.
041500     MOVE "N" TO WS-SIGNON-OK-SW.
041600     IF WS-SIGNON-INPUT NOT = SPACES
041700         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
041800         GO TO 1500-EXIT
041900     END-IF.
042000     MOVE 0 TO WS-SIGNON-ATTEMPTS.
042100     PERFORM 1510-PROMPT-AND-CHECK THRU 1510-EXIT
042200         UNTIL WS-SIGNON-ATTEMPTS >= 3 OR WS-SIGNON-OK.
042300 1500-EXIT.
042400     EXIT.
042500
042600 1510-PROMPT-AND-CHECK.
042700     ADD 1 TO WS-SIGNON-ATTEMPTS.
042800     DISPLAY "SUPERVISOR OPERATOR ID".
042900     MOVE SPACES TO WS-SIGNON-INPUT.
043000     ACCEPT WS-SIGNON-INPUT.
043100     PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT.
043200     IF NOT WS-SIGNON-OK
043300         DISPLAY "OPERATOR NOT RECOGNIZED, NOT ACTIVE, OR NOT "
043400                 "A SUPERVISOR"
043500     END-IF.
043600 1510-EXIT.
043700     EXIT.
043800
043900 1520-CHECK-OPERATOR.
044000     MOVE "N" TO WS-OPER-FOUND-SW.
044100     OPEN INPUT OPERATOR-FILE.
044200     IF WS-OPER-FILE-STATUS NOT = "00"
044300         DISPLAY "UNABLE TO OPEN OPERATOR-FILE, FILE STATUS = "
044400                 WS-OPER-FILE-STATUS
044500         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-EXIT
044600         GO TO 1520-EXIT
044700     END-IF.
044800     MOVE "N" TO WS-OPER-EOF-SW.
044900     PERFORM 1530-READ-OPERATOR THRU 1530-EXIT
045000         UNTIL WS-OPER-EOF OR WS-OPER-FOUND.
045100     CLOSE OPERATOR-FILE.
045200     IF WS-OPER-FOUND AND OPR-ACTIVE AND OPR-AUTH-SUPERVISOR
045300         SET WS-SIGNON-OK TO TRUE
045400         MOVE OPR-ID TO WS-OPERATOR-ID
045500     ELSE
045600         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-EXIT
045700     END-IF.
045800 1520-EXIT.
045900     EXIT.
046000
046100 1530-READ-OPERATOR.
046200     READ OPERATOR-FILE
046300         AT END
046400             MOVE "Y" TO WS-OPER-EOF-SW
046500         NOT AT END
046600             IF OPR-ID = WS-SIGNON-INPUT
046700                 SET WS-OPER-FOUND TO TRUE
046800             END-IF
046900     END-READ.
047000 1530-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------------
047400* 2000-REMOVE-RESULTS - REWRITE EVERY RESULTS FILE THE RUN
047500* WROTE TO WITHOUT THE RUN'S RECORDS.  THE FILES ARE NAMED ON
047600* BKOPARMS AFTER THE FIRST RECORD; AT THE TERMINAL ONE NAME
047700* IS ASKED FOR.  EITHER WAY NO NAME MEANS RESULTFL.  A RESULTS
047800* FILE THAT CANNOT BE OPENED STOPS THE BACKOUT HERE, BEFORE
047900* THE CALC LOG OR THE REGISTRY IS TOUCHED.
048000*-----------------------------------------------------------------
048100 2000-REMOVE-RESULTS.
048200     MOVE "RESULTS FILES CLEANED:" TO REPORT-LINE.
048300     WRITE REPORT-LINE.
048400     IF WS-PARM-PRESENT
048500         OPEN INPUT PARAMETER-FILE
048600         MOVE "N" TO WS-EOF-SWITCH
048700         READ PARAMETER-FILE
048800             AT END
048900                 MOVE "Y" TO WS-EOF-SWITCH
049000         END-READ
049100         PERFORM 2050-READ-RESULTS-NAME THRU 2050-EXIT
049200             UNTIL WS-EOF OR WS-ABORT
049300         CLOSE PARAMETER-FILE
049400     ELSE
049500         DISPLAY "RESULTS FILE TO CLEAN (BLANK FOR RESULTFL)"
049600         MOVE SPACES TO WS-RESULTS-FILE-NAME
049700         ACCEPT WS-RESULTS-FILE-NAME
049800         IF WS-RESULTS-FILE-NAME NOT = SPACES
049900             PERFORM 2100-COPY-RESULTS THRU 2100-EXIT
050000         END-IF
050100     END-IF.
050200     IF WS-RESULTS-FILES-DONE = 0 AND NOT WS-ABORT
050300         MOVE "RESULTFL" TO WS-RESULTS-FILE-NAME
050400         PERFORM 2100-COPY-RESULTS THRU 2100-EXIT
050500     END-IF.
050600     MOVE SPACES TO REPORT-LINE.
050700     WRITE REPORT-LINE.
050800 2000-EXIT.
050900     EXIT.
051000
051100 2050-READ-RESULTS-NAME.
051200     READ PARAMETER-FILE
051300         AT END
051400             MOVE "Y" TO WS-EOF-SWITCH
051500         NOT AT END
051600             IF PARM-RESULTS-FILE-NAME NOT = SPACES
051700                 MOVE PARM-RESULTS-FILE-NAME
051800                     TO WS-RESULTS-FILE-NAME
051900                 PERFORM 2100-COPY-RESULTS THRU 2100-EXIT
052000             END-IF
052100     END-READ.
052200 2050-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------------
052600* 2100-COPY-RESULTS - ONE RESULTS FILE.  RECORDS OF THE RUN ARE
052700* COUNTED OUT BY RETURN CODE, THE SAME BREAKDOWN AS THE RUN'S
052800* OWN RUN-CONTROL REPORT; EVERYTHING ELSE IS COPIED ACROSS
052900* UNCHANGED.
053000*-----------------------------------------------------------------
053100 2100-COPY-RESULTS.
053200     MOVE SPACES TO WS-NEW-RESULTS-NAME.
053300     STRING WS-RESULTS-FILE-NAME DELIMITED BY SPACE
053400            "N" DELIMITED BY SIZE
053500         INTO WS-NEW-RESULTS-NAME.
053600     OPEN INPUT RESULTS-FILE.
053700     IF WS-RESULTS-FILE-STATUS NOT = "00"
053800         DISPLAY "UNABLE TO OPEN RESULTS FILE "
053900                 WS-RESULTS-FILE-NAME
054000         DISPLAY "FILE STATUS = " WS-RESULTS-FILE-STATUS
054100         MOVE "RESULTS FILE NOT OPENED" TO WS-TL-LABEL
054200         MOVE WS-RESULTS-FILE-NAME TO WS-TL-VALUE
054300         PERFORM 9920-WRITE-TEXT THRU 9920-EXIT
054400         SET WS-ABORT TO TRUE
054500         GO TO 2100-EXIT
054600     END-IF.
054700     OPEN OUTPUT NEW-RESULTS-FILE.
054800     IF WS-NEW-RESULTS-FILE-STATUS NOT = "00"
054900         DISPLAY "UNABLE TO OPEN NEW RESULTS FILE "
055000                 WS-NEW-RESULTS-NAME
055100         DISPLAY "FILE STATUS = " WS-NEW-RESULTS-FILE-STATUS
055200         MOVE "NEW RESULTS FILE NOT OPENED" TO WS-TL-LABEL
055300         MOVE WS-NEW-RESULTS-NAME TO WS-TL-VALUE
055400         PERFORM 9920-WRITE-TEXT THRU 9920-EXIT
055500         CLOSE RESULTS-FILE
055600         SET WS-ABORT TO TRUE
055700         GO TO 2100-EXIT
055800     END-IF.
055900     MOVE 0 TO WS-FILE-KEPT-COUNT.
056000     MOVE 0 TO WS-FILE-REMOVED-COUNT.
056100     MOVE "N" TO WS-EOF-SWITCH.
056200     PERFORM 2110-READ-RESULTS THRU 2110-EXIT
056300         UNTIL WS-EOF.
056400     MOVE "N" TO WS-EOF-SWITCH.
056500     CLOSE RESULTS-FILE.
056600     CLOSE NEW-RESULTS-FILE.
056700     ADD 1 TO WS-RESULTS-FILES-DONE.
056800     MOVE "RESULTS FILE" TO WS-TL-LABEL.
056900     MOVE WS-RESULTS-FILE-NAME TO WS-TL-VALUE.
057000     PERFORM 9920-WRITE-TEXT THRU 9920-EXIT.
057100     MOVE "  RECORDS OF THE RUN REMOVED" TO WS-CL-LABEL.
057200     MOVE WS-FILE-REMOVED-COUNT TO WS-CL-COUNT.
057300     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
057400     MOVE "  RECORDS KEPT" TO WS-CL-LABEL.
057500     MOVE WS-FILE-KEPT-COUNT TO WS-CL-COUNT.
057600     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
057700     MOVE WS-RESULTS-FILE-NAME TO WS-RL-OLD-NAME.
057800     MOVE WS-NEW-RESULTS-NAME TO WS-RL-NEW-NAME.
057900     MOVE WS-REPLACE-LINE TO REPORT-LINE.
058000     WRITE REPORT-LINE.
058100 2100-EXIT.
058200     EXIT.
058300
058400 2110-READ-RESULTS.
058500     READ RESULTS-FILE
058600         AT END
058700             MOVE "Y" TO WS-EOF-SWITCH
058800         NOT AT END
058900             IF RESULTS-RUN-NUMBER = WS-BACKOUT-RUN
059000                 PERFORM 2120-COUNT-REMOVED THRU 2120-EXIT
059100             ELSE
059200                 WRITE NEW-RESULTS-RECORD FROM RESULTS-RECORD
059300                 ADD 1 TO WS-FILE-KEPT-COUNT
059400             END-IF
059500     END-READ.
059600 2110-EXIT.
059700     EXIT.
059800
059900 2120-COUNT-REMOVED.
060000     ADD 1 TO WS-FILE-REMOVED-COUNT.
060100     ADD 1 TO WS-REMOVED-TOTAL.
060200     EVALUATE TRUE
060300         WHEN RESULTS-OK
060400             ADD 1 TO WS-REMOVED-RC00
060500         WHEN RESULTS-DIVIDE-BY-ZERO
060600             ADD 1 TO WS-REMOVED-RC01
060700         WHEN RESULTS-DOMAIN-ERROR
060800             ADD 1 TO WS-REMOVED-RC02
060900         WHEN RESULTS-CHAIN-BROKEN
061000             ADD 1 TO WS-REMOVED-RC03
061100         WHEN RESULTS-CONST-ERROR
061200             ADD 1 TO WS-REMOVED-RC04
061300         WHEN RESULTS-GROUP-ERROR
061400             ADD 1 TO WS-REMOVED-RC05
061433         WHEN RESULTS-FORMULA-ERROR
061466             ADD 1 TO WS-REMOVED-RC06
061500         WHEN OTHER
061600             ADD 1 TO WS-REMOVED-RC-OTHER
061700     END-EVALUATE.
061800 2120-EXIT.
061900     EXIT.
062000
062100*-----------------------------------------------------------------
062200* 3000-REVERSE-LOG - FIND THE RUN'S CALC AND RJCT RECORDS AND
062300* WRITE A REVERSAL FOR EACH.  THE LOG IS POSITIONED AT THE
062400* RUN'S START STAMP AND READ UP TO ITS END STAMP, SO ONLY THE
062500* RUN'S OWN STRETCH OF THE LOG IS SCANNED.  THE ORIGINALS ARE
062600* LEFT WHERE THEY ARE: THE LOG IS AN AUDIT TRAIL, AND THE
062700* REVERSAL SITTING BESIDE THEM IS WHAT TELLS THE SUMMARY,
062800* TREND AND BILLING RUNS TO NET THEM OUT.
062900*-----------------------------------------------------------------
063000 3000-REVERSE-LOG.
063100     OPEN OUTPUT LOG-WORK-FILE.
063200     MOVE "N" TO WS-EOF-SWITCH.
063300     MOVE LOW-VALUES TO LOG-KEY.
063400     MOVE WS-RUN-START-STAMP TO LOG-TIMESTAMP(1:14).
063500     START CALC-LOG-FILE KEY NOT < LOG-KEY
063600         INVALID KEY
063700             MOVE "Y" TO WS-EOF-SWITCH
063800     END-START.
063900     PERFORM 3100-READ-RUN-LOG THRU 3100-EXIT
064000         UNTIL WS-EOF.
064100     CLOSE LOG-WORK-FILE.
064200     OPEN INPUT LOG-WORK-FILE.
064300     MOVE "N" TO WS-EOF-SWITCH.
064400     PERFORM 3200-WRITE-REVERSAL THRU 3200-EXIT
064500         UNTIL WS-EOF.
064600     CLOSE LOG-WORK-FILE.
064700     MOVE "N" TO WS-EOF-SWITCH.
064800 3000-EXIT.
064900     EXIT.
065000
065100 3100-READ-RUN-LOG.
065200     READ CALC-LOG-FILE NEXT RECORD
065300         AT END
065400             MOVE "Y" TO WS-EOF-SWITCH
065500         NOT AT END
065600             IF LOG-TIMESTAMP(1:14) > WS-RUN-END-STAMP
065700                 MOVE "Y" TO WS-EOF-SWITCH
065800             ELSE
065900                 ADD 1 TO WS-LOG-SCANNED-COUNT
066000                 IF LOG-RUN-NUMBER = WS-BACKOUT-RUN
066100                     AND (LOG-TYPE-CALC OR LOG-TYPE-REJECT)
066200                     WRITE LOG-WORK-RECORD FROM LOG-RECORD
066300                     ADD 1 TO WS-LOG-SAVED-COUNT
066400                 END-IF
066500             END-IF
066600     END-READ.
066700 3100-EXIT.
066800     EXIT.
066900
067000 3200-WRITE-REVERSAL.
067100     READ LOG-WORK-FILE
067200         AT END
067300             MOVE "Y" TO WS-EOF-SWITCH
067400             GO TO 3200-EXIT
067500     END-READ.
067600     MOVE LOG-WORK-RECORD TO LOG-RECORD.
067700     MOVE LOG-TYPE TO WS-ORIGINAL-TYPE.
067800     IF LOG-TYPE-CALC
067900         ADD 1 TO WS-REVERSED-CALC-COUNT
068000     ELSE
068100         ADD 1 TO WS-REVERSED-RJCT-COUNT
068200     END-IF.
068300     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
068400     SET LOG-TYPE-REVERSAL TO TRUE.
068500     MOVE WS-ORIGINAL-TYPE TO LOG-EXIT-REASON.
068600     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
068700     ADD 1 TO WS-REVERSED-TOTAL.
068800 3200-EXIT.
068900     EXIT.
069000
069100*-----------------------------------------------------------------
069200* 4000-MARK-REGISTRY - APPEND THE RUN'S SAVED REGISTRY RECORDS
069300* BACK TO RUNREGST WITH STATUS "B" AND THE BACKOUT'S OWN TIME
069400* AS THE END STAMP.  THE CALCULATOR'S DUPLICATE-FILE CHECK
069500* READS THESE AND LETS THE RUN'S TRANSACTION FILES IN AGAIN.
069600*-----------------------------------------------------------------
069700 4000-MARK-REGISTRY.
069800     OPEN EXTEND RUN-REGISTRY-FILE.
069900     IF WS-REG-FILE-STATUS NOT = "00"
070000         DISPLAY "UNABLE TO EXTEND RUN-REGISTRY-FILE, FILE "
070100                 "STATUS = " WS-REG-FILE-STATUS
070200         MOVE "*** RUN REGISTRY NOT MARKED - FILES STILL BLOCKED"
070300             TO REPORT-LINE
070400         WRITE REPORT-LINE
070500         GO TO 4000-EXIT
070600     END-IF.
070700     OPEN INPUT REGISTRY-WORK-FILE.
070800     MOVE "N" TO WS-EOF-SWITCH.
070900     PERFORM 4100-MARK-ONE THRU 4100-EXIT
071000         UNTIL WS-EOF.
071100     CLOSE REGISTRY-WORK-FILE.
071200     CLOSE RUN-REGISTRY-FILE.
071300     MOVE "N" TO WS-EOF-SWITCH.
071400 4000-EXIT.
071500     EXIT.
071600
071700 4100-MARK-ONE.
071800     READ REGISTRY-WORK-FILE INTO RUN-REGISTRY-RECORD
071900         AT END
072000             MOVE "Y" TO WS-EOF-SWITCH
072100             GO TO 4100-EXIT
072200     END-READ.
072300     MOVE WS-BACKOUT-STAMP(1:14) TO REG-END-STAMP.
072400     SET REG-STATUS-BACKED-OUT TO TRUE.
072500     WRITE RUN-REGISTRY-RECORD.
072600 4100-EXIT.
072700     EXIT.
072800
072900*-----------------------------------------------------------------
073000* 5000-PRINT-TOTALS - THE RUN'S OWN TOTALS FROM ITS REGISTRY
073100* COMPLETION RECORD, WHICH ARE THE FIGURES ON ITS RUN-CONTROL
073200* REPORT, SET AGAINST WHAT THE BACKOUT TOOK OUT.  EVERY RESULT
073300* THE RUN WROTE SHOULD HAVE BEEN FOUND AND REMOVED; A SHORT OR
073400* LONG COUNT MEANS A RESULTS FILE WAS MISSED OR HAS BEEN
073500* TOUCHED SINCE, AND IS FLAGGED FOR A PERSON TO LOOK AT.
073600*-----------------------------------------------------------------
073700 5000-PRINT-TOTALS.
073800     MOVE "RUN TOTALS FROM THE REGISTRY:" TO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE "FILES PROCESSED" TO WS-CL-LABEL.
074100     MOVE WS-RUN-FILE-COUNT TO WS-CL-COUNT.
074200     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
074300     MOVE "RECORDS READ" TO WS-CL-LABEL.
074400     MOVE WS-RUN-READ-COUNT TO WS-CL-COUNT.
074500     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
074600     MOVE "RESULTS WRITTEN" TO WS-CL-LABEL.
074700     MOVE WS-RUN-RESULT-COUNT TO WS-CL-COUNT.
074800     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
074900     MOVE "RECORDS DROPPED" TO WS-CL-LABEL.
075000     MOVE WS-RUN-DROP-COUNT TO WS-CL-COUNT.
075100     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
075200     MOVE SPACES TO REPORT-LINE.
075300     WRITE REPORT-LINE.
075400     MOVE "RESULTS REMOVED:" TO REPORT-LINE.
075500     WRITE REPORT-LINE.
075600     MOVE "  RC 00 NORMAL" TO WS-CL-LABEL.
075700     MOVE WS-REMOVED-RC00 TO WS-CL-COUNT.
075800     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
075900     MOVE "  RC 01 DIVIDE BY ZERO" TO WS-CL-LABEL.
076000     MOVE WS-REMOVED-RC01 TO WS-CL-COUNT.
076100     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
076200     MOVE "  RC 02 DOMAIN ERROR" TO WS-CL-LABEL.
076300     MOVE WS-REMOVED-RC02 TO WS-CL-COUNT.
076400     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
076500     MOVE "  RC 03 CHAIN BROKEN" TO WS-CL-LABEL.
076600     MOVE WS-REMOVED-RC03 TO WS-CL-COUNT.
076700     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
076800     MOVE "  RC 04 CONSTANT ERROR" TO WS-CL-LABEL.
076900     MOVE WS-REMOVED-RC04 TO WS-CL-COUNT.
077000     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
077100     MOVE "  RC 05 GROUP ERROR" TO WS-CL-LABEL.
077200     MOVE WS-REMOVED-RC05 TO WS-CL-COUNT.
077300     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
077325     MOVE "  RC 06 FORMULA ERROR" TO WS-CL-LABEL.
077350     MOVE WS-REMOVED-RC06 TO WS-CL-COUNT.
077375     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
077400     IF WS-REMOVED-RC-OTHER > 0
077500         MOVE "  OTHER RETURN CODE" TO WS-CL-LABEL
077600         MOVE WS-REMOVED-RC-OTHER TO WS-CL-COUNT
077700         PERFORM 9910-WRITE-COUNT THRU 9910-EXIT
077800     END-IF.
077900     MOVE "TOTAL RESULTS REMOVED" TO WS-CL-LABEL.
078000     MOVE WS-REMOVED-TOTAL TO WS-CL-COUNT.
078100     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
078200     MOVE SPACES TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     MOVE "CALC LOG:" TO REPORT-LINE.
078500     WRITE REPORT-LINE.
078600     MOVE "  LOG RECORDS SCANNED" TO WS-CL-LABEL.
078700     MOVE WS-LOG-SCANNED-COUNT TO WS-CL-COUNT.
078800     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
078900     MOVE "  CALC RECORDS REVERSED" TO WS-CL-LABEL.
079000     MOVE WS-REVERSED-CALC-COUNT TO WS-CL-COUNT.
079100     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
079200     MOVE "  RJCT RECORDS REVERSED" TO WS-CL-LABEL.
079300     MOVE WS-REVERSED-RJCT-COUNT TO WS-CL-COUNT.
079400     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
079500     MOVE "TOTAL REVERSALS WRITTEN" TO WS-CL-LABEL.
079600     MOVE WS-REVERSED-TOTAL TO WS-CL-COUNT.
079700     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
079800     MOVE "REGISTRY RECORDS MARKED" TO WS-CL-LABEL.
079900     MOVE WS-REG-SAVED-COUNT TO WS-CL-COUNT.
080000     PERFORM 9910-WRITE-COUNT THRU 9910-EXIT.
080100     MOVE SPACES TO REPORT-LINE.
080200     WRITE REPORT-LINE.
080300     IF WS-REMOVED-TOTAL = WS-RUN-RESULT-COUNT
080400         MOVE "RESULTS REMOVED AGREE WITH THE RUN'S TOTAL"
080500             TO REPORT-LINE
080600     ELSE
080700         MOVE "*** RESULTS REMOVED DISAGREE WITH THE RUN TOTAL"
080800             TO REPORT-LINE
080900     END-IF.
081000     WRITE REPORT-LINE.
081100     MOVE "DESK DELIVERIES (ELMODST) FOR THE RUN MUST BE RERUN"
081200         TO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400 5000-EXIT.
081500     EXIT.
081600
081700*-----------------------------------------------------------------
081800* 8800-LOG-SIGNON-FAIL - ONE SGNO RECORD PER FAILED BACKOUT
081900* SIGN-ON, WRITTEN STRAIGHT TO THE LIVE CALC LOG (OPENED I-O
082000* JUST FOR THE ONE WRITE).  A LOG THAT CANNOT BE OPENED LOSES
082100* THE AUDIT RECORD BUT STILL BLOCKS THE BACKOUT.
082200*-----------------------------------------------------------------
082300 8800-LOG-SIGNON-FAIL.
082400     OPEN I-O CALC-LOG-FILE.
082500     IF WS-LOG-FILE-STATUS NOT = "00"
082600         DISPLAY "UNABLE TO LOG SIGN-ON FAILURE, FILE STATUS = "
082700                 WS-LOG-FILE-STATUS
082800         GO TO 8800-EXIT
082900     END-IF.
083000     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
083100     SET LOG-TYPE-SIGNON   TO TRUE.
083200     MOVE ZERO             TO LOG-OPTION.
083300     MOVE "DENIED"         TO LOG-EXIT-REASON.
083400     MOVE ZERO             TO LOG-OPERAND-A.
083500     MOVE ZERO             TO LOG-OPERAND-B.
083600     MOVE ZERO             TO LOG-RESULT.
083700     MOVE WS-SIGNON-INPUT  TO LOG-REFERENCE.
083800     MOVE SPACE            TO LOG-ANGLE-MODE.
083900     MOVE ZERO             TO LOG-RUN-NUMBER.
083910     MOVE SPACES           TO LOG-FORMULA-NAME.
083920     MOVE ZERO             TO LOG-FORMULA-VERSION.
084000     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
084100     CLOSE CALC-LOG-FILE.
084200 8800-EXIT.
084300     EXIT.
084400
084500*-----------------------------------------------------------------
084600* 8940-WRITE-LOG-RECORD - WRITE LOG-RECORD, BUMPING THE KEY
084700* SEQUENCE ON A DUPLICATE KEY AS THE CALCULATOR'S LOG WRITER
084800* DOES.  ANY OTHER FAILURE IS REPORTED AND THE RECORD GIVEN UP.
084900*-----------------------------------------------------------------
085000 8940-WRITE-LOG-RECORD.
085100     MOVE "N" TO WS-LOG-WRITE-SW.
085200     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
085300         UNTIL WS-LOG-WRITE-DONE.
085400 8940-EXIT.
085500     EXIT.
085600
085700 8941-TRY-LOG-WRITE.
085800     ADD 1 TO WS-LOG-SEQUENCE.
085900     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
086000     WRITE LOG-RECORD
086100         INVALID KEY
086200             CONTINUE
086300         NOT INVALID KEY
086400             MOVE "Y" TO WS-LOG-WRITE-SW
086500     END-WRITE.
086600     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
086700         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
086800                 WS-LOG-FILE-STATUS
086900         MOVE "A" TO WS-LOG-WRITE-SW
087000     END-IF.
087100 8941-EXIT.
087200     EXIT.
087300
087400*-----------------------------------------------------------------
087500* 8960-LOG-BACKOUT - ONE BKOT RECORD FOR THE BACKOUT ITSELF:
087600* THE SUPERVISOR IN LOG-REFERENCE, THE RUN IN LOG-RUN-NUMBER,
087700* RESULTS REMOVED IN OPERAND A AND REVERSALS IN OPERAND B.
087800*-----------------------------------------------------------------
087900 8960-LOG-BACKOUT.
088000     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
088100     SET LOG-TYPE-BACKOUT  TO TRUE.
088200     MOVE ZERO             TO LOG-OPTION.
088300     MOVE "BACKOUT"        TO LOG-EXIT-REASON.
088400     MOVE WS-REMOVED-TOTAL TO LOG-OPERAND-A.
088500     MOVE WS-REVERSED-TOTAL TO LOG-OPERAND-B.
088600     MOVE ZERO             TO LOG-RESULT.
088700     MOVE WS-OPERATOR-ID   TO LOG-REFERENCE.
088800     MOVE SPACE            TO LOG-ANGLE-MODE.
088900     MOVE WS-BACKOUT-RUN   TO LOG-RUN-NUMBER.
088910     MOVE SPACES           TO LOG-FORMULA-NAME.
088920     MOVE ZERO             TO LOG-FORMULA-VERSION.
089000     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
089100 8960-EXIT.
089200     EXIT.
089300
089400*-----------------------------------------------------------------
089500 9910-WRITE-COUNT.
089600     MOVE WS-COUNT-LINE TO REPORT-LINE.
089700     WRITE REPORT-LINE.
089800 9910-EXIT.
089900     EXIT.
090000
090100 9920-WRITE-TEXT.
090200     MOVE WS-TEXT-LINE TO REPORT-LINE.
090300     WRITE REPORT-LINE.
090400 9920-EXIT.
090500     EXIT.
