      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Inquiry and maintenance of the pending-
      *                transaction warehouse (PENDFIL, see ELMOPND), so
      *                a desk can hand in its month-end or quarter-end
      *                work as soon as it is ready and have it run on
      *                the night it is due.  Operator sign-on against
      *                OPERFIL, as for the supervisor review, but any
      *                active operator may use it.  Menu-driven in the
      *                style of the other maintenance programs: submit
      *                a batch - an ordinary ELMOTRN file with its
      *                trailer, proved in balance before anything is
      *                stored - with the date it is to be processed
      *                on; list the batches still waiting; show one
      *                batch line by line; change a waiting batch's
      *                process-on date; or withdraw a waiting batch.
      *                Only the operator who submitted a batch, or a
      *                supervisor, may change or withdraw it, and no
      *                date before today is taken.  The night-run
      *                release step (ELMOPRL) puts each batch on the
      *                night's TRANSFIL on its date.  Every submission,
      *                change and withdrawal is audit-logged to the
      *                calculation log as a PEND record carrying the
      *                operator's ID, and nothing can be done without
      *                the log.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOPMT.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PENDING-FILE ASSIGN TO "PENDFIL"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS PND-KEY
001100         FILE STATUS IS WS-PND-FILE-STATUS.
001200
001300     SELECT SUBMIT-FILE ASSIGN USING WS-SUBMIT-FILE-NAME
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-SUBMIT-FILE-STATUS.
001600
001700     SELECT OPERATOR-FILE ASSIGN TO "OPERFIL"
001800         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-OPER-FILE-STATUS.
002000
002100     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS LOG-KEY
002500         FILE STATUS IS WS-LOG-FILE-STATUS.
002600*-----------------------------------------------------------------
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  PENDING-FILE
003000     RECORDING MODE IS F.
003100     COPY ELMOPND.
003200
003300 FD  SUBMIT-FILE
003400     RECORDING MODE IS F.
003500     COPY ELMOTRN.
003600
003700 FD  OPERATOR-FILE
003800     RECORDING MODE IS F.
003900     COPY ELMOOPR.
004000
004100 FD  CALC-LOG-FILE
004200     RECORDING MODE IS F.
004300     COPY ELMOLOG.
004400*-----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-PND-FILE-STATUS          PIC X(02) VALUE SPACES.
004700 01  WS-SUBMIT-FILE-STATUS       PIC X(02) VALUE SPACES.
004800 01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
004900 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
005000
005100 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
005200     88  WS-DONE                         VALUE "Y".
005300
005400 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005500     88  WS-EOF                          VALUE "Y".
005600
005700 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
005800     88  WS-ABORT                        VALUE "Y".
005900
006000 01  WS-MENU-CHOICE              PIC 9(02) VALUE 0.
006100
006200 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
006300     88  WS-FOUND                        VALUE "Y".
006400
006500 01  WS-ALLOWED-SWITCH           PIC X(01) VALUE "N".
006600     88  WS-ALLOWED                      VALUE "Y".
006700
006800 01  WS-TODAY                    PIC X(08) VALUE SPACES.
006900 01  WS-ACTION                   PIC X(08) VALUE SPACES.
007000
007100* OPERATOR SIGN-ON, THE SAME RULE AS THE SUPERVISOR REVIEW BUT
007200* OPEN TO ANY ACTIVE OPERATOR: UP TO THREE TRIES, EACH FAILURE
007300* LOGGED TO THE CALC LOG AS AN SGNO RECORD.  A SUPERVISOR MAY
007400* CHANGE OR WITHDRAW ANYONE'S BATCH.
007500 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
007600 01  WS-OPERATOR-SUPER-SW        PIC X(01) VALUE "N".
007700     88  WS-OPERATOR-SUPERVISOR          VALUE "Y".
007800 01  WS-SIGNON-INPUT             PIC X(08) VALUE SPACES.
007900 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
008000     88  WS-SIGNON-OK                    VALUE "Y".
008100 01  WS-OPER-EOF-SW              PIC X(01) VALUE "N".
008200     88  WS-OPER-EOF                     VALUE "Y".
008300 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
008400     88  WS-OPER-FOUND                   VALUE "Y".
008500 01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE 0.
008600
008700* LOG-KEY SEQUENCE AND WRITE-RETRY STATE, THE SAME RULE AS THE
008800* CALCULATOR'S 8940-WRITE-LOG-RECORD.
008900 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
009000 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
009100     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
009200     88  WS-LOG-WRITE-GOOD               VALUE "Y".
009300 01  WS-LOG-OLD-DATE             PIC 9(08) VALUE 0.
009400 01  WS-LOG-NEW-DATE             PIC 9(08) VALUE 0.
009500
009600* A KEYED PROCESS-ON DATE: EIGHT DIGITS, A REAL CALENDAR DATE,
009700* AND NOT BEFORE TODAY (TODAY ITSELF GOES OUT TONIGHT).
009800 01  WS-DATE-INPUT               PIC X(08) VALUE SPACES.
009900 01  WS-DATE-NUMERIC REDEFINES WS-DATE-INPUT
010000                                 PIC 9(08).
010100 01  WS-DATE-OK-SW               PIC X(01) VALUE "N".
010200     88  WS-DATE-OK                      VALUE "Y".
010300
010400 01  WS-ENTRY-BATCH              PIC 9(07) VALUE 0.
010500 01  WS-LAST-BATCH               PIC 9(07) VALUE 0.
010600 01  WS-BATCH-NUMBER             PIC 9(07) VALUE 0.
010700 01  WS-LINE-NUMBER              PIC 9(07) VALUE 0.
010800 01  WS-BATCH-LINES              PIC 9(07) VALUE 0.
010900 01  WS-LISTED-COUNT             PIC 9(07) VALUE 0.
011000 01  WS-CONFIRM                  PIC X(01) VALUE SPACE.
011100
011200* A SUBMISSION IS PROVED BEFORE ANYTHING IS STORED: ONE
011300* DEPARTMENT BATCH, ITS TRAILER LAST, AND THE RECORD COUNT AND
011400* OPERAND HASH SUMMED THE SAME WAY THE EDIT SUMS THEM.
011500 01  WS-SUBMIT-FILE-NAME         PIC X(44) VALUE SPACES.
011600 01  WS-SUB-COUNT                PIC 9(09) VALUE 0.
011700 01  WS-SUB-HASH                 PIC S9(15)V9(7) VALUE 0.
011800 01  WS-SUB-TRL-COUNT            PIC 9(09) VALUE 0.
011900 01  WS-SUB-TRL-HASH             PIC S9(15)V9(7) VALUE 0.
012000 01  WS-SUB-TRAILERS             PIC 9(05) VALUE 0.
012100 01  WS-SUB-AFTER-TRAILER        PIC 9(09) VALUE 0.
012200 01  WS-SUB-REFERENCE            PIC X(08) VALUE SPACES.
012300 01  WS-SUB-BAD-SW               PIC X(01) VALUE "N".
012400     88  WS-SUB-BAD                      VALUE "Y".
012500
012600* SCREEN LINES FOR ONE BATCH HEADER AND ONE OF ITS LINES.
012700 01  WS-SHOW-HEADER-LINE.
012800     05  FILLER                  PIC X(06) VALUE "BATCH ".
012900     05  WS-SH-BATCH             PIC 9(07).
013000     05  FILLER                  PIC X(07) VALUE "  DESK ".
013100     05  WS-SH-REFERENCE         PIC X(08).
013200     05  FILLER                  PIC X(06) VALUE "  DUE ".
013300     05  WS-SH-DUE               PIC X(08).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  WS-SH-LINES             PIC ZZZ,ZZ9.
013600     05  FILLER                  PIC X(06) VALUE " LINES".
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  WS-SH-STATUS            PIC X(09).
013900 01  WS-SHOW-WHO-LINE.
014000     05  FILLER                  PIC X(16) VALUE
014100         "  SUBMITTED BY ".
014200     05  WS-SW-SUBMITTED-BY      PIC X(08).
014300     05  FILLER                  PIC X(04) VALUE " ON ".
014400     05  WS-SW-SUBMITTED-DATE    PIC X(08).
014500     05  FILLER                  PIC X(12) VALUE
014600         "  LAST BY ".
014700     05  WS-SW-STATUS-BY         PIC X(08).
014800     05  FILLER                  PIC X(04) VALUE " ON ".
014900     05  WS-SW-STATUS-DATE       PIC X(08).
015000 01  WS-SHOW-TRANS-LINE.
015100     05  WS-ST-LINE              PIC ZZZZZZ9.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  WS-ST-TYPE              PIC X(01).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  WS-ST-REFERENCE         PIC X(08).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  WS-ST-OPERATION         PIC X(14).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-ST-OPERAND-A         PIC X(16).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WS-ST-OPERAND-B         PIC X(16).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-ST-ANGLE             PIC X(01).
016400 01  WS-EDIT-OPCODE              PIC Z(13)9.
016500 01  WS-EDIT-OPERAND             PIC -(6)9.9(7).
016600*-----------------------------------------------------------------
016700 PROCEDURE DIVISION.
016800*-----------------------------------------------------------------
016900 0000-MAINLINE.
017000     DISPLAY "ELMO PENDING-TRANSACTION WAREHOUSE".
017100     PERFORM 1500-WAREHOUSE-SIGNON THRU 1500-EXIT.
017200     IF NOT WS-SIGNON-OK
017300         DISPLAY "OPERATOR SIGN-ON FAILED - WAREHOUSE NOT OPENED"
017400         STOP RUN
017500     END-IF.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF WS-ABORT
017800         STOP RUN
017900     END-IF.
018000     MOVE "N" TO WS-DONE-SWITCH.
018100     PERFORM 2100-MENU-CYCLE THRU 2100-EXIT
018200         UNTIL WS-DONE.
018300     CLOSE PENDING-FILE.
018400     CLOSE CALC-LOG-FILE.
018500     DISPLAY "END OF PENDING-TRANSACTION WAREHOUSE".
018600     STOP RUN.
018700*-----------------------------------------------------------------
018800* 1000-INITIALIZE - OPEN THE WAREHOUSE I-O (NO FILE YET MEANS
018900* NOTHING HAS EVER BEEN SUBMITTED, BUILT EMPTY ON STATUS 35) AND
019000* THE AUDIT LOG THE SAME WAY THE CALCULATOR DOES.  ANY OTHER
019100* OPEN FAILURE ON EITHER FILE ABANDONS THE SESSION BEFORE A
019200* CHANGE CAN BE MADE.
019300*-----------------------------------------------------------------
019400 1000-INITIALIZE.
019500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
019600     OPEN I-O PENDING-FILE.
019700     IF WS-PND-FILE-STATUS = "35"
019800         DISPLAY "NO PENDING FILE YET - STARTING EMPTY"
019900         OPEN OUTPUT PENDING-FILE
020000         IF WS-PND-FILE-STATUS = "00"
020100             CLOSE PENDING-FILE
020200             OPEN I-O PENDING-FILE
020300         END-IF
020400     END-IF.
020500     IF WS-PND-FILE-STATUS NOT = "00"
020600         DISPLAY "UNABLE TO OPEN PENDFIL, FILE STATUS = "
020700                 WS-PND-FILE-STATUS
020800         SET WS-ABORT TO TRUE
020900         GO TO 1000-EXIT
021000     END-IF.
021100     OPEN I-O CALC-LOG-FILE.
021200     IF WS-LOG-FILE-STATUS = "35"
021300         OPEN OUTPUT CALC-LOG-FILE
021400     END-IF.
021500     IF WS-LOG-FILE-STATUS NOT = "00"
021600         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
021700                 WS-LOG-FILE-STATUS
021800         DISPLAY "CHANGES COULD NOT BE AUDIT-LOGGED - RUN "
021900                 "ABANDONED"
022000         CLOSE PENDING-FILE
022100         SET WS-ABORT TO TRUE
022200     END-IF.
022300 1000-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 1500-WAREHOUSE-SIGNON - ANY ACTIVE OPERATOR.  THE TERMINAL
022700* GETS UP TO THREE TRIES; EVERY FAILED ATTEMPT IS LOGGED AS AN
022800* SGNO RECORD.
022900*-----------------------------------------------------------------
023000 1500-WAREHOUSE-SIGNON.
023100     MOVE "N" TO WS-SIGNON-OK-SW.
023200     MOVE 0 TO WS-SIGNON-ATTEMPTS.
023300     PERFORM 1510-PROMPT-AND-CHECK THRU 1510-EXIT
023400         UNTIL WS-SIGNON-ATTEMPTS >= 3 OR WS-SIGNON-OK.
023500 1500-EXIT.
023600     EXIT.
023700
023800 1510-PROMPT-AND-CHECK.
023900     ADD 1 TO WS-SIGNON-ATTEMPTS.
024000     DISPLAY "OPERATOR ID".
024100     MOVE SPACES TO WS-SIGNON-INPUT.
024200     ACCEPT WS-SIGNON-INPUT.
024300     PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT.
024400     IF NOT WS-SIGNON-OK
024500         DISPLAY "OPERATOR NOT RECOGNIZED OR NOT ACTIVE"
024600     END-IF.
024700 1510-EXIT.
024800     EXIT.
024900
025000 1520-CHECK-OPERATOR.
025100     MOVE "N" TO WS-OPER-FOUND-SW.
025200     OPEN INPUT OPERATOR-FILE.
025300     IF WS-OPER-FILE-STATUS NOT = "00"
025400         DISPLAY "UNABLE TO OPEN OPERATOR-FILE, FILE STATUS = "
025500                 WS-OPER-FILE-STATUS
025600         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-LOG-EXIT
025700         GO TO 1520-EXIT
025800     END-IF.
025900     MOVE "N" TO WS-OPER-EOF-SW.
026000     PERFORM 1530-READ-OPERATOR THRU 1530-EXIT
026100         UNTIL WS-OPER-EOF OR WS-OPER-FOUND.
026200     CLOSE OPERATOR-FILE.
026300     IF WS-OPER-FOUND AND OPR-ACTIVE
026400         SET WS-SIGNON-OK TO TRUE
026500         MOVE OPR-ID TO WS-OPERATOR-ID
026600         IF OPR-AUTH-SUPERVISOR
026700             SET WS-OPERATOR-SUPERVISOR TO TRUE
026800         END-IF
026900     ELSE
027000         PERFORM 8800-LOG-SIGNON-FAIL THRU 8800-LOG-EXIT
027100     END-IF.
027200 1520-EXIT.
027300     EXIT.
027400
027500 1530-READ-OPERATOR.
027600     READ OPERATOR-FILE
027700         AT END
027800             MOVE "Y" TO WS-OPER-EOF-SW
027900         NOT AT END
028000             IF OPR-ID = WS-SIGNON-INPUT
028100                 SET WS-OPER-FOUND TO TRUE
028200             END-IF
028300     END-READ.
028400 1530-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------------
028700 2100-MENU-CYCLE.
028800     PERFORM 2110-SHOW-MENU THRU 2110-EXIT.
028900     ACCEPT WS-MENU-CHOICE.
029000     EVALUATE WS-MENU-CHOICE
029100         WHEN 99
029200             MOVE "Y" TO WS-DONE-SWITCH
029300         WHEN 1
029400             PERFORM 3010-SUBMIT-BATCH THRU 3010-EXIT
029500         WHEN 2
029600             PERFORM 3020-LIST-WAITING THRU 3020-EXIT
029700         WHEN 3
029800             PERFORM 3030-SHOW-BATCH THRU 3030-EXIT
029900         WHEN 4
030000             PERFORM 3040-CHANGE-DATE THRU 3040-EXIT
030100         WHEN 5
030200             PERFORM 3050-WITHDRAW-BATCH THRU 3050-EXIT
030300         WHEN OTHER
030400             DISPLAY "PLEASE CHOOSE A VALID OPTION"
030500     END-EVALUATE.
030600 2100-EXIT.
030700     EXIT.
030800
030900 2110-SHOW-MENU.
031000     DISPLAY "WHAT DO YOU WANT TO DO?".
031100     DISPLAY "1 SUBMIT A BATCH FOR A LATER DATE".
031200     DISPLAY "2 LIST THE BATCHES WAITING".
031300     DISPLAY "3 SHOW ONE BATCH".
031400     DISPLAY "4 CHANGE A BATCH'S PROCESS-ON DATE".
031500     DISPLAY "5 WITHDRAW A BATCH".
031600     DISPLAY "99 EXIT".
031700     DISPLAY "CHOOSE AN OPTION".
031800 2110-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
032100* 3010-SUBMIT-BATCH - THE FILE IS READ ONCE TO PROVE IT AND ONCE
032200* TO STORE IT.  THE BATCH NUMBER IS TAKEN BEFORE THE LINES ARE
032300* STORED AND THE HEADER IS WRITTEN LAST, SO A SUBMISSION THAT
032400* FAILS PART WAY LEAVES ONLY LINES WITH NO HEADER, WHICH THE
032500* RELEASE NEVER SEES.
032600*-----------------------------------------------------------------
032700 3010-SUBMIT-BATCH.
032800     DISPLAY "NAME OF THE BATCH FILE (ELMOTRN FORMAT, TRAILER "
032900             "LAST)".
033000     MOVE SPACES TO WS-SUBMIT-FILE-NAME.
033100     ACCEPT WS-SUBMIT-FILE-NAME.
033200     IF WS-SUBMIT-FILE-NAME = SPACES
033300         DISPLAY "NOTHING SUBMITTED"
033400         GO TO 3010-EXIT
033500     END-IF.
033600     PERFORM 8700-ASK-DATE THRU 8700-EXIT.
033700     IF NOT WS-DATE-OK
033800         DISPLAY "NOTHING SUBMITTED"
033900         GO TO 3010-EXIT
034000     END-IF.
034100     PERFORM 3100-PROVE-BATCH THRU 3100-EXIT.
034200     IF WS-SUB-BAD
034300         DISPLAY "NOTHING SUBMITTED"
034400         GO TO 3010-EXIT
034500     END-IF.
034600     PERFORM 3200-NEXT-BATCH-NUMBER THRU 3200-EXIT.
034700     IF WS-SUB-BAD
034800         DISPLAY "NOTHING SUBMITTED"
034900         GO TO 3010-EXIT
035000     END-IF.
035100     PERFORM 3300-STORE-LINES THRU 3300-EXIT.
035200     IF WS-SUB-BAD
035300         DISPLAY "BATCH NOT STORED - NOTHING SUBMITTED"
035400         GO TO 3010-EXIT
035500     END-IF.
035600     MOVE SPACES              TO PENDING-RECORD.
035700     MOVE WS-BATCH-NUMBER     TO PND-BATCH-NUMBER.
035800     MOVE ZERO                TO PND-LINE-NUMBER.
035900     MOVE WS-DATE-INPUT       TO PND-PROCESS-ON-DATE.
036000     MOVE WS-OPERATOR-ID      TO PND-SUBMITTED-BY.
036100     MOVE WS-TODAY            TO PND-SUBMITTED-DATE.
036200     SET PND-WAITING          TO TRUE.
036300     MOVE WS-OPERATOR-ID      TO PND-STATUS-BY.
036400     MOVE WS-TODAY            TO PND-STATUS-DATE.
036500     MOVE WS-SUB-REFERENCE    TO PND-REFERENCE.
036600     MOVE WS-BATCH-LINES      TO PND-LINE-COUNT.
036700     WRITE PENDING-RECORD
036800         INVALID KEY
036900             DISPLAY "UNABLE TO STORE HEADER, FILE STATUS = "
037000                     WS-PND-FILE-STATUS
037100             DISPLAY "NOTHING SUBMITTED"
037200             GO TO 3010-EXIT
037300     END-WRITE.
037400     MOVE "SUBMIT" TO WS-ACTION.
037500     MOVE PND-PROCESS-ON-DATE TO WS-LOG-OLD-DATE.
037600     MOVE ZERO TO WS-LOG-NEW-DATE.
037700     PERFORM 8950-LOG-ACTION THRU 8950-EXIT.
037800     DISPLAY "SUBMITTED AS BATCH " WS-BATCH-NUMBER.
037900     PERFORM 8850-SHOW-HEADER THRU 8850-EXIT.
038000 3010-EXIT.
038100     EXIT.
038200
038300* ONE PASS OVER THE FILE: EVERY RECORD BEFORE THE TRAILER IS
038400* COUNTED AND HASHED; THE TRAILER MUST BE THE LAST RECORD AND
038500* THE ONLY ONE, AND MUST AGREE.  WHETHER THE TRANSACTIONS MAKE
038600* SENSE IS LEFT TO THE EDIT ON THE NIGHT, AS FOR ANY DESK FILE,
038633* EXCEPT THAT THE FIRST RECORD MAY NOT BE A "C" OR A "P": THE
038666* BATCH MUST STAND ALONE WHEN IT IS RELEASED ON ITS DATE.
038700 3100-PROVE-BATCH.
038800     MOVE "N" TO WS-SUB-BAD-SW.
038900     MOVE ZERO TO WS-SUB-COUNT WS-SUB-HASH WS-SUB-TRL-COUNT
039000                  WS-SUB-TRL-HASH WS-SUB-TRAILERS
039100                  WS-SUB-AFTER-TRAILER.
039200     MOVE SPACES TO WS-SUB-REFERENCE.
039300     OPEN INPUT SUBMIT-FILE.
039400     IF WS-SUBMIT-FILE-STATUS NOT = "00"
039500         DISPLAY "UNABLE TO OPEN " WS-SUBMIT-FILE-NAME
039600         DISPLAY "FILE STATUS = " WS-SUBMIT-FILE-STATUS
039700         SET WS-SUB-BAD TO TRUE
039800         GO TO 3100-EXIT
039900     END-IF.
040000     MOVE "N" TO WS-EOF-SWITCH.
040100     PERFORM 3110-PROVE-RECORD THRU 3110-EXIT
040200         UNTIL WS-EOF.
040300     CLOSE SUBMIT-FILE.
040400     EVALUATE TRUE
040500         WHEN WS-SUB-COUNT = ZERO
040600             DISPLAY "THE FILE HOLDS NO TRANSACTIONS"
040700             SET WS-SUB-BAD TO TRUE
040800         WHEN WS-SUB-TRAILERS = ZERO
040900             DISPLAY "THE FILE HAS NO TRAILER RECORD"
041000             SET WS-SUB-BAD TO TRUE
041100         WHEN WS-SUB-TRAILERS > 1 OR WS-SUB-AFTER-TRAILER > 0
041200             DISPLAY "ONE BATCH PER FILE - RECORDS FOUND AFTER "
041300                     "THE TRAILER"
041400             SET WS-SUB-BAD TO TRUE
041500         WHEN WS-SUB-COUNT NOT = WS-SUB-TRL-COUNT
041600                 OR WS-SUB-HASH NOT = WS-SUB-TRL-HASH
041700             DISPLAY "THE FILE IS OUT OF BALANCE WITH ITS TRAILER"
041800             SET WS-SUB-BAD TO TRUE
041900     END-EVALUATE.
042000 3100-EXIT.
042100     EXIT.
042200
042300 3110-PROVE-RECORD.
042400     READ SUBMIT-FILE
042500         AT END
042600             MOVE "Y" TO WS-EOF-SWITCH
042700             GO TO 3110-EXIT
042800     END-READ.
042900     IF TRANS-TYPE-TRAILER
043000         ADD 1 TO WS-SUB-TRAILERS
043100         MOVE TRANS-TRAILER-COUNT TO WS-SUB-TRL-COUNT
043200         MOVE TRANS-TRAILER-HASH  TO WS-SUB-TRL-HASH
043300         GO TO 3110-EXIT
043400     END-IF.
043500     IF WS-SUB-TRAILERS > 0
043600         ADD 1 TO WS-SUB-AFTER-TRAILER
043700         GO TO 3110-EXIT
043800     END-IF.
043816     IF WS-SUB-COUNT = ZERO
043832             AND (TRANS-TYPE-CONTINUE OR TRANS-TYPE-FORMULA-PARM)
043848         DISPLAY "FIRST RECORD CANNOT BE A CONTINUATION"
043864         SET WS-SUB-BAD TO TRUE
043880     END-IF.
043900     ADD 1 TO WS-SUB-COUNT.
044000     IF WS-SUB-REFERENCE = SPACES
044100         MOVE TRANS-REFERENCE TO WS-SUB-REFERENCE
044200     END-IF.
044300     IF TRANS-OPERAND-A NUMERIC
044400         ADD TRANS-OPERAND-A TO WS-SUB-HASH
044500     END-IF.
044600     IF TRANS-OPERAND-B NUMERIC
044700         ADD TRANS-OPERAND-B TO WS-SUB-HASH
044800     END-IF.
044900 3110-EXIT.
045000     EXIT.
045100
045200* THE CONTROL RECORD (BATCH ZERO, LINE ZERO) HOLDS THE LAST
045300* NUMBER GIVEN OUT; THE FIRST SUBMISSION EVER WRITES IT.
045400 3200-NEXT-BATCH-NUMBER.
045500     MOVE ZERO TO PND-BATCH-NUMBER.
045600     MOVE ZERO TO PND-LINE-NUMBER.
045700     READ PENDING-FILE
045800         KEY IS PND-KEY
045900         INVALID KEY
046000             MOVE ZERO TO PND-KEY
046100             MOVE SPACES TO PND-BODY
046200             MOVE 1 TO PND-LAST-BATCH
046300             MOVE 1 TO WS-BATCH-NUMBER
046400             WRITE PENDING-RECORD
046500                 INVALID KEY
046600                     SET WS-SUB-BAD TO TRUE
046700             END-WRITE
046800         NOT INVALID KEY
046900             ADD 1 TO PND-LAST-BATCH
047000             MOVE PND-LAST-BATCH TO WS-BATCH-NUMBER
047100             REWRITE PENDING-RECORD
047200                 INVALID KEY
047300                     SET WS-SUB-BAD TO TRUE
047400             END-REWRITE
047500     END-READ.
047600     IF WS-SUB-BAD
047700         DISPLAY "UNABLE TO NUMBER THE BATCH, FILE STATUS = "
047800                 WS-PND-FILE-STATUS
047900     END-IF.
048000 3200-EXIT.
048100     EXIT.
048200
048300 3300-STORE-LINES.
048400     MOVE ZERO TO WS-BATCH-LINES.
048500     OPEN INPUT SUBMIT-FILE.
048600     IF WS-SUBMIT-FILE-STATUS NOT = "00"
048700         DISPLAY "UNABLE TO OPEN " WS-SUBMIT-FILE-NAME
048800         DISPLAY "FILE STATUS = " WS-SUBMIT-FILE-STATUS
048900         SET WS-SUB-BAD TO TRUE
049000         GO TO 3300-EXIT
049100     END-IF.
049200     MOVE "N" TO WS-EOF-SWITCH.
049300     PERFORM 3310-STORE-ONE THRU 3310-EXIT
049400         UNTIL WS-EOF OR WS-SUB-BAD.
049500     CLOSE SUBMIT-FILE.
049600     IF NOT WS-SUB-BAD AND WS-BATCH-LINES NOT = WS-SUB-COUNT
049700         DISPLAY "THE FILE CHANGED WHILE IT WAS BEING STORED"
049800         SET WS-SUB-BAD TO TRUE
049900     END-IF.
050000 3300-EXIT.
050100     EXIT.
050200
050300 3310-STORE-ONE.
050400     READ SUBMIT-FILE
050500         AT END
050600             MOVE "Y" TO WS-EOF-SWITCH
050700             GO TO 3310-EXIT
050800     END-READ.
050900     IF TRANS-TYPE-TRAILER
051000         GO TO 3310-EXIT
051100     END-IF.
051200     ADD 1 TO WS-BATCH-LINES.
051300     MOVE SPACES          TO PENDING-RECORD.
051400     MOVE WS-BATCH-NUMBER TO PND-BATCH-NUMBER.
051500     MOVE WS-BATCH-LINES  TO PND-LINE-NUMBER.
051600     MOVE TRANS-RECORD    TO PND-TRANS-IMAGE.
051700     WRITE PENDING-RECORD
051800         INVALID KEY
051900             DISPLAY "UNABLE TO STORE LINE " WS-BATCH-LINES
052000                     ", FILE STATUS = " WS-PND-FILE-STATUS
052100             SET WS-SUB-BAD TO TRUE
052200     END-WRITE.
052300 3310-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------------
052600* 3020-LIST-WAITING - EVERY BATCH NOT YET RELEASED OR WITHDRAWN,
052700* IN BATCH-NUMBER ORDER.  ONE WHOSE DATE HAS ALREADY GONE BY
052800* SHOWS AS PAST DUE: THE RELEASE DID NOT RUN THAT NIGHT, AND
052900* THE DESK SHOULD RE-DATE OR WITHDRAW IT.
053000*-----------------------------------------------------------------
053100 3020-LIST-WAITING.
053200     PERFORM 8780-READ-CONTROL THRU 8780-EXIT.
053300     MOVE ZERO TO WS-LISTED-COUNT.
053400     PERFORM 3025-LIST-ONE THRU 3025-EXIT
053500         VARYING WS-BATCH-NUMBER FROM 1 BY 1
053600         UNTIL WS-BATCH-NUMBER > WS-LAST-BATCH.
053700     IF WS-LISTED-COUNT = ZERO
053800         DISPLAY "NO BATCHES WAITING"
053900     END-IF.
054000 3020-EXIT.
054100     EXIT.
054200
054300 3025-LIST-ONE.
054400     MOVE WS-BATCH-NUMBER TO WS-ENTRY-BATCH.
054500     PERFORM 8760-FIND-BATCH THRU 8760-EXIT.
054600     IF WS-FOUND AND PND-WAITING
054700         ADD 1 TO WS-LISTED-COUNT
054800         PERFORM 8850-SHOW-HEADER THRU 8850-EXIT
054900     END-IF.
055000 3025-EXIT.
055100     EXIT.
055200
055300*-----------------------------------------------------------------
055400* 3030-SHOW-BATCH - ONE BATCH, WHATEVER BECAME OF IT, WITH EACH
055500* OF ITS TRANSACTIONS AS SUBMITTED.
055600*-----------------------------------------------------------------
055700 3030-SHOW-BATCH.
055800     PERFORM 8750-ASK-BATCH THRU 8750-EXIT.
055900     PERFORM 8760-FIND-BATCH THRU 8760-EXIT.
056000     IF NOT WS-FOUND
056100         DISPLAY "NO SUCH BATCH"
056200         GO TO 3030-EXIT
056300     END-IF.
056400     PERFORM 8850-SHOW-HEADER THRU 8850-EXIT.
056500     MOVE PND-LINE-COUNT TO WS-BATCH-LINES.
056600     PERFORM 3035-SHOW-LINE THRU 3035-EXIT
056700         VARYING WS-LINE-NUMBER FROM 1 BY 1
056800         UNTIL WS-LINE-NUMBER > WS-BATCH-LINES.
056900 3030-EXIT.
057000     EXIT.
057100
057200 3035-SHOW-LINE.
057300     MOVE WS-ENTRY-BATCH TO PND-BATCH-NUMBER.
057400     MOVE WS-LINE-NUMBER TO PND-LINE-NUMBER.
057500     READ PENDING-FILE
057600         KEY IS PND-KEY
057700         INVALID KEY
057800             DISPLAY "LINE " WS-LINE-NUMBER " MISSING"
057900         NOT INVALID KEY
058000             PERFORM 8860-SHOW-TRANS THRU 8860-EXIT
058100     END-READ.
058200 3035-EXIT.
058300     EXIT.
058400
058500*-----------------------------------------------------------------
058600* 3040-CHANGE-DATE - MOVE A WAITING BATCH TO ANOTHER NIGHT.
058700*-----------------------------------------------------------------
058800 3040-CHANGE-DATE.
058900     PERFORM 8750-ASK-BATCH THRU 8750-EXIT.
059000     PERFORM 8770-FIND-CHANGEABLE THRU 8770-EXIT.
059100     IF NOT WS-ALLOWED
059200         GO TO 3040-EXIT
059300     END-IF.
059400     PERFORM 8850-SHOW-HEADER THRU 8850-EXIT.
059500     PERFORM 8700-ASK-DATE THRU 8700-EXIT.
059600     IF NOT WS-DATE-OK
059700         DISPLAY "DATE NOT CHANGED"
059800         GO TO 3040-EXIT
059900     END-IF.
060000     IF WS-DATE-INPUT = PND-PROCESS-ON-DATE
060100         DISPLAY "SAME DATE - NOTHING CHANGED"
060200         GO TO 3040-EXIT
060300     END-IF.
060400     MOVE PND-PROCESS-ON-DATE TO WS-LOG-OLD-DATE.
060500     MOVE WS-DATE-INPUT       TO WS-LOG-NEW-DATE.
060600     MOVE WS-DATE-INPUT       TO PND-PROCESS-ON-DATE.
060700     MOVE WS-OPERATOR-ID      TO PND-STATUS-BY.
060800     MOVE WS-TODAY            TO PND-STATUS-DATE.
060900     REWRITE PENDING-RECORD
061000         INVALID KEY
061100             DISPLAY "UNABLE TO CHANGE BATCH, FILE STATUS = "
061200                     WS-PND-FILE-STATUS
061300             GO TO 3040-EXIT
061400     END-REWRITE.
061500     MOVE "CHANGE" TO WS-ACTION.
061600     PERFORM 8950-LOG-ACTION THRU 8950-EXIT.
061700     DISPLAY "PROCESS-ON DATE CHANGED".
061800 3040-EXIT.
061900     EXIT.
062000
062100*-----------------------------------------------------------------
062200* 3050-WITHDRAW-BATCH - A WITHDRAWN BATCH IS MARKED CANCELLED,
062300* NOT DELETED, SO THE DESK CAN STILL SEE WHAT IT HANDED IN AND
062400* WHO TOOK IT BACK.
062500*-----------------------------------------------------------------
062600 3050-WITHDRAW-BATCH.
062700     PERFORM 8750-ASK-BATCH THRU 8750-EXIT.
062800     PERFORM 8770-FIND-CHANGEABLE THRU 8770-EXIT.
062900     IF NOT WS-ALLOWED
063000         GO TO 3050-EXIT
063100     END-IF.
063200     PERFORM 8850-SHOW-HEADER THRU 8850-EXIT.
063300     DISPLAY "WITHDRAW THIS BATCH (Y/N)".
063400     MOVE SPACE TO WS-CONFIRM.
063500     ACCEPT WS-CONFIRM.
063600     IF WS-CONFIRM NOT = "Y"
063700         DISPLAY "BATCH NOT WITHDRAWN"
063800         GO TO 3050-EXIT
063900     END-IF.
064000     MOVE PND-PROCESS-ON-DATE TO WS-LOG-OLD-DATE.
064100     MOVE ZERO                TO WS-LOG-NEW-DATE.
064200     SET PND-CANCELLED        TO TRUE.
064300     MOVE WS-OPERATOR-ID      TO PND-STATUS-BY.
064400     MOVE WS-TODAY            TO PND-STATUS-DATE.
064500     REWRITE PENDING-RECORD
064600         INVALID KEY
064700             DISPLAY "UNABLE TO WITHDRAW BATCH, FILE STATUS = "
064800                     WS-PND-FILE-STATUS
064900             GO TO 3050-EXIT
065000     END-REWRITE.
065100     MOVE "CANCEL" TO WS-ACTION.
065200     PERFORM 8950-LOG-ACTION THRU 8950-EXIT.
065300     DISPLAY "BATCH WITHDRAWN".
065400 3050-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------------
065700* 8000 SERIES - SHARED HELPERS.
065800*-----------------------------------------------------------------
065900 8700-ASK-DATE.
066000     MOVE "N" TO WS-DATE-OK-SW.
066100     DISPLAY "PROCESS-ON DATE (YYYYMMDD)".
066200     MOVE SPACES TO WS-DATE-INPUT.
066300     ACCEPT WS-DATE-INPUT.
066400     IF WS-DATE-INPUT NOT NUMERIC
066500         DISPLAY "NOT A DATE - EIGHT DIGITS, YYYYMMDD"
066600         GO TO 8700-EXIT
066700     END-IF.
066800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) NOT = 0
066900         DISPLAY "NOT A REAL CALENDAR DATE"
067000         GO TO 8700-EXIT
067100     END-IF.
067200     IF WS-DATE-INPUT < WS-TODAY
067300         DISPLAY "THAT DATE HAS ALREADY GONE BY"
067400         GO TO 8700-EXIT
067500     END-IF.
067600     SET WS-DATE-OK TO TRUE.
067700 8700-EXIT.
067800     EXIT.
067900
068000 8750-ASK-BATCH.
068100     DISPLAY "BATCH NUMBER".
068200     MOVE ZERO TO WS-ENTRY-BATCH.
068300     ACCEPT WS-ENTRY-BATCH.
068400 8750-EXIT.
068500     EXIT.
068600
068700 8780-READ-CONTROL.
068800     MOVE ZERO TO WS-LAST-BATCH.
068900     MOVE ZERO TO PND-BATCH-NUMBER.
069000     MOVE ZERO TO PND-LINE-NUMBER.
069100     READ PENDING-FILE
069200         KEY IS PND-KEY
069300         INVALID KEY
069400             CONTINUE
069500         NOT INVALID KEY
069600             MOVE PND-LAST-BATCH TO WS-LAST-BATCH
069700     END-READ.
069800 8780-EXIT.
069900     EXIT.
070000
070100* A RANDOM READ OF THE BATCH HEADER; THE RECORD FOUND IS LEFT IN
070200* THE RECORD AREA FOR THE CALLER TO SHOW OR REWRITE.  BATCH ZERO
070300* IS THE CONTROL RECORD, NEVER A BATCH.
070400 8760-FIND-BATCH.
070500     MOVE "N" TO WS-FOUND-SWITCH.
070600     IF WS-ENTRY-BATCH = ZERO
070700         GO TO 8760-EXIT
070800     END-IF.
070900     MOVE WS-ENTRY-BATCH TO PND-BATCH-NUMBER.
071000     MOVE ZERO TO PND-LINE-NUMBER.
071100     READ PENDING-FILE
071200         KEY IS PND-KEY
071300         INVALID KEY
071400             CONTINUE
071500         NOT INVALID KEY
071600             SET WS-FOUND TO TRUE
071700     END-READ.
071800 8760-EXIT.
071900     EXIT.
072000
072100* ONLY A BATCH STILL WAITING CAN BE CHANGED OR WITHDRAWN, AND
072200* ONLY BY WHOEVER SUBMITTED IT OR A SUPERVISOR.
072300 8770-FIND-CHANGEABLE.
072400     MOVE "N" TO WS-ALLOWED-SWITCH.
072500     PERFORM 8760-FIND-BATCH THRU 8760-EXIT.
072600     IF NOT WS-FOUND
072700         DISPLAY "NO SUCH BATCH"
072800         GO TO 8770-EXIT
072900     END-IF.
073000     IF NOT PND-WAITING
073100         PERFORM 8850-SHOW-HEADER THRU 8850-EXIT
073200         DISPLAY "BATCH IS NO LONGER WAITING - NOTHING CHANGED"
073300         GO TO 8770-EXIT
073400     END-IF.
073500     IF PND-SUBMITTED-BY NOT = WS-OPERATOR-ID
073600             AND NOT WS-OPERATOR-SUPERVISOR
073700         DISPLAY "ONLY " PND-SUBMITTED-BY " OR A SUPERVISOR MAY "
073800                 "CHANGE THIS BATCH"
073900         GO TO 8770-EXIT
074000     END-IF.
074100     SET WS-ALLOWED TO TRUE.
074200 8770-EXIT.
074300     EXIT.
074400
074500 8800-LOG-SIGNON-FAIL.
074600     OPEN I-O CALC-LOG-FILE.
074700     IF WS-LOG-FILE-STATUS NOT = "00"
074800         DISPLAY "UNABLE TO LOG SIGN-ON FAILURE, FILE STATUS = "
074900                 WS-LOG-FILE-STATUS
075000         GO TO 8800-LOG-EXIT
075100     END-IF.
075200     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
075300     SET LOG-TYPE-SIGNON   TO TRUE.
075400     MOVE ZERO             TO LOG-OPTION.
075500     MOVE "DENIED"         TO LOG-EXIT-REASON.
075600     MOVE ZERO             TO LOG-OPERAND-A.
075700     MOVE ZERO             TO LOG-OPERAND-B.
075800     MOVE ZERO             TO LOG-RESULT.
075900     MOVE WS-SIGNON-INPUT  TO LOG-REFERENCE.
076000     MOVE SPACE            TO LOG-ANGLE-MODE.
076100     MOVE ZERO             TO LOG-RUN-NUMBER.
076200     MOVE SPACES           TO LOG-FORMULA-NAME.
076300     MOVE ZERO             TO LOG-FORMULA-VERSION.
076400     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
076500     CLOSE CALC-LOG-FILE.
076600 8800-LOG-EXIT.
076700     EXIT.
076800
076900 8850-SHOW-HEADER.
077000     MOVE PND-BATCH-NUMBER    TO WS-SH-BATCH.
077100     MOVE PND-REFERENCE       TO WS-SH-REFERENCE.
077200     MOVE PND-PROCESS-ON-DATE TO WS-SH-DUE.
077300     MOVE PND-LINE-COUNT      TO WS-SH-LINES.
077400     EVALUATE TRUE
077500         WHEN PND-RELEASED
077600             MOVE "RELEASED"  TO WS-SH-STATUS
077700         WHEN PND-CANCELLED
077800             MOVE "WITHDRAWN" TO WS-SH-STATUS
077900         WHEN PND-PROCESS-ON-DATE < WS-TODAY
078000             MOVE "PAST DUE"  TO WS-SH-STATUS
078100         WHEN OTHER
078200             MOVE "WAITING"   TO WS-SH-STATUS
078300     END-EVALUATE.
078400     DISPLAY WS-SHOW-HEADER-LINE.
078500     MOVE PND-SUBMITTED-BY    TO WS-SW-SUBMITTED-BY.
078600     MOVE PND-SUBMITTED-DATE  TO WS-SW-SUBMITTED-DATE.
078700     MOVE PND-STATUS-BY       TO WS-SW-STATUS-BY.
078800     MOVE PND-STATUS-DATE     TO WS-SW-STATUS-DATE.
078900     DISPLAY WS-SHOW-WHO-LINE.
079000 8850-EXIT.
079100     EXIT.
079200
079300* ONE STORED TRANSACTION: THE OPCODE (OR FORMULA NAME AND
079400* VERSION) AND EACH OPERAND AS A NUMBER, OR AS ITS CONSTANT
079500* TOKEN WHEN IT CARRIES ONE.
079600 8860-SHOW-TRANS.
079700     MOVE PND-TRANS-IMAGE TO TRANS-RECORD.
079800     MOVE WS-LINE-NUMBER  TO WS-ST-LINE.
079900     MOVE TRANS-RECORD-TYPE TO WS-ST-TYPE.
080000     MOVE TRANS-REFERENCE TO WS-ST-REFERENCE.
080100     IF TRANS-OPCODE NUMERIC
080200         MOVE TRANS-OPCODE TO WS-EDIT-OPCODE
080300         MOVE WS-EDIT-OPCODE TO WS-ST-OPERATION
080400     ELSE
080500         MOVE TRANS-FORMULA-ID TO WS-ST-OPERATION
080600     END-IF.
080700     IF TRANS-OPERAND-A NUMERIC
080800         MOVE TRANS-OPERAND-A TO WS-EDIT-OPERAND
080900         MOVE WS-EDIT-OPERAND TO WS-ST-OPERAND-A
081000     ELSE
081100         MOVE TRANS-OPERAND-A-TOKEN TO WS-ST-OPERAND-A
081200     END-IF.
081300     IF TRANS-OPERAND-B NUMERIC
081400         MOVE TRANS-OPERAND-B TO WS-EDIT-OPERAND
081500         MOVE WS-EDIT-OPERAND TO WS-ST-OPERAND-B
081600     ELSE
081700         MOVE TRANS-OPERAND-B-TOKEN TO WS-ST-OPERAND-B
081800     END-IF.
081900     MOVE TRANS-ANGLE-MODE TO WS-ST-ANGLE.
082000     DISPLAY WS-SHOW-TRANS-LINE.
082100 8860-EXIT.
082200     EXIT.
082300
082400*-----------------------------------------------------------------
082500* 8940/8941 - THE SAME DUPLICATE-KEY RETRY RULE AS THE
082600* CALCULATOR'S LOG WRITER, SO TWO AUDIT RECORDS STAMPED IN THE
082700* SAME HUNDREDTH OF A SECOND BOTH LAND.
082800*-----------------------------------------------------------------
082900 8940-WRITE-LOG-RECORD.
083000     MOVE "N" TO WS-LOG-WRITE-SW.
083100     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
083200         UNTIL WS-LOG-WRITE-DONE.
083300 8940-EXIT.
083400     EXIT.
083500
083600 8941-TRY-LOG-WRITE.
083700     ADD 1 TO WS-LOG-SEQUENCE.
083800     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
083900     WRITE LOG-RECORD
084000         INVALID KEY
084100             CONTINUE
084200         NOT INVALID KEY
084300             MOVE "Y" TO WS-LOG-WRITE-SW
084400     END-WRITE.
084500     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
084600         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
084700                 WS-LOG-FILE-STATUS
084800         MOVE "A" TO WS-LOG-WRITE-SW
084900     END-IF.
085000 8941-EXIT.
085100     EXIT.
085200
085300* ONE AUDIT RECORD PER ACTION: SUBMIT, CHANGE OR CANCEL IN THE
085400* EXIT-REASON FIELD, THE OPERATOR AS THE REFERENCE, THE BATCH'S
085500* DESK OVER THE FORMULA NAME, THE BATCH NUMBER IN OPERAND A AND
085600* ITS PROCESS-ON DATE (THE OLD ONE, FOR A CHANGE) IN OPERAND B.
085700* THE RESULT IS THE NEW DATE FOR A CHANGE, OTHERWISE THE NUMBER
085800* OF TRANSACTIONS IN THE BATCH.  THE RECORD AREA STILL HOLDS
085900* THE BATCH HEADER JUST WRITTEN OR REWRITTEN.
086000 8950-LOG-ACTION.
086100     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
086200     SET LOG-TYPE-PENDING  TO TRUE.
086300     MOVE ZERO             TO LOG-OPTION.
086400     MOVE WS-ACTION        TO LOG-EXIT-REASON.
086500     MOVE PND-BATCH-NUMBER TO LOG-OPERAND-A.
086600     MOVE WS-LOG-OLD-DATE  TO LOG-OPERAND-B.
086700     IF WS-ACTION = "CHANGE"
086800         MOVE WS-LOG-NEW-DATE TO LOG-RESULT
086900     ELSE
087000         MOVE PND-LINE-COUNT  TO LOG-RESULT
087100     END-IF.
087200     MOVE WS-OPERATOR-ID   TO LOG-REFERENCE.
087300     MOVE SPACE            TO LOG-ANGLE-MODE.
087400     MOVE ZERO             TO LOG-RUN-NUMBER.
087500     MOVE PND-REFERENCE    TO LOG-PEND-DEPT.
087600     MOVE ZERO             TO LOG-FORMULA-VERSION.
087700     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
087800 8950-EXIT.
087900     EXIT.
