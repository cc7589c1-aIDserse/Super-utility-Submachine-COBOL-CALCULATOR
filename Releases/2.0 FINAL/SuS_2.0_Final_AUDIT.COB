      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Independent recomputation audit of one batch
      *                run.  The reconciliation (ELMORCN) proves
      *                RESULTFL and CALCLOG agree with each other, but
      *                both are written from the same COMPUTE, so an
      *                arithmetic or precision fault in ELMO shows up
      *                identically in both and reconciles clean.  This
      *                program takes a sample of the run's CALC
      *                records from CALCLOG - every Nth record, plus
      *                every wide result and every trig result - and
      *                works each answer out again by a different
      *                method: exact scaled-integer arithmetic for the
      *                four rules, percent and modulus; Newton
      *                iteration for the roots; power series for the
      *                trig functions, logarithms and fractional
      *                powers, with PI and the log constants derived
      *                here by series rather than taken from ELMOPI;
      *                and repeated multiplication for the compound
      *                interest factor.  Any answer differing from the
      *                logged LOG-RESULT by more than the tolerance is
      *                listed as an exception, and the report (AUDRPT)
      *                ends with a sample-coverage summary for audit
      *                to sign off.  AUDPARMS gives the run number
      *                (columns 1-5), the sample interval N (columns
      *                6-10) and the tolerance (columns 11-25, as a
      *                decimal number); a blank run number audits the
      *                last completed run in the run registry, which
      *                is how the night-run driver (ELMODRV) runs it
      *                as a step after the batch.  Ends with GOBACK:
      *                RETURN-CODE 4 when exceptions are found, 8 when
      *                the log cannot be opened or there is no run to
      *                audit.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOAUD.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS LOG-KEY
001100         FILE STATUS IS WS-LOG-FILE-STATUS.
001200
001300     SELECT PARAMETER-FILE ASSIGN TO "AUDPARMS"
001400         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-PARM-FILE-STATUS.
001600
001700     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
001800         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
002000
002100     SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-REPORT-FILE-STATUS.
002400*-----------------------------------------------------------------
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  CALC-LOG-FILE
002800     RECORDING MODE IS F.
002900     COPY ELMOLOG.
003000
003100 FD  PARAMETER-FILE.
003200 01  PARAMETER-RECORD.
003300     05  PARM-RUN-NUMBER         PIC X(05).
003400     05  PARM-SAMPLE-INTERVAL    PIC X(05).
003500     05  PARM-TOLERANCE          PIC X(15).
003600     05  FILLER                  PIC X(55).
003700
003800 FD  RUN-REGISTRY-FILE
003900     RECORDING MODE IS F.
004000     COPY ELMORGS.
004100
004200 FD  AUDIT-REPORT-FILE.
004300 01  AUDIT-REPORT-LINE           PIC X(80).
004400*-----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
004700 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
004800 01  WS-REGISTRY-FILE-STATUS     PIC X(02) VALUE SPACES.
004900 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
005000
005100 01  WS-LOG-EOF-SW               PIC X(01) VALUE "N".
005200     88  WS-LOG-EOF                      VALUE "Y".
005300 01  WS-REGISTRY-EOF-SW          PIC X(01) VALUE "N".
005400     88  WS-REGISTRY-EOF                 VALUE "Y".
005500 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
005600     88  WS-ABORT                        VALUE "Y".
005700
005800* THE RUN BEING AUDITED.  FROM AUDPARMS WHEN GIVEN; OTHERWISE
005900* THE LAST RUN THE REGISTRY SHOWS COMPLETE AND NOT SINCE
006000* BACKED OUT.  THE LOG SCAN POSITIONS AT THE RUN'S START DATE
006100* FROM THE REGISTRY, OR AT THE FRONT OF THE LOG WHEN THE
006200* REGISTRY DOES NOT KNOW THE RUN, AND THE RUN-NUMBER FILTER
006300* BOUNDS IT FROM THERE, AS IN ELMORCN.
006400 01  WS-RUN-NUMBER-WANTED        PIC 9(05) VALUE 0.
006500 01  WS-RUN-KNOWN-SW             PIC X(01) VALUE "N".
006600     88  WS-RUN-KNOWN                    VALUE "Y".
006700 01  WS-RUN-GIVEN-SW             PIC X(01) VALUE "N".
006800     88  WS-RUN-GIVEN                    VALUE "Y".
006900 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
007000
007100* THE SAMPLE: EVERY NTH CALC RECORD OF THE RUN, IN LOG ORDER,
007200* PLUS EVERY TRIG RESULT AND EVERY WIDE RESULT WHEREVER THEY
007300* FALL.  A RECOMPUTED ANSWER MORE THAN THE TOLERANCE AWAY FROM
007400* LOG-RESULT IS AN EXCEPTION.  THE DEFAULT TOLERANCE ALLOWS
007500* FOR ELMO TRUNCATING ITS ANSWERS TO SEVEN DECIMALS AND
007600* NOTHING MORE.
007700 01  WS-SAMPLE-INTERVAL          PIC 9(05) VALUE 10.
007800 01  WS-TOLERANCE                PIC 9(07)V9(07)
007900                                     VALUE 0.0000010.
008000 01  WS-PARM-VALUE               PIC S9(09)V9(07) VALUE 0.
008100 01  WS-INTERVAL-QUOTIENT        PIC 9(09) VALUE 0.
008200 01  WS-INTERVAL-REMAINDER       PIC 9(05) VALUE 0.
008300 01  WS-SAMPLE-REASON            PIC X(08) VALUE SPACES.
008400
008500 01  WS-CALC-COUNT               PIC 9(09) VALUE 0.
008600 01  WS-SAMPLED-COUNT            PIC 9(09) VALUE 0.
008700 01  WS-TRIG-SAMPLED             PIC 9(09) VALUE 0.
008800 01  WS-WIDE-SAMPLED             PIC 9(09) VALUE 0.
008900 01  WS-INTERVAL-SAMPLED         PIC 9(09) VALUE 0.
009000 01  WS-RECOMPUTED-COUNT         PIC 9(09) VALUE 0.
009100 01  WS-AGREED-COUNT             PIC 9(09) VALUE 0.
009200 01  WS-EXCEPTION-COUNT          PIC 9(09) VALUE 0.
009300 01  WS-NOT-RECOMPUTED-COUNT     PIC 9(09) VALUE 0.
009400 01  WS-COVERAGE-PERCENT         PIC 9(03)V99 VALUE 0.
009500
009600* THE OUTCOME OF ONE RECOMPUTATION.  AN ANSWER TOO LARGE FOR
009700* LOG-RESULT CANNOT HAVE BEEN LOGGED CORRECTLY, SO IT COUNTS
009800* AS AN EXCEPTION; A RECORD WITH NO INDEPENDENT METHOD (A
009900* NAMED FORMULA, A GROUP AGGREGATE WHOSE MEMBERS ARE NOT ON
010000* THE LOG, AN AMORTIZATION SCHEDULE) IS LISTED AND COUNTED
010100* BUT NOT JUDGED.
010200 01  WS-METHOD-SW                PIC X(01) VALUE "Y".
010300     88  WS-METHOD-OK                    VALUE "Y".
010400     88  WS-NO-METHOD                    VALUE "N".
010500     88  WS-METHOD-OVERFLOW              VALUE "O".
010600 01  WS-SAMPLE-STATUS            PIC X(10) VALUE SPACES.
010700 01  WS-ANSWER                   PIC S9(14)V9(14) VALUE 0.
010800 01  WS-DIFFERENCE               PIC S9(15)V9(14) VALUE 0.
010900 01  WS-LARGEST-DIFFERENCE       PIC S9(15)V9(14) VALUE 0.
011000
011100* SCALED-INTEGER WORK FOR THE EXACT METHODS: AN OPERAND TIMES
011200* TEN TO THE SEVENTH IS A WHOLE NUMBER, SO DIVISION, PERCENT
011300* AND MODULUS COME DOWN TO WHOLE-NUMBER DIVISION WITH NOTHING
011400* LOST BEFORE THE FOURTEENTH DECIMAL.
011500 01  WS-INT-A                    PIC S9(22) VALUE 0.
011600 01  WS-INT-B                    PIC S9(22) VALUE 0.
011700 01  WS-INT-NUMERATOR            PIC S9(36) VALUE 0.
011800 01  WS-INT-QUOTIENT             PIC S9(36) VALUE 0.
011900 01  WS-INT-REMAINDER            PIC S9(22) VALUE 0.
012000
012100* SERIES AND ITERATION WORK.  TWENTY-FIVE DECIMALS KEEP THE
012200* ACCUMULATED TRUNCATION FAR BELOW THE SEVENTH DECIMAL THE
012300* ANSWERS ARE LOGGED TO.
012400 01  WS-PI                       PIC S9(05)V9(25) VALUE 0.
012500 01  WS-HALF-PI                  PIC S9(05)V9(25) VALUE 0.
012600 01  WS-TWO-PI                   PIC S9(05)V9(25) VALUE 0.
012700 01  WS-LN2                      PIC S9(05)V9(25) VALUE 0.
012800 01  WS-LN10                     PIC S9(05)V9(25) VALUE 0.
012900 01  WS-Z                        PIC S9(05)V9(25) VALUE 0.
013000 01  WS-Z-SQUARED                PIC S9(05)V9(25) VALUE 0.
013100 01  WS-POWER                    PIC S9(05)V9(25) VALUE 0.
013200 01  WS-TERM                     PIC S9(05)V9(25) VALUE 0.
013300 01  WS-SUM                      PIC S9(05)V9(25) VALUE 0.
013400 01  WS-ANGLE                    PIC S9(05)V9(25) VALUE 0.
013500 01  WS-SINE                     PIC S9(05)V9(25) VALUE 0.
013600 01  WS-COSINE                   PIC S9(05)V9(25) VALUE 0.
013700 01  WS-ARC                      PIC S9(05)V9(25) VALUE 0.
013800 01  WS-LN-OUT                   PIC S9(05)V9(25) VALUE 0.
013900 01  WS-EXP-IN                   PIC S9(05)V9(25) VALUE 0.
014000 01  WS-SERIES-N                 PIC 9(05) COMP VALUE 0.
014100 01  WS-DIVISOR                  PIC 9(05) COMP VALUE 0.
014200 01  WS-ITERATION                PIC 9(05) COMP VALUE 0.
014300 01  WS-CONVERGED-SW             PIC X(01) VALUE "N".
014400     88  WS-CONVERGED                    VALUE "Y".
014500
014600* WIDER WORK FOR ROOTS, LOGARITHMS AND POWERS, WHOSE INPUTS
014700* AND ANSWERS RUN WELL PAST FIVE WHOLE DIGITS.
014800 01  WS-ROOT-IN                  PIC S9(15)V9(20) VALUE 0.
014900 01  WS-ROOT-GUESS               PIC S9(15)V9(20) VALUE 0.
015000 01  WS-ROOT-NEXT                PIC S9(15)V9(20) VALUE 0.
015100 01  WS-ATAN-IN                  PIC S9(15)V9(20) VALUE 0.
015200 01  WS-LN-IN                    PIC S9(15)V9(20) VALUE 0.
015300 01  WS-BIG                      PIC S9(16)V9(20) VALUE 0.
015400 01  WS-BASE                     PIC S9(16)V9(20) VALUE 0.
015500* B PER CENT AS A RATE: B HAS SEVEN DECIMALS, SO NINE HOLD IT
015600* EXACTLY.
015700 01  WS-RATE                     PIC S9(05)V9(09) VALUE 0.
015800 01  WS-WHOLE                    PIC S9(15) VALUE 0.
015900 01  WS-DEGREES                  PIC S9(03)V9(07) VALUE 0.
016000 01  WS-TWO-EXPONENT             PIC S9(05) VALUE 0.
016100 01  WS-REPEAT-COUNT             PIC 9(05) COMP VALUE 0.
016200 01  WS-NEGATIVE-SW              PIC X(01) VALUE "N".
016300     88  WS-NEGATIVE                     VALUE "Y".
016400 01  WS-INVERTED-SW              PIC X(01) VALUE "N".
016500     88  WS-INVERTED                     VALUE "Y".
016600
016700 01  WS-HEADING-1                PIC X(80) VALUE
016800     "ELMO INDEPENDENT RECOMPUTATION AUDIT REPORT".
016900 01  WS-HEADING-2.
017000     05  FILLER                  PIC X(14) VALUE "REFERENCE OP".
017100     05  FILLER                  PIC X(10) VALUE "SAMPLED".
017200     05  FILLER                  PIC X(23) VALUE
017300         "LOGGED RESULT".
017400     05  FILLER                  PIC X(23) VALUE
017500         "RECOMPUTED".
017600     05  FILLER                  PIC X(10) VALUE "OUTCOME".
017700 01  WS-DETAIL-LINE.
017800     05  WS-DL-REFERENCE         PIC X(08).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  WS-DL-OPCODE            PIC Z9.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  WS-DL-REASON            PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WS-DL-LOGGED            PIC -(13)9.9(7).
018500     05  FILLER                  PIC X(01) VALUE SPACES.
018600     05  WS-DL-RECOMPUTED        PIC -(13)9.9(7).
018700     05  FILLER                  PIC X(01) VALUE SPACES.
018800     05  WS-DL-STATUS            PIC X(10).
018900 01  WS-OPERAND-LINE.
019000     05  FILLER                  PIC X(05) VALUE SPACES.
019100     05  FILLER                  PIC X(02) VALUE "A ".
019200     05  WS-OL-OPERAND-A         PIC -(7)9.9(7).
019300     05  FILLER                  PIC X(04) VALUE "  B ".
019400     05  WS-OL-OPERAND-B         PIC -(7)9.9(7).
019500     05  FILLER                  PIC X(07) VALUE "  DIFF ".
019600     05  WS-OL-DIFFERENCE        PIC -(13)9.9(7).
019700 01  WS-COUNT-LINE.
019800     05  WS-CL-LABEL             PIC X(30).
019900     05  FILLER                  PIC X(04) VALUE SPACES.
020000     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
020100 01  WS-VALUE-LINE.
020200     05  WS-VL-LABEL             PIC X(30).
020300     05  FILLER                  PIC X(04) VALUE SPACES.
020400     05  WS-VL-AMOUNT            PIC -(13)9.9(7).
020500 01  WS-PERCENT-LINE.
020600     05  WS-PL-LABEL             PIC X(30).
020700     05  FILLER                  PIC X(04) VALUE SPACES.
020800     05  WS-PL-PERCENT           PIC ZZZZZZZ9.99.
020900 01  WS-DATE-LINE.
021000     05  WS-DT-LABEL             PIC X(30).
021100     05  FILLER                  PIC X(04) VALUE SPACES.
021200     05  WS-DT-DATE              PIC X(08).
021300*-----------------------------------------------------------------
021400 PROCEDURE DIVISION.
021500*-----------------------------------------------------------------
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     IF WS-ABORT
021900         MOVE 8 TO RETURN-CODE
022000         GOBACK
022100     END-IF.
022200     PERFORM 1500-FIND-RUN THRU 1500-EXIT.
022300     IF NOT WS-RUN-KNOWN
022400         MOVE "*** NO COMPLETED RUN TO AUDIT - AUDIT NOT DONE"
022500             TO AUDIT-REPORT-LINE
022600         WRITE AUDIT-REPORT-LINE
022700         DISPLAY "ELMOAUD: NO COMPLETED RUN TO AUDIT"
022800         CLOSE CALC-LOG-FILE
022900         CLOSE AUDIT-REPORT-FILE
023000         MOVE 8 TO RETURN-CODE
023100         GOBACK
023200     END-IF.
023300     PERFORM 1700-DERIVE-CONSTANTS THRU 1700-EXIT.
023400     PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
023500     CLOSE CALC-LOG-FILE.
023600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
023700     CLOSE AUDIT-REPORT-FILE.
023800     GOBACK.
023900*-----------------------------------------------------------------
024000* 1000-INITIALIZE - PICK UP AUDPARMS, OPEN THE LOG AND THE
024100* REPORT.  A MISSING AUDPARMS, OR A BLANK OR UNUSABLE FIELD
024200* IN IT, LEAVES THAT FIELD AT ITS DEFAULT.
024300*-----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     OPEN INPUT PARAMETER-FILE.
024600     IF WS-PARM-FILE-STATUS = "00"
024700         READ PARAMETER-FILE
024800             AT END
024900                 CONTINUE
025000             NOT AT END
025100                 PERFORM 1100-TAKE-PARAMETERS THRU 1100-EXIT
025200         END-READ
025300         CLOSE PARAMETER-FILE
025400     END-IF.
025500     OPEN INPUT CALC-LOG-FILE.
025600     IF WS-LOG-FILE-STATUS NOT = "00"
025700         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
025800                 WS-LOG-FILE-STATUS
025900         SET WS-ABORT TO TRUE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN OUTPUT AUDIT-REPORT-FILE.
026300     MOVE WS-HEADING-1 TO AUDIT-REPORT-LINE.
026400     WRITE AUDIT-REPORT-LINE.
026500     MOVE SPACES TO AUDIT-REPORT-LINE.
026600     WRITE AUDIT-REPORT-LINE.
026700     MOVE WS-HEADING-2 TO AUDIT-REPORT-LINE.
026800     WRITE AUDIT-REPORT-LINE.
026900 1000-EXIT.
027000     EXIT.
027100
027200 1100-TAKE-PARAMETERS.
027300     IF PARM-RUN-NUMBER NUMERIC
027400             AND PARM-RUN-NUMBER NOT = "00000"
027500         MOVE PARM-RUN-NUMBER TO WS-RUN-NUMBER-WANTED
027600         SET WS-RUN-GIVEN TO TRUE
027700         SET WS-RUN-KNOWN TO TRUE
027800     END-IF.
027900     IF PARM-SAMPLE-INTERVAL NUMERIC
028000             AND PARM-SAMPLE-INTERVAL NOT = "00000"
028100         MOVE PARM-SAMPLE-INTERVAL TO WS-SAMPLE-INTERVAL
028200     END-IF.
028300     IF PARM-TOLERANCE = SPACES
028400         GO TO 1100-EXIT
028500     END-IF.
028600     IF FUNCTION TEST-NUMVAL(PARM-TOLERANCE) NOT = 0
028700         DISPLAY "AUDPARMS TOLERANCE NOT NUMERIC - DEFAULT USED"
028800         GO TO 1100-EXIT
028900     END-IF.
029000     COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL(PARM-TOLERANCE)
029100         ON SIZE ERROR
029200             DISPLAY "AUDPARMS TOLERANCE TOO LARGE - DEFAULT "
029300                     "USED"
029400             GO TO 1100-EXIT
029500     END-COMPUTE.
029600     IF WS-PARM-VALUE < ZERO
029700         COMPUTE WS-PARM-VALUE = 0 - WS-PARM-VALUE
029800     END-IF.
029900     MOVE WS-PARM-VALUE TO WS-TOLERANCE.
030000 1100-EXIT.
030100     EXIT.
030200*-----------------------------------------------------------------
030300* 1500-FIND-RUN - ONE PASS OF THE RUN REGISTRY.  WITH NO RUN
030400* NUMBER GIVEN, THE LAST RUN WRITTEN COMPLETE IS THE ONE TO
030500* AUDIT, UNLESS A LATER BACKOUT RECORD TOOK IT OUT AGAIN.
030600* EITHER WAY THE RUN'S START STAMP GIVES THE DATE THE LOG
030700* SCAN POSITIONS FROM.
030800*-----------------------------------------------------------------
030900 1500-FIND-RUN.
031000     OPEN INPUT RUN-REGISTRY-FILE.
031100     IF WS-REGISTRY-FILE-STATUS NOT = "00"
031200         GO TO 1500-EXIT
031300     END-IF.
031400     MOVE "N" TO WS-REGISTRY-EOF-SW.
031500     PERFORM 1510-READ-REGISTRY THRU 1510-EXIT
031600         UNTIL WS-REGISTRY-EOF.
031700     CLOSE RUN-REGISTRY-FILE.
031800 1500-EXIT.
031900     EXIT.
032000
032100 1510-READ-REGISTRY.
032200     READ RUN-REGISTRY-FILE
032300         AT END
032400             MOVE "Y" TO WS-REGISTRY-EOF-SW
032500             GO TO 1510-EXIT
032600     END-READ.
032700     IF NOT REG-TYPE-RUN OR REG-RUN-NUMBER NOT NUMERIC
032800         GO TO 1510-EXIT
032900     END-IF.
033000     IF WS-RUN-GIVEN
033100         IF REG-RUN-NUMBER = WS-RUN-NUMBER-WANTED
033200                 AND REG-START-STAMP(1:8) NUMERIC
033300                 AND WS-RUN-DATE = SPACES
033400             MOVE REG-START-STAMP(1:8) TO WS-RUN-DATE
033500         END-IF
033600         GO TO 1510-EXIT
033700     END-IF.
033800     IF REG-STATUS-COMPLETE
033900         MOVE REG-RUN-NUMBER TO WS-RUN-NUMBER-WANTED
034000         SET WS-RUN-KNOWN TO TRUE
034100         MOVE SPACES TO WS-RUN-DATE
034200         IF REG-START-STAMP(1:8) NUMERIC
034300             MOVE REG-START-STAMP(1:8) TO WS-RUN-DATE
034400         END-IF
034500     END-IF.
034600     IF REG-STATUS-BACKED-OUT
034700             AND REG-RUN-NUMBER = WS-RUN-NUMBER-WANTED
034800         MOVE "N" TO WS-RUN-KNOWN-SW
034900     END-IF.
035000 1510-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------------
035300* 1700-DERIVE-CONSTANTS - PI BY MACHIN'S FORMULA, 16 ATAN(1/5)
035400* LESS 4 ATAN(1/239), AND THE NATURAL LOGS OF 2 AND 10 BY THE
035500* ATANH SERIES: LN 2 = 2 ATANH(1/3), LN 1.25 = 2 ATANH(1/9),
035600* LN 10 = 3 LN 2 + LN 1.25.  NOTHING IS TAKEN FROM ELMOPI, SO
035700* A FAULT IN THE SHARED CONSTANT SHOWS UP HERE AS A DIFFERENCE.
035800*-----------------------------------------------------------------
035900 1700-DERIVE-CONSTANTS.
036000     COMPUTE WS-Z ROUNDED = 1 / 5.
036100     PERFORM 7900-ARCTAN-SERIES THRU 7900-EXIT.
036200     COMPUTE WS-PI = 16 * WS-SUM.
036300     COMPUTE WS-Z ROUNDED = 1 / 239.
036400     PERFORM 7900-ARCTAN-SERIES THRU 7900-EXIT.
036500     COMPUTE WS-TERM = 4 * WS-SUM.
036600     SUBTRACT WS-TERM FROM WS-PI.
036700     COMPUTE WS-HALF-PI ROUNDED = WS-PI / 2.
036800     COMPUTE WS-TWO-PI = WS-PI * 2.
036900     COMPUTE WS-Z ROUNDED = 1 / 3.
037000     PERFORM 7300-ATANH-SERIES THRU 7300-EXIT.
037100     COMPUTE WS-LN2 = 2 * WS-SUM.
037200     COMPUTE WS-Z ROUNDED = 1 / 9.
037300     PERFORM 7300-ATANH-SERIES THRU 7300-EXIT.
037400     COMPUTE WS-LN10 = 2 * WS-SUM.
037500     COMPUTE WS-TERM = 3 * WS-LN2.
037600     ADD WS-TERM TO WS-LN10.
037700 1700-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------------
038000* 2000 SERIES - WALK THE LOG FROM THE RUN'S START DATE, PICK
038100* OUT THE RUN'S CALC RECORDS, AND RECOMPUTE THE SAMPLE.
038200*-----------------------------------------------------------------
038300 2000-SCAN-LOG.
038400     MOVE "N" TO WS-LOG-EOF-SW.
038500     MOVE LOW-VALUES TO LOG-KEY.
038600     IF WS-RUN-DATE NUMERIC
038700         MOVE WS-RUN-DATE TO LOG-TIMESTAMP(1:8)
038800     END-IF.
038900     START CALC-LOG-FILE KEY NOT < LOG-KEY
039000         INVALID KEY
039100             MOVE "Y" TO WS-LOG-EOF-SW
039200     END-START.
039300     PERFORM 2100-READ-LOG THRU 2100-EXIT
039400         UNTIL WS-LOG-EOF.
039500 2000-EXIT.
039600     EXIT.
039700
039800 2100-READ-LOG.
039900     READ CALC-LOG-FILE NEXT RECORD
040000         AT END
040100             MOVE "Y" TO WS-LOG-EOF-SW
040200         NOT AT END
040300             PERFORM 2200-SELECT-ONE THRU 2200-EXIT
040400     END-READ.
040500 2100-EXIT.
040600     EXIT.
040700
040800* TRIG FIRST, THEN WIDE, THEN THE INTERVAL: A RECORD THAT
040900* QUALIFIES MORE THAN ONE WAY IS SAMPLED ONCE AND COUNTED
041000* UNDER THE FIRST.  WIDE MEANS TOO LARGE FOR THE NARROW
041100* RESULT FIELD, THE SAME TEST ELMO USES TO GO INTO WIDE MODE.
041200 2200-SELECT-ONE.
041300     IF NOT LOG-TYPE-CALC
041400             OR LOG-RUN-NUMBER NOT = WS-RUN-NUMBER-WANTED
041500         GO TO 2200-EXIT
041600     END-IF.
041700     ADD 1 TO WS-CALC-COUNT.
041800     MOVE SPACES TO WS-SAMPLE-REASON.
041900     DIVIDE WS-CALC-COUNT BY WS-SAMPLE-INTERVAL
042000         GIVING WS-INTERVAL-QUOTIENT
042100         REMAINDER WS-INTERVAL-REMAINDER.
042200     EVALUATE TRUE
042300         WHEN LOG-OPTION >= 9 AND LOG-OPTION <= 14
042400             MOVE "TRIG" TO WS-SAMPLE-REASON
042500             ADD 1 TO WS-TRIG-SAMPLED
042600         WHEN LOG-RESULT > 9999999.9999999
042700                 OR LOG-RESULT < -9999999.9999999
042800             MOVE "WIDE" TO WS-SAMPLE-REASON
042900             ADD 1 TO WS-WIDE-SAMPLED
043000         WHEN WS-INTERVAL-REMAINDER = 0
043100             MOVE "INTERVAL" TO WS-SAMPLE-REASON
043200             ADD 1 TO WS-INTERVAL-SAMPLED
043300     END-EVALUATE.
043400     IF WS-SAMPLE-REASON = SPACES
043500         GO TO 2200-EXIT
043600     END-IF.
043700     ADD 1 TO WS-SAMPLED-COUNT.
043800     PERFORM 4000-RECOMPUTE THRU 4000-EXIT.
043900     PERFORM 2300-LIST-SAMPLE THRU 2300-EXIT.
044000 2200-EXIT.
044100     EXIT.
044200
044300 2300-LIST-SAMPLE.
044400     MOVE LOG-REFERENCE TO WS-DL-REFERENCE.
044500     MOVE LOG-OPTION TO WS-DL-OPCODE.
044600     MOVE WS-SAMPLE-REASON TO WS-DL-REASON.
044700     MOVE LOG-RESULT TO WS-DL-LOGGED.
044800     IF WS-METHOD-OK
044900         MOVE WS-ANSWER TO WS-DL-RECOMPUTED
045000     ELSE
045100         MOVE ZERO TO WS-DL-RECOMPUTED
045200     END-IF.
045300     MOVE WS-SAMPLE-STATUS TO WS-DL-STATUS.
045400     MOVE WS-DETAIL-LINE TO AUDIT-REPORT-LINE.
045500     WRITE AUDIT-REPORT-LINE.
045600     IF WS-SAMPLE-STATUS = "DIFFERS" OR "OVERFLOW"
045700         MOVE LOG-OPERAND-A TO WS-OL-OPERAND-A
045800         MOVE LOG-OPERAND-B TO WS-OL-OPERAND-B
045900         MOVE WS-DIFFERENCE TO WS-OL-DIFFERENCE
046000         MOVE WS-OPERAND-LINE TO AUDIT-REPORT-LINE
046100         WRITE AUDIT-REPORT-LINE
046200     END-IF.
046300 2300-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------------
046600 3000-PRINT-TOTALS.
046700     MOVE SPACES TO AUDIT-REPORT-LINE.
046800     WRITE AUDIT-REPORT-LINE.
046900     MOVE "SAMPLE COVERAGE SUMMARY" TO AUDIT-REPORT-LINE.
047000     WRITE AUDIT-REPORT-LINE.
047100     MOVE "RUN NUMBER AUDITED" TO WS-CL-LABEL.
047200     MOVE WS-RUN-NUMBER-WANTED TO WS-CL-COUNT.
047300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
047400     MOVE "RUN START DATE" TO WS-DT-LABEL.
047500     MOVE WS-RUN-DATE TO WS-DT-DATE.
047600     MOVE WS-DATE-LINE TO AUDIT-REPORT-LINE.
047700     WRITE AUDIT-REPORT-LINE.
047800     MOVE "SAMPLE INTERVAL (EVERY NTH)" TO WS-CL-LABEL.
047900     MOVE WS-SAMPLE-INTERVAL TO WS-CL-COUNT.
048000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
048100     MOVE "TOLERANCE" TO WS-VL-LABEL.
048200     MOVE WS-TOLERANCE TO WS-VL-AMOUNT.
048300     MOVE WS-VALUE-LINE TO AUDIT-REPORT-LINE.
048400     WRITE AUDIT-REPORT-LINE.
048500     MOVE "CALC RECORDS FOR THE RUN" TO WS-CL-LABEL.
048600     MOVE WS-CALC-COUNT TO WS-CL-COUNT.
048700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
048800     MOVE "RECORDS SAMPLED" TO WS-CL-LABEL.
048900     MOVE WS-SAMPLED-COUNT TO WS-CL-COUNT.
049000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
049100     MOVE "  TRIG RESULTS (ALL)" TO WS-CL-LABEL.
049200     MOVE WS-TRIG-SAMPLED TO WS-CL-COUNT.
049300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
049400     MOVE "  WIDE RESULTS (ALL)" TO WS-CL-LABEL.
049500     MOVE WS-WIDE-SAMPLED TO WS-CL-COUNT.
049600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
049700     MOVE "  ON THE SAMPLE INTERVAL" TO WS-CL-LABEL.
049800     MOVE WS-INTERVAL-SAMPLED TO WS-CL-COUNT.
049900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
050000     IF WS-CALC-COUNT > 0
050100         COMPUTE WS-COVERAGE-PERCENT ROUNDED =
050200             WS-SAMPLED-COUNT * 100 / WS-CALC-COUNT
050300     END-IF.
050400     MOVE "PERCENT OF RUN SAMPLED" TO WS-PL-LABEL.
050500     MOVE WS-COVERAGE-PERCENT TO WS-PL-PERCENT.
050600     MOVE WS-PERCENT-LINE TO AUDIT-REPORT-LINE.
050700     WRITE AUDIT-REPORT-LINE.
050800     MOVE "SAMPLED AND RECOMPUTED" TO WS-CL-LABEL.
050900     MOVE WS-RECOMPUTED-COUNT TO WS-CL-COUNT.
051000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
051100     MOVE "  AGREED WITHIN TOLERANCE" TO WS-CL-LABEL.
051200     MOVE WS-AGREED-COUNT TO WS-CL-COUNT.
051300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
051400     MOVE "  OUTSIDE TOLERANCE" TO WS-CL-LABEL.
051500     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
051600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
051700     MOVE "SAMPLED, NO INDEPENDENT METHOD" TO WS-CL-LABEL.
051800     MOVE WS-NOT-RECOMPUTED-COUNT TO WS-CL-COUNT.
051900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
052000     MOVE "LARGEST DIFFERENCE FOUND" TO WS-VL-LABEL.
052100     MOVE WS-LARGEST-DIFFERENCE TO WS-VL-AMOUNT.
052200     MOVE WS-VALUE-LINE TO AUDIT-REPORT-LINE.
052300     WRITE AUDIT-REPORT-LINE.
052400     MOVE SPACES TO AUDIT-REPORT-LINE.
052500     WRITE AUDIT-REPORT-LINE.
052600     IF WS-EXCEPTION-COUNT = 0
052700         MOVE "*** SAMPLE AGREES WITHIN TOLERANCE ***"
052800             TO AUDIT-REPORT-LINE
052900         WRITE AUDIT-REPORT-LINE
053000     ELSE
053100         MOVE "*** EXCEPTIONS FOUND - AUDIT REVIEW REQUIRED ***"
053200             TO AUDIT-REPORT-LINE
053300         WRITE AUDIT-REPORT-LINE
053400         DISPLAY "ELMOAUD: RECOMPUTATION EXCEPTIONS - SEE "
053500                 "AUDRPT"
053600         MOVE 4 TO RETURN-CODE
053700     END-IF.
053800     MOVE SPACES TO AUDIT-REPORT-LINE.
053900     WRITE AUDIT-REPORT-LINE.
054000     MOVE "AUDITED BY ____________________   DATE __________"
054100         TO AUDIT-REPORT-LINE.
054200     WRITE AUDIT-REPORT-LINE.
054300 3000-EXIT.
054400     EXIT.
054500
054600 3100-WRITE-COUNT.
054700     MOVE WS-COUNT-LINE TO AUDIT-REPORT-LINE.
054800     WRITE AUDIT-REPORT-LINE.
054900 3100-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------------
055200* 4000 SERIES - RECOMPUTE ONE SAMPLED ANSWER FROM ITS LOGGED
055300* OPERANDS AND JUDGE IT AGAINST LOG-RESULT.  THE OPCODES ARE
055400* ELMO'S MENU OPTIONS; THE ANGLE MODE IS THE ONE THE RECORD
055500* WAS LOGGED UNDER.
055600*-----------------------------------------------------------------
055700 4000-RECOMPUTE.
055800     SET WS-METHOD-OK TO TRUE.
055900     MOVE ZERO TO WS-ANSWER.
056000     MOVE ZERO TO WS-DIFFERENCE.
056100     EVALUATE LOG-OPTION
056200         WHEN 1
056300             COMPUTE WS-ANSWER = LOG-OPERAND-A + LOG-OPERAND-B
056400                 ON SIZE ERROR
056500                     SET WS-METHOD-OVERFLOW TO TRUE
056600             END-COMPUTE
056700         WHEN 2
056800             COMPUTE WS-ANSWER = LOG-OPERAND-A - LOG-OPERAND-B
056900                 ON SIZE ERROR
057000                     SET WS-METHOD-OVERFLOW TO TRUE
057100             END-COMPUTE
057200         WHEN 3
057300             COMPUTE WS-ANSWER = LOG-OPERAND-A * LOG-OPERAND-B
057400                 ON SIZE ERROR
057500                     SET WS-METHOD-OVERFLOW TO TRUE
057600             END-COMPUTE
057700         WHEN 4
057800             PERFORM 4040-DIVIDE THRU 4040-EXIT
057900         WHEN 5
058000             COMPUTE WS-ANSWER = LOG-OPERAND-A * LOG-OPERAND-A
058100                 ON SIZE ERROR
058200                     SET WS-METHOD-OVERFLOW TO TRUE
058300             END-COMPUTE
058400         WHEN 6
058500             COMPUTE WS-ANSWER = LOG-OPERAND-A * LOG-OPERAND-A
058600                                 * LOG-OPERAND-A
058700                 ON SIZE ERROR
058800                     SET WS-METHOD-OVERFLOW TO TRUE
058900             END-COMPUTE
059000         WHEN 7
059100             PERFORM 4070-SQUARE-ROOT THRU 4070-EXIT
059200         WHEN 8
059300             PERFORM 4080-CUBE-ROOT THRU 4080-EXIT
059400         WHEN 9 THRU 11
059500             PERFORM 4090-SIN-COS-TAN THRU 4090-EXIT
059600         WHEN 12 THRU 14
059700             PERFORM 4120-INVERSE-TRIG THRU 4120-EXIT
059800         WHEN 16
059900             PERFORM 4160-PERCENT THRU 4160-EXIT
060000         WHEN 17
060100             PERFORM 4170-MODULUS THRU 4170-EXIT
060200         WHEN 18
060300             PERFORM 4180-POWER THRU 4180-EXIT
060400         WHEN 19
060500             PERFORM 4190-LOGARITHM THRU 4190-EXIT
060600         WHEN 21 THRU 25
060700             SET WS-NO-METHOD TO TRUE
060800             MOVE "GROUP" TO WS-SAMPLE-STATUS
060900         WHEN 26 THRU 28
061000             PERFORM 4260-FINANCIAL THRU 4260-EXIT
061100         WHEN 29
061200             SET WS-NO-METHOD TO TRUE
061300             MOVE "SCHEDULE" TO WS-SAMPLE-STATUS
061400         WHEN 30
061500             SET WS-NO-METHOD TO TRUE
061600             MOVE "FORMULA" TO WS-SAMPLE-STATUS
061700         WHEN OTHER
061800             SET WS-NO-METHOD TO TRUE
061900             MOVE "NO METHOD" TO WS-SAMPLE-STATUS
062000     END-EVALUATE.
062100     IF WS-NO-METHOD
062200         ADD 1 TO WS-NOT-RECOMPUTED-COUNT
062300         GO TO 4000-EXIT
062400     END-IF.
062500     ADD 1 TO WS-RECOMPUTED-COUNT.
062600     IF WS-METHOD-OVERFLOW
062700         ADD 1 TO WS-EXCEPTION-COUNT
062800         MOVE "OVERFLOW" TO WS-SAMPLE-STATUS
062900         GO TO 4000-EXIT
063000     END-IF.
063100     COMPUTE WS-DIFFERENCE = LOG-RESULT - WS-ANSWER.
063200     IF WS-DIFFERENCE < ZERO
063300         COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
063400     END-IF.
063500     IF WS-DIFFERENCE > WS-LARGEST-DIFFERENCE
063600         MOVE WS-DIFFERENCE TO WS-LARGEST-DIFFERENCE
063700     END-IF.
063800     IF WS-DIFFERENCE > WS-TOLERANCE
063900         ADD 1 TO WS-EXCEPTION-COUNT
064000         MOVE "DIFFERS" TO WS-SAMPLE-STATUS
064100     ELSE
064200         ADD 1 TO WS-AGREED-COUNT
064300         MOVE "AGREES" TO WS-SAMPLE-STATUS
064400     END-IF.
064500 4000-EXIT.
064600     EXIT.
064700
064800* 4 - LONG DIVISION IN WHOLE NUMBERS: BOTH OPERANDS SCALED BY
064900* TEN TO THE SEVENTH, THE DIVIDEND BY A FURTHER TEN TO THE
065000* FOURTEENTH, SO THE WHOLE QUOTIENT IS THE ANSWER TO FOURTEEN
065100* DECIMALS.
065200 4040-DIVIDE.
065300     PERFORM 4050-SCALE-OPERANDS THRU 4050-EXIT.
065400     IF WS-INT-B = ZERO
065500         SET WS-NO-METHOD TO TRUE
065600         MOVE "ZERO B" TO WS-SAMPLE-STATUS
065700         GO TO 4040-EXIT
065800     END-IF.
065900     COMPUTE WS-INT-NUMERATOR = WS-INT-A * 100000000000000.
066000     DIVIDE WS-INT-B INTO WS-INT-NUMERATOR
066100         GIVING WS-INT-QUOTIENT.
066200     COMPUTE WS-ANSWER = WS-INT-QUOTIENT / 100000000000000
066300         ON SIZE ERROR
066400             SET WS-METHOD-OVERFLOW TO TRUE
066500     END-COMPUTE.
066600 4040-EXIT.
066700     EXIT.
066800
066900 4050-SCALE-OPERANDS.
067000     COMPUTE WS-INT-A = LOG-OPERAND-A * 10000000.
067100     COMPUTE WS-INT-B = LOG-OPERAND-B * 10000000.
067200 4050-EXIT.
067300     EXIT.
067400
067500* 7 - NEWTON'S ITERATION FOR THE SQUARE ROOT.
067600 4070-SQUARE-ROOT.
067700     IF LOG-OPERAND-A < ZERO
067800         SET WS-NO-METHOD TO TRUE
067900         MOVE "NO METHOD" TO WS-SAMPLE-STATUS
068000         GO TO 4070-EXIT
068100     END-IF.
068200     MOVE LOG-OPERAND-A TO WS-ROOT-IN.
068300     PERFORM 7500-NEWTON-SQRT THRU 7500-EXIT.
068400     MOVE WS-ROOT-GUESS TO WS-ANSWER.
068500 4070-EXIT.
068600     EXIT.
068700
068800* 8 - NEWTON'S ITERATION FOR THE CUBE ROOT, ON THE SIZE OF A
068900* AND GIVEN A'S SIGN BACK: THE REAL CUBE ROOT OF A NEGATIVE
069000* NUMBER IS NEGATIVE.
069100 4080-CUBE-ROOT.
069200     MOVE "N" TO WS-NEGATIVE-SW.
069300     MOVE LOG-OPERAND-A TO WS-ROOT-IN.
069400     IF WS-ROOT-IN < ZERO
069500         SET WS-NEGATIVE TO TRUE
069600         COMPUTE WS-ROOT-IN = 0 - WS-ROOT-IN
069700     END-IF.
069800     PERFORM 7600-NEWTON-CBRT THRU 7600-EXIT.
069900     IF WS-NEGATIVE
070000         COMPUTE WS-ANSWER = 0 - WS-ROOT-GUESS
070100     ELSE
070200         MOVE WS-ROOT-GUESS TO WS-ANSWER
070300     END-IF.
070400 4080-EXIT.
070500     EXIT.
070600
070700* 9-11 - THE ANGLE IS BROUGHT INTO -PI..PI FIRST.  DEGREES
070800* ARE REDUCED BY WHOLE TURNS OF 360 EXACTLY, BEFORE ANY
070900* CONVERSION, THEN CONVERTED WITH THE PI DERIVED ABOVE.
071000 4090-SIN-COS-TAN.
071100     IF LOG-ANGLE-MODE = "R"
071200         COMPUTE WS-WHOLE = LOG-OPERAND-A / WS-TWO-PI
071300         COMPUTE WS-ANGLE = LOG-OPERAND-A
071400                            - WS-WHOLE * WS-TWO-PI
071500     ELSE
071600         DIVIDE LOG-OPERAND-A BY 360
071700             GIVING WS-WHOLE
071800             REMAINDER WS-DEGREES
071900         COMPUTE WS-ANGLE ROUNDED = WS-DEGREES * WS-PI / 180
072000     END-IF.
072100     IF WS-ANGLE > WS-PI
072200         COMPUTE WS-ANGLE = WS-ANGLE - WS-TWO-PI
072300     END-IF.
072400     IF WS-ANGLE < 0 - WS-PI
072500         COMPUTE WS-ANGLE = WS-ANGLE + WS-TWO-PI
072600     END-IF.
072700     PERFORM 7700-SINE-SERIES THRU 7700-EXIT.
072800     PERFORM 7750-COSINE-SERIES THRU 7750-EXIT.
072900     EVALUATE LOG-OPTION
073000         WHEN 9
073100             MOVE WS-SINE TO WS-ANSWER
073200         WHEN 10
073300             MOVE WS-COSINE TO WS-ANSWER
073400         WHEN 11
073500             IF WS-COSINE = ZERO
073600                 SET WS-NO-METHOD TO TRUE
073700                 MOVE "NO METHOD" TO WS-SAMPLE-STATUS
073800             ELSE
073900                 COMPUTE WS-ANSWER ROUNDED =
074000                         WS-SINE / WS-COSINE
074100                     ON SIZE ERROR
074200                         SET WS-METHOD-OVERFLOW TO TRUE
074300                 END-COMPUTE
074400             END-IF
074500     END-EVALUATE.
074600 4090-EXIT.
074700     EXIT.
074800
074900* 12-14 - ARCSINE AND ARCCOSINE COME FROM THE ARCTANGENT,
075000* WHICH COMES FROM ITS SERIES; DEGREES ARE CONVERTED ONCE, AT
075100* THE END, AT FULL PRECISION.
075200 4120-INVERSE-TRIG.
075300     IF LOG-OPTION NOT = 14
075400             AND (LOG-OPERAND-A > 1 OR LOG-OPERAND-A < -1)
075500         SET WS-NO-METHOD TO TRUE
075600         MOVE "NO METHOD" TO WS-SAMPLE-STATUS
075700         GO TO 4120-EXIT
075800     END-IF.
075900     EVALUATE LOG-OPTION
076000         WHEN 12
076100             PERFORM 7800-ARCSINE THRU 7800-EXIT
076200         WHEN 13
076300             PERFORM 7800-ARCSINE THRU 7800-EXIT
076400             COMPUTE WS-ARC = WS-HALF-PI - WS-ARC
076500         WHEN 14
076600             MOVE LOG-OPERAND-A TO WS-ATAN-IN
076700             PERFORM 7850-ARCTANGENT THRU 7850-EXIT
076800     END-EVALUATE.
076900     IF LOG-ANGLE-MODE = "R"
077000         MOVE WS-ARC TO WS-ANSWER
077100     ELSE
077200         COMPUTE WS-ANSWER ROUNDED = WS-ARC * 180 / WS-PI
077300     END-IF.
077400 4120-EXIT.
077500     EXIT.
077600
077700* 16 - A AS A PERCENTAGE OF B, BY THE SAME WHOLE-NUMBER
077800* DIVISION AS 4040.
077900 4160-PERCENT.
078000     PERFORM 4050-SCALE-OPERANDS THRU 4050-EXIT.
078100     IF WS-INT-B = ZERO
078200         SET WS-NO-METHOD TO TRUE
078300         MOVE "ZERO B" TO WS-SAMPLE-STATUS
078400         GO TO 4160-EXIT
078500     END-IF.
078600     COMPUTE WS-INT-NUMERATOR =
078700             WS-INT-A * 100 * 100000000000000.
078800     DIVIDE WS-INT-B INTO WS-INT-NUMERATOR
078900         GIVING WS-INT-QUOTIENT.
079000     COMPUTE WS-ANSWER = WS-INT-QUOTIENT / 100000000000000
079100         ON SIZE ERROR
079200             SET WS-METHOD-OVERFLOW TO TRUE
079300     END-COMPUTE.
079400 4160-EXIT.
079500     EXIT.
079600
079700* 17 - THE REMAINDER OF THE SCALED WHOLE NUMBERS.  DIVIDE
079800* LEAVES A REMAINDER WITH THE SIGN OF A; THE MODULUS TAKES
079900* THE SIGN OF B, SO A NONZERO REMAINDER OF THE OTHER SIGN
080000* HAS B ADDED BACK.
080100 4170-MODULUS.
080200     PERFORM 4050-SCALE-OPERANDS THRU 4050-EXIT.
080300     IF WS-INT-B = ZERO
080400         SET WS-NO-METHOD TO TRUE
080500         MOVE "ZERO B" TO WS-SAMPLE-STATUS
080600         GO TO 4170-EXIT
080700     END-IF.
080800     DIVIDE WS-INT-B INTO WS-INT-A
080900         GIVING WS-INT-QUOTIENT
081000         REMAINDER WS-INT-REMAINDER.
081100     IF (WS-INT-REMAINDER < ZERO AND WS-INT-B > ZERO)
081200             OR (WS-INT-REMAINDER > ZERO AND WS-INT-B < ZERO)
081300         ADD WS-INT-B TO WS-INT-REMAINDER
081400     END-IF.
081500     COMPUTE WS-ANSWER = WS-INT-REMAINDER / 10000000.
081600 4170-EXIT.
081700     EXIT.
081800
081900* 18 - A WHOLE EXPONENT UP TO 999 IS DONE BY REPEATED
082000* MULTIPLICATION (OF 1/A FOR A NEGATIVE EXPONENT); ANY OTHER
082100* EXPONENT OF A POSITIVE A AS E TO THE POWER B LN A, BOTH BY
082200* SERIES.  A NEGATIVE A TO A FRACTIONAL POWER HAS NO REAL
082300* ANSWER AND ZERO TO A NEGATIVE POWER NONE AT ALL.
082400 4180-POWER.
082500     MOVE LOG-OPERAND-B TO WS-WHOLE.
082600     IF LOG-OPERAND-A = ZERO
082700         IF LOG-OPERAND-B > ZERO
082800             MOVE ZERO TO WS-ANSWER
082900         ELSE
083000             IF LOG-OPERAND-B = ZERO
083100                 MOVE 1 TO WS-ANSWER
083200             ELSE
083300                 SET WS-NO-METHOD TO TRUE
083400                 MOVE "NO METHOD" TO WS-SAMPLE-STATUS
083500             END-IF
083600         END-IF
083700         GO TO 4180-EXIT
083800     END-IF.
083900     IF WS-WHOLE = LOG-OPERAND-B
084000             AND WS-WHOLE NOT > 999 AND WS-WHOLE NOT < -999
084100         PERFORM 4185-WHOLE-POWER THRU 4185-EXIT
084200         GO TO 4180-EXIT
084300     END-IF.
084400     IF LOG-OPERAND-A < ZERO
084500         SET WS-NO-METHOD TO TRUE
084600         MOVE "NO METHOD" TO WS-SAMPLE-STATUS
084700         GO TO 4180-EXIT
084800     END-IF.
084900     MOVE LOG-OPERAND-A TO WS-LN-IN.
085000     PERFORM 7400-NATURAL-LOG THRU 7400-EXIT.
085100     COMPUTE WS-BIG ROUNDED = LOG-OPERAND-B * WS-LN-OUT.
085200* E TO THE 34.6 ALREADY PASSES WHAT LOG-RESULT CAN HOLD, AND
085300* E TO THE -40 IS ZERO TO FOURTEEN DECIMALS.
085400     IF WS-BIG > 34.6
085500         SET WS-METHOD-OVERFLOW TO TRUE
085600         GO TO 4180-EXIT
085700     END-IF.
085800     IF WS-BIG < -40
085900         MOVE ZERO TO WS-ANSWER
086000         GO TO 4180-EXIT
086100     END-IF.
086200     MOVE WS-BIG TO WS-EXP-IN.
086300     PERFORM 7980-EXPONENTIAL THRU 7980-EXIT.
086400     COMPUTE WS-ANSWER ROUNDED = WS-BIG
086500         ON SIZE ERROR
086600             SET WS-METHOD-OVERFLOW TO TRUE
086700     END-COMPUTE.
086800 4180-EXIT.
086900     EXIT.
087000
087100 4185-WHOLE-POWER.
087200     IF WS-WHOLE < ZERO
087300         COMPUTE WS-BASE ROUNDED = 1 / LOG-OPERAND-A
087400         COMPUTE WS-REPEAT-COUNT = 0 - WS-WHOLE
087500     ELSE
087600         MOVE LOG-OPERAND-A TO WS-BASE
087700         MOVE WS-WHOLE TO WS-REPEAT-COUNT
087800     END-IF.
087900     MOVE 1 TO WS-BIG.
088000     PERFORM 7960-MULTIPLY-BASE THRU 7960-EXIT
088100         WS-REPEAT-COUNT TIMES.
088200     IF WS-METHOD-OVERFLOW
088300         GO TO 4185-EXIT
088400     END-IF.
088500     COMPUTE WS-ANSWER ROUNDED = WS-BIG
088600         ON SIZE ERROR
088700             SET WS-METHOD-OVERFLOW TO TRUE
088800     END-COMPUTE.
088900 4185-EXIT.
089000     EXIT.
089100
089200* 19 - NATURAL LOG BY SERIES WHEN B IS 2, OTHERWISE BASE 10
089300* AS LN A / LN 10, AS ELMO CHOOSES.
089400 4190-LOGARITHM.
089500     IF LOG-OPERAND-A NOT > ZERO
089600         SET WS-NO-METHOD TO TRUE
089700         MOVE "NO METHOD" TO WS-SAMPLE-STATUS
089800         GO TO 4190-EXIT
089900     END-IF.
090000     MOVE LOG-OPERAND-A TO WS-LN-IN.
090100     PERFORM 7400-NATURAL-LOG THRU 7400-EXIT.
090200     IF LOG-OPERAND-B = 2
090300         MOVE WS-LN-OUT TO WS-ANSWER
090400     ELSE
090500         COMPUTE WS-ANSWER ROUNDED = WS-LN-OUT / WS-LN10
090600     END-IF.
090700 4190-EXIT.
090800     EXIT.
090900
091000* 26-28 - THE COMPOUND FACTOR (1 + R) TO THE N BY REPEATED
091100* MULTIPLICATION OVER THE LOGGED PERIODS, THE RATE BEING B
091200* PER CENT.  A NET PRESENT VALUE OVER A SERIES OR A RECORD
091300* GROUP IS NOT RECOMPUTED - ITS CASH FLOWS ARE NOT ON THE LOG.
091400 4260-FINANCIAL.
091500     IF LOG-FIN-NPV-SERIES
091600         SET WS-NO-METHOD TO TRUE
091700         MOVE "NPV SERIES" TO WS-SAMPLE-STATUS
091800         GO TO 4260-EXIT
091900     END-IF.
092000     IF LOG-EXIT-REASON = SPACES
092100         SET WS-NO-METHOD TO TRUE
092200         MOVE "GROUP" TO WS-SAMPLE-STATUS
092300         GO TO 4260-EXIT
092400     END-IF.
092500     IF LOG-FIN-PERIODS NOT NUMERIC OR LOG-FIN-PERIODS = ZERO
092600         SET WS-NO-METHOD TO TRUE
092700         MOVE "NO METHOD" TO WS-SAMPLE-STATUS
092800         GO TO 4260-EXIT
092900     END-IF.
093000     COMPUTE WS-RATE = LOG-OPERAND-B / 100.
093100     COMPUTE WS-BASE = 1 + WS-RATE.
093200     MOVE LOG-FIN-PERIODS TO WS-REPEAT-COUNT.
093300     MOVE 1 TO WS-BIG.
093400     PERFORM 7960-MULTIPLY-BASE THRU 7960-EXIT
093500         WS-REPEAT-COUNT TIMES.
093600     IF WS-METHOD-OVERFLOW
093700         GO TO 4260-EXIT
093800     END-IF.
093900     EVALUATE LOG-OPTION
094000         WHEN 26
094100             IF WS-RATE = ZERO
094200                 COMPUTE WS-ANSWER ROUNDED =
094300                         LOG-OPERAND-A / LOG-FIN-PERIODS
094400             ELSE
094500                 COMPUTE WS-BASE ROUNDED = WS-BIG / (WS-BIG - 1)
094600                 COMPUTE WS-BIG = LOG-OPERAND-A * WS-RATE
094700                 COMPUTE WS-ANSWER ROUNDED = WS-BIG * WS-BASE
094800                     ON SIZE ERROR
094900                         SET WS-METHOD-OVERFLOW TO TRUE
095000                 END-COMPUTE
095100             END-IF
095200         WHEN 27
095300             COMPUTE WS-ANSWER ROUNDED = LOG-OPERAND-A * WS-BIG
095400                 ON SIZE ERROR
095500                     SET WS-METHOD-OVERFLOW TO TRUE
095600             END-COMPUTE
095700         WHEN 28
095800             COMPUTE WS-ANSWER ROUNDED = LOG-OPERAND-A / WS-BIG
095900     END-EVALUATE.
096000 4260-EXIT.
096100     EXIT.
096200*-----------------------------------------------------------------
096300* 7000 SERIES - THE INDEPENDENT METHODS THEMSELVES.  EACH
096400* SERIES RUNS UNTIL ITS NEXT TERM IS ZERO AT TWENTY-FIVE
096500* DECIMALS; EACH ITERATION UNTIL IT STOPS MOVING.  THE TERM
096600* LIMITS ARE ONLY A BACKSTOP.
096700*-----------------------------------------------------------------
096800* 7300 - ATANH Z = Z + Z**3/3 + Z**5/5 + ..., SO THAT
096900* LN X = 2 ATANH((X - 1) / (X + 1)).
097000 7300-ATANH-SERIES.
097100     MOVE WS-Z TO WS-SUM.
097200     MOVE WS-Z TO WS-POWER.
097300     COMPUTE WS-Z-SQUARED ROUNDED = WS-Z * WS-Z.
097400     PERFORM 7310-ATANH-TERM THRU 7310-EXIT
097500         VARYING WS-SERIES-N FROM 1 BY 1
097600         UNTIL WS-POWER = ZERO OR WS-SERIES-N > 500.
097700 7300-EXIT.
097800     EXIT.
097900
098000 7310-ATANH-TERM.
098100     COMPUTE WS-POWER ROUNDED = WS-POWER * WS-Z-SQUARED.
098200     COMPUTE WS-DIVISOR = 2 * WS-SERIES-N + 1.
098300     COMPUTE WS-TERM ROUNDED = WS-POWER / WS-DIVISOR.
098400     ADD WS-TERM TO WS-SUM.
098500 7310-EXIT.
098600     EXIT.
098700
098800* 7400 - LN OF WS-LN-IN: HALVED OR DOUBLED INTO 1..2, COUNTING
098900* THE POWERS OF TWO, THEN THE ATANH SERIES ON WHAT IS LEFT.
099000 7400-NATURAL-LOG.
099100     MOVE ZERO TO WS-TWO-EXPONENT.
099200     PERFORM 7410-HALVE THRU 7410-EXIT
099300         UNTIL WS-LN-IN < 2.
099400     PERFORM 7420-DOUBLE THRU 7420-EXIT
099500         UNTIL WS-LN-IN NOT < 1.
099600     COMPUTE WS-Z ROUNDED = (WS-LN-IN - 1) / (WS-LN-IN + 1).
099700     PERFORM 7300-ATANH-SERIES THRU 7300-EXIT.
099800     COMPUTE WS-LN-OUT = 2 * WS-SUM + WS-TWO-EXPONENT * WS-LN2.
099900 7400-EXIT.
100000     EXIT.
100100
100200 7410-HALVE.
100300     COMPUTE WS-LN-IN ROUNDED = WS-LN-IN / 2.
100400     ADD 1 TO WS-TWO-EXPONENT.
100500 7410-EXIT.
100600     EXIT.
100700
100800 7420-DOUBLE.
100900     COMPUTE WS-LN-IN = WS-LN-IN * 2.
101000     SUBTRACT 1 FROM WS-TWO-EXPONENT.
101100 7420-EXIT.
101200     EXIT.
101300
101400* 7500 - SQUARE ROOT OF WS-ROOT-IN INTO WS-ROOT-GUESS.
101500* STARTING AT OR ABOVE THE ROOT, NEWTON'S STEPS COME DOWN TO
101600* IT AND THEN STOP FALLING, WHICH IS THE TEST.
101700 7500-NEWTON-SQRT.
101800     IF WS-ROOT-IN = ZERO
101900         MOVE ZERO TO WS-ROOT-GUESS
102000         GO TO 7500-EXIT
102100     END-IF.
102200     IF WS-ROOT-IN > 1
102300         MOVE WS-ROOT-IN TO WS-ROOT-GUESS
102400     ELSE
102500         MOVE 1 TO WS-ROOT-GUESS
102600     END-IF.
102700     MOVE "N" TO WS-CONVERGED-SW.
102800     PERFORM 7510-SQRT-STEP THRU 7510-EXIT
102900         VARYING WS-ITERATION FROM 1 BY 1
103000         UNTIL WS-CONVERGED OR WS-ITERATION > 500.
103100 7500-EXIT.
103200     EXIT.
103300
103400 7510-SQRT-STEP.
103500     COMPUTE WS-ROOT-NEXT ROUNDED =
103600             (WS-ROOT-GUESS + WS-ROOT-IN / WS-ROOT-GUESS) / 2.
103700     IF WS-ROOT-NEXT NOT < WS-ROOT-GUESS
103800         SET WS-CONVERGED TO TRUE
103900     ELSE
104000         MOVE WS-ROOT-NEXT TO WS-ROOT-GUESS
104100     END-IF.
104200 7510-EXIT.
104300     EXIT.
104400
104500* 7600 - CUBE ROOT OF WS-ROOT-IN (NOT NEGATIVE) INTO
104600* WS-ROOT-GUESS, THE SAME WAY.
104700 7600-NEWTON-CBRT.
104800     IF WS-ROOT-IN = ZERO
104900         MOVE ZERO TO WS-ROOT-GUESS
105000         GO TO 7600-EXIT
105100     END-IF.
105200     IF WS-ROOT-IN > 1
105300         MOVE WS-ROOT-IN TO WS-ROOT-GUESS
105400     ELSE
105500         MOVE 1 TO WS-ROOT-GUESS
105600     END-IF.
105700     MOVE "N" TO WS-CONVERGED-SW.
105800     PERFORM 7610-CBRT-STEP THRU 7610-EXIT
105900         VARYING WS-ITERATION FROM 1 BY 1
106000         UNTIL WS-CONVERGED OR WS-ITERATION > 500.
106100 7600-EXIT.
106200     EXIT.
106300
106400 7610-CBRT-STEP.
106500     COMPUTE WS-ROOT-NEXT ROUNDED =
106600             (2 * WS-ROOT-GUESS
106700              + WS-ROOT-IN / (WS-ROOT-GUESS * WS-ROOT-GUESS))
106800             / 3.
106900     IF WS-ROOT-NEXT NOT < WS-ROOT-GUESS
107000         SET WS-CONVERGED TO TRUE
107100     ELSE
107200         MOVE WS-ROOT-NEXT TO WS-ROOT-GUESS
107300     END-IF.
107400 7610-EXIT.
107500     EXIT.
107600
107700* 7700/7750 - SINE AND COSINE OF WS-ANGLE (RADIANS, -PI..PI)
107800* BY THEIR TAYLOR SERIES.
107900 7700-SINE-SERIES.
108000     MOVE WS-ANGLE TO WS-SINE.
108100     MOVE WS-ANGLE TO WS-TERM.
108200     COMPUTE WS-Z-SQUARED ROUNDED = WS-ANGLE * WS-ANGLE.
108300     PERFORM 7710-SINE-TERM THRU 7710-EXIT
108400         VARYING WS-SERIES-N FROM 1 BY 1
108500         UNTIL WS-TERM = ZERO OR WS-SERIES-N > 100.
108600 7700-EXIT.
108700     EXIT.
108800
108900 7710-SINE-TERM.
109000     COMPUTE WS-DIVISOR = (2 * WS-SERIES-N)
109100                          * (2 * WS-SERIES-N + 1).
109200     COMPUTE WS-TERM ROUNDED =
109300             0 - WS-TERM * WS-Z-SQUARED / WS-DIVISOR.
109400     ADD WS-TERM TO WS-SINE.
109500 7710-EXIT.
109600     EXIT.
109700
109800 7750-COSINE-SERIES.
109900     MOVE 1 TO WS-COSINE.
110000     MOVE 1 TO WS-TERM.
110100     COMPUTE WS-Z-SQUARED ROUNDED = WS-ANGLE * WS-ANGLE.
110200     PERFORM 7760-COSINE-TERM THRU 7760-EXIT
110300         VARYING WS-SERIES-N FROM 1 BY 1
110400         UNTIL WS-TERM = ZERO OR WS-SERIES-N > 100.
110500 7750-EXIT.
110600     EXIT.
110700
110800 7760-COSINE-TERM.
110900     COMPUTE WS-DIVISOR = (2 * WS-SERIES-N - 1)
111000                          * (2 * WS-SERIES-N).
111100     COMPUTE WS-TERM ROUNDED =
111200             0 - WS-TERM * WS-Z-SQUARED / WS-DIVISOR.
111300     ADD WS-TERM TO WS-COSINE.
111400 7760-EXIT.
111500     EXIT.
111600
111700* 7800 - ARCSINE OF LOG-OPERAND-A INTO WS-ARC, AS THE
111800* ARCTANGENT OF A / SQRT(1 - A SQUARED); PLUS OR MINUS ONE
111900* ARE PLUS OR MINUS HALF PI.
112000 7800-ARCSINE.
112100     IF LOG-OPERAND-A = 1
112200         MOVE WS-HALF-PI TO WS-ARC
112300         GO TO 7800-EXIT
112400     END-IF.
112500     IF LOG-OPERAND-A = -1
112600         COMPUTE WS-ARC = 0 - WS-HALF-PI
112700         GO TO 7800-EXIT
112800     END-IF.
112900     COMPUTE WS-ROOT-IN = 1 - LOG-OPERAND-A * LOG-OPERAND-A.
113000     PERFORM 7500-NEWTON-SQRT THRU 7500-EXIT.
113100     COMPUTE WS-ATAN-IN ROUNDED = LOG-OPERAND-A / WS-ROOT-GUESS.
113200     PERFORM 7850-ARCTANGENT THRU 7850-EXIT.
113300 7800-EXIT.
113400     EXIT.
113500
113600* 7850 - ARCTANGENT OF WS-ATAN-IN INTO WS-ARC.  ABOVE ONE THE
113700* RECIPROCAL IS TAKEN (ATAN X = HALF PI - ATAN 1/X); THE
113800* ARGUMENT IS THEN HALVED TWICE BY
113900* ATAN X = 2 ATAN(X / (1 + SQRT(1 + X SQUARED))) SO THE SERIES
114000* CONVERGES QUICKLY.
114100 7850-ARCTANGENT.
114200     MOVE "N" TO WS-NEGATIVE-SW.
114300     MOVE "N" TO WS-INVERTED-SW.
114400     IF WS-ATAN-IN < ZERO
114500         SET WS-NEGATIVE TO TRUE
114600         COMPUTE WS-ATAN-IN = 0 - WS-ATAN-IN
114700     END-IF.
114800     IF WS-ATAN-IN > 1
114900         SET WS-INVERTED TO TRUE
115000         COMPUTE WS-ATAN-IN ROUNDED = 1 / WS-ATAN-IN
115100     END-IF.
115200     PERFORM 7860-HALVE-ANGLE THRU 7860-EXIT 2 TIMES.
115300     MOVE WS-ATAN-IN TO WS-Z.
115400     PERFORM 7900-ARCTAN-SERIES THRU 7900-EXIT.
115500     COMPUTE WS-ARC = 4 * WS-SUM.
115600     IF WS-INVERTED
115700         COMPUTE WS-ARC = WS-HALF-PI - WS-ARC
115800     END-IF.
115900     IF WS-NEGATIVE
116000         COMPUTE WS-ARC = 0 - WS-ARC
116100     END-IF.
116200 7850-EXIT.
116300     EXIT.
116400
116500 7860-HALVE-ANGLE.
116600     COMPUTE WS-ROOT-IN = 1 + WS-ATAN-IN * WS-ATAN-IN.
116700     PERFORM 7500-NEWTON-SQRT THRU 7500-EXIT.
116800     COMPUTE WS-ATAN-IN ROUNDED =
116900             WS-ATAN-IN / (1 + WS-ROOT-GUESS).
117000 7860-EXIT.
117100     EXIT.
117200
117300* 7900 - ATAN Z = Z - Z**3/3 + Z**5/5 - ... FOR SMALL Z.
117400 7900-ARCTAN-SERIES.
117500     MOVE WS-Z TO WS-SUM.
117600     MOVE WS-Z TO WS-POWER.
117700     COMPUTE WS-Z-SQUARED ROUNDED = WS-Z * WS-Z.
117800     PERFORM 7910-ARCTAN-TERM THRU 7910-EXIT
117900         VARYING WS-SERIES-N FROM 1 BY 1
118000         UNTIL WS-POWER = ZERO OR WS-SERIES-N > 500.
118100 7900-EXIT.
118200     EXIT.
118300
118400 7910-ARCTAN-TERM.
118500     COMPUTE WS-POWER ROUNDED = 0 - WS-POWER * WS-Z-SQUARED.
118600     COMPUTE WS-DIVISOR = 2 * WS-SERIES-N + 1.
118700     COMPUTE WS-TERM ROUNDED = WS-POWER / WS-DIVISOR.
118800     ADD WS-TERM TO WS-SUM.
118900 7910-EXIT.
119000     EXIT.
119100
119200* 7960 - ONE MORE FACTOR OF WS-BASE INTO WS-BIG.
119300 7960-MULTIPLY-BASE.
119400     IF WS-METHOD-OVERFLOW
119500         GO TO 7960-EXIT
119600     END-IF.
119700     COMPUTE WS-BIG ROUNDED = WS-BIG * WS-BASE
119800         ON SIZE ERROR
119900             SET WS-METHOD-OVERFLOW TO TRUE
120000     END-COMPUTE.
120100 7960-EXIT.
120200     EXIT.
120300
120400* 7980 - E TO THE WS-EXP-IN INTO WS-BIG: THE EXPONENT SPLIT
120500* INTO A WHOLE NUMBER OF LN 2 AND A REMAINDER UNDER HALF OF
120600* LN 2, THE TAYLOR SERIES ON THE REMAINDER, THEN DOUBLED OR
120700* HALVED THE WHOLE NUMBER OF TIMES.
120800 7980-EXPONENTIAL.
120900     COMPUTE WS-TWO-EXPONENT ROUNDED = WS-EXP-IN / WS-LN2.
121000     COMPUTE WS-Z = WS-EXP-IN - WS-TWO-EXPONENT * WS-LN2.
121100     MOVE 1 TO WS-SUM.
121200     MOVE 1 TO WS-TERM.
121300     PERFORM 7990-EXP-TERM THRU 7990-EXIT
121400         VARYING WS-SERIES-N FROM 1 BY 1
121500         UNTIL WS-TERM = ZERO OR WS-SERIES-N > 100.
121600     MOVE WS-SUM TO WS-BIG.
121700     IF WS-TWO-EXPONENT < ZERO
121800         MOVE 0.5 TO WS-BASE
121900         COMPUTE WS-REPEAT-COUNT = 0 - WS-TWO-EXPONENT
122000     ELSE
122100         MOVE 2 TO WS-BASE
122200         MOVE WS-TWO-EXPONENT TO WS-REPEAT-COUNT
122300     END-IF.
122400     PERFORM 7960-MULTIPLY-BASE THRU 7960-EXIT
122500         WS-REPEAT-COUNT TIMES.
122600 7980-EXIT.
122700     EXIT.
122800
122900 7990-EXP-TERM.
123000     COMPUTE WS-TERM ROUNDED = WS-TERM * WS-Z / WS-SERIES-N.
123100     ADD WS-TERM TO WS-SUM.
123200 7990-EXIT.
123300     EXIT.
