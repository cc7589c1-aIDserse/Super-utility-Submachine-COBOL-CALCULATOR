      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Night-run release of the pending-transaction
      *                warehouse (PENDFIL, see ELMOPND).  Every batch
      *                still waiting whose process-on date is tonight
      *                is added to the end of the night's TRANSFIL -
      *                after the desks' own work or the CSV intake's -
      *                followed by a "T" trailer of its own carrying
      *                the batch's record count and operand hash, so
      *                the front-end edit (ELMOEDT) balances it like
      *                any other department's block.  The batch is
      *                then marked released.  A batch still waiting
      *                from an earlier date is not released late: it
      *                is listed as past due, for the desk to re-date
      *                or withdraw through ELMOPMT.  PRLPARMS columns
      *                1-8 may give an earlier release date (YYYYMMDD)
      *                to catch up a night that was missed; blank
      *                means today.  The release report (PRLRPT)
      *                lists each batch released and each past due.
      *                Safe to run again: a batch released earlier
      *                tonight is only added again when its trailer
      *                is no longer on TRANSFIL, as after the CSV
      *                intake has rebuilt the file for a rerun; one
      *                released on an earlier night is never added
      *                again, so a PRLPARMS date left in place does
      *                not repeat that night's work.  A release date
      *                other than today is flagged on the report.
      *                Run by the night-run driver (ELMODRV)
      *                before the edit.  Ends with GOBACK: RETURN-CODE
      *                8 when PENDFIL or TRANSFIL cannot be opened or
      *                a batch cannot be marked, 4 when a batch due
      *                tonight is incomplete and was held back.  No
      *                PENDFIL at all only means nothing has ever been
      *                submitted.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   A BATCH RELEASED ON AN EARLIER NIGHT IS
      *                   LISTED AS RELEASED EARLIER, NOT WRITTEN
      *                   AGAIN; A PRLPARMS DATE IS FLAGGED.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOPRL.
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
001300     SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-TRANS-FILE-STATUS.
001600
001700     SELECT PARAMETER-FILE ASSIGN TO "PRLPARMS"
001800         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-PARM-FILE-STATUS.
002000
002100     SELECT RELEASE-REPORT-FILE ASSIGN TO "PRLRPT"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-REPORT-FILE-STATUS.
002400*-----------------------------------------------------------------
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  PENDING-FILE
002800     RECORDING MODE IS F.
002900     COPY ELMOPND.
003000
003100 FD  TRANS-FILE
003200     RECORDING MODE IS F.
003300     COPY ELMOTRN.
003400
003500 FD  PARAMETER-FILE.
003600 01  PARAMETER-RECORD.
003700     05  PARM-RELEASE-DATE       PIC X(08).
003800     05  FILLER                  PIC X(72).
003900
004000 FD  RELEASE-REPORT-FILE.
004100 01  RELEASE-REPORT-LINE         PIC X(80).
004200*-----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-PND-FILE-STATUS          PIC X(02) VALUE SPACES.
004500 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
004600 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
004700 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
004800
004900 01  WS-STOP-SWITCH              PIC X(01) VALUE "N".
005000     88  WS-STOP                         VALUE "Y".
005100 01  WS-PND-OPEN-SW              PIC X(01) VALUE "N".
005200     88  WS-PND-OPEN                     VALUE "Y".
005300 01  WS-TRANS-EOF-SW             PIC X(01) VALUE "N".
005400     88  WS-TRANS-EOF                    VALUE "Y".
005500
005600 01  WS-TODAY                    PIC X(08) VALUE SPACES.
005700 01  WS-RELEASE-DATE             PIC X(08) VALUE SPACES.
005800
005900 01  WS-LAST-BATCH               PIC 9(07) VALUE 0.
006000 01  WS-BATCH-NUMBER             PIC 9(07) VALUE 0.
006100 01  WS-LINE-NUMBER              PIC 9(07) VALUE 0.
006200 01  WS-BATCH-LINES              PIC 9(07) VALUE 0.
006300
006400 01  WS-BATCH-BAD-SW             PIC X(01) VALUE "N".
006500     88  WS-BATCH-BAD                    VALUE "Y".
006600 01  WS-ON-TRANS-SW              PIC X(01) VALUE "N".
006700     88  WS-ON-TRANS                     VALUE "Y".
006800
006900* THE HEADER OF THE BATCH IN HAND, KEPT WHILE ITS LINES ARE
007000* READ THROUGH THE SAME RECORD AREA, SO IT CAN BE MARKED
007100* RELEASED AFTERWARDS.
007200 01  WS-HEADER-SAVE              PIC X(74) VALUE SPACES.
007300
007400* THE TRAILER REFERENCE THAT IDENTIFIES A RELEASED BATCH ON
007500* TRANSFIL: "P" AND THE BATCH NUMBER.
007600 01  WS-BATCH-TRAILER-REF.
007700     05  FILLER                  PIC X(01) VALUE "P".
007800     05  WS-BTR-BATCH            PIC 9(07).
007900
008000* THE BATCH'S TRAILER, SUMMED THE SAME WAY THE EDIT SUMS ITS
008100* INPUT: EVERY RECORD COUNTS, AND EACH NUMERIC OPERAND ADDS TO
008200* THE HASH (A TOKEN OPERAND CONTRIBUTES NOTHING).
008300 01  WS-BATCH-COUNT              PIC 9(09) VALUE 0.
008400 01  WS-BATCH-HASH               PIC S9(15)V9(7) VALUE 0.
008500
008600 01  WS-RELEASED-COUNT           PIC 9(09) VALUE 0.
008700 01  WS-ALREADY-COUNT            PIC 9(09) VALUE 0.
008750 01  WS-EARLIER-COUNT            PIC 9(09) VALUE 0.
008800 01  WS-TRANS-WRITTEN            PIC 9(09) VALUE 0.
008900 01  WS-PAST-DUE-COUNT           PIC 9(09) VALUE 0.
009000 01  WS-INCOMPLETE-COUNT         PIC 9(09) VALUE 0.
009100 01  WS-WAITING-COUNT            PIC 9(09) VALUE 0.
009200
009300 01  WS-HEADING-1                PIC X(80) VALUE
009400     "ELMO PENDING-TRANSACTION RELEASE REPORT".
009500 01  WS-DATE-LINE.
009600     05  FILLER                  PIC X(14) VALUE "RELEASE DATE ".
009700     05  WS-DT-DATE              PIC X(08).
009800 01  WS-HEADING-2                PIC X(80) VALUE
009900     "BATCH    DESK      DUE       SUBMITTED BY    LINES  STATUS".
010000 01  WS-BATCH-LINE.
010100     05  WS-BL-BATCH             PIC 9(07).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  WS-BL-REFERENCE         PIC X(08).
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  WS-BL-DUE               PIC X(08).
010600     05  FILLER                  PIC X(02) VALUE SPACES.
010700     05  WS-BL-SUBMITTED-BY      PIC X(08).
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  WS-BL-LINES             PIC ZZZ,ZZZ,ZZ9.
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  WS-BL-STATUS            PIC X(20).
011200 01  WS-COUNT-LINE.
011300     05  WS-CL-LABEL             PIC X(30).
011400     05  FILLER                  PIC X(04) VALUE SPACES.
011500     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
011600*-----------------------------------------------------------------
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------------
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     IF NOT WS-STOP
012200         PERFORM 2000-CHECK-BATCH THRU 2000-EXIT
012300             VARYING WS-BATCH-NUMBER FROM 1 BY 1
012400             UNTIL WS-BATCH-NUMBER > WS-LAST-BATCH OR WS-STOP
012500     END-IF.
012600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
012700     IF WS-PND-OPEN
012800         CLOSE PENDING-FILE
012900     END-IF.
013000     CLOSE RELEASE-REPORT-FILE.
013100     IF RETURN-CODE = 0 AND WS-INCOMPLETE-COUNT > 0
013200         MOVE 4 TO RETURN-CODE
013300     END-IF.
013400     GOBACK.
013500*-----------------------------------------------------------------
013600* 1000-INITIALIZE - PICK UP THE RELEASE DATE, OPEN THE REPORT
013700* AND THE WAREHOUSE, AND READ HOW MANY BATCHES HAVE EVER BEEN
013800* GIVEN A NUMBER.  A RELEASE DATE AFTER TODAY IS IGNORED: WORK
013900* IS NEVER RELEASED AHEAD OF THE DATE THE DESK ASKED FOR.
014000*-----------------------------------------------------------------
014100 1000-INITIALIZE.
014200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
014300     MOVE WS-TODAY TO WS-RELEASE-DATE.
014400     OPEN INPUT PARAMETER-FILE.
014500     IF WS-PARM-FILE-STATUS = "00"
014600         READ PARAMETER-FILE
014700             AT END
014800                 CONTINUE
014900             NOT AT END
015000                 IF PARM-RELEASE-DATE NUMERIC
015100                         AND PARM-RELEASE-DATE NOT = "00000000"
015200                         AND PARM-RELEASE-DATE NOT > WS-TODAY
015300                     MOVE PARM-RELEASE-DATE TO WS-RELEASE-DATE
015400                 END-IF
015500         END-READ
015600         CLOSE PARAMETER-FILE
015700     END-IF.
015800     OPEN OUTPUT RELEASE-REPORT-FILE.
015900     MOVE WS-HEADING-1 TO RELEASE-REPORT-LINE.
016000     WRITE RELEASE-REPORT-LINE.
016100     MOVE WS-RELEASE-DATE TO WS-DT-DATE.
016200     MOVE WS-DATE-LINE TO RELEASE-REPORT-LINE.
016300     WRITE RELEASE-REPORT-LINE.
016316     IF WS-RELEASE-DATE NOT = WS-TODAY
016332         MOVE "*** RELEASE DATE OVERRIDDEN BY PRLPARMS ***"
016348             TO RELEASE-REPORT-LINE
016364         WRITE RELEASE-REPORT-LINE
016380     END-IF.
016400     MOVE SPACES TO RELEASE-REPORT-LINE.
016500     WRITE RELEASE-REPORT-LINE.
016600     OPEN I-O PENDING-FILE.
016700     IF WS-PND-FILE-STATUS = "35"
016800         MOVE "*** NO PENDFIL - NOTHING HAS BEEN SUBMITTED ***"
016900             TO RELEASE-REPORT-LINE
017000         WRITE RELEASE-REPORT-LINE
017100         SET WS-STOP TO TRUE
017200         GO TO 1000-EXIT
017300     END-IF.
017400     IF WS-PND-FILE-STATUS NOT = "00"
017500         DISPLAY "UNABLE TO OPEN PENDFIL, FILE STATUS = "
017600                 WS-PND-FILE-STATUS
017700         MOVE "*** PENDFIL WILL NOT OPEN - NOTHING RELEASED ***"
017800             TO RELEASE-REPORT-LINE
017900         WRITE RELEASE-REPORT-LINE
018000         MOVE 8 TO RETURN-CODE
018100         SET WS-STOP TO TRUE
018200         GO TO 1000-EXIT
018300     END-IF.
018400     SET WS-PND-OPEN TO TRUE.
018500     MOVE ZERO TO PND-BATCH-NUMBER.
018600     MOVE ZERO TO PND-LINE-NUMBER.
018700     READ PENDING-FILE
018800         KEY IS PND-KEY
018900         INVALID KEY
019000             MOVE ZERO TO WS-LAST-BATCH
019100         NOT INVALID KEY
019200             MOVE PND-LAST-BATCH TO WS-LAST-BATCH
019300     END-READ.
019400     MOVE WS-HEADING-2 TO RELEASE-REPORT-LINE.
019500     WRITE RELEASE-REPORT-LINE.
019600 1000-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------------
019900* 2000-CHECK-BATCH - ONE BATCH HEADER.  A BATCH DUE ON THE
020000* RELEASE DATE GOES OUT; ONE DUE BEFORE TODAY AND STILL WAITING
020100* IS PAST DUE; A CANCELLED BATCH, OR ONE RELEASED FOR SOME
020200* OTHER NIGHT, IS LEFT ALONE.  A NUMBER WITH NO HEADER WAS
020300* GIVEN OUT TO A SUBMISSION THAT NEVER COMPLETED.
020400*-----------------------------------------------------------------
020500 2000-CHECK-BATCH.
020600     MOVE WS-BATCH-NUMBER TO PND-BATCH-NUMBER.
020700     MOVE ZERO TO PND-LINE-NUMBER.
020800     READ PENDING-FILE
020900         KEY IS PND-KEY
021000         INVALID KEY
021100             GO TO 2000-EXIT
021200     END-READ.
021300     IF PND-CANCELLED
021400         GO TO 2000-EXIT
021500     END-IF.
021600     IF PND-PROCESS-ON-DATE = WS-RELEASE-DATE
021700         PERFORM 2100-RELEASE-BATCH THRU 2100-EXIT
021800         GO TO 2000-EXIT
021900     END-IF.
022000     IF NOT PND-WAITING
022100         GO TO 2000-EXIT
022200     END-IF.
022300     IF PND-PROCESS-ON-DATE < WS-TODAY
022400         ADD 1 TO WS-PAST-DUE-COUNT
022500         MOVE "PAST DUE - WAITING" TO WS-BL-STATUS
022600         PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT
022700     ELSE
022800         ADD 1 TO WS-WAITING-COUNT
022900     END-IF.
023000 2000-EXIT.
023100     EXIT.
023200
023300*-----------------------------------------------------------------
023400* 2100-RELEASE-BATCH - EVERY LINE IS PROVED TO BE ON FILE FIRST,
023500* SO A DAMAGED BATCH NEVER PUTS HALF ITSELF ON TRANSFIL; IT IS
023600* LEFT WAITING AND WILL SHOW AS PAST DUE TOMORROW.  A BATCH
023700* ALREADY RELEASED TODAY IS ONLY WRITTEN AGAIN WHEN ITS TRAILER
023800* HAS GONE FROM TRANSFIL.  ONE RELEASED ON AN EARLIER NIGHT WENT
023833* THROUGH THAT NIGHT'S EDIT AND IS ONLY LISTED: TRANSFIL IS
023866* REBUILT EVERY NIGHT, SO ITS TRAILER BEING GONE PROVES NOTHING.
023900*-----------------------------------------------------------------
024000 2100-RELEASE-BATCH.
024100     MOVE PENDING-RECORD TO WS-HEADER-SAVE.
024200     MOVE PND-LINE-COUNT TO WS-BATCH-LINES.
024300     MOVE WS-BATCH-NUMBER TO WS-BTR-BATCH.
024314     IF PND-RELEASED AND PND-STATUS-DATE NOT = WS-TODAY
024328         ADD 1 TO WS-EARLIER-COUNT
024342         MOVE "RELEASED EARLIER" TO WS-BL-STATUS
024356         PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT
024370         GO TO 2100-EXIT
024384     END-IF.
024400     IF PND-RELEASED
024500         PERFORM 2200-FIND-ON-TRANSFIL THRU 2200-EXIT
024600         IF WS-ON-TRANS
024700             ADD 1 TO WS-ALREADY-COUNT
024800             MOVE "ALREADY ON TRANSFIL" TO WS-BL-STATUS
024900             PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT
025000             GO TO 2100-EXIT
025100         END-IF
025200     END-IF.
025300     MOVE "N" TO WS-BATCH-BAD-SW.
025400     IF WS-BATCH-LINES = ZERO
025500         SET WS-BATCH-BAD TO TRUE
025600     END-IF.
025700     PERFORM 2110-CHECK-LINE THRU 2110-EXIT
025800         VARYING WS-LINE-NUMBER FROM 1 BY 1
025900         UNTIL WS-LINE-NUMBER > WS-BATCH-LINES OR WS-BATCH-BAD.
026000     MOVE WS-HEADER-SAVE TO PENDING-RECORD.
026100     IF WS-BATCH-BAD
026200         ADD 1 TO WS-INCOMPLETE-COUNT
026300         MOVE "INCOMPLETE - HELD" TO WS-BL-STATUS
026400         PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT
026500         GO TO 2100-EXIT
026600     END-IF.
026700     OPEN EXTEND TRANS-FILE.
026800     IF WS-TRANS-FILE-STATUS = "35"
026900         OPEN OUTPUT TRANS-FILE
027000     END-IF.
027100     IF WS-TRANS-FILE-STATUS NOT = "00"
027200         DISPLAY "UNABLE TO OPEN TRANSFIL, FILE STATUS = "
027300                 WS-TRANS-FILE-STATUS
027400         MOVE "*** TRANSFIL WILL NOT OPEN - RELEASE STOPPED ***"
027500             TO RELEASE-REPORT-LINE
027600         WRITE RELEASE-REPORT-LINE
027700         MOVE 8 TO RETURN-CODE
027800         SET WS-STOP TO TRUE
027900         GO TO 2100-EXIT
028000     END-IF.
028100     MOVE ZERO TO WS-BATCH-COUNT.
028200     MOVE ZERO TO WS-BATCH-HASH.
028300     PERFORM 2120-COPY-LINE THRU 2120-EXIT
028400         VARYING WS-LINE-NUMBER FROM 1 BY 1
028500         UNTIL WS-LINE-NUMBER > WS-BATCH-LINES.
028600     MOVE SPACES                TO TRANS-RECORD.
028700     SET TRANS-TYPE-TRAILER     TO TRUE.
028800     MOVE WS-BATCH-TRAILER-REF  TO TRANS-REFERENCE.
028900     MOVE WS-BATCH-COUNT        TO TRANS-TRAILER-COUNT.
029000     MOVE WS-BATCH-HASH         TO TRANS-TRAILER-HASH.
029100     WRITE TRANS-RECORD.
029200     CLOSE TRANS-FILE.
029300     ADD WS-BATCH-COUNT TO WS-TRANS-WRITTEN.
029400     ADD 1 TO WS-RELEASED-COUNT.
029500     MOVE WS-HEADER-SAVE TO PENDING-RECORD.
029600     IF PND-RELEASED
029700         MOVE "WRITTEN AGAIN" TO WS-BL-STATUS
029800     ELSE
029900         MOVE "RELEASED" TO WS-BL-STATUS
030000     END-IF.
030100     SET PND-RELEASED TO TRUE.
030200     MOVE "ELMOPRL" TO PND-STATUS-BY.
030300     MOVE WS-TODAY TO PND-STATUS-DATE.
030400     REWRITE PENDING-RECORD
030500         INVALID KEY
030600             DISPLAY "UNABLE TO MARK BATCH " WS-BATCH-NUMBER
030700                     " RELEASED, FILE STATUS = "
030750                     WS-PND-FILE-STATUS
030800             MOVE "NOT MARKED - SEE LOG" TO WS-BL-STATUS
030900             MOVE 8 TO RETURN-CODE
031000             SET WS-STOP TO TRUE
031100     END-REWRITE.
031200     PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT.
031300 2100-EXIT.
031400     EXIT.
031500
031600 2110-CHECK-LINE.
031700     MOVE WS-BATCH-NUMBER TO PND-BATCH-NUMBER.
031800     MOVE WS-LINE-NUMBER TO PND-LINE-NUMBER.
031900     READ PENDING-FILE
032000         KEY IS PND-KEY
032100         INVALID KEY
032200             SET WS-BATCH-BAD TO TRUE
032300     END-READ.
032400 2110-EXIT.
032500     EXIT.
032600
032700 2120-COPY-LINE.
032800     MOVE WS-BATCH-NUMBER TO PND-BATCH-NUMBER.
032900     MOVE WS-LINE-NUMBER TO PND-LINE-NUMBER.
033000     READ PENDING-FILE
033100         KEY IS PND-KEY
033200         INVALID KEY
033300             GO TO 2120-EXIT
033400     END-READ.
033500     MOVE PND-TRANS-IMAGE TO TRANS-RECORD.
033600     ADD 1 TO WS-BATCH-COUNT.
033700     IF TRANS-OPERAND-A NUMERIC
033800         ADD TRANS-OPERAND-A TO WS-BATCH-HASH
033900     END-IF.
034000     IF TRANS-OPERAND-B NUMERIC
034100         ADD TRANS-OPERAND-B TO WS-BATCH-HASH
034200     END-IF.
034300     WRITE TRANS-RECORD.
034400 2120-EXIT.
034500     EXIT.
034600
034700* A STRAIGHT READ OF TRANSFIL FOR THE BATCH'S OWN TRAILER.  NO
034800* TRANSFIL AT ALL MEANS IT IS CERTAINLY NOT THERE.
034900 2200-FIND-ON-TRANSFIL.
035000     MOVE "N" TO WS-ON-TRANS-SW.
035100     OPEN INPUT TRANS-FILE.
035200     IF WS-TRANS-FILE-STATUS NOT = "00"
035300         GO TO 2200-EXIT
035400     END-IF.
035500     MOVE "N" TO WS-TRANS-EOF-SW.
035600     PERFORM 2210-READ-TRANS THRU 2210-EXIT
035700         UNTIL WS-TRANS-EOF OR WS-ON-TRANS.
035800     CLOSE TRANS-FILE.
035900 2200-EXIT.
036000     EXIT.
036100
036200 2210-READ-TRANS.
036300     READ TRANS-FILE
036400         AT END
036500             MOVE "Y" TO WS-TRANS-EOF-SW
036600         NOT AT END
036700             IF TRANS-TYPE-TRAILER
036800                     AND TRANS-REFERENCE = WS-BATCH-TRAILER-REF
036900                 SET WS-ON-TRANS TO TRUE
037000             END-IF
037100     END-READ.
037200 2210-EXIT.
037300     EXIT.
037400*-----------------------------------------------------------------
037500 3000-PRINT-TOTALS.
037600     MOVE SPACES TO RELEASE-REPORT-LINE.
037700     WRITE RELEASE-REPORT-LINE.
037800     MOVE "BATCHES RELEASED" TO WS-CL-LABEL.
037900     MOVE WS-RELEASED-COUNT TO WS-CL-COUNT.
038000     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
038100     WRITE RELEASE-REPORT-LINE.
038200     MOVE "TRANSACTIONS RELEASED" TO WS-CL-LABEL.
038300     MOVE WS-TRANS-WRITTEN TO WS-CL-COUNT.
038400     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
038500     WRITE RELEASE-REPORT-LINE.
038600     MOVE "BATCHES ALREADY ON TRANSFIL" TO WS-CL-LABEL.
038700     MOVE WS-ALREADY-COUNT TO WS-CL-COUNT.
038800     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
038900     WRITE RELEASE-REPORT-LINE.
038920     MOVE "BATCHES RELEASED EARLIER" TO WS-CL-LABEL.
038940     MOVE WS-EARLIER-COUNT TO WS-CL-COUNT.
038960     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
038980     WRITE RELEASE-REPORT-LINE.
039000     MOVE "BATCHES INCOMPLETE - HELD" TO WS-CL-LABEL.
039100     MOVE WS-INCOMPLETE-COUNT TO WS-CL-COUNT.
039200     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
039300     WRITE RELEASE-REPORT-LINE.
039400     MOVE "BATCHES PAST DUE" TO WS-CL-LABEL.
039500     MOVE WS-PAST-DUE-COUNT TO WS-CL-COUNT.
039600     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
039700     WRITE RELEASE-REPORT-LINE.
039800     MOVE "BATCHES WAITING FOR LATER" TO WS-CL-LABEL.
039900     MOVE WS-WAITING-COUNT TO WS-CL-COUNT.
040000     MOVE WS-COUNT-LINE TO RELEASE-REPORT-LINE.
040100     WRITE RELEASE-REPORT-LINE.
040200 3000-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------------
040500* 8100-WRITE-BATCH-LINE - ONE BATCH ON THE REPORT, FROM THE
040600* HEADER IN THE RECORD AREA AND THE STATUS ALREADY SET.
040700*-----------------------------------------------------------------
040800 8100-WRITE-BATCH-LINE.
040900     MOVE WS-BATCH-NUMBER     TO WS-BL-BATCH.
041000     MOVE PND-REFERENCE       TO WS-BL-REFERENCE.
041100     MOVE PND-PROCESS-ON-DATE TO WS-BL-DUE.
041200     MOVE PND-SUBMITTED-BY    TO WS-BL-SUBMITTED-BY.
041300     MOVE PND-LINE-COUNT      TO WS-BL-LINES.
041400     MOVE WS-BATCH-LINE TO RELEASE-REPORT-LINE.
041500     WRITE RELEASE-REPORT-LINE.
041600 8100-EXIT.
041700     EXIT.
