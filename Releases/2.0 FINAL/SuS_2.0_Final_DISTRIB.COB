      * Date-Written:   2026-09-02
      * Date-Compiled:
      * Purpose:       Morning distribution of the ELMO batch answers.
      *                Reads RESULTS-FILE after the overnight run,
      *                sorts it by RESULTS-REFERENCE, and breaks it
      *                into one answer file per department (named
      *                DST + the reference), for any number of desks,
      *                each with a banner line on top and a record
      *                count / return-code total at the bottom, so the
      *                operator no longer splits RESULTFL by hand.  A
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-09-02  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   EACH DEPARTMENT IS LOOKED UP ON THE
      *                   DEPARTMENT MASTER (DEPTFILE): ITS FULL NAME
      *                   IS PRINTED NEXT TO THE CODE ON THE BANNER,
      *                   AND ITS OWN DELIVERY PREFERENCE, WHEN SET,
      *                   OVERRIDES THE DSTPARMS FORMAT FOR ITS FILE.
      *  2026-10-15  DW   AN OPTION-29 ANSWER IS FOLLOWED IN ITS
      *                   DESK FILE BY ITS AMORTIZATION SCHEDULE
      *                   FROM SCHEDFIL, PROVED AGAINST THE ANSWER'S
      *                   PERIODS AND TOTAL; A MISSING OR UNBALANCED
      *                   SCHEDULE IS FLAGGED THERE AND COUNTED ON
      *                   THE MANIFEST.
      *  2026-10-15  DW   EVERY GOOD ANSWER IS CHECKED AGAINST ITS
      *                   DEPARTMENT'S (OR THE SHOP-WIDE) LIMITS ON
      *                   LIMITFIL; ONE OUTSIDE THEM IS WRITTEN TO
      *                   THE HOLD FILE (HOLDFIL) FOR SUPERVISOR
      *                   REVIEW INSTEAD OF THE DESK FILE, AND LISTED
      *                   ON THE MANIFEST AS HELD.  A RERUN DELIVERS
      *                   WHAT THE REVIEW HAS SINCE RELEASED.
      *  2026-10-15  DW   THE 50-DEPARTMENT TABLE AND THE DSTOTHER
      *                   CATCH-ALL PASS ARE GONE.  RESULTFL IS READ
      *                   ONCE AND SORTED BY REFERENCE, KEEPING EACH
      *                   DESK'S ANSWERS IN THEIR ORIGINAL ORDER, AND
      *                   EVERY DESK GETS ITS OWN FILE IN ONE PASS OF
      *                   THE SORTED ANSWERS, HOWEVER MANY DESKS
      *                   THERE ARE.  EACH ANSWER IS STILL NUMBERED
      *                   WITHIN ITS RUN IN RESULTFL ORDER BEFORE THE
      *                   SORT, SO THE HOLD FILE KEYS ARE UNCHANGED.
      *  2026-10-15  DW   A HELD ANSWER IS NO LONGER COUNTED UNDER
      *                   ITS RETURN CODE ON THE DESK TRAILER, SO THE
      *                   RETURN-CODE LINES FOOT TO TOTAL RECORDS AND
      *                   THE HELD ANSWERS STAND ON THEIR OWN LINE.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMODST.
001900     SELECT PARAMETER-FILE ASSIGN TO "DSTPARMS"
002000         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-PARM-FILE-STATUS.
002110
002120     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS DPT-CODE
002160         FILE STATUS IS WS-DMAST-FILE-STATUS.
002165
002170     SELECT SCHEDULE-FILE ASSIGN TO "SCHEDFIL"
002175         ORGANIZATION IS INDEXED
002180         ACCESS MODE IS DYNAMIC
002185         RECORD KEY IS SCH-KEY
002190         FILE STATUS IS WS-SCH-FILE-STATUS.
002191
002192     SELECT LIMIT-FILE ASSIGN TO "LIMITFIL"
002193         ORGANIZATION IS INDEXED
002194         ACCESS MODE IS RANDOM
002195         RECORD KEY IS LIM-KEY
002196         FILE STATUS IS WS-LIM-FILE-STATUS.
002197
002198     SELECT HOLD-FILE ASSIGN TO "HOLDFIL"
002199         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS RANDOM
002201         RECORD KEY IS HLD-KEY
002202         FILE STATUS IS WS-HLD-FILE-STATUS.
002203
002204     SELECT DIST-SORT-FILE ASSIGN TO "DSTSORT".
002205*-----------------------------------------------------------------
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD  RESULTS-FILE
003600 01  PARAMETER-RECORD.
003700     05  PARM-OUTPUT-FORMAT      PIC X(01).
003800     05  FILLER                  PIC X(79).
003810
003820 FD  DEPT-MASTER-FILE
003830     RECORDING MODE IS F.
003840     COPY ELMODPT.
003852
003864 FD  SCHEDULE-FILE
003876     RECORDING MODE IS F.
003888     COPY ELMOSCH.
003889
003890 FD  LIMIT-FILE
003891     RECORDING MODE IS F.
003892     COPY ELMOLIM.
003893
003894 FD  HOLD-FILE
003895     RECORDING MODE IS F.
003896     COPY ELMOHLD.
003897
003898* ONE SORT RECORD PER RESULTS RECORD: THE ANSWER ITSELF, ITS
003899* NUMBER WITHIN ITS RUN (THE HOLD FILE KEY) AND ITS PLACE ON
003900* RESULTFL, WHICH KEEPS EACH DESK'S ANSWERS IN THEIR ORIGINAL
003901* ORDER.  SRT-RESULT-IMAGE MUST STAY THE SAME LENGTH AS
003902* RESULTS-RECORD IN ELMORES.CPY.
003903 SD  DIST-SORT-FILE.
003904 01  SORT-RECORD.
003905     05  SRT-REFERENCE           PIC X(08).
003906     05  SRT-FILE-SEQ            PIC 9(09).
003907     05  SRT-RESULT-SEQ          PIC 9(07).
003908     05  SRT-RESULT-IMAGE        PIC X(84).
003909*-----------------------------------------------------------------
004000 WORKING-STORAGE SECTION.
004100 01  WS-RESULTS-FILE-STATUS      PIC X(02) VALUE SPACES.
004200 01  WS-DEPT-FILE-STATUS         PIC X(02) VALUE SPACES.
004300 01  WS-MANIFEST-FILE-STATUS     PIC X(02) VALUE SPACES.
004400 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
004410 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
004455 01  WS-SCH-FILE-STATUS          PIC X(02) VALUE SPACES.
004456 01  WS-LIM-FILE-STATUS          PIC X(02) VALUE SPACES.
004457 01  WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
004500
004600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
004700     88  WS-EOF                          VALUE "Y".
005500 01  WS-OUTPUT-FORMAT            PIC X(01) VALUE "F".
005600     88  WS-FORMAT-FIXED                 VALUE "F".
005700     88  WS-FORMAT-CSV                   VALUE "C".
005710
005720* THE FORMAT AND FULL NAME FOR THE DEPARTMENT FILE BEING WRITTEN,
005730* FROM THE DEPARTMENT MASTER: A DESK'S OWN DELIVERY PREFERENCE
005740* WINS OVER THE RUN DEFAULT ABOVE; A DESK WITH NONE SET, NOT ON
005750* THE MASTER, OR A RUN WITHOUT THE MASTER TAKES THE DEFAULT.
005760 01  WS-DMAST-OPEN-SW            PIC X(01) VALUE "N".
005770     88  WS-DMAST-OPEN                   VALUE "Y".
005780 01  WS-DEPT-FORMAT              PIC X(01) VALUE "F".
005790     88  WS-DEPT-FORMAT-CSV              VALUE "C".
005795 01  WS-DEPT-FULL-NAME           PIC X(30) VALUE SPACES.
005800
005900* THE ANSWERS COME BACK FROM THE SORT GROUPED BY REFERENCE, SO
006000* ONE DESK'S FILE IS WRITTEN AT A TIME AND ITS COUNTS BY RETURN
006100* CODE ARE ADDED UP AS IT GOES, FOR THE TOTALS AT THE BOTTOM.
006200* NOTHING IS HELD PER DESK IN STORAGE, SO THERE IS NO LIMIT ON
006300* THE NUMBER OF DESKS IN A NIGHT.
006400 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
006500     88  WS-SORT-EOF                     VALUE "Y".
006600 01  WS-SORT-FAILED-SW           PIC X(01) VALUE "N".
006700     88  WS-SORT-FAILED                  VALUE "Y".
006800 01  WS-FILE-SEQ                 PIC 9(09) VALUE 0.
006900 01  WS-DEPT-RC00                PIC 9(09) VALUE 0.
007000 01  WS-DEPT-RC01                PIC 9(09) VALUE 0.
007100 01  WS-DEPT-RC02                PIC 9(09) VALUE 0.
007200 01  WS-DEPT-RC-OTHER            PIC 9(09) VALUE 0.
007300
008000 01  WS-READ-COUNT               PIC 9(09) VALUE 0.
008100 01  WS-FILES-WRITTEN            PIC 9(05) VALUE 0.
008200 01  WS-RECORDS-WRITTEN          PIC 9(09) VALUE 0.
009300     05  FILLER                  PIC X(34) VALUE
009400         "ELMO RESULTS DISTRIBUTION - DEPT ".
009500     05  WS-BN-REFERENCE         PIC X(08).
009510     05  FILLER                  PIC X(02) VALUE SPACES.
009520     05  WS-BN-NAME              PIC X(30).
009600     05  FILLER                  PIC X(03) VALUE " - ".
009700     05  WS-BN-DATE              PIC X(08).
009800
013300     05  WS-MF-NAME              PIC X(44).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  WS-MF-COUNT             PIC ZZZ,ZZZ,ZZ9.
013502
013504* AMORTIZATION SCHEDULES.  EVERY OPTION-29 ANSWER THAT COMPUTED
013506* IS FOLLOWED IN ITS DESK FILE BY ITS SCHEDULE, READ FROM
013508* SCHEDFIL ON THE ANSWER'S OWN REFERENCE, RUN NUMBER AND TERMS.
013510* THE SCHEDULE MUST HAVE ONE LINE PER PERIOD (RESULTS-GROUP-
013512* COUNT) AND ITS PAYMENTS MUST ADD UP TO THE ANSWER; ONE THAT
013514* DOES NOT, OR IS NOT THERE, IS FLAGGED UNDER THE ANSWER AND
013516* COUNTED ON THE MANIFEST.  SCHEDULE LINES ARE NOT RESULTS
013518* RECORDS AND STAY OUT OF THE RECORD COUNTS.
013520 01  WS-SCH-OPEN-SW              PIC X(01) VALUE "N".
013522     88  WS-SCH-OPEN                     VALUE "Y".
013524 01  WS-SCH-END-SW               PIC X(01) VALUE "N".
013526     88  WS-SCH-END                      VALUE "Y".
013528 01  WS-SCH-WANTED-TERMS.
013530     05  WS-SCH-WANTED-AMOUNT    PIC 9(7)V9(7).
013532     05  WS-SCH-WANTED-RATE      PIC 9(7)V9(7).
013534     05  WS-SCH-WANTED-PERIODS   PIC 9(05).
013536 01  WS-SCH-LINES                PIC 9(05) VALUE 0.
013538 01  WS-SCH-TOTAL                PIC S9(14)V99 VALUE 0.
013540 01  WS-SCHEDULES-DELIVERED      PIC 9(09) VALUE 0.
013542 01  WS-SCHED-LINES-DELIVERED    PIC 9(09) VALUE 0.
013544 01  WS-SCHEDULES-FLAGGED        PIC 9(09) VALUE 0.
013546 01  WS-SCHEDULE-LINE.
013548     05  FILLER                  PIC X(04) VALUE SPACES.
013550     05  WS-SL-PERIOD            PIC ZZZZ9.
013552     05  FILLER                  PIC X(02) VALUE SPACES.
013554     05  WS-SL-PAYMENT           PIC -(13)9.99.
013556     05  FILLER                  PIC X(02) VALUE SPACES.
013558     05  WS-SL-INTEREST          PIC -(13)9.99.
013560     05  FILLER                  PIC X(02) VALUE SPACES.
013562     05  WS-SL-PRINCIPAL         PIC -(13)9.99.
013564     05  FILLER                  PIC X(02) VALUE SPACES.
013566     05  WS-SL-BALANCE           PIC -(13)9.99.
013568 01  WS-CSV-PERIOD               PIC ZZZZ9.
013570 01  WS-CSV-PAYMENT              PIC -(13)9.99.
013572 01  WS-CSV-INTEREST             PIC -(13)9.99.
013574 01  WS-CSV-PRINCIPAL            PIC -(13)9.99.
013576 01  WS-CSV-BALANCE              PIC -(13)9.99.
013577
013578* ANSWER LIMITS AND THE SUPERVISOR HOLD.  A GOOD ANSWER OUTSIDE
013579* THE LIMITS FOR ITS DEPARTMENT AND OPCODE (OR FAILING THOSE THE
013580* SHOP-WIDE "*ALL*" LIMITS FOR THE OPCODE) GOES TO HOLDFIL, NOT
013581* THE DESK FILE, FOR ELMOREV TO RELEASE OR KILL.  EACH ANSWER
013582* IS NUMBERED BY ITS PLACE AMONG ITS RUN'S RECORDS ON RESULTFL
013583* (A RUN'S RECORDS ARE WRITTEN TOGETHER), WHICH WITH THE RUN
013584* NUMBER KEYS THE HOLD FILE: AN ANSWER ALREADY THERE IS NOT
013585* CHECKED AGAIN BUT TAKEN AS THE REVIEW LEFT IT - DELIVERED IF
013586* RELEASED, KEPT BACK IF STILL WAITING OR KILLED.  NO LIMITS
013587* FILE MEANS NOTHING NEW IS HELD.
013588 01  WS-LIM-OPEN-SW              PIC X(01) VALUE "N".
013589     88  WS-LIM-OPEN                     VALUE "Y".
013590 01  WS-HLD-OPEN-SW              PIC X(01) VALUE "N".
013591     88  WS-HLD-OPEN                     VALUE "Y".
013592 01  WS-LIM-FOUND-SW             PIC X(01) VALUE "N".
013593     88  WS-LIM-FOUND                    VALUE "Y".
013594 01  WS-HLD-FOUND-SW             PIC X(01) VALUE "N".
013595     88  WS-HLD-FOUND                    VALUE "Y".
013596 01  WS-HOLD-SW                  PIC X(01) VALUE "N".
013597     88  WS-HOLD-ANSWER                  VALUE "Y".
013598 01  WS-SEQ-RUN                  PIC 9(05) VALUE 0.
013599 01  WS-RESULT-SEQ               PIC 9(07) VALUE 0.
013600 01  WS-PASS-HELD                PIC 9(09) VALUE 0.
013601 01  WS-HELD-COUNT               PIC 9(09) VALUE 0.
013602 01  WS-KILLED-COUNT             PIC 9(09) VALUE 0.
013603 01  WS-RELEASED-COUNT           PIC 9(09) VALUE 0.
013604 01  WS-ACCOUNTED-COUNT          PIC 9(09) VALUE 0.
013605 01  WS-HOLD-LINE.
013606     05  FILLER                  PIC X(05) VALUE "HELD ".
013607     05  WS-HL-REFERENCE         PIC X(08).
013608     05  FILLER                  PIC X(05) VALUE " RUN ".
013609     05  WS-HL-RUN               PIC 9(05).
013610     05  FILLER                  PIC X(01) VALUE "/".
013611     05  WS-HL-SEQ               PIC 9(07).
013612     05  FILLER                  PIC X(04) VALUE " OP ".
013613     05  WS-HL-OPCODE            PIC Z9.
013614     05  FILLER                  PIC X(01) VALUE SPACE.
013615     05  WS-HL-VALUE             PIC -(13)9.9(7).
013616     05  FILLER                  PIC X(01) VALUE SPACE.
013617     05  WS-HL-STATUS            PIC X(18).
013618*-----------------------------------------------------------------
013700 PROCEDURE DIVISION.
013800*-----------------------------------------------------------------
013900 0000-MAINLINE.
014100     IF WS-ABORT
014200         STOP RUN
014300     END-IF.
014366* RESULTFL STAYS OPEN THROUGH THE SORT: ITS RECORD AREA HOLDS
014432* EACH SORTED ANSWER IN TURN FOR THE DELIVERY PARAGRAPHS.
014498     SORT DIST-SORT-FILE
014564         ON ASCENDING KEY SRT-REFERENCE
014630                          SRT-FILE-SEQ
014696         INPUT PROCEDURE IS 2000-SELECT-RESULTS
014762             THRU 2000-EXIT
014828         OUTPUT PROCEDURE IS 5000-WRITE-DEPARTMENTS
014894             THRU 5000-EXIT.
014960     IF SORT-RETURN NOT = 0
015026         DISPLAY "ELMODST: SORT FAILED, RETURN = " SORT-RETURN
015092         SET WS-SORT-FAILED TO TRUE
015158     END-IF.
015224     CLOSE RESULTS-FILE.
015300     PERFORM 3000-PRINT-MANIFEST THRU 3000-EXIT.
015400     CLOSE MANIFEST-FILE.
015410     IF WS-DMAST-OPEN
015420         CLOSE DEPT-MASTER-FILE
015430     END-IF.
015447     IF WS-SCH-OPEN
015464         CLOSE SCHEDULE-FILE
015481     END-IF.
015482     IF WS-LIM-OPEN
015483         CLOSE LIMIT-FILE
015484     END-IF.
015485     IF WS-HLD-OPEN
015486         CLOSE HOLD-FILE
015487     END-IF.
015500     STOP RUN.
015600*-----------------------------------------------------------------
015700* 1000-INITIALIZE - PICK UP THE OUTPUT FORMAT FROM DSTPARMS WHEN
018220     WRITE MANIFEST-LINE.
018230     MOVE SPACES TO MANIFEST-LINE.
018240     WRITE MANIFEST-LINE.
018250     OPEN INPUT DEPT-MASTER-FILE.
018260     IF WS-DMAST-FILE-STATUS = "00"
018270         SET WS-DMAST-OPEN TO TRUE
018280     ELSE
018285         DISPLAY "NO DEPTFILE, FILE STATUS = "
018290                 WS-DMAST-FILE-STATUS
018295                 " - NAMES NOT PRINTED, RUN FORMAT USED"
018297     END-IF.
018298     OPEN INPUT SCHEDULE-FILE.
018299     IF WS-SCH-FILE-STATUS = "00"
018300         SET WS-SCH-OPEN TO TRUE
018301     ELSE
018302         DISPLAY "NO SCHEDFIL, FILE STATUS = "
018303                 WS-SCH-FILE-STATUS
018304                 " - OPTION-29 SCHEDULES FLAGGED MISSING"
018305     END-IF.
018306     OPEN INPUT LIMIT-FILE.
018307     IF WS-LIM-FILE-STATUS = "00"
018308         SET WS-LIM-OPEN TO TRUE
018309     ELSE
018310         DISPLAY "NO LIMITFIL, FILE STATUS = "
018311                 WS-LIM-FILE-STATUS
018312                 " - ANSWERS NOT CHECKED AGAINST LIMITS"
018313     END-IF.
018314     OPEN I-O HOLD-FILE.
018315     IF WS-HLD-FILE-STATUS = "35"
018316         OPEN OUTPUT HOLD-FILE
018317         IF WS-HLD-FILE-STATUS = "00"
018318             CLOSE HOLD-FILE
018319             OPEN I-O HOLD-FILE
018320         END-IF
018321     END-IF.
018322     IF WS-HLD-FILE-STATUS = "00"
018323         SET WS-HLD-OPEN TO TRUE
018324     ELSE
018325         DISPLAY "UNABLE TO OPEN HOLDFIL, FILE STATUS = "
018326                 WS-HLD-FILE-STATUS
018327         IF WS-LIM-OPEN
018328             DISPLAY "ANSWERS OUTSIDE LIMITS COULD NOT BE HELD - "
018329                     "RUN ABANDONED"
018330             SET WS-ABORT TO TRUE
018331         END-IF
018332     END-IF.
018333 1000-EXIT.
018400     EXIT.
018500*-----------------------------------------------------------------
018600* 2000 SERIES - SORT INPUT PROCEDURE.  RESULTFL ONCE, FRONT TO
018700* BACK.  EVERY RECORD IS NUMBERED WITHIN ITS RUN HERE, IN FILE
018800* ORDER AND WHOEVER IT BELONGS TO, SO THE NUMBER - HALF OF THE
018900* HOLD FILE KEY - IS THE SAME ON EVERY RUN OF THIS PROGRAM.
019000*-----------------------------------------------------------------
019100 2000-SELECT-RESULTS.
019200     MOVE 0 TO WS-SEQ-RUN.
019300     MOVE 0 TO WS-RESULT-SEQ.
019400     PERFORM 2050-READ-RESULTS THRU 2050-EXIT
019500         UNTIL WS-EOF.
019600 2000-EXIT.
019700     EXIT.
019800
019900 2050-READ-RESULTS.
020000     READ RESULTS-FILE
020100         AT END
020200             MOVE "Y" TO WS-EOF-SWITCH
020300         NOT AT END
020400             PERFORM 2100-RELEASE-RESULT THRU 2100-EXIT
020500     END-READ.
020600 2050-EXIT.
020700     EXIT.
020800
020900 2100-RELEASE-RESULT.
021000     ADD 1 TO WS-READ-COUNT.
021100     ADD 1 TO WS-FILE-SEQ.
021200     PERFORM 5310-NUMBER-RESULT THRU 5310-EXIT.
021300     MOVE RESULTS-REFERENCE TO SRT-REFERENCE.
021400     MOVE WS-FILE-SEQ       TO SRT-FILE-SEQ.
021500     MOVE WS-RESULT-SEQ     TO SRT-RESULT-SEQ.
021600     MOVE RESULTS-RECORD    TO SRT-RESULT-IMAGE.
021700     RELEASE SORT-RECORD.
021800 2100-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------------
022100* 5000 SERIES - SORT OUTPUT PROCEDURE, ONE DEPARTMENT AT A TIME.
022200* EACH RUN OF ONE REFERENCE IS COPIED TO THAT DESK'S FILE,
022300* BETWEEN THE BANNER ON TOP AND THE TOTALS AT THE BOTTOM, THEN
022400* THE FILE IS PUT ON THE MANIFEST.
022500*-----------------------------------------------------------------
022600 5000-WRITE-DEPARTMENTS.
022700     PERFORM 5010-RETURN-RESULT THRU 5010-EXIT.
022800     PERFORM 5100-WRITE-ONE-DEPT THRU 5100-EXIT
022900         UNTIL WS-SORT-EOF.
023000 5000-EXIT.
023100     EXIT.
023200
023300 5010-RETURN-RESULT.
023400     RETURN DIST-SORT-FILE
023500         AT END
023600             MOVE "Y" TO WS-SORT-EOF-SW
023700     END-RETURN.
023800 5010-EXIT.
023900     EXIT.
026210
026220* THE DESK'S FULL NAME AND DELIVERY PREFERENCE FROM THE
026230* DEPARTMENT MASTER, DEFAULTING TO THE RUN FORMAT.
026240 5050-LOOKUP-DEPARTMENT.
026250     MOVE WS-OUTPUT-FORMAT TO WS-DEPT-FORMAT.
026255     MOVE SPACES TO WS-DEPT-FULL-NAME.
026260     IF NOT WS-DMAST-OPEN
026265         GO TO 5050-EXIT
026270     END-IF.
026275     MOVE WS-WANTED-REFERENCE TO DPT-CODE.
026280     READ DEPT-MASTER-FILE
026285         INVALID KEY
026290             MOVE "*** NOT ON DEPARTMENT FILE ***"
026292                 TO WS-DEPT-FULL-NAME
026294         NOT INVALID KEY
026295             MOVE DPT-NAME TO WS-DEPT-FULL-NAME
026296             IF NOT DPT-DELIVER-DEFAULT
026297                 MOVE DPT-DELIVERY-PREF TO WS-DEPT-FORMAT
026298             END-IF
026299     END-READ.
026300 5050-EXIT.
026301     EXIT.
026302
026385 5100-WRITE-ONE-DEPT.
026468     MOVE SRT-REFERENCE TO WS-WANTED-REFERENCE.
026551     MOVE SPACES TO WS-DEPT-FILE-NAME.
026634     STRING "DST" DELIMITED BY SIZE
026717            WS-WANTED-REFERENCE DELIMITED BY SPACE
026800         INTO WS-DEPT-FILE-NAME.
026883     PERFORM 5050-LOOKUP-DEPARTMENT THRU 5050-EXIT.
026966     MOVE 0 TO WS-PASS-COUNT.
027049     MOVE 0 TO WS-PASS-HELD.
027132     MOVE 0 TO WS-DEPT-RC00.
027215     MOVE 0 TO WS-DEPT-RC01.
027298     MOVE 0 TO WS-DEPT-RC02.
027381     MOVE 0 TO WS-DEPT-RC-OTHER.
027464     OPEN OUTPUT DEPT-FILE.
027547     IF WS-DEPT-FILE-STATUS NOT = "00"
027630         DISPLAY "UNABLE TO OPEN DEPARTMENT FILE, FILE STATUS = "
027713                 WS-DEPT-FILE-STATUS
027796         DISPLAY "  FILE: " WS-DEPT-FILE-NAME
027879         PERFORM 5010-RETURN-RESULT THRU 5010-EXIT
027962             UNTIL WS-SORT-EOF
028045                 OR SRT-REFERENCE NOT = WS-WANTED-REFERENCE
028128         GO TO 5100-EXIT
028211     END-IF.
028294     PERFORM 5200-WRITE-BANNER THRU 5200-EXIT.
028377     PERFORM 5300-DELIVER-ONE THRU 5300-EXIT
028460         UNTIL WS-SORT-EOF
028543             OR SRT-REFERENCE NOT = WS-WANTED-REFERENCE.
028626     PERFORM 5500-WRITE-DEPT-TOTALS THRU 5500-EXIT.
028709     CLOSE DEPT-FILE.
028792     ADD 1 TO WS-FILES-WRITTEN.
028875     ADD WS-PASS-COUNT TO WS-RECORDS-WRITTEN.
028958     PERFORM 3100-NOTE-FILE-ON-MANIFEST THRU 3100-EXIT.
029041 5100-EXIT.
029124     EXIT.
029207
029300 5200-WRITE-BANNER.
029400     IF WS-DEPT-FORMAT-CSV
029500         MOVE WS-CSV-HEADING TO DEPT-LINE
029600     ELSE
029700         MOVE WS-WANTED-REFERENCE TO WS-BN-REFERENCE
029750         MOVE WS-DEPT-FULL-NAME TO WS-BN-NAME
029800         MOVE WS-RUN-DATE TO WS-BN-DATE
029900         MOVE WS-BANNER-LINE TO DEPT-LINE
030000     END-IF.
030200 5200-EXIT.
030300     EXIT.
030400
030466 5300-DELIVER-ONE.
030532     MOVE SRT-RESULT-IMAGE TO RESULTS-RECORD.
030598     MOVE SRT-RESULT-SEQ   TO WS-RESULT-SEQ.
031324     PERFORM 5320-DELIVER-OR-HOLD THRU 5320-EXIT.
031390     PERFORM 5010-RETURN-RESULT THRU 5010-EXIT.
031456 5300-EXIT.
031522     EXIT.
031601
031602* EVERY RECORD READ IS NUMBERED WITHIN ITS RUN, WHOEVER IT
031603* BELONGS TO, SO THE NUMBER IS THE SAME ON EVERY RUN.
031604 5310-NUMBER-RESULT.
031605     IF RESULTS-RUN-NUMBER NOT = WS-SEQ-RUN
031606         MOVE RESULTS-RUN-NUMBER TO WS-SEQ-RUN
031607         MOVE 0 TO WS-RESULT-SEQ
031608     END-IF.
031609     ADD 1 TO WS-RESULT-SEQ.
031610 5310-EXIT.
031611     EXIT.
031612
031613* ONLY A DELIVERED ANSWER COUNTS UNDER ITS RETURN CODE ON THE
031614* DESK TRAILER; A HELD ONE IS COUNTED ON ITS OWN LINE.
031615 5320-DELIVER-OR-HOLD.
031616     PERFORM 5700-CHECK-HOLD THRU 5700-EXIT.
031617     IF WS-HOLD-ANSWER
031618         ADD 1 TO WS-PASS-HELD
031619     ELSE
031620         EVALUATE TRUE
031621             WHEN RESULTS-OK
031622                 ADD 1 TO WS-DEPT-RC00
031623             WHEN RESULTS-DIVIDE-BY-ZERO
031624                 ADD 1 TO WS-DEPT-RC01
031625             WHEN RESULTS-DOMAIN-ERROR
031626                 ADD 1 TO WS-DEPT-RC02
031627             WHEN OTHER
031628                 ADD 1 TO WS-DEPT-RC-OTHER
031629         END-EVALUATE
031630         ADD 1 TO WS-PASS-COUNT
031631         PERFORM 5400-WRITE-DETAIL THRU 5400-EXIT
031632     END-IF.
031633 5320-EXIT.
031634     EXIT.
031700
031800 5400-WRITE-DETAIL.
031900     IF WS-DEPT-FORMAT-CSV
032000         MOVE RESULTS-OPCODE    TO WS-CSV-OPCODE
032100         MOVE RESULTS-OPERAND-A TO WS-CSV-OPERAND-A
032200         MOVE RESULTS-OPERAND-B TO WS-CSV-OPERAND-B
034500         MOVE WS-DETAIL-LINE TO DEPT-LINE
034600     END-IF.
034700     WRITE DEPT-LINE.
034725     IF RESULTS-OPCODE = 29 AND RESULTS-OK
034750         PERFORM 5600-DELIVER-SCHEDULE THRU 5600-EXIT
034775     END-IF.
034800 5400-EXIT.
034900     EXIT.
035000
035100 5500-WRITE-DEPT-TOTALS.
035200     MOVE SPACES TO DEPT-LINE.
035300     WRITE DEPT-LINE.
035400     MOVE "RESULTS RETURN CODE 00" TO WS-CL-LABEL.
035500     MOVE WS-DEPT-RC00 TO WS-CL-COUNT.
035600     MOVE WS-COUNT-LINE TO DEPT-LINE.
035700     WRITE DEPT-LINE.
035800     MOVE "RESULTS RETURN CODE 01" TO WS-CL-LABEL.
035900     MOVE WS-DEPT-RC01 TO WS-CL-COUNT.
036000     MOVE WS-COUNT-LINE TO DEPT-LINE.
036100     WRITE DEPT-LINE.
036200     MOVE "RESULTS RETURN CODE 02" TO WS-CL-LABEL.
036300     MOVE WS-DEPT-RC02 TO WS-CL-COUNT.
036400     MOVE WS-COUNT-LINE TO DEPT-LINE.
036500     WRITE DEPT-LINE.
036600     MOVE "RESULTS OTHER RETURN CODES" TO WS-CL-LABEL.
036700     MOVE WS-DEPT-RC-OTHER TO WS-CL-COUNT.
036800     MOVE WS-COUNT-LINE TO DEPT-LINE.
036900     WRITE DEPT-LINE.
037301     MOVE "HELD FOR SUPERVISOR REVIEW" TO WS-CL-LABEL.
037302     MOVE WS-PASS-HELD TO WS-CL-COUNT.
037303     MOVE WS-COUNT-LINE TO DEPT-LINE.
037304     WRITE DEPT-LINE.
037400     MOVE "TOTAL RECORDS" TO WS-CL-LABEL.
037500     MOVE WS-PASS-COUNT TO WS-CL-COUNT.
037600     MOVE WS-COUNT-LINE TO DEPT-LINE.
037700     WRITE DEPT-LINE.
037800 5500-EXIT.
037900     EXIT.
037901
037902*-----------------------------------------------------------------
037903* 5600 SERIES - AN OPTION-29 ANSWER'S AMORTIZATION SCHEDULE,
037904* ONE LINE PER PERIOD UNDER THE ANSWER IN THE DESK'S OWN
037905* FORMAT, THEN PROVED AGAINST THE ANSWER: AS MANY LINES AS IT
037906* HAS PERIODS AND PAYMENTS THAT ADD UP TO ITS VALUE.
037907*-----------------------------------------------------------------
037908 5600-DELIVER-SCHEDULE.
037909     MOVE 0 TO WS-SCH-LINES.
037910     MOVE 0 TO WS-SCH-TOTAL.
037911     MOVE "N" TO WS-SCH-END-SW.
037912     IF NOT WS-SCH-OPEN
037913         GO TO 5600-CHECK
037914     END-IF.
037915     MOVE RESULTS-OPERAND-A   TO WS-SCH-WANTED-AMOUNT.
037916     MOVE RESULTS-OPERAND-B   TO WS-SCH-WANTED-RATE.
037917     MOVE RESULTS-GROUP-COUNT TO WS-SCH-WANTED-PERIODS.
037918     MOVE RESULTS-REFERENCE   TO SCH-REFERENCE.
037919     MOVE RESULTS-RUN-NUMBER  TO SCH-RUN-NUMBER.
037920     MOVE WS-SCH-WANTED-TERMS TO SCH-TERMS.
037921     MOVE 0 TO SCH-PERIOD.
037922     START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
037923         INVALID KEY
037924             SET WS-SCH-END TO TRUE
037925     END-START.
037926     PERFORM 5610-NEXT-SCHEDULE-LINE THRU 5610-EXIT
037927         UNTIL WS-SCH-END.
037928 5600-CHECK.
037929     IF WS-SCH-LINES = 0
037930         MOVE "*** AMORTIZATION SCHEDULE MISSING ***"
037931             TO DEPT-LINE
037932     ELSE
037933         IF WS-SCH-LINES = RESULTS-GROUP-COUNT
037934                 AND WS-SCH-TOTAL = RESULTS-VALUE
037935             ADD 1 TO WS-SCHEDULES-DELIVERED
037936             GO TO 5600-EXIT
037937         END-IF
037938         MOVE "*** AMORTIZATION SCHEDULE OUT OF BALANCE ***"
037939             TO DEPT-LINE
037940     END-IF.
037941     WRITE DEPT-LINE.
037942     ADD 1 TO WS-SCHEDULES-FLAGGED.
037943 5600-EXIT.
037944     EXIT.
037945
037946 5610-NEXT-SCHEDULE-LINE.
037947     READ SCHEDULE-FILE NEXT RECORD
037948         AT END
037949             SET WS-SCH-END TO TRUE
037950             GO TO 5610-EXIT
037951     END-READ.
037952     IF SCH-REFERENCE NOT = RESULTS-REFERENCE
037953             OR SCH-RUN-NUMBER NOT = RESULTS-RUN-NUMBER
037954             OR SCH-TERMS NOT = WS-SCH-WANTED-TERMS
037955         SET WS-SCH-END TO TRUE
037956         GO TO 5610-EXIT
037957     END-IF.
037958     ADD 1 TO WS-SCH-LINES.
037959     ADD SCH-PAYMENT TO WS-SCH-TOTAL.
037960     PERFORM 5620-WRITE-SCHEDULE-LINE THRU 5620-EXIT.
037961     ADD 1 TO WS-SCHED-LINES-DELIVERED.
037962 5610-EXIT.
037963     EXIT.
037964
037965 5620-WRITE-SCHEDULE-LINE.
037966     IF WS-DEPT-FORMAT-CSV
037967         MOVE SCH-PERIOD    TO WS-CSV-PERIOD
037968         MOVE SCH-PAYMENT   TO WS-CSV-PAYMENT
037969         MOVE SCH-INTEREST  TO WS-CSV-INTEREST
037970         MOVE SCH-PRINCIPAL TO WS-CSV-PRINCIPAL
037971         MOVE SCH-BALANCE   TO WS-CSV-BALANCE
037972         MOVE SPACES TO WS-CSV-LINE
037973         STRING "SCHEDULE"           DELIMITED BY SIZE
037974                ","                  DELIMITED BY SIZE
037975                WS-CSV-PERIOD        DELIMITED BY SIZE
037976                ","                  DELIMITED BY SIZE
037977                WS-CSV-PAYMENT       DELIMITED BY SIZE
037978                ","                  DELIMITED BY SIZE
037979                WS-CSV-INTEREST      DELIMITED BY SIZE
037980                ","                  DELIMITED BY SIZE
037981                WS-CSV-PRINCIPAL     DELIMITED BY SIZE
037982                ","                  DELIMITED BY SIZE
037983                WS-CSV-BALANCE       DELIMITED BY SIZE
037984             INTO WS-CSV-LINE
037985         MOVE WS-CSV-LINE TO DEPT-LINE
037986     ELSE
037987         MOVE SCH-PERIOD    TO WS-SL-PERIOD
037988         MOVE SCH-PAYMENT   TO WS-SL-PAYMENT
037989         MOVE SCH-INTEREST  TO WS-SL-INTEREST
037990         MOVE SCH-PRINCIPAL TO WS-SL-PRINCIPAL
037991         MOVE SCH-BALANCE   TO WS-SL-BALANCE
037992         MOVE WS-SCHEDULE-LINE TO DEPT-LINE
037993     END-IF.
037994     WRITE DEPT-LINE.
037995 5620-EXIT.
037996     EXIT.
037997
037998*-----------------------------------------------------------------
037999* 5700 SERIES - THE SUPERVISOR HOLD.  AN ANSWER ALREADY ON THE
038000* HOLD FILE IS TAKEN AS THE REVIEW LEFT IT.  OTHERWISE A GOOD
038001* ANSWER IS SET AGAINST ITS LIMITS - RESULT FIRST, THEN EACH
038002* OPERAND - AND THE FIRST RANGE IT BREAKS HOLDS IT.  A FAILED
038003* ANSWER IS NEVER HELD: IT IS ALREADY BOUND FOR THE RECYCLE.
038004*-----------------------------------------------------------------
038005 5700-CHECK-HOLD.
038006     MOVE "N" TO WS-HOLD-SW.
038007     IF NOT WS-HLD-OPEN
038008         GO TO 5700-EXIT
038009     END-IF.
038010     MOVE "N" TO WS-HLD-FOUND-SW.
038011     MOVE RESULTS-RUN-NUMBER TO HLD-RUN-NUMBER.
038012     MOVE WS-RESULT-SEQ      TO HLD-RESULT-SEQ.
038013     READ HOLD-FILE
038014         INVALID KEY
038015             CONTINUE
038016         NOT INVALID KEY
038017             SET WS-HLD-FOUND TO TRUE
038018     END-READ.
038019     IF WS-HLD-FOUND
038020         PERFORM 5710-TAKE-DECISION THRU 5710-EXIT
038021         GO TO 5700-EXIT
038022     END-IF.
038023     IF NOT RESULTS-OK OR NOT WS-LIM-OPEN
038024         GO TO 5700-EXIT
038025     END-IF.
038026     PERFORM 5720-FIND-LIMIT THRU 5720-EXIT.
038027     IF NOT WS-LIM-FOUND
038028         GO TO 5700-EXIT
038029     END-IF.
038030     MOVE SPACE TO HLD-REASON.
038031     EVALUATE TRUE
038032         WHEN LIM-VALUE-CHECKED
038033                 AND (RESULTS-VALUE < LIM-VALUE-LOW
038034                   OR RESULTS-VALUE > LIM-VALUE-HIGH)
038035             SET HLD-VALUE-OUT TO TRUE
038036             MOVE LIM-VALUE-LOW  TO HLD-LIMIT-LOW
038037             MOVE LIM-VALUE-HIGH TO HLD-LIMIT-HIGH
038038         WHEN LIM-A-CHECKED
038039                 AND (RESULTS-OPERAND-A < LIM-A-LOW
038040                   OR RESULTS-OPERAND-A > LIM-A-HIGH)
038041             SET HLD-OPERAND-A-OUT TO TRUE
038042             MOVE LIM-A-LOW  TO HLD-LIMIT-LOW
038043             MOVE LIM-A-HIGH TO HLD-LIMIT-HIGH
038044         WHEN LIM-B-CHECKED
038045                 AND (RESULTS-OPERAND-B < LIM-B-LOW
038046                   OR RESULTS-OPERAND-B > LIM-B-HIGH)
038047             SET HLD-OPERAND-B-OUT TO TRUE
038048             MOVE LIM-B-LOW  TO HLD-LIMIT-LOW
038049             MOVE LIM-B-HIGH TO HLD-LIMIT-HIGH
038050     END-EVALUATE.
038051     IF HLD-REASON = SPACE
038052         GO TO 5700-EXIT
038053     END-IF.
038054     SET HLD-PENDING TO TRUE.
038055     MOVE WS-RUN-DATE    TO HLD-HELD-DATE.
038056     MOVE SPACES         TO HLD-DECIDED-BY.
038057     MOVE SPACES         TO HLD-DECIDED-DATE.
038058     MOVE RESULTS-RECORD TO HLD-RESULT-IMAGE.
038059     WRITE HOLD-RECORD
038060         INVALID KEY
038061             DISPLAY "UNABLE TO HOLD ANSWER, FILE STATUS = "
038062                     WS-HLD-FILE-STATUS
038063                     " - DELIVERED UNCHECKED"
038064             GO TO 5700-EXIT
038065     END-WRITE.
038066     SET WS-HOLD-ANSWER TO TRUE.
038067     ADD 1 TO WS-HELD-COUNT.
038068     PERFORM 5730-NOTE-HOLD-ON-MANIFEST THRU 5730-EXIT.
038069 5700-EXIT.
038070     EXIT.
038071
038072 5710-TAKE-DECISION.
038073     EVALUATE TRUE
038074         WHEN HLD-RELEASED
038075             ADD 1 TO WS-RELEASED-COUNT
038076         WHEN HLD-KILLED
038077             SET WS-HOLD-ANSWER TO TRUE
038078             ADD 1 TO WS-KILLED-COUNT
038079             PERFORM 5730-NOTE-HOLD-ON-MANIFEST THRU 5730-EXIT
038080         WHEN OTHER
038081             SET WS-HOLD-ANSWER TO TRUE
038082             ADD 1 TO WS-HELD-COUNT
038083             PERFORM 5730-NOTE-HOLD-ON-MANIFEST THRU 5730-EXIT
038084     END-EVALUATE.
038085 5710-EXIT.
038086     EXIT.
038087
038088* THE DEPARTMENT'S OWN LIMITS FOR THE OPCODE, OR THE SHOP-WIDE
038089* ONES WHEN IT HAS NONE.
038090 5720-FIND-LIMIT.
038091     MOVE "N" TO WS-LIM-FOUND-SW.
038092     MOVE RESULTS-REFERENCE TO LIM-DEPARTMENT.
038093     MOVE RESULTS-OPCODE    TO LIM-OPCODE.
038094     READ LIMIT-FILE
038095         INVALID KEY
038096             CONTINUE
038097         NOT INVALID KEY
038098             SET WS-LIM-FOUND TO TRUE
038099     END-READ.
038100     IF WS-LIM-FOUND
038101         GO TO 5720-EXIT
038102     END-IF.
038103     MOVE "*ALL*" TO LIM-DEPARTMENT.
038104     READ LIMIT-FILE
038105         INVALID KEY
038106             CONTINUE
038107         NOT INVALID KEY
038108             SET WS-LIM-FOUND TO TRUE
038109     END-READ.
038110 5720-EXIT.
038111     EXIT.
038112
038113 5730-NOTE-HOLD-ON-MANIFEST.
038114     MOVE RESULTS-REFERENCE  TO WS-HL-REFERENCE.
038115     MOVE RESULTS-RUN-NUMBER TO WS-HL-RUN.
038116     MOVE WS-RESULT-SEQ      TO WS-HL-SEQ.
038117     MOVE RESULTS-OPCODE     TO WS-HL-OPCODE.
038118     MOVE RESULTS-VALUE      TO WS-HL-VALUE.
038119     EVALUATE TRUE
038120         WHEN HLD-KILLED
038121             MOVE "KILLED ON REVIEW"   TO WS-HL-STATUS
038122         WHEN HLD-OPERAND-A-OUT
038123             MOVE "A OUT OF RANGE"     TO WS-HL-STATUS
038124         WHEN HLD-OPERAND-B-OUT
038125             MOVE "B OUT OF RANGE"     TO WS-HL-STATUS
038126         WHEN OTHER
038127             MOVE "VALUE OUT OF RANGE" TO WS-HL-STATUS
038128     END-EVALUATE.
038129     MOVE WS-HOLD-LINE TO MANIFEST-LINE.
038130     WRITE MANIFEST-LINE.
038131 5730-EXIT.
038132     EXIT.
043400*-----------------------------------------------------------------
043500* 3000 SERIES - DISTRIBUTION MANIFEST.  ONE LINE PER FILE
043600* PRODUCED WITH ITS RECORD COUNT, SO THE OPERATOR CAN PROVE
045100     MOVE WS-RECORDS-WRITTEN TO WS-CL-COUNT.
045200     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045300     WRITE MANIFEST-LINE.
045307     MOVE "SCHEDULES DELIVERED" TO WS-CL-LABEL.
045314     MOVE WS-SCHEDULES-DELIVERED TO WS-CL-COUNT.
045321     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045328     WRITE MANIFEST-LINE.
045335     MOVE "SCHEDULE LINES DELIVERED" TO WS-CL-LABEL.
045342     MOVE WS-SCHED-LINES-DELIVERED TO WS-CL-COUNT.
045349     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045356     WRITE MANIFEST-LINE.
045363     MOVE "SCHEDULES MISSING/UNBALANCED" TO WS-CL-LABEL.
045370     MOVE WS-SCHEDULES-FLAGGED TO WS-CL-COUNT.
045377     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045384     WRITE MANIFEST-LINE.
045385     MOVE "ANSWERS HELD FOR REVIEW" TO WS-CL-LABEL.
045386     MOVE WS-HELD-COUNT TO WS-CL-COUNT.
045387     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045388     WRITE MANIFEST-LINE.
045389     MOVE "ANSWERS KILLED ON REVIEW" TO WS-CL-LABEL.
045390     MOVE WS-KILLED-COUNT TO WS-CL-COUNT.
045391     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045392     WRITE MANIFEST-LINE.
045393     MOVE "RELEASED ANSWERS DELIVERED" TO WS-CL-LABEL.
045394     MOVE WS-RELEASED-COUNT TO WS-CL-COUNT.
045395     MOVE WS-COUNT-LINE TO MANIFEST-LINE.
045396     WRITE MANIFEST-LINE.
045397     COMPUTE WS-ACCOUNTED-COUNT = WS-RECORDS-WRITTEN
045398         + WS-HELD-COUNT + WS-KILLED-COUNT.
045400     IF WS-READ-COUNT NOT = WS-ACCOUNTED-COUNT
045450             OR WS-SORT-FAILED
045500         MOVE "*** DISTRIBUTION OUT OF BALANCE ***"
045600             TO MANIFEST-LINE
045700         WRITE MANIFEST-LINE
045800         DISPLAY "ELMODST: DISTRIBUTION OUT OF BALANCE - SEE "
045900                 "MANIFEST"
046000     END-IF.
046012     IF WS-SCHEDULES-FLAGGED > 0
046024         MOVE "*** SCHEDULES FLAGGED IN DESK FILES ***"
046036             TO MANIFEST-LINE
046048         WRITE MANIFEST-LINE
046060         DISPLAY "ELMODST: AMORTIZATION SCHEDULES FLAGGED - SEE "
046072                 "MANIFEST"
046084     END-IF.
046085     IF WS-HELD-COUNT > 0
046086         MOVE "*** ANSWERS HELD - SUPERVISOR REVIEW NEEDED ***"
046087             TO MANIFEST-LINE
046088         WRITE MANIFEST-LINE
046089         DISPLAY "ELMODST: " WS-HELD-COUNT
046090                 " ANSWERS HELD FOR SUPERVISOR REVIEW"
046091     END-IF.
046100 3000-EXIT.
046200     EXIT.
046300
