      *                and must be reloaded first.  Reports per-day
      *                calculation volumes with error rates from the
      *                RJCT rejected-calculation records, and a
      *                month-over-requester breakdown, both counted
      *                off a sort so any number of days and
      *                requesters is reported in full.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                   ARCHIVE IS NARROWER THAN THE CURRENT LOG
      *                   RECORD AND WOULD MISALIGN INTO GARBAGE
      *                   FIGURES.
      *  2026-10-15  DW   THE REQUESTER LINES NOW CARRY THE
      *                   DEPARTMENT'S FULL NAME FROM THE DEPARTMENT
      *                   MASTER (DEPTFILE) NEXT TO THE CODE, AND
      *                   DEPT (DEPARTMENT MAINTENANCE) RECORDS ARE
      *                   COUNTED ON THEIR OWN LINE.
      *  2026-10-15  DW   RVRS (BATCH BACKOUT REVERSAL) AND BKOT
      *                   (BATCH BACKOUT) RECORDS WRITTEN BY ELMOBKO
      *                   ARE COUNTED ON THEIR OWN LINES INSTEAD OF
      *                   AS UNRECOGNIZED RECORDS.
      *  2026-10-15  DW   FRML (FORMULA LIBRARY MAINTENANCE BY
      *                   ELMOFMT) RECORDS ARE COUNTED ON THEIR OWN
      *                   LINE INSTEAD OF AS UNRECOGNIZED RECORDS.
      *  2026-10-15  DW   LIMT (ANSWER LIMITS MAINTENANCE BY ELMOLMT)
      *                   AND HOLD (HELD-ANSWER DECISIONS BY ELMOREV)
      *                   RECORDS ARE COUNTED ON THEIR OWN LINES
      *                   INSTEAD OF AS UNRECOGNIZED RECORDS.
      *  2026-10-15  DW   THE DAY, REQUESTER AND GENERATION-NAME
      *                   TABLES ARE GONE.  THE MANIFEST'S GENERATION
      *                   NAMES ARE SORTED FIRST SO A NAME LISTED
      *                   TWICE IS SEEN TWICE IN A ROW AND READ ONCE,
      *                   HOWEVER LONG THE MANIFEST; THE DAY AND
      *                   REQUESTER LINES ARE COUNTED OFF A SORT OF
      *                   THE CALC AND RJCT RECORDS, SO EVERY DAY AND
      *                   EVERY REQUESTER GETS ITS OWN LINE AND THE
      *                   "OTHERS" LINES ARE GONE.  REQUESTERS NOW
      *                   PRINT IN REFERENCE ORDER.
      *  2026-10-15  DW   PEND (PENDING-BATCH SUBMISSIONS, DATE
      *                   CHANGES AND WITHDRAWALS BY ELMOPMT) RECORDS
      *                   ARE COUNTED ON THEIR OWN LINE INSTEAD OF AS
      *                   UNRECOGNIZED RECORDS.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOTRD.
001500     SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
001600         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-REPORT-FILE-STATUS.
001710
001720     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS RANDOM
001750         RECORD KEY IS DPT-CODE
001760         FILE STATUS IS WS-DMAST-FILE-STATUS.
001764
001768     SELECT GENERATION-SORT-FILE ASSIGN TO "TRDGSORT".
001772
001776     SELECT GENERATION-WORK-FILE ASSIGN TO "TRDGSRT"
001780         ORGANIZATION IS SEQUENTIAL
001784         FILE STATUS IS WS-GENWORK-FILE-STATUS.
001788
001792     SELECT TREND-SORT-FILE ASSIGN TO "TRDSORT".
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
003000
003100 FD  REPORT-FILE.
003200 01  REPORT-LINE                 PIC X(80).
003210
003220 FD  DEPT-MASTER-FILE
003230     RECORDING MODE IS F.
003240     COPY ELMODPT.
003242
003244* THE GENERATION NAMES OFF THE MANIFEST, SORTED BY NAME INTO
003246* TRDGSRT SO A REPEATED NAME COMES OUT NEXT TO ITSELF.
003248 SD  GENERATION-SORT-FILE.
003250 01  GENERATION-SORT-RECORD.
003252     05  GSR-FILE-NAME           PIC X(44).
003254
003256 FD  GENERATION-WORK-FILE
003258     RECORDING MODE IS F.
003260 01  GENERATION-WORK-RECORD.
003262     05  GW-FILE-NAME            PIC X(44).
003264
003266* TWO SORT RECORDS PER CALC OR RJCT RECORD READ: ONE UNDER ITS
003268* DATE FOR THE DAY LINES, ONE UNDER ITS REFERENCE FOR THE
003270* REQUESTER LINES.  THE DAY SECTION SORTS FIRST, SO THE REPORT
003272* READS STRAIGHT DOWN THE SORTED FILE.
003274 SD  TREND-SORT-FILE.
003276 01  TREND-SORT-RECORD.
003278     05  TSR-SECTION             PIC X(01).
003280         88  TSR-DAY-SECTION             VALUE "D".
003282         88  TSR-REQUESTER-SECTION       VALUE "R".
003284     05  TSR-KEY                 PIC X(08).
003286     05  TSR-REJECT-SW           PIC X(01).
003288         88  TSR-REJECT                  VALUE "Y".
003300*-----------------------------------------------------------------
003400 WORKING-STORAGE SECTION.
003500 01  WS-MANIFEST-FILE-STATUS     PIC X(02) VALUE SPACES.
003600 01  WS-ARCHIVE-FILE-STATUS      PIC X(02) VALUE SPACES.
003700 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
003710 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
003720
003730* THE DEPARTMENT MASTER IS ONLY NEEDED FOR THE NAMES ON THE
003740* REQUESTER LINES; WITHOUT IT THE REPORT RUNS AS BEFORE.  A
003750* REFERENCE NOT ON THE MASTER (A TERMINAL OPERATOR'S ID) PRINTS
003760* WITH NO NAME.
003770 01  WS-DMAST-OPEN-SW            PIC X(01) VALUE "N".
003780     88  WS-DMAST-OPEN                   VALUE "Y".
003800
003900 01  WS-MANIFEST-EOF-SW          PIC X(01) VALUE "N".
004000     88  WS-MANIFEST-EOF                 VALUE "Y".
004700 01  WS-GENERATION-COUNT         PIC 9(05) VALUE 0.
004800 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
004810
004820* THE GENERATION NAMES COME BACK FROM THEIR SORT IN NAME ORDER.
004830* A NAME THE SAME AS THE ONE BEFORE IT (A RE-RUN APPENDED A
004840* SECOND SECTION FOR THE SAME DAY) IS SKIPPED, SO NO GENERATION
004850* IS COUNTED INTO THE MONTH TWICE.
004860 01  WS-GENWORK-FILE-STATUS      PIC X(02) VALUE SPACES.
004870 01  WS-GENWORK-EOF-SW           PIC X(01) VALUE "N".
004880     88  WS-GENWORK-EOF                  VALUE "Y".
004890 01  WS-LAST-GEN-NAME            PIC X(44) VALUE SPACES.
004900
005000* MONTH TOTALS BY RECORD TYPE.  CALC AND RJCT FEED THE ERROR
005100* RATE; EXIT AND CNST ARE COUNTED SO THE RECORDS-READ TOTAL
005500 01  WS-EXIT-TOTAL               PIC 9(09) VALUE 0.
005600 01  WS-CONST-TOTAL              PIC 9(09) VALUE 0.
005650 01  WS-SIGNON-TOTAL             PIC 9(09) VALUE 0.
005660 01  WS-DEPT-TOTAL               PIC 9(09) VALUE 0.
005670 01  WS-REVERSAL-TOTAL           PIC 9(09) VALUE 0.
005680 01  WS-BACKOUT-TOTAL            PIC 9(09) VALUE 0.
005690 01  WS-FORMULA-TOTAL            PIC 9(09) VALUE 0.
005691 01  WS-LIMIT-TOTAL              PIC 9(09) VALUE 0.
005692 01  WS-HOLD-TOTAL               PIC 9(09) VALUE 0.
005696 01  WS-PENDING-TOTAL            PIC 9(09) VALUE 0.
005700 01  WS-OTHER-TOTAL              PIC 9(09) VALUE 0.
005800
005900* PER-DAY AND PER-REQUESTER VOLUMES ARE COUNTED OFF THE SORTED
006000* FILE AS CONTROL BREAKS ON SECTION AND KEY, SO A REPORTING SPAN
006100* OF ANY LENGTH AND ANY NUMBER OF REQUESTERS PRINT IN FULL.
006200 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
006300     88  WS-SORT-EOF                     VALUE "Y".
006400 01  WS-CUR-SECTION              PIC X(01) VALUE SPACE.
006500 01  WS-CUR-KEY                  PIC X(08) VALUE SPACES.
006600
009200 01  WS-RATE-WORK                PIC 9(03)V9(02) VALUE 0.
009210 01  WS-RATE-CALC                PIC 9(07) VALUE 0.
009220 01  WS-RATE-REJECT              PIC 9(07) VALUE 0.
009600 01  WS-HEADING-DAYS             PIC X(80) VALUE
009700     "DATE       CALCS    REJECTS  ERROR RATE".
009800 01  WS-HEADING-REQ              PIC X(80) VALUE
009900     "REQUESTER  CALCS    REJECTS  ERROR RATE  DEPARTMENT".
010000
010100 01  WS-DAY-LINE.
010200     05  WS-DL-DATE              PIC X(08).
010700     05  FILLER                  PIC X(04) VALUE SPACES.
010800     05  WS-DL-RATE              PIC ZZ9.99.
010900     05  FILLER                  PIC X(02) VALUE " %".
010910     05  FILLER                  PIC X(02) VALUE SPACES.
010920     05  WS-DL-DEPT-NAME         PIC X(30) VALUE SPACES.
011000
011100 01  WS-COUNT-LINE.
011200     05  WS-CL-LABEL             PIC X(30).
012700     IF WS-ABORT
012800         STOP RUN
012900     END-IF.
012937     SORT GENERATION-SORT-FILE
012974         ON ASCENDING KEY GSR-FILE-NAME
013011         INPUT PROCEDURE IS 2000-SELECT-MANIFEST
013048             THRU 2000-EXIT
013085         GIVING GENERATION-WORK-FILE.
013122     IF SORT-RETURN NOT = 0
013159         DISPLAY "ELMOTRD: MANIFEST SORT FAILED, RETURN = "
013196                 SORT-RETURN
013233         SET WS-ABORT TO TRUE
013270     END-IF.
013307     IF NOT WS-ABORT
013344         SORT TREND-SORT-FILE
013381             ON ASCENDING KEY TSR-SECTION
013418                              TSR-KEY
013455             INPUT PROCEDURE IS 4000-READ-GENERATIONS
013492                 THRU 4000-EXIT
013529             OUTPUT PROCEDURE IS 3000-PRINT-REPORT
013566                 THRU 3000-EXIT
013603         IF SORT-RETURN NOT = 0
013640             DISPLAY "ELMOTRD: SORT FAILED, RETURN = "
013677                     SORT-RETURN
013714         END-IF
013751     END-IF.
013800     CLOSE REPORT-FILE.
013810     IF WS-DMAST-OPEN
013820         CLOSE DEPT-MASTER-FILE
013830     END-IF.
013900     STOP RUN.
014000*-----------------------------------------------------------------
014100 1000-INITIALIZE.
014400     OPEN INPUT MANIFEST-FILE.
014500     IF WS-MANIFEST-FILE-STATUS NOT = "00"
014600         DISPLAY "UNABLE TO OPEN ARCMANIF, FILE STATUS = "
014900         GO TO 1000-EXIT
015000     END-IF.
015100     OPEN OUTPUT REPORT-FILE.
015110     OPEN INPUT DEPT-MASTER-FILE.
015120     IF WS-DMAST-FILE-STATUS = "00"
015130         SET WS-DMAST-OPEN TO TRUE
015140     END-IF.
015200 1000-EXIT.
015300     EXIT.
015326*-----------------------------------------------------------------
015352* 2000 SERIES - GENERATION SORT INPUT PROCEDURE.  WORK THE
015378* MANIFEST LINE BY LINE.  ONLY THE "ARCHIVE FILE" LINES MATTER;
015404* EVERYTHING ELSE IS THE HUMAN-READABLE SECTION ELMOARC WRITES
015430* AROUND THEM.
015456*-----------------------------------------------------------------
015482 2000-SELECT-MANIFEST.
015508     PERFORM 2050-READ-MANIFEST THRU 2050-EXIT
015534         UNTIL WS-MANIFEST-EOF.
015560     CLOSE MANIFEST-FILE.
015586 2000-EXIT.
015612     EXIT.
015638
015664 2050-READ-MANIFEST.
015690     READ MANIFEST-FILE
015716         AT END
015742             MOVE "Y" TO WS-MANIFEST-EOF-SW
015768         NOT AT END
015794             IF MANIFEST-LINE(1:12) = "ARCHIVE FILE"
015820                 MOVE MANIFEST-LINE(15:44) TO GSR-FILE-NAME
015846                 RELEASE GENERATION-SORT-RECORD
015872             END-IF
015898     END-READ.
015924 2050-EXIT.
015950     EXIT.
015976*-----------------------------------------------------------------
016002* 4000 SERIES - TREND SORT INPUT PROCEDURE.  EACH DISTINCT
016028* GENERATION NAMED ON THE MANIFEST IS READ ONCE.
016054*-----------------------------------------------------------------
016080 4000-READ-GENERATIONS.
016106     OPEN INPUT GENERATION-WORK-FILE.
016132     IF WS-GENWORK-FILE-STATUS NOT = "00"
016158         DISPLAY "ELMOTRD: UNABLE TO OPEN SORTED MANIFEST, "
016184                 "FILE STATUS = " WS-GENWORK-FILE-STATUS
016210         MOVE "Y" TO WS-GENWORK-EOF-SW
016236     END-IF.
016262     PERFORM 4100-NEXT-GENERATION THRU 4100-EXIT
016288         UNTIL WS-GENWORK-EOF.
016314     IF WS-GENWORK-FILE-STATUS = "00" OR "10"
016340         CLOSE GENERATION-WORK-FILE
016366     END-IF.
016392* NO "ARCHIVE FILE" LINE MEANS NOTHING THIS PROGRAM CAN READ:
016418* A BARE PRE-CHANGE CALCARCH IS IN THE OLD, NARROWER RECORD
016444* SHAPE, AND READING IT THROUGH THE CURRENT LAYOUT WOULD
016470* MISALIGN EVERY RECORD AFTER THE FIRST AND REPORT GARBAGE.
016496* OLD GENERATIONS GO THROUGH THE USUAL RELOAD FIRST.
016522     IF WS-GENERATION-COUNT = 0
016548         DISPLAY "ELMOTRD: NO GENERATIONS NAMED ON ARCMANIF - "
016574                 "NOTHING TO REPORT"
016600         MOVE "*** NO GENERATIONS NAMED ON MANIFEST ***"
016626             TO REPORT-LINE
016652         WRITE REPORT-LINE
016678     END-IF.
016704 4000-EXIT.
016730     EXIT.
016756
016782 4100-NEXT-GENERATION.
016808     READ GENERATION-WORK-FILE
016834         AT END
016860             MOVE "Y" TO WS-GENWORK-EOF-SW
016886             GO TO 4100-EXIT
016912     END-READ.
016938     MOVE GW-FILE-NAME TO WS-ARCHIVE-FILE-NAME.
016964     IF WS-ARCHIVE-FILE-NAME = WS-LAST-GEN-NAME
016990         DISPLAY "GENERATION LISTED TWICE ON "
017016                 "MANIFEST - SKIPPED: "
017042                 WS-ARCHIVE-FILE-NAME
017068         GO TO 4100-EXIT
017094     END-IF.
017120     MOVE WS-ARCHIVE-FILE-NAME TO WS-LAST-GEN-NAME.
017146     PERFORM 5000-READ-ONE-GENERATION THRU 5000-EXIT.
017172 4100-EXIT.
017198     EXIT.
017224*-----------------------------------------------------------------
017300* 5000 SERIES - ONE ARCHIVE GENERATION, FRONT TO BACK.  A
017400* GENERATION THAT CANNOT BE OPENED IS REPORTED AND SKIPPED SO
017500* ONE MISSING FILE DOES NOT COST THE WHOLE MONTH'S REPORT.
020500     EVALUATE TRUE
020600         WHEN LOG-TYPE-CALC
020700             ADD 1 TO WS-CALC-TOTAL
020800             PERFORM 5300-RELEASE-DAY THRU 5300-EXIT
020900             PERFORM 5400-RELEASE-REQUESTER THRU 5400-EXIT
021000         WHEN LOG-TYPE-REJECT
021100             ADD 1 TO WS-REJECT-TOTAL
021200             PERFORM 5300-RELEASE-DAY THRU 5300-EXIT
021300             PERFORM 5400-RELEASE-REQUESTER THRU 5400-EXIT
021400         WHEN LOG-TYPE-EXIT
021500             ADD 1 TO WS-EXIT-TOTAL
021600         WHEN LOG-TYPE-CONST
021700             ADD 1 TO WS-CONST-TOTAL
021720         WHEN LOG-TYPE-SIGNON
021740             ADD 1 TO WS-SIGNON-TOTAL
021750         WHEN LOG-TYPE-DEPT
021760             ADD 1 TO WS-DEPT-TOTAL
021770         WHEN LOG-TYPE-REVERSAL
021780             ADD 1 TO WS-REVERSAL-TOTAL
021790         WHEN LOG-TYPE-BACKOUT
021795             ADD 1 TO WS-BACKOUT-TOTAL
021796         WHEN LOG-TYPE-FORMULA
021797             ADD 1 TO WS-FORMULA-TOTAL
021798         WHEN LOG-TYPE-LIMIT
021799             ADD 1 TO WS-LIMIT-TOTAL
021800         WHEN LOG-TYPE-HOLD
021801             ADD 1 TO WS-HOLD-TOTAL
021802         WHEN LOG-TYPE-PENDING
021803             ADD 1 TO WS-PENDING-TOTAL
021804         WHEN OTHER
021900             ADD 1 TO WS-OTHER-TOTAL
022000     END-EVALUATE.
022100 5200-EXIT.
022200     EXIT.
022300
022400 5300-RELEASE-DAY.
022500     MOVE "D" TO TSR-SECTION.
022600     MOVE LOG-TIMESTAMP(1:8) TO TSR-KEY.
022700     PERFORM 5500-RELEASE-ONE THRU 5500-EXIT.
022800 5300-EXIT.
022900     EXIT.
023000
023100 5400-RELEASE-REQUESTER.
023200     MOVE "R" TO TSR-SECTION.
023300     MOVE LOG-REFERENCE TO TSR-KEY.
023400     PERFORM 5500-RELEASE-ONE THRU 5500-EXIT.
023500 5400-EXIT.
023600     EXIT.
023700
023800 5500-RELEASE-ONE.
023900     IF LOG-TYPE-REJECT
024000         MOVE "Y" TO TSR-REJECT-SW
024100     ELSE
024200         MOVE "N" TO TSR-REJECT-SW
024300     END-IF.
024400     RELEASE TREND-SORT-RECORD.
024500 5500-EXIT.
024600     EXIT.
030600*-----------------------------------------------------------------
030700* 3000 SERIES - TREND SORT OUTPUT PROCEDURE: THE REPORT.  PER-DAY
030800* VOLUMES AND ERROR RATES, THEN THE MONTH-OVER-REQUESTER
030900* BREAKDOWN FOR CHARGE-BACK, THEN THE MONTH TOTALS.
031000*-----------------------------------------------------------------
031100 3000-PRINT-REPORT.
031200     MOVE WS-HEADING-1 TO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     MOVE WS-HEADING-DAYS TO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
031900     PERFORM 3100-PRINT-DAY-LINE THRU 3100-EXIT
032000         UNTIL WS-SORT-EOF
032100             OR NOT TSR-DAY-SECTION.
032900     MOVE SPACES TO REPORT-LINE.
033000     WRITE REPORT-LINE.
033100     MOVE WS-HEADING-REQ TO REPORT-LINE.
033200     WRITE REPORT-LINE.
033300     PERFORM 3200-PRINT-REQ-LINE THRU 3200-EXIT
033400         UNTIL WS-SORT-EOF.
034400     MOVE SPACES TO REPORT-LINE.
034500     WRITE REPORT-LINE.
034600     MOVE "ARCHIVE GENERATIONS READ" TO WS-CL-LABEL.
036920     MOVE WS-SIGNON-TOTAL TO WS-CL-COUNT.
036930     MOVE WS-COUNT-LINE TO REPORT-LINE.
036940     WRITE REPORT-LINE.
036950     MOVE "DEPARTMENT MASTER CHANGES" TO WS-CL-LABEL.
036960     MOVE WS-DEPT-TOTAL TO WS-CL-COUNT.
036970     MOVE WS-COUNT-LINE TO REPORT-LINE.
036980     WRITE REPORT-LINE.
036981     MOVE "BATCH RUNS BACKED OUT" TO WS-CL-LABEL.
036982     MOVE WS-BACKOUT-TOTAL TO WS-CL-COUNT.
036983     MOVE WS-COUNT-LINE TO REPORT-LINE.
036984     WRITE REPORT-LINE.
036985     MOVE "BATCH BACKOUT REVERSALS" TO WS-CL-LABEL.
036986     MOVE WS-REVERSAL-TOTAL TO WS-CL-COUNT.
036987     MOVE WS-COUNT-LINE TO REPORT-LINE.
036988     WRITE REPORT-LINE.
036990     MOVE "FORMULA LIBRARY CHANGES" TO WS-CL-LABEL.
036992     MOVE WS-FORMULA-TOTAL TO WS-CL-COUNT.
036994     MOVE WS-COUNT-LINE TO REPORT-LINE.
036996     WRITE REPORT-LINE.
036997     MOVE "ANSWER LIMIT CHANGES" TO WS-CL-LABEL.
036998     MOVE WS-LIMIT-TOTAL TO WS-CL-COUNT.
036999     MOVE WS-COUNT-LINE TO REPORT-LINE.
037000     WRITE REPORT-LINE.
037001     MOVE "HELD ANSWER DECISIONS" TO WS-CL-LABEL.
037002     MOVE WS-HOLD-TOTAL TO WS-CL-COUNT.
037003     MOVE WS-COUNT-LINE TO REPORT-LINE.
037004     WRITE REPORT-LINE.
037005     MOVE "PENDING WORK ACTIONS" TO WS-CL-LABEL.
037006     MOVE WS-PENDING-TOTAL TO WS-CL-COUNT.
037007     MOVE WS-COUNT-LINE TO REPORT-LINE.
037008     WRITE REPORT-LINE.
037009     MOVE "UNRECOGNIZED RECORDS" TO WS-CL-LABEL.
037100     MOVE WS-OTHER-TOTAL TO WS-CL-COUNT.
037200     MOVE WS-COUNT-LINE TO REPORT-LINE.
037300     WRITE REPORT-LINE.
037400 3000-EXIT.
037500     EXIT.
037600
037635 3050-RETURN-SORTED.
037670     RETURN TREND-SORT-FILE
037705         AT END
037740             MOVE "Y" TO WS-SORT-EOF-SW
037775     END-RETURN.
037810 3050-EXIT.
037845     EXIT.
037880
037915 3100-PRINT-DAY-LINE.
037950     PERFORM 3150-COUNT-KEY THRU 3150-EXIT.
037985     MOVE WS-CUR-KEY      TO WS-DL-DATE.
038020     MOVE WS-RATE-CALC    TO WS-DL-CALC.
038055     MOVE WS-RATE-REJECT  TO WS-DL-REJECT.
038100     PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT.
038200     MOVE WS-DAY-LINE TO REPORT-LINE.
038300     WRITE REPORT-LINE.
038400 3100-EXIT.
038500     EXIT.
038600
038604* ONE KEY'S CALCS AND REJECTS, COUNTED OFF THE SORTED FILE UP TO
038608* THE NEXT CHANGE OF SECTION OR KEY.
038612 3150-COUNT-KEY.
038616     MOVE TSR-SECTION TO WS-CUR-SECTION.
038620     MOVE TSR-KEY TO WS-CUR-KEY.
038624     MOVE 0 TO WS-RATE-CALC.
038628     MOVE 0 TO WS-RATE-REJECT.
038632     PERFORM 3160-COUNT-ONE THRU 3160-EXIT
038636         UNTIL WS-SORT-EOF
038640             OR TSR-SECTION NOT = WS-CUR-SECTION
038644             OR TSR-KEY NOT = WS-CUR-KEY.
038648 3150-EXIT.
038652     EXIT.
038656
038660 3160-COUNT-ONE.
038664     IF TSR-REJECT
038668         ADD 1 TO WS-RATE-REJECT
038672     ELSE
038676         ADD 1 TO WS-RATE-CALC
038680     END-IF.
038684     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
038688 3160-EXIT.
038692     EXIT.
038696
038700 3200-PRINT-REQ-LINE.
038780     PERFORM 3150-COUNT-KEY THRU 3150-EXIT.
038860     MOVE WS-CUR-KEY      TO WS-DL-DATE.
038940     MOVE WS-RATE-CALC    TO WS-DL-CALC.
039020     MOVE WS-RATE-REJECT  TO WS-DL-REJECT.
039100     PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT.
039110     MOVE SPACES TO WS-DL-DEPT-NAME.
039120     IF WS-DMAST-OPEN
039130         MOVE WS-CUR-KEY TO DPT-CODE
039140         READ DEPT-MASTER-FILE
039150             INVALID KEY
039160                 CONTINUE
039170             NOT INVALID KEY
039180                 MOVE DPT-NAME TO WS-DL-DEPT-NAME
039190         END-READ
039195     END-IF.
039200     MOVE WS-DAY-LINE TO REPORT-LINE.
039300     WRITE REPORT-LINE.
039400 3200-EXIT.
