      *                calculation audit log (CALCLOG).  Counts how
      *                many times each menu option was used and how
      *                many terminal sessions ended via option 15 ESC
      *                versus answering "no more calculations", and
      *                how many calculations each requester asked
      *                for (sorted by reference, any number of
      *                requesters).
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                   OUTCOME.
      *  2026-09-02  DW   SGNO (FAILED SIGN-ON) RECORDS ARE COUNTED
      *                   ON THEIR OWN LINE.
      *  2026-10-15  DW   THE USAGE-BY-REQUESTER LINES NOW CARRY THE
      *                   DEPARTMENT'S FULL NAME FROM THE DEPARTMENT
      *                   MASTER (DEPTFILE) NEXT TO THE CODE, AND
      *                   DEPT (DEPARTMENT MAINTENANCE BY ELMODMT)
      *                   RECORDS ARE COUNTED ON THEIR OWN LINE.
      *  2026-10-15  DW   RVRS (BATCH BACKOUT REVERSAL) AND BKOT
      *                   (BATCH BACKOUT) RECORDS WRITTEN BY ELMOBKO
      *                   ARE COUNTED ON THEIR OWN LINES.
      *  2026-10-15  DW   NAMED-FORMULA RESULTS (OPTION 30) ARE
      *                   COUNTED ON A NAMED FORMULA LINE AFTER THE
      *                   OPTIONS, AND FRML (FORMULA LIBRARY
      *                   MAINTENANCE BY ELMOFMT) RECORDS ARE
      *                   COUNTED ON THEIR OWN LINE.
      *  2026-10-15  DW   THE FINANCIAL OPTIONS 26-29 (LOAN PAYMENT,
      *                   FUTURE VALUE, PRESENT VALUE/NPV,
      *                   AMORTIZATION SCHEDULE) ARE COUNTED ON
      *                   THEIR OWN LINES AFTER THE NAMED FORMULA
      *                   LINE.
      *  2026-10-15  DW   LIMT (ANSWER LIMITS MAINTENANCE BY ELMOLMT)
      *                   AND HOLD (SUPERVISOR DECISIONS ON HELD
      *                   ANSWERS BY ELMOREV) RECORDS ARE COUNTED ON
      *                   THEIR OWN LINES.
      *  2026-10-15  DW   USAGE BY REQUESTER IS BUILT BY A SORT OF
      *                   THE CALC AND RJCT REFERENCES INSTEAD OF A
      *                   20-SLOT TABLE, SO EVERY REQUESTER GETS ITS
      *                   OWN LINE, IN REFERENCE ORDER, AND THE "ALL
      *                   OTHERS" BUCKET IS GONE.
      *  2026-10-15  DW   PEND (PENDING-BATCH SUBMISSIONS, DATE
      *                   CHANGES AND WITHDRAWALS BY ELMOPMT) RECORDS
      *                   ARE COUNTED ON THEIR OWN LINE.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOSUM.
001100     SELECT REPORT-FILE ASSIGN TO "SUMRPT"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-REPORT-FILE-STATUS.
001310
001320     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS DPT-CODE
001360         FILE STATUS IS WS-DMAST-FILE-STATUS.
001373
001386     SELECT REQUESTER-SORT-FILE ASSIGN TO "SUMSORT".
001400*-----------------------------------------------------------------
001500 DATA DIVISION.
001600 FILE SECTION.
002000
002100 FD  REPORT-FILE.
002200 01  REPORT-LINE                 PIC X(80).
002210
002220 FD  DEPT-MASTER-FILE
002230     RECORDING MODE IS F.
002240     COPY ELMODPT.
002248
002256* ONE SORT RECORD PER CALC OR RJCT LOG RECORD; THE OUTPUT SIDE
002264* COUNTS EACH RUN OF EQUAL REFERENCES AS ONE REQUESTER LINE.
002272 SD  REQUESTER-SORT-FILE.
002280 01  SORT-RECORD.
002288     05  SRT-REFERENCE            PIC X(08).
002300*-----------------------------------------------------------------
002400 WORKING-STORAGE SECTION.
002500 01  WS-LOG-FILE-STATUS           PIC X(02) VALUE SPACES.
002600 01  WS-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
002610 01  WS-DMAST-FILE-STATUS         PIC X(02) VALUE SPACES.
002620
002630* THE DEPARTMENT MASTER IS ONLY NEEDED FOR THE NAMES ON THE
002640* REQUESTER LINES; WITHOUT IT THE REPORT RUNS AS BEFORE.  A
002650* REFERENCE NOT ON THE MASTER (A TERMINAL OPERATOR'S ID) PRINTS
002660* WITH NO NAME.
002670 01  WS-DMAST-OPEN-SW             PIC X(01) VALUE "N".
002680     88  WS-DMAST-OPEN                   VALUE "Y".
002700
002800 01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002900     88  WS-EOF                          VALUE "Y".
003000
003100 01  WS-MAX-OPTION                PIC 9(02) VALUE 19.
003200
003300* USAGE BY REQUESTER.  EVERY CALC AND RJCT RECORD'S REFERENCE
003400* GOES TO THE SORT AS THE LOG IS READ; THE REPORT COUNTS EACH
003500* REFERENCE OFF THE SORTED FILE AS A CONTROL BREAK, SO THERE IS
003600* NO LIMIT ON THE NUMBER OF REQUESTERS IN A DAY.
003700 01  WS-SORT-EOF-SW               PIC X(01) VALUE "N".
003800     88  WS-SORT-EOF                     VALUE "Y".
003900 01  WS-CUR-REFERENCE             PIC X(08) VALUE SPACES.
004000 01  WS-REQ-COUNT                 PIC 9(06) VALUE 0.
004100
004800* NAME TABLE FOR EACH MENU OPTION NUMBER, 1 THRU 19 (INCLUDES
004900* THE OPTIONS ADDED AFTER THIS REPORT WAS FIRST WRITTEN, SO THE
005000* REPORT DOES NOT NEED TO CHANGE AGAIN WHEN THE MENU GROWS).
007400 01  WS-OPTION-COUNTS.
007500     05  WS-OPTION-COUNT      OCCURS 19 TIMES PIC 9(06).
007600 01  WS-OPTION-INDEX          PIC 9(02) COMP.
007601
007602* THE FINANCIAL OPTIONS, 26 THRU 29, COUNTED ON THEIR OWN LINES
007603* AFTER THE NAMED FORMULA LINE.  A CASH-FLOW NPV GROUP COUNTS
007604* ONCE UNDER PRESENT VALUE.
007605 01  WS-FIN-FIRST-OPTION      PIC 9(02) VALUE 26.
007606 01  WS-FIN-LAST-OPTION       PIC 9(02) VALUE 29.
007607 01  WS-FIN-NAME-VALUES.
007608     05  FILLER  PIC X(20) VALUE "LOAN PAYMENT".
007609     05  FILLER  PIC X(20) VALUE "FUTURE VALUE".
007610     05  FILLER  PIC X(20) VALUE "PRESENT VALUE/NPV".
007611     05  FILLER  PIC X(20) VALUE "AMORTIZATION SCHED".
007612 01  WS-FIN-NAME-TABLE REDEFINES WS-FIN-NAME-VALUES.
007613     05  WS-FIN-NAME          OCCURS 4 TIMES PIC X(20).
007614 01  WS-FIN-COUNTS.
007615     05  WS-FIN-COUNT         OCCURS 4 TIMES PIC 9(06).
007616 01  WS-FIN-INDEX             PIC 9(02) COMP.
007700
007800 01  WS-ESC-COUNT             PIC 9(06) VALUE 0.
007900 01  WS-LOOPEND-COUNT         PIC 9(06) VALUE 0.
008000 01  WS-OTHER-EXIT-COUNT      PIC 9(06) VALUE 0.
008050 01  WS-CONST-CHANGE-COUNT    PIC 9(06) VALUE 0.
008060 01  WS-SIGNON-FAIL-COUNT     PIC 9(06) VALUE 0.
008070 01  WS-DEPT-CHANGE-COUNT     PIC 9(06) VALUE 0.
008080 01  WS-REVERSAL-COUNT        PIC 9(06) VALUE 0.
008090 01  WS-BACKOUT-COUNT         PIC 9(06) VALUE 0.
008092 01  WS-FORMULA-RUN-COUNT     PIC 9(06) VALUE 0.
008094 01  WS-FORMULA-CHANGE-COUNT  PIC 9(06) VALUE 0.
008095 01  WS-LIMIT-CHANGE-COUNT    PIC 9(06) VALUE 0.
008096 01  WS-HOLD-DECISION-COUNT   PIC 9(06) VALUE 0.
008098 01  WS-PENDING-ACTION-COUNT  PIC 9(06) VALUE 0.
008100
008200 01  WS-HEADING-1             PIC X(80) VALUE
008300     "ELMO END-OF-DAY USAGE SUMMARY".
008700     05  WS-DL-NAME           PIC X(20).
008800     05  FILLER               PIC X(04) VALUE SPACES.
008900     05  WS-DL-COUNT          PIC ZZZ,ZZ9.
008910     05  FILLER               PIC X(04) VALUE SPACES.
008920     05  WS-DL-DEPT-NAME      PIC X(30) VALUE SPACES.
009000 01  WS-EXIT-LINE.
009100     05  WS-EL-LABEL          PIC X(30).
009200     05  FILLER               PIC X(04) VALUE SPACES.
009600*-----------------------------------------------------------------
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     SORT REQUESTER-SORT-FILE
010000         ON ASCENDING KEY SRT-REFERENCE
010100         INPUT PROCEDURE IS 1500-SELECT-LOG THRU 1500-EXIT
010116         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
010132     IF SORT-RETURN NOT = 0
010148         DISPLAY "ELMOSUM: SORT FAILED, RETURN = " SORT-RETURN
010164         MOVE 8 TO RETURN-CODE
010180     END-IF.
010200     CLOSE CALC-LOG-FILE.
010300     CLOSE REPORT-FILE.
010310     IF WS-DMAST-OPEN
010320         CLOSE DEPT-MASTER-FILE
010330     END-IF.
010400     GOBACK.
010500*-----------------------------------------------------------------
010600 1000-INITIALIZE.
010700     MOVE ZEROES TO WS-OPTION-COUNTS.
010701     MOVE ZEROES TO WS-FIN-COUNTS.
010800     OPEN INPUT CALC-LOG-FILE.
010810     IF WS-LOG-FILE-STATUS NOT = "00"
010820         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
010850         MOVE 8 TO RETURN-CODE
010860     END-IF.
010900     OPEN OUTPUT REPORT-FILE.
010910     OPEN INPUT DEPT-MASTER-FILE.
010920     IF WS-DMAST-FILE-STATUS = "00"
010930         SET WS-DMAST-OPEN TO TRUE
010940     END-IF.
011000 1000-EXIT.
011100     EXIT.
011116*-----------------------------------------------------------------
011132* 1500-SELECT-LOG - SORT INPUT PROCEDURE.  THE WHOLE LOG, FRONT
011148* TO BACK, TALLIED AS IT GOES; EACH CALC AND RJCT RECORD ALSO
011164* RELEASES ITS REFERENCE FOR THE REQUESTER LINES.
011180*-----------------------------------------------------------------
011196 1500-SELECT-LOG.
011212     PERFORM 2000-READ-LOG THRU 2000-EXIT
011228         UNTIL WS-EOF.
011244 1500-EXIT.
011260     EXIT.
011276*-----------------------------------------------------------------
011300 2000-READ-LOG.
011400     READ CALC-LOG-FILE
011500         AT END
012600             MOVE LOG-OPTION TO WS-OPTION-INDEX
012700             ADD 1 TO WS-OPTION-COUNT(WS-OPTION-INDEX)
012800         END-IF
012810         IF LOG-OPTION = 30
012820             ADD 1 TO WS-FORMULA-RUN-COUNT
012830         END-IF
012831         IF LOG-OPTION >= WS-FIN-FIRST-OPTION
012832                 AND LOG-OPTION <= WS-FIN-LAST-OPTION
012833             SUBTRACT 25 FROM LOG-OPTION GIVING WS-FIN-INDEX
012834             ADD 1 TO WS-FIN-COUNT(WS-FIN-INDEX)
012835         END-IF
012900         PERFORM 2200-TALLY-REQUESTER THRU 2200-EXIT
012910     ELSE
012920     IF LOG-TYPE-CONST
012940     ELSE
012950     IF LOG-TYPE-SIGNON
012960         ADD 1 TO WS-SIGNON-FAIL-COUNT
012970     ELSE
012980     IF LOG-TYPE-DEPT
012990         ADD 1 TO WS-DEPT-CHANGE-COUNT
012991     ELSE
012992     IF LOG-TYPE-REVERSAL
012993         ADD 1 TO WS-REVERSAL-COUNT
012994     ELSE
012995     IF LOG-TYPE-BACKOUT
012996         ADD 1 TO WS-BACKOUT-COUNT
012997     ELSE
012998     IF LOG-TYPE-FORMULA
012999         ADD 1 TO WS-FORMULA-CHANGE-COUNT
013000     ELSE
013001     IF LOG-TYPE-LIMIT
013002         ADD 1 TO WS-LIMIT-CHANGE-COUNT
013003     ELSE
013004     IF LOG-TYPE-HOLD
013005         ADD 1 TO WS-HOLD-DECISION-COUNT
013006     ELSE
013029     IF LOG-TYPE-PENDING
013052         ADD 1 TO WS-PENDING-ACTION-COUNT
013075     ELSE
013100         EVALUATE TRUE
013200             WHEN LOG-EXIT-VIA-ESC
013300                 ADD 1 TO WS-ESC-COUNT
013600             WHEN OTHER
013700                 ADD 1 TO WS-OTHER-EXIT-COUNT
013800         END-EVALUATE
013810     END-IF
013820     END-IF
013830     END-IF
013840     END-IF
013850     END-IF
013860     END-IF
013861     END-IF
013862     END-IF
013881     END-IF
013900     END-IF.
014000 2100-EXIT.
014100     EXIT.
014200
014300 2200-TALLY-REQUESTER.
014400     MOVE LOG-REFERENCE TO SRT-REFERENCE.
014500     RELEASE SORT-RECORD.
014600 2200-EXIT.
014700     EXIT.
016900*-----------------------------------------------------------------
016920* 3000 SERIES - SORT OUTPUT PROCEDURE.  THE OPTION AND EXIT
016940* COUNTS WERE FINISHED BY THE INPUT SIDE; THE REQUESTER LINES
016960* COME OFF THE SORTED REFERENCES.
016980*-----------------------------------------------------------------
017000 3000-PRINT-REPORT.
017100     MOVE WS-HEADING-1 TO REPORT-LINE.
017200     WRITE REPORT-LINE.
017500     PERFORM 3100-PRINT-OPTION-LINE THRU 3100-EXIT
017600         VARYING WS-OPTION-INDEX FROM 1 BY 1
017700         UNTIL WS-OPTION-INDEX > WS-MAX-OPTION.
017710     MOVE "NAMED FORMULA"      TO WS-DL-NAME.
017720     MOVE WS-FORMULA-RUN-COUNT TO WS-DL-COUNT.
017730     MOVE WS-DETAIL-LINE TO REPORT-LINE.
017740     WRITE REPORT-LINE.
017741     PERFORM 3150-PRINT-FIN-LINE THRU 3150-EXIT
017742         VARYING WS-FIN-INDEX FROM 1 BY 1
017743         UNTIL WS-FIN-INDEX > 4.
017800     MOVE SPACES TO REPORT-LINE.
017900     WRITE REPORT-LINE.
018000     MOVE "EXIT VIA OPTION 99 (ESC)" TO WS-EL-LABEL.
018760     MOVE WS-SIGNON-FAIL-COUNT TO WS-EL-COUNT.
018770     MOVE WS-EXIT-LINE TO REPORT-LINE.
018780     WRITE REPORT-LINE.
018781     MOVE "DEPARTMENT MASTER CHANGES" TO WS-EL-LABEL.
018782     MOVE WS-DEPT-CHANGE-COUNT TO WS-EL-COUNT.
018783     MOVE WS-EXIT-LINE TO REPORT-LINE.
018784     WRITE REPORT-LINE.
018785     MOVE "BATCH RUNS BACKED OUT" TO WS-EL-LABEL.
018786     MOVE WS-BACKOUT-COUNT TO WS-EL-COUNT.
018787     MOVE WS-EXIT-LINE TO REPORT-LINE.
018788     WRITE REPORT-LINE.
018789     MOVE "BATCH BACKOUT REVERSALS" TO WS-EL-LABEL.
018790     MOVE WS-REVERSAL-COUNT TO WS-EL-COUNT.
018791     MOVE WS-EXIT-LINE TO REPORT-LINE.
018792     WRITE REPORT-LINE.
018793     MOVE "FORMULA LIBRARY CHANGES" TO WS-EL-LABEL.
018794     MOVE WS-FORMULA-CHANGE-COUNT TO WS-EL-COUNT.
018795     MOVE WS-EXIT-LINE TO REPORT-LINE.
018796     WRITE REPORT-LINE.
018797     MOVE "ANSWER LIMIT CHANGES" TO WS-EL-LABEL.
018798     MOVE WS-LIMIT-CHANGE-COUNT TO WS-EL-COUNT.
018799     MOVE WS-EXIT-LINE TO REPORT-LINE.
018800     WRITE REPORT-LINE.
018801     MOVE "HELD ANSWER DECISIONS" TO WS-EL-LABEL.
018802     MOVE WS-HOLD-DECISION-COUNT TO WS-EL-COUNT.
018803     MOVE WS-EXIT-LINE TO REPORT-LINE.
018804     WRITE REPORT-LINE.
018805     MOVE "PENDING WORK ACTIONS" TO WS-EL-LABEL.
018806     MOVE WS-PENDING-ACTION-COUNT TO WS-EL-COUNT.
018807     MOVE WS-EXIT-LINE TO REPORT-LINE.
018808     WRITE REPORT-LINE.
018809     MOVE SPACES TO REPORT-LINE.
018900     WRITE REPORT-LINE.
019000     MOVE "USAGE BY REQUESTER" TO REPORT-LINE.
019100     WRITE REPORT-LINE.
019200     PERFORM 3210-RETURN-REQUESTER THRU 3210-EXIT.
019300     PERFORM 3200-PRINT-REQUESTER-LINE THRU 3200-EXIT
019400         UNTIL WS-SORT-EOF.
020100 3000-EXIT.
020200     EXIT.
020300
020800     WRITE REPORT-LINE.
020900 3100-EXIT.
021000     EXIT.
021001
021002 3150-PRINT-FIN-LINE.
021003     MOVE WS-FIN-NAME(WS-FIN-INDEX)   TO WS-DL-NAME.
021004     MOVE WS-FIN-COUNT(WS-FIN-INDEX)  TO WS-DL-COUNT.
021005     MOVE WS-DETAIL-LINE TO REPORT-LINE.
021006     WRITE REPORT-LINE.
021007 3150-EXIT.
021008     EXIT.
021100
021134 3200-PRINT-REQUESTER-LINE.
021168     MOVE SRT-REFERENCE TO WS-CUR-REFERENCE.
021202     MOVE 0 TO WS-REQ-COUNT.
021236     PERFORM 3220-COUNT-REQUESTER THRU 3220-EXIT
021270         UNTIL WS-SORT-EOF
021304             OR SRT-REFERENCE NOT = WS-CUR-REFERENCE.
021338     MOVE WS-CUR-REFERENCE TO WS-DL-NAME.
021372     MOVE WS-REQ-COUNT     TO WS-DL-COUNT.
021410     MOVE SPACES TO WS-DL-DEPT-NAME.
021420     IF WS-DMAST-OPEN
021430         MOVE WS-CUR-REFERENCE TO DPT-CODE
021440         READ DEPT-MASTER-FILE
021450             INVALID KEY
021460                 CONTINUE
021470             NOT INVALID KEY
021480                 MOVE DPT-NAME TO WS-DL-DEPT-NAME
021490         END-READ
021495     END-IF.
021500     MOVE WS-DETAIL-LINE TO REPORT-LINE.
021600     WRITE REPORT-LINE.
021700 3200-EXIT.
021800     EXIT.
021801
021802 3210-RETURN-REQUESTER.
021803     RETURN REQUESTER-SORT-FILE
021804         AT END
021805             MOVE "Y" TO WS-SORT-EOF-SW
021806     END-RETURN.
021807 3210-EXIT.
021808     EXIT.
021809
021810 3220-COUNT-REQUESTER.
021811     ADD 1 TO WS-REQ-COUNT.
021812     PERFORM 3210-RETURN-REQUESTER THRU 3210-EXIT.
021813 3220-EXIT.
021814     EXIT.
