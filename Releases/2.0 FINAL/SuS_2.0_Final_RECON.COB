      *                report (RCNRPT) of results with no log entry,
      *                log entries with no result, and pairs whose
      *                values disagree, so audit can sign the night
      *                off without sampling by hand.  Both sides
      *                are sorted on the match key and merged, so
      *                there is no limit on the size of a night.
      *                The run number and date come from RCNPARMS;
      *                when absent, the number is taken from the
      *                results file and the date from that run's
      *                start record in the run registry.  Terminal
      *                work and the non-calculation record types sit
      *                out the match.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                   THE RUN REGISTRY INSTEAD OF "TODAY", SO A
      *                   MORNING-AFTER RECONCILIATION COVERS LAST
      *                   NIGHT INSTEAD OF STARTING PAST IT.
      *  2026-10-15  DW   THE 5,000-SLOT RESULT TABLE IS GONE.  THE
      *                   RUN'S RESULTS AND ITS LOG SLICE ARE EACH
      *                   SORTED ON REFERENCE, OPCODE AND OPERANDS
      *                   INTO A WORK FILE AND THE TWO ARE MATCHED IN
      *                   ONE MERGE PASS, SO THE RECONCILIATION IS
      *                   COMPLETE AT ANY VOLUME AND NEVER "PARTIAL".
      *                   DUPLICATES STILL PAIR OFF IN THE ORDER THEY
      *                   WERE WRITTEN; EXCEPTIONS NOW PRINT IN MATCH
      *                   KEY ORDER.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMORCN.
001920     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
001945
001950     SELECT RECON-SORT-FILE ASSIGN TO "RCNSORT".
001955
001960     SELECT RESULT-WORK-FILE ASSIGN TO "RCNRSRT"
001965         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-RWORK-FILE-STATUS.
001975
001980     SELECT LOG-WORK-FILE ASSIGN TO "RCNLSRT"
001985         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS WS-LWORK-FILE-STATUS.
002000
002100     SELECT RECON-REPORT-FILE ASSIGN TO "RCNRPT"
002200         ORGANIZATION IS LINE SEQUENTIAL
003820 FD  RUN-REGISTRY-FILE
003830     RECORDING MODE IS F.
003840     COPY ELMORGS.
003841
003842* ONE SORT RECORD PER RESULT, OR PER LOG RECORD, TO BE MATCHED.
003843* THE TWO SIDES ARE SORTED SEPARATELY ON THE SAME MATCH KEY -
003844* REFERENCE, OPCODE, OPERANDS - WITH EACH RECORD'S PLACE IN ITS
003845* OWN FILE LAST, SO DUPLICATES PAIR OFF IN THE ORDER THEY WERE
003846* WRITTEN: THE FIRST SUCH RESULT WITH THE FIRST SUCH LOG RECORD.
003847 SD  RECON-SORT-FILE.
003848 01  SORT-RECORD.
003849     05  SRT-REFERENCE           PIC X(08).
003850     05  SRT-OPCODE              PIC 9(14).
003851     05  SRT-OPERAND-A           PIC S9(14)V9(7).
003852     05  SRT-OPERAND-B           PIC S9(14)V9(7).
003853     05  SRT-VALUE               PIC S9(14)V9(7).
003854     05  SRT-FILE-SEQ            PIC 9(09).
003855
003856* THE RUN'S RESULTS, SORTED.  SAME LAYOUT AS SORT-RECORD.
003857 FD  RESULT-WORK-FILE
003858     RECORDING MODE IS F.
003859 01  RESULT-WORK-RECORD.
003860     05  RW-REFERENCE            PIC X(08).
003861     05  RW-OPCODE               PIC 9(14).
003862     05  RW-OPERAND-A            PIC S9(14)V9(7).
003863     05  RW-OPERAND-B            PIC S9(14)V9(7).
003864     05  RW-VALUE                PIC S9(14)V9(7).
003865     05  RW-FILE-SEQ             PIC 9(09).
003866
003867* THE RUN'S CALC AND RJCT LOG RECORDS, SORTED.  SAME LAYOUT AS
003868* SORT-RECORD.
003869 FD  LOG-WORK-FILE
003870     RECORDING MODE IS F.
003871 01  LOG-WORK-RECORD.
003872     05  LW-REFERENCE            PIC X(08).
003873     05  LW-OPCODE               PIC 9(14).
003874     05  LW-OPERAND-A            PIC S9(14)V9(7).
003875     05  LW-OPERAND-B            PIC S9(14)V9(7).
003876     05  LW-VALUE                PIC S9(14)V9(7).
003877     05  LW-FILE-SEQ             PIC 9(09).
003900
004000 FD  RECON-REPORT-FILE.
004100 01  RECON-REPORT-LINE           PIC X(80).
005999 01  WS-DATE-GIVEN-SW            PIC X(01) VALUE "N".
006001     88  WS-DATE-GIVEN                   VALUE "Y".
006002
006101* THE MATCH IS TWO SORTS AND A MERGE: THE RUN'S RESULTS AND ITS
006200* LOG SLICE ARE EACH SORTED ON THE MATCH KEY INTO A WORK FILE,
006299* THEN THE TWO FILES ARE READ SIDE BY SIDE, SO NOTHING IS HELD
006398* IN STORAGE AND NO NIGHT IS TOO BIG TO RECONCILE IN FULL.
006497 01  WS-RWORK-FILE-STATUS        PIC X(02) VALUE SPACES.
006596 01  WS-LWORK-FILE-STATUS        PIC X(02) VALUE SPACES.
006695 01  WS-RWORK-EOF-SW             PIC X(01) VALUE "N".
006794     88  WS-RWORK-EOF                    VALUE "Y".
006893 01  WS-LWORK-EOF-SW             PIC X(01) VALUE "N".
006992     88  WS-LWORK-EOF                    VALUE "Y".
007091 01  WS-SORT-FAILED-SW           PIC X(01) VALUE "N".
007190     88  WS-SORT-FAILED                  VALUE "Y".
007289 01  WS-RESULT-SEQ               PIC 9(09) VALUE 0.
007388 01  WS-LOG-SEQ                  PIC 9(09) VALUE 0.
007487* WHICH SIDE OF THE MERGE HOLDS THE LOWER MATCH KEY.  AN
007586* EXHAUSTED SIDE COUNTS AS THE HIGHER ONE.
007685 01  WS-KEY-COMPARE              PIC X(01) VALUE SPACE.
007784     88  WS-RESULT-LOW                   VALUE "<".
007883     88  WS-KEYS-EQUAL                   VALUE "=".
007982     88  WS-LOG-LOW                      VALUE ">".
008081
008200 01  WS-RESULTS-READ             PIC 9(09) VALUE 0.
008300 01  WS-LOG-EXAMINED             PIC 9(09) VALUE 0.
008400 01  WS-MATCHED-COUNT            PIC 9(09) VALUE 0.
011800     IF WS-ABORT
011900         STOP RUN
012000     END-IF.
012066     PERFORM 2500-SORT-RESULTS THRU 2500-EXIT.
012132     IF NOT WS-SORT-FAILED
012198         PERFORM 4000-FIND-RUN-DATE THRU 4000-EXIT
012264         PERFORM 5500-SORT-LOG THRU 5500-EXIT
012330     END-IF.
012396     IF NOT WS-SORT-FAILED
012462         PERFORM 6000-MATCH-FILES THRU 6000-EXIT
012528     END-IF.
012600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
012700     CLOSE RECON-REPORT-FILE.
012800     STOP RUN.
016000 1000-EXIT.
016100     EXIT.
016200*-----------------------------------------------------------------
016245*-----------------------------------------------------------------
016290* 2000 SERIES - SORT INPUT PROCEDURE FOR THE RESULTS SIDE.  EVERY
016335* RESULTS RECORD OF THE RUN IS RELEASED WITH ITS PLACE IN THE
016380* FILE; THE FIRST RECORD WITH A RUN NUMBER SETTLES THE RUN WHEN
016425* RCNPARMS DID NOT.
016470*-----------------------------------------------------------------
016515 2000-SELECT-RESULTS.
016560     PERFORM 2050-READ-RESULTS THRU 2050-EXIT
016605         UNTIL WS-RESULTS-EOF.
016650     CLOSE RESULTS-FILE.
016695 2000-EXIT.
016740     EXIT.
016785
016830 2050-READ-RESULTS.
016875     READ RESULTS-FILE
016920         AT END
016965             MOVE "Y" TO WS-RESULTS-EOF-SW
017010         NOT AT END
017055             PERFORM 2100-RELEASE-RESULT THRU 2100-EXIT
017100     END-READ.
017145 2050-EXIT.
017190     EXIT.
017235
017280 2100-RELEASE-RESULT.
017325     ADD 1 TO WS-RESULTS-READ.
017370     IF NOT WS-RUN-KNOWN AND RESULTS-RUN-NUMBER NUMERIC
017415             AND RESULTS-RUN-NUMBER > 0
017460         MOVE RESULTS-RUN-NUMBER TO WS-RUN-NUMBER-WANTED
017505         SET WS-RUN-KNOWN TO TRUE
017550     END-IF.
017595     IF WS-RUN-KNOWN
017640             AND RESULTS-RUN-NUMBER NOT = WS-RUN-NUMBER-WANTED
017685         GO TO 2100-EXIT
017730     END-IF.
017775     ADD 1 TO WS-RESULT-SEQ.
017820     MOVE RESULTS-REFERENCE TO SRT-REFERENCE.
017865     MOVE RESULTS-OPCODE TO SRT-OPCODE.
017910     MOVE RESULTS-OPERAND-A TO SRT-OPERAND-A.
017955     MOVE RESULTS-OPERAND-B TO SRT-OPERAND-B.
018000     MOVE RESULTS-VALUE TO SRT-VALUE.
018045     MOVE WS-RESULT-SEQ TO SRT-FILE-SEQ.
018090     RELEASE SORT-RECORD.
018135 2100-EXIT.
018180     EXIT.
018225
018270*-----------------------------------------------------------------
018315* 2500-SORT-RESULTS - THE RUN'S RESULTS INTO RCNRSRT IN MATCH
018360* KEY ORDER.
018405*-----------------------------------------------------------------
018450 2500-SORT-RESULTS.
018495     SORT RECON-SORT-FILE
018540         ON ASCENDING KEY SRT-REFERENCE
018585                          SRT-OPCODE
018630                          SRT-OPERAND-A
018675                          SRT-OPERAND-B
018720                          SRT-FILE-SEQ
018765         INPUT PROCEDURE IS 2000-SELECT-RESULTS
018810             THRU 2000-EXIT
018855         GIVING RESULT-WORK-FILE.
018900     IF SORT-RETURN NOT = 0
018945         DISPLAY "ELMORCN: RESULTS SORT FAILED, RETURN = "
018990                 SORT-RETURN
019035         SET WS-SORT-FAILED TO TRUE
019080     END-IF.
019125 2500-EXIT.
019170     EXIT.
019215
019311*-----------------------------------------------------------------
019312* 4000-FIND-RUN-DATE - WHEN NO RUN DATE CAME IN ON RCNPARMS
019313* BUT THE RUN NUMBER IS KNOWN, TAKE THE DATE FROM THE RUN'S
019352 4100-EXIT.
019353     EXIT.
019354
019407*-----------------------------------------------------------------
019460* 5000 SERIES - SORT INPUT PROCEDURE FOR THE LOG SIDE.  WALK THE
019513* LOG FROM THE RUN DATE ONWARD.  THE INDEXED KEY POSITIONS
019566* STRAIGHT TO THE FROM-DATE, THE SAME WAY THE INQUIRY DOES;
019619* WITH A KNOWN RUN NUMBER THE READ RUNS TO END OF LOG AND THE
019672* RUN-NUMBER FILTER BOUNDS THE MATCH, SINCE A RUN THAT CROSSES
019725* MIDNIGHT LOGS UNDER TWO DATES.  TERMINAL WORK AND THE
019778* NON-CALCULATION RECORD TYPES SIT OUT THE MATCH - ONLY THE
019831* NIGHT'S BATCH WORK IS BEING PROVED.
019884*-----------------------------------------------------------------
019937 5000-SELECT-LOG.
019990     OPEN INPUT CALC-LOG-FILE.
020043     IF WS-LOG-FILE-STATUS NOT = "00"
020096         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
020149                 WS-LOG-FILE-STATUS
020202         MOVE "Y" TO WS-LOG-EOF-SW
020255         GO TO 5000-EXIT
020308     END-IF.
020361     MOVE "N" TO WS-LOG-EOF-SW.
020414     MOVE LOW-VALUES TO LOG-KEY.
020467     MOVE WS-RUN-DATE TO LOG-TIMESTAMP(1:8).
020520     START CALC-LOG-FILE KEY NOT < LOG-KEY
020573         INVALID KEY
020626             MOVE "Y" TO WS-LOG-EOF-SW
020679     END-START.
020732     PERFORM 5100-READ-LOG THRU 5100-EXIT
020785         UNTIL WS-LOG-EOF.
020838     CLOSE CALC-LOG-FILE.
020891 5000-EXIT.
020944     EXIT.
020997
021050* WITH A KNOWN RUN NUMBER THE READ RUNS ON PAST THE RUN DATE:
021103* A NIGHT RUN THAT STARTS BEFORE MIDNIGHT LOGS ITS LATER WORK
021156* UNDER THE NEXT DAY'S DATE, AND THE RUN-NUMBER FILTER IN
021209* 5200-SELECT-ONE BOUNDS THE MATCH INSTEAD.  ONLY THE
021262* PRE-REGISTRY FALLBACK (NO RUN NUMBER ANYWHERE) STILL STOPS
021315* AT THE DATE.
021368 5100-READ-LOG.
021421     READ CALC-LOG-FILE NEXT RECORD
021474         AT END
021527             MOVE "Y" TO WS-LOG-EOF-SW
021580         NOT AT END
021633             IF NOT WS-RUN-KNOWN
021686                     AND LOG-TIMESTAMP(1:8) > WS-RUN-DATE
021739                 MOVE "Y" TO WS-LOG-EOF-SW
021792             ELSE
021845                 PERFORM 5200-SELECT-ONE THRU 5200-EXIT
021898             END-IF
021951     END-READ.
022004 5100-EXIT.
022057     EXIT.
022110
022163 5200-SELECT-ONE.
022216     IF NOT LOG-TYPE-CALC AND NOT LOG-TYPE-REJECT
022269         GO TO 5200-EXIT
022322     END-IF.
022375     IF WS-RUN-KNOWN
022428         IF LOG-RUN-NUMBER NOT = WS-RUN-NUMBER-WANTED
022481             GO TO 5200-EXIT
022534         END-IF
022587     ELSE
022640         IF LOG-REFERENCE = "TERMINAL"
022693             GO TO 5200-EXIT
022746         END-IF
022799     END-IF.
022852     ADD 1 TO WS-LOG-EXAMINED.
022905     ADD 1 TO WS-LOG-SEQ.
022958     MOVE LOG-REFERENCE TO SRT-REFERENCE.
023011     MOVE LOG-OPTION TO SRT-OPCODE.
023064     MOVE LOG-OPERAND-A TO SRT-OPERAND-A.
023117     MOVE LOG-OPERAND-B TO SRT-OPERAND-B.
023170     MOVE LOG-RESULT TO SRT-VALUE.
023223     MOVE WS-LOG-SEQ TO SRT-FILE-SEQ.
023276     RELEASE SORT-RECORD.
023329 5200-EXIT.
023382     EXIT.
023435
023488*-----------------------------------------------------------------
023541* 5500-SORT-LOG - THE RUN'S LOG SLICE INTO RCNLSRT IN THE SAME
023594* ORDER AS THE RESULTS.
023647*-----------------------------------------------------------------
023700 5500-SORT-LOG.
023753     SORT RECON-SORT-FILE
023806         ON ASCENDING KEY SRT-REFERENCE
023859                          SRT-OPCODE
023912                          SRT-OPERAND-A
023965                          SRT-OPERAND-B
024018                          SRT-FILE-SEQ
024071         INPUT PROCEDURE IS 5000-SELECT-LOG
024124             THRU 5000-EXIT
024177         GIVING LOG-WORK-FILE.
024230     IF SORT-RETURN NOT = 0
024283         DISPLAY "ELMORCN: LOG SORT FAILED, RETURN = "
024336                 SORT-RETURN
024389         SET WS-SORT-FAILED TO TRUE
024442     END-IF.
024495 5500-EXIT.
024548     EXIT.
024601
024654*-----------------------------------------------------------------
024707* 6000 SERIES - MATCH THE TWO SORTED FILES.  THE LOWER KEY IS AN
024760* EXCEPTION ON ITS OWN: A RESULT WITH NO LOG ENTRY, OR A LOG
024813* ENTRY WITH NO RESULT.  EQUAL KEYS ARE A PAIR, AND THE PAIR'S
024866* VALUES MUST AGREE.  EACH RECORD IS USED ONCE, SO A DUPLICATED
024919* LOG RECORD SHOWS UP AS AN EXCEPTION INSTEAD OF HIDING.
024972*-----------------------------------------------------------------
025025 6000-MATCH-FILES.
025078     OPEN INPUT RESULT-WORK-FILE.
025131     OPEN INPUT LOG-WORK-FILE.
025184     IF WS-RWORK-FILE-STATUS NOT = "00"
025237             OR WS-LWORK-FILE-STATUS NOT = "00"
025290         DISPLAY "ELMORCN: UNABLE TO OPEN SORTED WORK FILES, "
025343                 "FILE STATUS = " WS-RWORK-FILE-STATUS " "
025396                 WS-LWORK-FILE-STATUS
025449         SET WS-SORT-FAILED TO TRUE
025502         GO TO 6000-EXIT
025555     END-IF.
025608     PERFORM 6100-READ-RESULT-WORK THRU 6100-EXIT.
025661     PERFORM 6200-READ-LOG-WORK THRU 6200-EXIT.
025714     PERFORM 6300-MATCH-ONE THRU 6300-EXIT
025767         UNTIL WS-RWORK-EOF AND WS-LWORK-EOF.
025820     CLOSE RESULT-WORK-FILE.
025873     CLOSE LOG-WORK-FILE.
025926 6000-EXIT.
025979     EXIT.
026032
026085 6100-READ-RESULT-WORK.
026138     READ RESULT-WORK-FILE
026191         AT END
026244             MOVE "Y" TO WS-RWORK-EOF-SW
026297     END-READ.
026350 6100-EXIT.
026403     EXIT.
026456
026509 6200-READ-LOG-WORK.
026562     READ LOG-WORK-FILE
026615         AT END
026668             MOVE "Y" TO WS-LWORK-EOF-SW
026721     END-READ.
026774 6200-EXIT.
026827     EXIT.
026880
026933 6300-MATCH-ONE.
026986     PERFORM 6400-COMPARE-KEYS THRU 6400-EXIT.
027039     IF WS-RESULT-LOW
027092         PERFORM 6600-RESULT-ONLY THRU 6600-EXIT
027145         PERFORM 6100-READ-RESULT-WORK THRU 6100-EXIT
027198         GO TO 6300-EXIT
027251     END-IF.
027304     IF WS-LOG-LOW
027357         PERFORM 6500-LOG-ONLY THRU 6500-EXIT
027410         PERFORM 6200-READ-LOG-WORK THRU 6200-EXIT
027463         GO TO 6300-EXIT
027516     END-IF.
027569     IF RW-VALUE = LW-VALUE
027622         ADD 1 TO WS-MATCHED-COUNT
027675     ELSE
027728         ADD 1 TO WS-VALUE-DISAGREE-COUNT
027781         MOVE "VALUES DISAGREE" TO WS-EX-KIND
027834         MOVE LW-REFERENCE TO WS-EX-REFERENCE
027887         MOVE LW-OPCODE TO WS-EX-OPCODE
027940         MOVE LW-OPERAND-A TO WS-EX-OPERAND-A
027993         MOVE LW-OPERAND-B TO WS-EX-OPERAND-B
028046         MOVE WS-EXCEPTION-LINE TO RECON-REPORT-LINE
028099         WRITE RECON-REPORT-LINE
028152         MOVE "RESULT =" TO WS-VL-LABEL
028205         MOVE RW-VALUE TO WS-VL-AMOUNT
028258         MOVE WS-VALUE-LINE TO RECON-REPORT-LINE
028311         WRITE RECON-REPORT-LINE
028364         MOVE "LOG    =" TO WS-VL-LABEL
028417         MOVE LW-VALUE TO WS-VL-AMOUNT
028470         MOVE WS-VALUE-LINE TO RECON-REPORT-LINE
028523         WRITE RECON-REPORT-LINE
028576     END-IF.
028629     PERFORM 6100-READ-RESULT-WORK THRU 6100-EXIT.
028682     PERFORM 6200-READ-LOG-WORK THRU 6200-EXIT.
028735 6300-EXIT.
028788     EXIT.
028841
028894* COMPARED FIELD BY FIELD, IN THE ORDER OF THE SORT KEYS AND
028947* NUMERICALLY FOR THE OPERANDS, SO THE COMPARISON AGREES WITH
029000* THE ORDER THE SORT PUT BOTH FILES IN.
029053 6400-COMPARE-KEYS.
029106     IF WS-LWORK-EOF
029159         SET WS-RESULT-LOW TO TRUE
029212         GO TO 6400-EXIT
029265     END-IF.
029318     IF WS-RWORK-EOF
029371         SET WS-LOG-LOW TO TRUE
029424         GO TO 6400-EXIT
029477     END-IF.
029530     SET WS-KEYS-EQUAL TO TRUE.
029583     IF RW-REFERENCE NOT = LW-REFERENCE
029636         IF RW-REFERENCE < LW-REFERENCE
029689             SET WS-RESULT-LOW TO TRUE
029742         ELSE
029795             SET WS-LOG-LOW TO TRUE
029848         END-IF
029901         GO TO 6400-EXIT
029954     END-IF.
030007     IF RW-OPCODE NOT = LW-OPCODE
030060         IF RW-OPCODE < LW-OPCODE
030113             SET WS-RESULT-LOW TO TRUE
030166         ELSE
030219             SET WS-LOG-LOW TO TRUE
030272         END-IF
030325         GO TO 6400-EXIT
030378     END-IF.
030431     IF RW-OPERAND-A NOT = LW-OPERAND-A
030484         IF RW-OPERAND-A < LW-OPERAND-A
030537             SET WS-RESULT-LOW TO TRUE
030590         ELSE
030643             SET WS-LOG-LOW TO TRUE
030696         END-IF
030749         GO TO 6400-EXIT
030802     END-IF.
030855     IF RW-OPERAND-B NOT = LW-OPERAND-B
030908         IF RW-OPERAND-B < LW-OPERAND-B
030961             SET WS-RESULT-LOW TO TRUE
031014         ELSE
031067             SET WS-LOG-LOW TO TRUE
031120         END-IF
031173     END-IF.
031226 6400-EXIT.
031279     EXIT.
031332
031385 6500-LOG-ONLY.
031438     ADD 1 TO WS-LOG-ONLY-COUNT.
031491     MOVE "LOG WITHOUT RESULT" TO WS-EX-KIND.
031544     MOVE LW-REFERENCE TO WS-EX-REFERENCE.
031597     MOVE LW-OPCODE TO WS-EX-OPCODE.
031650     MOVE LW-OPERAND-A TO WS-EX-OPERAND-A.
031703     MOVE LW-OPERAND-B TO WS-EX-OPERAND-B.
031756     MOVE WS-EXCEPTION-LINE TO RECON-REPORT-LINE.
031809     WRITE RECON-REPORT-LINE.
031862 6500-EXIT.
031915     EXIT.
031968
032021 6600-RESULT-ONLY.
032074     ADD 1 TO WS-RESULT-ONLY-COUNT.
032127     MOVE "RESULT WITHOUT LOG" TO WS-EX-KIND.
032180     MOVE RW-REFERENCE TO WS-EX-REFERENCE.
032233     MOVE RW-OPCODE TO WS-EX-OPCODE.
032286     MOVE RW-OPERAND-A TO WS-EX-OPERAND-A.
032339     MOVE RW-OPERAND-B TO WS-EX-OPERAND-B.
032392     MOVE WS-EXCEPTION-LINE TO RECON-REPORT-LINE.
032445     WRITE RECON-REPORT-LINE.
032498 6600-EXIT.
032551     EXIT.
032800*-----------------------------------------------------------------
032900 3000-PRINT-TOTALS.
033000     MOVE SPACES TO RECON-REPORT-LINE.
035500     WRITE RECON-REPORT-LINE.
035600     MOVE SPACES TO RECON-REPORT-LINE.
035700     WRITE RECON-REPORT-LINE.
035800     IF WS-SORT-FAILED
035900         MOVE "*** SORT FAILED - RECONCILIATION NOT COMPLETE"
036000             TO RECON-REPORT-LINE
036100         WRITE RECON-REPORT-LINE
036200     END-IF.
036300     IF WS-VALUE-DISAGREE-COUNT = 0
036400             AND WS-LOG-ONLY-COUNT = 0
036500             AND WS-RESULT-ONLY-COUNT = 0
036600             AND NOT WS-SORT-FAILED
036700         MOVE "*** FILES RECONCILE CLEAN ***"
036800             TO RECON-REPORT-LINE
036900         WRITE RECON-REPORT-LINE
