      *                   THE CORRECTION FILE - THE GROUP'S MEMBERS
      *                   ARE STILL ON THE TRANSACTION FILE, SO THE
      *                   DESK RESUBMITS THE GROUP ITSELF.
      *  2026-10-15  DW   RETURN CODE 06 (NAMED FORMULA UNKNOWN,
      *                   RETIRED, OR CUT SHORT) IS NOW COUNTED AND
      *                   LISTED.  NO FAILED FORMULA (OPCODE 30) IS
      *                   REBUILT ON THE CORRECTION FILE, WHATEVER
      *                   ITS RETURN CODE - THE DESK RESUBMITS ITS
      *                   "F" AND "P" RECORDS.
      *  2026-10-15  DW   A FAILED FINANCIAL REQUEST (OPTIONS 26-29)
      *                   IS REBUILT AS ITS "D" RECORD FOLLOWED BY A
      *                   "P" RECORD CARRYING ITS NUMBER OF PERIODS,
      *                   BOTH IN THE TRAILER COUNT AND HASH.  ONE
      *                   THAT FAILED BEFORE ITS PERIODS WERE KNOWN
      *                   IS LISTED ONLY.
      *  2026-10-15  DW   ANSWERS KILLED ON SUPERVISOR REVIEW ARE
      *                   READ FROM THE KILL FILE (KILLFIL) AFTER
      *                   RESULTFL, WITH RETURN CODE 07, COUNTED,
      *                   LISTED AND REBUILT LIKE ANY FAILURE; A
      *                   KILLED GROUP AGGREGATE IS LISTED ONLY.
      *                   THE KILL FILE IS EMPTIED ONCE READ.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMORCY.
001500     SELECT WORKLIST-FILE ASSIGN TO "RCYRPT"
001600         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-WORKLIST-FILE-STATUS.
001701
001702     SELECT KILL-FILE ASSIGN TO "KILLFIL"
001703         ORGANIZATION IS SEQUENTIAL
001704         FILE STATUS IS WS-KILL-FILE-STATUS.
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
002800
002900 FD  WORKLIST-FILE.
003000 01  WORKLIST-LINE               PIC X(80).
003001
003002* ANSWERS KILLED BY THE SUPERVISOR REVIEW (ELMOREV), IN THE
003003* RESULTS LAYOUT WITH RETURN CODE 07.
003004 FD  KILL-FILE
003005     RECORDING MODE IS F.
003006 01  KILL-RECORD                 PIC X(84).
003100*-----------------------------------------------------------------
003200 WORKING-STORAGE SECTION.
003300 01  WS-RESULTS-FILE-STATUS      PIC X(02) VALUE SPACES.
003400 01  WS-CORRECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
003500 01  WS-WORKLIST-FILE-STATUS     PIC X(02) VALUE SPACES.
003501 01  WS-KILL-FILE-STATUS         PIC X(02) VALUE SPACES.
003600
003700 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003800     88  WS-EOF                          VALUE "Y".
004350 01  WS-RC03-COUNT               PIC 9(09) VALUE 0.
004360 01  WS-RC04-COUNT               PIC 9(09) VALUE 0.
004370 01  WS-RC05-COUNT               PIC 9(09) VALUE 0.
004380 01  WS-RC06-COUNT               PIC 9(09) VALUE 0.
004381 01  WS-RC07-COUNT               PIC 9(09) VALUE 0.
004400 01  WS-OTHER-COUNT              PIC 9(09) VALUE 0.
004500 01  WS-RECYCLED-COUNT           PIC 9(09) VALUE 0.
004600
007700         PERFORM 2000-READ-RESULTS THRU 2000-EXIT
007800             UNTIL WS-EOF
007900     END-IF.
007901     PERFORM 2600-READ-KILLS THRU 2600-EXIT.
008000     PERFORM 2500-WRITE-CORR-TRAILER THRU 2500-EXIT.
008100     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
008200     CLOSE RESULTS-FILE.
012560             ADD 1 TO WS-RC04-COUNT
012570         WHEN RESULTS-GROUP-ERROR
012580             ADD 1 TO WS-RC05-COUNT
012590         WHEN RESULTS-FORMULA-ERROR
012595             ADD 1 TO WS-RC06-COUNT
012596         WHEN RESULTS-KILLED-ON-REVIEW
012597             ADD 1 TO WS-RC07-COUNT
012600         WHEN OTHER
012700             ADD 1 TO WS-OTHER-COUNT
012800     END-EVALUATE.
012860* RECORD - THE MEMBERS ARE BACK ON THE TRANSACTION FILE - SO
012870* IT GOES ON THE WORKLIST ONLY, FOR THE DESK TO RESUBMIT AS A
012880* GROUP.
012882* A NAMED FORMULA'S RESULT (OPCODE 30) IS NO OPCODE A DETAIL
012884* CAN CARRY, AND ITS LATER PARAMETERS ARE NOT ON THE RESULTS
012886* RECORD, SO A FAILED FORMULA IS LISTED ONLY AS WELL, FOR THE
012888* DESK TO RESUBMIT ITS "F" AND "P" RECORDS.
012889* A FAILED FINANCIAL REQUEST (26-29) IS REBUILT AS ITS DETAIL
012890* AND THE "P" RECORD CARRYING ITS NUMBER OF PERIODS, FROM
012891* RESULTS-GROUP-COUNT.  ONE THAT FAILED BEFORE ITS PERIODS WERE
012892* READ (ZERO THERE) IS LISTED ONLY, FOR THE DESK TO RESUBMIT.
012893* AN ANSWER KILLED ON REVIEW COMPUTED, SO IT REBUILDS BY THE
012894* SAME RULES - EXCEPT AN AGGREGATE OVER A RECORD GROUP (21-25,
012895* OR A 28 WITH NO AMOUNT: A NET PRESENT VALUE OVER A GROUP),
012896* WHOSE MEMBERS ARE NOT ON ITS ONE RECORD.  THAT IS LISTED
012897* ONLY, FOR THE DESK TO RESUBMIT THE GROUP.
012898     IF RESULTS-KILLED-ON-REVIEW
012899             AND ((RESULTS-OPCODE >= 21 AND RESULTS-OPCODE <= 25)
012900               OR (RESULTS-OPCODE = 28 AND RESULTS-OPERAND-A = 0))
012901         PERFORM 2300-WRITE-WORKLIST-LINE THRU 2300-EXIT
012902         GO TO 2100-EXIT
012903     END-IF.
012904     IF NOT RESULTS-GROUP-ERROR AND RESULTS-OPCODE NOT = 30
012905         IF RESULTS-OPCODE < 26 OR RESULTS-OPCODE > 29
012906             PERFORM 2200-BUILD-CORRECTION THRU 2200-EXIT
012907         ELSE
012908             IF RESULTS-GROUP-COUNT > 0
012909                 PERFORM 2200-BUILD-CORRECTION THRU 2200-EXIT
012910                 PERFORM 2250-BUILD-PERIODS THRU 2250-EXIT
012911             END-IF
012912         END-IF
012950     END-IF.
013000     PERFORM 2300-WRITE-WORKLIST-LINE THRU 2300-EXIT.
013100 2100-EXIT.
015100     ADD RESULTS-OPERAND-B TO WS-OUT-HASH.
015200 2200-EXIT.
015300     EXIT.
015301
015302* THE "P" RECORD FOR A REBUILT FINANCIAL REQUEST: SAME
015303* REFERENCE, THE NUMBER OF PERIODS IN OPERAND A.
015304 2250-BUILD-PERIODS.
015305     MOVE SPACES                TO TRANS-RECORD.
015306     SET TRANS-TYPE-FORMULA-PARM TO TRUE.
015307     MOVE RESULTS-REFERENCE     TO TRANS-REFERENCE.
015308     MOVE ZERO                  TO TRANS-OPCODE.
015309     MOVE RESULTS-GROUP-COUNT   TO TRANS-OPERAND-A.
015310     MOVE ZERO                  TO TRANS-OPERAND-B.
015311     WRITE TRANS-RECORD.
015312     ADD 1 TO WS-RECYCLED-COUNT.
015313     ADD RESULTS-GROUP-COUNT TO WS-OUT-HASH.
015314 2250-EXIT.
015315     EXIT.
015400
015500 2300-WRITE-WORKLIST-LINE.
015600     MOVE RESULTS-REFERENCE TO WS-WL-REFERENCE.
016480             MOVE "04 BAD CONSTANT"   TO WS-WL-REASON
016482         WHEN RESULTS-GROUP-ERROR
016484             MOVE "05 GROUP REJECTED" TO WS-WL-REASON
016486         WHEN RESULTS-FORMULA-ERROR
016488             MOVE "06 FORMULA FAILED" TO WS-WL-REASON
016489         WHEN RESULTS-KILLED-ON-REVIEW
016490             MOVE "07 REVIEW KILLED"  TO WS-WL-REASON
016500         WHEN OTHER
016600             MOVE "?? UNKNOWN CODE"   TO WS-WL-REASON
016700     END-EVALUATE.
018400     WRITE TRANS-RECORD.
018500 2500-EXIT.
018600     EXIT.
018601
018602*-----------------------------------------------------------------
018603* 2600-READ-KILLS - THE ANSWERS KILLED ON REVIEW SINCE THE LAST
018604* RECYCLE, EACH TAKEN THROUGH THE SAME CHECK AS A FAILED
018605* RESULT.  ONCE READ THE FILE IS EMPTIED, SO NO KILLED ANSWER
018606* IS REBUILT TWICE.  NO KILL FILE MEANS NOTHING WAS KILLED.
018607*-----------------------------------------------------------------
018608 2600-READ-KILLS.
018609     OPEN INPUT KILL-FILE.
018610     IF WS-KILL-FILE-STATUS NOT = "00"
018611         GO TO 2600-EXIT
018612     END-IF.
018613     MOVE "N" TO WS-EOF-SWITCH.
018614     PERFORM 2610-READ-KILL THRU 2610-EXIT
018615         UNTIL WS-EOF.
018616     CLOSE KILL-FILE.
018617     OPEN OUTPUT KILL-FILE.
018618     CLOSE KILL-FILE.
018619 2600-EXIT.
018620     EXIT.
018621
018622 2610-READ-KILL.
018623     READ KILL-FILE INTO RESULTS-RECORD
018624         AT END
018625             MOVE "Y" TO WS-EOF-SWITCH
018626         NOT AT END
018627             PERFORM 2100-CHECK-RESULT THRU 2100-EXIT
018628     END-READ.
018629 2610-EXIT.
018630     EXIT.
018700*-----------------------------------------------------------------
018800 3000-PRINT-TOTALS.
018900     MOVE SPACES TO WORKLIST-LINE.
020684     MOVE WS-RC05-COUNT TO WS-CL-COUNT.
020686     MOVE WS-COUNT-LINE TO WORKLIST-LINE.
020688     WRITE WORKLIST-LINE.
020690     MOVE "RETURN CODE 06 FORMULA FAILED" TO WS-CL-LABEL.
020692     MOVE WS-RC06-COUNT TO WS-CL-COUNT.
020694     MOVE WS-COUNT-LINE TO WORKLIST-LINE.
020696     WRITE WORKLIST-LINE.
020697     MOVE "RETURN CODE 07 KILLED" TO WS-CL-LABEL.
020698     MOVE WS-RC07-COUNT TO WS-CL-COUNT.
020699     MOVE WS-COUNT-LINE TO WORKLIST-LINE.
020700     WRITE WORKLIST-LINE.
020701     MOVE "OTHER RETURN CODES" TO WS-CL-LABEL.
020800     MOVE WS-OTHER-COUNT TO WS-CL-COUNT.
020900     MOVE WS-COUNT-LINE TO WORKLIST-LINE.
021000     WRITE WORKLIST-LINE.
