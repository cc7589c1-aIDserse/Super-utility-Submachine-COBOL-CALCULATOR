      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Maintenance of the department master file
      *                (DEPTFILE, see ELMODPT): the desks and
      *                departments allowed to submit batch work, with
      *                each one's full name, contact, active flag,
      *                and results delivery preference.  Menu-driven
      *                in the style of the constants maintenance:
      *                add a department, change its name, contact or
      *                delivery preference, deactivate or reactivate
      *                it, or list the file.  The file is INDEXED on
      *                the department code, so each change is written
      *                straight through; there is no table to fill
      *                and nothing to save at exit.  Every change is
      *                audit-logged to the calculation log as a DEPT
      *                record (action, field changed, department
      *                code).  A department is never deleted - old
      *                log and results records must still resolve to
      *                a name - only deactivated.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME
      *                   AND VERSION; MAINTENANCE RECORDS CARRY
      *                   BLANK AND ZERO.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMODMT.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS DPT-CODE
001100         FILE STATUS IS WS-DMAST-FILE-STATUS.
001200
001300     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS LOG-KEY
001700         FILE STATUS IS WS-LOG-FILE-STATUS.
001800*-----------------------------------------------------------------
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  DEPT-MASTER-FILE
002200     RECORDING MODE IS F.
002300     COPY ELMODPT.
002400
002500 FD  CALC-LOG-FILE
002600     RECORDING MODE IS F.
002700     COPY ELMOLOG.
002800*-----------------------------------------------------------------
002900 WORKING-STORAGE SECTION.
003000 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
003100 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
003200
003300 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
003400     88  WS-DONE                         VALUE "Y".
003500
003600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003700     88  WS-EOF                          VALUE "Y".
003800
003900 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
004000     88  WS-ABORT                        VALUE "Y".
004100
004200 01  WS-MENU-CHOICE              PIC 9(02) VALUE 0.
004300
004400 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
004500     88  WS-FOUND                        VALUE "Y".
004600
004700* KEYED ENTRY FOR ONE ACTION: THE CODE THAT IDENTIFIES THE
004800* DEPARTMENT AND THE NEW NAME / CONTACT / PREFERENCE BEING
004900* APPLIED.  ON A CHANGE A BLANK ENTRY KEEPS THE CURRENT VALUE.
005000 01  WS-ENTRY-CODE               PIC X(08) VALUE SPACES.
005100 01  WS-ENTRY-NAME               PIC X(30) VALUE SPACES.
005200 01  WS-ENTRY-CONTACT            PIC X(30) VALUE SPACES.
005300 01  WS-ENTRY-PREF               PIC X(01) VALUE SPACE.
005400     88  WS-ENTRY-PREF-VALID             VALUE "F" "C" "D" " ".
005500 01  WS-ACTION                   PIC X(08) VALUE SPACES.
005600 01  WS-FIELD-CHANGED            PIC 9(02) VALUE 0.
005700 01  WS-CHANGE-COUNT             PIC 9(02) VALUE 0.
005800
005900* LOG-KEY SEQUENCE AND WRITE-RETRY STATE, THE SAME RULE AS THE
006000* CALCULATOR'S 8940-WRITE-LOG-RECORD.
006100 01  WS-LOG-SEQUENCE             PIC 9(05) VALUE 0.
006200 01  WS-LOG-WRITE-SW             PIC X(01) VALUE "N".
006300     88  WS-LOG-WRITE-DONE               VALUE "Y" "A".
006400     88  WS-LOG-WRITE-GOOD               VALUE "Y".
006500
006600 01  WS-LIST-LINE.
006700     05  WS-LL-CODE              PIC X(08).
006800     05  FILLER                  PIC X(02) VALUE SPACES.
006900     05  WS-LL-NAME              PIC X(30).
007000     05  FILLER                  PIC X(02) VALUE SPACES.
007100     05  WS-LL-ACTIVE            PIC X(01).
007200     05  FILLER                  PIC X(03) VALUE SPACES.
007300     05  WS-LL-PREF              PIC X(01).
007400     05  FILLER                  PIC X(03) VALUE SPACES.
007500     05  WS-LL-CONTACT           PIC X(30).
007600*-----------------------------------------------------------------
007700 PROCEDURE DIVISION.
007800*-----------------------------------------------------------------
007900 0000-MAINLINE.
008000     DISPLAY "ELMO DEPARTMENT MASTER MAINTENANCE".
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008200     IF WS-ABORT
008300         STOP RUN
008400     END-IF.
008500     MOVE "N" TO WS-DONE-SWITCH.
008600     PERFORM 2100-MENU-CYCLE THRU 2100-EXIT
008700         UNTIL WS-DONE.
008800     CLOSE DEPT-MASTER-FILE.
008900     CLOSE CALC-LOG-FILE.
009000     DISPLAY "END OF DEPARTMENT MAINTENANCE".
009100     STOP RUN.
009200*-----------------------------------------------------------------
009300* 1000-INITIALIZE - OPEN THE DEPARTMENT MASTER I-O (NO FILE YET
009400* MEANS A FIRST-TIME EMPTY MASTER, BUILT ON STATUS 35) AND THE
009500* AUDIT LOG THE SAME WAY THE CALCULATOR DOES.  ANY OTHER OPEN
009600* FAILURE ON EITHER FILE ABANDONS THE SESSION BEFORE A CHANGE
009700* CAN BE MADE - A DEPARTMENT CHANGE THAT CANNOT BE AUDIT-LOGGED
009800* MUST NOT HAPPEN.
009900*-----------------------------------------------------------------
010000 1000-INITIALIZE.
010100     OPEN I-O DEPT-MASTER-FILE.
010200     IF WS-DMAST-FILE-STATUS = "35"
010300         DISPLAY "NO DEPARTMENT FILE YET - STARTING EMPTY"
010400         OPEN OUTPUT DEPT-MASTER-FILE
010500         IF WS-DMAST-FILE-STATUS = "00"
010600             CLOSE DEPT-MASTER-FILE
010700             OPEN I-O DEPT-MASTER-FILE
010800         END-IF
010900     END-IF.
011000     IF WS-DMAST-FILE-STATUS NOT = "00"
011100         DISPLAY "UNABLE TO OPEN DEPTFILE, FILE STATUS = "
011200                 WS-DMAST-FILE-STATUS
011300         SET WS-ABORT TO TRUE
011400         GO TO 1000-EXIT
011500     END-IF.
011600     OPEN I-O CALC-LOG-FILE.
011700     IF WS-LOG-FILE-STATUS = "35"
011800         OPEN OUTPUT CALC-LOG-FILE
011900     END-IF.
012000     IF WS-LOG-FILE-STATUS NOT = "00"
012100         DISPLAY "UNABLE TO OPEN CALC-LOG-FILE, FILE STATUS = "
012200                 WS-LOG-FILE-STATUS
012300         DISPLAY "CHANGES COULD NOT BE AUDIT-LOGGED - RUN "
012400                 "ABANDONED"
012500         CLOSE DEPT-MASTER-FILE
012600         SET WS-ABORT TO TRUE
012700     END-IF.
012800 1000-EXIT.
012900     EXIT.
013000*-----------------------------------------------------------------
013100 2100-MENU-CYCLE.
013200     PERFORM 2110-SHOW-MENU THRU 2110-EXIT.
013300     ACCEPT WS-MENU-CHOICE.
013400     EVALUATE WS-MENU-CHOICE
013500         WHEN 99
013600             MOVE "Y" TO WS-DONE-SWITCH
013700         WHEN 1
013800             PERFORM 3010-ADD-DEPARTMENT THRU 3010-EXIT
013900         WHEN 2
014000             PERFORM 3020-CHANGE-DEPARTMENT THRU 3020-EXIT
014100         WHEN 3
014200             PERFORM 3030-DEACTIVATE-DEPARTMENT THRU 3030-EXIT
014300         WHEN 4
014400             PERFORM 3040-REACTIVATE-DEPARTMENT THRU 3040-EXIT
014500         WHEN 5
014600             PERFORM 3050-LIST-DEPARTMENTS THRU 3050-EXIT
014700         WHEN OTHER
014800             DISPLAY "PLEASE CHOOSE A VALID OPTION"
014900     END-EVALUATE.
015000 2100-EXIT.
015100     EXIT.
015200
015300 2110-SHOW-MENU.
015400     DISPLAY "WHAT DO YOU WANT TO DO?".
015500     DISPLAY "1 ADD A DEPARTMENT".
015600     DISPLAY "2 CHANGE A DEPARTMENT'S DETAILS".
015700     DISPLAY "3 DEACTIVATE A DEPARTMENT".
015800     DISPLAY "4 REACTIVATE A DEPARTMENT".
015900     DISPLAY "5 LIST THE DEPARTMENTS".
016000     DISPLAY "99 EXIT".
016100     DISPLAY "CHOOSE AN OPTION".
016200 2110-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------------
016500* 3010-ADD-DEPARTMENT - A NEW CODE, ACTIVE FROM THE START.  THE
016600* CODE IS WHAT THE DESK PUTS IN TRANS-REFERENCE, SO IT CANNOT BE
016700* BLANK AND CANNOT BE REUSED.
016800*-----------------------------------------------------------------
016900 3010-ADD-DEPARTMENT.
017000     PERFORM 8750-ASK-CODE THRU 8750-EXIT.
017100     IF WS-ENTRY-CODE = SPACES
017200         DISPLAY "CODE CANNOT BE BLANK"
017300         GO TO 3010-EXIT
017400     END-IF.
017500     PERFORM 8800-FIND-DEPARTMENT THRU 8800-EXIT.
017600     IF WS-FOUND
017700         DISPLAY "THAT DEPARTMENT ALREADY EXISTS - USE CHANGE"
017800         GO TO 3010-EXIT
017900     END-IF.
018000     DISPLAY "FULL NAME".
018100     MOVE SPACES TO WS-ENTRY-NAME.
018200     ACCEPT WS-ENTRY-NAME.
018300     IF WS-ENTRY-NAME = SPACES
018400         DISPLAY "NAME CANNOT BE BLANK - NOTHING ADDED"
018500         GO TO 3010-EXIT
018600     END-IF.
018700     DISPLAY "CONTACT".
018800     MOVE SPACES TO WS-ENTRY-CONTACT.
018900     ACCEPT WS-ENTRY-CONTACT.
019000     DISPLAY "DELIVERY (F FIXED, C CSV, BLANK = RUN DEFAULT)".
019100     PERFORM 8760-ASK-PREFERENCE THRU 8760-EXIT.
019200     IF NOT WS-ENTRY-PREF-VALID
019300         DISPLAY "INVALID DELIVERY PREFERENCE - NOTHING ADDED"
019400         GO TO 3010-EXIT
019500     END-IF.
019600     MOVE WS-ENTRY-CODE    TO DPT-CODE.
019700     MOVE WS-ENTRY-NAME    TO DPT-NAME.
019800     MOVE WS-ENTRY-CONTACT TO DPT-CONTACT.
019900     MOVE "Y"              TO DPT-ACTIVE-FLAG.
020000     IF WS-ENTRY-PREF = "D"
020100         MOVE SPACE TO DPT-DELIVERY-PREF
020200     ELSE
020300         MOVE WS-ENTRY-PREF TO DPT-DELIVERY-PREF
020400     END-IF.
020500     WRITE DEPARTMENT-RECORD
020600         INVALID KEY
020700             DISPLAY "UNABLE TO ADD DEPARTMENT, FILE STATUS = "
020800                     WS-DMAST-FILE-STATUS
020900             GO TO 3010-EXIT
021000     END-WRITE.
021100     MOVE "ADD" TO WS-ACTION.
021200     MOVE ZERO TO WS-FIELD-CHANGED.
021300     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
021400     DISPLAY "DEPARTMENT ADDED".
021500 3010-EXIT.
021600     EXIT.
021700
021800*-----------------------------------------------------------------
021900* 3020-CHANGE-DEPARTMENT - NAME, CONTACT AND DELIVERY
022000* PREFERENCE, EACH KEPT AS IT IS WHEN LEFT BLANK.  ONE AUDIT
022100* RECORD PER FIELD ACTUALLY CHANGED, SO THE LOG SHOWS WHICH.
022200* THE CODE ITSELF NEVER CHANGES - A RENAMED DESK IS A NEW
022300* DEPARTMENT AND A DEACTIVATED OLD ONE.
022400*-----------------------------------------------------------------
022500 3020-CHANGE-DEPARTMENT.
022600     PERFORM 8750-ASK-CODE THRU 8750-EXIT.
022700     PERFORM 8800-FIND-DEPARTMENT THRU 8800-EXIT.
022800     IF NOT WS-FOUND
022900         DISPLAY "NO SUCH DEPARTMENT"
023000         GO TO 3020-EXIT
023100     END-IF.
023200     PERFORM 8850-SHOW-DEPARTMENT THRU 8850-EXIT.
023300     DISPLAY "NEW FULL NAME (BLANK = NO CHANGE)".
023400     MOVE SPACES TO WS-ENTRY-NAME.
023500     ACCEPT WS-ENTRY-NAME.
023600     DISPLAY "NEW CONTACT (BLANK = NO CHANGE)".
023700     MOVE SPACES TO WS-ENTRY-CONTACT.
023800     ACCEPT WS-ENTRY-CONTACT.
023900     DISPLAY "NEW DELIVERY (F FIXED, C CSV, D RUN DEFAULT, "
024000             "BLANK = NO CHANGE)".
024100     PERFORM 8760-ASK-PREFERENCE THRU 8760-EXIT.
024200     IF NOT WS-ENTRY-PREF-VALID
024300         DISPLAY "INVALID DELIVERY PREFERENCE - NOTHING CHANGED"
024400         GO TO 3020-EXIT
024500     END-IF.
024600     MOVE 0 TO WS-CHANGE-COUNT.
024700     IF WS-ENTRY-NAME NOT = SPACES
024800             AND WS-ENTRY-NAME NOT = DPT-NAME
024900         MOVE WS-ENTRY-NAME TO DPT-NAME
025000         ADD 1 TO WS-CHANGE-COUNT
025010     ELSE
025020         MOVE SPACES TO WS-ENTRY-NAME
025100     END-IF.
025200     IF WS-ENTRY-CONTACT NOT = SPACES
025300             AND WS-ENTRY-CONTACT NOT = DPT-CONTACT
025400         MOVE WS-ENTRY-CONTACT TO DPT-CONTACT
025500         ADD 1 TO WS-CHANGE-COUNT
025510     ELSE
025520         MOVE SPACES TO WS-ENTRY-CONTACT
025600     END-IF.
025700     IF WS-ENTRY-PREF = "D"
025900         IF DPT-DELIVERY-PREF NOT = SPACE
026000             MOVE SPACE TO DPT-DELIVERY-PREF
026100             ADD 1 TO WS-CHANGE-COUNT
026110         ELSE
026120             MOVE "N" TO WS-ENTRY-PREF
026200         END-IF
026300     ELSE
026400         IF WS-ENTRY-PREF NOT = SPACE
026500                 AND WS-ENTRY-PREF NOT = DPT-DELIVERY-PREF
026600             MOVE WS-ENTRY-PREF TO DPT-DELIVERY-PREF
026700             ADD 1 TO WS-CHANGE-COUNT
026800         ELSE
026900             MOVE "N" TO WS-ENTRY-PREF
027000         END-IF
027100     END-IF.
027200     IF WS-CHANGE-COUNT = 0
027300         DISPLAY "NOTHING TO CHANGE"
027400         GO TO 3020-EXIT
027500     END-IF.
027600     REWRITE DEPARTMENT-RECORD
027700         INVALID KEY
027800             DISPLAY "UNABLE TO CHANGE DEPARTMENT, FILE STATUS = "
027900                     WS-DMAST-FILE-STATUS
028000             GO TO 3020-EXIT
028100     END-REWRITE.
028200     MOVE "CHANGE" TO WS-ACTION.
028300     IF WS-ENTRY-NAME NOT = SPACES
028400         MOVE 1 TO WS-FIELD-CHANGED
028500         PERFORM 8950-LOG-CHANGE THRU 8950-EXIT
028600     END-IF.
028700     IF WS-ENTRY-CONTACT NOT = SPACES
028800         MOVE 2 TO WS-FIELD-CHANGED
028900         PERFORM 8950-LOG-CHANGE THRU 8950-EXIT
029000     END-IF.
029100     IF WS-ENTRY-PREF NOT = "N"
029200         MOVE 3 TO WS-FIELD-CHANGED
029300         PERFORM 8950-LOG-CHANGE THRU 8950-EXIT
029400     END-IF.
029500     DISPLAY "DEPARTMENT CHANGED".
029600 3020-EXIT.
029700     EXIT.
029800
029900 3030-DEACTIVATE-DEPARTMENT.
030000     PERFORM 8750-ASK-CODE THRU 8750-EXIT.
030100     PERFORM 8800-FIND-DEPARTMENT THRU 8800-EXIT.
030200     IF NOT WS-FOUND
030300         DISPLAY "NO SUCH DEPARTMENT"
030400         GO TO 3030-EXIT
030500     END-IF.
030600     IF NOT DPT-ACTIVE
030700         DISPLAY "DEPARTMENT IS ALREADY INACTIVE"
030800         GO TO 3030-EXIT
030900     END-IF.
031000     MOVE "N" TO DPT-ACTIVE-FLAG.
031100     MOVE "DEACT" TO WS-ACTION.
031200     PERFORM 8900-REWRITE-STATUS THRU 8900-EXIT.
031300 3030-EXIT.
031400     EXIT.
031500
031600 3040-REACTIVATE-DEPARTMENT.
031700     PERFORM 8750-ASK-CODE THRU 8750-EXIT.
031800     PERFORM 8800-FIND-DEPARTMENT THRU 8800-EXIT.
031900     IF NOT WS-FOUND
032000         DISPLAY "NO SUCH DEPARTMENT"
032100         GO TO 3040-EXIT
032200     END-IF.
032300     IF DPT-ACTIVE
032400         DISPLAY "DEPARTMENT IS ALREADY ACTIVE"
032500         GO TO 3040-EXIT
032600     END-IF.
032700     MOVE "Y" TO DPT-ACTIVE-FLAG.
032800     MOVE "REACT" TO WS-ACTION.
032900     PERFORM 8900-REWRITE-STATUS THRU 8900-EXIT.
033000 3040-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* 3050-LIST-DEPARTMENTS - THE WHOLE FILE IN CODE ORDER, INACTIVE
033500* DEPARTMENTS INCLUDED (FLAG N).
033600*-----------------------------------------------------------------
033700 3050-LIST-DEPARTMENTS.
033800     DISPLAY "CODE      NAME                            A  "
033900             " D  CONTACT".
034000     MOVE LOW-VALUES TO DPT-CODE.
034100     START DEPT-MASTER-FILE KEY IS NOT LESS THAN DPT-CODE
034200         INVALID KEY
034300             DISPLAY "NO DEPARTMENTS ON FILE"
034400             GO TO 3050-EXIT
034500     END-START.
034600     MOVE "N" TO WS-EOF-SWITCH.
034700     PERFORM 3055-LIST-ONE THRU 3055-EXIT
034800         UNTIL WS-EOF.
034900 3050-EXIT.
035000     EXIT.
035100
035200 3055-LIST-ONE.
035300     READ DEPT-MASTER-FILE NEXT RECORD
035400         AT END
035500             MOVE "Y" TO WS-EOF-SWITCH
035600         NOT AT END
035700             PERFORM 8850-SHOW-DEPARTMENT THRU 8850-EXIT
035800     END-READ.
035900 3055-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036200* 8000 SERIES - SHARED HELPERS.
036300*-----------------------------------------------------------------
036400 8750-ASK-CODE.
036500     DISPLAY "DEPARTMENT CODE".
036600     MOVE SPACES TO WS-ENTRY-CODE.
036700     ACCEPT WS-ENTRY-CODE.
036800 8750-EXIT.
036900     EXIT.
037000
037100 8760-ASK-PREFERENCE.
037200     MOVE SPACE TO WS-ENTRY-PREF.
037300     ACCEPT WS-ENTRY-PREF.
037400 8760-EXIT.
037500     EXIT.
037600
037700* A RANDOM READ ON THE CODE; THE RECORD FOUND IS LEFT IN THE
037800* RECORD AREA FOR THE CALLER TO CHANGE AND REWRITE.
037900 8800-FIND-DEPARTMENT.
038000     MOVE "N" TO WS-FOUND-SWITCH.
038100     MOVE WS-ENTRY-CODE TO DPT-CODE.
038200     READ DEPT-MASTER-FILE
038300         KEY IS DPT-CODE
038400         INVALID KEY
038500             CONTINUE
038600         NOT INVALID KEY
038700             SET WS-FOUND TO TRUE
038800     END-READ.
038900 8800-EXIT.
039000     EXIT.
039100
039200 8850-SHOW-DEPARTMENT.
039300     MOVE DPT-CODE          TO WS-LL-CODE.
039400     MOVE DPT-NAME          TO WS-LL-NAME.
039500     MOVE DPT-ACTIVE-FLAG   TO WS-LL-ACTIVE.
039600     MOVE DPT-DELIVERY-PREF TO WS-LL-PREF.
039700     MOVE DPT-CONTACT       TO WS-LL-CONTACT.
039800     DISPLAY WS-LIST-LINE.
039900 8850-EXIT.
040000     EXIT.
040100
040200* DEACTIVATE / REACTIVATE: THE FLAG IS ALREADY SET IN THE
040300* RECORD AREA; REWRITE IT AND LOG THE ACTION.
040400 8900-REWRITE-STATUS.
040500     REWRITE DEPARTMENT-RECORD
040600         INVALID KEY
040700             DISPLAY "UNABLE TO CHANGE DEPARTMENT, FILE STATUS = "
040800                     WS-DMAST-FILE-STATUS
040900             GO TO 8900-EXIT
041000     END-REWRITE.
041100     MOVE ZERO TO WS-FIELD-CHANGED.
041200     PERFORM 8950-LOG-CHANGE THRU 8950-EXIT.
041300     IF DPT-ACTIVE
041400         DISPLAY "DEPARTMENT REACTIVATED"
041500     ELSE
041600         DISPLAY "DEPARTMENT DEACTIVATED"
041700     END-IF.
041800 8900-EXIT.
041900     EXIT.
042000
042100*-----------------------------------------------------------------
042200* 8940/8941 - THE SAME DUPLICATE-KEY RETRY RULE AS THE
042300* CALCULATOR'S LOG WRITER, SO TWO AUDIT RECORDS STAMPED IN THE
042400* SAME HUNDREDTH OF A SECOND BOTH LAND.
042500*-----------------------------------------------------------------
042600 8940-WRITE-LOG-RECORD.
042700     MOVE "N" TO WS-LOG-WRITE-SW.
042800     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
042900         UNTIL WS-LOG-WRITE-DONE.
043000 8940-EXIT.
043100     EXIT.
043200
043300 8941-TRY-LOG-WRITE.
043400     ADD 1 TO WS-LOG-SEQUENCE.
043500     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
043600     WRITE LOG-RECORD
043700         INVALID KEY
043800             CONTINUE
043900         NOT INVALID KEY
044000             MOVE "Y" TO WS-LOG-WRITE-SW
044100     END-WRITE.
044200     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
044300         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
044400                 WS-LOG-FILE-STATUS
044500         MOVE "A" TO WS-LOG-WRITE-SW
044600     END-IF.
044700 8941-EXIT.
044800     EXIT.
044900
045000* ONE AUDIT RECORD PER MAINTENANCE ACTION: THE ACTION WORD IN
045100* THE EXIT-REASON FIELD, THE FIELD CHANGED IN THE OPTION (1
045200* NAME, 2 CONTACT, 3 DELIVERY PREFERENCE, ZERO OTHERWISE), AND
045300* THE DEPARTMENT CODE AS THE REFERENCE.  THERE ARE NO AMOUNTS.
045400 8950-LOG-CHANGE.
045500     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
045600     SET LOG-TYPE-DEPT     TO TRUE.
045700     MOVE WS-FIELD-CHANGED TO LOG-OPTION.
045800     MOVE WS-ACTION        TO LOG-EXIT-REASON.
045900     MOVE ZERO             TO LOG-OPERAND-A.
046000     MOVE ZERO             TO LOG-OPERAND-B.
046100     MOVE ZERO             TO LOG-RESULT.
046200     MOVE WS-ENTRY-CODE    TO LOG-REFERENCE.
046300     MOVE SPACE            TO LOG-ANGLE-MODE.
046400     MOVE ZERO             TO LOG-RUN-NUMBER.
046410     MOVE SPACES           TO LOG-FORMULA-NAME.
046420     MOVE ZERO             TO LOG-FORMULA-VERSION.
046500     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
046600 8950-EXIT.
046700     EXIT.
