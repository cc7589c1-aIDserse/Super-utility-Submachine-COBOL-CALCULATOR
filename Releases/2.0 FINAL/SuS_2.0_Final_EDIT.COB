      *                   A STRIPPED CHAIN RECORD CAN NEVER LEAVE
      *                   THE REST OF ITS CHAIN FEEDING OFF THE
      *                   WRONG PRIOR RESULT IN THE BATCH RUN.
      *  2026-10-15  DW   EVERY "D", "C" AND "G" RECORD'S REFERENCE
      *                   IS NOW CHECKED AGAINST THE DEPARTMENT
      *                   MASTER (DEPTFILE); AN UNKNOWN OR INACTIVE
      *                   DEPARTMENT IS REJECTED WITH REASON 09.  AN
      *                   UNOPENABLE DEPTFILE ENDS THE STEP WITH
      *                   RETURN-CODE 8 BEFORE ANYTHING IS PASSED.
      *  2026-10-15  DW   "F" NAMED-FORMULA RECORDS AND THEIR "P"
      *                   PARAMETER RECORDS NOW PASS THE EDIT.  THE
      *                   FORMULA MUST BE ON THE FORMULAS LIBRARY
      *                   AND ACTIVE, AND A "P" MUST FOLLOW A CLEAN
      *                   "F" OF THE SAME DEPARTMENT THAT STILL OWES
      *                   PARAMETERS; EITHER FAILURE IS REASON 10.
      *                   AN "F" OPENS A FRESH CHAIN LIKE A "D".  A
      *                   LIBRARY THAT EXISTS BUT WILL NOT OPEN ENDS
      *                   THE STEP WITH RETURN-CODE 8.
      *  2026-10-15  DW   THE FINANCIAL OPTIONS 26-29 NOW PASS THE
      *                   EDIT: OPERAND B (THE RATE) MUST BE NUMERIC
      *                   OR A TOKEN AND NOT BELOW ZERO, AND A 26 OR
      *                   29 LOAN MUST BE FOR MORE THAN ZERO (REASON
      *                   05).  THE "P" RECORD EACH ONE OWES MUST
      *                   CARRY A WHOLE NUMBER OF PERIODS 1-1200
      *                   UNDER THE SAME REFERENCE, OR IT IS
      *                   REJECTED WITH NEW REASON 11 AND BREAKS THE
      *                   CHAIN.  A "G" HEADER MAY NOW CARRY 28
      *                   (NPV) WITH ITS RATE IN OPERAND B.
      *  2026-10-15  DW   THE INPUT MAY NOW CARRY MORE THAN ONE
      *                   TRAILER - THE DESKS' OWN PLUS ONE FOR EACH
      *                   PENDING BATCH RELEASED ONTO TRANSFIL BY
      *                   ELMOPRL.  THEIR COUNTS AND HASH TOTALS ARE
      *                   ADDED TOGETHER AND THE FILE BALANCED
      *                   AGAINST THE SUM; THE NUMBER OF TRAILERS
      *                   READ IS SHOWN ON THE EDIT REPORT.
      *  2026-10-15  DW   A TRAILER NOW CLOSES ITS SECTION OF THE
      *                   FILE: NO CHAIN, FORMULA PARAMETERS OR
      *                   FINANCIAL PERIODS CARRY OVER INTO THE NEXT
      *                   SECTION, SO A "C" OR "P" AT THE START OF A
      *                   SECTION IS REJECTED.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOEDT.
001900     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
002000         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-REPORT-FILE-STATUS.
002110
002120     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS DPT-CODE
002160         FILE STATUS IS WS-DMAST-FILE-STATUS.
002165
002170     SELECT FORMULA-FILE ASSIGN TO "FORMULAS"
002175         ORGANIZATION IS INDEXED
002180         ACCESS MODE IS DYNAMIC
002185         RECORD KEY IS FML-KEY
002190         FILE STATUS IS WS-FML-FILE-STATUS.
002200*-----------------------------------------------------------------
002300 DATA DIVISION.
002400 FILE SECTION.
003900
004000 FD  EDIT-REPORT-FILE.
004100 01  EDIT-REPORT-LINE            PIC X(80).
004110
004120 FD  DEPT-MASTER-FILE
004130     RECORDING MODE IS F.
004140     COPY ELMODPT.
004152
004164 FD  FORMULA-FILE
004176     RECORDING MODE IS F.
004188     COPY ELMOFML.
004200*-----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
004500 01  WS-VALID-FILE-STATUS        PIC X(02) VALUE SPACES.
004600 01  WS-REJECT-FILE-STATUS       PIC X(02) VALUE SPACES.
004700 01  WS-REPORT-FILE-STATUS       PIC X(02) VALUE SPACES.
004710 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
004755 01  WS-FML-FILE-STATUS          PIC X(02) VALUE SPACES.
004800
004900 01  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
005000     88  WS-TRANS-EOF                    VALUE "Y".
006600* CONTRIBUTES NOTHING, SINCE IT CANNOT BE ADDED).  WS-OUT-HASH
006700* COVERS ONLY THE ACCEPTED TRANSACTIONS AND FEEDS THE FRESH
006800* TRAILER WRITTEN ON THE VALIDATED FILE BY
006900* 2500-WRITE-VALID-TRAILER.  WHEN THE INPUT CARRIES SEVERAL
006950* TRAILERS THEIR COUNTS AND HASHES ARE SUMMED.
007000 01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
007100     88  WS-TRAILER-SEEN                 VALUE "Y".
007150 01  WS-TRL-RECORDS              PIC 9(09) VALUE 0.
007200 01  WS-TRL-COUNT                PIC 9(09) VALUE 0.
007300 01  WS-TRL-HASH                 PIC S9(15)V9(7) VALUE 0.
007400 01  WS-IN-HASH                  PIC S9(15)V9(7) VALUE 0.
007500 01  WS-OUT-HASH                 PIC S9(15)V9(7) VALUE 0.
007600
007604* NAMED-FORMULA STATE: HOW MANY PARAMETERS THE LAST CLEAN "F"
007608* RECORD STILL OWES, AND WHETHER THE FORMULA IN HAND HAS BEEN
007612* REJECTED.  A "P" RECORD IS ONLY GOOD WHILE PARAMETERS ARE
007616* OWED; ONE AFTER A REJECTED FORMULA, OR WITH NO FORMULA AHEAD
007620* OF IT, IS REJECTED WITH REASON 10.  THE LIBRARY MAY NOT
007624* EXIST YET (NO FORMULA HAS EVER BEEN ADDED), IN WHICH CASE
007628* EVERY "F" RECORD IS UNKNOWN.
007632 01  WS-FML-FILE-OPEN-SW         PIC X(01) VALUE "N".
007636     88  WS-FML-FILE-OPEN                VALUE "Y".
007640 01  WS-EDIT-FML-BAD-SW          PIC X(01) VALUE "N".
007644     88  WS-EDIT-FML-BAD                 VALUE "Y".
007648 01  WS-EDIT-FML-FOUND-SW        PIC X(01) VALUE "N".
007652     88  WS-EDIT-FML-FOUND               VALUE "Y".
007656 01  WS-EDIT-FML-SCAN-SW         PIC X(01) VALUE "N".
007660     88  WS-EDIT-FML-SCAN-DONE           VALUE "Y".
007664 01  WS-EDIT-FML-NAME            PIC X(08) VALUE SPACES.
007668 01  WS-EDIT-FML-REFERENCE       PIC X(08) VALUE SPACES.
007672 01  WS-EDIT-FML-PARM-COUNT      PIC 9(02) VALUE 0.
007676 01  WS-EDIT-FML-PARMS-LEFT      PIC 9(02) VALUE 0.
007677
007678* FINANCIAL-OPTION STATE: A "D" OR "C" RECORD FOR OPTIONS 26-29
007679* OWES ONE "P" RECORD, STRAIGHT AFTER IT UNDER THE SAME
007680* REFERENCE, CARRYING ITS NUMBER OF PERIODS (A WHOLE NUMBER,
007681* 1-1200, OR A CONSTANT TOKEN).  A "P" THAT DOES NOT QUALIFY,
007682* OR THAT FOLLOWS A REJECTED FINANCIAL RECORD, IS REJECTED
007683* WITH REASON 11 AND BREAKS THE CHAIN.
007684 01  WS-EDIT-TERM-OWED-SW        PIC X(01) VALUE "N".
007685     88  WS-EDIT-TERM-OWED               VALUE "Y".
007686 01  WS-EDIT-TERM-BAD-SW         PIC X(01) VALUE "N".
007687     88  WS-EDIT-TERM-BAD                VALUE "Y".
007688 01  WS-EDIT-TERM-REFERENCE      PIC X(08) VALUE SPACES.
007689 01  WS-EDIT-TERM-WHOLE          PIC S9(07) VALUE 0.
007690 01  WS-EDIT-MAX-PERIODS         PIC 9(05) VALUE 1200.
007691
007700 01  WS-MAX-REASON               PIC 9(02) VALUE 11.
007800 01  WS-REASON-NAME-VALUES.
007900     05  FILLER  PIC X(30) VALUE "01 INVALID OPCODE".
008000     05  FILLER  PIC X(30) VALUE "02 OPERAND A NOT NUMERIC".
008400     05  FILLER  PIC X(30) VALUE "06 INVALID RECORD TYPE".
008500     05  FILLER  PIC X(30) VALUE "07 INVALID ANGLE MODE".
008550     05  FILLER  PIC X(30) VALUE "08 CHAIN BROKEN BY EDIT".
008560     05  FILLER  PIC X(30) VALUE "09 UNKNOWN/INACTIVE DEPARTMENT".
008570     05  FILLER  PIC X(30) VALUE "10 UNKNOWN/RETIRED FORMULA".
008571     05  FILLER  PIC X(30) VALUE "11 BAD/MISSING PERIODS RECORD".
008600 01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-VALUES.
008700     05  WS-REASON-NAME       OCCURS 11 TIMES PIC X(30).
008800 01  WS-REASON-COUNTS.
008900     05  WS-REASON-COUNT      OCCURS 11 TIMES PIC 9(06).
009000 01  WS-REASON-INDEX             PIC 9(02) COMP.
009010
009020* CHAIN STATE, TRACKED THE SAME WAY THE BATCH RUN TRACKS IT:
013400     CLOSE VALID-FILE.
013500     CLOSE REJECT-FILE.
013600     CLOSE EDIT-REPORT-FILE.
013610     CLOSE DEPT-MASTER-FILE.
013632     IF WS-FML-FILE-OPEN
013654         CLOSE FORMULA-FILE
013676     END-IF.
013700     GOBACK.
013800*-----------------------------------------------------------------
013900 1000-INITIALIZE.
014500         MOVE "Y" TO WS-TRANS-EOF-SWITCH
014550         MOVE 8 TO RETURN-CODE
014600     END-IF.
014610* WITHOUT THE DEPARTMENT MASTER THE REFERENCE CHECK CANNOT BE
014620* MADE, AND AN EDIT THAT QUIETLY SKIPS A CHECK PASSES WORK THAT
014630* SHOULD HAVE COME BACK; TREAT IT LIKE AN UNOPENABLE INPUT.
014640     OPEN INPUT DEPT-MASTER-FILE.
014650     IF WS-DMAST-FILE-STATUS NOT = "00"
014660         DISPLAY "UNABLE TO OPEN DEPTFILE, FILE STATUS = "
014670                 WS-DMAST-FILE-STATUS
014680         MOVE "Y" TO WS-TRANS-EOF-SWITCH
014690         MOVE 8 TO RETURN-CODE
014695     END-IF.
014700     OPEN OUTPUT VALID-FILE.
014800     OPEN OUTPUT REJECT-FILE.
014900     OPEN OUTPUT EDIT-REPORT-FILE.
014906* NO FORMULA LIBRARY YET (STATUS 35) ONLY MEANS EVERY "F"
014912* RECORD IS UNKNOWN; A LIBRARY THAT IS THERE BUT WILL NOT OPEN
014918* IS TREATED LIKE THE DEPARTMENT MASTER.
014924     OPEN INPUT FORMULA-FILE.
014930     IF WS-FML-FILE-STATUS = "00"
014936         SET WS-FML-FILE-OPEN TO TRUE
014942     ELSE
014948         IF WS-FML-FILE-STATUS NOT = "35"
014954             DISPLAY "UNABLE TO OPEN FORMULAS, FILE STATUS = "
014960                     WS-FML-FILE-STATUS
014966             MOVE "Y" TO WS-TRANS-EOF-SWITCH
014972             MOVE 8 TO RETURN-CODE
014978         END-IF
014984     END-IF.
015000 1000-EXIT.
015100     EXIT.
015200*-----------------------------------------------------------------
019200         MOVE TRANS-RECORD   TO REJ-TRANS-IMAGE
019300         WRITE REJECT-RECORD
019400     END-IF.
019410     IF TRANS-TYPE-DETAIL OR TRANS-TYPE-FORMULA
019420         IF WS-EDIT-PASSED
019430             MOVE "N" TO WS-EDIT-CHAIN-BAD-SW
019440         ELSE
019480     IF TRANS-TYPE-CONTINUE AND NOT WS-EDIT-PASSED
019490         SET WS-EDIT-CHAIN-BAD TO TRUE
019495     END-IF.
019497     PERFORM 2150-TRACK-FORMULA THRU 2150-EXIT.
019498     IF TRANS-TYPE-FORMULA-PARM AND WS-EDIT-REASON = "11"
019499         SET WS-EDIT-CHAIN-BAD TO TRUE
019500     END-IF.
019501     PERFORM 2155-TRACK-TERM THRU 2155-EXIT.
019502 2100-EXIT.
019600     EXIT.
019603
019606* A CLEAN "F" RECORD OWES THE PARAMETERS ITS OWN TWO OPERANDS
019609* DO NOT COVER; EACH CLEAN "P" PAYS TWO OF THEM.  A REJECTED
019612* "F" OR "P" MARKS THE FORMULA BAD SO THE REST OF ITS "P"
019615* RECORDS COME BACK WITH IT, AND ANY OTHER RECORD ENDS THE
019618* FORMULA.
019621 2150-TRACK-FORMULA.
019624     EVALUATE TRUE
019627         WHEN TRANS-TYPE-FORMULA AND WS-EDIT-PASSED
019630             MOVE "N" TO WS-EDIT-FML-BAD-SW
019633             MOVE TRANS-REFERENCE TO WS-EDIT-FML-REFERENCE
019636             MOVE 0 TO WS-EDIT-FML-PARMS-LEFT
019639             IF WS-EDIT-FML-PARM-COUNT > 2
019642                 SUBTRACT 2 FROM WS-EDIT-FML-PARM-COUNT
019645                     GIVING WS-EDIT-FML-PARMS-LEFT
019648             END-IF
019651         WHEN TRANS-TYPE-FORMULA-PARM AND WS-EDIT-PASSED
019654             IF WS-EDIT-FML-PARMS-LEFT > 2
019657                 SUBTRACT 2 FROM WS-EDIT-FML-PARMS-LEFT
019660             ELSE
019663                 MOVE 0 TO WS-EDIT-FML-PARMS-LEFT
019666             END-IF
019669         WHEN TRANS-TYPE-FORMULA OR TRANS-TYPE-FORMULA-PARM
019672             SET WS-EDIT-FML-BAD TO TRUE
019675             MOVE 0 TO WS-EDIT-FML-PARMS-LEFT
019678         WHEN OTHER
019681             MOVE "N" TO WS-EDIT-FML-BAD-SW
019684             MOVE 0 TO WS-EDIT-FML-PARMS-LEFT
019687     END-EVALUATE.
019690 2150-EXIT.
019693     EXIT.
019694
019695* A "D" OR "C" RECORD FOR OPTIONS 26-29 LEAVES A PERIODS RECORD
019696* OWED, MARKED BAD IF THE RECORD ITSELF WAS REJECTED; ANY
019697* OTHER RECORD, THE "P" INCLUDED, SETTLES IT.
019698 2155-TRACK-TERM.
019699     IF (TRANS-TYPE-DETAIL OR TRANS-TYPE-CONTINUE)
019700             AND TRANS-OPCODE NUMERIC
019701             AND TRANS-OPCODE NOT < 26 AND TRANS-OPCODE NOT > 29
019702         SET WS-EDIT-TERM-OWED TO TRUE
019703         MOVE TRANS-REFERENCE TO WS-EDIT-TERM-REFERENCE
019704         IF WS-EDIT-PASSED
019705             MOVE "N" TO WS-EDIT-TERM-BAD-SW
019706         ELSE
019707             SET WS-EDIT-TERM-BAD TO TRUE
019708         END-IF
019709     ELSE
019710         MOVE "N" TO WS-EDIT-TERM-OWED-SW
019711         MOVE "N" TO WS-EDIT-TERM-BAD-SW
019712     END-IF.
019713 2155-EXIT.
019714     EXIT.
019715
019800*-----------------------------------------------------------------
019900* 2200-VALIDATE-TRANS - APPLY THE EDITS IN SEVERITY ORDER AND
020000* STOP AT THE FIRST FAILURE, SO EACH REJECT CARRIES THE ONE
020100* REASON THE SUBMITTING DEPARTMENT MUST FIX FIRST.  THE VALID
020200* OPCODE LIST IS 1-14, 16-19 AND 26-29, MATCHING 5200-DISPATCH
020300* IN ELMO (15, MEMORY RECALL, IS TERMINAL-ONLY AND NEVER VALID
020400* ON A QUEUED TRANSACTION).
020500*-----------------------------------------------------------------
020600 2200-VALIDATE-TRANS.
020601* "F" AND "P" RECORDS HAVE EDITS OF THEIR OWN.
020602     IF TRANS-TYPE-FORMULA
020603         PERFORM 2260-EDIT-FORMULA THRU 2260-EXIT
020604         GO TO 2200-EXIT
020605     END-IF.
020606     IF TRANS-TYPE-FORMULA-PARM
020607         IF WS-EDIT-TERM-OWED
020608             PERFORM 2280-EDIT-PERIODS THRU 2280-EXIT
020609         ELSE
020610             PERFORM 2270-EDIT-FORMULA-PARM THRU 2270-EXIT
020611         END-IF
020612         GO TO 2200-EXIT
020613     END-IF.
020614* GROUP MEMBERS AND GROUP-END RECORDS PASS THE EDIT WHOLE: A
020620* MEMBER WITH A BAD VALUE MUST REJECT AS A GROUP IN THE BATCH
020630* RUN (RETURN CODE 05), NOT BE QUIETLY STRIPPED HERE, OR THE
020640* AGGREGATE WOULD COMPUTE OVER THE WRONG FIGURES.  THE GROUP
020650* HEADER ONLY PROVES ITS FUNCTION CODE IS ONE WE HAVE, AND AN
020651* OPTION-28 (NPV) HEADER THAT ITS RATE IS NUMERIC OR A TOKEN
020652* AND NOT BELOW ZERO.
020660     IF TRANS-TYPE-GROUP-VAL OR TRANS-TYPE-GROUP-END
020670         GO TO 2200-EXIT
020680     END-IF.
020690     IF TRANS-TYPE-GROUP-HDR
020691         IF TRANS-OPCODE NOT NUMERIC
020692                 OR ((TRANS-OPCODE < 21 OR TRANS-OPCODE > 25)
020693                     AND TRANS-OPCODE NOT = 28)
020694             MOVE "01" TO WS-EDIT-REASON
020695             GO TO 2200-EXIT
020696         END-IF
020697         IF TRANS-OPCODE = 28
020698             IF TRANS-OPERAND-B NOT NUMERIC
020699                     AND NOT TRANS-B-IS-TOKEN
020700                 MOVE "03" TO WS-EDIT-REASON
020701                 GO TO 2200-EXIT
020702             END-IF
020703             IF TRANS-OPERAND-B NUMERIC AND TRANS-OPERAND-B < ZERO
020704                 MOVE "05" TO WS-EDIT-REASON
020705                 GO TO 2200-EXIT
020706             END-IF
020707         END-IF
020708         PERFORM 2250-CHECK-DEPARTMENT THRU 2250-EXIT
020709         GO TO 2200-EXIT
020710     END-IF.
020711     IF NOT TRANS-TYPE-DETAIL AND NOT TRANS-TYPE-CONTINUE
020800         MOVE "06" TO WS-EDIT-REASON
020900         GO TO 2200-EXIT
021000     END-IF.
021002     PERFORM 2250-CHECK-DEPARTMENT THRU 2250-EXIT.
021004     IF NOT WS-EDIT-PASSED
021006         GO TO 2200-EXIT
021008     END-IF.
021010     IF TRANS-TYPE-CONTINUE AND WS-EDIT-CHAIN-BAD
021020         MOVE "08" TO WS-EDIT-REASON
021030         GO TO 2200-EXIT
021500     EVALUATE TRANS-OPCODE
021600         WHEN 1 THRU 14
021700         WHEN 16 THRU 19
021701         WHEN 26 THRU 29
021800             CONTINUE
021900         WHEN OTHER
022000             MOVE "01" TO WS-EDIT-REASON
022550         END-IF
022600     END-IF.
022700     IF TRANS-OPCODE = 1 OR 2 OR 3 OR 4 OR 16 OR 17 OR 18 OR 19
022701             OR 26 OR 27 OR 28 OR 29
022800         IF TRANS-OPERAND-B NOT NUMERIC
022810                 AND NOT TRANS-B-IS-TOKEN
022900             MOVE "03" TO WS-EDIT-REASON
024800             GO TO 2200-EXIT
024900         END-IF
025000     END-IF.
025001* THE FINANCIAL OPTIONS TAKE A RATE PER PERIOD THAT IS NOT BELOW
025002* ZERO, AND A LOAN (26, 29) MUST BE FOR MORE THAN NOTHING.
025003     IF (TRANS-OPCODE = 26 OR 27 OR 28 OR 29)
025004         AND TRANS-OPERAND-B NUMERIC
025005         IF TRANS-OPERAND-B < ZERO
025006             MOVE "05" TO WS-EDIT-REASON
025007             GO TO 2200-EXIT
025008         END-IF
025009     END-IF.
025010     IF TRANS-TYPE-DETAIL AND (TRANS-OPCODE = 26 OR 29)
025011         AND TRANS-OPERAND-A NUMERIC
025012         IF TRANS-OPERAND-A NOT > ZERO
025013             MOVE "05" TO WS-EDIT-REASON
025014             GO TO 2200-EXIT
025015         END-IF
025016     END-IF.
025100     IF TRANS-ANGLE-MODE NOT = "D" AND "R" AND SPACE
025200         MOVE "07" TO WS-EDIT-REASON
025300         GO TO 2200-EXIT
025400     END-IF.
025500 2200-EXIT.
025600     EXIT.
025601
025602*-----------------------------------------------------------------
025603* 2250-CHECK-DEPARTMENT - THE REFERENCE MUST NAME A DEPARTMENT
025604* ON THE MASTER THAT IS STILL ACTIVE.  A MISTYPED CODE WOULD
025605* OTHERWISE BE COMPUTED AND THEN DELIVERED TO NOBODY.
025606*-----------------------------------------------------------------
025607 2250-CHECK-DEPARTMENT.
025608     MOVE TRANS-REFERENCE TO DPT-CODE.
025609     READ DEPT-MASTER-FILE
025610         INVALID KEY
025611             MOVE "09" TO WS-EDIT-REASON
025612         NOT INVALID KEY
025613             IF NOT DPT-ACTIVE
025614                 MOVE "09" TO WS-EDIT-REASON
025615             END-IF
025616     END-READ.
025617 2250-EXIT.
025618     EXIT.
025619
025620*-----------------------------------------------------------------
025621* 2260-EDIT-FORMULA - AN "F" RECORD: A KNOWN DEPARTMENT, A
025622* FORMULA ON THE LIBRARY THAT IS ACTIVE (REASON 10 OTHERWISE),
025623* THE PARAMETERS IT CARRIES NUMERIC OR TOKENS, AND A GOOD ANGLE
025624* MODE FOR ANY TRIG STEP.  OPERAND B IS ONLY A PARAMETER WHEN
025625* THE FORMULA TAKES TWO OR MORE.
025626*-----------------------------------------------------------------
025627 2260-EDIT-FORMULA.
025628     PERFORM 2250-CHECK-DEPARTMENT THRU 2250-EXIT.
025629     IF NOT WS-EDIT-PASSED
025630         GO TO 2260-EXIT
025631     END-IF.
025632     IF TRANS-FORMULA-NAME = SPACES
025633             OR TRANS-FORMULA-VERSION NOT NUMERIC
025634         MOVE "10" TO WS-EDIT-REASON
025635         GO TO 2260-EXIT
025636     END-IF.
025637     PERFORM 2265-FIND-FORMULA THRU 2265-EXIT.
025638     IF NOT WS-EDIT-FML-FOUND
025639         MOVE "10" TO WS-EDIT-REASON
025640         GO TO 2260-EXIT
025641     END-IF.
025642     IF TRANS-OPERAND-A NOT NUMERIC
025643             AND NOT TRANS-A-IS-TOKEN
025644         MOVE "02" TO WS-EDIT-REASON
025645         GO TO 2260-EXIT
025646     END-IF.
025647     IF WS-EDIT-FML-PARM-COUNT > 1
025648         IF TRANS-OPERAND-B NOT NUMERIC
025649                 AND NOT TRANS-B-IS-TOKEN
025650             MOVE "03" TO WS-EDIT-REASON
025651             GO TO 2260-EXIT
025652         END-IF
025653     END-IF.
025654     IF TRANS-ANGLE-MODE NOT = "D" AND "R" AND SPACE
025655         MOVE "07" TO WS-EDIT-REASON
025656     END-IF.
025657 2260-EXIT.
025658     EXIT.
025659
025660* AN EXPLICIT VERSION MUST BE ON FILE AND ACTIVE.  VERSION ZERO
025661* MEANS THE HIGHEST ACTIVE VERSION, THE ONE THE BATCH RUN WILL
025662* USE: EVERY VERSION OF THE NAME IS READ AND THE PARAMETER
025663* COUNT OF THE LAST ACTIVE ONE KEPT.
025664 2265-FIND-FORMULA.
025665     MOVE "N" TO WS-EDIT-FML-FOUND-SW.
025666     IF NOT WS-FML-FILE-OPEN
025667         GO TO 2265-EXIT
025668     END-IF.
025669     MOVE TRANS-FORMULA-NAME TO WS-EDIT-FML-NAME.
025670     MOVE TRANS-FORMULA-NAME TO FML-NAME.
025671     IF TRANS-FORMULA-VERSION NOT = ZERO
025672         MOVE TRANS-FORMULA-VERSION TO FML-VERSION
025673         READ FORMULA-FILE
025674             INVALID KEY
025675                 GO TO 2265-EXIT
025676         END-READ
025677         IF FML-ACTIVE
025678             SET WS-EDIT-FML-FOUND TO TRUE
025679             MOVE FML-PARM-COUNT TO WS-EDIT-FML-PARM-COUNT
025680         END-IF
025681         GO TO 2265-EXIT
025682     END-IF.
025683     MOVE ZERO TO FML-VERSION.
025684     START FORMULA-FILE KEY IS NOT LESS THAN FML-KEY
025685         INVALID KEY
025686             GO TO 2265-EXIT
025687     END-START.
025688     MOVE "N" TO WS-EDIT-FML-SCAN-SW.
025689     PERFORM 2266-SCAN-VERSIONS THRU 2266-EXIT
025690         UNTIL WS-EDIT-FML-SCAN-DONE.
025691 2265-EXIT.
025692     EXIT.
025700
025702 2266-SCAN-VERSIONS.
025704     READ FORMULA-FILE NEXT RECORD
025706         AT END
025708             SET WS-EDIT-FML-SCAN-DONE TO TRUE
025710         NOT AT END
025712             IF FML-NAME NOT = WS-EDIT-FML-NAME
025714                 SET WS-EDIT-FML-SCAN-DONE TO TRUE
025716             ELSE
025718                 IF FML-ACTIVE
025720                     SET WS-EDIT-FML-FOUND TO TRUE
025722                     MOVE FML-PARM-COUNT
025724                         TO WS-EDIT-FML-PARM-COUNT
025726                 END-IF
025728             END-IF
025730     END-READ.
025732 2266-EXIT.
025734     EXIT.
025736
025738*-----------------------------------------------------------------
025740* 2270-EDIT-FORMULA-PARM - A "P" RECORD MUST FOLLOW A CLEAN "F"
025742* (OR ANOTHER CLEAN "P") THAT STILL OWES PARAMETERS, UNDER THE
025744* SAME REFERENCE; OTHERWISE IT BELONGS TO NO FORMULA THE BATCH
025746* RUN WILL RUN AND IS REJECTED WITH REASON 10.  OPERAND B IS
025748* ONLY EDITED WHEN A SECOND PARAMETER IS STILL OWED.
025750*-----------------------------------------------------------------
025752 2270-EDIT-FORMULA-PARM.
025754     IF WS-EDIT-FML-BAD OR WS-EDIT-FML-PARMS-LEFT = ZERO
025756             OR TRANS-REFERENCE NOT = WS-EDIT-FML-REFERENCE
025758         MOVE "10" TO WS-EDIT-REASON
025760         GO TO 2270-EXIT
025762     END-IF.
025764     IF TRANS-OPERAND-A NOT NUMERIC
025766             AND NOT TRANS-A-IS-TOKEN
025768         MOVE "02" TO WS-EDIT-REASON
025770         GO TO 2270-EXIT
025772     END-IF.
025774     IF WS-EDIT-FML-PARMS-LEFT > 1
025776         IF TRANS-OPERAND-B NOT NUMERIC
025778                 AND NOT TRANS-B-IS-TOKEN
025780             MOVE "03" TO WS-EDIT-REASON
025782         END-IF
025784     END-IF.
025786 2270-EXIT.
025788     EXIT.
025789
025790*-----------------------------------------------------------------
025791* 2280-EDIT-PERIODS - THE "P" RECORD OWED BY A FINANCIAL "D" OR
025792* "C" RECORD: SAME REFERENCE, THAT RECORD NOT REJECTED, AND A
025793* NUMBER OF PERIODS IN OPERAND A THAT IS A WHOLE NUMBER FROM 1
025794* TO 1200 OR A CONSTANT TOKEN.  ANYTHING ELSE IS REASON 11.
025795*-----------------------------------------------------------------
025796 2280-EDIT-PERIODS.
025797     IF WS-EDIT-TERM-BAD
025798             OR TRANS-REFERENCE NOT = WS-EDIT-TERM-REFERENCE
025799         MOVE "11" TO WS-EDIT-REASON
025800         GO TO 2280-EXIT
025801     END-IF.
025802     IF TRANS-A-IS-TOKEN
025803         GO TO 2280-EXIT
025804     END-IF.
025805     IF TRANS-OPERAND-A NOT NUMERIC
025806         MOVE "11" TO WS-EDIT-REASON
025807         GO TO 2280-EXIT
025808     END-IF.
025809     MOVE TRANS-OPERAND-A TO WS-EDIT-TERM-WHOLE.
025810     IF WS-EDIT-TERM-WHOLE NOT = TRANS-OPERAND-A
025811             OR WS-EDIT-TERM-WHOLE < 1
025812             OR WS-EDIT-TERM-WHOLE > WS-EDIT-MAX-PERIODS
025813         MOVE "11" TO WS-EDIT-REASON
025814     END-IF.
025815 2280-EXIT.
025816     EXIT.
025817
025818*-----------------------------------------------------------------
025900* 2300-CAPTURE-TRAILER - HOLD THE SUBMITTING DEPARTMENT'S COUNT
026000* AND HASH TOTAL FOR THE BALANCING SECTION OF THE EDIT REPORT.
026025* THERE IS ONE TRAILER FOR EACH BATCH ON THE FILE - THE DESKS'
026050* OWN AND ONE PER RELEASED PENDING BATCH - SO THEY ARE ADDED UP
026075* AND THE WHOLE FILE BALANCED AGAINST THE SUM.
026100* THE INPUT TRAILER IS NOT COPIED TO THE VALIDATED FILE -- A
026200* FRESH ONE COVERING ONLY THE CLEAN TRANSACTIONS IS WRITTEN BY
026300* 2500-WRITE-VALID-TRAILER, SO THE ELMO BATCH STEP BALANCES
026400* AGAINST WHAT IT WAS ACTUALLY GIVEN.
026420* THE TRAILER ALSO ENDS ITS SECTION OF THE FILE.  THE NEXT
026440* SECTION IS ANOTHER DESK'S, OR A RELEASED PENDING BATCH, SO
026460* NOTHING IT OWES OR CHAINS FROM MAY CARRY ACROSS: A "C" OR "P"
026480* AT THE START OF A SECTION IS REJECTED.
026500*-----------------------------------------------------------------
026600 2300-CAPTURE-TRAILER.
026700     SET WS-TRAILER-SEEN TO TRUE.
026750     ADD 1 TO WS-TRL-RECORDS.
026800     ADD TRANS-TRAILER-COUNT TO WS-TRL-COUNT.
026900     ADD TRANS-TRAILER-HASH  TO WS-TRL-HASH.
026916     SET WS-EDIT-CHAIN-BAD TO TRUE.
026932     MOVE "N" TO WS-EDIT-TERM-OWED-SW.
026948     MOVE "N" TO WS-EDIT-TERM-BAD-SW.
026964     MOVE 0 TO WS-EDIT-FML-PARMS-LEFT.
026980     MOVE "N" TO WS-EDIT-FML-BAD-SW.
027000 2300-EXIT.
027100     EXIT.
027200
031000     MOVE WS-HEADING-3 TO EDIT-REPORT-LINE.
031100     WRITE EDIT-REPORT-LINE.
031200     IF WS-TRAILER-SEEN
031220         MOVE "TRAILER RECORDS READ" TO WS-BC-LABEL
031240         MOVE WS-TRL-RECORDS TO WS-BC-COUNT
031260         MOVE WS-BALANCE-COUNT-LINE TO EDIT-REPORT-LINE
031280         WRITE EDIT-REPORT-LINE
031300         MOVE "TRAILER RECORD COUNT" TO WS-BC-LABEL
031400         MOVE WS-TRL-COUNT TO WS-BC-COUNT
031500         MOVE WS-BALANCE-COUNT-LINE TO EDIT-REPORT-LINE
