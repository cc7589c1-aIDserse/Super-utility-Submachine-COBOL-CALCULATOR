      *                   SEQUENTIAL SHAPE, A LOCK, DAMAGE -
      *                   ABANDONS THE RUN INSTEAD OF SILENTLY
      *                   TRUNCATING THE AUDIT TRAIL.
      *  2026-10-15  DW   A FILE WHOSE COMPLETED REGISTRY RECORD IS
      *                   FOLLOWED BY A BACKED-OUT ONE (ELMOBKO) IS
      *                   DROPPED FROM THE DUPLICATE TABLE, SO A
      *                   BACKED-OUT NIGHT'S FILES CAN BE RUN AGAIN.
      *  2026-10-15  DW   TRANS-FILE NOW TAKES NAMED-FORMULA "F"
      *                   RECORDS WITH "P" PARAMETER RECORDS, RUN
      *                   FROM THE FORMULAS LIBRARY (ELMOFML); ONE
      *                   RESULT (OPCODE 30) AND ONE LOG RECORD PER
      *                   FORMULA CARRYING ITS NAME AND VERSION;
      *                   RETURN CODE 06 FOR AN UNKNOWN, RETIRED, OR
      *                   CUT-SHORT FORMULA; RUN-CONTROL BALANCE
      *                   COUNTS PARAMETER RECORDS.
      *  2026-10-15  DW   FINANCIAL OPTIONS 26-29: LOAN PAYMENT,
      *                   FUTURE VALUE, PRESENT VALUE (NPV OVER A
      *                   GROUP OR A TERMINAL SERIES) AND
      *                   AMORTIZATION SCHEDULE.  BATCH TAKES THE
      *                   PERIODS FROM A P RECORD AND WRITES EACH
      *                   SCHEDULE TO SCHEDFIL.
      *  2026-10-15  DW   THE 100-ENTRY DONE-FILE TABLE IS GONE: THE
      *                   DUPLICATE CHECK SORTS THE REGISTRY RECORDS
      *                   FOR THE CANDIDATE'S NAME AND TRAILER BY RUN,
      *                   SO IT IS COMPLETE HOWEVER LONG THE REGISTRY
      *                   GROWS.  THE 50-NAME USED-RESULTS TABLE IS
      *                   NOW A WORK FILE (ELMUSED) THAT SURVIVES A
      *                   RESTART, SO A RESTARTED QUEUE NO LONGER
      *                   REWRITES A RESULTS FILE AN EARLIER ENTRY
      *                   ALREADY FILLED.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMO.
003391     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
003392         ORGANIZATION IS SEQUENTIAL
003393         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
003394
003395     SELECT FORMULA-FILE ASSIGN TO "FORMULAS"
003396         ORGANIZATION IS INDEXED
003397         ACCESS MODE IS DYNAMIC
003398         RECORD KEY IS FML-KEY
003399         FILE STATUS IS WS-FML-FILE-STATUS.
003400
003401     SELECT SCHEDULE-FILE ASSIGN TO "SCHEDFIL"
003402         ORGANIZATION IS INDEXED
003403         ACCESS MODE IS DYNAMIC
003404         RECORD KEY IS SCH-KEY
003405         FILE STATUS IS WS-SCH-FILE-STATUS.
003406
003407     SELECT USED-NAME-FILE ASSIGN TO "ELMUSED"
003408         ORGANIZATION IS SEQUENTIAL
003409         FILE STATUS IS WS-USED-FILE-STATUS.
003410
003411     SELECT REGISTRY-SORT-FILE ASSIGN TO "ELMSORT".
003412*-----------------------------------------------------------------
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TRANS-FILE
006091 FD  RUN-REGISTRY-FILE
006092     RECORDING MODE IS F.
006093     COPY ELMORGS.
006094
006095 FD  FORMULA-FILE
006096     RECORDING MODE IS F.
006097     COPY ELMOFML.
006098
006099 FD  SCHEDULE-FILE
006100     RECORDING MODE IS F.
006101     COPY ELMOSCH.
006102
006103 FD  USED-NAME-FILE
006104     RECORDING MODE IS F.
006105 01  USED-NAME-RECORD        PIC X(44).
006106
006107* ONE SORT RECORD PER REGISTRY FILE RECORD THAT MATCHES THE
006108* CANDIDATE'S NAME AND TRAILER, COMPLETED OR BACKED OUT.
006109 SD  REGISTRY-SORT-FILE.
006110 01  REGISTRY-SORT-RECORD.
006111     05  RSR-RUN-NUMBER      PIC 9(05).
006112     05  RSR-STATUS          PIC X(01).
006113         88  RSR-COMPLETE            VALUE "C".
006114         88  RSR-BACKED-OUT          VALUE "B".
006115*-----------------------------------------------------------------
006200 WORKING-STORAGE SECTION.
006300     COPY ELMOPI.
006400
019510 01  WS-BAT-RC03-COUNT       PIC 9(09) VALUE 0.
019520 01  WS-BAT-RC04-COUNT       PIC 9(09) VALUE 0.
019530 01  WS-BAT-RC05-COUNT       PIC 9(09) VALUE 0.
019565 01  WS-BAT-RC06-COUNT       PIC 9(09) VALUE 0.
019600 01  WS-BAT-DROP-COUNT       PIC 9(09) VALUE 0.
019700 01  WS-BAT-SKIP-COUNT       PIC 9(09) VALUE 0.
019800 01  WS-BAT-HASH-TOTAL       PIC S9(15)V9(7) VALUE 0.
020296
020297* GROUP STATE FOR THE G/V/E AGGREGATE RECORDS ON THE BATCH
020298* PATH.  A "G" HEADER OPENS THE GROUP AND NAMES THE FUNCTION
020299* (21-25, 28); EACH "V" MEMBER ACCUMULATES; THE "E" END RECORD
020301* CLOSES THE GROUP AND WRITES ITS ONE RESULT.  MEMBER COUNT
020302* TAKES EVERY "V" SUBMITTED; THE ACCUMULATED COUNT TAKES ONLY
020303* THE USABLE ONES, AND THE TWO DISAGREEING (OR AN ACCUMULATOR
020316     88  WS-GRP-FUNC-MINIMUM         VALUE 23.
020317     88  WS-GRP-FUNC-MAXIMUM         VALUE 24.
020318     88  WS-GRP-FUNC-STDDEV          VALUE 25.
020319     88  WS-GRP-FUNC-NPV             VALUE 28.
020320 01  WS-GRP-REFERENCE        PIC X(08) VALUE SPACES.
020321 01  WS-GRP-MEMBER-COUNT     PIC 9(05) VALUE 0.
020322 01  WS-GRP-ACCUM-COUNT      PIC 9(05) VALUE 0.
020323 01  WS-GRP-SUM              PIC S9(15)V9(7) VALUE 0.
020354     88  WS-REGISTRY-EOF             VALUE "Y".
020355 01  WS-RUN-START-STAMP      PIC X(14) VALUE SPACES.
020356 01  WS-FILE-START-STAMP     PIC X(14) VALUE SPACES.
020357 01  WS-DONE-SORT-EOF-SW     PIC X(01) VALUE "N".
020358     88  WS-DONE-SORT-EOF            VALUE "Y".
020359 01  WS-DONE-RUN             PIC 9(05) VALUE 0.
020360 01  WS-DONE-RUN-COMPLETE-SW PIC X(01) VALUE "N".
020361     88  WS-DONE-RUN-COMPLETE        VALUE "Y".
020362 01  WS-DONE-RUN-BACKED-SW   PIC X(01) VALUE "N".
020363     88  WS-DONE-RUN-BACKED-OUT      VALUE "Y".
020369 01  WS-NAME-SEEN-SW         PIC X(01) VALUE "N".
020370     88  WS-NAME-SEEN                VALUE "Y".
020371 01  WS-CAND-TRL-SEEN-SW     PIC X(01) VALUE "N".
020372     88  WS-CAND-TRL-SEEN            VALUE "Y".
020373 01  WS-CAND-TRL-COUNT       PIC 9(09) VALUE 0.
022500 01  WS-RUN-RESULT-TOTAL     PIC 9(09) VALUE 0.
022600 01  WS-RUN-DROP-TOTAL       PIC 9(09) VALUE 0.
022700
022800* RESULTS FILES ALREADY OPENED THIS RUN, ONE NAME PER RECORD
022900* ON THE ELMUSED WORK FILE.  WHEN TWO QUEUE ENTRIES RESOLVE TO
023000* THE SAME RESULTS NAME (E.G. BOTH LEFT IT BLANK), THE SECOND
023100* AND LATER ENTRIES OPEN EXTEND INSTEAD OF OUTPUT SO THE EARLIER
023200* ENTRY'S RESULTS ARE NOT CLOBBERED, AND THE REUSE IS NOTED ON
023300* THE RUN-CONTROL REPORT.  THE WORK FILE IS EMPTIED ONLY WHEN A
023400* RUN STARTS FRESH, SO A RESTART STILL KNOWS WHAT THE
023500* INTERRUPTED RUN OPENED.
023600 01  WS-USED-FILE-STATUS     PIC X(02) VALUE SPACES.
023700 01  WS-USED-EOF-SW          PIC X(01) VALUE "N".
023750     88  WS-USED-EOF                 VALUE "Y".
023800 01  WS-RESULTS-REUSED-SW    PIC X(01) VALUE "N".
023900     88  WS-RESULTS-REUSED           VALUE "Y".
023901
023902* NAMED-FORMULA STATE FOR THE "F" AND "P" RECORDS ON THE BATCH
023903* PATH.  THE FORMULA LIBRARY (FORMULAS, ELMOFML) IS OPENED ONCE
023904* PER RUN; NO LIBRARY JUST MEANS EVERY "F" RECORD REJECTS WITH
023905* RETURN CODE 06.  AN "F" LOOKS ITS DEFINITION UP AND HOLDS
023906* PARAMETERS 1 AND 2; EACH "P" AFTER IT HOLDS THE NEXT TWO, AND
023907* THE FORMULA RUNS THE MOMENT ITS LAST PARAMETER IS HELD.  THE
023908* STEPS GO THROUGH THE ORDINARY 3000-SERIES PARAGRAPHS WITH
023909* WS-FML-STEP-RUNNING SET, WHICH TURNS THE 8900-SERIES WRITERS
023910* AND THE LOG PARAGRAPHS INTO A CAPTURE OF THE STEP'S ANSWER OR
023911* RETURN CODE, SO THE FORMULA AS A WHOLE WRITES ONE RESULTS
023912* RECORD AND ONE LOG RECORD.  WS-BAT-PARM-ABSORBED COUNTS THE
023913* "P" RECORDS, WHICH PRODUCE NO RESULT OF THEIR OWN, SO
023914* 5900-BALANCE-FILE STILL PROVES EVERY RECORD CAME OUT.
023915 01  WS-FML-FILE-STATUS      PIC X(02) VALUE SPACES.
023916 01  WS-FML-FILE-OPEN-SW     PIC X(01) VALUE "N".
023917     88  WS-FML-FILE-OPEN            VALUE "Y".
023918 01  WS-FML-FOUND-SW         PIC X(01) VALUE "N".
023919     88  WS-FML-FOUND                VALUE "Y".
023920 01  WS-FML-SCAN-DONE-SW     PIC X(01) VALUE "N".
023921     88  WS-FML-SCAN-DONE            VALUE "Y".
023922 01  WS-FML-PENDING-SW       PIC X(01) VALUE "N".
023923     88  WS-FML-PENDING              VALUE "Y".
023924 01  WS-FML-SKIP-PARMS-SW    PIC X(01) VALUE "N".
023925     88  WS-FML-SKIP-PARMS           VALUE "Y".
023926 01  WS-FML-STEP-RUNNING-SW  PIC X(01) VALUE "N".
023927     88  WS-FML-STEP-RUNNING         VALUE "Y".
023928 01  WS-FML-NAME             PIC X(08) VALUE SPACES.
023929 01  WS-FML-VERSION          PIC 9(03) VALUE 0.
023930 01  WS-FML-BEST-VERSION     PIC 9(03) VALUE 0.
023931 01  WS-FML-REFERENCE        PIC X(08) VALUE SPACES.
023932 01  WS-FML-ANGLE-MODE       PIC X(01) VALUE SPACE.
023933 01  WS-FML-ANGLE-USED       PIC X(01) VALUE SPACE.
023934 01  WS-FML-RC               PIC X(02) VALUE "00".
023935 01  WS-FML-PARMS-HELD       PIC 9(02) VALUE 0.
023936 01  WS-FML-PARM-TABLE.
023937     05  WS-FML-PARM         OCCURS 10 TIMES PIC S9(7)V9(7).
023938 01  WS-FML-PARM-INDEX       PIC 9(02) COMP.
023939 01  WS-FML-STEP-INDEX       PIC 9(02) COMP.
023940 01  WS-FML-STEP-RC          PIC X(02) VALUE "00".
023941 01  WS-FML-STEP-RESULT      PIC S9(14)V9(7) VALUE 0.
023942 01  WS-FML-STEP-WIDE-SW     PIC X(01) VALUE "N".
023943     88  WS-FML-STEP-WIDE            VALUE "Y".
023944 01  WS-FML-SOURCE           PIC X(01) VALUE SPACE.
023945 01  WS-FML-ITEM             PIC X(13) VALUE SPACES.
023946 01  WS-FML-ITEM-PARM REDEFINES WS-FML-ITEM.
023947     05  WS-FML-ITEM-PARM-NO PIC 9(02).
023948     05  FILLER              PIC X(11).
023949 01  WS-FML-OPERAND          PIC S9(7)V9(7) VALUE 0.
023950 01  WS-BAT-PARM-ABSORBED    PIC 9(09) VALUE 0.
023951* THE FORMULA NAME AND VERSION 8940-WRITE-LOG-RECORD STAMPS ON
023952* EVERY LOG RECORD; SET ONLY AROUND A FORMULA'S OWN LOG WRITE.
023953 01  WS-LOG-FORMULA-NAME     PIC X(08) VALUE SPACES.
023954 01  WS-LOG-FORMULA-VERSION  PIC 9(03) VALUE 0.
024000
024001* FINANCIAL-OPTION STATE (26 LOAN PAYMENT, 27 FUTURE VALUE, 28
024002* PRESENT VALUE, 29 AMORTIZATION SCHEDULE).  ON THE BATCH PATH
024003* A "D" OR "C" RECORD FOR ONE OF THEM IS HELD BY
024004* 5600-OPEN-FINANCIAL UNTIL THE "P" RECORD CARRYING ITS NUMBER
024005* OF PERIODS IS READ; ANY OTHER RECORD, OR END OF FILE, CUTS IT
024006* SHORT AND IT REJECTS WITH RETURN CODE 02.  THE "P" PRODUCES
024007* NO RESULT OF ITS OWN AND IS COUNTED IN WS-BAT-PARM-ABSORBED.
024008* A "P" AFTER A FINANCIAL REQUEST THAT REJECTED BEFORE IT WAS
024009* HELD (BROKEN CHAIN, BAD CONSTANT) IS ABSORBED QUIETLY.  THE
024010* SCHEDULE FILE (SCHEDFIL, ELMOSCH) IS OPENED ONCE PER RUN; NO
024011* FILE JUST MEANS EVERY OPTION-29 REQUEST REJECTS.  MONEY ON A
024012* SCHEDULE IS CARRIED TO THE CENT.  THE NPV FIELDS SERVE BOTH
024013* THE TERMINAL'S CASH-FLOW SERIES AND AN OPTION-28 RECORD
024014* GROUP; WS-FIN-NPV-RATE IS ZERO FOR EVERY OTHER GROUP.
024015 01  WS-FIN-PENDING-SW       PIC X(01) VALUE "N".
024016     88  WS-FIN-PENDING              VALUE "Y".
024017 01  WS-FIN-SKIP-TERM-SW     PIC X(01) VALUE "N".
024018     88  WS-FIN-SKIP-TERM            VALUE "Y".
024019 01  WS-FIN-TOOK-SW          PIC X(01) VALUE "N".
024020     88  WS-FIN-TOOK                 VALUE "Y".
024021 01  WS-FIN-BAD-SW           PIC X(01) VALUE "N".
024022     88  WS-FIN-BAD                  VALUE "Y".
024023 01  WS-FIN-CONST-SW         PIC X(01) VALUE "N".
024024     88  WS-FIN-CONST-MISSING        VALUE "Y".
024025 01  WS-FIN-OPCODE           PIC 9(02) VALUE 0.
024026 01  WS-FIN-REFERENCE        PIC X(08) VALUE SPACES.
024027 01  WS-FIN-OPERAND-A        PIC S9(7)V9(7) VALUE 0.
024028 01  WS-FIN-OPERAND-B        PIC S9(7)V9(7) VALUE 0.
024031 01  WS-FIN-TERM-IN          PIC S9(7)V9(7) VALUE 0.
024032 01  WS-FIN-TERM-WHOLE       PIC S9(7) VALUE 0.
024033 01  WS-FIN-PERIODS          PIC 9(05) VALUE 0.
024034 01  WS-FIN-MAX-PERIODS      PIC 9(05) VALUE 1200.
024035 01  WS-FIN-PERIOD           PIC 9(05) VALUE 0.
024036 01  WS-FIN-CHOICE           PIC S9(7)V9(7) VALUE 0.
024037 01  WS-FIN-RATE             PIC S9(5)V9(9) VALUE 0.
024038 01  WS-FIN-FACTOR           PIC S9(14)V9(9) VALUE 0.
024039 01  WS-FIN-NPV-RATE         PIC S9(7)V9(7) VALUE 0.
024040 01  WS-FIN-FLOW             PIC S9(7)V9(7) VALUE 0.
024041 01  WS-FIN-DISCOUNT         PIC S9(14)V9(9) VALUE 0.
024042 01  WS-FIN-NPV-SUM          PIC S9(15)V9(9) VALUE 0.
024043 01  WS-FIN-LEVEL-PAY        PIC S9(13)V99 VALUE 0.
024044 01  WS-FIN-PAYMENT          PIC S9(13)V99 VALUE 0.
024045 01  WS-FIN-INTEREST         PIC S9(13)V99 VALUE 0.
024046 01  WS-FIN-PRINCIPAL        PIC S9(13)V99 VALUE 0.
024047 01  WS-FIN-BALANCE          PIC S9(13)V99 VALUE 0.
024048 01  WS-FIN-TOTAL-PAID       PIC S9(14)V99 VALUE 0.
024049 01  WS-SCH-FILE-STATUS      PIC X(02) VALUE SPACES.
024050 01  WS-SCH-FILE-OPEN-SW     PIC X(01) VALUE "N".
024051     88  WS-SCH-FILE-OPEN            VALUE "Y".
024052 01  WS-BAT-SCHED-LINES      PIC 9(09) VALUE 0.
024053* ONE LINE OF AN AMORTIZATION SCHEDULE AS SHOWN AT THE TERMINAL.
024054 01  WS-FIN-SCHED-LINE.
024055     05  WS-FSL-PERIOD       PIC ZZZZ9.
024056     05  FILLER              PIC X(01) VALUE SPACE.
024057     05  WS-FSL-PAYMENT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
024058     05  FILLER              PIC X(01) VALUE SPACE.
024059     05  WS-FSL-INTEREST     PIC -Z,ZZZ,ZZZ,ZZ9.99.
024060     05  FILLER              PIC X(01) VALUE SPACE.
024061     05  WS-FSL-PRINCIPAL    PIC -Z,ZZZ,ZZZ,ZZ9.99.
024062     05  FILLER              PIC X(01) VALUE SPACE.
024063     05  WS-FSL-BALANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
024064
024100 01  WS-RC-HEADING.
024150     05  FILLER              PIC X(36) VALUE
024200         "ELMO BATCH RUN CONTROL REPORT - RUN ".
042200         WHEN 17  PERFORM 3170-MODULUS   THRU 3170-EXIT
042300         WHEN 18  PERFORM 3180-POWER     THRU 3180-EXIT
042400         WHEN 19  PERFORM 3190-LOG       THRU 3190-EXIT
042433         WHEN 26 THRU 29
042466             PERFORM 3250-FINANCIAL THRU 3250-EXIT
042500         WHEN OTHER
042600             IF WS-LANG-ITALIAN
042700                 DISPLAY "SCEGLI UN'OPZIONE VALIDA"
045900         DISPLAY "17 MODULO (RESTO DI A / B)"
046000         DISPLAY "18 POTENZA (A ELEVATO A B)"
046100         DISPLAY "19 LOGARITMO (BASE 10 O NATURALE)"
046120         DISPLAY "26 RATA DI UN PRESTITO (PER PERIODO)"
046140         DISPLAY "27 VALORE FUTURO (INTERESSE COMPOSTO)"
046160         DISPLAY "28 VALORE ATTUALE / VAN DI FLUSSI"
046180         DISPLAY "29 PIANO DI AMMORTAMENTO"
046200         DISPLAY "99 ESCI"
046300         DISPLAY "SCEGLI UN'OPZIONE"
046400     ELSE
048300         DISPLAY "17 MODULUS (REMAINDER OF A / B)"
048400         DISPLAY "18 POWER (A RAISED TO B)"
048500         DISPLAY "19 LOG (BASE 10 OR NATURAL)"
048520         DISPLAY "26 LOAN PAYMENT (PER PERIOD)"
048540         DISPLAY "27 FUTURE VALUE (COMPOUND INTEREST)"
048560         DISPLAY "28 PRESENT VALUE / NPV OF CASH FLOWS"
048580         DISPLAY "29 AMORTIZATION SCHEDULE"
048600         DISPLAY "99 ESC"
048700         DISPLAY "CHOOSE AN OPTION"
048800     END-IF.
126000         DISPLAY "17 MODULO (RESTO DI A / B)"
126100         DISPLAY "18 POTENZA (A ELEVATO A B)"
126200         DISPLAY "19 LOGARITMO (BASE 10 O NATURALE)"
126220         DISPLAY "26 RATA DI UN PRESTITO (PER PERIODO)"
126240         DISPLAY "27 VALORE FUTURO (INTERESSE COMPOSTO)"
126260         DISPLAY "28 VALORE ATTUALE"
126280         DISPLAY "29 PIANO DI AMMORTAMENTO"
126300     ELSE
126400         DISPLAY "APPLY WHICH OPERATION TO THE LAST RESULT?"
126500         DISPLAY "1 ADDITION"
128000         DISPLAY "17 MODULUS (REMAINDER OF A / B)"
128100         DISPLAY "18 POWER (A RAISED TO B)"
128200         DISPLAY "19 LOG (BASE 10 OR NATURAL)"
128220         DISPLAY "26 LOAN PAYMENT (PER PERIOD)"
128240         DISPLAY "27 FUTURE VALUE (COMPOUND INTEREST)"
128260         DISPLAY "28 PRESENT VALUE"
128280         DISPLAY "29 AMORTIZATION SCHEDULE"
128300     END-IF.
128400     ACCEPT INPUT1.
128500     PERFORM 5200-DISPATCH THRU 5200-EXIT.
151800*-----------------------------------------------------------------
151900 5000-BATCH-RUN.
151950     PERFORM 1300-LOAD-CONSTANTS THRU 1300-EXIT.
151957     OPEN INPUT FORMULA-FILE.
151964     IF WS-FML-FILE-STATUS = "00"
151971         SET WS-FML-FILE-OPEN TO TRUE
151978     ELSE
151985         MOVE "N" TO WS-FML-FILE-OPEN-SW
151992     END-IF.
151996     PERFORM 5650-OPEN-SCHEDULE THRU 5650-EXIT.
152000     PERFORM 5010-READ-CHECKPOINT THRU 5010-EXIT.
152050     PERFORM 5500-OPEN-RUN-REGISTRY THRU 5500-EXIT.
152060     MOVE WS-RUN-NUMBER TO WS-RC-HEAD-RUN.
152800         DISPLAY "UNABLE TO OPEN RUN-CONTROL-FILE, FILE STATUS = "
152900                 WS-RUNCTL-FILE-STATUS
153000     END-IF.
153014     IF WS-FILES-DONE = 0 AND WS-RECORDS-DONE = 0
153028         OPEN OUTPUT USED-NAME-FILE
153042         IF WS-USED-FILE-STATUS = "00"
153056             CLOSE USED-NAME-FILE
153070         END-IF
153084     END-IF.
153100     OPEN INPUT QUEUE-FILE.
153200     IF WS-QUEUE-FILE-STATUS = "00"
153300         SET WS-QUEUE-MODE TO TRUE
154900     MOVE 0 TO WS-FILES-DONE.
155000     PERFORM 5040-WRITE-CHECKPOINT THRU 5040-EXIT.
155050     PERFORM 5560-CLOSE-RUN-REGISTRY THRU 5560-EXIT.
155062     IF WS-FML-FILE-OPEN
155074         CLOSE FORMULA-FILE
155086     END-IF.
155089     IF WS-SCH-FILE-OPEN
155092         CLOSE SCHEDULE-FILE
155095     END-IF.
155100 5000-EXIT.
155200     EXIT.
155300
156610     MOVE 0 TO WS-BAT-RC03-COUNT.
156620     MOVE 0 TO WS-BAT-RC04-COUNT.
156630     MOVE 0 TO WS-BAT-RC05-COUNT.
156635     MOVE 0 TO WS-BAT-RC06-COUNT.
156640     MOVE 0 TO WS-BAT-GROUP-ABSORBED.
156670     MOVE 0 TO WS-BAT-PARM-ABSORBED.
156700     MOVE 0 TO WS-BAT-DROP-COUNT.
156710     MOVE "N" TO WS-CHAIN-OPEN-SW.
156720     MOVE "N" TO WS-CHAIN-FAILED-SW.
156730     MOVE "N" TO WS-CHAIN-PRIOR-WIDE-SW.
156740     MOVE "N" TO WS-GRP-OPEN-SW.
156750     MOVE "N" TO WS-GRP-BAD-SW.
156766     MOVE "N" TO WS-FML-PENDING-SW.
156782     MOVE "N" TO WS-FML-SKIP-PARMS-SW.
156786     MOVE "N" TO WS-FIN-PENDING-SW.
156790     MOVE "N" TO WS-FIN-SKIP-TERM-SW.
156794     MOVE 0 TO WS-BAT-SCHED-LINES.
156800     MOVE 0 TO WS-BAT-HASH-TOTAL.
156900     MOVE 0 TO WS-BAT-TRL-COUNT.
157000     MOVE 0 TO WS-BAT-TRL-HASH.
160670         PERFORM 8938-WRITE-GROUP-ERROR THRU 8938-EXIT
160680         MOVE "N" TO WS-GRP-OPEN-SW
160690     END-IF.
160691* LIKEWISE A FORMULA STILL SHORT OF ITS PARAMETERS.
160692     IF WS-FML-PENDING
160693         DISPLAY "ELMO: FORMULA OPEN AT END OF FILE - REJECTED"
160694         MOVE "06" TO WS-FML-RC
160695         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
160696     END-IF.
160697     IF WS-FIN-PENDING
160698         PERFORM 5640-CUT-SHORT THRU 5640-EXIT
160699     END-IF.
160700     CLOSE TRANS-FILE.
160800     CLOSE RESULTS-FILE.
160900     PERFORM 5900-BALANCE-FILE THRU 5900-EXIT.
161410     ADD WS-BAT-RC03-COUNT TO WS-RUN-RESULT-TOTAL.
161420     ADD WS-BAT-RC04-COUNT TO WS-RUN-RESULT-TOTAL.
161430     ADD WS-BAT-RC05-COUNT TO WS-RUN-RESULT-TOTAL.
161465     ADD WS-BAT-RC06-COUNT TO WS-RUN-RESULT-TOTAL.
161500     ADD WS-BAT-DROP-COUNT TO WS-RUN-DROP-TOTAL.
161510     MOVE "C" TO WS-REG-OUTCOME.
161520     PERFORM 5550-REGISTER-FILE THRU 5550-EXIT.
162000 5050-EXIT.
162100     EXIT.
162200
162259*-----------------------------------------------------------------
162318* 5060-NOTE-RESULTS-NAME - LOOK FOR THE RESULTS NAME ON THE
162377* ELMUSED WORK FILE, FLAGGING A NAME AN EARLIER QUEUE ENTRY
162436* ALREADY OPENED SO 5050 EXTENDS IT INSTEAD OF REWRITING IT, AND
162495* ADD A NAME NOT SEEN BEFORE.  A RESTARTED ENTRY NOTED ITS NAME
162554* BEFORE THE INTERRUPTION AND EXTENDS ITS FILE ANYWAY.
162613*-----------------------------------------------------------------
162672 5060-NOTE-RESULTS-NAME.
162731     MOVE "N" TO WS-RESULTS-REUSED-SW.
162790     IF WS-RECORDS-DONE > 0
162849         GO TO 5060-EXIT
162908     END-IF.
162967     OPEN INPUT USED-NAME-FILE.
163026     IF WS-USED-FILE-STATUS = "00"
163085         MOVE "N" TO WS-USED-EOF-SW
163144         PERFORM 5070-SEARCH-USED-NAME THRU 5070-EXIT
163203             UNTIL WS-USED-EOF
163262                 OR WS-RESULTS-REUSED
163321         CLOSE USED-NAME-FILE
163380     END-IF.
163439     IF WS-RESULTS-REUSED
163498         GO TO 5060-EXIT
163557     END-IF.
163616     OPEN EXTEND USED-NAME-FILE.
163675     IF WS-USED-FILE-STATUS NOT = "00"
163734         OPEN OUTPUT USED-NAME-FILE
163793     END-IF.
163852     IF WS-USED-FILE-STATUS NOT = "00"
163911         DISPLAY "UNABLE TO OPEN USED-NAME-FILE, FILE STATUS = "
163970                 WS-USED-FILE-STATUS
164029         GO TO 5060-EXIT
164088     END-IF.
164147     WRITE USED-NAME-RECORD FROM WS-RESULTS-FILE-NAME.
164206     CLOSE USED-NAME-FILE.
164265 5060-EXIT.
164324     EXIT.
164383
164442 5070-SEARCH-USED-NAME.
164501     READ USED-NAME-FILE
164560         AT END
164619             MOVE "Y" TO WS-USED-EOF-SW
164678         NOT AT END
164737             IF USED-NAME-RECORD = WS-RESULTS-FILE-NAME
164796                 SET WS-RESULTS-REUSED TO TRUE
164855             END-IF
164914     END-READ.
164973 5070-EXIT.
165032     EXIT.
165066
165100*-----------------------------------------------------------------
165200* 5300-PROCESS-QUEUE - TAKE THE NEXT QUEUE-CONTROL ENTRY AND
165300* PROCESS ITS TRANSACTION FILE, SKIPPING ENTRIES A RESTARTED
171600* REQUEST, WHICH ALSO OPENS A FRESH CHAIN.  EVERY NON-TRAILER
171650* RECORD IS COUNTED AND HASHED INTO THE RUNNING TOTALS BEFORE
171700* IT IS DISPATCHED.
171750* "F" AND "P" NAMED-FORMULA RECORDS GO TO 5180-FORMULA-RECORD.
171800*-----------------------------------------------------------------
171900 5110-APPLY-TRANS.
172000     IF TRANS-TYPE-TRAILER
173100     IF TRANS-OPERAND-B NUMERIC
173200         ADD TRANS-OPERAND-B TO WS-BAT-HASH-TOTAL
173300     END-IF.
173306* A NAMED FORMULA STILL WAITING FOR PARAMETERS IS CUT SHORT BY
173312* ANY RECORD THAT IS NOT ONE OF ITS "P" RECORDS, AND REJECTS.
173318     IF WS-FML-PENDING AND NOT TRANS-TYPE-FORMULA-PARM
173324         DISPLAY "ELMO: FORMULA " WS-FML-NAME
173330                 " CUT SHORT OF ITS PARAMETERS - REJECTED"
173336         MOVE "06" TO WS-FML-RC
173342         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
173348     END-IF.
173354     IF NOT TRANS-TYPE-FORMULA-PARM
173360         MOVE "N" TO WS-FML-SKIP-PARMS-SW
173366     END-IF.
173367     PERFORM 5605-ROUTE-FINANCIAL THRU 5605-EXIT.
173368     IF WS-FIN-TOOK
173369         GO TO 5110-EXIT
173370     END-IF.
173372     IF TRANS-TYPE-FORMULA OR TRANS-TYPE-FORMULA-PARM
173378         PERFORM 5180-FORMULA-RECORD THRU 5180-EXIT
173384         GO TO 5110-EXIT
173390     END-IF.
173400     MOVE TRANS-OPCODE TO INPUT1.
173405     IF TRANS-TYPE-GROUP-HDR OR TRANS-TYPE-GROUP-VAL
173410             OR TRANS-TYPE-GROUP-END
174900         MOVE "N" TO WS-GRP-OPEN-SW
174910     END-IF.
174920     IF TRANS-OPCODE NOT NUMERIC
174930             OR ((TRANS-OPCODE < 21 OR TRANS-OPCODE > 25)
174935                 AND TRANS-OPCODE NOT = 28)
174940         ADD 1 TO WS-BAT-DROP-COUNT
174950         DISPLAY "INVALID GROUP FUNCTION ON TRANS-FILE: "
174960                 TRANS-OPCODE
175060     MOVE 0 TO WS-GRP-SUMSQ.
175070     MOVE 0 TO WS-GRP-MIN.
175080     MOVE 0 TO WS-GRP-MAX.
175082     MOVE 0 TO WS-FIN-NPV-RATE.
175084     IF WS-GRP-FUNC-NPV
175086         PERFORM 5620-OPEN-NPV THRU 5620-EXIT
175088     END-IF.
175090     ADD 1 TO WS-BAT-GROUP-ABSORBED.
175100 5172-EXIT.
175110     EXIT.
175390         END-IF
175400     END-IF.
175410     ADD 1 TO WS-GRP-ACCUM-COUNT.
175411     IF WS-GRP-FUNC-NPV
175412         MOVE WS-GRP-VALUE TO WS-FIN-FLOW
175413         PERFORM 3288-DISCOUNT-FLOW THRU 3288-EXIT
175414         IF WS-FIN-BAD
175415             SET WS-GRP-BAD TO TRUE
175416         END-IF
175417     END-IF.
175420     ADD WS-GRP-VALUE TO WS-GRP-SUM.
175430     COMPUTE WS-GRP-SUMSQ =
175440             WS-GRP-SUMSQ + WS-GRP-VALUE * WS-GRP-VALUE
176020             END-IF
176030             COMPUTE WS-GRP-RESULT =
176040                 FUNCTION SQRT(WS-GRP-VARIANCE)
176041         WHEN WS-GRP-FUNC-NPV
176042             COMPUTE WS-GRP-RESULT ROUNDED = WS-FIN-NPV-SUM
176043                 ON SIZE ERROR
176044                     SET WS-GRP-BAD TO TRUE
176045             END-COMPUTE
176050     END-EVALUATE.
176060 5178-EXIT.
176070     EXIT.
176440         WHEN 17  PERFORM 3170-MODULUS   THRU 3170-EXIT
176450         WHEN 18  PERFORM 3180-POWER     THRU 3180-EXIT
176460         WHEN 19  PERFORM 3190-LOG       THRU 3190-EXIT
176461         WHEN 26 THRU 29
176462             IF RUN-MODE-BATCH
176463                 PERFORM 5600-OPEN-FINANCIAL THRU 5600-EXIT
176464             ELSE
176465                 PERFORM 3250-FINANCIAL THRU 3250-EXIT
176466             END-IF
176470         WHEN OTHER
176480             IF RUN-MODE-BATCH
176490                 ADD 1 TO WS-BAT-DROP-COUNT
176620
176630*-----------------------------------------------------------------
176640* 5500-OPEN-RUN-REGISTRY - READ THE REGISTRY JOURNAL TO FIND
176650* THE HIGHEST RUN NUMBER TAKEN SO FAR, TAKE THE NEXT RUN
176660* NUMBER, AND JOURNAL THE START OF THIS RUN.  THE FILES
176670* ALREADY COMPLETED ARE LOOKED UP IN THE JOURNAL ITSELF, FILE
176680* BY FILE, BY 5540.  NO REGISTRY YET JUST MEANS THIS IS RUN 1.
176690*-----------------------------------------------------------------
176700 5500-OPEN-RUN-REGISTRY.
176710     MOVE 0 TO WS-RUN-NUMBER.
176725     MOVE "N" TO WS-RUN-FAILED-SW.
176730     OPEN INPUT RUN-REGISTRY-FILE.
176740     IF WS-REGISTRY-FILE-STATUS = "00"
177030                     AND REG-RUN-NUMBER > WS-RUN-NUMBER
177040                 MOVE REG-RUN-NUMBER TO WS-RUN-NUMBER
177050             END-IF
177090     END-READ.
177100 5510-EXIT.
177110     EXIT.
177120
177128*-----------------------------------------------------------------
177136* 5540-CHECK-PRIOR-RUNS - IS THE FILE ABOUT TO BE PROCESSED
177144* ONE A PRIOR RUN ALREADY COMPLETED?  THE NIGHTLY CHAIN REUSES
177152* THE SAME LOGICAL NAMES EVERY NIGHT, SO A NAME MATCH ALONE
177160* PROVES NOTHING: ONLY WHEN THE NAME MATCHES IS THE CANDIDATE
177168* PRE-SCANNED FOR ITS DEPARTMENT TRAILER, AND IT COUNTS AS A
177176* DUPLICATE ONLY WHEN THE TRAILER COUNT AND HASH ALSO MATCH A
177184* COMPLETED REGISTRY RECORD WHOSE RUN WAS NOT BACKED OUT.  A
177192* CANDIDATE WITH NO TRAILER IS NEVER SKIPPED - ITS IDENTITY
177200* CANNOT BE PROVED, AND THE BALANCE REPORT ALREADY FLAGS THE
177208* MISSING TRAILER.  THE REGISTRY IS READ HERE RATHER THAN HELD
177216* IN STORAGE, SO THE CHECK IS COMPLETE HOWEVER MANY FILES IT
177224* RECORDS.
177232*-----------------------------------------------------------------
177240 5540-CHECK-PRIOR-RUNS.
177248     MOVE "N" TO WS-FILE-DUPLICATE-SW.
177256     MOVE "N" TO WS-NAME-SEEN-SW.
177264     OPEN INPUT RUN-REGISTRY-FILE.
177272     IF WS-REGISTRY-FILE-STATUS NOT = "00"
177280         GO TO 5540-EXIT
177288     END-IF.
177296     MOVE "N" TO WS-REGISTRY-EOF-SW.
177304     PERFORM 5541-SEARCH-DONE-NAME THRU 5541-EXIT
177312         UNTIL WS-REGISTRY-EOF
177320             OR WS-NAME-SEEN.
177328     CLOSE RUN-REGISTRY-FILE.
177336     IF NOT WS-NAME-SEEN
177344         GO TO 5540-EXIT
177352     END-IF.
177360     PERFORM 5542-PRESCAN-TRAILER THRU 5542-EXIT.
177368     IF NOT WS-CAND-TRL-SEEN
177376         GO TO 5540-EXIT
177384     END-IF.
177392     SORT REGISTRY-SORT-FILE
177400         ON ASCENDING KEY RSR-RUN-NUMBER
177408         INPUT PROCEDURE IS 5544-SELECT-DONE-FILES
177416             THRU 5544-EXIT
177424         OUTPUT PROCEDURE IS 5546-MATCH-DONE-RUNS
177432             THRU 5546-EXIT.
177440     IF SORT-RETURN NOT = 0
177448         DISPLAY "ELMO: SORT FAILED, RETURN = " SORT-RETURN
177456         DISPLAY "RUN REGISTRY DUPLICATE CHECK NOT MADE FOR "
177464                 WS-TRANS-FILE-NAME
177472         MOVE "N" TO WS-FILE-DUPLICATE-SW
177480     END-IF.
177488 5540-EXIT.
177496     EXIT.
177504
177512 5541-SEARCH-DONE-NAME.
177520     READ RUN-REGISTRY-FILE
177528         AT END
177536             MOVE "Y" TO WS-REGISTRY-EOF-SW
177544         NOT AT END
177552             IF REG-TYPE-FILE AND REG-STATUS-COMPLETE
177560                     AND REG-TRANS-FILE-NAME = WS-TRANS-FILE-NAME
177568                 SET WS-NAME-SEEN TO TRUE
177576             END-IF
177584     END-READ.
177592 5541-EXIT.
177600     EXIT.
177620
177630* ONE QUICK PASS OVER THE CANDIDATE FILE JUST TO CAPTURE ITS
177640* TRAILER COUNT AND HASH; 5050 RE-OPENS IT FOR THE REAL WORK.
177930 5543-EXIT.
177940     EXIT.
177950
177952* SORT INPUT: EVERY COMPLETED OR BACKED-OUT FILE RECORD FOR
177954* THE CANDIDATE'S NAME, TRAILER COUNT AND HASH.  A BACKOUT
177956* COPIES THE RUN'S RECORDS BACK WITH STATUS "B", SO A RUN WITH
177958* A MATCHING "B" RECORD NO LONGER COUNTS AS HAVING DONE IT.
177960 5544-SELECT-DONE-FILES.
177962     OPEN INPUT RUN-REGISTRY-FILE.
177964     IF WS-REGISTRY-FILE-STATUS NOT = "00"
177966         GO TO 5544-EXIT
177968     END-IF.
177970     MOVE "N" TO WS-REGISTRY-EOF-SW.
177972     PERFORM 5545-READ-DONE-FILE THRU 5545-EXIT
177974         UNTIL WS-REGISTRY-EOF.
177976     CLOSE RUN-REGISTRY-FILE.
177978 5544-EXIT.
177980     EXIT.
177982
177984 5545-READ-DONE-FILE.
177986     READ RUN-REGISTRY-FILE
177988         AT END
177990             MOVE "Y" TO WS-REGISTRY-EOF-SW
177992             GO TO 5545-EXIT
177994     END-READ.
177996     IF NOT REG-TYPE-FILE
177998             OR REG-TRANS-FILE-NAME NOT = WS-TRANS-FILE-NAME
178000             OR NOT REG-TRL-WAS-SEEN
178002             OR REG-TRL-COUNT NOT = WS-CAND-TRL-COUNT
178004             OR REG-TRL-HASH NOT = WS-CAND-TRL-HASH
178006         GO TO 5545-EXIT
178008     END-IF.
178010     IF REG-STATUS-COMPLETE OR REG-STATUS-BACKED-OUT
178012         MOVE REG-RUN-NUMBER TO RSR-RUN-NUMBER
178014         MOVE REG-STATUS     TO RSR-STATUS
178016         RELEASE REGISTRY-SORT-RECORD
178018     END-IF.
178020 5545-EXIT.
178022     EXIT.
178024
178026* SORT OUTPUT: ONE RUN AT A TIME.  THE CANDIDATE IS A DUPLICATE
178028* WHEN ANY RUN COMPLETED IT AND WAS NOT BACKED OUT.
178030 5546-MATCH-DONE-RUNS.
178032     MOVE "N" TO WS-DONE-SORT-EOF-SW.
178034     PERFORM 5549-RETURN-DONE-RUN THRU 5549-EXIT.
178036     PERFORM 5547-CHECK-ONE-RUN THRU 5547-EXIT
178038         UNTIL WS-DONE-SORT-EOF.
178040 5546-EXIT.
178042     EXIT.
178044
178046 5547-CHECK-ONE-RUN.
178048     MOVE RSR-RUN-NUMBER TO WS-DONE-RUN.
178050     MOVE "N" TO WS-DONE-RUN-COMPLETE-SW.
178052     MOVE "N" TO WS-DONE-RUN-BACKED-SW.
178054     PERFORM 5548-NOTE-DONE-RUN THRU 5548-EXIT
178056         UNTIL WS-DONE-SORT-EOF
178058             OR RSR-RUN-NUMBER NOT = WS-DONE-RUN.
178060     IF WS-DONE-RUN-COMPLETE AND NOT WS-DONE-RUN-BACKED-OUT
178062         SET WS-FILE-DUPLICATE TO TRUE
178064     END-IF.
178066 5547-EXIT.
178068     EXIT.
178070
178072 5548-NOTE-DONE-RUN.
178074     IF RSR-COMPLETE
178076         SET WS-DONE-RUN-COMPLETE TO TRUE
178078     ELSE
178080         SET WS-DONE-RUN-BACKED-OUT TO TRUE
178082     END-IF.
178084     PERFORM 5549-RETURN-DONE-RUN THRU 5549-EXIT.
178086 5548-EXIT.
178088     EXIT.
178090
178092 5549-RETURN-DONE-RUN.
178094     RETURN REGISTRY-SORT-FILE
178096         AT END
178098             MOVE "Y" TO WS-DONE-SORT-EOF-SW
178100     END-RETURN.
178102 5549-EXIT.
178104     EXIT.
178127
178150* ONE REGISTRY RECORD PER INPUT FILE: ITS COUNTS, ITS TRAILER
178160* FIGURES (THE FILE'S IDENTITY FOR THE DUPLICATE CHECK), AND
178170* ITS OUTCOME ("C" COMPLETED / "F" FAILED TO PROCESS), UNDER
178180* THIS RUN'S NUMBER.  THE RECORD IS ON THE JOURNAL AT ONCE, SO
178182* THE SAME FILE LISTED TWICE IN TONIGHT'S QUEUE IS SKIPPED LIKE
178184* ANY OTHER RERUN - NOT JUST A FILE FROM A PRIOR NIGHT.
178190 5550-REGISTER-FILE.
178200     MOVE SPACES TO RUN-REGISTRY-RECORD.
178210     SET REG-TYPE-FILE TO TRUE.
178270     COMPUTE REG-RESULT-COUNT =
178280         WS-BAT-RC00-COUNT + WS-BAT-RC01-COUNT
178290         + WS-BAT-RC02-COUNT + WS-BAT-RC03-COUNT
178300         + WS-BAT-RC04-COUNT + WS-BAT-RC05-COUNT
178305         + WS-BAT-RC06-COUNT.
178310     MOVE WS-BAT-DROP-COUNT TO REG-DROP-COUNT.
178320     MOVE WS-BAT-TRAILER-SW TO REG-TRL-SEEN.
178330     MOVE WS-BAT-TRL-COUNT TO REG-TRL-COUNT.
178340     MOVE WS-BAT-TRL-HASH TO REG-TRL-HASH.
178350     MOVE WS-REG-OUTCOME TO REG-STATUS.
178360     PERFORM 5590-APPEND-REGISTRY THRU 5590-EXIT.
178370 5550-EXIT.
178380     EXIT.
178390
183782     MOVE WS-BAT-RC05-COUNT TO WS-RCC-COUNT.
183783     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
183784     WRITE RUN-CONTROL-LINE.
183785     MOVE "RESULTS WRITTEN RC 06" TO WS-RCC-LABEL.
183786     MOVE WS-BAT-RC06-COUNT TO WS-RCC-COUNT.
183787     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
183788     WRITE RUN-CONTROL-LINE.
183789     MOVE "RECORDS ABSORBED INTO GROUPS" TO WS-RCC-LABEL.
183790     MOVE WS-BAT-GROUP-ABSORBED TO WS-RCC-COUNT.
183791     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
183792     WRITE RUN-CONTROL-LINE.
183793     MOVE "RECORDS ABSORBED AS PARAMETERS" TO WS-RCC-LABEL.
183794     MOVE WS-BAT-PARM-ABSORBED TO WS-RCC-COUNT.
183795     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
183796     WRITE RUN-CONTROL-LINE.
183800     MOVE "RECORDS DROPPED (BAD OPCODE)" TO WS-RCC-LABEL.
183900     MOVE WS-BAT-DROP-COUNT TO WS-RCC-COUNT.
184000     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
184100     WRITE RUN-CONTROL-LINE.
184120     MOVE "SCHEDULE LINES WRITTEN" TO WS-RCC-LABEL.
184140     MOVE WS-BAT-SCHED-LINES TO WS-RCC-COUNT.
184160     MOVE WS-RC-COUNT-LINE TO RUN-CONTROL-LINE.
184180     WRITE RUN-CONTROL-LINE.
184200     MOVE "OPERAND HASH TOTAL READ" TO WS-RCH-LABEL.
184300     MOVE WS-BAT-HASH-TOTAL TO WS-RCH-HASH.
184400     MOVE WS-RC-HASH-LINE TO RUN-CONTROL-LINE.
186900                     + WS-BAT-RC01-COUNT + WS-BAT-RC02-COUNT
186950                     + WS-BAT-RC03-COUNT + WS-BAT-RC04-COUNT
186960                     + WS-BAT-RC05-COUNT
186965                     + WS-BAT-RC06-COUNT
186970                     + WS-BAT-GROUP-ABSORBED
186985                     + WS-BAT-PARM-ABSORBED
187000                     + WS-BAT-DROP-COUNT
187100             MOVE "*** FILE IN BALANCE ***" TO WS-RC-FLAG-LINE
187200         WHEN OTHER
208300     EXIT.
208400
208500 8900-WRITE-RESULT.
208512* A FORMULA STEP'S ANSWER IS ONLY HELD FOR THE NEXT STEP; THE
208524* FORMULA WRITES ONE RESULTS RECORD OF ITS OWN WHEN IT ENDS.
208536     IF WS-FML-STEP-RUNNING
208548         MOVE C TO WS-FML-STEP-RESULT
208560         MOVE "N" TO WS-FML-STEP-WIDE-SW
208572         GO TO 8900-EXIT
208584     END-IF.
208600     MOVE TRANS-OPCODE     TO RESULTS-OPCODE.
208700     MOVE A                TO RESULTS-OPERAND-A.
208800     MOVE B                TO RESULTS-OPERAND-B.
209700     EXIT.
209800
209900 8910-WRITE-DIVIDE-BY-ZERO.
209920     IF WS-FML-STEP-RUNNING
209940         MOVE "01" TO WS-FML-STEP-RC
209960         GO TO 8910-EXIT
209980     END-IF.
210000     MOVE TRANS-OPCODE     TO RESULTS-OPCODE.
210100     MOVE A                TO RESULTS-OPERAND-A.
210200     MOVE B                TO RESULTS-OPERAND-B.
212221     EXIT.
212240
212259 8920-WRITE-DOMAIN-ERROR.
212262     IF WS-FML-STEP-RUNNING
212265         MOVE "02" TO WS-FML-STEP-RC
212268         GO TO 8920-EXIT
212271     END-IF.
212278     MOVE TRANS-OPCODE     TO RESULTS-OPCODE.
212297     MOVE A                TO RESULTS-OPERAND-A.
212316     MOVE B                TO RESULTS-OPERAND-B.
213000* RESULTS-VALUE IS ALREADY PIC S9(14)V9(7), SO IT CARRIES D'S FULL
213100* WIDTH WITH NO TRUNCATION.
213200 8930-WRITE-RESULT-WIDE.
213216     IF WS-FML-STEP-RUNNING
213232         MOVE D TO WS-FML-STEP-RESULT
213248         SET WS-FML-STEP-WIDE TO TRUE
213264         GO TO 8930-EXIT
213280     END-IF.
213300     MOVE TRANS-OPCODE     TO RESULTS-OPCODE.
213400     MOVE A                TO RESULTS-OPERAND-A.
213500     MOVE B                TO RESULTS-OPERAND-B.
214409     MOVE WS-GRP-FUNCTION  TO INPUT1.
214410     MOVE WS-GRP-FUNCTION  TO RESULTS-OPCODE.
214411     MOVE ZERO             TO RESULTS-OPERAND-A.
214412     MOVE WS-FIN-NPV-RATE  TO RESULTS-OPERAND-B.
214413     MOVE WS-GRP-RESULT    TO RESULTS-VALUE.
214414     SET RESULTS-OK        TO TRUE.
214415     MOVE WS-GRP-REFERENCE TO RESULTS-REFERENCE.
214437     MOVE WS-GRP-FUNCTION  TO LOG-OPTION.
214438     MOVE SPACES           TO LOG-EXIT-REASON.
214439     MOVE ZERO             TO LOG-OPERAND-A.
214440     MOVE WS-FIN-NPV-RATE  TO LOG-OPERAND-B.
214441     IF RESULTS-GROUP-ERROR
214442         MOVE ZERO TO LOG-RESULT
214443     ELSE
214458     MOVE WS-GRP-FUNCTION  TO INPUT1.
214459     MOVE WS-GRP-FUNCTION  TO RESULTS-OPCODE.
214460     MOVE ZERO             TO RESULTS-OPERAND-A.
214461     MOVE WS-FIN-NPV-RATE  TO RESULTS-OPERAND-B.
214462     MOVE ZERO             TO RESULTS-VALUE.
214463     SET RESULTS-GROUP-ERROR TO TRUE.
214464     MOVE WS-GRP-REFERENCE TO RESULTS-REFERENCE.
214482*-----------------------------------------------------------------
214483 8940-WRITE-LOG-RECORD.
214484     MOVE WS-RUN-NUMBER TO LOG-RUN-NUMBER.
214485     MOVE WS-LOG-FORMULA-NAME TO LOG-FORMULA-NAME.
214486     MOVE WS-LOG-FORMULA-VERSION TO LOG-FORMULA-VERSION.
214487     MOVE "N" TO WS-LOG-WRITE-SW.
214488     PERFORM 8941-TRY-LOG-WRITE THRU 8941-EXIT
214489         UNTIL WS-LOG-WRITE-DONE.
214490 8940-EXIT.
214491     EXIT.
214492
214493 8941-TRY-LOG-WRITE.
214494     ADD 1 TO WS-LOG-SEQUENCE.
214495     MOVE WS-LOG-SEQUENCE TO LOG-SEQUENCE.
214496     WRITE LOG-RECORD
214497         INVALID KEY
214498             CONTINUE
214499         NOT INVALID KEY
214500             MOVE "Y" TO WS-LOG-WRITE-SW
214501     END-WRITE.
214502     IF NOT WS-LOG-WRITE-DONE AND WS-LOG-FILE-STATUS NOT = "22"
214503         DISPLAY "UNABLE TO WRITE CALC-LOG-FILE, FILE STATUS = "
214504                 WS-LOG-FILE-STATUS
214505         MOVE "A" TO WS-LOG-WRITE-SW
214506     END-IF.
214507 8941-EXIT.
214508     EXIT.
214509
214600 8950-LOG-CALC.
214625     IF WS-FML-STEP-RUNNING
214650         GO TO 8950-EXIT
214675     END-IF.
214700     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
214800     SET LOG-TYPE-CALC     TO TRUE.
214900     MOVE INPUT1           TO LOG-OPTION.
216300* PIC S9(14)V9(7), SO IT CARRIES D'S FULL WIDTH WITH NO
216400* TRUNCATION.
216500 8955-LOG-CALC-WIDE.
216525     IF WS-FML-STEP-RUNNING
216550         GO TO 8955-EXIT
216575     END-IF.
216600     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
216700     SET LOG-TYPE-CALC     TO TRUE.
216800     MOVE INPUT1           TO LOG-OPTION.
220750* SuS_2.0_Final_SUMMARY.COB COUNTS RJCT INTO THE PER-OPTION
220800* TOTALS SO THOSE STAY ACCURATE TOO.
220900 8957-LOG-REJECTED.
220925     IF WS-FML-STEP-RUNNING
220950         GO TO 8957-EXIT
220975     END-IF.
221000     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
221100     SET LOG-TYPE-REJECT   TO TRUE.
221200     MOVE INPUT1           TO LOG-OPTION.
223400     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
223500 8960-EXIT.
223600     EXIT.
223700
223800* 8970-WRITE-FORMULA-RESULT - THE ONE RESULTS RECORD FOR A NAMED
223900* FORMULA THAT RAN CLEAN: OPCODE 30, THE FIRST TWO PARAMETERS AS
224000* THE OPERANDS, THE LAST STEP'S ANSWER (WIDE IF IT NEEDED TO
224100* BE), THE "F" RECORD'S REFERENCE, AND THE ANGLE MODE ANY TRIG
224200* STEP RAN IN.  THE ANSWER ALSO OPENS A CHAIN, SO A "C" RECORD
224300* AFTER THE FORMULA CARRIES ITS ANSWER FORWARD.
224400 8970-WRITE-FORMULA-RESULT.
224500     MOVE 30               TO RESULTS-OPCODE.
224600     MOVE WS-FML-PARM(1)   TO RESULTS-OPERAND-A.
224700     MOVE WS-FML-PARM(2)   TO RESULTS-OPERAND-B.
224800     MOVE WS-FML-STEP-RESULT TO RESULTS-VALUE.
224900     SET RESULTS-OK        TO TRUE.
225000     MOVE WS-FML-REFERENCE TO RESULTS-REFERENCE.
225100     MOVE WS-FML-ANGLE-USED TO RESULTS-ANGLE-MODE.
225200     MOVE ZERO TO RESULTS-GROUP-COUNT.
225300     MOVE WS-RUN-NUMBER TO RESULTS-RUN-NUMBER.
225400     WRITE RESULTS-RECORD.
225500     ADD 1 TO WS-BAT-RC00-COUNT.
225600     SET WS-CHAIN-OPEN TO TRUE.
225700     MOVE "N" TO WS-CHAIN-FAILED-SW.
225800     MOVE WS-FML-REFERENCE TO WS-CHAIN-REFERENCE.
225900     MOVE WS-FML-STEP-RESULT TO WS-CHAIN-PRIOR-RESULT.
226000     MOVE WS-FML-STEP-WIDE-SW TO WS-CHAIN-PRIOR-WIDE-SW.
226100     PERFORM 8976-LOG-FORMULA THRU 8976-EXIT.
226200 8970-EXIT.
226300     EXIT.
226400
226500* 8975-WRITE-FORMULA-ERROR - A NAMED FORMULA THAT DID NOT RUN TO
226600* AN ANSWER: UNKNOWN OR RETIRED, CUT SHORT OF ITS PARAMETERS, OR
226700* STOPPED BY A FAILED STEP.  ONE RESULTS RECORD CARRYING THE
226800* CODE IN WS-FML-RC - A STEP'S DIVIDE-BY-ZERO, DOMAIN OR
226900* CONSTANT FAILURE KEEPS ITS OWN CODE, ANYTHING ELSE IS 06 - AND
227000* THE FORMULA'S REMAINING "P" RECORDS ARE ABSORBED UNRUN.  A "C"
227100* RECORD AFTER IT IS CHAIN-BROKEN.
227200 8975-WRITE-FORMULA-ERROR.
227300     MOVE 30               TO RESULTS-OPCODE.
227400     MOVE WS-FML-PARM(1)   TO RESULTS-OPERAND-A.
227500     MOVE WS-FML-PARM(2)   TO RESULTS-OPERAND-B.
227600     MOVE ZERO             TO RESULTS-VALUE.
227700     MOVE WS-FML-RC        TO RESULTS-RETURN-CODE.
227800     MOVE WS-FML-REFERENCE TO RESULTS-REFERENCE.
227900     MOVE WS-FML-ANGLE-USED TO RESULTS-ANGLE-MODE.
228000     MOVE ZERO TO RESULTS-GROUP-COUNT.
228100     MOVE WS-RUN-NUMBER TO RESULTS-RUN-NUMBER.
228200     WRITE RESULTS-RECORD.
228300     EVALUATE WS-FML-RC
228400         WHEN "01"
228500             ADD 1 TO WS-BAT-RC01-COUNT
228600         WHEN "02"
228700             ADD 1 TO WS-BAT-RC02-COUNT
228800         WHEN "04"
228900             ADD 1 TO WS-BAT-RC04-COUNT
229000         WHEN OTHER
229100             ADD 1 TO WS-BAT-RC06-COUNT
229200     END-EVALUATE.
229300     MOVE "N" TO WS-FML-PENDING-SW.
229400     SET WS-FML-SKIP-PARMS TO TRUE.
229500     SET WS-CHAIN-OPEN TO TRUE.
229600     SET WS-CHAIN-FAILED TO TRUE.
229700     MOVE WS-FML-REFERENCE TO WS-CHAIN-REFERENCE.
229800     PERFORM 8976-LOG-FORMULA THRU 8976-EXIT.
229900 8975-EXIT.
230000     EXIT.
230100
230200* AUDIT RECORD FOR A NAMED FORMULA: CALC WHEN IT RAN CLEAN, RJCT
230300* WHEN IT DID NOT, UNDER OPTION 30 WITH THE FIRST TWO PARAMETERS,
230400* THE ANSWER, AND THE NAME AND VERSION RUN.  THE STEPS
230500* THEMSELVES ARE NOT RELOGGED ONE BY ONE.
230600 8976-LOG-FORMULA.
230700     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
230800     IF WS-FML-RC = "00"
230900         SET LOG-TYPE-CALC TO TRUE
231000         MOVE WS-FML-STEP-RESULT TO LOG-RESULT
231100     ELSE
231200         SET LOG-TYPE-REJECT TO TRUE
231300         MOVE ZERO TO LOG-RESULT
231400     END-IF.
231500     MOVE 30               TO LOG-OPTION.
231600     MOVE SPACES           TO LOG-EXIT-REASON.
231700     MOVE WS-FML-PARM(1)   TO LOG-OPERAND-A.
231800     MOVE WS-FML-PARM(2)   TO LOG-OPERAND-B.
231900     MOVE WS-FML-REFERENCE TO LOG-REFERENCE.
232000     MOVE WS-FML-ANGLE-USED TO LOG-ANGLE-MODE.
232100     MOVE WS-FML-NAME      TO WS-LOG-FORMULA-NAME.
232200     MOVE WS-FML-VERSION   TO WS-LOG-FORMULA-VERSION.
232300     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
232400     MOVE SPACES           TO WS-LOG-FORMULA-NAME.
232500     MOVE ZERO             TO WS-LOG-FORMULA-VERSION.
232600 8976-EXIT.
232700     EXIT.
232800*-----------------------------------------------------------------
232900* 5180 SERIES - NAMED FORMULAS ("F" AND "P" RECORDS) ON THE
233000* BATCH PATH.
233100*-----------------------------------------------------------------
233200* 5180-FORMULA-RECORD - ROUTE ONE "F" OR "P" NAMED-FORMULA
233300* RECORD.  AN "F" LOOKS ITS FORMULA UP AND HOLDS ITS FIRST TWO
233400* PARAMETERS; A "P" HOLDS THE NEXT TWO.  THE FORMULA RUNS AS
233500* SOON AS ITS LAST PARAMETER IS HELD.  A "P" WITH NO FORMULA
233600* WAITING IS A STRAY AND IS DROPPED LIKE A BAD OPCODE; ONE
233700* FOLLOWING A FORMULA THAT HAS ALREADY REJECTED IS ABSORBED
233800* QUIETLY, SINCE ITS FORMULA'S REJECTION IS ALREADY WRITTEN.
233900*-----------------------------------------------------------------
234000 5180-FORMULA-RECORD.
234100     IF TRANS-TYPE-FORMULA
234200         PERFORM 5182-OPEN-FORMULA THRU 5182-EXIT
234300     ELSE
234400         PERFORM 5186-TAKE-PARAMETERS THRU 5186-EXIT
234500     END-IF.
234600     IF WS-FML-PENDING
234700             AND WS-FML-PARMS-HELD NOT < FML-PARM-COUNT
234800         PERFORM 5190-RUN-FORMULA THRU 5190-EXIT
234900     END-IF.
235000 5180-EXIT.
235100     EXIT.
235200
235300* THE REFERENCE, THE ANGLE MODE, AND (FOR A REJECTION WRITTEN
235400* BEFORE ANY PARAMETER IS RESOLVED) THE LITERAL FIRST TWO
235500* OPERANDS ARE TAKEN FIRST; THEN THE DEFINITION IS LOOKED UP
235600* AND THE TOKEN OPERANDS RESOLVED.
235700 5182-OPEN-FORMULA.
235800     MOVE TRANS-REFERENCE TO WS-FML-REFERENCE.
235900     MOVE TRANS-ANGLE-MODE TO WS-FML-ANGLE-MODE.
236000     MOVE SPACE TO WS-FML-ANGLE-USED.
236100     MOVE TRANS-FORMULA-NAME TO WS-FML-NAME.
236200     MOVE ZERO TO WS-FML-VERSION.
236300     MOVE 0 TO WS-FML-PARMS-HELD.
236400     PERFORM 5188-CLEAR-PARM THRU 5188-EXIT
236500         VARYING WS-FML-PARM-INDEX FROM 1 BY 1
236600         UNTIL WS-FML-PARM-INDEX > 10.
236700     IF TRANS-OPERAND-A NUMERIC
236800         MOVE TRANS-OPERAND-A TO WS-FML-PARM(1)
236900     END-IF.
237000     IF TRANS-OPERAND-B NUMERIC
237100         MOVE TRANS-OPERAND-B TO WS-FML-PARM(2)
237200     END-IF.
237300     IF TRANS-FORMULA-VERSION NOT NUMERIC
237400         DISPLAY "ELMO: BAD FORMULA VERSION ON TRANS-FILE: "
237500                 WS-FML-NAME
237600         MOVE "06" TO WS-FML-RC
237700         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
237800         GO TO 5182-EXIT
237900     END-IF.
238000     MOVE TRANS-FORMULA-VERSION TO WS-FML-VERSION.
238100     PERFORM 5183-FIND-FORMULA THRU 5183-EXIT.
238200     IF NOT WS-FML-FOUND
238300         DISPLAY "ELMO: UNKNOWN OR RETIRED FORMULA: "
238400                 WS-FML-NAME " VERSION " WS-FML-VERSION
238500         MOVE "06" TO WS-FML-RC
238600         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
238700         GO TO 5182-EXIT
238800     END-IF.
238900     MOVE FML-VERSION TO WS-FML-VERSION.
239000     PERFORM 5140-RESOLVE-CONSTANTS THRU 5140-EXIT.
239100     IF WS-CONST-ERROR
239200         MOVE "04" TO WS-FML-RC
239300         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
239400         GO TO 5182-EXIT
239500     END-IF.
239600     SET WS-FML-PENDING TO TRUE.
239700     PERFORM 5187-HOLD-PARAMETERS THRU 5187-EXIT.
239800 5182-EXIT.
239900     EXIT.
240000
240100* AN EXPLICIT VERSION MUST EXIST AND BE ACTIVE.  VERSION ZERO
240200* TAKES THE HIGHEST ACTIVE VERSION OF THE NAME: POSITION AT
240300* THE NAME'S FIRST KEY, READ FORWARD WHILE THE NAME HOLDS, THEN
240400* READ THE WINNER BACK SO ITS STEPS ARE IN THE RECORD AREA.  NO
240500* LIBRARY FILE MEANS NO FORMULA IS EVER FOUND.
240600 5183-FIND-FORMULA.
240700     MOVE "N" TO WS-FML-FOUND-SW.
240800     IF NOT WS-FML-FILE-OPEN
240900         GO TO 5183-EXIT
241000     END-IF.
241100     MOVE WS-FML-NAME TO FML-NAME.
241200     IF WS-FML-VERSION NOT = ZERO
241300         MOVE WS-FML-VERSION TO FML-VERSION
241400         PERFORM 5185-READ-FORMULA THRU 5185-EXIT
241500         GO TO 5183-EXIT
241600     END-IF.
241700     MOVE ZERO TO FML-VERSION.
241800     MOVE ZERO TO WS-FML-BEST-VERSION.
241900     START FORMULA-FILE KEY IS NOT LESS THAN FML-KEY
242000         INVALID KEY
242100             GO TO 5183-EXIT
242200     END-START.
242300     MOVE "N" TO WS-FML-SCAN-DONE-SW.
242400     PERFORM 5184-SCAN-VERSIONS THRU 5184-EXIT
242500         UNTIL WS-FML-SCAN-DONE.
242600     IF WS-FML-BEST-VERSION NOT = ZERO
242700         MOVE WS-FML-NAME TO FML-NAME
242800         MOVE WS-FML-BEST-VERSION TO FML-VERSION
242900         PERFORM 5185-READ-FORMULA THRU 5185-EXIT
243000     END-IF.
243100 5183-EXIT.
243200     EXIT.
243300
243400 5184-SCAN-VERSIONS.
243500     READ FORMULA-FILE NEXT RECORD
243600         AT END
243700             SET WS-FML-SCAN-DONE TO TRUE
243800         NOT AT END
243900             IF FML-NAME NOT = WS-FML-NAME
244000                 SET WS-FML-SCAN-DONE TO TRUE
244100             ELSE
244200                 IF FML-ACTIVE
244300                     MOVE FML-VERSION TO WS-FML-BEST-VERSION
244400                 END-IF
244500             END-IF
244600     END-READ.
244700 5184-EXIT.
244800     EXIT.
244900
245000* A DEFINITION WITH NO PARAMETERS OR NO STEPS, OR MORE OF
245100* EITHER THAN THE RECORD HOLDS, IS NEVER RUN.
245200 5185-READ-FORMULA.
245300     READ FORMULA-FILE
245400         INVALID KEY
245500             GO TO 5185-EXIT
245600     END-READ.
245700     IF FML-ACTIVE
245800             AND FML-PARM-COUNT > 0 AND FML-PARM-COUNT NOT > 10
245900             AND FML-STEP-COUNT > 0 AND FML-STEP-COUNT NOT > 10
246000         SET WS-FML-FOUND TO TRUE
246100     END-IF.
246200 5185-EXIT.
246300     EXIT.
246400
246500* A "P" FROM A DIFFERENT DESK THAN THE ONE THAT SENT THE "F"
246600* REJECTS THE FORMULA RATHER THAN FEEDING IT ANOTHER DESK'S
246700* FIGURES, THE SAME RULE A "C" CONTINUATION FOLLOWS.
246800 5186-TAKE-PARAMETERS.
246900     IF WS-FML-SKIP-PARMS
247000         ADD 1 TO WS-BAT-PARM-ABSORBED
247100         GO TO 5186-EXIT
247200     END-IF.
247300     IF NOT WS-FML-PENDING
247400         ADD 1 TO WS-BAT-DROP-COUNT
247500         DISPLAY "PARAMETER RECORD OUTSIDE ANY FORMULA - DROPPED"
247600         GO TO 5186-EXIT
247700     END-IF.
247800     ADD 1 TO WS-BAT-PARM-ABSORBED.
247900     IF TRANS-REFERENCE NOT = WS-FML-REFERENCE
248000         DISPLAY "ELMO: PARAMETER FROM ANOTHER DESK - FORMULA "
248100                 WS-FML-NAME " REJECTED"
248200         MOVE "06" TO WS-FML-RC
248300         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
248400         GO TO 5186-EXIT
248500     END-IF.
248600     PERFORM 5140-RESOLVE-CONSTANTS THRU 5140-EXIT.
248700     IF WS-CONST-ERROR
248800         MOVE "04" TO WS-FML-RC
248900         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
249000         GO TO 5186-EXIT
249100     END-IF.
249200     PERFORM 5187-HOLD-PARAMETERS THRU 5187-EXIT.
249300 5186-EXIT.
249400     EXIT.
249500
249600* OPERAND A, THEN OPERAND B, UP TO THE FORMULA'S PARAMETER
249700* COUNT; AN OPERAND PAST THE COUNT IS IGNORED.
249800 5187-HOLD-PARAMETERS.
249900     IF WS-FML-PARMS-HELD < FML-PARM-COUNT
250000         ADD 1 TO WS-FML-PARMS-HELD
250100         MOVE TRANS-OPERAND-A TO WS-FML-PARM(WS-FML-PARMS-HELD)
250200     END-IF.
250300     IF WS-FML-PARMS-HELD < FML-PARM-COUNT
250400         ADD 1 TO WS-FML-PARMS-HELD
250500         MOVE TRANS-OPERAND-B TO WS-FML-PARM(WS-FML-PARMS-HELD)
250600     END-IF.
250700 5187-EXIT.
250800     EXIT.
250900
251000 5188-CLEAR-PARM.
251100     MOVE ZERO TO WS-FML-PARM(WS-FML-PARM-INDEX).
251200 5188-EXIT.
251300     EXIT.
251400
251500*-----------------------------------------------------------------
251600* 5190-RUN-FORMULA - RUN THE STEPS OF THE FORMULA HELD IN THE
251700* FORMULA RECORD AREA IN ORDER, STOPPING AT THE FIRST STEP THAT
251800* FAILS.  THE LAST STEP'S ANSWER IS THE FORMULA'S ANSWER.
251900*-----------------------------------------------------------------
252000 5190-RUN-FORMULA.
252100     MOVE "N" TO WS-FML-PENDING-SW.
252200     MOVE "00" TO WS-FML-RC.
252300     MOVE ZERO TO WS-FML-STEP-RESULT.
252400     MOVE "N" TO WS-FML-STEP-WIDE-SW.
252500     SET WS-FML-STEP-RUNNING TO TRUE.
252600     PERFORM 5192-RUN-STEP THRU 5192-EXIT
252700         VARYING WS-FML-STEP-INDEX FROM 1 BY 1
252800         UNTIL WS-FML-STEP-INDEX > FML-STEP-COUNT
252900             OR WS-FML-RC NOT = "00".
253000     MOVE "N" TO WS-FML-STEP-RUNNING-SW.
253100     IF WS-FML-RC = "00"
253200         PERFORM 8970-WRITE-FORMULA-RESULT THRU 8970-EXIT
253300     ELSE
253400         PERFORM 8975-WRITE-FORMULA-ERROR THRU 8975-EXIT
253500     END-IF.
253600 5190-EXIT.
253700     EXIT.
253800
253900* ONE STEP: CHECK ITS OPCODE, LOAD ITS TWO OPERANDS INTO THE
254000* TRANSACTION RECORD FROM THEIR SOURCES, AND DISPATCH IT LIKE
254100* ANY DETAIL UNDER THE FORMULA'S ANGLE MODE.  THE 8900-SERIES
254200* WRITERS HAND BACK THE STEP'S ANSWER OR RETURN CODE.
254300 5192-RUN-STEP.
254400     IF FML-STEP-OPCODE(WS-FML-STEP-INDEX) NOT NUMERIC
254500         MOVE "06" TO WS-FML-RC
254600         GO TO 5192-EXIT
254700     END-IF.
254800     MOVE FML-STEP-OPCODE(WS-FML-STEP-INDEX) TO INPUT1.
254900     IF INPUT1 < 1 OR INPUT1 > 19 OR INPUT1 = 15
255000         MOVE "06" TO WS-FML-RC
255100         GO TO 5192-EXIT
255200     END-IF.
255300     MOVE FML-STEP-A-SOURCE(WS-FML-STEP-INDEX) TO WS-FML-SOURCE.
255400     MOVE FML-STEP-A-ITEM(WS-FML-STEP-INDEX) TO WS-FML-ITEM.
255500     PERFORM 5194-RESOLVE-SOURCE THRU 5194-EXIT.
255600     IF WS-FML-RC NOT = "00"
255700         GO TO 5192-EXIT
255800     END-IF.
255900     MOVE WS-FML-OPERAND TO TRANS-OPERAND-A.
256000     MOVE FML-STEP-B-SOURCE(WS-FML-STEP-INDEX) TO WS-FML-SOURCE.
256100     MOVE FML-STEP-B-ITEM(WS-FML-STEP-INDEX) TO WS-FML-ITEM.
256200     PERFORM 5194-RESOLVE-SOURCE THRU 5194-EXIT.
256300     IF WS-FML-RC NOT = "00"
256400         GO TO 5192-EXIT
256500     END-IF.
256600     MOVE WS-FML-OPERAND TO TRANS-OPERAND-B.
256700     MOVE WS-FML-ANGLE-MODE TO TRANS-ANGLE-MODE.
256800     MOVE "00" TO WS-FML-STEP-RC.
256900     PERFORM 5200-DISPATCH THRU 5200-EXIT.
257000     IF WS-FML-STEP-RC NOT = "00"
257100         MOVE WS-FML-STEP-RC TO WS-FML-RC
257200         GO TO 5192-EXIT
257300     END-IF.
257400     IF INPUT1 >= 9 AND INPUT1 <= 14
257500         MOVE WS-EFF-ANGLE-MODE TO WS-FML-ANGLE-USED
257600     END-IF.
257700 5192-EXIT.
257800     EXIT.
257900
258000* ONE STEP OPERAND FROM ITS SOURCE: A HELD PARAMETER, A SHOP
258100* CONSTANT (AN UNKNOWN OR EXPIRED ONE FAILS THE FORMULA WITH
258200* RETURN CODE 04), THE PREVIOUS STEP'S ANSWER (NOT ON STEP 1,
258300* AND NOT WHEN IT WAS TOO WIDE TO FEED FORWARD), OR ZERO FOR AN
258400* OPERAND THE OPCODE DOES NOT USE.
258500 5194-RESOLVE-SOURCE.
258600     MOVE ZERO TO WS-FML-OPERAND.
258700     EVALUATE WS-FML-SOURCE
258800         WHEN "P"
258900             IF WS-FML-ITEM-PARM-NO NOT NUMERIC
259000                 MOVE "06" TO WS-FML-RC
259100             ELSE
259200                 IF WS-FML-ITEM-PARM-NO = ZERO
259300                         OR WS-FML-ITEM-PARM-NO > FML-PARM-COUNT
259400                     MOVE "06" TO WS-FML-RC
259500                 ELSE
259600                     MOVE WS-FML-PARM(WS-FML-ITEM-PARM-NO)
259700                         TO WS-FML-OPERAND
259800                 END-IF
259900             END-IF
260000         WHEN "K"
260100             MOVE WS-FML-ITEM TO WS-CONST-WANTED
260200             PERFORM 5150-LOOK-UP-CONSTANT THRU 5150-EXIT
260300             IF WS-CONST-FOUND
260400                 MOVE WS-CONST-FOUND-VALUE TO WS-FML-OPERAND
260500             ELSE
260600                 MOVE "04" TO WS-FML-RC
260700             END-IF
260800         WHEN "R"
260900             IF WS-FML-STEP-INDEX = 1 OR WS-FML-STEP-WIDE
261000                 MOVE "06" TO WS-FML-RC
261100             ELSE
261200                 MOVE WS-FML-STEP-RESULT TO WS-FML-OPERAND
261300             END-IF
261400         WHEN SPACE
261500             CONTINUE
261600         WHEN OTHER
261700             MOVE "06" TO WS-FML-RC
261800     END-EVALUATE.
261900 5194-EXIT.
262000     EXIT.
262100
262200*-----------------------------------------------------------------
262300* 3250 SERIES - FINANCIAL OPTIONS: 26 LOAN PAYMENT, 27 FUTURE
262400* VALUE, 28 PRESENT VALUE (OR, AT THE TERMINAL, THE NET PRESENT
262500* VALUE OF A SERIES OF CASH FLOWS), 29 AMORTIZATION SCHEDULE.
262600* THE AMOUNT IS OPERAND A AND THE RATE PER PERIOD, IN PERCENT,
262700* OPERAND B, LIKE 3160-PERCENT.  IN BATCH THE NUMBER OF PERIODS
262800* COMES FROM THE "P" RECORD AFTER THE REQUEST (SEE
262900* 5610-TAKE-PERIODS); AT THE TERMINAL IT IS PROMPTED FOR.  THE
263000* ANSWER IS CARRIED IN D AND WRITTEN BY 8980-WRITE-FIN-RESULT
263100* WITH THE NUMBER OF PERIODS, SO IT GOES OUT IN FULL WHETHER OR
263200* NOT IT FITS IN C.
263300*-----------------------------------------------------------------
263400 3250-FINANCIAL.
263500     EVALUATE INPUT1
263600         WHEN 26  PERFORM 3260-LOAN-PAYMENT THRU 3260-EXIT
263700         WHEN 27  PERFORM 3270-FUTURE-VALUE THRU 3270-EXIT
263800         WHEN 28  PERFORM 3280-PRESENT-VALUE THRU 3280-EXIT
263900         WHEN 29  PERFORM 3290-AMORTIZE     THRU 3290-EXIT
264000     END-EVALUATE.
264100 3250-EXIT.
264200     EXIT.
264300
264400 3252-ACCEPT-AMOUNT.
264500     IF WS-MEMORY-RECALL
264600         MOVE C TO A
264700         MOVE "N" TO WS-MEMORY-RECALL-SWITCH
264800         GO TO 3252-EXIT
264900     END-IF.
265000     EVALUATE INPUT1
265100         WHEN 27
265200             IF WS-LANG-ITALIAN
265300                 DISPLAY "IMPORTO INVESTITO OGGI (A)"
265400             ELSE
265500                 DISPLAY "AMOUNT INVESTED NOW (A)"
265600             END-IF
265700         WHEN 28
265800             IF WS-LANG-ITALIAN
265900                 DISPLAY "IMPORTO DOVUTO IN FUTURO (A)"
266000             ELSE
266100                 DISPLAY "AMOUNT DUE IN THE FUTURE (A)"
266200             END-IF
266300         WHEN OTHER
266400             IF WS-LANG-ITALIAN
266500                 DISPLAY "IMPORTO DEL PRESTITO (A)"
266600             ELSE
266700                 DISPLAY "AMOUNT BORROWED (A)"
266800             END-IF
266900     END-EVALUATE.
267000     PERFORM 8700-ACCEPT-OPERAND THRU 8700-EXIT.
267100     MOVE WS-OPERAND-VALUE TO A.
267200 3252-EXIT.
267300     EXIT.
267400
267500 3254-ACCEPT-RATE.
267600     IF WS-LANG-ITALIAN
267700         DISPLAY "TASSO PER PERIODO IN % (B)"
267800     ELSE
267900         DISPLAY "RATE PER PERIOD IN % (B)"
268000     END-IF.
268100     PERFORM 8700-ACCEPT-OPERAND THRU 8700-EXIT.
268200     MOVE WS-OPERAND-VALUE TO B.
268300 3254-EXIT.
268400     EXIT.
268500
268600 3256-ACCEPT-PERIODS.
268700     IF WS-LANG-ITALIAN
268800         DISPLAY "NUMERO DI PERIODI (1 - " WS-FIN-MAX-PERIODS ")"
268900     ELSE
269000         DISPLAY "NUMBER OF PERIODS (1 - " WS-FIN-MAX-PERIODS ")"
269100     END-IF.
269200     PERFORM 8700-ACCEPT-OPERAND THRU 8700-EXIT.
269300     MOVE WS-OPERAND-VALUE TO WS-FIN-TERM-IN.
269400 3256-EXIT.
269500     EXIT.
269600
269700* THE REJECTION FOR TERMS THAT CANNOT BE COMPUTED: RETURN CODE
269800* 02 IN BATCH, AND AN RJCT RECORD ON THE AUDIT LOG EITHER WAY.
269900 3257-REJECT-TERMS.
270000     IF RUN-MODE-BATCH
270100         PERFORM 8981-WRITE-FIN-ERROR THRU 8981-EXIT
270200     END-IF.
270300     PERFORM 8983-LOG-FINANCIAL THRU 8983-EXIT.
270400 3257-EXIT.
270500     EXIT.
270600
270700* THE PERIODS MUST BE A WHOLE NUMBER FROM 1 TO
270800* WS-FIN-MAX-PERIODS, THE RATE MUST NOT BE NEGATIVE, AND A LOAN
270900* MUST BE FOR MORE THAN ZERO.  ALSO WORKS OUT THE RATE AS A
271000* FRACTION AND THE GROWTH FACTOR (1 + RATE) ** PERIODS; A
271100* FACTOR TOO LARGE TO CARRY IS OUT OF DOMAIN LIKE THE REST.
271200 3258-CHECK-TERMS.
271300     MOVE "N" TO WS-FIN-BAD-SW.
271400     MOVE 0 TO WS-FIN-PERIODS.
271500     MOVE WS-FIN-TERM-IN TO WS-FIN-TERM-WHOLE.
271600     IF WS-FIN-TERM-WHOLE NOT = WS-FIN-TERM-IN
271700             OR WS-FIN-TERM-WHOLE < 1
271800             OR WS-FIN-TERM-WHOLE > WS-FIN-MAX-PERIODS
271900         SET WS-FIN-BAD TO TRUE
272000         IF NOT RUN-MODE-BATCH
272100             IF WS-LANG-ITALIAN
272200                 DISPLAY "I PERIODI DEVONO ESSERE UN NUMERO "
272300                         "INTERO DA 1 A " WS-FIN-MAX-PERIODS
272400             ELSE
272500                 DISPLAY "PERIODS MUST BE A WHOLE NUMBER FROM "
272600                         "1 TO " WS-FIN-MAX-PERIODS
272700             END-IF
272800         END-IF
272900         GO TO 3258-EXIT
273000     END-IF.
273100     MOVE WS-FIN-TERM-WHOLE TO WS-FIN-PERIODS.
273200     IF B < ZERO
273300         SET WS-FIN-BAD TO TRUE
273400         IF NOT RUN-MODE-BATCH
273500             IF WS-LANG-ITALIAN
273600                 DISPLAY "IL TASSO NON PUO' ESSERE NEGATIVO"
273700             ELSE
273800                 DISPLAY "THE RATE CANNOT BE NEGATIVE"
273900             END-IF
274000         END-IF
274100         GO TO 3258-EXIT
274200     END-IF.
274300     IF (INPUT1 = 26 OR INPUT1 = 29) AND A NOT > ZERO
274400         SET WS-FIN-BAD TO TRUE
274500         IF NOT RUN-MODE-BATCH
274600             IF WS-LANG-ITALIAN
274700                 DISPLAY "L'IMPORTO DEVE ESSERE MAGGIORE DI ZERO"
274800             ELSE
274900                 DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
275000             END-IF
275100         END-IF
275200         GO TO 3258-EXIT
275300     END-IF.
275400     COMPUTE WS-FIN-RATE = B / 100.
275500     COMPUTE WS-FIN-FACTOR ROUNDED =
275600             (1 + WS-FIN-RATE) ** WS-FIN-PERIODS
275700         ON SIZE ERROR
275800             SET WS-FIN-BAD TO TRUE
275900             IF NOT RUN-MODE-BATCH
276000                 IF WS-LANG-ITALIAN
276100                     DISPLAY "TASSO E PERIODI TROPPO GRANDI"
276200                 ELSE
276300                     DISPLAY "RATE AND PERIODS TOO LARGE"
276400                 END-IF
276500             END-IF
276600     END-COMPUTE.
276700 3258-EXIT.
276800     EXIT.
276900
277000* SHOW (TERMINAL) OR WRITE (BATCH) THE ANSWER IN D AND LOG IT.
277100* D WIDER THAN C SETS WIDE MODE, AS FOR AN ADD THAT OVERFLOWS,
277200* SO A CHAIN OR A MEMORY RECALL DOES NOT PICK UP A TRUNCATED C.
277300 3262-DELIVER-ANSWER.
277400     MOVE D TO C.
277500     IF D > 9999999.9999999 OR D < -9999999.9999999
277600         SET WS-WIDE-MODE TO TRUE
277700     ELSE
277800         MOVE "N" TO WS-WIDE-MODE-SWITCH
277900     END-IF.
278000     IF RUN-MODE-BATCH
278100         PERFORM 8980-WRITE-FIN-RESULT THRU 8980-EXIT
278200         GO TO 3262-LOG
278300     END-IF.
278400     IF INPUT1 NOT = 29
278500         PERFORM 8800-SHOW-COMPUTING THRU 8800-EXIT
278600     END-IF.
278700     EVALUATE INPUT1
278800         WHEN 26
278900             IF WS-LANG-ITALIAN
279000                 DISPLAY "RATA PER PERIODO..."
279100             ELSE
279200                 DISPLAY "PAYMENT PER PERIOD..."
279300             END-IF
279400         WHEN 27
279500             IF WS-LANG-ITALIAN
279600                 DISPLAY "VALORE FUTURO..."
279700             ELSE
279800                 DISPLAY "FUTURE VALUE..."
279900             END-IF
280000         WHEN 28
280100             IF WS-LANG-ITALIAN
280200                 DISPLAY "VALORE ATTUALE..."
280300             ELSE
280400                 DISPLAY "PRESENT VALUE..."
280500             END-IF
280600         WHEN 29
280700             IF WS-LANG-ITALIAN
280800                 DISPLAY "TOTALE DELLE RATE..."
280900             ELSE
281000                 DISPLAY "TOTAL OF PAYMENTS..."
281100             END-IF
281200     END-EVALUATE.
281300     IF WS-WIDE-MODE
281400         IF WS-LANG-ITALIAN
281500             DISPLAY "(" D ") (MODALITA' ESTESA)"
281600         ELSE
281700             DISPLAY "(" D ") (WIDE MODE)"
281800         END-IF
281900     ELSE
282000         PERFORM 8850-ROUND-FOR-DISPLAY THRU 8850-EXIT
282100         DISPLAY "(" WS-DISPLAY-EDIT(1:WS-DISPLAY-LENGTH) ")"
282200     END-IF.
282300 3262-LOG.
282400     PERFORM 8983-LOG-FINANCIAL THRU 8983-EXIT.
282500 3262-EXIT.
282600     EXIT.
282700
282800* 26 - THE LEVEL PAYMENT PER PERIOD THAT REPAYS A IN FULL OVER
282900* THE PERIODS: A * R * (1 + R) ** N / ((1 + R) ** N - 1), OR
283000* SIMPLY A / N AT A ZERO RATE.
283100 3260-LOAN-PAYMENT.
283200     IF RUN-MODE-BATCH
283300         MOVE TRANS-OPERAND-A TO A
283400         MOVE TRANS-OPERAND-B TO B
283500     ELSE
283600         PERFORM 3252-ACCEPT-AMOUNT THRU 3252-EXIT
283700         PERFORM 3254-ACCEPT-RATE THRU 3254-EXIT
283800         PERFORM 3256-ACCEPT-PERIODS THRU 3256-EXIT
283900     END-IF.
284000     PERFORM 3258-CHECK-TERMS THRU 3258-EXIT.
284100     IF NOT WS-FIN-BAD
284200         IF WS-FIN-RATE = ZERO
284300             COMPUTE D = A / WS-FIN-PERIODS
284400         ELSE
284500             COMPUTE D ROUNDED = A * WS-FIN-RATE * WS-FIN-FACTOR
284600                     / (WS-FIN-FACTOR - 1)
284700                 ON SIZE ERROR
284800                     SET WS-FIN-BAD TO TRUE
284900             END-COMPUTE
285000         END-IF
285100     END-IF.
285200     IF WS-FIN-BAD
285300         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
285400         GO TO 3260-EXIT
285500     END-IF.
285600     PERFORM 3262-DELIVER-ANSWER THRU 3262-EXIT.
285700 3260-EXIT.
285800     EXIT.
285900
286000* 27 - WHAT A GROWS TO AT COMPOUND INTEREST: A * (1 + R) ** N.
286100 3270-FUTURE-VALUE.
286200     IF RUN-MODE-BATCH
286300         MOVE TRANS-OPERAND-A TO A
286400         MOVE TRANS-OPERAND-B TO B
286500     ELSE
286600         PERFORM 3252-ACCEPT-AMOUNT THRU 3252-EXIT
286700         PERFORM 3254-ACCEPT-RATE THRU 3254-EXIT
286800         PERFORM 3256-ACCEPT-PERIODS THRU 3256-EXIT
286900     END-IF.
287000     PERFORM 3258-CHECK-TERMS THRU 3258-EXIT.
287100     IF NOT WS-FIN-BAD
287200         COMPUTE D ROUNDED = A * WS-FIN-FACTOR
287300             ON SIZE ERROR
287400                 SET WS-FIN-BAD TO TRUE
287500         END-COMPUTE
287600     END-IF.
287700     IF WS-FIN-BAD
287800         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
287900         GO TO 3270-EXIT
288000     END-IF.
288100     PERFORM 3262-DELIVER-ANSWER THRU 3262-EXIT.
288200 3270-EXIT.
288300     EXIT.
288400
288500* 28 - WHAT AN AMOUNT DUE AFTER THE PERIODS IS WORTH TODAY:
288600* A / (1 + R) ** N.  AT THE TERMINAL THE OPERATOR MAY INSTEAD
288700* ASK FOR THE NET PRESENT VALUE OF A SERIES OF CASH FLOWS (IN
288800* BATCH THAT IS AN OPTION-28 RECORD GROUP, SEE 5620-OPEN-NPV).
288900 3280-PRESENT-VALUE.
289000     MOVE 0 TO WS-FIN-CHOICE.
289100     IF RUN-MODE-BATCH
289200         MOVE TRANS-OPERAND-A TO A
289300         MOVE TRANS-OPERAND-B TO B
289400         GO TO 3280-COMPUTE
289500     END-IF.
289600     IF NOT WS-MEMORY-RECALL
289700         IF WS-LANG-ITALIAN
289800             DISPLAY "1 = VALORE ATTUALE DI UN IMPORTO   "
289900                     "2 = VAN DI UNA SERIE DI FLUSSI"
290000         ELSE
290100             DISPLAY "1 = PRESENT VALUE OF ONE AMOUNT   "
290200                     "2 = NPV OF A SERIES OF CASH FLOWS"
290300         END-IF
290400         PERFORM 8700-ACCEPT-OPERAND THRU 8700-EXIT
290500         MOVE WS-OPERAND-VALUE TO WS-FIN-CHOICE
290600         IF WS-FIN-CHOICE = 2
290700             PERFORM 3285-NPV-SERIES THRU 3285-EXIT
290800             GO TO 3280-EXIT
290900         END-IF
291000     END-IF.
291100     PERFORM 3252-ACCEPT-AMOUNT THRU 3252-EXIT.
291200     PERFORM 3254-ACCEPT-RATE THRU 3254-EXIT.
291300     PERFORM 3256-ACCEPT-PERIODS THRU 3256-EXIT.
291400 3280-COMPUTE.
291500     PERFORM 3258-CHECK-TERMS THRU 3258-EXIT.
291600     IF WS-FIN-BAD
291700         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
291800         GO TO 3280-EXIT
291900     END-IF.
292000     COMPUTE D ROUNDED = A / WS-FIN-FACTOR.
292100     PERFORM 3262-DELIVER-ANSWER THRU 3262-EXIT.
292200 3280-EXIT.
292300     EXIT.
292400
292500* TERMINAL NET PRESENT VALUE: THE RATE, HOW MANY CASH FLOWS,
292600* THEN EACH FLOW IN TURN, THE FIRST DISCOUNTED ONE PERIOD, THE
292700* NEXT TWO, AND SO ON.  LOGGED WITH OPERAND A ZERO, THE RATE AS
292800* OPERAND B, THE NUMBER OF FLOWS AS THE PERIODS AND "NPV" AS
292900* THE SERIES MARKER.
293000 3285-NPV-SERIES.
293100     MOVE ZERO TO A.
293200     PERFORM 3254-ACCEPT-RATE THRU 3254-EXIT.
293300     PERFORM 3256-ACCEPT-PERIODS THRU 3256-EXIT.
293400     PERFORM 3258-CHECK-TERMS THRU 3258-EXIT.
293500     IF NOT WS-FIN-BAD
293600         MOVE B TO WS-FIN-NPV-RATE
293700         MOVE 1 TO WS-FIN-DISCOUNT
293800         MOVE 0 TO WS-FIN-NPV-SUM
293900         PERFORM 3287-TAKE-CASH-FLOW THRU 3287-EXIT
294000             VARYING WS-FIN-PERIOD FROM 1 BY 1
294100             UNTIL WS-FIN-PERIOD > WS-FIN-PERIODS
294200                 OR WS-FIN-BAD
294300     END-IF.
294400     IF NOT WS-FIN-BAD
294500         COMPUTE D ROUNDED = WS-FIN-NPV-SUM
294600             ON SIZE ERROR
294700                 SET WS-FIN-BAD TO TRUE
294800         END-COMPUTE
294900     END-IF.
295000     IF WS-FIN-BAD
295100         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
295200         GO TO 3285-EXIT
295300     END-IF.
295400     PERFORM 3262-DELIVER-ANSWER THRU 3262-EXIT.
295500 3285-EXIT.
295600     EXIT.
295700
295800 3287-TAKE-CASH-FLOW.
295900     IF WS-LANG-ITALIAN
296000         DISPLAY "FLUSSO ALLA FINE DEL PERIODO " WS-FIN-PERIOD
296100     ELSE
296200         DISPLAY "CASH FLOW AT END OF PERIOD " WS-FIN-PERIOD
296300     END-IF.
296400     PERFORM 8700-ACCEPT-OPERAND THRU 8700-EXIT.
296500     MOVE WS-OPERAND-VALUE TO WS-FIN-FLOW.
296600     PERFORM 3288-DISCOUNT-FLOW THRU 3288-EXIT.
296700     IF WS-FIN-BAD AND WS-LANG-ITALIAN
296800         DISPLAY "VALORE TROPPO GRANDE PER IL CALCOLO"
296900     END-IF.
297000     IF WS-FIN-BAD AND NOT WS-LANG-ITALIAN
297100         DISPLAY "VALUE TOO LARGE TO COMPUTE"
297200     END-IF.
297300 3287-EXIT.
297400     EXIT.
297500
297600* DISCOUNT ONE CASH FLOW INTO THE RUNNING NET PRESENT VALUE:
297700* THE DISCOUNT FACTOR GROWS BY (1 + RATE) EACH PERIOD AND THE
297800* FLOW IS ADDED IN DIVIDED BY IT.  SHARED BY THE TERMINAL SERIES
297900* AND THE BATCH OPTION-28 RECORD GROUP.
298000 3288-DISCOUNT-FLOW.
298100     MOVE "N" TO WS-FIN-BAD-SW.
298200     COMPUTE WS-FIN-DISCOUNT ROUNDED =
298300             WS-FIN-DISCOUNT * (1 + WS-FIN-NPV-RATE / 100)
298400         ON SIZE ERROR
298500             SET WS-FIN-BAD TO TRUE
298600     END-COMPUTE.
298700     IF WS-FIN-BAD
298800         GO TO 3288-EXIT
298900     END-IF.
299000     COMPUTE WS-FIN-NPV-SUM ROUNDED =
299100             WS-FIN-NPV-SUM + WS-FIN-FLOW / WS-FIN-DISCOUNT
299200         ON SIZE ERROR
299300             SET WS-FIN-BAD TO TRUE
299400     END-COMPUTE.
299500 3288-EXIT.
299600     EXIT.
299700
299800* 29 - THE FULL AMORTIZATION SCHEDULE OF A LOAN OF A: THE LEVEL
299900* PAYMENT ROUNDED TO THE CENT, EACH PERIOD'S INTEREST ON THE
300000* BALANCE ROUNDED TO THE CENT, THE REST OF THE PAYMENT OFF THE
300100* BALANCE, AND THE LAST PAYMENT WHATEVER CLEARS IT.  IN BATCH
300200* EVERY LINE GOES TO THE SCHEDULE FILE; AT THE TERMINAL IT IS
300300* SHOWN.  THE ANSWER IS THE TOTAL OF THE PAYMENTS, WHICH
300400* ELMODST PROVES THE DELIVERED SCHEDULE AGAINST.
300500 3290-AMORTIZE.
300600     IF RUN-MODE-BATCH
300700         MOVE TRANS-OPERAND-A TO A
300800         MOVE TRANS-OPERAND-B TO B
300900     ELSE
301000         PERFORM 3252-ACCEPT-AMOUNT THRU 3252-EXIT
301100         PERFORM 3254-ACCEPT-RATE THRU 3254-EXIT
301200         PERFORM 3256-ACCEPT-PERIODS THRU 3256-EXIT
301300     END-IF.
301400     PERFORM 3258-CHECK-TERMS THRU 3258-EXIT.
301500     IF NOT WS-FIN-BAD AND RUN-MODE-BATCH
301600             AND NOT WS-SCH-FILE-OPEN
301700         DISPLAY "ELMO: NO SCHEDULE FILE - SCHEDULE FOR "
301800                 WS-CURRENT-REFERENCE " REJECTED"
301900         SET WS-FIN-BAD TO TRUE
302000     END-IF.
302100     IF NOT WS-FIN-BAD
302200         IF WS-FIN-RATE = ZERO
302300             COMPUTE WS-FIN-LEVEL-PAY ROUNDED =
302400                     A / WS-FIN-PERIODS
302500         ELSE
302600             COMPUTE WS-FIN-LEVEL-PAY ROUNDED =
302700                     A * WS-FIN-RATE * WS-FIN-FACTOR
302800                     / (WS-FIN-FACTOR - 1)
302900                 ON SIZE ERROR
303000                     SET WS-FIN-BAD TO TRUE
303100             END-COMPUTE
303200         END-IF
303300     END-IF.
303400     IF NOT WS-FIN-BAD
303500         COMPUTE WS-FIN-TOTAL-PAID =
303600                 WS-FIN-LEVEL-PAY * WS-FIN-PERIODS
303700             ON SIZE ERROR
303800                 SET WS-FIN-BAD TO TRUE
303900         END-COMPUTE
304000     END-IF.
304100     IF WS-FIN-BAD
304200         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
304300         GO TO 3290-EXIT
304400     END-IF.
304500     COMPUTE WS-FIN-BALANCE ROUNDED = A.
304600     MOVE 0 TO WS-FIN-TOTAL-PAID.
304700     IF NOT RUN-MODE-BATCH
304800         PERFORM 8800-SHOW-COMPUTING THRU 8800-EXIT
304900         IF WS-LANG-ITALIAN
305000             DISPLAY "PERIODO              RATA"
305100                     "         INTERESSI          CAPITALE"
305200                     "     CAPITALE RESIDUO"
305300         ELSE
305400             DISPLAY "PERIOD            PAYMENT"
305500                     "          INTEREST         PRINCIPAL"
305600                     "           BALANCE"
305700         END-IF
305800     END-IF.
305900     PERFORM 3295-SCHEDULE-LINE THRU 3295-EXIT
306000         VARYING WS-FIN-PERIOD FROM 1 BY 1
306100         UNTIL WS-FIN-PERIOD > WS-FIN-PERIODS.
306200     MOVE WS-FIN-TOTAL-PAID TO D.
306300     PERFORM 3262-DELIVER-ANSWER THRU 3262-EXIT.
306400 3290-EXIT.
306500     EXIT.
306600
306700* ONE PERIOD OF THE SCHEDULE.  A LEVEL PAYMENT ROUNDED UP CAN
306800* CLEAR A SMALL LOAN EARLY; FROM THEN ON THE PAYMENT IS ONLY
306900* WHAT IS LEFT, SO THE BALANCE NEVER GOES BELOW ZERO.
307000 3295-SCHEDULE-LINE.
307100     COMPUTE WS-FIN-INTEREST ROUNDED =
307200             WS-FIN-BALANCE * WS-FIN-RATE.
307300     IF WS-FIN-PERIOD = WS-FIN-PERIODS
307400             OR WS-FIN-LEVEL-PAY >
307500                 WS-FIN-BALANCE + WS-FIN-INTEREST
307600         COMPUTE WS-FIN-PAYMENT = WS-FIN-BALANCE + WS-FIN-INTEREST
307700     ELSE
307800         MOVE WS-FIN-LEVEL-PAY TO WS-FIN-PAYMENT
307900     END-IF.
308000     COMPUTE WS-FIN-PRINCIPAL = WS-FIN-PAYMENT - WS-FIN-INTEREST.
308100     SUBTRACT WS-FIN-PRINCIPAL FROM WS-FIN-BALANCE.
308200     ADD WS-FIN-PAYMENT TO WS-FIN-TOTAL-PAID.
308300     IF RUN-MODE-BATCH
308400         PERFORM 8985-WRITE-SCHEDULE-LINE THRU 8985-EXIT
308500     ELSE
308600         MOVE WS-FIN-PERIOD    TO WS-FSL-PERIOD
308700         MOVE WS-FIN-PAYMENT   TO WS-FSL-PAYMENT
308800         MOVE WS-FIN-INTEREST  TO WS-FSL-INTEREST
308900         MOVE WS-FIN-PRINCIPAL TO WS-FSL-PRINCIPAL
309000         MOVE WS-FIN-BALANCE   TO WS-FSL-BALANCE
309100         DISPLAY WS-FIN-SCHED-LINE
309200     END-IF.
309300 3295-EXIT.
309400     EXIT.
309500
309600*-----------------------------------------------------------------
309700* 5600 SERIES - FINANCIAL REQUESTS ON THE BATCH PATH.  THE "D" OR
309800* "C" RECORD IS HELD UNTIL THE "P" RECORD WITH ITS NUMBER OF
309900* PERIODS IS READ, THEN RUNS THROUGH THE 3250 SERIES.
310000*-----------------------------------------------------------------
310100* 5600-OPEN-FINANCIAL - HOLD THE REQUEST: ITS OPTION, REFERENCE
310200* AND (ALREADY RESOLVED) OPERANDS.
310400 5600-OPEN-FINANCIAL.
310500     MOVE INPUT1 TO WS-FIN-OPCODE.
310600     MOVE WS-CURRENT-REFERENCE TO WS-FIN-REFERENCE.
310700     MOVE TRANS-OPERAND-A TO WS-FIN-OPERAND-A.
310800     MOVE TRANS-OPERAND-B TO WS-FIN-OPERAND-B.
311100     MOVE "N" TO WS-FIN-SKIP-TERM-SW.
311200     SET WS-FIN-PENDING TO TRUE.
311300 5600-EXIT.
311400     EXIT.
311500
311600* 5605-ROUTE-FINANCIAL - CALLED FOR EVERY NON-TRAILER RECORD
311700* BEFORE THE FORMULA AND GROUP ROUTING.  A "P" RECORD IS TAKEN
311800* HERE WHEN A FINANCIAL REQUEST IS WAITING FOR IT (OR HAS
311900* ALREADY REJECTED), AND WS-FIN-TOOK TELLS 5110-APPLY-TRANS IT
312000* IS DEALT WITH.  ANY OTHER RECORD CUTS A WAITING REQUEST SHORT.
312100 5605-ROUTE-FINANCIAL.
312200     MOVE "N" TO WS-FIN-TOOK-SW.
312300     IF TRANS-TYPE-FORMULA-PARM
312400         IF WS-FIN-PENDING
312500             PERFORM 5610-TAKE-PERIODS THRU 5610-EXIT
312600             SET WS-FIN-TOOK TO TRUE
312700         ELSE
312800             IF WS-FIN-SKIP-TERM
312900                 ADD 1 TO WS-BAT-PARM-ABSORBED
313000                 MOVE "N" TO WS-FIN-SKIP-TERM-SW
313100                 SET WS-FIN-TOOK TO TRUE
313200             END-IF
313300         END-IF
313400         GO TO 5605-EXIT
313500     END-IF.
313600     IF WS-FIN-PENDING
313700         PERFORM 5640-CUT-SHORT THRU 5640-EXIT
313800     END-IF.
313900     MOVE "N" TO WS-FIN-SKIP-TERM-SW.
314000     IF (TRANS-TYPE-DETAIL OR TRANS-TYPE-CONTINUE)
314100             AND TRANS-OPCODE NUMERIC
314200         IF TRANS-OPCODE >= 26 AND TRANS-OPCODE <= 29
314300             SET WS-FIN-SKIP-TERM TO TRUE
314400         END-IF
314500     END-IF.
314600 5605-EXIT.
314700     EXIT.
314800
314900* 5610-TAKE-PERIODS - THE "P" RECORD FOR THE WAITING REQUEST.
315000* IT MUST CARRY THE SAME REFERENCE; THE PERIODS IN OPERAND A MAY
315100* BE A CONSTANT TOKEN LIKE ANY OPERAND.  THE HELD REQUEST IS PUT
315200* BACK IN THE TRANSACTION FIELDS AND RUN.
315300 5610-TAKE-PERIODS.
315400     MOVE "N" TO WS-FIN-PENDING-SW.
315500     ADD 1 TO WS-BAT-PARM-ABSORBED.
315600     MOVE "N" TO WS-FIN-BAD-SW.
315700     MOVE "N" TO WS-FIN-CONST-SW.
315800     MOVE ZERO TO WS-FIN-TERM-IN.
315900     IF TRANS-REFERENCE NOT = WS-FIN-REFERENCE
316000         DISPLAY "ELMO: PERIODS RECORD " TRANS-REFERENCE
316100                 " DOES NOT MATCH REQUEST " WS-FIN-REFERENCE
316200         SET WS-FIN-BAD TO TRUE
316300     ELSE
316400         IF TRANS-A-IS-TOKEN
316500             MOVE TRANS-A-TOKEN-NAME TO WS-CONST-WANTED
316600             PERFORM 5150-LOOK-UP-CONSTANT THRU 5150-EXIT
316700             IF WS-CONST-FOUND
316800                 MOVE WS-CONST-FOUND-VALUE TO WS-FIN-TERM-IN
316900             ELSE
317000                 SET WS-FIN-CONST-MISSING TO TRUE
317100             END-IF
317200         ELSE
317300             IF TRANS-OPERAND-A NUMERIC
317400                 MOVE TRANS-OPERAND-A TO WS-FIN-TERM-IN
317500             ELSE
317600                 SET WS-FIN-BAD TO TRUE
317700             END-IF
317800         END-IF
317900     END-IF.
318000     MOVE WS-FIN-OPCODE TO INPUT1.
318100     MOVE WS-FIN-OPCODE TO TRANS-OPCODE.
318200     MOVE WS-FIN-OPERAND-A TO TRANS-OPERAND-A.
318300     MOVE WS-FIN-OPERAND-B TO TRANS-OPERAND-B.
318400     MOVE SPACE TO TRANS-ANGLE-MODE.
318500     MOVE WS-FIN-REFERENCE TO WS-CURRENT-REFERENCE.
318600     IF WS-FIN-CONST-MISSING
318700         SET WS-CHAIN-FAILED TO TRUE
318800         PERFORM 8917-WRITE-CONST-ERROR THRU 8917-EXIT
318900         GO TO 5610-EXIT
319000     END-IF.
319100     IF WS-FIN-BAD
319200         MOVE WS-FIN-OPERAND-A TO A
319300         MOVE WS-FIN-OPERAND-B TO B
319400         MOVE 0 TO WS-FIN-PERIODS
319500         PERFORM 3257-REJECT-TERMS THRU 3257-EXIT
319600         GO TO 5610-EXIT
319700     END-IF.
319800     PERFORM 3250-FINANCIAL THRU 3250-EXIT.
319900 5610-EXIT.
320000     EXIT.
320100
320200* 5620-OPEN-NPV - AN OPTION-28 GROUP HEADER CARRIES ITS DISCOUNT
320300* RATE, IN PERCENT PER PERIOD, IN OPERAND B (A CONSTANT TOKEN IS
320400* RESOLVED LIKE ANY OPERAND).  A RATE THAT IS MISSING, UNKNOWN
320500* OR NEGATIVE MARKS THE GROUP BAD, SO IT REJECTS AT ITS "E".
320600 5620-OPEN-NPV.
320700     MOVE 1 TO WS-FIN-DISCOUNT.
320800     MOVE 0 TO WS-FIN-NPV-SUM.
320900     IF TRANS-B-IS-TOKEN
321000         MOVE TRANS-B-TOKEN-NAME TO WS-CONST-WANTED
321100         PERFORM 5150-LOOK-UP-CONSTANT THRU 5150-EXIT
321200         IF WS-CONST-FOUND
321300             MOVE WS-CONST-FOUND-VALUE TO WS-FIN-NPV-RATE
321400         ELSE
321500             SET WS-GRP-BAD TO TRUE
321600         END-IF
321700     ELSE
321800         IF TRANS-OPERAND-B NUMERIC
321900             MOVE TRANS-OPERAND-B TO WS-FIN-NPV-RATE
322000         ELSE
322100             SET WS-GRP-BAD TO TRUE
322200         END-IF
322300     END-IF.
322400     IF WS-FIN-NPV-RATE < ZERO
322500         SET WS-GRP-BAD TO TRUE
322600     END-IF.
322700 5620-EXIT.
322800     EXIT.
322900
323000* 5640-CUT-SHORT - A FINANCIAL REQUEST WHOSE "P" RECORD NEVER
323100* CAME REJECTS UNDER ITS OWN REFERENCE WITH NO PERIODS.
323200 5640-CUT-SHORT.
323300     DISPLAY "ELMO: FINANCIAL REQUEST " WS-FIN-REFERENCE
323400             " CUT SHORT OF ITS PERIODS RECORD - REJECTED".
323500     MOVE "N" TO WS-FIN-PENDING-SW.
323600     MOVE WS-FIN-OPCODE TO INPUT1.
323700     MOVE WS-FIN-OPERAND-A TO A.
323800     MOVE WS-FIN-OPERAND-B TO B.
323900     MOVE 0 TO WS-FIN-PERIODS.
324000     MOVE WS-FIN-REFERENCE TO WS-CURRENT-REFERENCE.
324100     SET WS-FIN-BAD TO TRUE.
324200     PERFORM 3257-REJECT-TERMS THRU 3257-EXIT.
324300     MOVE TRANS-REFERENCE TO WS-CURRENT-REFERENCE.
324400 5640-EXIT.
324500     EXIT.
324600
324700* 5650-OPEN-SCHEDULE - OPEN THE SCHEDULE FILE FOR THE RUN,
324800* CREATING IT THE FIRST TIME.  ANY OTHER FAILURE IS REPORTED AND
324900* THE RUN GOES ON, WITH OPTION-29 REQUESTS REJECTING.
325000 5650-OPEN-SCHEDULE.
325100     OPEN I-O SCHEDULE-FILE.
325200     IF WS-SCH-FILE-STATUS = "35"
325300         OPEN OUTPUT SCHEDULE-FILE
325400     END-IF.
325500     IF WS-SCH-FILE-STATUS = "00"
325600         SET WS-SCH-FILE-OPEN TO TRUE
325700     ELSE
325800         MOVE "N" TO WS-SCH-FILE-OPEN-SW
325900         DISPLAY "UNABLE TO OPEN SCHEDULE-FILE, FILE STATUS = "
326000                 WS-SCH-FILE-STATUS
326100     END-IF.
326200 5650-EXIT.
326300     EXIT.
326400
326500*-----------------------------------------------------------------
326600* 8980 SERIES - FINANCIAL RESULTS, AUDIT RECORDS AND SCHEDULE
326700* LINES.
326800*-----------------------------------------------------------------
326900* 8980-WRITE-FIN-RESULT - THE ANSWER FROM D, WITH THE NUMBER OF
327000* PERIODS IN THE GROUP-COUNT FIELD.  THE CHAIN PRIOR RESULT IS
327100* FLAGGED WIDE WHEN D DID NOT FIT IN C.
327200 8980-WRITE-FIN-RESULT.
327300     MOVE INPUT1           TO RESULTS-OPCODE.
327400     MOVE A                TO RESULTS-OPERAND-A.
327500     MOVE B                TO RESULTS-OPERAND-B.
327600     MOVE D                TO RESULTS-VALUE.
327700     SET RESULTS-OK        TO TRUE.
327800     MOVE WS-CURRENT-REFERENCE TO RESULTS-REFERENCE.
327900     MOVE SPACE            TO RESULTS-ANGLE-MODE.
328000     MOVE WS-FIN-PERIODS   TO RESULTS-GROUP-COUNT.
328100     MOVE WS-RUN-NUMBER    TO RESULTS-RUN-NUMBER.
328200     WRITE RESULTS-RECORD.
328300     ADD 1 TO WS-BAT-RC00-COUNT.
328400     MOVE D TO WS-CHAIN-PRIOR-RESULT.
328500     IF WS-WIDE-MODE
328600         SET WS-CHAIN-PRIOR-WIDE TO TRUE
328700     ELSE
328800         MOVE "N" TO WS-CHAIN-PRIOR-WIDE-SW
328900     END-IF.
329000 8980-EXIT.
329100     EXIT.
329200
329300* 8981-WRITE-FIN-ERROR - TERMS OUT OF DOMAIN, NO PERIODS RECORD,
329400* OR NO SCHEDULE FILE: RETURN CODE 02, WITH THE PERIODS WHEN
329500* THEY WERE GOOD, SO THE REQUEST CAN BE RECYCLED WHOLE.
329600 8981-WRITE-FIN-ERROR.
329700     MOVE INPUT1           TO RESULTS-OPCODE.
329800     MOVE A                TO RESULTS-OPERAND-A.
329900     MOVE B                TO RESULTS-OPERAND-B.
330000     MOVE ZERO             TO RESULTS-VALUE.
330100     SET RESULTS-DOMAIN-ERROR TO TRUE.
330200     MOVE WS-CURRENT-REFERENCE TO RESULTS-REFERENCE.
330300     MOVE SPACE            TO RESULTS-ANGLE-MODE.
330400     MOVE WS-FIN-PERIODS   TO RESULTS-GROUP-COUNT.
330500     MOVE WS-RUN-NUMBER    TO RESULTS-RUN-NUMBER.
330600     WRITE RESULTS-RECORD.
330700     ADD 1 TO WS-BAT-RC02-COUNT.
330800     SET WS-CHAIN-FAILED TO TRUE.
330900 8981-EXIT.
331000     EXIT.
331100
331200* 8983-LOG-FINANCIAL - CALC, OR RJCT WHEN THE TERMS WERE TURNED
331300* AWAY, WITH THE NUMBER OF PERIODS IN LOG-FIN-PERIODS (SEE
331400* ELMOLOG) AND "NPV" MARKING A TERMINAL CASH-FLOW SERIES.
331500 8983-LOG-FINANCIAL.
331600     MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
331700     IF WS-FIN-BAD
331800         SET LOG-TYPE-REJECT TO TRUE
331900         MOVE ZERO TO LOG-RESULT
332000     ELSE
332100         SET LOG-TYPE-CALC TO TRUE
332200         MOVE D TO LOG-RESULT
332300     END-IF.
332400     MOVE INPUT1           TO LOG-OPTION.
332500     MOVE SPACES           TO LOG-EXIT-REASON.
332600     MOVE WS-FIN-PERIODS   TO LOG-FIN-PERIODS.
332700     IF INPUT1 = 28 AND NOT RUN-MODE-BATCH AND WS-FIN-CHOICE = 2
332800         SET LOG-FIN-NPV-SERIES TO TRUE
332900     END-IF.
333000     MOVE A                TO LOG-OPERAND-A.
333100     MOVE B                TO LOG-OPERAND-B.
333200     MOVE WS-CURRENT-REFERENCE TO LOG-REFERENCE.
333300     MOVE SPACE            TO LOG-ANGLE-MODE.
333400     PERFORM 8940-WRITE-LOG-RECORD THRU 8940-EXIT.
333500 8983-EXIT.
333600     EXIT.
333700
333800* 8985-WRITE-SCHEDULE-LINE - ONE PERIOD TO THE SCHEDULE FILE.  A
333900* LINE ALREADY THERE UNDER THE SAME KEY (A RESTARTED RUN) IS
334000* REWRITTEN IN PLACE.
334100 8985-WRITE-SCHEDULE-LINE.
334200     MOVE WS-CURRENT-REFERENCE TO SCH-REFERENCE.
334300     MOVE WS-RUN-NUMBER    TO SCH-RUN-NUMBER.
334400     MOVE A                TO SCH-AMOUNT.
334500     MOVE B                TO SCH-RATE.
334600     MOVE WS-FIN-PERIODS   TO SCH-PERIODS.
334650     MOVE WS-FIN-PERIOD    TO SCH-PERIOD.
334700     MOVE WS-FIN-PAYMENT   TO SCH-PAYMENT.
334800     MOVE WS-FIN-INTEREST  TO SCH-INTEREST.
334900     MOVE WS-FIN-PRINCIPAL TO SCH-PRINCIPAL.
335000     MOVE WS-FIN-BALANCE   TO SCH-BALANCE.
335100     WRITE SCHEDULE-RECORD
335200         INVALID KEY
335300             REWRITE SCHEDULE-RECORD
335400     END-WRITE.
335500     IF WS-SCH-FILE-STATUS = "00"
335600         ADD 1 TO WS-BAT-SCHED-LINES
335700     ELSE
335800         DISPLAY "UNABLE TO WRITE SCHEDULE-FILE, FILE STATUS = "
335900                 WS-SCH-FILE-STATUS
336000     END-IF.
336100 8985-EXIT.
336200     EXIT.
