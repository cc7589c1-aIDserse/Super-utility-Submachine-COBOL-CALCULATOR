      ******************************************************************
      * Author:        D. WHITFIELD
      * Installation:  SUPER UTILITY SUBMACHINE - HELPDESK TOOLS
      * Date-Written:   2026-10-15
      * Date-Compiled:
      * Purpose:       Monthly charge-back billing.  Reads every
      *                CALCARCH generation named on ARCMANIF, then the
      *                live CALCLOG, and picks out the CALC and RJCT
      *                records stamped in the billing month (BILPARMS,
      *                default last calendar month).  Each record is
      *                priced from the BILRATES rate file by charge
      *                class - basic arithmetic, scientific/trig,
      *                record-group aggregates, wide-precision
      *                results, rejects - and sorted by requester, so
      *                there is no limit on the number of departments.
      *                Writes one statement per department on DEPTFILE
      *                (BILLSTMT), a fixed-format general-ledger journal
      *                extract for finance (GLEXTRCT, see ELMOGLX) with
      *                balancing totals on its trailer, and a control
      *                report (BILLRPT) that proves the run out.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  --------------------------------------------
      *  2026-10-15  DW   ORIGINAL VERSION.
      *  2026-10-15  DW   RVRS RECORDS FROM A BATCH BACKOUT (ELMOBKO)
      *                   ARE PRICED IN THE CLASS OF THE RECORD THEY
      *                   REVERSE AND NETTED OFF THE DEPARTMENT'S
      *                   CHARGES IN THE MONTH THE BACKOUT WAS LOGGED.
      *                   A DEPARTMENT OR CLASS THAT NETS NEGATIVE IS
      *                   POSTED ON THE OPPOSITE SIDE OF THE GL, SO
      *                   THE EXTRACT STILL BALANCES.
      *  2026-10-15  DW   LOG RECORD GREW BY THE FORMULA NAME
      *                   AND VERSION; LOG COPIES WIDENED TO MATCH
      *                   SO NOTHING IS TRUNCATED.
      *  2026-10-15  DW   A NAMED FORMULA RESULT (OPTION 30) IS
      *                   CHARGED ONCE, IN THE SCIENTIFIC CLASS, OR
      *                   AS WIDE PRECISION WHEN ITS ANSWER NEEDED
      *                   THE WIDE FIELD.
      *  2026-10-15  DW   THE FINANCIAL OPTIONS 26-29 ARE CHARGED
      *                   ONCE EACH IN THE SCIENTIFIC CLASS, OR AS
      *                   WIDE PRECISION WHEN THE ANSWER NEEDED THE
      *                   WIDE FIELD; AN AMORTIZATION SCHEDULE OR A
      *                   CASH-FLOW NPV GROUP IS ONE CHARGE.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMOBIL.
000300*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PARAMETER-FILE ASSIGN TO "BILPARMS"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PARM-FILE-STATUS.
001000
001100     SELECT RATE-FILE ASSIGN TO "BILRATES"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RATE-FILE-STATUS.
001400
001500     SELECT MANIFEST-FILE ASSIGN TO "ARCMANIF"
001600         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
001800
001900     SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILE-NAME
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
002200
002300     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS LOG-KEY
002700         FILE STATUS IS WS-LOG-FILE-STATUS.
002800
002900     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS DPT-CODE
003300         FILE STATUS IS WS-DMAST-FILE-STATUS.
003400
003500     SELECT BILL-SORT-FILE ASSIGN TO "BILSORT".
003600
003700     SELECT STATEMENT-FILE ASSIGN TO "BILLSTMT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-GL-FILE-STATUS.
004300
004400     SELECT REPORT-FILE ASSIGN TO "BILLRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600*-----------------------------------------------------------------
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PARAMETER-FILE.
005000 01  PARAMETER-RECORD.
005100     05  PARM-BILL-MONTH         PIC X(06).
005200     05  FILLER                  PIC X(74).
005300
005400 FD  RATE-FILE.
005500     COPY ELMORAT.
005600
005700 FD  MANIFEST-FILE.
005800 01  MANIFEST-LINE               PIC X(80).
005900
006000* ARCHIVE RECORDS ARE LOG-RECORD IMAGES WRITTEN BYTE FOR BYTE
006100* BY ELMOARC.  THE LIVE LOG OWNS THE ELMOLOG LAYOUT HERE, SO
006200* EACH ARCHIVE RECORD IS MOVED INTO LOG-RECORD AND BOTH
006300* SOURCES ARE SELECTED BY THE SAME CODE.
006400 FD  ARCHIVE-FILE
006500     RECORDING MODE IS F.
006600 01  ARCHIVE-RECORD              PIC X(128).
006700
006800 FD  CALC-LOG-FILE
006900     RECORDING MODE IS F.
007000     COPY ELMOLOG.
007100
007200 FD  DEPT-MASTER-FILE
007300     RECORDING MODE IS F.
007400     COPY ELMODPT.
007500
007600* ONE SORT RECORD PER CHARGEABLE LOG RECORD.  THE LOG KEY RIDES
007700* ALONG SO A RECORD READ TWICE - ARCHIVED, BUT STILL ON THE LIVE
007800* LOG BECAUSE THE PURGE STOPPED BEFORE ITS SWAP - SORTS NEXT TO
007900* ITSELF AND IS CHARGED ONLY ONCE.
008000 SD  BILL-SORT-FILE.
008100 01  SORT-RECORD.
008200     05  SRT-REFERENCE           PIC X(08).
008300     05  SRT-CLASS               PIC 9(01).
008400     05  SRT-LOG-KEY             PIC X(26).
008410     05  SRT-REVERSAL-FLAG       PIC X(01).
008420         88  SRT-REVERSAL                VALUE "Y".
008500
008600 FD  STATEMENT-FILE.
008700 01  STATEMENT-LINE              PIC X(80).
008800
008900 FD  GL-EXTRACT-FILE
009000     RECORDING MODE IS F.
009100     COPY ELMOGLX.
009200
009300 FD  REPORT-FILE.
009400 01  REPORT-LINE                 PIC X(80).
009500*-----------------------------------------------------------------
009600 WORKING-STORAGE SECTION.
009700 01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
009800 01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
009900 01  WS-MANIFEST-FILE-STATUS     PIC X(02) VALUE SPACES.
010000 01  WS-ARCHIVE-FILE-STATUS      PIC X(02) VALUE SPACES.
010100 01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
010200 01  WS-DMAST-FILE-STATUS        PIC X(02) VALUE SPACES.
010300 01  WS-GL-FILE-STATUS           PIC X(02) VALUE SPACES.
010400
010500 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
010600     88  WS-ABORT                        VALUE "Y".
010700 01  WS-MANIFEST-OPEN-SW         PIC X(01) VALUE "N".
010800     88  WS-MANIFEST-OPEN                VALUE "Y".
010900 01  WS-MANIFEST-EOF-SW          PIC X(01) VALUE "N".
011000     88  WS-MANIFEST-EOF                 VALUE "Y".
011100 01  WS-ARCHIVE-EOF-SW           PIC X(01) VALUE "N".
011200     88  WS-ARCHIVE-EOF                  VALUE "Y".
011300 01  WS-LOG-EOF-SW               PIC X(01) VALUE "N".
011400     88  WS-LOG-EOF                      VALUE "Y".
011500 01  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
011600     88  WS-RATE-EOF                     VALUE "Y".
011700 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
011800     88  WS-SORT-EOF                     VALUE "Y".
011900 01  WS-DUPLICATE-SW             PIC X(01) VALUE "N".
012000     88  WS-DUPLICATE                    VALUE "Y".
012100 01  WS-DEPT-FOUND-SW            PIC X(01) VALUE "N".
012200     88  WS-DEPT-FOUND                   VALUE "Y".
012300 01  WS-CLASS-FOUND-SW           PIC X(01) VALUE "N".
012400     88  WS-CLASS-FOUND                  VALUE "Y".
012410 01  WS-REVERSAL-SW              PIC X(01) VALUE "N".
012420     88  WS-REVERSAL                     VALUE "Y".
012430
012440* THE TYPE THE RECORD IS CHARGED AS: ITS OWN LOG-TYPE, OR FOR A
012450* BACKOUT REVERSAL THE TYPE OF THE RECORD IT REVERSES, WHICH
012460* ELMOBKO KEEPS IN LOG-EXIT-REASON.
012470 01  WS-CHARGE-TYPE              PIC X(04) VALUE SPACES.
012480     88  WS-CHARGE-CALC                  VALUE "CALC".
012490     88  WS-CHARGE-REJECT                VALUE "RJCT".
012500
012600* THE BILLING MONTH, YYYYMM.  COMPARED AGAINST THE FIRST SIX
012700* BYTES OF LOG-TIMESTAMP, WHICH IS THE CURRENT-DATE IMAGE.
012800 01  WS-BILL-MONTH.
012900     05  WS-BILL-YEAR            PIC 9(04).
013000     05  WS-BILL-MM              PIC 9(02).
013100 01  WS-MONTH-DISPLAY.
013200     05  WS-MD-YEAR              PIC X(04).
013300     05  FILLER                  PIC X(01) VALUE "-".
013400     05  WS-MD-MONTH             PIC X(02).
013500 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
013600
013700 01  WS-ARCHIVE-FILE-NAME        PIC X(44) VALUE SPACES.
013800
013900* CHARGE CLASSES, IN SORT ORDER.  THE POSITION IN THIS LIST IS
014000* THE CLASS NUMBER CARRIED ON THE SORT RECORD AND THE SUBSCRIPT
014100* INTO THE RATE TABLE; BILRATES RECORDS ARE MATCHED TO A SLOT
014200* BY THEIR RATE-CLASS CODE.
014300 01  WS-CLASS-CODE-VALUES        PIC X(20)
014400                                 VALUE "BASCSCIEGRUPWIDERJCT".
014500 01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODE-VALUES.
014600     05  WS-CLASS-CODE        OCCURS 5 TIMES PIC X(04).
014700 01  WS-MAX-CLASS                PIC 9(01) VALUE 5.
014800 01  WS-REJECT-CLASS             PIC 9(01) VALUE 5.
014900 01  WS-CLASS-INDEX              PIC 9(01) COMP.
015000
015100 01  WS-RATE-TABLE.
015200     05  WS-RATE-ENTRY        OCCURS 5 TIMES.
015300         10  WS-RATE-LOADED      PIC X(01).
015400             88  WS-RATE-IS-LOADED       VALUE "Y".
015500         10  WS-RATE-PRICE       PIC 9(03)V9(04).
015600         10  WS-RATE-DEBIT-ACCT  PIC X(10).
015700         10  WS-RATE-CREDIT-ACCT PIC X(10).
015800         10  WS-RATE-DESC        PIC X(30).
015900         10  WS-RATE-CALC-TOTAL  PIC S9(09).
016000         10  WS-RATE-CREDIT-TOTAL
016100                                 PIC S9(11)V99.
016200
016300* CONTROL BREAK FIELDS FOR THE OUTPUT SIDE OF THE SORT.
016400 01  WS-CUR-REFERENCE            PIC X(08) VALUE SPACES.
016500 01  WS-LAST-LOG-KEY             PIC X(26) VALUE LOW-VALUES.
016600 01  WS-ITEM-COUNT               PIC 9(09) VALUE 0.
016700 01  WS-REF-COUNT                PIC 9(09) VALUE 0.
016710 01  WS-REVERSED-COUNT           PIC 9(09) VALUE 0.
016720 01  WS-CHARGED-AMOUNT           PIC 9(11)V99 VALUE 0.
016730 01  WS-REVERSED-AMOUNT          PIC 9(11)V99 VALUE 0.
016800 01  WS-ITEM-AMOUNT              PIC S9(11)V99 VALUE 0.
016900 01  WS-DEPT-TOTAL               PIC S9(11)V99 VALUE 0.
017000
017100* RUN TOTALS FOR THE CONTROL REPORT.
017200 01  WS-GENERATION-COUNT         PIC 9(05) VALUE 0.
017300 01  WS-ARCHIVE-READ-COUNT       PIC 9(09) VALUE 0.
017400 01  WS-LIVE-READ-COUNT          PIC 9(09) VALUE 0.
017500 01  WS-IN-MONTH-COUNT           PIC 9(09) VALUE 0.
017600 01  WS-NOT-CHARGEABLE-COUNT     PIC 9(09) VALUE 0.
017700 01  WS-SELECTED-COUNT           PIC 9(09) VALUE 0.
017710 01  WS-REVERSAL-SELECTED        PIC 9(09) VALUE 0.
017800 01  WS-DUPLICATE-COUNT          PIC 9(09) VALUE 0.
017900 01  WS-UNBILLED-COUNT           PIC 9(09) VALUE 0.
018000 01  WS-UNBILLED-REFS            PIC 9(09) VALUE 0.
018100 01  WS-BILLED-COUNT             PIC 9(09) VALUE 0.
018110 01  WS-REVERSAL-BILLED          PIC 9(09) VALUE 0.
018200 01  WS-DEPTS-BILLED             PIC 9(09) VALUE 0.
018300 01  WS-GL-DETAIL-COUNT          PIC 9(09) VALUE 0.
018400 01  WS-STMT-GRAND-TOTAL         PIC S9(13)V99 VALUE 0.
018500 01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
018600 01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.
018610* DEPARTMENT-SIDE POSTINGS ONLY: DEBITS LESS ANY CREDITS TO A
018620* DEPARTMENT THAT NETTED NEGATIVE.  MUST EQUAL THE STATEMENTS.
018630 01  WS-GL-DEPT-NET              PIC S9(13)V99 VALUE 0.
018700
018800* STATEMENT LINES.
018900 01  WS-STMT-HEADING             PIC X(80) VALUE
019000     "ELMO HELPDESK CALCULATION CHARGE-BACK STATEMENT".
019100 01  WS-STMT-FIELD-LINE.
019200     05  WS-SF-LABEL             PIC X(16).
019300     05  WS-SF-VALUE             PIC X(64).
019400 01  WS-STMT-COLUMN-LINE.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  FILLER                  PIC X(30) VALUE "CHARGE CLASS".
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  FILLER                  PIC X(11) VALUE "      CALCS".
019900     05  FILLER                  PIC X(03) VALUE SPACES.
020000     05  FILLER                  PIC X(08) VALUE "   PRICE".
020100     05  FILLER                  PIC X(03) VALUE SPACES.
020200     05  FILLER                  PIC X(17)
020300                                 VALUE "           AMOUNT".
020400     05  FILLER                  PIC X(04) VALUE SPACES.
020500 01  WS-STMT-RULE-LINE.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  FILLER                  PIC X(74) VALUE ALL "-".
020800     05  FILLER                  PIC X(04) VALUE SPACES.
020900 01  WS-STMT-ITEM-LINE.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  WS-SI-DESC              PIC X(30).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  WS-SI-COUNT             PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                  PIC X(03) VALUE SPACES.
021500     05  WS-SI-PRICE             PIC ZZ9.9999.
021600     05  FILLER                  PIC X(03) VALUE SPACES.
021700     05  WS-SI-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021800     05  FILLER                  PIC X(03) VALUE SPACES.
021900 01  WS-STMT-TOTAL-LINE.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  WS-ST-LABEL             PIC X(30).
022200     05  FILLER                  PIC X(27) VALUE SPACES.
022300     05  WS-ST-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022400     05  FILLER                  PIC X(03) VALUE SPACES.
022500
022600* CONTROL REPORT LINES.
022700 01  WS-REPORT-HEADING           PIC X(80) VALUE
022800     "ELMO MONTHLY CHARGE-BACK BILLING CONTROL REPORT".
022900 01  WS-COUNT-LINE.
023000     05  WS-CL-LABEL             PIC X(30).
023100     05  FILLER                  PIC X(04) VALUE SPACES.
023200     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
023300 01  WS-AMOUNT-LINE.
023400     05  WS-AL-LABEL             PIC X(30).
023500     05  FILLER                  PIC X(04) VALUE SPACES.
023600     05  WS-AL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023700 01  WS-UNBILLED-LINE.
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  WS-UL-REFERENCE         PIC X(08).
024000     05  FILLER                  PIC X(24) VALUE SPACES.
024100     05  WS-UL-COUNT             PIC ZZZ,ZZZ,ZZ9.
024200 01  WS-CLASS-LINE.
024300     05  WS-CSL-CLASS            PIC X(04).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  WS-CSL-DESC             PIC X(24).
024600     05  FILLER                  PIC X(04) VALUE SPACES.
024700     05  WS-CSL-COUNT            PIC ZZZ,ZZZ,ZZ9-.
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  WS-CSL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
025000*-----------------------------------------------------------------
025100 PROCEDURE DIVISION.
025200*-----------------------------------------------------------------
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     IF WS-ABORT
025600         STOP RUN
025700     END-IF.
025800     SORT BILL-SORT-FILE
025900         ON ASCENDING KEY SRT-REFERENCE
026000                          SRT-CLASS
026100                          SRT-LOG-KEY
026200         INPUT PROCEDURE IS 2000-SELECT-RECORDS
026300             THRU 2000-EXIT
026400         OUTPUT PROCEDURE IS 4000-BILL-DEPARTMENTS
026500             THRU 4000-EXIT.
026600     IF SORT-RETURN NOT = 0
026700         DISPLAY "ELMOBIL: SORT FAILED, RETURN = " SORT-RETURN
026800         SET WS-ABORT TO TRUE
026900     END-IF.
027000     PERFORM 3000-PRINT-CONTROL THRU 3000-EXIT.
027100     CLOSE CALC-LOG-FILE.
027200     CLOSE DEPT-MASTER-FILE.
027300     CLOSE STATEMENT-FILE.
027400     CLOSE GL-EXTRACT-FILE.
027500     CLOSE REPORT-FILE.
027600     STOP RUN.
027700*-----------------------------------------------------------------
027800* 1000-INITIALIZE - SETTLE THE BILLING MONTH, LOAD THE RATES,
027900* AND OPEN EVERYTHING.  A MISSING RATE, DEPARTMENT MASTER OR
028000* LIVE LOG ABANDONS THE RUN BEFORE ANY OUTPUT IS WRITTEN; A
028100* MISSING ARCMANIF ONLY MEANS NO PURGE HAS EVER RUN.
028200*-----------------------------------------------------------------
028300 1000-INITIALIZE.
028400     PERFORM 1100-SET-BILL-MONTH THRU 1100-EXIT.
028500     IF WS-ABORT
028600         GO TO 1000-EXIT
028700     END-IF.
028800     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
028900     IF WS-ABORT
029000         GO TO 1000-EXIT
029100     END-IF.
029200     OPEN INPUT DEPT-MASTER-FILE.
029300     IF WS-DMAST-FILE-STATUS NOT = "00"
029400         DISPLAY "UNABLE TO OPEN DEPTFILE, FILE STATUS = "
029500                 WS-DMAST-FILE-STATUS
029600         SET WS-ABORT TO TRUE
029700         GO TO 1000-EXIT
029800     END-IF.
029900     OPEN INPUT CALC-LOG-FILE.
030000     IF WS-LOG-FILE-STATUS NOT = "00"
030100         DISPLAY "UNABLE TO OPEN CALCLOG, FILE STATUS = "
030200                 WS-LOG-FILE-STATUS
030300         CLOSE DEPT-MASTER-FILE
030400         SET WS-ABORT TO TRUE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN INPUT MANIFEST-FILE.
030800     IF WS-MANIFEST-FILE-STATUS = "00"
030900         SET WS-MANIFEST-OPEN TO TRUE
031000     ELSE
031100         DISPLAY "ELMOBIL: NO ARCMANIF - LIVE LOG ONLY"
031200     END-IF.
031300     OPEN OUTPUT GL-EXTRACT-FILE.
031400     IF WS-GL-FILE-STATUS NOT = "00"
031500         DISPLAY "UNABLE TO OPEN GLEXTRCT, FILE STATUS = "
031600                 WS-GL-FILE-STATUS
031700         CLOSE DEPT-MASTER-FILE
031800         CLOSE CALC-LOG-FILE
031900         IF WS-MANIFEST-OPEN
032000             CLOSE MANIFEST-FILE
032100         END-IF
032200         SET WS-ABORT TO TRUE
032300         GO TO 1000-EXIT
032400     END-IF.
032500     OPEN OUTPUT STATEMENT-FILE.
032600     OPEN OUTPUT REPORT-FILE.
032700     MOVE SPACES TO GL-JOURNAL-RECORD.
032800     SET GL-TYPE-HEADER TO TRUE.
032900     MOVE WS-BILL-MONTH TO GL-HDR-PERIOD.
033000     MOVE "ELMOBIL" TO GL-HDR-SOURCE.
033100     MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE.
033200     WRITE GL-JOURNAL-RECORD.
033300     MOVE WS-REPORT-HEADING TO REPORT-LINE.
033400     WRITE REPORT-LINE.
033500     MOVE SPACES TO WS-STMT-FIELD-LINE.
033600     MOVE "BILLING MONTH:" TO WS-SF-LABEL.
033700     MOVE WS-MONTH-DISPLAY TO WS-SF-VALUE.
033800     MOVE WS-STMT-FIELD-LINE TO REPORT-LINE.
033900     WRITE REPORT-LINE.
034000     MOVE SPACES TO REPORT-LINE.
034100     WRITE REPORT-LINE.
034200     MOVE "REFERENCES NOT BILLED - NOT ON DEPARTMENT MASTER:"
034300         TO REPORT-LINE.
034400     WRITE REPORT-LINE.
034500 1000-EXIT.
034600     EXIT.
034700
034800* NO BILPARMS, OR A BLANK MONTH ON IT, BILLS LAST CALENDAR
034900* MONTH - THE NORMAL FIRST-OF-THE-MONTH RUN.  A MONTH THAT IS
035000* SUPPLIED BUT NOT A VALID YYYYMM ABANDONS THE RUN RATHER THAN
035100* BILL THE WRONG MONTH.
035200 1100-SET-BILL-MONTH.
035300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
035400     MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH.
035500     IF WS-BILL-MM = 1
035600         MOVE 12 TO WS-BILL-MM
035700         SUBTRACT 1 FROM WS-BILL-YEAR
035800     ELSE
035900         SUBTRACT 1 FROM WS-BILL-MM
036000     END-IF.
036100     OPEN INPUT PARAMETER-FILE.
036200     IF WS-PARM-FILE-STATUS = "00"
036300         READ PARAMETER-FILE
036400             AT END
036500                 CONTINUE
036600             NOT AT END
036700                 IF PARM-BILL-MONTH NOT = SPACES
036800                     IF PARM-BILL-MONTH IS NUMERIC
036900                             AND PARM-BILL-MONTH(5:2) >= "01"
037000                             AND PARM-BILL-MONTH(5:2) <= "12"
037100                         MOVE PARM-BILL-MONTH TO WS-BILL-MONTH
037200                     ELSE
037300                         DISPLAY "INVALID BILLING MONTH ON "
037400                                 "BILPARMS: " PARM-BILL-MONTH
037500                         SET WS-ABORT TO TRUE
037600                     END-IF
037700                 END-IF
037800         END-READ
037900         CLOSE PARAMETER-FILE
038000     END-IF.
038100     MOVE WS-BILL-YEAR TO WS-MD-YEAR.
038200     MOVE WS-BILL-MM TO WS-MD-MONTH.
038300 1100-EXIT.
038400     EXIT.
038500
038600* EVERY CHARGE CLASS BUT REJECTS MUST BE PRICED.  AN UNKNOWN
038700* CLASS CODE OR A NON-NUMERIC PRICE IS A BROKEN RATE FILE AND
038800* STOPS THE RUN; A RATE FILE WITHOUT AN RJCT RECORD SIMPLY
038900* DOES NOT CHARGE FOR REJECTED CALCULATIONS.
039000 1200-LOAD-RATES.
039100     INITIALIZE WS-RATE-TABLE.
039200     OPEN INPUT RATE-FILE.
039300     IF WS-RATE-FILE-STATUS NOT = "00"
039400         DISPLAY "UNABLE TO OPEN BILRATES, FILE STATUS = "
039500                 WS-RATE-FILE-STATUS
039600         SET WS-ABORT TO TRUE
039700         GO TO 1200-EXIT
039800     END-IF.
039900     PERFORM 1210-READ-RATE THRU 1210-EXIT
040000         UNTIL WS-RATE-EOF.
040100     CLOSE RATE-FILE.
040200     PERFORM 1240-CHECK-RATE THRU 1240-EXIT
040300         VARYING WS-CLASS-INDEX FROM 1 BY 1
040400         UNTIL WS-CLASS-INDEX = WS-REJECT-CLASS.
040500 1200-EXIT.
040600     EXIT.
040700
040800 1210-READ-RATE.
040900     READ RATE-FILE
041000         AT END
041100             MOVE "Y" TO WS-RATE-EOF-SW
041200         NOT AT END
041300             PERFORM 1220-STORE-RATE THRU 1220-EXIT
041400     END-READ.
041500 1210-EXIT.
041600     EXIT.
041700
041800 1220-STORE-RATE.
041900     MOVE "N" TO WS-CLASS-FOUND-SW.
042000     PERFORM 1230-SEARCH-CLASS THRU 1230-EXIT
042100         VARYING WS-CLASS-INDEX FROM 1 BY 1
042200         UNTIL WS-CLASS-INDEX > WS-MAX-CLASS
042300             OR WS-CLASS-FOUND.
042400     IF NOT WS-CLASS-FOUND
042500         DISPLAY "UNKNOWN CHARGE CLASS ON BILRATES: "
042600                 RATE-CLASS
042700         SET WS-ABORT TO TRUE
042800         GO TO 1220-EXIT
042900     END-IF.
043000     SUBTRACT 1 FROM WS-CLASS-INDEX.
043100     IF RATE-UNIT-PRICE IS NOT NUMERIC
043200         DISPLAY "INVALID PRICE ON BILRATES FOR CLASS "
043300                 RATE-CLASS
043400         SET WS-ABORT TO TRUE
043500         GO TO 1220-EXIT
043600     END-IF.
043700     MOVE "Y" TO WS-RATE-LOADED(WS-CLASS-INDEX).
043800     MOVE RATE-UNIT-PRICE TO WS-RATE-PRICE(WS-CLASS-INDEX).
043900     MOVE RATE-DEBIT-ACCOUNT
044000         TO WS-RATE-DEBIT-ACCT(WS-CLASS-INDEX).
044100     MOVE RATE-CREDIT-ACCOUNT
044200         TO WS-RATE-CREDIT-ACCT(WS-CLASS-INDEX).
044300     MOVE RATE-DESCRIPTION TO WS-RATE-DESC(WS-CLASS-INDEX).
044400     IF RATE-DESCRIPTION = SPACES
044500         MOVE RATE-CLASS TO WS-RATE-DESC(WS-CLASS-INDEX)
044600     END-IF.
044700 1220-EXIT.
044800     EXIT.
044900
045000 1230-SEARCH-CLASS.
045100     IF RATE-CLASS = WS-CLASS-CODE(WS-CLASS-INDEX)
045200         SET WS-CLASS-FOUND TO TRUE
045300     END-IF.
045400 1230-EXIT.
045500     EXIT.
045600
045700 1240-CHECK-RATE.
045800     IF NOT WS-RATE-IS-LOADED(WS-CLASS-INDEX)
045900         DISPLAY "NO RATE ON BILRATES FOR CLASS "
046000                 WS-CLASS-CODE(WS-CLASS-INDEX)
046100         SET WS-ABORT TO TRUE
046200     END-IF.
046300 1240-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------------
046600* 2000 SERIES - SORT INPUT PROCEDURE.  EVERY ARCHIVE GENERATION
046700* ON THE MANIFEST, THEN THE LIVE LOG FROM THE START OF THE
046800* BILLING MONTH.  A GENERATION NAMED TWICE ON THE MANIFEST IS
046900* READ TWICE; ITS RECORDS COME OUT OF THE SORT AS DUPLICATE
047000* LOG KEYS AND ARE CHARGED ONCE, SO NO NAME TABLE IS KEPT.
047100*-----------------------------------------------------------------
047200 2000-SELECT-RECORDS.
047300     IF WS-MANIFEST-OPEN
047400         PERFORM 2100-READ-MANIFEST THRU 2100-EXIT
047500             UNTIL WS-MANIFEST-EOF
047600         CLOSE MANIFEST-FILE
047700     END-IF.
047800     PERFORM 2500-POSITION-LIVE-LOG THRU 2500-EXIT.
047900     PERFORM 2600-READ-LIVE-LOG THRU 2600-EXIT
048000         UNTIL WS-LOG-EOF.
048100 2000-EXIT.
048200     EXIT.
048300
048400 2100-READ-MANIFEST.
048500     READ MANIFEST-FILE
048600         AT END
048700             MOVE "Y" TO WS-MANIFEST-EOF-SW
048800         NOT AT END
048900             IF MANIFEST-LINE(1:12) = "ARCHIVE FILE"
049000                 MOVE MANIFEST-LINE(15:44)
049100                     TO WS-ARCHIVE-FILE-NAME
049200                 PERFORM 2200-READ-ONE-GENERATION
049300                     THRU 2200-EXIT
049400             END-IF
049500     END-READ.
049600 2100-EXIT.
049700     EXIT.
049800
049900* A GENERATION THAT CANNOT BE OPENED IS REPORTED AND SKIPPED,
050000* AS IN ELMOTRD; THE CONTROL REPORT'S GENERATION COUNT SHOWS
050100* FINANCE HOW MANY WERE ACTUALLY READ.
050200 2200-READ-ONE-GENERATION.
050300     OPEN INPUT ARCHIVE-FILE.
050400     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
050500         DISPLAY "UNABLE TO OPEN ARCHIVE GENERATION, STATUS = "
050600                 WS-ARCHIVE-FILE-STATUS
050700         DISPLAY "  FILE: " WS-ARCHIVE-FILE-NAME
050800         GO TO 2200-EXIT
050900     END-IF.
051000     ADD 1 TO WS-GENERATION-COUNT.
051100     MOVE "N" TO WS-ARCHIVE-EOF-SW.
051200     PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT
051300         UNTIL WS-ARCHIVE-EOF.
051400     CLOSE ARCHIVE-FILE.
051500 2200-EXIT.
051600     EXIT.
051700
051800 2300-READ-ARCHIVE.
051900     READ ARCHIVE-FILE
052000         AT END
052100             MOVE "Y" TO WS-ARCHIVE-EOF-SW
052200         NOT AT END
052300             ADD 1 TO WS-ARCHIVE-READ-COUNT
052400             MOVE ARCHIVE-RECORD TO LOG-RECORD
052500             PERFORM 2400-SELECT-ONE THRU 2400-EXIT
052600     END-READ.
052700 2300-EXIT.
052800     EXIT.
052900
053000* ONLY CALC AND RJCT RECORDS IN THE BILLING MONTH ARE RELEASED
053100* TO THE SORT.  THE OTHER RECORD TYPES, AND THE MEMORY-RECALL
053200* MARKER, COST THE DEPARTMENT NOTHING.
053300 2400-SELECT-ONE.
053400     IF LOG-TIMESTAMP(1:6) NOT = WS-BILL-MONTH
053500         GO TO 2400-EXIT
053600     END-IF.
053700     ADD 1 TO WS-IN-MONTH-COUNT.
053800     PERFORM 2450-CLASSIFY THRU 2450-EXIT.
053900     IF WS-CLASS-INDEX = 0
054000         ADD 1 TO WS-NOT-CHARGEABLE-COUNT
054100         GO TO 2400-EXIT
054200     END-IF.
054300     MOVE LOG-REFERENCE TO SRT-REFERENCE.
054400     MOVE WS-CLASS-INDEX TO SRT-CLASS.
054500     MOVE LOG-KEY TO SRT-LOG-KEY.
054510     MOVE WS-REVERSAL-SW TO SRT-REVERSAL-FLAG.
054600     RELEASE SORT-RECORD.
054700     ADD 1 TO WS-SELECTED-COUNT.
054710     IF WS-REVERSAL
054720         ADD 1 TO WS-REVERSAL-SELECTED
054730     END-IF.
054800 2400-EXIT.
054900     EXIT.
055000
055100* CHARGE CLASS FROM THE OPCODE IN LOG-OPTION.  GROUP AGGREGATES
055200* (21-25) ARE PRICED AS GROUPS WHATEVER THEIR SIZE; ANY OTHER
055300* CALCULATION WHOSE RESULT NEEDED THE WIDE FIELD - THE SAME
055400* TEST THE CALCULATOR USES TO GO INTO WIDE MODE - IS PRICED
055500* AS WIDE PRECISION.  EVERY RJCT IS A REJECT, WHATEVER ITS
055600* OPCODE.  A BACKOUT REVERSAL (RVRS) CARRIES EVERY FIELD OF
055610* THE RECORD IT REVERSES, SO IT LANDS IN THE SAME CLASS AND IS
055620* NETTED OFF THERE.  A NAMED FORMULA (30) IS ONE CHARGE FOR
055630* ALL ITS STEPS, PRICED AS SCIENTIFIC, OR AS WIDE WHEN ITS
055640* ANSWER NEEDED THE WIDE FIELD.  THE FINANCIAL OPTIONS (26-29)
055641* ARE PRICED THE SAME WAY, A SCHEDULE OR A CASH-FLOW NPV GROUP
055642* AS ONE CHARGE, SO A REVERSAL LANDS IN THE SAME CLASS.
055700 2450-CLASSIFY.
055800     MOVE 0 TO WS-CLASS-INDEX.
055810     MOVE "N" TO WS-REVERSAL-SW.
055820     MOVE LOG-TYPE TO WS-CHARGE-TYPE.
055830     IF LOG-TYPE-REVERSAL
055840         SET WS-REVERSAL TO TRUE
055850         MOVE LOG-EXIT-REASON(1:4) TO WS-CHARGE-TYPE
055860     END-IF.
055900     IF WS-CHARGE-REJECT
056000         MOVE WS-REJECT-CLASS TO WS-CLASS-INDEX
056100         GO TO 2450-EXIT
056200     END-IF.
056300     IF NOT WS-CHARGE-CALC
056400         GO TO 2450-EXIT
056500     END-IF.
056600     EVALUATE TRUE
056700         WHEN LOG-OPTION = 15
056800             CONTINUE
056900         WHEN LOG-OPTION >= 21 AND LOG-OPTION <= 25
057000             MOVE 3 TO WS-CLASS-INDEX
057100         WHEN LOG-RESULT > 9999999.9999999
057200                 OR LOG-RESULT < -9999999.9999999
057300             MOVE 4 TO WS-CLASS-INDEX
057400         WHEN LOG-OPTION >= 1 AND LOG-OPTION <= 4
057500         WHEN LOG-OPTION = 16 OR LOG-OPTION = 17
057600             MOVE 1 TO WS-CLASS-INDEX
057700         WHEN LOG-OPTION >= 5 AND LOG-OPTION <= 14
057800         WHEN LOG-OPTION = 18 OR LOG-OPTION = 19
057850         WHEN LOG-OPTION = 30
057851         WHEN LOG-OPTION >= 26 AND LOG-OPTION <= 29
057900             MOVE 2 TO WS-CLASS-INDEX
058000         WHEN OTHER
058100             CONTINUE
058200     END-EVALUATE.
058300 2450-EXIT.
058400     EXIT.
058500
058600* THE LIVE LOG IS KEYED ON ITS TIMESTAMP, SO THE READ STARTS AT
058700* THE FIRST RECORD OF THE BILLING MONTH AND STOPS AT THE FIRST
058800* ONE PAST IT.  AN INVALID KEY ON THE START MEANS NOTHING ON
058900* THE LIVE LOG FROM THE MONTH ONWARD.
059000 2500-POSITION-LIVE-LOG.
059100     MOVE LOW-VALUES TO LOG-KEY.
059200     MOVE WS-BILL-MONTH TO LOG-TIMESTAMP(1:6).
059300     START CALC-LOG-FILE KEY NOT < LOG-KEY
059400         INVALID KEY
059500             MOVE "Y" TO WS-LOG-EOF-SW
059600     END-START.
059700 2500-EXIT.
059800     EXIT.
059900
060000 2600-READ-LIVE-LOG.
060100     READ CALC-LOG-FILE NEXT RECORD
060200         AT END
060300             MOVE "Y" TO WS-LOG-EOF-SW
060400         NOT AT END
060500             IF LOG-TIMESTAMP(1:6) > WS-BILL-MONTH
060600                 MOVE "Y" TO WS-LOG-EOF-SW
060700             ELSE
060800                 ADD 1 TO WS-LIVE-READ-COUNT
060900                 PERFORM 2400-SELECT-ONE THRU 2400-EXIT
061000             END-IF
061100     END-READ.
061200 2600-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------------
061500* 3000-PRINT-CONTROL - THE CONTROL REPORT TOTALS.  EVERY
061600* IN-MONTH RECORD IS EITHER NOT CHARGEABLE, A DUPLICATE, NOT
061700* BILLED FOR WANT OF A DEPARTMENT, OR ON A STATEMENT; AND THE
061800* STATEMENTS, THE GL DEBITS AND THE GL CREDITS MUST ALL AGREE.
061900*-----------------------------------------------------------------
062000 3000-PRINT-CONTROL.
062100     IF WS-UNBILLED-REFS = 0
062200         MOVE "  NONE" TO REPORT-LINE
062300         WRITE REPORT-LINE
062400     END-IF.
062500     MOVE SPACES TO REPORT-LINE.
062600     WRITE REPORT-LINE.
062700     MOVE "ARCHIVE GENERATIONS READ" TO WS-CL-LABEL.
062800     MOVE WS-GENERATION-COUNT TO WS-CL-COUNT.
062900     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
063000     MOVE "ARCHIVE RECORDS READ" TO WS-CL-LABEL.
063100     MOVE WS-ARCHIVE-READ-COUNT TO WS-CL-COUNT.
063200     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
063300     MOVE "LIVE LOG RECORDS READ" TO WS-CL-LABEL.
063400     MOVE WS-LIVE-READ-COUNT TO WS-CL-COUNT.
063500     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
063600     MOVE "RECORDS IN BILLING MONTH" TO WS-CL-LABEL.
063700     MOVE WS-IN-MONTH-COUNT TO WS-CL-COUNT.
063800     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
063900     MOVE "  NOT CHARGEABLE" TO WS-CL-LABEL.
064000     MOVE WS-NOT-CHARGEABLE-COUNT TO WS-CL-COUNT.
064100     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
064200     MOVE "  DUPLICATES SKIPPED" TO WS-CL-LABEL.
064300     MOVE WS-DUPLICATE-COUNT TO WS-CL-COUNT.
064400     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
064500     MOVE "  NOT BILLED - NO DEPARTMENT" TO WS-CL-LABEL.
064600     MOVE WS-UNBILLED-COUNT TO WS-CL-COUNT.
064700     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
064800     MOVE "  BILLED TO DEPARTMENTS" TO WS-CL-LABEL.
064900     MOVE WS-BILLED-COUNT TO WS-CL-COUNT.
065000     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
065010     MOVE "    OF WHICH BACKOUT REVERSALS" TO WS-CL-LABEL.
065020     MOVE WS-REVERSAL-BILLED TO WS-CL-COUNT.
065030     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
065100     MOVE "DEPARTMENTS BILLED" TO WS-CL-LABEL.
065200     MOVE WS-DEPTS-BILLED TO WS-CL-COUNT.
065300     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
065400     MOVE SPACES TO REPORT-LINE.
065500     WRITE REPORT-LINE.
065600     MOVE "CHARGES BY CLASS:" TO REPORT-LINE.
065700     WRITE REPORT-LINE.
065800     PERFORM 3100-PRINT-CLASS THRU 3100-EXIT
065900         VARYING WS-CLASS-INDEX FROM 1 BY 1
066000         UNTIL WS-CLASS-INDEX > WS-MAX-CLASS.
066100     MOVE SPACES TO REPORT-LINE.
066200     WRITE REPORT-LINE.
066300     MOVE "STATEMENT TOTAL" TO WS-AL-LABEL.
066400     MOVE WS-STMT-GRAND-TOTAL TO WS-AL-AMOUNT.
066500     PERFORM 3910-WRITE-AMOUNT THRU 3910-EXIT.
066600     MOVE "GL DEBIT TOTAL" TO WS-AL-LABEL.
066700     MOVE WS-GL-DEBIT-TOTAL TO WS-AL-AMOUNT.
066800     PERFORM 3910-WRITE-AMOUNT THRU 3910-EXIT.
066900     MOVE "GL CREDIT TOTAL" TO WS-AL-LABEL.
067000     MOVE WS-GL-CREDIT-TOTAL TO WS-AL-AMOUNT.
067100     PERFORM 3910-WRITE-AMOUNT THRU 3910-EXIT.
067200     MOVE "GL DETAIL RECORDS" TO WS-CL-LABEL.
067300     MOVE WS-GL-DETAIL-COUNT TO WS-CL-COUNT.
067400     PERFORM 3900-WRITE-COUNT THRU 3900-EXIT.
067500     MOVE SPACES TO REPORT-LINE.
067600     WRITE REPORT-LINE.
067700     IF WS-ABORT
067800             OR WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
067900             OR WS-GL-DEPT-NET NOT = WS-STMT-GRAND-TOTAL
068000         MOVE "*** GL EXTRACT OUT OF BALANCE - DO NOT LOAD ***"
068100             TO REPORT-LINE
068200         DISPLAY "ELMOBIL: GL EXTRACT OUT OF BALANCE"
068300     ELSE
068400         MOVE "GL EXTRACT IN BALANCE" TO REPORT-LINE
068500     END-IF.
068600     WRITE REPORT-LINE.
068700 3000-EXIT.
068800     EXIT.
068900
069000 3100-PRINT-CLASS.
069100     MOVE SPACES TO WS-CLASS-LINE.
069200     MOVE WS-CLASS-CODE(WS-CLASS-INDEX) TO WS-CSL-CLASS.
069300     IF WS-RATE-IS-LOADED(WS-CLASS-INDEX)
069400         MOVE WS-RATE-DESC(WS-CLASS-INDEX) TO WS-CSL-DESC
069500     ELSE
069600         MOVE "NOT CHARGED" TO WS-CSL-DESC
069700     END-IF.
069800     MOVE WS-RATE-CALC-TOTAL(WS-CLASS-INDEX) TO WS-CSL-COUNT.
069900     MOVE WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX) TO WS-CSL-AMOUNT.
070000     MOVE WS-CLASS-LINE TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200 3100-EXIT.
070300     EXIT.
070400
070500 3900-WRITE-COUNT.
070600     MOVE WS-COUNT-LINE TO REPORT-LINE.
070700     WRITE REPORT-LINE.
070800 3900-EXIT.
070900     EXIT.
071000
071100 3910-WRITE-AMOUNT.
071200     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400 3910-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------------
071700* 4000 SERIES - SORT OUTPUT PROCEDURE.  CONTROL BREAKS ON THE
071800* REQUESTER, THEN THE CHARGE CLASS.  A REQUESTER ON DEPTFILE
071900* GETS A STATEMENT (INACTIVE DEPARTMENTS STILL PAY FOR THE
072000* MONTH'S WORK); ANY OTHER REFERENCE - A TERMINAL SESSION, A
072100* CODE SINCE REMOVED - IS LISTED ON THE CONTROL REPORT AND NOT
072200* BILLED.  THE GL CREDITS AND TRAILER FOLLOW THE LAST ONE.
072300*-----------------------------------------------------------------
072400 4000-BILL-DEPARTMENTS.
072500     PERFORM 4100-NEXT-SORTED THRU 4100-EXIT.
072600     PERFORM 4200-BILL-ONE-REFERENCE THRU 4200-EXIT
072700         UNTIL WS-SORT-EOF.
072800     PERFORM 4800-WRITE-GL-CREDIT THRU 4800-EXIT
072900         VARYING WS-CLASS-INDEX FROM 1 BY 1
073000         UNTIL WS-CLASS-INDEX > WS-MAX-CLASS.
073100     PERFORM 4900-WRITE-GL-TRAILER THRU 4900-EXIT.
073200 4000-EXIT.
073300     EXIT.
073400
073500* NEXT SORTED RECORD, PASSING OVER ANY WHOSE LOG KEY MATCHES
073600* THE ONE BEFORE IT.
073700 4100-NEXT-SORTED.
073800     MOVE "Y" TO WS-DUPLICATE-SW.
073900     PERFORM 4110-RETURN-ONE THRU 4110-EXIT
074000         UNTIL NOT WS-DUPLICATE.
074100 4100-EXIT.
074200     EXIT.
074300
074400 4110-RETURN-ONE.
074500     RETURN BILL-SORT-FILE
074600         AT END
074700             MOVE "Y" TO WS-SORT-EOF-SW
074800             MOVE "N" TO WS-DUPLICATE-SW
074900         NOT AT END
075000             IF SRT-LOG-KEY = WS-LAST-LOG-KEY
075100                 ADD 1 TO WS-DUPLICATE-COUNT
075200             ELSE
075300                 MOVE "N" TO WS-DUPLICATE-SW
075400                 MOVE SRT-LOG-KEY TO WS-LAST-LOG-KEY
075500             END-IF
075600     END-RETURN.
075700 4110-EXIT.
075800     EXIT.
075900
076000 4200-BILL-ONE-REFERENCE.
076100     MOVE SRT-REFERENCE TO WS-CUR-REFERENCE.
076200     MOVE WS-CUR-REFERENCE TO DPT-CODE.
076300     READ DEPT-MASTER-FILE
076400         INVALID KEY
076500             MOVE "N" TO WS-DEPT-FOUND-SW
076600         NOT INVALID KEY
076700             MOVE "Y" TO WS-DEPT-FOUND-SW
076800     END-READ.
076900     IF NOT WS-DEPT-FOUND
077000         PERFORM 4300-SKIP-UNBILLED THRU 4300-EXIT
077100         GO TO 4200-EXIT
077200     END-IF.
077300     PERFORM 4400-START-STATEMENT THRU 4400-EXIT.
077400     PERFORM 4500-BILL-ONE-CLASS THRU 4500-EXIT
077500         UNTIL WS-SORT-EOF
077600             OR SRT-REFERENCE NOT = WS-CUR-REFERENCE.
077700     PERFORM 4600-END-STATEMENT THRU 4600-EXIT.
077800 4200-EXIT.
077900     EXIT.
078000
078100 4300-SKIP-UNBILLED.
078200     MOVE 0 TO WS-REF-COUNT.
078300     PERFORM 4310-COUNT-UNBILLED THRU 4310-EXIT
078400         UNTIL WS-SORT-EOF
078500             OR SRT-REFERENCE NOT = WS-CUR-REFERENCE.
078600     ADD 1 TO WS-UNBILLED-REFS.
078700     ADD WS-REF-COUNT TO WS-UNBILLED-COUNT.
078800     MOVE WS-CUR-REFERENCE TO WS-UL-REFERENCE.
078900     MOVE WS-REF-COUNT TO WS-UL-COUNT.
079000     MOVE WS-UNBILLED-LINE TO REPORT-LINE.
079100     WRITE REPORT-LINE.
079200 4300-EXIT.
079300     EXIT.
079400
079500 4310-COUNT-UNBILLED.
079600     ADD 1 TO WS-REF-COUNT.
079700     PERFORM 4100-NEXT-SORTED THRU 4100-EXIT.
079800 4310-EXIT.
079900     EXIT.
080000
080100 4400-START-STATEMENT.
080200     ADD 1 TO WS-DEPTS-BILLED.
080300     MOVE 0 TO WS-DEPT-TOTAL.
080400     MOVE WS-STMT-HEADING TO STATEMENT-LINE.
080500     WRITE STATEMENT-LINE.
080600     MOVE SPACES TO STATEMENT-LINE.
080700     WRITE STATEMENT-LINE.
080800     MOVE SPACES TO WS-STMT-FIELD-LINE.
080900     MOVE "BILLING MONTH:" TO WS-SF-LABEL.
081000     MOVE WS-MONTH-DISPLAY TO WS-SF-VALUE.
081100     MOVE WS-STMT-FIELD-LINE TO STATEMENT-LINE.
081200     WRITE STATEMENT-LINE.
081300     MOVE SPACES TO WS-STMT-FIELD-LINE.
081400     MOVE "DEPARTMENT:" TO WS-SF-LABEL.
081500     STRING DPT-CODE DELIMITED BY SIZE
081600            "  "     DELIMITED BY SIZE
081700            DPT-NAME DELIMITED BY SIZE
081800            INTO WS-SF-VALUE
081900     END-STRING.
082000     MOVE WS-STMT-FIELD-LINE TO STATEMENT-LINE.
082100     WRITE STATEMENT-LINE.
082200     MOVE SPACES TO WS-STMT-FIELD-LINE.
082300     MOVE "CONTACT:" TO WS-SF-LABEL.
082400     MOVE DPT-CONTACT TO WS-SF-VALUE.
082500     MOVE WS-STMT-FIELD-LINE TO STATEMENT-LINE.
082600     WRITE STATEMENT-LINE.
082700     MOVE SPACES TO STATEMENT-LINE.
082800     WRITE STATEMENT-LINE.
082900     MOVE WS-STMT-COLUMN-LINE TO STATEMENT-LINE.
083000     WRITE STATEMENT-LINE.
083100     MOVE WS-STMT-RULE-LINE TO STATEMENT-LINE.
083200     WRITE STATEMENT-LINE.
083300 4400-EXIT.
083400     EXIT.
083500
083600* ONE LINE ITEM: COUNT THE CLASS'S RECORDS, PRICE THEM, AND
083700* DEBIT THE DEPARTMENT.  THE AMOUNT IS ROUNDED TO THE CENT ON
083800* THE LINE ITEM, SO THE STATEMENT AND THE GL AGREE TO THE CENT.
083810* BACKOUT REVERSALS IN THE CLASS ARE COUNTED APART, PRICED THE
083820* SAME WAY, AND SHOWN AS A NEGATIVE LINE UNDER IT; ONLY THE
083830* NET GOES TO THE GL.  A CLASS THAT NETS NEGATIVE - A RUN
083840* BILLED LAST MONTH AND BACKED OUT THIS ONE - IS CREDITED BACK
083850* TO THE DEPARTMENT.
083900 4500-BILL-ONE-CLASS.
084000     MOVE SRT-CLASS TO WS-CLASS-INDEX.
084100     MOVE 0 TO WS-ITEM-COUNT.
084110     MOVE 0 TO WS-REVERSED-COUNT.
084200     PERFORM 4510-COUNT-ITEM THRU 4510-EXIT
084300         UNTIL WS-SORT-EOF
084400             OR SRT-REFERENCE NOT = WS-CUR-REFERENCE
084500             OR SRT-CLASS NOT = WS-CLASS-INDEX.
084600     ADD WS-ITEM-COUNT TO WS-BILLED-COUNT.
084610     ADD WS-REVERSED-COUNT TO WS-BILLED-COUNT.
084620     ADD WS-REVERSED-COUNT TO WS-REVERSAL-BILLED.
084700     ADD WS-ITEM-COUNT TO WS-RATE-CALC-TOTAL(WS-CLASS-INDEX).
084710     SUBTRACT WS-REVERSED-COUNT
084720         FROM WS-RATE-CALC-TOTAL(WS-CLASS-INDEX).
084800     MOVE SPACES TO WS-SI-DESC.
084900     MOVE WS-ITEM-COUNT TO WS-SI-COUNT.
085000     IF WS-RATE-IS-LOADED(WS-CLASS-INDEX)
085100         COMPUTE WS-CHARGED-AMOUNT ROUNDED =
085200             WS-ITEM-COUNT * WS-RATE-PRICE(WS-CLASS-INDEX)
085210         COMPUTE WS-REVERSED-AMOUNT ROUNDED =
085220             WS-REVERSED-COUNT * WS-RATE-PRICE(WS-CLASS-INDEX)
085300         MOVE WS-RATE-DESC(WS-CLASS-INDEX) TO WS-SI-DESC
085400         MOVE WS-RATE-PRICE(WS-CLASS-INDEX) TO WS-SI-PRICE
085500     ELSE
085600         MOVE 0 TO WS-CHARGED-AMOUNT
085610         MOVE 0 TO WS-REVERSED-AMOUNT
085700         MOVE "REJECTED - NOT CHARGED" TO WS-SI-DESC
085800         MOVE 0 TO WS-SI-PRICE
085900     END-IF.
085910     IF WS-ITEM-COUNT > 0
086000         MOVE WS-CHARGED-AMOUNT TO WS-SI-AMOUNT
086100         MOVE WS-STMT-ITEM-LINE TO STATEMENT-LINE
086200         WRITE STATEMENT-LINE
086210     END-IF.
086220     IF WS-REVERSED-COUNT > 0
086230         MOVE "  LESS BATCH RUNS BACKED OUT" TO WS-SI-DESC
086240         MOVE WS-REVERSED-COUNT TO WS-SI-COUNT
086250         COMPUTE WS-SI-AMOUNT = 0 - WS-REVERSED-AMOUNT
086260         MOVE WS-STMT-ITEM-LINE TO STATEMENT-LINE
086270         WRITE STATEMENT-LINE
086280     END-IF.
086290     COMPUTE WS-ITEM-AMOUNT =
086291         WS-CHARGED-AMOUNT - WS-REVERSED-AMOUNT.
086292     IF WS-ITEM-AMOUNT = 0
086293         GO TO 4500-EXIT
086294     END-IF.
086295     ADD WS-ITEM-AMOUNT TO WS-DEPT-TOTAL.
086296     ADD WS-ITEM-AMOUNT
086297         TO WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX).
086300     IF WS-ITEM-AMOUNT > 0
086700         PERFORM 4700-WRITE-GL-DEBIT THRU 4700-EXIT
086710     ELSE
086720         PERFORM 4750-WRITE-GL-DEPT-CREDIT THRU 4750-EXIT
086800     END-IF.
086900 4500-EXIT.
087000     EXIT.
087100
087200 4510-COUNT-ITEM.
087210     IF SRT-REVERSAL
087220         ADD 1 TO WS-REVERSED-COUNT
087230     ELSE
087300         ADD 1 TO WS-ITEM-COUNT
087310     END-IF.
087400     PERFORM 4100-NEXT-SORTED THRU 4100-EXIT.
087500 4510-EXIT.
087600     EXIT.
087700
087800 4600-END-STATEMENT.
087900     MOVE WS-STMT-RULE-LINE TO STATEMENT-LINE.
088000     WRITE STATEMENT-LINE.
088100     MOVE "DEPARTMENT TOTAL" TO WS-ST-LABEL.
088200     MOVE WS-DEPT-TOTAL TO WS-ST-AMOUNT.
088300     MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
088400     WRITE STATEMENT-LINE.
088500     MOVE SPACES TO STATEMENT-LINE.
088600     WRITE STATEMENT-LINE.
088700     WRITE STATEMENT-LINE.
088800     ADD WS-DEPT-TOTAL TO WS-STMT-GRAND-TOTAL.
088900 4600-EXIT.
089000     EXIT.
089100
089200 4700-WRITE-GL-DEBIT.
089300     MOVE SPACES TO GL-JOURNAL-RECORD.
089400     SET GL-TYPE-DETAIL TO TRUE.
089500     MOVE WS-BILL-MONTH TO GL-PERIOD.
089600     MOVE WS-RATE-DEBIT-ACCT(WS-CLASS-INDEX) TO GL-ACCOUNT.
089700     MOVE WS-CUR-REFERENCE TO GL-COST-CENTER.
089800     SET GL-DEBIT TO TRUE.
089900     MOVE WS-ITEM-AMOUNT TO GL-AMOUNT.
090000     MOVE WS-RATE-DESC(WS-CLASS-INDEX) TO GL-DESCRIPTION.
090100     WRITE GL-JOURNAL-RECORD.
090200     ADD 1 TO WS-GL-DETAIL-COUNT.
090300     ADD WS-ITEM-AMOUNT TO WS-GL-DEBIT-TOTAL.
090310     ADD WS-ITEM-AMOUNT TO WS-GL-DEPT-NET.
090400 4700-EXIT.
090500     EXIT.
090505
090510* A DEPARTMENT WHOSE BACKED-OUT WORK OUTWEIGHS THE MONTH'S
090515* CHARGES IN A CLASS IS CREDITED, ON THE ACCOUNT IT IS
090520* NORMALLY DEBITED TO, FOR THE DIFFERENCE.
090525 4750-WRITE-GL-DEPT-CREDIT.
090530     MOVE SPACES TO GL-JOURNAL-RECORD.
090535     SET GL-TYPE-DETAIL TO TRUE.
090540     MOVE WS-BILL-MONTH TO GL-PERIOD.
090545     MOVE WS-RATE-DEBIT-ACCT(WS-CLASS-INDEX) TO GL-ACCOUNT.
090550     MOVE WS-CUR-REFERENCE TO GL-COST-CENTER.
090555     SET GL-CREDIT TO TRUE.
090560     COMPUTE GL-AMOUNT = 0 - WS-ITEM-AMOUNT.
090565     MOVE WS-RATE-DESC(WS-CLASS-INDEX) TO GL-DESCRIPTION.
090570     WRITE GL-JOURNAL-RECORD.
090575     ADD 1 TO WS-GL-DETAIL-COUNT.
090580     ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL.
090585     ADD WS-ITEM-AMOUNT TO WS-GL-DEPT-NET.
090590 4750-EXIT.
090595     EXIT.
090600
090700* ONE RECOVERY CREDIT PER CHARGE CLASS, FOR THE NET OF THAT
090800* CLASS'S POSTINGS ACROSS ALL DEPARTMENTS.  A CLASS THAT NETS
090810* NEGATIVE AFTER BACKOUTS DEBITS THE RECOVERY ACCOUNT INSTEAD.
090900 4800-WRITE-GL-CREDIT.
091000     IF WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX) = 0
091100         GO TO 4800-EXIT
091200     END-IF.
091300     MOVE SPACES TO GL-JOURNAL-RECORD.
091400     SET GL-TYPE-DETAIL TO TRUE.
091500     MOVE WS-BILL-MONTH TO GL-PERIOD.
091600     MOVE WS-RATE-CREDIT-ACCT(WS-CLASS-INDEX) TO GL-ACCOUNT.
091900     MOVE WS-RATE-DESC(WS-CLASS-INDEX) TO GL-DESCRIPTION.
091910     IF WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX) > 0
091920         SET GL-CREDIT TO TRUE
091930         MOVE WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX) TO GL-AMOUNT
091940         ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
091950     ELSE
091960         SET GL-DEBIT TO TRUE
091970         COMPUTE GL-AMOUNT =
091980             0 - WS-RATE-CREDIT-TOTAL(WS-CLASS-INDEX)
091990         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
091995     END-IF.
092000     WRITE GL-JOURNAL-RECORD.
092100     ADD 1 TO WS-GL-DETAIL-COUNT.
092400 4800-EXIT.
092500     EXIT.
092600
092700 4900-WRITE-GL-TRAILER.
092800     MOVE SPACES TO GL-JOURNAL-RECORD.
092900     SET GL-TYPE-TRAILER TO TRUE.
093000     MOVE WS-BILL-MONTH TO GL-TRL-PERIOD.
093100     MOVE WS-GL-DETAIL-COUNT TO GL-TRL-RECORD-COUNT.
093200     MOVE WS-GL-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL.
093300     MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL.
093400     WRITE GL-JOURNAL-RECORD.
093500 4900-EXIT.
093600     EXIT.
