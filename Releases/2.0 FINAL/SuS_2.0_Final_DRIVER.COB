      * Date-Written:   2026-09-02
      * Date-Compiled:
      * Purpose:       Night-run driver.  Runs the whole overnight
      *                chain - optionally ELMOCSV (build TRANSFIL from
      *                a department's spreadsheet), then ELMOPRL
      *                (release the pending batches due tonight onto
      *                TRANSFIL), ELMOEDT (edit TRANSFIL), ELMO (batch
      *                calculations), optionally ELMOAUD (recompute
      *                a sample of the batch's answers by an
      *                independent method), ELMOSUM (day's summary), and
      *                ELMORCY (recycle the failures) - as one
      *                controlled job instead of four hand
      *                submissions.  Each step's RETURN-CODE is
      *                pointed at the unedited TRANSFIL by accident
      *                or die at the sign-on halfway through.
      * Tectonics:     cobc -x -std=ibm -I ../../Copybooks
      *                (link with the step programs)
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   BATCH STEP, AND CORRECTION RECORDS AFTER
      *                   THE RECYCLE, COUNTED THE SAME WAY AS THE
      *                   REJECTS.
      *  2026-10-15  DW   DRVPARMS COLUMN 10 = "Y" RUNS THE CSV
      *                   INTAKE (ELMOCSV) AHEAD OF THE EDIT AND
      *                   REPORTS THE TRANSACTIONS IT BUILT.
      *  2026-10-15  DW   DRVPARMS COLUMN 11 = "Y" RUNS THE
      *                   INDEPENDENT RECOMPUTATION AUDIT (ELMOAUD)
      *                   AFTER THE BATCH STEP.  EXCEPTIONS (RC 4)
      *                   ARE FLAGGED ON THE REPORT BUT DO NOT STOP
      *                   THE NIGHT; ANY OTHER FAILURE DOES.
      *  2026-10-15  DW   EVERY NIGHT NOW RUNS THE PENDING-BATCH
      *                   RELEASE (ELMOPRL) AFTER ANY INTAKE AND
      *                   BEFORE THE EDIT, SO WORK THE DESKS QUEUED
      *                   EARLY ON PENDFIL JOINS TRANSFIL ON ITS
      *                   DATE.  A BATCH HELD BACK AS INCOMPLETE (RC
      *                   4) IS FLAGGED BUT DOES NOT STOP THE NIGHT.
      *                   THE REPORT THEN COUNTS THE BATCHES RELEASED
      *                   AND LISTS AND FLAGS EVERY BATCH STILL
      *                   WAITING WHOSE DATE HAS GONE BY.
      *  2026-10-15  DW   A PRLPARMS RELEASE DATE OTHER THAN TODAY
      *                   IS FLAGGED ON THE REPORT, SO A CATCH-UP
      *                   DATE LEFT IN PLACE IS NOT MISSED.
      ******************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ELMODRV.
002191     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
002192         ORGANIZATION IS SEQUENTIAL
002193         FILE STATUS IS WS-CORRECTION-FILE-STATUS.
002194
002195     SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
002196         ORGANIZATION IS SEQUENTIAL
002197         FILE STATUS IS WS-TRANS-FILE-STATUS.
002198
002199     SELECT PENDING-FILE ASSIGN TO "PENDFIL"
002200         ORGANIZATION IS INDEXED
002201         ACCESS MODE IS DYNAMIC
002202         RECORD KEY IS PND-KEY
002203         FILE STATUS IS WS-PND-FILE-STATUS.
002204
002223     SELECT RELEASE-PARM-FILE ASSIGN TO "PRLPARMS"
002242         ORGANIZATION IS LINE SEQUENTIAL
002261         FILE STATUS IS WS-PRLPARM-FILE-STATUS.
002280
002300     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-REPORT-FILE-STATUS.
002900 FD  PARAMETER-FILE.
003000 01  PARAMETER-RECORD.
003100     05  PARM-REJECT-THRESHOLD   PIC X(09).
003101     05  PARM-CSV-INTAKE         PIC X(01).
003102         88  PARM-INTAKE-WANTED          VALUE "Y".
003103     05  PARM-RECOMPUTE-AUDIT    PIC X(01).
003104         88  PARM-AUDIT-WANTED           VALUE "Y".
003200     05  FILLER                  PIC X(69).
003300
003400 FD  RUN-PARM-FILE.
003500     COPY ELMOPRM.
004100     RECORDING MODE IS F.
004200     COPY ELMOREJ.
004210
004220* THE FILES BELOW ARE ONLY COUNTED FOR THE NIGHT-RUN
004230* REPORT, SO PLAIN FIXED-LENGTH IMAGES DO: VALID-RECORD,
004240* CORRECTION-RECORD AND TRANS-COUNT-RECORD ARE THE SAME
004245* LENGTH AS TRANS-RECORD IN ELMOTRN.CPY, RESULTS-COUNT-RECORD
004250* THE SAME LENGTH AS RESULTS-RECORD IN ELMORES.CPY.
004270 FD  VALID-FILE
004280     RECORDING MODE IS F.
004290 01  VALID-RECORD                PIC X(52).
004296 FD  CORRECTION-FILE
004297     RECORDING MODE IS F.
004298 01  CORRECTION-RECORD           PIC X(52).
004299
004300 FD  TRANS-FILE
004301     RECORDING MODE IS F.
004302 01  TRANS-COUNT-RECORD          PIC X(52).
004303
004304 FD  PENDING-FILE
004305     RECORDING MODE IS F.
004306     COPY ELMOPND.
004307
004318* THE RELEASE STEP'S OWN CONTROL CARD, READ ONLY TO SEE WHETHER
004329* IT HAS BEEN GIVEN A RELEASE DATE OTHER THAN TONIGHT'S.
004340 FD  RELEASE-PARM-FILE.
004351 01  RELEASE-PARM-RECORD.
004362     05  PRL-RELEASE-DATE        PIC X(08).
004373     05  FILLER                  PIC X(72).
004384
004400 FD  NIGHT-REPORT-FILE.
004500 01  NIGHT-REPORT-LINE           PIC X(80).
004600*-----------------------------------------------------------------
005985 01  WS-VALID-COUNT              PIC 9(09) VALUE 0.
005986 01  WS-RESULTS-COUNT            PIC 9(09) VALUE 0.
005987 01  WS-CORR-COUNT               PIC 9(09) VALUE 0.
005988* THE SPREADSHEET INTAKE, WHEN DRVPARMS ASKS FOR IT, AND WHAT
005989* IT BUILT (TRANSFIL, LESS ITS TRAILER).
005990 01  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
005991 01  WS-TRANS-COUNT              PIC 9(09) VALUE 0.
005992 01  WS-INTAKE-SW                PIC X(01) VALUE "N".
005993     88  WS-INTAKE-WANTED                VALUE "Y".
005994* THE RECOMPUTATION AUDIT, WHEN DRVPARMS ASKS FOR IT.  ITS
005995* RETURN CODE 4 (ANSWERS OUTSIDE TOLERANCE) IS A FINDING FOR
005996* AUDIT, NOT A BROKEN NIGHT: 8100-RUN-STEP TREATS IT AS A
005997* WARNING WHEN THE CALLER HAS ALLOWED ONE.
005998 01  WS-AUDIT-SW                 PIC X(01) VALUE "N".
005999     88  WS-AUDIT-WANTED                 VALUE "Y".
006000 01  WS-STEP-WARN-SW             PIC X(01) VALUE "N".
006001     88  WS-STEP-WARN-ALLOWED            VALUE "Y".
006002* THE PENDING-BATCH WAREHOUSE, READ AFTER THE RELEASE STEP TO
006003* COUNT WHAT WENT OUT TONIGHT AND FIND ANY BATCH STILL WAITING
006004* PAST ITS DATE.  NO PENDFIL MEANS NOTHING WAS EVER SUBMITTED.
006005 01  WS-PND-FILE-STATUS          PIC X(02) VALUE SPACES.
006006 01  WS-PRLPARM-FILE-STATUS      PIC X(02) VALUE SPACES.
006007 01  WS-TODAY                    PIC X(08) VALUE SPACES.
006008 01  WS-PND-LAST-BATCH           PIC 9(07) VALUE 0.
006009 01  WS-PND-BATCH                PIC 9(07) VALUE 0.
006010 01  WS-PND-RELEASED-COUNT       PIC 9(09) VALUE 0.
006011 01  WS-PND-PAST-DUE-COUNT       PIC 9(09) VALUE 0.
006012
006100* THE EDIT REJECT THRESHOLD FROM DRVPARMS.  NO CONTROL FILE,
006200* OR A NON-NUMERIC VALUE, MEANS NO LIMIT: THE NIGHT RUNS
006300* WHATEVER THE REJECT COUNT, AS IT ALWAYS DID.
009500     05  FILLER                  PIC X(04) VALUE SPACES.
009600     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
009700 01  WS-FLAG-LINE                PIC X(80).
009708 01  WS-PAST-DUE-LINE.
009716     05  FILLER                  PIC X(17) VALUE
009724         "PAST DUE   BATCH ".
009732     05  WS-PD-BATCH             PIC 9(07).
009740     05  FILLER                  PIC X(07) VALUE "  DESK ".
009748     05  WS-PD-REFERENCE         PIC X(08).
009756     05  FILLER                  PIC X(06) VALUE "  DUE ".
009764     05  WS-PD-DUE               PIC X(08).
009772     05  FILLER                  PIC X(15) VALUE
009780         "  SUBMITTED BY ".
009788     05  WS-PD-SUBMITTED-BY      PIC X(08).
009800*-----------------------------------------------------------------
009900 PROCEDURE DIVISION.
010000*-----------------------------------------------------------------
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010201     IF WS-NIGHT-GOOD AND WS-INTAKE-WANTED
010202         PERFORM 2050-RUN-INTAKE-STEP THRU 2050-EXIT
010203     END-IF.
010227     IF WS-NIGHT-GOOD
010251         PERFORM 2070-RUN-RELEASE-STEP THRU 2070-EXIT
010275     END-IF.
010300     IF WS-NIGHT-GOOD
010400         PERFORM 2100-RUN-EDIT-STEP THRU 2100-EXIT
010500     END-IF.
011160             PERFORM 2400-COUNT-RESULTS THRU 2400-EXIT
011170         END-IF
011200     END-IF.
011201     IF WS-NIGHT-GOOD AND WS-AUDIT-WANTED
011202         PERFORM 2600-RUN-AUDIT-STEP THRU 2600-EXIT
011203     END-IF.
011300     IF WS-NIGHT-GOOD
011400         MOVE "ELMOSUM" TO WS-STEP-PROGRAM
011500         PERFORM 8100-RUN-STEP THRU 8100-EXIT
014800                     MOVE PARM-REJECT-THRESHOLD
014900                         TO WS-REJECT-THRESHOLD
015000                 END-IF
015001             IF PARM-INTAKE-WANTED
015002                 SET WS-INTAKE-WANTED TO TRUE
015003             END-IF
015004             IF PARM-AUDIT-WANTED
015005                 SET WS-AUDIT-WANTED TO TRUE
015006             END-IF
015100         END-READ
015200         CLOSE PARAMETER-FILE
015300     END-IF.
018200 1000-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------------
018401* 2050-RUN-INTAKE-STEP - BUILD TRANSFIL FROM THE DEPARTMENT'S
018402* SPREADSHEET.  A MISSING TRANSCSV FAILS THE STEP, AND SO THE
018403* NIGHT, RATHER THAN LET THE EDIT RUN ON WHATEVER TRANSFIL WAS
018404* LEFT BEHIND.  LINES THE INTAKE COULD NOT USE ARE LISTED ON
018405* ITS OWN REPORT (CSVRPT) AND DO NOT STOP THE NIGHT.
018406*-----------------------------------------------------------------
018407 2050-RUN-INTAKE-STEP.
018408     MOVE "ELMOCSV" TO WS-STEP-PROGRAM.
018409     PERFORM 8100-RUN-STEP THRU 8100-EXIT.
018410     IF WS-NIGHT-STOPPED
018411         GO TO 2050-EXIT
018412     END-IF.
018413     MOVE 0 TO WS-TRANS-COUNT.
018414     OPEN INPUT TRANS-FILE.
018415     IF WS-TRANS-FILE-STATUS = "00"
018416         MOVE "N" TO WS-COUNT-EOF-SW
018417         PERFORM 2060-READ-TRANS THRU 2060-EXIT
018418             UNTIL WS-COUNT-EOF
018419         CLOSE TRANS-FILE
018420     END-IF.
018421     IF WS-TRANS-COUNT > 0
018422         SUBTRACT 1 FROM WS-TRANS-COUNT
018423     END-IF.
018424     MOVE "TRANSACTIONS BUILT FROM CSV" TO WS-CL-LABEL.
018425     MOVE WS-TRANS-COUNT TO WS-CL-COUNT.
018426     MOVE WS-COUNT-LINE TO NIGHT-REPORT-LINE.
018427     WRITE NIGHT-REPORT-LINE.
018428 2050-EXIT.
018429     EXIT.
018430
018431 2060-READ-TRANS.
018432     READ TRANS-FILE
018433         AT END
018434             MOVE "Y" TO WS-COUNT-EOF-SW
018435         NOT AT END
018436             ADD 1 TO WS-TRANS-COUNT
018437     END-READ.
018438 2060-EXIT.
018439     EXIT.
018440
018441*-----------------------------------------------------------------
018442* 2070-RUN-RELEASE-STEP - PUT EVERY PENDING BATCH DUE TONIGHT
018443* ON THE END OF TRANSFIL, EACH WITH ITS OWN TRAILER (ELMOPRL,
018444* REPORT ON PRLRPT).  A BATCH FOUND INCOMPLETE IS HELD BACK
018445* WITH RETURN CODE 4: THE REST OF THE NIGHT'S WORK STILL RUNS.
018446* A CATCH-UP DATE ON PRLPARMS IS FLAGGED EVERY NIGHT IT IS LEFT
018447* IN PLACE, SINCE TONIGHT'S OWN BATCHES DO NOT GO OUT UNDER IT.
018448*-----------------------------------------------------------------
018449 2070-RUN-RELEASE-STEP.
018450     MOVE "ELMOPRL" TO WS-STEP-PROGRAM.
018451     SET WS-STEP-WARN-ALLOWED TO TRUE.
018452     PERFORM 8100-RUN-STEP THRU 8100-EXIT.
018453     IF WS-SL-STATUS = "WARNING"
018454         MOVE "*** PENDING BATCH HELD BACK - SEE PRLRPT ***"
018455             TO NIGHT-REPORT-LINE
018456         WRITE NIGHT-REPORT-LINE
018457     END-IF.
018458     PERFORM 2075-CHECK-RELEASE-DATE THRU 2075-EXIT.
018459     IF WS-NIGHT-GOOD
018460         PERFORM 2080-CHECK-PENDING THRU 2080-EXIT
018461     END-IF.
018462 2070-EXIT.
018463     EXIT.
018464
018465* THE SAME TEST ELMOPRL MAKES: A NUMERIC, NON-ZERO DATE NOT
018466* AFTER TODAY IS USED, SO ONE BEFORE TODAY IS AN OVERRIDE.
018467 2075-CHECK-RELEASE-DATE.
018468     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
018469     OPEN INPUT RELEASE-PARM-FILE.
018470     IF WS-PRLPARM-FILE-STATUS NOT = "00"
018471         GO TO 2075-EXIT
018472     END-IF.
018473     READ RELEASE-PARM-FILE
018474         AT END
018475             MOVE SPACES TO PRL-RELEASE-DATE
018476     END-READ.
018477     CLOSE RELEASE-PARM-FILE.
018478     IF PRL-RELEASE-DATE NUMERIC
018479             AND PRL-RELEASE-DATE NOT = "00000000"
018480             AND PRL-RELEASE-DATE < WS-TODAY
018481         MOVE "*** RELEASE DATE OVERRIDDEN BY PRLPARMS ***"
018482             TO NIGHT-REPORT-LINE
018483         WRITE NIGHT-REPORT-LINE
018484     END-IF.
018485 2075-EXIT.
018486     EXIT.
018487
018488*-----------------------------------------------------------------
018489* 2080-CHECK-PENDING - ONE PASS OVER THE BATCH HEADERS ON
018490* PENDFIL.  A BATCH STILL WAITING WITH A PROCESS-ON DATE BEFORE
018491* TODAY WAS NEVER RELEASED - THE RELEASE DID NOT RUN THAT NIGHT
018492* - AND IS LISTED AND FLAGGED FOR THE DESK TO RE-DATE OR
018493* WITHDRAW.  IT DOES NOT STOP THE NIGHT.
018494*-----------------------------------------------------------------
018495 2080-CHECK-PENDING.
018496     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
018497     MOVE 0 TO WS-PND-RELEASED-COUNT.
018498     MOVE 0 TO WS-PND-PAST-DUE-COUNT.
018499     OPEN INPUT PENDING-FILE.
018500     IF WS-PND-FILE-STATUS = "35"
018501         GO TO 2080-EXIT
018502     END-IF.
018503     IF WS-PND-FILE-STATUS NOT = "00"
018504         MOVE "*** PENDFIL UNREADABLE - PAST-DUE CHECK NOT MADE"
018505             TO NIGHT-REPORT-LINE
018506         WRITE NIGHT-REPORT-LINE
018507         GO TO 2080-EXIT
018508     END-IF.
018509     MOVE 0 TO WS-PND-LAST-BATCH.
018510     MOVE ZERO TO PND-KEY.
018511     READ PENDING-FILE
018512         KEY IS PND-KEY
018513         INVALID KEY
018514             CONTINUE
018515         NOT INVALID KEY
018516             MOVE PND-LAST-BATCH TO WS-PND-LAST-BATCH
018517     END-READ.
018518     PERFORM 2085-CHECK-ONE-BATCH THRU 2085-EXIT
018519         VARYING WS-PND-BATCH FROM 1 BY 1
018520         UNTIL WS-PND-BATCH > WS-PND-LAST-BATCH.
018521     CLOSE PENDING-FILE.
018522     MOVE "PENDING BATCHES RELEASED" TO WS-CL-LABEL.
018523     MOVE WS-PND-RELEASED-COUNT TO WS-CL-COUNT.
018524     MOVE WS-COUNT-LINE TO NIGHT-REPORT-LINE.
018525     WRITE NIGHT-REPORT-LINE.
018526     IF WS-PND-PAST-DUE-COUNT > 0
018527         MOVE "PENDING BATCHES PAST DUE" TO WS-CL-LABEL
018528         MOVE WS-PND-PAST-DUE-COUNT TO WS-CL-COUNT
018529         MOVE WS-COUNT-LINE TO NIGHT-REPORT-LINE
018530         WRITE NIGHT-REPORT-LINE
018531         MOVE "*** PAST-DUE PENDING BATCHES NEVER RELEASED ***"
018532             TO NIGHT-REPORT-LINE
018533         WRITE NIGHT-REPORT-LINE
018534     END-IF.
018535 2080-EXIT.
018536     EXIT.
018537
018538 2085-CHECK-ONE-BATCH.
018539     MOVE WS-PND-BATCH TO PND-BATCH-NUMBER.
018540     MOVE ZERO TO PND-LINE-NUMBER.
018541     READ PENDING-FILE
018542         KEY IS PND-KEY
018543         INVALID KEY
018544             GO TO 2085-EXIT
018545     END-READ.
018546     IF PND-RELEASED AND PND-STATUS-DATE = WS-TODAY
018547         ADD 1 TO WS-PND-RELEASED-COUNT
018548     END-IF.
018549     IF PND-WAITING AND PND-PROCESS-ON-DATE < WS-TODAY
018550         ADD 1 TO WS-PND-PAST-DUE-COUNT
018551         MOVE PND-BATCH-NUMBER    TO WS-PD-BATCH
018552         MOVE PND-REFERENCE       TO WS-PD-REFERENCE
018553         MOVE PND-PROCESS-ON-DATE TO WS-PD-DUE
018554         MOVE PND-SUBMITTED-BY    TO WS-PD-SUBMITTED-BY
018555         MOVE WS-PAST-DUE-LINE    TO NIGHT-REPORT-LINE
018556         WRITE NIGHT-REPORT-LINE
018557     END-IF.
018558 2085-EXIT.
018559     EXIT.
018560*-----------------------------------------------------------------
018561 2100-RUN-EDIT-STEP.
018600     MOVE "ELMOEDT" TO WS-STEP-PROGRAM.
018700     PERFORM 8100-RUN-STEP THRU 8100-EXIT.
018800 2100-EXIT.
023092 2510-EXIT.
023093     EXIT.
023094
023095*-----------------------------------------------------------------
023096* 2600-RUN-AUDIT-STEP - RECOMPUTE A SAMPLE OF THE RUN JUST
023097* FINISHED BY AN INDEPENDENT METHOD (ELMOAUD, REPORT ON
023098* AUDRPT).  WITH AUDPARMS LEFT BLANK IN THE RUN-NUMBER COLUMNS
023099* IT PICKS UP THE LAST COMPLETED RUN, WHICH IS THIS ONE.
023100*-----------------------------------------------------------------
023101 2600-RUN-AUDIT-STEP.
023102     MOVE "ELMOAUD" TO WS-STEP-PROGRAM.
023103     SET WS-STEP-WARN-ALLOWED TO TRUE.
023104     PERFORM 8100-RUN-STEP THRU 8100-EXIT.
023105     IF WS-SL-STATUS = "WARNING"
023106         MOVE "*** RECOMPUTATION EXCEPTIONS - SEE AUDRPT ***"
023107             TO NIGHT-REPORT-LINE
023108         WRITE NIGHT-REPORT-LINE
023109     END-IF.
023110 2600-EXIT.
023111     EXIT.
023112
023113*-----------------------------------------------------------------
023200 3000-FINISH-REPORT.
023300     MOVE SPACES TO NIGHT-REPORT-LINE.
023400     WRITE NIGHT-REPORT-LINE.
026900     IF WS-STEP-RC = 0
027000         MOVE "OK" TO WS-SL-STATUS
027100     ELSE
027101         IF WS-STEP-RC = 4 AND WS-STEP-WARN-ALLOWED
027102             MOVE "WARNING" TO WS-SL-STATUS
027103         ELSE
027104             MOVE "FAILED" TO WS-SL-STATUS
027105         END-IF
027300     END-IF.
027400     MOVE WS-STEP-LINE TO NIGHT-REPORT-LINE.
027500     WRITE NIGHT-REPORT-LINE.
027501     IF WS-STEP-RC = 4 AND WS-STEP-WARN-ALLOWED
027502         MOVE 0 TO WS-STEP-RC
027503     END-IF.
027504     MOVE "N" TO WS-STEP-WARN-SW.
027600     IF WS-STEP-RC NOT = 0
027700         MOVE "*** STEP FAILED - NIGHT STOPPED ***"
027800             TO WS-FLAG-LINE
