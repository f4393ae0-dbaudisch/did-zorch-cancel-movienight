000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTSTREAM".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-23.
000060 DATE-COMPILED.
000070*WEEKLY JOB-STREAM DRIVER: RUNS THE SEQUENCE OPERATIONS USED TO
000080*RUN BY HAND - MOVIENIGHTUNLOAD, THE NIGHTLY CHECK IN BATCH MODE,
000090*MOVIENIGHTNOTIFY, THEN MOVIENIGHTSCHEDULE - AS DEFINED STEPS, AND
000100*STOPS AT THE FIRST STEP THAT ENDS AT RETURN CODE 8 OR WORSE. EACH
000110*STEP'S START, END AND RETURN CODE ARE KEPT ON THE MVNTCHKP
000120*CHECKPOINT FILE, SO A RERUN AFTER A FAILURE RESUMES AT THE FIRST
000130*STEP THAT DID NOT FINISH CLEANLY INSTEAD OF GUESSING WHAT ALREADY
000140*RAN. THE STREAM AS A WHOLE LOGS ONE ROW ON MVNTRUNLOG, AND A
000150*STOPPED STREAM DROPS AN MVNTALERT ROW NAMING THE FAILED STEP.
000160*-----------------------------------------------------------------
000170*  MOD-HISTORY:
000180*    2026-09-23 DWB  ORIGINAL VERSION - FOUR-STEP WEEKLY STREAM
000190*                    WITH STEP CHECKPOINTS AND RESTART.
000191*    2026-10-14 DWB  MVNTCTL LAYOUT CARRIES CTL-SERIES; THE RUN
000192*                    MODE IS STILL TAKEN FROM THE FIRST ROW.
000200*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CHKP-FILE ASSIGN TO "MVNTCHKP"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CHKP-STATUS.
000280
000290     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CTL-STATUS.
000320
000330     SELECT RLOG-FILE ASSIGN TO "MVNTRUNLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RLOG-STATUS.
000360
000370     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ALERT-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*===============================================================*
000440*  CHKP-FILE - ONE ROW PER STREAM STEP, REWRITTEN WHOLE AT EVERY *
000450*  STEP START AND STEP END. SEE 5000-SAVE-CHECKPOINT.            *
000460*===============================================================*
000470 FD  CHKP-FILE.
000480     COPY MVNTCHKP.
000490
000500*===============================================================*
000510*  CTL-FILE - READ ONLY FOR THE RUN MODE: THE NIGHTLY CHECK IS   *
000520*  NOT STARTED UNLESS THE SHOP IS SET FOR BATCH, SINCE AN        *
000530*  INTERACTIVE CHECK WOULD SIT AT ITS FIRST PROMPT ALL NIGHT.    *
000540*===============================================================*
000550 FD  CTL-FILE.
000560 01  CTL-RECORD.
000570     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000580     05  CTL-RUN-MODE                PIC X(01).
000590     05  CTL-ZORCH-STREAK            PIC 9(03).
000591     05  CTL-SERIES                  PIC X(04).
000600     05  FILLER                      PIC X(15).
000610
000620*===============================================================*
000630*  RLOG-FILE - ONE STREAM-LEVEL ROW PER INVOCATION, RUN MODE     *
000640*  "S", ALONGSIDE THE ROWS THE NIGHTLY CHECK STEP WRITES ITSELF. *
000650*===============================================================*
000660 FD  RLOG-FILE.
000670     COPY MVNTRLOG.
000680
000690*===============================================================*
000700*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000710*  THE STREAM STOPS ON A FAILED STEP. SEE 9900-WRITE-ALERT.     *
000720*===============================================================*
000730 FD  ALERT-FILE.
000740     COPY MVNTALRT.
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-CHKP-STATUS                  PIC X(02) VALUE "00".
000780 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000790 01  WS-RLOG-STATUS                  PIC X(02) VALUE "00".
000800 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000810
000820 01  WS-CHKP-EOF-SW                  PIC X(01) VALUE "N".
000830     88  WS-CHKP-EOF                      VALUE "Y".
000840     88  WS-CHKP-NOT-EOF                  VALUE "N".
000850
000860*===============================================================*
000870*  STEP DEFINITIONS - THE STREAM IN RUN ORDER: A STEP NAME FOR   *
000880*  THE CHECKPOINT AND THE CONSOLE, AND THE COMMAND THAT RUNS IT. *
000890*  THE NOTIFY DISPATCHER IS A CONSOLE PROGRAM, SO ITS STEP FEEDS *
000900*  IT THE SAME "SEND" THEN "QUIT" AN OPERATOR WOULD TYPE.        *
000910*===============================================================*
000920 01  WS-STEP-DEFAULTS.
000930     05  FILLER                      PIC X(10) VALUE "UNLOAD".
000940     05  FILLER                      PIC X(80) VALUE
000950         "movienightunload".
000960     05  FILLER                      PIC X(10) VALUE "CHECK".
000970     05  FILLER                      PIC X(80) VALUE
000980         "didzorchcancelmovienight".
000990     05  FILLER                      PIC X(10) VALUE "NOTIFY".
001000     05  FILLER                      PIC X(80) VALUE
001010         "printf 'SEND\nQUIT\n' | movienightnotify".
001020     05  FILLER                      PIC X(10) VALUE "SCHEDULE".
001030     05  FILLER                      PIC X(80) VALUE
001040         "movienightschedule".
001050
001060 01  WS-STEP-TABLE REDEFINES WS-STEP-DEFAULTS.
001070     05  WS-STEP-ENTRY OCCURS 4 TIMES.
001080         10  WS-STEP-NAME                PIC X(10).
001090         10  WS-STEP-COMMAND             PIC X(80).
001100
001110 77  WS-STEP-COUNT                   PIC 9(02) COMP VALUE 4.
001120 77  WS-STEP-IDX                     PIC 9(02) COMP VALUE ZERO.
001130 77  WS-RESTART-IDX                  PIC 9(02) COMP VALUE ZERO.
001140 77  WS-STEPS-RUN                    PIC 9(02) COMP VALUE ZERO.
001150 77  WS-SAVE-IDX                     PIC 9(02) COMP VALUE ZERO.
001160
001170*===============================================================*
001180*  STEP PROGRESS TABLE - ONE SLOT PER STEP DEFINITION, LOADED    *
001190*  OFF THE CHECKPOINT FILE AND WRITTEN BACK TO IT WHOLE.         *
001200*===============================================================*
001210 01  WS-PROG-TABLE.
001220     05  WS-PROG-ENTRY OCCURS 4 TIMES.
001230         10  WS-PROG-STATE               PIC X(08).
001240         10  WS-PROG-START-DATE          PIC 9(08).
001250         10  WS-PROG-START-TIME          PIC 9(08).
001260         10  WS-PROG-END-DATE            PIC 9(08).
001270         10  WS-PROG-END-TIME            PIC 9(08).
001280         10  WS-PROG-RC                  PIC 9(03).
001290
001300 01  WS-STREAM-DATE                  PIC 9(08) VALUE ZERO.
001310
001320 01  WS-CHKP-FOUND-SW                PIC X(01) VALUE "N".
001330     88  WS-CHKP-FOUND                    VALUE "Y".
001340     88  WS-CHKP-NOT-FOUND                VALUE "N".
001350
001360 01  WS-RESTART-FOUND-SW             PIC X(01) VALUE "N".
001370     88  WS-RESTART-FOUND                 VALUE "Y".
001380     88  WS-RESTART-NOT-FOUND             VALUE "N".
001390
001400 01  WS-STREAM-STOP-SW               PIC X(01) VALUE "N".
001410     88  WS-STREAM-STOPPED                VALUE "Y".
001420     88  WS-STREAM-RUNNING                VALUE "N".
001430
001440 01  WS-SAVE-OK-SW                   PIC X(01) VALUE "Y".
001450     88  WS-SAVE-OK                       VALUE "Y".
001460     88  WS-SAVE-FAILED                   VALUE "N".
001470
001480*===============================================================*
001490*  STEP RETURN CODE - CALL "SYSTEM" HANDS BACK THE RAW WAIT      *
001500*  STATUS, WHOSE HIGH-ORDER BYTE IS THE STEP'S OWN RETURN CODE.  *
001510*  A NEGATIVE STATUS MEANS THE COMMAND COULD NOT BE STARTED.     *
001520*===============================================================*
001530 01  WS-WAIT-STATUS                  PIC S9(09) COMP VALUE ZERO.
001540 01  WS-STEP-RC                      PIC 9(03) VALUE ZERO.
001550 01  WS-FAILED-STEP                  PIC X(10) VALUE SPACES.
001560
001570 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001580 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001590
001600 01  WS-STEP-EDIT                    PIC Z9.
001610 01  WS-RC-EDIT                      PIC ZZ9.
001620
001630*===============================================================*
001640*  RUN SEVERITY - THE WORST STEP RETURN CODE, CAPPED AT 8: ZERO  *
001650*  CLEAN, 4 WHEN A STEP WARNED, 8 WHEN THE STREAM STOPPED OR ITS *
001660*  OWN CHECKPOINT FILE FAILED. 8+ ALSO DROPS A ROW ON MVNTALERT. *
001670*===============================================================*
001680 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001690 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720*===============================================================*
001730*  0000-MAINLINE                                                 *
001740*===============================================================*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001770     PERFORM 2000-LOAD-CHECKPOINT THRU 2000-EXIT
001780     PERFORM 2500-FIND-RESTART THRU 2500-EXIT
001790     PERFORM 3000-RUN-STEP THRU 3000-EXIT
001800         UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STREAM-STOPPED
001810     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
001820     PERFORM 9999-TERMINATE THRU 9999-EXIT
001830     STOP RUN.
001840
001850*===============================================================*
001860*  1000-INITIALIZE - EVERY STEP STARTS OUT PENDING; THE          *
001870*  CHECKPOINT FILE, IF THERE IS ONE, OVERLAYS THAT NEXT.         *
001880*===============================================================*
001890 1000-INITIALIZE.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001910     ACCEPT WS-RUN-TIME FROM TIME
001920     MOVE WS-RUN-DATE TO WS-STREAM-DATE
001930
001940     MOVE 1 TO WS-STEP-IDX
001950     PERFORM 1100-RESET-ONE-STEP THRU 1100-EXIT
001960         UNTIL WS-STEP-IDX > WS-STEP-COUNT
001970
001980     DISPLAY "MOVIE-NIGHT WEEKLY JOB STREAM"
001990     DISPLAY "-------------------------------------".
002000 1000-EXIT.
002010     EXIT.
002020
002030*===============================================================*
002040*  1100-RESET-ONE-STEP                                           *
002050*===============================================================*
002060 1100-RESET-ONE-STEP.
002070     MOVE "PENDING" TO WS-PROG-STATE(WS-STEP-IDX)
002080     MOVE ZERO TO WS-PROG-START-DATE(WS-STEP-IDX)
002090     MOVE ZERO TO WS-PROG-START-TIME(WS-STEP-IDX)
002100     MOVE ZERO TO WS-PROG-END-DATE(WS-STEP-IDX)
002110     MOVE ZERO TO WS-PROG-END-TIME(WS-STEP-IDX)
002120     MOVE ZERO TO WS-PROG-RC(WS-STEP-IDX)
002130     ADD 1 TO WS-STEP-IDX.
002140 1100-EXIT.
002150     EXIT.
002160
002170*===============================================================*
002180*  2000-LOAD-CHECKPOINT - A MISSING CHECKPOINT FILE IS A FIRST   *
002190*  RUN: EVERY STEP STAYS PENDING AND THE CYCLE STARTS TODAY.     *
002200*===============================================================*
002210 2000-LOAD-CHECKPOINT.
002220     SET WS-CHKP-NOT-FOUND TO TRUE
002230     SET WS-CHKP-NOT-EOF TO TRUE
002240     OPEN INPUT CHKP-FILE
002250     IF WS-CHKP-STATUS = "00"
002260         PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
002270             UNTIL WS-CHKP-EOF
002280         CLOSE CHKP-FILE
002290     END-IF.
002300 2000-EXIT.
002310     EXIT.
002320
002330*===============================================================*
002340*  2100-LOAD-ONE-STEP - A ROW ONLY COUNTS WHEN ITS STEP NUMBER   *
002350*  AND NAME BOTH MATCH THE CURRENT STEP DEFINITIONS; A ROW LEFT  *
002360*  OVER FROM A DIFFERENT STREAM LAYOUT IS IGNORED.               *
002370*===============================================================*
002380 2100-LOAD-ONE-STEP.
002390     READ CHKP-FILE
002400         AT END
002410             SET WS-CHKP-EOF TO TRUE
002420             GO TO 2100-EXIT
002430     END-READ
002440
002450     IF CHKP-STEP-NUM IS NOT NUMERIC
002460         GO TO 2100-EXIT
002470     END-IF
002480     IF CHKP-STEP-NUM < 1 OR CHKP-STEP-NUM > WS-STEP-COUNT
002490         GO TO 2100-EXIT
002500     END-IF
002510     MOVE CHKP-STEP-NUM TO WS-STEP-IDX
002520     IF CHKP-STEP-NAME NOT = WS-STEP-NAME(WS-STEP-IDX)
002530         GO TO 2100-EXIT
002540     END-IF
002550
002560     SET WS-CHKP-FOUND TO TRUE
002570     MOVE CHKP-STREAM-DATE TO WS-STREAM-DATE
002580     MOVE CHKP-STATE TO WS-PROG-STATE(WS-STEP-IDX)
002590     MOVE CHKP-START-DATE TO WS-PROG-START-DATE(WS-STEP-IDX)
002600     MOVE CHKP-START-TIME TO WS-PROG-START-TIME(WS-STEP-IDX)
002610     MOVE CHKP-END-DATE TO WS-PROG-END-DATE(WS-STEP-IDX)
002620     MOVE CHKP-END-TIME TO WS-PROG-END-TIME(WS-STEP-IDX)
002630     MOVE CHKP-RC TO WS-PROG-RC(WS-STEP-IDX).
002640 2100-EXIT.
002650     EXIT.
002660
002670*===============================================================*
002680*  2500-FIND-RESTART - THE FIRST STEP THAT DID NOT END CLEANLY   *
002690*  (ENDED BELOW RETURN CODE 8) IS WHERE THIS RUN PICKS UP. A     *
002700*  CHECKPOINT WITH EVERY STEP CLEAN IS A FINISHED CYCLE, SO A    *
002710*  NEW ONE STARTS FROM THE TOP WITH EVERY STEP RESET.            *
002720*===============================================================*
002730 2500-FIND-RESTART.
002740     SET WS-RESTART-NOT-FOUND TO TRUE
002750     MOVE 1 TO WS-STEP-IDX
002760     PERFORM 2510-TEST-STEP-CLEAN THRU 2510-EXIT
002770         UNTIL WS-RESTART-FOUND OR WS-STEP-IDX > WS-STEP-COUNT
002780
002790     IF WS-RESTART-FOUND AND WS-CHKP-FOUND AND WS-STEP-IDX > 1
002800         MOVE WS-STEP-IDX TO WS-RESTART-IDX
002810         MOVE WS-STEP-IDX TO WS-STEP-EDIT
002820         DISPLAY "RESUMING CYCLE OF " WS-STREAM-DATE " AT STEP "
002830             FUNCTION TRIM(WS-STEP-EDIT) " ("
002840             FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX)) ")"
002850     ELSE
002860         MOVE 1 TO WS-RESTART-IDX
002870         MOVE WS-RUN-DATE TO WS-STREAM-DATE
002880         MOVE 1 TO WS-STEP-IDX
002890         PERFORM 1100-RESET-ONE-STEP THRU 1100-EXIT
002900             UNTIL WS-STEP-IDX > WS-STEP-COUNT
002910         DISPLAY "STARTING NEW CYCLE OF " WS-STREAM-DATE
002920     END-IF
002930
002940     MOVE WS-RESTART-IDX TO WS-STEP-IDX.
002950 2500-EXIT.
002960     EXIT.
002970
002980*===============================================================*
002990*  2510-TEST-STEP-CLEAN                                          *
003000*===============================================================*
003010 2510-TEST-STEP-CLEAN.
003020     IF WS-PROG-STATE(WS-STEP-IDX) = "ENDED" AND
003030         WS-PROG-RC(WS-STEP-IDX) < 8
003040         ADD 1 TO WS-STEP-IDX
003050     ELSE
003060         SET WS-RESTART-FOUND TO TRUE
003070     END-IF.
003080 2510-EXIT.
003090     EXIT.
003100
003110*===============================================================*
003120*  3000-RUN-STEP - CHECKPOINT THE START, RUN THE STEP,           *
003130*  CHECKPOINT THE END. A START THAT CANNOT BE CHECKPOINTED IS    *
003140*  NOT RUN AT ALL - A STEP THAT RAN WITHOUT A RECORD OF IT IS    *
003150*  EXACTLY THE GUESSING THIS DRIVER EXISTS TO STOP.              *
003160*===============================================================*
003170 3000-RUN-STEP.
003180     MOVE WS-STEP-IDX TO WS-STEP-EDIT
003190     DISPLAY "STEP " FUNCTION TRIM(WS-STEP-EDIT) " "
003200         WS-STEP-NAME(WS-STEP-IDX) " STARTED"
003210
003220     ACCEPT WS-PROG-START-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD
003230     ACCEPT WS-PROG-START-TIME(WS-STEP-IDX) FROM TIME
003240     MOVE ZERO TO WS-PROG-END-DATE(WS-STEP-IDX)
003250     MOVE ZERO TO WS-PROG-END-TIME(WS-STEP-IDX)
003260     MOVE ZERO TO WS-PROG-RC(WS-STEP-IDX)
003270     MOVE "STARTED" TO WS-PROG-STATE(WS-STEP-IDX)
003280     PERFORM 5000-SAVE-CHECKPOINT THRU 5000-EXIT
003290     IF WS-SAVE-FAILED
003300         MOVE 8 TO WS-RUN-SEVERITY
003310         MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
003320         MOVE "MVNTCHKP WRITE FAILED - STREAM STOPPED"
003330             TO WS-ALERT-TEXT
003340         SET WS-STREAM-STOPPED TO TRUE
003350         GO TO 3000-EXIT
003360     END-IF
003370
003380     PERFORM 3100-EXECUTE-STEP THRU 3100-EXIT
003390     ADD 1 TO WS-STEPS-RUN
003400
003410     ACCEPT WS-PROG-END-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD
003420     ACCEPT WS-PROG-END-TIME(WS-STEP-IDX) FROM TIME
003430     MOVE WS-STEP-RC TO WS-PROG-RC(WS-STEP-IDX)
003440     MOVE "ENDED" TO WS-PROG-STATE(WS-STEP-IDX)
003450     PERFORM 5000-SAVE-CHECKPOINT THRU 5000-EXIT
003460
003470     MOVE WS-STEP-RC TO WS-RC-EDIT
003480     DISPLAY "STEP " FUNCTION TRIM(WS-STEP-EDIT) " "
003490         WS-STEP-NAME(WS-STEP-IDX) " ENDED RC="
003500         FUNCTION TRIM(WS-RC-EDIT)
003510
003520     IF WS-STEP-RC >= 8
003530         MOVE 8 TO WS-RUN-SEVERITY
003540         MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
003550         MOVE SPACES TO WS-ALERT-TEXT
003560         STRING "STREAM STOPPED AT STEP " DELIMITED BY SIZE
003570             FUNCTION TRIM(WS-FAILED-STEP) DELIMITED BY SIZE
003580             " RC=" DELIMITED BY SIZE
003590             FUNCTION TRIM(WS-RC-EDIT) DELIMITED BY SIZE
003600             INTO WS-ALERT-TEXT
003610         SET WS-STREAM-STOPPED TO TRUE
003620         GO TO 3000-EXIT
003630     END-IF
003640     IF WS-STEP-RC > WS-RUN-SEVERITY
003650         MOVE WS-STEP-RC TO WS-RUN-SEVERITY
003660     END-IF
003670
003680     IF WS-SAVE-FAILED
003690         MOVE 8 TO WS-RUN-SEVERITY
003700         MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
003710         MOVE "MVNTCHKP WRITE FAILED - STREAM STOPPED"
003720             TO WS-ALERT-TEXT
003730         SET WS-STREAM-STOPPED TO TRUE
003740         GO TO 3000-EXIT
003750     END-IF
003760
003770     ADD 1 TO WS-STEP-IDX.
003780 3000-EXIT.
003790     EXIT.
003800
003810*===============================================================*
003820*  3100-EXECUTE-STEP - HAND THE STEP'S COMMAND TO THE SYSTEM AND *
003830*  TAKE BACK ITS RETURN CODE. THE NIGHTLY CHECK ONLY RUNS WHEN   *
003840*  MVNTCTL SAYS BATCH; OTHERWISE THE STEP FAILS AT 8 ON THE SPOT *
003850*  RATHER THAN HANG THE STREAM AT A CONSOLE PROMPT.              *
003860*===============================================================*
003870 3100-EXECUTE-STEP.
003880     MOVE ZERO TO WS-STEP-RC
003890
003900     IF WS-STEP-NAME(WS-STEP-IDX) = "CHECK"
003910         PERFORM 3200-CHECK-RUN-MODE THRU 3200-EXIT
003920         IF CTL-RUN-MODE NOT = "B"
003930             DISPLAY "MVNTCTL IS NOT SET FOR BATCH (RUN MODE '"
003940                 CTL-RUN-MODE "') - THE NIGHTLY CHECK WOULD WAIT "
003950                 "ON THE CONSOLE. STEP NOT RUN."
003960             MOVE 8 TO WS-STEP-RC
003970             GO TO 3100-EXIT
003980         END-IF
003990     END-IF
004000
004010     CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX)
004020     MOVE RETURN-CODE TO WS-WAIT-STATUS
004030     MOVE ZERO TO RETURN-CODE
004040
004050     IF WS-WAIT-STATUS < ZERO
004060         DISPLAY "STEP COMMAND COULD NOT BE STARTED."
004070         MOVE 8 TO WS-STEP-RC
004080     ELSE
004090         COMPUTE WS-STEP-RC = WS-WAIT-STATUS / 256
004100     END-IF.
004110 3100-EXIT.
004120     EXIT.
004130
004140*===============================================================*
004150*  3200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP   *
004160*  DEFAULT, WHICH IS INTERACTIVE.                                *
004170*===============================================================*
004180 3200-CHECK-RUN-MODE.
004190     MOVE "I" TO CTL-RUN-MODE
004200     OPEN INPUT CTL-FILE
004210     IF WS-CTL-STATUS = "00"
004220         READ CTL-FILE
004230             AT END
004240                 MOVE "I" TO CTL-RUN-MODE
004250         END-READ
004260         CLOSE CTL-FILE
004270     END-IF.
004280 3200-EXIT.
004290     EXIT.
004300
004310*===============================================================*
004320*  5000-SAVE-CHECKPOINT - REWRITE THE WHOLE CHECKPOINT FILE FROM *
004330*  THE PROGRESS TABLE, ONE ROW PER STEP.                         *
004340*===============================================================*
004350 5000-SAVE-CHECKPOINT.
004360     SET WS-SAVE-OK TO TRUE
004370     OPEN OUTPUT CHKP-FILE
004380     IF WS-CHKP-STATUS NOT = "00"
004390         DISPLAY "UNABLE TO OPEN MVNTCHKP - CHECKPOINT NOT "
004400             "SAVED. STATUS=" WS-CHKP-STATUS
004410         SET WS-SAVE-FAILED TO TRUE
004420         GO TO 5000-EXIT
004430     END-IF
004440
004450     MOVE 1 TO WS-SAVE-IDX
004460     PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
004470         UNTIL WS-SAVE-IDX > WS-STEP-COUNT OR WS-SAVE-FAILED
004480     CLOSE CHKP-FILE.
004490 5000-EXIT.
004500     EXIT.
004510
004520*===============================================================*
004530*  5100-WRITE-ONE-STEP                                           *
004540*===============================================================*
004550 5100-WRITE-ONE-STEP.
004560     MOVE SPACES TO CHKP-RECORD
004570     MOVE WS-STREAM-DATE TO CHKP-STREAM-DATE
004580     MOVE WS-SAVE-IDX TO CHKP-STEP-NUM
004590     MOVE WS-STEP-NAME(WS-SAVE-IDX) TO CHKP-STEP-NAME
004600     MOVE WS-PROG-STATE(WS-SAVE-IDX) TO CHKP-STATE
004610     MOVE WS-PROG-START-DATE(WS-SAVE-IDX) TO CHKP-START-DATE
004620     MOVE WS-PROG-START-TIME(WS-SAVE-IDX) TO CHKP-START-TIME
004630     MOVE WS-PROG-END-DATE(WS-SAVE-IDX) TO CHKP-END-DATE
004640     MOVE WS-PROG-END-TIME(WS-SAVE-IDX) TO CHKP-END-TIME
004650     MOVE WS-PROG-RC(WS-SAVE-IDX) TO CHKP-RC
004660
004670     WRITE CHKP-RECORD
004680     IF WS-CHKP-STATUS NOT = "00"
004690         DISPLAY "UNABLE TO WRITE MVNTCHKP - CHECKPOINT NOT "
004700             "SAVED. STATUS=" WS-CHKP-STATUS
004710         SET WS-SAVE-FAILED TO TRUE
004720     END-IF
004730     ADD 1 TO WS-SAVE-IDX.
004740 5100-EXIT.
004750     EXIT.
004760
004770*===============================================================*
004780*  6000-PRINT-SUMMARY - WHERE EVERY STEP STANDS AT THE END OF    *
004790*  THIS RUN, STRAIGHT OFF THE PROGRESS TABLE.                    *
004800*===============================================================*
004810 6000-PRINT-SUMMARY.
004820     DISPLAY "-------------------------------------"
004830     DISPLAY "STEP STATUS FOR CYCLE OF " WS-STREAM-DATE ":"
004840     MOVE 1 TO WS-STEP-IDX
004850     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
004860         UNTIL WS-STEP-IDX > WS-STEP-COUNT
004870
004880     IF WS-STREAM-STOPPED
004890         DISPLAY "STREAM STOPPED AT STEP "
004900             FUNCTION TRIM(WS-FAILED-STEP)
004910             " - RERUN TO RESUME FROM THERE."
004920     ELSE
004930         DISPLAY "STREAM COMPLETE."
004940     END-IF.
004950 6000-EXIT.
004960     EXIT.
004970
004980*===============================================================*
004990*  6100-PRINT-ONE-STEP                                           *
005000*===============================================================*
005010 6100-PRINT-ONE-STEP.
005020     MOVE WS-STEP-IDX TO WS-STEP-EDIT
005030     MOVE WS-PROG-RC(WS-STEP-IDX) TO WS-RC-EDIT
005040     IF WS-PROG-STATE(WS-STEP-IDX) = "PENDING"
005050         DISPLAY "  " WS-STEP-EDIT " " WS-STEP-NAME(WS-STEP-IDX)
005060             " PENDING"
005070     ELSE
005080         DISPLAY "  " WS-STEP-EDIT " " WS-STEP-NAME(WS-STEP-IDX)
005090             " " WS-PROG-STATE(WS-STEP-IDX)
005100             " START=" WS-PROG-START-DATE(WS-STEP-IDX)
005110             " " WS-PROG-START-TIME(WS-STEP-IDX)
005120             " END=" WS-PROG-END-DATE(WS-STEP-IDX)
005130             " " WS-PROG-END-TIME(WS-STEP-IDX)
005140             " RC=" WS-RC-EDIT
005150     END-IF
005160     ADD 1 TO WS-STEP-IDX.
005170 6100-EXIT.
005180     EXIT.
005190
005200*===============================================================*
005210*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
005220*  NAMING THE STEP THE STREAM STOPPED AT. THE ALERT FILE'S OWN  *
005230*  TROUBLE IS REPORTED TO THE CONSOLE ONLY.                     *
005240*===============================================================*
005250 9900-WRITE-ALERT.
005260     MOVE SPACES TO ALERT-RECORD
005270     MOVE WS-RUN-DATE TO ALERT-DATE
005280     MOVE WS-RUN-TIME TO ALERT-TIME
005290     MOVE "MOVIENIGHTSTREAM" TO ALERT-PROGRAM
005300     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
005310     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
005320
005330     OPEN EXTEND ALERT-FILE
005340     IF WS-ALERT-STATUS = "35"
005350         OPEN OUTPUT ALERT-FILE
005360     END-IF
005370
005380     IF WS-ALERT-STATUS NOT = "00"
005390         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
005400             "WRITTEN. STATUS=" WS-ALERT-STATUS
005410     ELSE
005420         WRITE ALERT-RECORD
005430         IF WS-ALERT-STATUS NOT = "00"
005440             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
005450                 "WRITTEN. STATUS=" WS-ALERT-STATUS
005460         END-IF
005470         CLOSE ALERT-FILE
005480     END-IF.
005490 9900-EXIT.
005500     EXIT.
005510
005520*===============================================================*
005530*  9999-TERMINATE - ONE STREAM-LEVEL ROW ON THE RUN LOG: RUN     *
005540*  MODE "S", PATH STREAMOK OR STREAMFAIL, AND NO CHECK DATE (THE *
005550*  NIGHTLY CHECK STEP LOGS ITS OWN). THEN THE ALERT AND THE      *
005560*  GRADED RETURN CODE. THE LOG'S OWN TROUBLE IS REPORTED TO THE  *
005570*  CONSOLE ONLY.                                                 *
005580*===============================================================*
005590 9999-TERMINATE.
005600     MOVE SPACES TO RLOG-RECORD
005610     ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD
005620     ACCEPT RLOG-RUN-TIME FROM TIME
005630     MOVE "S" TO RLOG-RUN-MODE
005640     MOVE ZERO TO RLOG-DAY
005650     MOVE ZERO TO RLOG-CHECK-DATE
005660     IF WS-STREAM-STOPPED
005670         MOVE "STREAMFAIL" TO RLOG-PATH
005680     ELSE
005690         MOVE "STREAMOK" TO RLOG-PATH
005700     END-IF
005710     MOVE "00" TO RLOG-HIST-STATUS
005720     MOVE "00" TO RLOG-NOTE-STATUS
005730     MOVE "00" TO RLOG-CTL-STATUS
005740
005750     OPEN EXTEND RLOG-FILE
005760     IF WS-RLOG-STATUS = "35"
005770         OPEN OUTPUT RLOG-FILE
005780     END-IF
005790
005800     IF WS-RLOG-STATUS NOT = "00"
005810         DISPLAY "UNABLE TO OPEN MVNTRUNLOG - STREAM NOT LOGGED. "
005820             "STATUS=" WS-RLOG-STATUS
005830     ELSE
005840         WRITE RLOG-RECORD
005850         IF WS-RLOG-STATUS NOT = "00"
005860             DISPLAY "UNABLE TO WRITE MVNTRUNLOG - STREAM NOT "
005870                 "LOGGED. STATUS=" WS-RLOG-STATUS
005880         END-IF
005890         CLOSE RLOG-FILE
005900     END-IF
005910
005920     IF WS-RUN-SEVERITY >= 8
005930         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
005940     END-IF
005950     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
005960 9999-EXIT.
005970     EXIT.
005980
005990 END PROGRAM MOVIENIGHTSTREAM.
