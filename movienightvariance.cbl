000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTVARIANCE".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*PLAN-VERSUS-ACTUAL ROSTER REPORT. MOVIENIGHTSCHEDULE KEEPS EVERY
000080*ROW IT PUBLISHES ON THE RETAINED MVNTSHST HISTORY; THIS JOB TAKES
000090*THE LAST PLAN PUBLISHED ON OR BEFORE EACH PAST NIGHT AND CROSSES
000100*THE ROSTERED SCHED-HOST AND SCHED-PICKER AGAINST WHAT MVNTHIST
000110*AND MVNTFILM SAY ACTUALLY HAPPENED THAT NIGHT. IT LISTS EVERY
000120*HOST AND PICKER SWAP, EVERY ROSTERED NIGHT THAT WAS CANCELLED OR
000130*NOT HELD, AND ROSTERED NIGHTS WITH NOTHING ON FILE, THEN GIVES
000140*EACH PERSON A "TURNS OWED / TURNS TAKEN OVER" BALANCE AND CHECKS
000150*WHAT THEY ACTUALLY DID AGAINST THEIR MVNTROTA ROSTER STANDING
000160*AND A FAIR SHARE OF THE NIGHTS HELD.
000170*-----------------------------------------------------------------
000180*  MOD-HISTORY:
000190*    2026-09-30 DWB  ORIGINAL VERSION - SWAP AND LOST-NIGHT
000200*                    LISTING, PER-PERSON BALANCE AND ROSTER
000210*                    CHECK.
000211*    2026-10-14 DWB  NIGHTS ARE NOW SERIES PLUS DATE: A PLAN ONLY
000212*                    MATCHES THE MVNTHIST AND MVNTFILM ROWS OF ITS
000213*                    OWN SERIES (A BLANK SERIES ON AN OLD ROW IS
000214*                    "MAIN"), AND EACH VARIANCE LINE SHOWS THE
000215*                    SERIES. THE BALANCES ROLL UP ACROSS ALL
000216*                    SERIES; SOMEBODY ACTIVE ON ANY SERIES ROSTER
000217*                    COUNTS ONCE TOWARDS THE FAIR SHARE.
000220*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SHST-FILE ASSIGN TO "MVNTSHST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-SHST-STATUS.
000300
000310     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS HIST-KEY
000350         FILE STATUS IS WS-HIST-STATUS.
000360
000370     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FILM-STATUS.
000400
000410     SELECT ROTA-FILE ASSIGN TO "MVNTROTA"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ROTA-STATUS.
000440
000450     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ALERT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*===============================================================*
000520*  SHST-FILE - THE RETAINED SCHEDULE HISTORY, ONE ROW PER DATE  *
000530*  PER MOVIENIGHTSCHEDULE RUN THAT PUBLISHED IT.                *
000540*===============================================================*
000550 FD  SHST-FILE.
000560     COPY MVNTSHST.
000570
000580 FD  HIST-FILE.
000590     COPY MVNTHIST.
000600
000610 FD  FILM-FILE.
000620     COPY MVNTFILM.
000630
000640 FD  ROTA-FILE.
000650     COPY MVNTROTA.
000660
000670*===============================================================*
000680*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000690*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000700*===============================================================*
000710 FD  ALERT-FILE.
000720     COPY MVNTALRT.
000730
000740 WORKING-STORAGE SECTION.
000750*===============================================================*
000760*  FILE STATUS SWITCHES                                          *
000770*===============================================================*
000780 01  WS-SHST-STATUS                  PIC X(02) VALUE "00".
000790 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000800 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
000810 01  WS-ROTA-STATUS                  PIC X(02) VALUE "00".
000820 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000830
000840 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000850     88  WS-EOF                           VALUE "Y".
000860     88  WS-NOT-EOF                       VALUE "N".
000870
000880 01  WS-HIST-LOADED-SW               PIC X(01) VALUE "N".
000890     88  WS-HIST-LOADED                   VALUE "Y".
000900     88  WS-HIST-NOT-LOADED               VALUE "N".
000910
000920*===============================================================*
000930*  PLAN TABLE - ONE ENTRY PER PAST SERIES AND DATE ON MVNTSHST.*
000940*  A NIGHT IS PUBLISHED BY EVERY RUN THAT PROJECTS IT, SO THE   *
000950*  ENTRY HOLDS THE LATEST ROW PUBLISHED ON OR BEFORE THE NIGHT  *
000960*  ITSELF. THE ACTUAL HOST AND PICKER ARE FILLED IN OFF MVNTFILM.*
000970*===============================================================*
000980 01  WS-PL-COUNT                     PIC 9(04) VALUE ZERO.
000990 01  WS-PL-IDX                       PIC 9(04) VALUE ZERO.
001000
001010 01  WS-PL-TABLE.
001020     05  WS-PL-ENTRY OCCURS 1 TO 2000 TIMES
001030             DEPENDING ON WS-PL-COUNT.
001040         10  WS-PL-DATE                  PIC 9(08).
001041         10  WS-PL-SERIES                PIC X(04).
001050         10  WS-PL-PUBLISHED             PIC 9(08).
001060         10  WS-PL-STATUS                PIC X(08).
001070         10  WS-PL-HOST                  PIC X(10).
001080         10  WS-PL-PICKER                PIC X(10).
001090         10  WS-PL-ACT-HOST              PIC X(10).
001100         10  WS-PL-ACT-PICKER            PIC X(10).
001110         10  WS-PL-FILM-SW               PIC X(01).
001120
001130 01  WS-PL-FOUND-SW                  PIC X(01) VALUE "N".
001140     88  WS-PL-FOUND                      VALUE "Y".
001150     88  WS-PL-NOT-FOUND                  VALUE "N".
001160
001170*===============================================================*
001180*  HISTORY TABLE - MVNTHIST STAGED IN KEY (DATE) ORDER, THE     *
001190*  SAME WAY THE CROSS-FILE RECONCILIATION STAGES IT.            *
001200*===============================================================*
001210 01  WS-HT-COUNT                     PIC 9(04) VALUE ZERO.
001220 01  WS-HT-IDX                       PIC 9(04) VALUE ZERO.
001230
001240 01  WS-HT-TABLE.
001250     05  WS-HT-ENTRY OCCURS 1 TO 3000 TIMES
001260             DEPENDING ON WS-HT-COUNT.
001270         10  WS-HT-DATE                  PIC 9(08).
001271         10  WS-HT-SERIES                PIC X(04).
001280         10  WS-HT-ISMOVIENIGHT          PIC X(03).
001290         10  WS-HT-CANCELLED             PIC X(03).
001300         10  WS-HT-PARTY                 PIC X(10).
001310         10  WS-HT-REASON                PIC X(10).
001320
001330 01  WS-FIND-DATE                    PIC 9(08) VALUE ZERO.
001331 01  WS-FIND-SERIES                  PIC X(04) VALUE SPACES.
001332 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001340
001350 01  WS-HT-FOUND-SW                  PIC X(01) VALUE "N".
001360     88  WS-HT-FOUND                      VALUE "Y".
001370     88  WS-HT-NOT-FOUND                  VALUE "N".
001380
001390 01  WS-HELD-SW                      PIC X(01) VALUE "N".
001400     88  WS-NIGHT-HELD                    VALUE "Y".
001410     88  WS-NIGHT-NOT-HELD                VALUE "N".
001420
001430*===============================================================*
001440*  PERSON TABLE - THE ROSTER IN ROTATION ORDER FIRST, THEN      *
001450*  ANYBODY ELSE WHO WAS PLANNED OR TOOK A TURN. ROSTER STANDING *
001460*  IS "A" ACTIVE, "I" SITTING OUT, OR SPACE FOR NOT ON MVNTROTA.*
001470*  OWED COUNTS ROSTERED TURNS THE PERSON DID NOT GET TO TAKE -  *
001480*  SWAPPED OUT, OR LOST TO A NIGHT THAT WAS NOT HELD. TAKEN     *
001490*  COUNTS TURNS THEY TOOK THAT WERE ROSTERED TO SOMEBODY ELSE.  *
001500*===============================================================*
001510 01  WS-PS-COUNT                     PIC 9(03) VALUE ZERO.
001520 01  WS-PS-IDX                       PIC 9(03) VALUE ZERO.
001530
001540 01  WS-PS-TABLE.
001550     05  WS-PS-ENTRY OCCURS 1 TO 200 TIMES
001560             DEPENDING ON WS-PS-COUNT.
001570         10  WS-PS-NAME                  PIC X(10).
001580         10  WS-PS-ROSTER                PIC X(01).
001590         10  WS-PS-HOST-PLAN             PIC 9(04).
001600         10  WS-PS-HOST-DONE             PIC 9(04).
001610         10  WS-PS-PICK-PLAN             PIC 9(04).
001620         10  WS-PS-PICK-DONE             PIC 9(04).
001630         10  WS-PS-OWED                  PIC 9(04).
001640         10  WS-PS-TAKEN                 PIC 9(04).
001650
001660 01  WS-FIND-NAME                    PIC X(10) VALUE SPACES.
001670
001680 01  WS-PS-FOUND-SW                  PIC X(01) VALUE "N".
001690     88  WS-PS-FOUND                      VALUE "Y".
001700     88  WS-PS-NOT-FOUND                  VALUE "N".
001710
001720 01  WS-PS-FULL-SW                   PIC X(01) VALUE "N".
001730     88  WS-PS-FULL                       VALUE "Y".
001740     88  WS-PS-NOT-FULL                   VALUE "N".
001750
001760*===============================================================*
001770*  VARIANCE TABLE - EVERY VARIANCE FOUND, IN DATE ORDER WITHIN  *
001780*  THE PLAN. THE REPORT PRINTS IT ONE TYPE AT A TIME, IN THE    *
001790*  ORDER OF THE VARIANCE-TYPE LIST BELOW.                       *
001800*===============================================================*
001810 01  WS-VR-COUNT                     PIC 9(04) VALUE ZERO.
001820 01  WS-VR-IDX                       PIC 9(04) VALUE ZERO.
001830
001840 01  WS-VR-TABLE.
001850     05  WS-VR-ENTRY OCCURS 1 TO 2000 TIMES
001860             DEPENDING ON WS-VR-COUNT.
001870         10  WS-VR-TYPE                  PIC X(10).
001880         10  WS-VR-DATE                  PIC 9(08).
001881         10  WS-VR-SERIES                PIC X(04).
001890         10  WS-VR-DETAIL                PIC X(50).
001900
001910 01  WS-VR-FULL-SW                   PIC X(01) VALUE "N".
001920     88  WS-VR-FULL                       VALUE "Y".
001930     88  WS-VR-NOT-FULL                   VALUE "N".
001940
001950 01  WS-NEW-TYPE                     PIC X(10) VALUE SPACES.
001960 01  WS-NEW-DATE                     PIC 9(08) VALUE ZERO.
001970 01  WS-NEW-DETAIL                   PIC X(50) VALUE SPACES.
001980
001990*===============================================================*
002000*  VARIANCE-TYPE LIST - CODE AND REPORT HEADING FOR EACH KIND   *
002010*  OF VARIANCE, IN PRINTING ORDER.                              *
002020*===============================================================*
002030 01  WS-TYPE-VALUES.
002040     05  FILLER                      PIC X(50) VALUE
002050         "HOSTSWAP  NIGHTS HOSTED BY SOMEONE NOT ROSTERED".
002060     05  FILLER                      PIC X(50) VALUE
002070         "PICKSWAP  FILMS PICKED BY SOMEONE NOT ROSTERED".
002080     05  FILLER                      PIC X(50) VALUE
002090         "CANCELLED ROSTERED NIGHTS THAT WERE CANCELLED".
002100     05  FILLER                      PIC X(50) VALUE
002110         "NOTHELD   ROSTERED NIGHTS RECORDED AS NOT HELD".
002120     05  FILLER                      PIC X(50) VALUE
002130         "NOFILM    HELD ROSTERED NIGHTS WITH NO FILM ROW".
002140     05  FILLER                      PIC X(50) VALUE
002150         "NOHIST    ROSTERED NIGHTS NOT ON MVNTHIST".
002160
002170 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
002180     05  WS-TYPE-ENTRY OCCURS 6 TIMES.
002190         10  WS-TYPE-CODE                PIC X(10).
002200         10  WS-TYPE-TITLE               PIC X(40).
002210
002220 01  WS-TYPE-IDX                     PIC 9(02) VALUE ZERO.
002230 77  WS-TYPE-HITS                    PIC 9(05) COMP VALUE ZERO.
002240
002250*===============================================================*
002260*  FAIR SHARE - EVERY HELD ROSTERED NIGHT IS ONE HOST TURN AND  *
002270*  ONE PICK TURN, SPREAD OVER THE ACTIVE ROSTER. THE CALENDAR   *
002280*  ROTATION CAN LEAVE ANYBODY A TURN AHEAD OR BEHIND IN EACH    *
002290*  ROLE, SO ONLY A GAP OF MORE THAN TWO TURNS IS FLAGGED.       *
002300*===============================================================*
002310 01  WS-ACTIVE-COUNT                 PIC 9(03) VALUE ZERO.
002320 01  WS-FAIR-SHARE                   PIC 9(04)V9 VALUE ZERO.
002330 01  WS-TURNS-DONE                   PIC 9(05) VALUE ZERO.
002340 01  WS-TURN-GAP                     PIC S9(05)V9 VALUE ZERO.
002350 01  WS-NET-TURNS                    PIC S9(05) VALUE ZERO.
002360 01  WS-PS-FLAG                      PIC X(13) VALUE SPACES.
002370
002380*===============================================================*
002390*  TALLIES AND EDIT FIELDS                                       *
002400*===============================================================*
002410 77  WS-SHST-READ                    PIC 9(05) COMP VALUE ZERO.
002420 77  WS-ROSTERED-NIGHTS              PIC 9(05) COMP VALUE ZERO.
002430 77  WS-HELD-NIGHTS                  PIC 9(05) COMP VALUE ZERO.
002440 77  WS-LOST-NIGHTS                  PIC 9(05) COMP VALUE ZERO.
002450
002460 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
002470 01  WS-COUNT-EDIT                   PIC ZZZZ9.
002480 01  WS-SMALL-EDIT-1                 PIC ZZZ9.
002490 01  WS-SMALL-EDIT-2                 PIC ZZZ9.
002500 01  WS-SMALL-EDIT-3                 PIC ZZZ9.
002510 01  WS-SMALL-EDIT-4                 PIC ZZZ9.
002520 01  WS-SMALL-EDIT-5                 PIC ZZZ9.
002530 01  WS-SMALL-EDIT-6                 PIC ZZZ9.
002540 01  WS-NET-EDIT                     PIC ----9.
002550 01  WS-SHARE-EDIT                   PIC ZZZ9.9.
002560
002570*===============================================================*
002580*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN THERE  *
002590*  IS NO RETAINED SCHEDULE TO COMPARE YET, 8 WHEN THE HISTORY   *
002600*  COULD NOT BE READ. 8+ ALSO DROPS A ROW ON MVNTALERT. SWAPS   *
002610*  AND LOST NIGHTS ARE WHAT THE REPORT IS FOR, NOT FAULTS.      *
002620*===============================================================*
002630 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
002640 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
002650 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
002660 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
002670
002680 PROCEDURE DIVISION.
002690*===============================================================*
002700*  0000-MAINLINE                                                 *
002710*===============================================================*
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002740     PERFORM 2000-LOAD-ROSTER THRU 2000-EXIT
002750     PERFORM 2100-LOAD-PLAN THRU 2100-EXIT
002760     IF WS-PL-COUNT > ZERO
002770         PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
002780     END-IF
002790     IF WS-HIST-LOADED
002800         PERFORM 2700-LOAD-FILMS THRU 2700-EXIT
002810         PERFORM 3000-COMPARE-PLANS THRU 3000-EXIT
002820         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002830         PERFORM 5500-PRINT-BALANCES THRU 5500-EXIT
002840     END-IF
002850     PERFORM 9999-TERMINATE THRU 9999-EXIT
002860     STOP RUN.
002870
002880*===============================================================*
002890*  1000-INITIALIZE                                               *
002900*===============================================================*
002910 1000-INITIALIZE.
002920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002930     DISPLAY "MOVIE-NIGHT PLAN-VERSUS-ACTUAL ROSTER REPORT"
002940     DISPLAY "NIGHTS UP TO AND INCLUDING " WS-TODAY-DATE.
002950 1000-EXIT.
002960     EXIT.
002970
002980*===============================================================*
002990*  2000-LOAD-ROSTER - EVERY MVNTROTA NAME, ACTIVE OR NOT, SO    *
003000*  THE BALANCE CAN SAY WHO IS ON THE ROSTER AT ALL. NO ROSTER   *
003010*  FILE JUST MEANS EVERYBODY SHOWS AS NOT ON THE ROSTER.        *
003020*===============================================================*
003030 2000-LOAD-ROSTER.
003040     OPEN INPUT ROTA-FILE
003050     IF WS-ROTA-STATUS NOT = "00"
003060         DISPLAY "NO ROSTER FILE MVNTROTA FOUND - ROSTER NOT "
003070             "CHECKED."
003080         GO TO 2000-EXIT
003090     END-IF
003100     SET WS-NOT-EOF TO TRUE
003110     PERFORM 2010-LOAD-ONE-ROSTER THRU 2010-EXIT
003120         UNTIL WS-EOF
003130     CLOSE ROTA-FILE.
003140 2000-EXIT.
003150     EXIT.
003160
003170*===============================================================*
003180*  2010-LOAD-ONE-ROSTER                                          *
003190*===============================================================*
003200 2010-LOAD-ONE-ROSTER.
003210     READ ROTA-FILE
003220         AT END
003230             SET WS-EOF TO TRUE
003240             GO TO 2010-EXIT
003250     END-READ
003260
003270     MOVE ROTA-NAME TO WS-FIND-NAME
003280     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
003290     IF WS-PS-FOUND
003291         IF WS-PS-ROSTER(WS-PS-IDX) = "A"
003292             GO TO 2010-EXIT
003293         END-IF
003300         MOVE ROTA-ACTIVE TO WS-PS-ROSTER(WS-PS-IDX)
003310         IF ROTA-ACTIVE = "A"
003320             ADD 1 TO WS-ACTIVE-COUNT
003330         END-IF
003340     END-IF.
003350 2010-EXIT.
003360     EXIT.
003370
003380*===============================================================*
003390*  2100-LOAD-PLAN - THE RETAINED SCHEDULE, PAST NIGHTS ONLY.    *
003400*  WITHOUT IT THERE IS NO PLAN TO COMPARE AGAINST.              *
003410*===============================================================*
003420 2100-LOAD-PLAN.
003430     OPEN INPUT SHST-FILE
003440     IF WS-SHST-STATUS NOT = "00"
003450         DISPLAY "NO RETAINED SCHEDULE MVNTSHST FOUND - NOTHING "
003460             "TO COMPARE. STATUS=" WS-SHST-STATUS
003470         MOVE 4 TO WS-RUN-SEVERITY
003480         GO TO 2100-EXIT
003490     END-IF
003500     SET WS-NOT-EOF TO TRUE
003510     PERFORM 2110-LOAD-ONE-PLAN THRU 2110-EXIT
003520         UNTIL WS-EOF
003530     CLOSE SHST-FILE
003540
003550     IF WS-PL-COUNT = ZERO
003560         DISPLAY "NO PAST NIGHTS ON MVNTSHST YET - NOTHING TO "
003570             "COMPARE."
003580         MOVE 4 TO WS-RUN-SEVERITY
003590     END-IF.
003600 2100-EXIT.
003610     EXIT.
003620
003630*===============================================================*
003640*  2110-LOAD-ONE-PLAN - A ROW PUBLISHED AFTER ITS OWN NIGHT WAS *
003650*  NEVER THE PLAN FOR IT, AND A NIGHT STILL TO COME HAS NO      *
003660*  OUTCOME YET; BOTH ARE PASSED OVER. OTHERWISE THE LATEST      *
003670*  PUBLICATION OF A DATE REPLACES ANY EARLIER ONE.              *
003680*===============================================================*
003690 2110-LOAD-ONE-PLAN.
003700     READ SHST-FILE
003710         AT END
003720             SET WS-EOF TO TRUE
003730             GO TO 2110-EXIT
003740     END-READ
003750     ADD 1 TO WS-SHST-READ
003760
003770     IF SHST-PUBLISHED-DATE > SHST-DATE OR
003780         SHST-DATE > WS-TODAY-DATE
003790         GO TO 2110-EXIT
003800     END-IF
003810
003820     IF SHST-SERIES = SPACES
003821         MOVE WS-DEFAULT-SERIES TO SHST-SERIES
003822     END-IF
003823     MOVE SHST-DATE TO WS-FIND-DATE
003824     MOVE SHST-SERIES TO WS-FIND-SERIES
003830     PERFORM 3850-FIND-PLAN-DATE THRU 3850-EXIT
003840     IF WS-PL-FOUND
003850         IF SHST-PUBLISHED-DATE < WS-PL-PUBLISHED(WS-PL-IDX)
003860             GO TO 2110-EXIT
003870         END-IF
003880     ELSE
003890         IF WS-PL-COUNT >= 2000
003900             DISPLAY "PLAN TABLE FULL - DATES PAST 2000 NOT "
003910                 "COMPARED."
003920             SET WS-EOF TO TRUE
003930             GO TO 2110-EXIT
003940         END-IF
003950         ADD 1 TO WS-PL-COUNT
003960         MOVE WS-PL-COUNT TO WS-PL-IDX
003970     END-IF
003980
003990     MOVE SHST-DATE TO WS-PL-DATE(WS-PL-IDX)
003991     MOVE SHST-SERIES TO WS-PL-SERIES(WS-PL-IDX)
004000     MOVE SHST-PUBLISHED-DATE TO WS-PL-PUBLISHED(WS-PL-IDX)
004010     MOVE SHST-STATUS TO WS-PL-STATUS(WS-PL-IDX)
004020     MOVE SHST-HOST TO WS-PL-HOST(WS-PL-IDX)
004030     MOVE SHST-PICKER TO WS-PL-PICKER(WS-PL-IDX)
004040     MOVE SPACES TO WS-PL-ACT-HOST(WS-PL-IDX)
004050     MOVE SPACES TO WS-PL-ACT-PICKER(WS-PL-IDX)
004060     MOVE "N" TO WS-PL-FILM-SW(WS-PL-IDX).
004070 2110-EXIT.
004080     EXIT.
004090
004100*===============================================================*
004110*  2500-LOAD-HISTORY - STAGE MVNTHIST WHOLE. WITHOUT IT NO      *
004120*  NIGHT'S OUTCOME IS KNOWN AND NOTHING CAN BE COMPARED.        *
004130*===============================================================*
004140 2500-LOAD-HISTORY.
004150     OPEN INPUT HIST-FILE
004160     IF WS-HIST-STATUS NOT = "00"
004170         DISPLAY "UNABLE TO OPEN MVNTHIST - NOTHING COMPARED. "
004180             "STATUS=" WS-HIST-STATUS
004190         MOVE 8 TO WS-RUN-SEVERITY
004200         MOVE "MVNTHIST OPEN FAILED - NO ROSTER REPORT"
004210             TO WS-ALERT-TEXT
004220         GO TO 2500-EXIT
004230     END-IF
004240
004250     SET WS-NOT-EOF TO TRUE
004260     PERFORM 2510-LOAD-ONE-HIST THRU 2510-EXIT
004270         UNTIL WS-EOF
004280     CLOSE HIST-FILE
004290     SET WS-HIST-LOADED TO TRUE.
004300 2500-EXIT.
004310     EXIT.
004320
004330*===============================================================*
004340*  2510-LOAD-ONE-HIST                                            *
004350*===============================================================*
004360 2510-LOAD-ONE-HIST.
004370     READ HIST-FILE
004380         AT END
004390             SET WS-EOF TO TRUE
004400             GO TO 2510-EXIT
004410     END-READ
004420
004430     IF WS-HT-COUNT >= 3000
004440         DISPLAY "HISTORY TABLE FULL - ROWS PAST 3000 NOT "
004450             "COMPARED."
004460         SET WS-EOF TO TRUE
004470         GO TO 2510-EXIT
004480     END-IF
004490
004500     ADD 1 TO WS-HT-COUNT
004510     MOVE HIST-DATE TO WS-HT-DATE(WS-HT-COUNT)
004511     MOVE HIST-SERIES TO WS-HT-SERIES(WS-HT-COUNT)
004512     IF HIST-SERIES = SPACES
004513         MOVE WS-DEFAULT-SERIES TO WS-HT-SERIES(WS-HT-COUNT)
004514     END-IF
004520     MOVE HIST-ISMOVIENIGHT TO WS-HT-ISMOVIENIGHT(WS-HT-COUNT)
004530     MOVE HIST-CANCELLED-FLAG TO WS-HT-CANCELLED(WS-HT-COUNT)
004540     MOVE HIST-CANCEL-PARTY TO WS-HT-PARTY(WS-HT-COUNT)
004550     MOVE HIST-CANCEL-REASON TO WS-HT-REASON(WS-HT-COUNT).
004560 2510-EXIT.
004570     EXIT.
004580
004590*===============================================================*
004600*  2700-LOAD-FILMS - WHO ACTUALLY HOSTED AND PICKED. A MISSING  *
004610*  FILM FILE IS NOT FATAL - EVERY HELD NIGHT THEN SHOWS UP      *
004620*  UNDER NOFILM INSTEAD.                                        *
004630*===============================================================*
004640 2700-LOAD-FILMS.
004650     OPEN INPUT FILM-FILE
004660     IF WS-FILM-STATUS NOT = "00"
004670         DISPLAY "NO FILM FILE MVNTFILM FOUND."
004680         GO TO 2700-EXIT
004690     END-IF
004700     SET WS-NOT-EOF TO TRUE
004710     PERFORM 2710-LOAD-ONE-FILM THRU 2710-EXIT
004720         UNTIL WS-EOF
004730     CLOSE FILM-FILE.
004740 2700-EXIT.
004750     EXIT.
004760
004770*===============================================================*
004780*  2710-LOAD-ONE-FILM - THE FIRST FILM ROW OF A NIGHT GIVES ITS *
004790*  HOST AND PICKER. ON A DOUBLE FEATURE A LATER ROW NAMING THE  *
004800*  ROSTERED HOST OR PICKER WINS, SO A SECOND FILM PICKED BY A   *
004810*  GUEST DOES NOT READ AS A SWAP.                               *
004820*===============================================================*
004830 2710-LOAD-ONE-FILM.
004840     READ FILM-FILE
004850         AT END
004860             SET WS-EOF TO TRUE
004870             GO TO 2710-EXIT
004880     END-READ
004890
004900     MOVE FILM-DATE TO WS-FIND-DATE
004901     MOVE FILM-SERIES TO WS-FIND-SERIES
004902     IF FILM-SERIES = SPACES
004903         MOVE WS-DEFAULT-SERIES TO WS-FIND-SERIES
004904     END-IF
004910     PERFORM 3850-FIND-PLAN-DATE THRU 3850-EXIT
004920     IF WS-PL-NOT-FOUND
004930         GO TO 2710-EXIT
004940     END-IF
004950
004960     IF WS-PL-FILM-SW(WS-PL-IDX) = "N"
004970         MOVE "Y" TO WS-PL-FILM-SW(WS-PL-IDX)
004980         MOVE FILM-HOST TO WS-PL-ACT-HOST(WS-PL-IDX)
004990         MOVE FILM-PICKER TO WS-PL-ACT-PICKER(WS-PL-IDX)
005000         GO TO 2710-EXIT
005010     END-IF
005020
005030     IF FILM-HOST = WS-PL-HOST(WS-PL-IDX)
005040         MOVE FILM-HOST TO WS-PL-ACT-HOST(WS-PL-IDX)
005050     END-IF
005060     IF FILM-PICKER = WS-PL-PICKER(WS-PL-IDX)
005070         MOVE FILM-PICKER TO WS-PL-ACT-PICKER(WS-PL-IDX)
005080     END-IF.
005090 2710-EXIT.
005100     EXIT.
005110
005120*===============================================================*
005130*  3000-COMPARE-PLANS - ONE PASS OVER THE PLAN TABLE.           *
005140*===============================================================*
005150 3000-COMPARE-PLANS.
005160     MOVE 1 TO WS-PL-IDX
005170     PERFORM 3010-COMPARE-ONE-PLAN THRU 3010-EXIT
005180         UNTIL WS-PL-IDX > WS-PL-COUNT.
005190 3000-EXIT.
005200     EXIT.
005210
005220*===============================================================*
005230*  3010-COMPARE-ONE-PLAN - PLANNED SKIPS AND NIGHTS PUBLISHED   *
005240*  WITH NOBODY ROSTERED HAVE NOTHING TO COMPARE. A HELD NIGHT   *
005250*  IS CHECKED ROLE BY ROLE; A NIGHT THAT WAS NOT HELD COSTS     *
005260*  BOTH ROSTERED PEOPLE THEIR TURN.                             *
005270*===============================================================*
005280 3010-COMPARE-ONE-PLAN.
005290     IF WS-PL-STATUS(WS-PL-IDX) NOT = "MOVIE" OR
005300         (WS-PL-HOST(WS-PL-IDX) = SPACES AND
005310          WS-PL-PICKER(WS-PL-IDX) = SPACES)
005320         GO TO 3010-NEXT
005330     END-IF
005340     ADD 1 TO WS-ROSTERED-NIGHTS
005350
005360     MOVE WS-PL-DATE(WS-PL-IDX) TO WS-FIND-DATE
005361     MOVE WS-PL-SERIES(WS-PL-IDX) TO WS-FIND-SERIES
005370     PERFORM 3900-FIND-HIST-DATE THRU 3900-EXIT
005380     IF WS-HT-NOT-FOUND
005390         MOVE "NOHIST" TO WS-NEW-TYPE
005400         MOVE SPACES TO WS-NEW-DETAIL
005410         STRING "ROSTERED HOST " DELIMITED BY SIZE
005420             WS-PL-HOST(WS-PL-IDX) DELIMITED BY SPACE
005430             ", PICKER " DELIMITED BY SIZE
005440             WS-PL-PICKER(WS-PL-IDX) DELIMITED BY SPACE
005450             INTO WS-NEW-DETAIL
005460         PERFORM 4000-ADD-VARIANCE THRU 4000-EXIT
005470         GO TO 3010-NEXT
005480     END-IF
005490
005500     PERFORM 3950-TEST-HELD THRU 3950-EXIT
005510     IF WS-NIGHT-NOT-HELD
005520         PERFORM 3300-CHARGE-LOST-NIGHT THRU 3300-EXIT
005530         GO TO 3010-NEXT
005540     END-IF
005550     ADD 1 TO WS-HELD-NIGHTS
005560
005570     IF WS-PL-FILM-SW(WS-PL-IDX) = "N"
005580         MOVE "NOFILM" TO WS-NEW-TYPE
005590         MOVE SPACES TO WS-NEW-DETAIL
005600         STRING "ROSTERED HOST " DELIMITED BY SIZE
005610             WS-PL-HOST(WS-PL-IDX) DELIMITED BY SPACE
005620             ", PICKER " DELIMITED BY SIZE
005630             WS-PL-PICKER(WS-PL-IDX) DELIMITED BY SPACE
005640             " - NOT SETTLED" DELIMITED BY SIZE
005650             INTO WS-NEW-DETAIL
005660         PERFORM 4000-ADD-VARIANCE THRU 4000-EXIT
005670         GO TO 3010-NEXT
005680     END-IF
005690
005700     PERFORM 3100-CHECK-HOST THRU 3100-EXIT
005710     PERFORM 3200-CHECK-PICKER THRU 3200-EXIT.
005720 3010-NEXT.
005730     ADD 1 TO WS-PL-IDX.
005740 3010-EXIT.
005750     EXIT.
005760
005770*===============================================================*
005780*  3100-CHECK-HOST - A BLANK ON EITHER SIDE LEAVES NOTHING TO   *
005790*  SETTLE FOR THE ROLE.                                         *
005800*===============================================================*
005810 3100-CHECK-HOST.
005820     IF WS-PL-HOST(WS-PL-IDX) = SPACES OR
005830         WS-PL-ACT-HOST(WS-PL-IDX) = SPACES
005840         GO TO 3100-EXIT
005850     END-IF
005860
005870     MOVE WS-PL-HOST(WS-PL-IDX) TO WS-FIND-NAME
005880     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
005890     IF WS-PS-FOUND
005900         ADD 1 TO WS-PS-HOST-PLAN(WS-PS-IDX)
005910         IF WS-PL-ACT-HOST(WS-PL-IDX) NOT = WS-PL-HOST(WS-PL-IDX)
005920             ADD 1 TO WS-PS-OWED(WS-PS-IDX)
005930         END-IF
005940     END-IF
005950
005960     MOVE WS-PL-ACT-HOST(WS-PL-IDX) TO WS-FIND-NAME
005970     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
005980     IF WS-PS-FOUND
005990         ADD 1 TO WS-PS-HOST-DONE(WS-PS-IDX)
006000         IF WS-PL-ACT-HOST(WS-PL-IDX) NOT = WS-PL-HOST(WS-PL-IDX)
006010             ADD 1 TO WS-PS-TAKEN(WS-PS-IDX)
006020         END-IF
006030     END-IF
006040
006050     IF WS-PL-ACT-HOST(WS-PL-IDX) NOT = WS-PL-HOST(WS-PL-IDX)
006060         MOVE "HOSTSWAP" TO WS-NEW-TYPE
006070         MOVE SPACES TO WS-NEW-DETAIL
006080         STRING "ROSTERED " DELIMITED BY SIZE
006090             WS-PL-HOST(WS-PL-IDX) DELIMITED BY SPACE
006100             ", HOSTED BY " DELIMITED BY SIZE
006110             WS-PL-ACT-HOST(WS-PL-IDX) DELIMITED BY SPACE
006120             INTO WS-NEW-DETAIL
006130         PERFORM 4000-ADD-VARIANCE THRU 4000-EXIT
006140     END-IF.
006150 3100-EXIT.
006160     EXIT.
006170
006180*===============================================================*
006190*  3200-CHECK-PICKER - THE SAME SETTLEMENT FOR THE PICK TURN.   *
006200*===============================================================*
006210 3200-CHECK-PICKER.
006220     IF WS-PL-PICKER(WS-PL-IDX) = SPACES OR
006230         WS-PL-ACT-PICKER(WS-PL-IDX) = SPACES
006240         GO TO 3200-EXIT
006250     END-IF
006260
006270     MOVE WS-PL-PICKER(WS-PL-IDX) TO WS-FIND-NAME
006280     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
006290     IF WS-PS-FOUND
006300         ADD 1 TO WS-PS-PICK-PLAN(WS-PS-IDX)
006310         IF WS-PL-ACT-PICKER(WS-PL-IDX) NOT =
006320             WS-PL-PICKER(WS-PL-IDX)
006330             ADD 1 TO WS-PS-OWED(WS-PS-IDX)
006340         END-IF
006350     END-IF
006360
006370     MOVE WS-PL-ACT-PICKER(WS-PL-IDX) TO WS-FIND-NAME
006380     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
006390     IF WS-PS-FOUND
006400         ADD 1 TO WS-PS-PICK-DONE(WS-PS-IDX)
006410         IF WS-PL-ACT-PICKER(WS-PL-IDX) NOT =
006420             WS-PL-PICKER(WS-PL-IDX)
006430             ADD 1 TO WS-PS-TAKEN(WS-PS-IDX)
006440         END-IF
006450     END-IF
006460
006470     IF WS-PL-ACT-PICKER(WS-PL-IDX) NOT = WS-PL-PICKER(WS-PL-IDX)
006480         MOVE "PICKSWAP" TO WS-NEW-TYPE
006490         MOVE SPACES TO WS-NEW-DETAIL
006500         STRING "ROSTERED " DELIMITED BY SIZE
006510             WS-PL-PICKER(WS-PL-IDX) DELIMITED BY SPACE
006520             ", PICKED BY " DELIMITED BY SIZE
006530             WS-PL-ACT-PICKER(WS-PL-IDX) DELIMITED BY SPACE
006540             INTO WS-NEW-DETAIL
006550         PERFORM 4000-ADD-VARIANCE THRU 4000-EXIT
006560     END-IF.
006570 3200-EXIT.
006580     EXIT.
006590
006600*===============================================================*
006610*  3300-CHARGE-LOST-NIGHT - A ROSTERED NIGHT THAT WAS CANCELLED *
006620*  OR RECORDED AS NO MOVIE NIGHT. THE ROTATION FOLLOWS THE      *
006630*  CALENDAR AND NEVER GIVES A TURN BACK, SO BOTH ROSTERED       *
006640*  PEOPLE ARE OWED ONE.                                         *
006650*===============================================================*
006660 3300-CHARGE-LOST-NIGHT.
006670     ADD 1 TO WS-LOST-NIGHTS
006680     MOVE SPACES TO WS-NEW-DETAIL
006690     IF WS-HT-CANCELLED(WS-HT-IDX) = "YES"
006700         MOVE "CANCELLED" TO WS-NEW-TYPE
006710         STRING "HOST " DELIMITED BY SIZE
006720             WS-PL-HOST(WS-PL-IDX) DELIMITED BY SPACE
006730             ", PICKER " DELIMITED BY SIZE
006740             WS-PL-PICKER(WS-PL-IDX) DELIMITED BY SPACE
006750             " - BY " DELIMITED BY SIZE
006760             WS-HT-PARTY(WS-HT-IDX) DELIMITED BY SPACE
006770             "/" DELIMITED BY SIZE
006780             WS-HT-REASON(WS-HT-IDX) DELIMITED BY SPACE
006790             INTO WS-NEW-DETAIL
006800     ELSE
006810         MOVE "NOTHELD" TO WS-NEW-TYPE
006820         STRING "HOST " DELIMITED BY SIZE
006830             WS-PL-HOST(WS-PL-IDX) DELIMITED BY SPACE
006840             ", PICKER " DELIMITED BY SIZE
006850             WS-PL-PICKER(WS-PL-IDX) DELIMITED BY SPACE
006860             " - HIST " DELIMITED BY SIZE
006870             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SPACE
006880             INTO WS-NEW-DETAIL
006890     END-IF
006900     PERFORM 4000-ADD-VARIANCE THRU 4000-EXIT
006910
006920     IF WS-PL-HOST(WS-PL-IDX) NOT = SPACES
006930         MOVE WS-PL-HOST(WS-PL-IDX) TO WS-FIND-NAME
006940         PERFORM 3800-FIND-PERSON THRU 3800-EXIT
006950         IF WS-PS-FOUND
006960             ADD 1 TO WS-PS-HOST-PLAN(WS-PS-IDX)
006970             ADD 1 TO WS-PS-OWED(WS-PS-IDX)
006980         END-IF
006990     END-IF
007000
007010     IF WS-PL-PICKER(WS-PL-IDX) NOT = SPACES
007020         MOVE WS-PL-PICKER(WS-PL-IDX) TO WS-FIND-NAME
007030         PERFORM 3800-FIND-PERSON THRU 3800-EXIT
007040         IF WS-PS-FOUND
007050             ADD 1 TO WS-PS-PICK-PLAN(WS-PS-IDX)
007060             ADD 1 TO WS-PS-OWED(WS-PS-IDX)
007070         END-IF
007080     END-IF.
007090 3300-EXIT.
007100     EXIT.
007110
007120*===============================================================*
007130*  3800-FIND-PERSON - LOCATE WS-FIND-NAME IN THE PERSON TABLE,  *
007140*  ADDING IT (NOT ON THE ROSTER, ALL COUNTS ZERO) IF IT IS NEW. *
007150*  WS-PS-IDX POINTS AT THE ENTRY ON EXIT. A FULL TABLE IS       *
007160*  REPORTED ONCE AND THE NAME COMES BACK NOT FOUND.             *
007170*===============================================================*
007180 3800-FIND-PERSON.
007190     MOVE 1 TO WS-PS-IDX
007200     SET WS-PS-NOT-FOUND TO TRUE
007210     PERFORM 3810-TEST-PERSON THRU 3810-EXIT
007220         UNTIL WS-PS-FOUND OR WS-PS-IDX > WS-PS-COUNT
007230     IF WS-PS-FOUND
007240         GO TO 3800-EXIT
007250     END-IF
007260
007270     IF WS-PS-COUNT >= 200
007280         IF WS-PS-NOT-FULL
007290             SET WS-PS-FULL TO TRUE
007300             DISPLAY "PERSON TABLE FULL - NAMES PAST 200 NOT "
007310                 "BALANCED."
007320         END-IF
007330         GO TO 3800-EXIT
007340     END-IF
007350     ADD 1 TO WS-PS-COUNT
007360     MOVE WS-PS-COUNT TO WS-PS-IDX
007370     MOVE WS-FIND-NAME TO WS-PS-NAME(WS-PS-IDX)
007380     MOVE SPACE TO WS-PS-ROSTER(WS-PS-IDX)
007390     MOVE ZERO TO WS-PS-HOST-PLAN(WS-PS-IDX)
007400     MOVE ZERO TO WS-PS-HOST-DONE(WS-PS-IDX)
007410     MOVE ZERO TO WS-PS-PICK-PLAN(WS-PS-IDX)
007420     MOVE ZERO TO WS-PS-PICK-DONE(WS-PS-IDX)
007430     MOVE ZERO TO WS-PS-OWED(WS-PS-IDX)
007440     MOVE ZERO TO WS-PS-TAKEN(WS-PS-IDX)
007450     SET WS-PS-FOUND TO TRUE.
007460 3800-EXIT.
007470     EXIT.
007480
007490*===============================================================*
007500*  3810-TEST-PERSON                                              *
007510*===============================================================*
007520 3810-TEST-PERSON.
007530     IF WS-PS-NAME(WS-PS-IDX) = WS-FIND-NAME
007540         SET WS-PS-FOUND TO TRUE
007550     ELSE
007560         ADD 1 TO WS-PS-IDX
007570     END-IF.
007580 3810-EXIT.
007590     EXIT.
007600
007610*===============================================================*
007620*  3850-FIND-PLAN-DATE - LOCATE WS-FIND-SERIES AND WS-FIND-DATE *
007630*  IN THE PLAN TABLE; WS-PL-IDX POINTS AT THE HIT ON EXIT.      *
007640*===============================================================*
007650 3850-FIND-PLAN-DATE.
007660     MOVE 1 TO WS-PL-IDX
007670     SET WS-PL-NOT-FOUND TO TRUE
007680     PERFORM 3860-TEST-PLAN-DATE THRU 3860-EXIT
007690         UNTIL WS-PL-FOUND OR WS-PL-IDX > WS-PL-COUNT.
007700 3850-EXIT.
007710     EXIT.
007720
007730*===============================================================*
007740*  3860-TEST-PLAN-DATE                                           *
007750*===============================================================*
007760 3860-TEST-PLAN-DATE.
007770     IF WS-PL-DATE(WS-PL-IDX) = WS-FIND-DATE AND
007771         WS-PL-SERIES(WS-PL-IDX) = WS-FIND-SERIES
007780         SET WS-PL-FOUND TO TRUE
007790     ELSE
007800         ADD 1 TO WS-PL-IDX
007810     END-IF.
007820 3860-EXIT.
007830     EXIT.
007840
007850*===============================================================*
007860*  3900-FIND-HIST-DATE - LOCATE WS-FIND-SERIES AND WS-FIND-DATE *
007870*  IN THE STAGED HISTORY; WS-HT-IDX POINTS AT THE HIT ON EXIT.  *
007880*===============================================================*
007890 3900-FIND-HIST-DATE.
007900     MOVE 1 TO WS-HT-IDX
007910     SET WS-HT-NOT-FOUND TO TRUE
007920     PERFORM 3910-TEST-HIST-DATE THRU 3910-EXIT
007930         UNTIL WS-HT-FOUND OR WS-HT-IDX > WS-HT-COUNT.
007940 3900-EXIT.
007950     EXIT.
007960
007970*===============================================================*
007980*  3910-TEST-HIST-DATE                                           *
007990*===============================================================*
008000 3910-TEST-HIST-DATE.
008010     IF WS-HT-DATE(WS-HT-IDX) = WS-FIND-DATE AND
008011         WS-HT-SERIES(WS-HT-IDX) = WS-FIND-SERIES
008020         SET WS-HT-FOUND TO TRUE
008030     ELSE
008040         ADD 1 TO WS-HT-IDX
008050     END-IF.
008060 3910-EXIT.
008070     EXIT.
008080
008090*===============================================================*
008100*  3950-TEST-HELD - WAS THE NIGHT AT WS-HT-IDX ACTUALLY HELD?   *
008110*  A MOVIE NIGHT NOBODY CANCELLED, OR A MAKEUP NIGHT.           *
008120*===============================================================*
008130 3950-TEST-HELD.
008140     SET WS-NIGHT-NOT-HELD TO TRUE
008150     IF WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "MKP"
008160         SET WS-NIGHT-HELD TO TRUE
008170     END-IF
008180     IF WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "YES" AND
008190         WS-HT-CANCELLED(WS-HT-IDX) NOT = "YES"
008200         SET WS-NIGHT-HELD TO TRUE
008210     END-IF.
008220 3950-EXIT.
008230     EXIT.
008240
008250*===============================================================*
008260*  4000-ADD-VARIANCE - FILE THE VARIANCE IN WS-NEW-TYPE/DETAIL  *
008270*  AGAINST THE NIGHT AT WS-PL-IDX. A FULL TABLE IS REPORTED     *
008280*  ONCE AND THE REST ARE COUNTED OUT.                           *
008290*===============================================================*
008300 4000-ADD-VARIANCE.
008310     IF WS-VR-COUNT >= 2000
008320         IF WS-VR-NOT-FULL
008330             SET WS-VR-FULL TO TRUE
008340             DISPLAY "VARIANCE TABLE FULL - VARIANCES PAST 2000 "
008350                 "NOT LISTED."
008360         END-IF
008370         GO TO 4000-EXIT
008380     END-IF
008390     ADD 1 TO WS-VR-COUNT
008400     MOVE WS-NEW-TYPE TO WS-VR-TYPE(WS-VR-COUNT)
008410     MOVE WS-PL-DATE(WS-PL-IDX) TO WS-VR-DATE(WS-VR-COUNT)
008411     MOVE WS-PL-SERIES(WS-PL-IDX) TO WS-VR-SERIES(WS-VR-COUNT)
008420     MOVE WS-NEW-DETAIL TO WS-VR-DETAIL(WS-VR-COUNT).
008430 4000-EXIT.
008440     EXIT.
008450
008460*===============================================================*
008470*  5000-PRINT-REPORT - ONE SECTION PER VARIANCE TYPE, IN THE    *
008480*  ORDER OF THE TYPE LIST.                                      *
008490*===============================================================*
008500 5000-PRINT-REPORT.
008510     DISPLAY "-------------------------------------"
008520     MOVE WS-SHST-READ TO WS-COUNT-EDIT
008530     DISPLAY "SCHEDULE ROWS READ: " WS-COUNT-EDIT
008540     MOVE WS-ROSTERED-NIGHTS TO WS-COUNT-EDIT
008550     DISPLAY "ROSTERED NIGHTS:    " WS-COUNT-EDIT
008560     MOVE WS-HELD-NIGHTS TO WS-COUNT-EDIT
008570     DISPLAY "NIGHTS HELD:        " WS-COUNT-EDIT
008580     MOVE WS-LOST-NIGHTS TO WS-COUNT-EDIT
008590     DISPLAY "NIGHTS LOST:        " WS-COUNT-EDIT
008600
008610     MOVE 1 TO WS-TYPE-IDX
008620     PERFORM 5100-PRINT-ONE-TYPE THRU 5100-EXIT
008630         UNTIL WS-TYPE-IDX > 6
008640
008650     DISPLAY "-------------------------------------"
008660     MOVE WS-VR-COUNT TO WS-COUNT-EDIT
008670     DISPLAY "TOTAL VARIANCES:" WS-COUNT-EDIT
008680     IF WS-VR-COUNT = ZERO
008690         DISPLAY "EVERY ROSTERED NIGHT WENT TO PLAN."
008700     END-IF.
008710 5000-EXIT.
008720     EXIT.
008730
008740*===============================================================*
008750*  5100-PRINT-ONE-TYPE - A TYPE WITH NO VARIANCES PRINTS        *
008760*  NOTHING.                                                     *
008770*===============================================================*
008780 5100-PRINT-ONE-TYPE.
008790     MOVE ZERO TO WS-TYPE-HITS
008800     MOVE 1 TO WS-VR-IDX
008810     PERFORM 5110-PRINT-ONE-VARIANCE THRU 5110-EXIT
008820         UNTIL WS-VR-IDX > WS-VR-COUNT
008830     IF WS-TYPE-HITS > ZERO
008840         MOVE WS-TYPE-HITS TO WS-COUNT-EDIT
008850         DISPLAY "  " WS-COUNT-EDIT " NIGHT(S)"
008860     END-IF
008870     ADD 1 TO WS-TYPE-IDX.
008880 5100-EXIT.
008890     EXIT.
008900
008910*===============================================================*
008920*  5110-PRINT-ONE-VARIANCE - PRINT THE VARIANCE AT WS-VR-IDX IF *
008930*  IT IS OF THE TYPE BEING PRINTED.                             *
008940*===============================================================*
008950 5110-PRINT-ONE-VARIANCE.
008960     IF WS-VR-TYPE(WS-VR-IDX) = WS-TYPE-CODE(WS-TYPE-IDX)
008970         IF WS-TYPE-HITS = ZERO
008980             DISPLAY "-------------------------------------"
008990             DISPLAY WS-TYPE-CODE(WS-TYPE-IDX) " - "
009000                 FUNCTION TRIM(WS-TYPE-TITLE(WS-TYPE-IDX))
009010         END-IF
009020         ADD 1 TO WS-TYPE-HITS
009030         DISPLAY "  " WS-VR-DATE(WS-VR-IDX) " "
009031             WS-VR-SERIES(WS-VR-IDX) " "
009040             FUNCTION TRIM(WS-VR-DETAIL(WS-VR-IDX))
009050     END-IF
009060     ADD 1 TO WS-VR-IDX.
009070 5110-EXIT.
009080     EXIT.
009090
009100*===============================================================*
009110*  5500-PRINT-BALANCES - ONE LINE PER PERSON: ROSTER STANDING,  *
009120*  HOST AND PICK TURNS PLANNED AGAINST TAKEN, TURNS OWED AND    *
009130*  TAKEN OVER, THE NET (TAKEN OVER LESS OWED), AND A FLAG WHERE *
009140*  WHAT THEY DID DOES NOT SQUARE WITH THE ROSTER.               *
009150*===============================================================*
009160 5500-PRINT-BALANCES.
009170     DISPLAY "-------------------------------------"
009180     DISPLAY "TURNS OWED / TURNS TAKEN OVER"
009190     MOVE ZERO TO WS-FAIR-SHARE
009200     IF WS-ACTIVE-COUNT > ZERO
009210         COMPUTE WS-FAIR-SHARE ROUNDED =
009220             WS-HELD-NIGHTS / WS-ACTIVE-COUNT
009230         MOVE WS-FAIR-SHARE TO WS-SHARE-EDIT
009240         MOVE WS-ACTIVE-COUNT TO WS-SMALL-EDIT-1
009250         DISPLAY "FAIR SHARE:" WS-SHARE-EDIT
009260             " HOST AND" WS-SHARE-EDIT " PICK TURNS EACH ACROSS"
009270             WS-SMALL-EDIT-1 " ACTIVE NAMES"
009280     ELSE
009290         DISPLAY "NO ACTIVE ROSTER ON MVNTROTA - FAIR SHARE NOT "
009300             "CHECKED."
009310     END-IF
009320     DISPLAY "NAME       ROTA HOST PLAN/DONE PICK PLAN/DONE "
009330         " OWED TAKEN  NET"
009340
009350     MOVE 1 TO WS-PS-IDX
009360     PERFORM 5510-PRINT-ONE-PERSON THRU 5510-EXIT
009370         UNTIL WS-PS-IDX > WS-PS-COUNT.
009380 5500-EXIT.
009390     EXIT.
009400
009410*===============================================================*
009420*  5510-PRINT-ONE-PERSON - SOMEBODY NOT ON MVNTROTA OR SITTING  *
009430*  OUT WHO STILL TOOK TURNS IS FLAGGED, AS IS AN ACTIVE NAME    *
009440*  MORE THAN TWO TURNS OFF THE FAIR SHARE EITHER WAY.           *
009450*===============================================================*
009460 5510-PRINT-ONE-PERSON.
009470     COMPUTE WS-TURNS-DONE = WS-PS-HOST-DONE(WS-PS-IDX) +
009480         WS-PS-PICK-DONE(WS-PS-IDX)
009490     COMPUTE WS-NET-TURNS = WS-PS-TAKEN(WS-PS-IDX) -
009500         WS-PS-OWED(WS-PS-IDX)
009510     MOVE SPACES TO WS-PS-FLAG
009520
009530     EVALUATE WS-PS-ROSTER(WS-PS-IDX)
009540         WHEN "A"
009550             IF WS-ACTIVE-COUNT > ZERO
009560                 COMPUTE WS-TURN-GAP =
009570                     WS-TURNS-DONE - (WS-FAIR-SHARE * 2)
009580                 IF WS-TURN-GAP > 2
009590                     MOVE "OVER SHARE" TO WS-PS-FLAG
009600                 END-IF
009610                 IF WS-TURN-GAP < -2
009620                     MOVE "UNDER SHARE" TO WS-PS-FLAG
009630                 END-IF
009640             END-IF
009650         WHEN "I"
009660             IF WS-TURNS-DONE > ZERO
009670                 MOVE "SITTING OUT" TO WS-PS-FLAG
009680             END-IF
009690         WHEN OTHER
009700             IF WS-TURNS-DONE > ZERO
009710                 MOVE "NOT ON ROSTER" TO WS-PS-FLAG
009720             END-IF
009730     END-EVALUATE
009740
009750     MOVE WS-PS-HOST-PLAN(WS-PS-IDX) TO WS-SMALL-EDIT-1
009760     MOVE WS-PS-HOST-DONE(WS-PS-IDX) TO WS-SMALL-EDIT-2
009770     MOVE WS-PS-PICK-PLAN(WS-PS-IDX) TO WS-SMALL-EDIT-3
009780     MOVE WS-PS-PICK-DONE(WS-PS-IDX) TO WS-SMALL-EDIT-4
009790     MOVE WS-PS-OWED(WS-PS-IDX) TO WS-SMALL-EDIT-5
009800     MOVE WS-PS-TAKEN(WS-PS-IDX) TO WS-SMALL-EDIT-6
009810     MOVE WS-NET-TURNS TO WS-NET-EDIT
009820     DISPLAY WS-PS-NAME(WS-PS-IDX) "  " WS-PS-ROSTER(WS-PS-IDX)
009830         "  " WS-SMALL-EDIT-1 " /" WS-SMALL-EDIT-2
009840         "     " WS-SMALL-EDIT-3 " /" WS-SMALL-EDIT-4
009850         "  " WS-SMALL-EDIT-5 "  " WS-SMALL-EDIT-6
009860         " " WS-NET-EDIT " " WS-PS-FLAG
009870     ADD 1 TO WS-PS-IDX.
009880 5510-EXIT.
009890     EXIT.
009900
009910*===============================================================*
009920*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
009930*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
009940*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
009950*===============================================================*
009960 9900-WRITE-ALERT.
009970     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
009980     ACCEPT WS-ALERT-RUN-TIME FROM TIME
009990     MOVE SPACES TO ALERT-RECORD
010000     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
010010     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
010020     MOVE "MOVIENIGHTVARIANCE" TO ALERT-PROGRAM
010030     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
010040     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
010050
010060     OPEN EXTEND ALERT-FILE
010070     IF WS-ALERT-STATUS = "35"
010080         OPEN OUTPUT ALERT-FILE
010090     END-IF
010100
010110     IF WS-ALERT-STATUS NOT = "00"
010120         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
010130             "WRITTEN. STATUS=" WS-ALERT-STATUS
010140     ELSE
010150         WRITE ALERT-RECORD
010160         IF WS-ALERT-STATUS NOT = "00"
010170             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
010180                 "WRITTEN. STATUS=" WS-ALERT-STATUS
010190         END-IF
010200         CLOSE ALERT-FILE
010210     END-IF.
010220 9900-EXIT.
010230     EXIT.
010240
010250*===============================================================*
010260*  9999-TERMINATE                                                *
010270*===============================================================*
010280 9999-TERMINATE.
010290     IF WS-RUN-SEVERITY >= 8
010300         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
010310     END-IF
010320     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
010330 9999-EXIT.
010340     EXIT.
010350
010360 END PROGRAM MOVIENIGHTVARIANCE.
