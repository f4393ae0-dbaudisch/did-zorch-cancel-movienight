000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTPOLLS".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*GROUP-CHAT POLL IMPORT. THE ANSWERS FOR A MISSED NIGHT NEARLY
000080*ALWAYS SIT IN THE CHAT'S "STILL ON TONIGHT?" POLL ALREADY, SO
000090*INSTEAD OF KEYING THEM INTO THE MVNTWORK WORKLIST BY HAND THIS
000100*JOB READS THE CHAT'S DELIMITED POLL EXPORT (MVNTPOLL) AND TURNS
000110*EACH POLL INTO A BATCH-RECORD ROW ON A FRESH MVNTIN DECK FOR
000120*MOVIENIGHTLOADER. THE NIGHT IS THE SERIES' MOVIE-NIGHT DAY ON
000130*OR AFTER THE DAY THE POLL WAS POSTED; THE RESPONDENT WHO BACKED
000140*OUT MUST BE AN ACTIVE MVNTPART CODE, AND THE REASON GIVEN IS
000150*MATCHED TO AN ACTIVE MVNTREAS CODE, WITH FREE TEXT THAT MATCHES
000160*NO CODE GOING IN AS "OTHER" ON BATCH-OTHER-NOTE. A POLL FOR A
000170*NIGHT ALREADY ON MVNTHIST IS DROPPED. ANYTHING THAT CANNOT BE
000180*MAPPED WITH CONFIDENCE IS LEFT OFF THE DECK AND WRITTEN TO THE
000190*MVNTPREJ REJECT LISTING WITH THE ORIGINAL POLL TEXT, SO ONLY
000200*CLEAN ROWS EVER REACH THE LOADER. ONE EXPORT IS ONE CHAT, SO
000210*ONE SERIES: THE MOVIENIGHTPOLLS CARD ON MVNTPARM NAMES IT, AND
000220*WITHOUT A CARD THE EXPORT IS FOR THE DEFAULT SERIES "MAIN".
000230*
000240*EXPORT LAYOUT - ONE LINE PER POLL, FIELDS SEPARATED BY "|":
000250*  POSTED     | QUESTION | RESULT | RESPONDENT | REASON
000260*  2026-10-10 | STILL ON TONIGHT? | OFF | ZORCH | FEELING SICK
000270*POSTED IS YYYY-MM-DD, OPTIONALLY FOLLOWED BY THE TIME. RESULT
000280*IS ON (OR YES) FOR A NIGHT THAT WENT AHEAD, OFF (OR NO,
000290*CANCELLED) FOR ONE SOMEBODY BACKED OUT OF, AND SKIP FOR A WEEK
000300*WITH NO MOVIE NIGHT. RESPONDENT AND REASON ARE ONLY READ ON AN
000310*OFF POLL. A HEADING LINE STARTING "POSTED" AND BLANK LINES ARE
000320*PASSED OVER. THE NOTICE GIVEN IS NOT IN THE EXPORT, SO
000330*BATCH-NOTICE-HOURS IS LEFT BLANK (NOT KNOWN).
000340*-----------------------------------------------------------------
000350*  MOD-HISTORY:
000360*    2026-10-15 DWB  ORIGINAL VERSION - POLL EXPORT TO MVNTIN
000370*                    DECK WITH PARTY AND REASON MAPPING, HISTORY
000380*                    DROP AND REJECT LISTING.
000390*-----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT POLL-FILE ASSIGN TO "MVNTPOLL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-POLL-STATUS.
000470
000480     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-STATUS.
000510
000520     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS HIST-KEY
000560         FILE STATUS IS WS-HIST-STATUS.
000570
000580     SELECT PART-FILE ASSIGN TO "MVNTPART"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PART-STATUS.
000610
000620     SELECT REAS-FILE ASSIGN TO "MVNTREAS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REAS-STATUS.
000650
000660     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-STATUS.
000690
000700     SELECT BATCH-FILE ASSIGN TO "MVNTIN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BATCH-STATUS.
000730
000740     SELECT PREJ-FILE ASSIGN TO "MVNTPREJ"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PREJ-STATUS.
000770
000780     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ALERT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*===============================================================*
000850*  POLL-FILE - THE CHAT'S POLL EXPORT, ONE DELIMITED LINE PER   *
000860*  POLL. SEE THE LAYOUT IN THE PROGRAM DESCRIPTION ABOVE.       *
000870*===============================================================*
000880 FD  POLL-FILE.
000890 01  POLL-RECORD                     PIC X(200).
000900
000910*===============================================================*
000920*  CTL-FILE - ONE ROW PER MOVIE-NIGHT SERIES, EACH WITH ITS OWN *
000930*  DAY; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN".        *
000940*===============================================================*
000950 FD  CTL-FILE.
000960 01  CTL-RECORD.
000970     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000980     05  CTL-RUN-MODE                PIC X(01).
000990     05  CTL-ZORCH-STREAK            PIC 9(03).
001000     05  CTL-SERIES                  PIC X(04).
001010     05  FILLER                      PIC X(15).
001020
001030 FD  HIST-FILE.
001040     COPY MVNTHIST.
001050
001060 FD  PART-FILE.
001070     COPY MVNTPART.
001080
001090 FD  REAS-FILE.
001100     COPY MVNTREAS.
001110
001120*===============================================================*
001130*  PARM-FILE - SHARED PARAMETER CARDS. THIS PROGRAM'S OWN       *
001140*  SERIES CARD IS READ HERE. SEE 2400-LOAD-SERIES-CARD.         *
001150*===============================================================*
001160 FD  PARM-FILE.
001170     COPY MVNTPARM.
001180
001190*===============================================================*
001200*  BATCH-FILE - THE MVNTIN DECK FOR MOVIENIGHTLOADER, WRITTEN   *
001210*  FRESH EACH RUN WITH THE CLEAN ROWS ONLY.                     *
001220*===============================================================*
001230 FD  BATCH-FILE.
001240     COPY MVNTIN.
001250
001260*===============================================================*
001270*  PREJ-FILE - REJECT LISTING, WRITTEN FRESH EACH RUN: THE      *
001280*  EXPORT LINE NUMBER, WHY THE POLL WAS NOT IMPORTED, AND THE   *
001290*  POLL LINE EXACTLY AS EXPORTED.                               *
001300*===============================================================*
001310 FD  PREJ-FILE.
001320 01  PREJ-RECORD.
001330     05  PREJ-LINE-NUM               PIC 9(05).
001340     05  FILLER                      PIC X(01).
001350     05  PREJ-REASON                 PIC X(34).
001360     05  FILLER                      PIC X(01).
001370     05  PREJ-POLL-TEXT              PIC X(200).
001380
001390*===============================================================*
001400*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
001410*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
001420*===============================================================*
001430 FD  ALERT-FILE.
001440     COPY MVNTALRT.
001450
001460 WORKING-STORAGE SECTION.
001470*===============================================================*
001480*  FILE STATUS SWITCHES                                         *
001490*===============================================================*
001500 01  WS-POLL-STATUS                  PIC X(02) VALUE "00".
001510 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
001520 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
001530 01  WS-PART-STATUS                  PIC X(02) VALUE "00".
001540 01  WS-REAS-STATUS                  PIC X(02) VALUE "00".
001550 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
001560 01  WS-BATCH-STATUS                 PIC X(02) VALUE "00".
001570 01  WS-PREJ-STATUS                  PIC X(02) VALUE "00".
001580 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
001590
001600 01  WS-EOF-SW                       PIC X(01) VALUE "N".
001610     88  WS-EOF                           VALUE "Y".
001620     88  WS-NOT-EOF                       VALUE "N".
001630
001640 01  WS-POLL-OPEN-SW                 PIC X(01) VALUE "N".
001650     88  WS-POLL-IS-OPEN                  VALUE "Y".
001660     88  WS-POLL-NOT-OPEN                 VALUE "N".
001670
001680 01  WS-HIST-OPEN-SW                 PIC X(01) VALUE "N".
001690     88  WS-HIST-IS-OPEN                  VALUE "Y".
001700     88  WS-HIST-NOT-OPEN                 VALUE "N".
001710
001720 01  WS-BATCH-OPEN-SW                PIC X(01) VALUE "N".
001730     88  WS-BATCH-IS-OPEN                 VALUE "Y".
001740     88  WS-BATCH-NOT-OPEN                VALUE "N".
001750
001760 01  WS-PREJ-OPEN-SW                 PIC X(01) VALUE "N".
001770     88  WS-PREJ-IS-OPEN                  VALUE "Y".
001780     88  WS-PREJ-NOT-OPEN                 VALUE "N".
001790
001800*===============================================================*
001810*  THE POLL LINE SPLIT INTO ITS FIELDS                          *
001820*===============================================================*
001830 01  WS-POLL-FIELDS.
001840     05  WS-P-POSTED                 PIC X(20).
001850     05  WS-P-QUESTION               PIC X(80).
001860     05  WS-P-RESULT                 PIC X(10).
001870     05  WS-P-RESPONDENT             PIC X(30).
001880     05  WS-P-REASON                 PIC X(80).
001890
001900 01  WS-FIELD-COUNT                  PIC 9(02) VALUE ZERO.
001910
001920 01  WS-POSTED-TEXT                  PIC X(10) VALUE SPACES.
001930 01  FILLER REDEFINES WS-POSTED-TEXT.
001940     05  WS-PT-YEAR                  PIC X(04).
001950     05  WS-PT-DASH-1                PIC X(01).
001960     05  WS-PT-MONTH                 PIC X(02).
001970     05  WS-PT-DASH-2                PIC X(01).
001980     05  WS-PT-DD                    PIC X(02).
001990
002000 01  WS-POLL-RESULT                  PIC X(10) VALUE SPACES.
002010     88  WS-RESULT-ON                     VALUE "ON" "YES".
002020     88  WS-RESULT-OFF                    VALUE "OFF" "NO"
002030                                                "CANCELLED".
002040     88  WS-RESULT-SKIP                   VALUE "SKIP".
002050
002060*===============================================================*
002070*  THE ROW BEING BUILT FOR THE DECK                             *
002080*===============================================================*
002090 01  WS-NIGHT-DATE                   PIC 9(08) VALUE ZERO.
002100 01  WS-IMP-ISMOVIENIGHT             PIC X(03) VALUE SPACES.
002110 01  WS-IMP-PARTY                    PIC X(10) VALUE SPACES.
002120 01  WS-IMP-REASON                   PIC X(10) VALUE SPACES.
002130 01  WS-IMP-NOTE                     PIC X(60) VALUE SPACES.
002140
002150*===============================================================*
002160*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
002170*  WS-RUN-SERIES IS THE SERIES THE EXPORT BELONGS TO AND        *
002180*  WS-RUN-DAY ITS MOVIE-NIGHT DAY.                              *
002190*===============================================================*
002200 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
002210 01  WS-RUN-SERIES                   PIC X(04) VALUE SPACES.
002220 01  WS-RUN-DAY                      PIC 9(01) VALUE ZERO.
002230 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
002240
002250 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
002260 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
002270
002280 01  WS-CTL-TABLE.
002290     05  WS-CTL-ENTRY OCCURS 20 TIMES.
002300         10  WS-CTL-T-DAY                PIC 9(01).
002310         10  WS-CTL-T-RUN-MODE           PIC X(01).
002320         10  WS-CTL-T-STREAK             PIC 9(03).
002330         10  WS-CTL-T-SERIES             PIC X(04).
002340         10  FILLER                      PIC X(15).
002350
002360 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
002370     88  WS-CTL-EOF                       VALUE "Y".
002380     88  WS-CTL-NOT-EOF                   VALUE "N".
002390
002400 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
002410     88  WS-SERIES-FOUND                  VALUE "Y".
002420     88  WS-SERIES-NOT-FOUND              VALUE "N".
002430
002440 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
002450     88  WS-PARM-FOUND                    VALUE "Y".
002460     88  WS-PARM-NOT-FOUND                VALUE "N".
002470 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
002480     88  WS-PARM-EOF                      VALUE "Y".
002490     88  WS-PARM-NOT-EOF                  VALUE "N".
002500
002510*===============================================================*
002520*  PARTY AND REASON MASTER TABLES - LOADED FROM MVNTPART AND    *
002530*  MVNTREAS (OR SEEDED FROM THE HISTORICAL BUILT-IN LISTS WHEN  *
002540*  A MASTER IS MISSING), THE SAME WAY THE LOADER LOADS THEM, SO *
002550*  A CODE MAPPED HERE IS ONE THE LOADER WILL ACCEPT.            *
002560*===============================================================*
002570 01  WS-PM-COUNT                     PIC 9(02) VALUE ZERO.
002580 01  WS-PM-IDX                       PIC 9(02) VALUE ZERO.
002590
002600 01  WS-PM-TABLE.
002610     05  WS-PM-ENTRY OCCURS 50 TIMES.
002620         10  WS-PM-CODE                  PIC X(10).
002630         10  WS-PM-ACTIVE                PIC X(01).
002640
002650 01  WS-RM-COUNT                     PIC 9(02) VALUE ZERO.
002660 01  WS-RM-IDX                       PIC 9(02) VALUE ZERO.
002670
002680 01  WS-RM-TABLE.
002690     05  WS-RM-ENTRY OCCURS 50 TIMES.
002700         10  WS-RM-CODE                  PIC X(10).
002710         10  WS-RM-ACTIVE                PIC X(01).
002720
002730 01  WS-MASTER-EOF-SW                PIC X(01) VALUE "N".
002740     88  WS-MASTER-EOF                    VALUE "Y".
002750     88  WS-MASTER-NOT-EOF                VALUE "N".
002760
002770 01  WS-CODE-VALID-SW                PIC X(01) VALUE "N".
002780     88  WS-CODE-VALID                    VALUE "Y".
002790     88  WS-CODE-INVALID                  VALUE "N".
002800
002810*===============================================================*
002820*  RESPONDENT AND REASON MATCHING WORK AREA. A RESPONDENT IS    *
002830*  TRIED WHOLE, THEN BY FIRST WORD ("HILDY B" IS HILDY). A      *
002840*  REASON IS SEARCHED FOR EVERY ACTIVE CODE, BOTH AS TYPED AND  *
002850*  SQUEEZED TO LETTERS AND DIGITS ("WIFI DOWN" IS WIFIDOWN).    *
002860*===============================================================*
002870 01  WS-RESPONDENT                   PIC X(30) VALUE SPACES.
002880 01  WS-FIRST-WORD                   PIC X(30) VALUE SPACES.
002890 01  WS-FIND-CODE                    PIC X(30) VALUE SPACES.
002900
002910 01  WS-REASON-TEXT                  PIC X(80) VALUE SPACES.
002920 01  WS-SQUEEZED                     PIC X(80) VALUE SPACES.
002930 01  WS-SQ-LEN                       PIC 9(02) VALUE ZERO.
002940 01  WS-CHAR-IDX                     PIC 9(02) VALUE ZERO.
002950 01  WS-ONE-CHAR                     PIC X(01) VALUE SPACE.
002960 01  WS-CODE-LEN                     PIC 9(02) VALUE ZERO.
002970 01  WS-CODE-HITS                    PIC 9(03) VALUE ZERO.
002980 01  WS-REASON-HITS                  PIC 9(02) VALUE ZERO.
002990
003000*===============================================================*
003010*  NIGHTS TAKEN - EVERY PAST NIGHT A POLL IN THIS EXPORT HAS    *
003020*  ALREADY NAMED, WHETHER THAT POLL WENT ON THE DECK OR NOT. A  *
003030*  SECOND POLL FOR THE SAME NIGHT IS NOT GUESSED BETWEEN; IT    *
003031*  GOES TO THE REJECT LISTING FOR SOMEBODY TO LOOK AT.          *
003040*===============================================================*
003050 01  WS-SEEN-COUNT                   PIC 9(04) VALUE ZERO.
003060 01  WS-SEEN-IDX                     PIC 9(04) VALUE ZERO.
003070
003080 01  WS-SEEN-TABLE.
003090     05  WS-SEEN-ENTRY OCCURS 1 TO 2000 TIMES
003100             DEPENDING ON WS-SEEN-COUNT.
003110         10  WS-SEEN-DATE                PIC 9(08).
003120
003130 01  WS-SEEN-FOUND-SW                PIC X(01) VALUE "N".
003140     88  WS-SEEN-FOUND                    VALUE "Y".
003150     88  WS-SEEN-NOT-FOUND                VALUE "N".
003160
003170*===============================================================*
003180*  DATE WORK AREA (SAME RULES AS THE LOADER). DAY OF THE WEEK   *
003190*  IS 1=MONDAY THROUGH 7=SUNDAY, AS ON MVNTCTL.                 *
003200*===============================================================*
003210 01  WS-POSTED-DATE                  PIC 9(08) VALUE ZERO.
003220 01  FILLER REDEFINES WS-POSTED-DATE.
003230     05  WS-POSTED-YEAR              PIC 9(04).
003240     05  WS-POSTED-MONTH             PIC 9(02).
003250     05  WS-POSTED-DD                PIC 9(02).
003260
003270 01  WS-DATE-VALID-SW                PIC X(01) VALUE "N".
003280     88  WS-DATE-VALID                    VALUE "Y".
003290     88  WS-DATE-INVALID                  VALUE "N".
003300
003310 01  WS-DAYS-IN-MONTH                PIC 9(02) VALUE ZERO.
003320 01  WS-LEAP-REMAINDER               PIC 9(04) VALUE ZERO.
003330 01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
003340 01  WS-DATE-DOW                     PIC 9(01) VALUE ZERO.
003350 01  WS-DAYS-AHEAD                   PIC 9(01) VALUE ZERO.
003360 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
003370
003380*===============================================================*
003390*  PER-POLL DISPOSITION                                         *
003400*===============================================================*
003410 01  WS-DISPOSITION                  PIC X(09) VALUE SPACES.
003420     88  WS-ROW-IMPORTED                  VALUE "IMPORTED".
003430     88  WS-ROW-DROPPED                   VALUE "DROPPED".
003440     88  WS-ROW-REJECTED                  VALUE "REJECTED".
003450     88  WS-ROW-PASSED-OVER               VALUE "PASSED".
003460
003470 01  WS-REJECT-REASON                PIC X(34) VALUE SPACES.
003480
003490 77  WS-ROW-NUM                      PIC 9(05) COMP VALUE ZERO.
003500 77  WS-IMPORTED-COUNT               PIC 9(05) COMP VALUE ZERO.
003510 77  WS-DROP-COUNT                   PIC 9(05) COMP VALUE ZERO.
003520 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
003530
003540 01  WS-ROW-NUM-EDIT                 PIC ZZZZ9.
003550 01  WS-COUNT-EDIT                   PIC ZZZZ9.
003560
003570*===============================================================*
003580*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN ANY    *
003590*  POLL WAS REJECTED, 8 WHEN THE EXPORT, THE SERIES, THE        *
003600*  HISTORY FILE OR THE DECK COULD NOT BE WORKED. 8 OR WORSE     *
003610*  ALSO DROPS A ROW ON MVNTALERT.                               *
003620*===============================================================*
003630 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
003640 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
003650 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
003660 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
003670
003680 PROCEDURE DIVISION.
003690*===============================================================*
003700*  0000-MAINLINE                                                *
003710*===============================================================*
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003740     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
003750     PERFORM 2100-LOAD-PARTY-MASTER THRU 2100-EXIT
003760     PERFORM 2200-LOAD-REASON-MASTER THRU 2200-EXIT
003770     PERFORM 2400-LOAD-SERIES-CARD THRU 2400-EXIT
003780     PERFORM 2500-OPEN-FILES THRU 2500-EXIT
003790     PERFORM 3000-READ-POLL THRU 3000-EXIT
003800     PERFORM 4000-PROCESS-POLL THRU 4000-EXIT
003810         UNTIL WS-EOF
003820     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
003830     PERFORM 9999-TERMINATE THRU 9999-EXIT
003840     STOP RUN.
003850
003860*===============================================================*
003870*  1000-INITIALIZE - THE EXPORT MUST EXIST. NOTHING ELSE IS     *
003880*  OPENED UNTIL IT DOES, SO A MISSING EXPORT NEVER EMPTIES THE  *
003890*  DECK LEFT BY AN EARLIER RUN.                                 *
003900*===============================================================*
003910 1000-INITIALIZE.
003920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003930
003940     OPEN INPUT POLL-FILE
003950     IF WS-POLL-STATUS NOT = "00"
003960         DISPLAY "POLL EXPORT MVNTPOLL NOT FOUND. "
003970             "STATUS=" WS-POLL-STATUS
003980         MOVE 8 TO WS-RUN-SEVERITY
003990         MOVE "MVNTPOLL EXPORT MISSING - NOT IMPORTED"
004000             TO WS-ALERT-TEXT
004010         SET WS-EOF TO TRUE
004020         GO TO 1000-EXIT
004030     END-IF
004040     SET WS-POLL-IS-OPEN TO TRUE
004050     DISPLAY "MOVIE-NIGHT GROUP-CHAT POLL IMPORT"
004060     DISPLAY "-------------------------------------".
004070 1000-EXIT.
004080     EXIT.
004090
004100*===============================================================*
004110*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
004120*  DAY; A SATURDAY "MAIN" STANDS AS THE ONLY SERIES IF THE      *
004130*  FILE IS MISSING OR EMPTY.                                    *
004140*===============================================================*
004150 2000-READ-CONTROL.
004160     SET WS-CTL-NOT-EOF TO TRUE
004170     OPEN INPUT CTL-FILE
004180     IF WS-CTL-STATUS = "00"
004190         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
004200             UNTIL WS-CTL-EOF
004210         CLOSE CTL-FILE
004220     END-IF
004230     IF WS-CTL-COUNT = ZERO
004240         MOVE SPACES TO CTL-RECORD
004250         MOVE 6 TO CTL-MOVIENIGHT-DAY
004260         MOVE ZERO TO CTL-ZORCH-STREAK
004270         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
004280     END-IF.
004290 2000-EXIT.
004300     EXIT.
004310
004320*===============================================================*
004330*  2010-LOAD-ONE-CTL                                            *
004340*===============================================================*
004350 2010-LOAD-ONE-CTL.
004360     READ CTL-FILE
004370         AT END
004380             SET WS-CTL-EOF TO TRUE
004390         NOT AT END
004400             IF WS-CTL-COUNT < 20
004410                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
004420             ELSE
004430                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
004440                     "20 IGNORED."
004450                 SET WS-CTL-EOF TO TRUE
004460             END-IF
004470     END-READ.
004480 2010-EXIT.
004490     EXIT.
004500
004510*===============================================================*
004520*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD; A BLANK       *
004530*  SERIES IS THE DEFAULT.                                       *
004540*===============================================================*
004550 2020-ADD-SERIES.
004560     IF CTL-SERIES = SPACES
004570         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
004580     END-IF
004590     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
004600     ADD 1 TO WS-CTL-COUNT
004610     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
004620 2020-EXIT.
004630     EXIT.
004640
004650*===============================================================*
004660*  2100-LOAD-PARTY-MASTER - SAME LOAD-OR-SEED AS THE LOADER.    *
004670*===============================================================*
004680 2100-LOAD-PARTY-MASTER.
004690     SET WS-MASTER-NOT-EOF TO TRUE
004700     OPEN INPUT PART-FILE
004710     IF WS-PART-STATUS = "00"
004720         PERFORM 2110-LOAD-ONE-PARTY THRU 2110-EXIT
004730             UNTIL WS-MASTER-EOF
004740         CLOSE PART-FILE
004750     ELSE
004760         PERFORM 2120-SEED-PARTY-DEFAULTS THRU 2120-EXIT
004770     END-IF.
004780 2100-EXIT.
004790     EXIT.
004800
004810*===============================================================*
004820*  2110-LOAD-ONE-PARTY                                          *
004830*===============================================================*
004840 2110-LOAD-ONE-PARTY.
004850     READ PART-FILE
004860         AT END
004870             SET WS-MASTER-EOF TO TRUE
004880         NOT AT END
004890             IF WS-PM-COUNT < 50
004900                 ADD 1 TO WS-PM-COUNT
004910                 MOVE PART-CODE TO WS-PM-CODE(WS-PM-COUNT)
004920                 MOVE PART-ACTIVE TO WS-PM-ACTIVE(WS-PM-COUNT)
004930             ELSE
004940                 DISPLAY "PARTY MASTER FULL - CODES PAST 50 "
004950                     "IGNORED."
004960                 SET WS-MASTER-EOF TO TRUE
004970             END-IF
004980     END-READ.
004990 2110-EXIT.
005000     EXIT.
005010
005020*===============================================================*
005030*  2120-SEED-PARTY-DEFAULTS                                     *
005040*===============================================================*
005050 2120-SEED-PARTY-DEFAULTS.
005060     MOVE 4 TO WS-PM-COUNT
005070     MOVE "NONE" TO WS-PM-CODE(1)
005080     MOVE "ZORCH" TO WS-PM-CODE(2)
005090     MOVE "HILDY" TO WS-PM-CODE(3)
005100     MOVE "OSWIN" TO WS-PM-CODE(4)
005110     MOVE "A" TO WS-PM-ACTIVE(1)
005120     MOVE "A" TO WS-PM-ACTIVE(2)
005130     MOVE "A" TO WS-PM-ACTIVE(3)
005140     MOVE "A" TO WS-PM-ACTIVE(4).
005150 2120-EXIT.
005160     EXIT.
005170
005180*===============================================================*
005190*  2200-LOAD-REASON-MASTER                                      *
005200*===============================================================*
005210 2200-LOAD-REASON-MASTER.
005220     SET WS-MASTER-NOT-EOF TO TRUE
005230     OPEN INPUT REAS-FILE
005240     IF WS-REAS-STATUS = "00"
005250         PERFORM 2210-LOAD-ONE-REASON THRU 2210-EXIT
005260             UNTIL WS-MASTER-EOF
005270         CLOSE REAS-FILE
005280     ELSE
005290         PERFORM 2220-SEED-REASON-DEFAULTS THRU 2220-EXIT
005300     END-IF.
005310 2200-EXIT.
005320     EXIT.
005330
005340*===============================================================*
005350*  2210-LOAD-ONE-REASON                                         *
005360*===============================================================*
005370 2210-LOAD-ONE-REASON.
005380     READ REAS-FILE
005390         AT END
005400             SET WS-MASTER-EOF TO TRUE
005410         NOT AT END
005420             IF WS-RM-COUNT < 50
005430                 ADD 1 TO WS-RM-COUNT
005440                 MOVE REAS-CODE TO WS-RM-CODE(WS-RM-COUNT)
005450                 MOVE REAS-ACTIVE TO WS-RM-ACTIVE(WS-RM-COUNT)
005460             ELSE
005470                 DISPLAY "REASON MASTER FULL - CODES PAST 50 "
005480                     "IGNORED."
005490                 SET WS-MASTER-EOF TO TRUE
005500             END-IF
005510     END-READ.
005520 2210-EXIT.
005530     EXIT.
005540
005550*===============================================================*
005560*  2220-SEED-REASON-DEFAULTS                                    *
005570*===============================================================*
005580 2220-SEED-REASON-DEFAULTS.
005590     MOVE 5 TO WS-RM-COUNT
005600     MOVE "SICK" TO WS-RM-CODE(1)
005610     MOVE "WIFIDOWN" TO WS-RM-CODE(2)
005620     MOVE "BABYSITTER" TO WS-RM-CODE(3)
005630     MOVE "NOTFELT" TO WS-RM-CODE(4)
005640     MOVE "OTHER" TO WS-RM-CODE(5)
005650     MOVE "A" TO WS-RM-ACTIVE(1)
005660     MOVE "A" TO WS-RM-ACTIVE(2)
005670     MOVE "A" TO WS-RM-ACTIVE(3)
005680     MOVE "A" TO WS-RM-ACTIVE(4)
005690     MOVE "A" TO WS-RM-ACTIVE(5).
005700 2220-EXIT.
005710     EXIT.
005720
005730*===============================================================*
005740*  2400-LOAD-SERIES-CARD - THIS PROGRAM'S OWN MVNTPARM CARD,    *
005750*  OPTIONAL. NO CARD, OR A BLANK SERIES ON IT, MEANS THE        *
005760*  DEFAULT SERIES. AN EXPORT IS ONE CHAT, SO "ALL" MAKES NO     *
005770*  SENSE HERE; THAT OR A SERIES NOT ON MVNTCTL ENDS THE RUN AT  *
005780*  SEVERITY 8 WITH NOTHING IMPORTED.                            *
005790*===============================================================*
005800 2400-LOAD-SERIES-CARD.
005810     IF WS-EOF
005820         GO TO 2400-EXIT
005830     END-IF
005840     MOVE SPACES TO WS-RUN-SERIES
005850     SET WS-PARM-NOT-FOUND TO TRUE
005860     SET WS-PARM-NOT-EOF TO TRUE
005870     OPEN INPUT PARM-FILE
005880     IF WS-PARM-STATUS = "00"
005890         PERFORM 2410-TEST-SERIES-CARD THRU 2410-EXIT
005900             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
005910         CLOSE PARM-FILE
005920     END-IF
005930     IF WS-RUN-SERIES = SPACES
005940         MOVE WS-DEFAULT-SERIES TO WS-RUN-SERIES
005950     END-IF
005960
005970     IF WS-RUN-SERIES = "ALL"
005980         DISPLAY "MVNTPARM SERIES 'ALL' - A POLL EXPORT IS FOR "
005990             "ONE SERIES. NOTHING IMPORTED."
006000         MOVE 8 TO WS-RUN-SEVERITY
006010         MOVE "BAD MVNTPARM POLLS SERIES - NOT IMPORTED"
006020             TO WS-ALERT-TEXT
006030         SET WS-EOF TO TRUE
006040         GO TO 2400-EXIT
006050     END-IF
006060
006070     MOVE WS-RUN-SERIES TO WS-SERIES-IN
006080     PERFORM 2420-FIND-SERIES THRU 2420-EXIT
006090     IF WS-SERIES-NOT-FOUND
006100         DISPLAY "SERIES '" WS-RUN-SERIES
006110             "' IS NOT ON MVNTCTL - NOTHING IMPORTED."
006120         MOVE 8 TO WS-RUN-SEVERITY
006130         MOVE "BAD MVNTPARM POLLS SERIES - NOT IMPORTED"
006140             TO WS-ALERT-TEXT
006150         SET WS-EOF TO TRUE
006160         GO TO 2400-EXIT
006170     END-IF
006180     MOVE WS-CTL-T-DAY(WS-CTL-IDX) TO WS-RUN-DAY
006190     IF WS-PARM-FOUND
006200         DISPLAY "PARAMETERS USED (MVNTPARM): SERIES="
006210             WS-RUN-SERIES
006220     ELSE
006230         DISPLAY "SERIES: " WS-RUN-SERIES
006240     END-IF.
006250 2400-EXIT.
006260     EXIT.
006270
006280*===============================================================*
006290*  2410-TEST-SERIES-CARD - THE FIRST MOVIENIGHTPOLLS CARD WINS. *
006300*===============================================================*
006310 2410-TEST-SERIES-CARD.
006320     READ PARM-FILE
006330         AT END
006340             SET WS-PARM-EOF TO TRUE
006350         NOT AT END
006360             IF PARM-PROGRAM = "MOVIENIGHTPOLLS"
006370                 SET WS-PARM-FOUND TO TRUE
006380                 MOVE FUNCTION UPPER-CASE(PARM-SERIES)
006390                     TO WS-RUN-SERIES
006400             END-IF
006410     END-READ.
006420 2410-EXIT.
006430     EXIT.
006440
006450*===============================================================*
006460*  2420-FIND-SERIES - LOOK WS-SERIES-IN UP ON THE SERIES TABLE; *
006470*  WS-CTL-IDX IS LEFT ON ITS ROW WHEN FOUND.                    *
006480*===============================================================*
006490 2420-FIND-SERIES.
006500     SET WS-SERIES-NOT-FOUND TO TRUE
006510     MOVE 1 TO WS-CTL-IDX
006520     PERFORM 2421-TEST-SERIES THRU 2421-EXIT
006530         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
006540 2420-EXIT.
006550     EXIT.
006560
006570*===============================================================*
006580*  2421-TEST-SERIES                                             *
006590*===============================================================*
006600 2421-TEST-SERIES.
006610     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-SERIES-IN
006620         SET WS-SERIES-FOUND TO TRUE
006630     ELSE
006640         ADD 1 TO WS-CTL-IDX
006650     END-IF.
006660 2421-EXIT.
006670     EXIT.
006680
006690*===============================================================*
006700*  2500-OPEN-FILES - MVNTHIST FOR THE ALREADY-RECORDED CHECK    *
006710*  (NONE YET JUST MEANS NOTHING IS DROPPED), THEN THE NEW DECK  *
006720*  AND THE REJECT LISTING.                                      *
006730*===============================================================*
006740 2500-OPEN-FILES.
006750     IF WS-EOF
006760         GO TO 2500-EXIT
006770     END-IF
006780
006790     OPEN INPUT HIST-FILE
006800     EVALUATE WS-HIST-STATUS
006810         WHEN "00"
006820             SET WS-HIST-IS-OPEN TO TRUE
006830         WHEN "35"
006840             DISPLAY "NO MVNTHIST YET - NO POLL IS DROPPED AS "
006850                 "ALREADY RECORDED."
006860         WHEN OTHER
006870             DISPLAY "UNABLE TO OPEN MVNTHIST - NOTHING "
006880                 "IMPORTED. STATUS=" WS-HIST-STATUS
006890             MOVE 8 TO WS-RUN-SEVERITY
006900             MOVE "MVNTHIST OPEN FAILED - NOTHING IMPORTED"
006910                 TO WS-ALERT-TEXT
006920             SET WS-EOF TO TRUE
006930             GO TO 2500-EXIT
006940     END-EVALUATE
006950
006960     OPEN OUTPUT BATCH-FILE
006970     IF WS-BATCH-STATUS NOT = "00"
006980         DISPLAY "UNABLE TO OPEN MVNTIN - NOTHING IMPORTED. "
006990             "STATUS=" WS-BATCH-STATUS
007000         MOVE 8 TO WS-RUN-SEVERITY
007010         MOVE "MVNTIN OPEN FAILED - NOTHING IMPORTED"
007020             TO WS-ALERT-TEXT
007030         SET WS-EOF TO TRUE
007040         GO TO 2500-EXIT
007050     END-IF
007060     SET WS-BATCH-IS-OPEN TO TRUE
007070
007080     OPEN OUTPUT PREJ-FILE
007090     IF WS-PREJ-STATUS NOT = "00"
007100         DISPLAY "UNABLE TO OPEN MVNTPREJ - NOTHING IMPORTED. "
007110             "STATUS=" WS-PREJ-STATUS
007120         MOVE 8 TO WS-RUN-SEVERITY
007130         MOVE "MVNTPREJ OPEN FAILED - NOTHING IMPORTED"
007140             TO WS-ALERT-TEXT
007150         SET WS-EOF TO TRUE
007160         GO TO 2500-EXIT
007170     END-IF
007180     SET WS-PREJ-IS-OPEN TO TRUE.
007190 2500-EXIT.
007200     EXIT.
007210
007220*===============================================================*
007230*  3000-READ-POLL                                               *
007240*===============================================================*
007250 3000-READ-POLL.
007260     IF WS-NOT-EOF
007270         READ POLL-FILE
007280             AT END
007290                 SET WS-EOF TO TRUE
007300             NOT AT END
007310                 ADD 1 TO WS-ROW-NUM
007320         END-READ
007330     END-IF.
007340 3000-EXIT.
007350     EXIT.
007360
007370*===============================================================*
007380*  4000-PROCESS-POLL - EDIT AND MAP, CHECK MVNTHIST, THEN PUT   *
007390*  THE ROW ON THE DECK OR THE REJECT LISTING, REPORT IT, AND    *
007400*  READ THE NEXT LINE.                                          *
007410*===============================================================*
007420 4000-PROCESS-POLL.
007430     MOVE SPACES TO WS-REJECT-REASON
007440     SET WS-ROW-IMPORTED TO TRUE
007450     PERFORM 4100-EDIT-POLL THRU 4100-EXIT
007460
007470     IF WS-ROW-IMPORTED
007480         PERFORM 4200-CHECK-HISTORY THRU 4200-EXIT
007490     END-IF
007500
007510     IF WS-ROW-IMPORTED
007520         PERFORM 4300-WRITE-DECK-ROW THRU 4300-EXIT
007530     END-IF
007540
007550     IF WS-ROW-REJECTED
007560         PERFORM 4400-WRITE-REJECT THRU 4400-EXIT
007570     END-IF
007580
007590     PERFORM 4900-PRINT-DISPOSITION THRU 4900-EXIT
007600     PERFORM 3000-READ-POLL THRU 3000-EXIT.
007610 4000-EXIT.
007620     EXIT.
007630
007640*===============================================================*
007650*  4100-EDIT-POLL - SPLIT THE LINE, WORK OUT THE NIGHT, AND MAP *
007660*  THE RESULT. ONLY AN OFF POLL NEEDS A PARTY AND A REASON.     *
007670*===============================================================*
007680 4100-EDIT-POLL.
007690     IF POLL-RECORD = SPACES
007700         SET WS-ROW-PASSED-OVER TO TRUE
007710         GO TO 4100-EXIT
007720     END-IF
007730
007740     MOVE SPACES TO WS-POLL-FIELDS
007750     MOVE ZERO TO WS-FIELD-COUNT
007760     UNSTRING POLL-RECORD DELIMITED BY "|"
007770         INTO WS-P-POSTED WS-P-QUESTION WS-P-RESULT
007780              WS-P-RESPONDENT WS-P-REASON
007790         TALLYING IN WS-FIELD-COUNT
007800     END-UNSTRING
007810
007820     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-POSTED))
007830         TO WS-POSTED-TEXT
007840     IF WS-POSTED-TEXT(1:6) = "POSTED"
007850         SET WS-ROW-PASSED-OVER TO TRUE
007860         GO TO 4100-EXIT
007870     END-IF
007880
007890     IF WS-FIELD-COUNT < 3
007900         MOVE "NOT A POLL LINE - TOO FEW FIELDS"
007910             TO WS-REJECT-REASON
007920         SET WS-ROW-REJECTED TO TRUE
007930         GO TO 4100-EXIT
007940     END-IF
007950
007960     PERFORM 4110-FIND-NIGHT THRU 4110-EXIT
007970     IF WS-ROW-REJECTED
007980         GO TO 4100-EXIT
007990     END-IF
008000
008010     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-RESULT))
008020         TO WS-POLL-RESULT
008030     MOVE "NONE" TO WS-IMP-PARTY
008040     MOVE SPACES TO WS-IMP-REASON
008050     MOVE SPACES TO WS-IMP-NOTE
008060     EVALUATE TRUE
008070         WHEN WS-RESULT-ON
008080             MOVE "YES" TO WS-IMP-ISMOVIENIGHT
008090             GO TO 4100-EXIT
008100         WHEN WS-RESULT-SKIP
008110             MOVE "NO" TO WS-IMP-ISMOVIENIGHT
008120             GO TO 4100-EXIT
008130         WHEN WS-RESULT-OFF
008140             MOVE "YES" TO WS-IMP-ISMOVIENIGHT
008150         WHEN OTHER
008160             MOVE "RESULT IS NOT ON, OFF OR SKIP"
008170                 TO WS-REJECT-REASON
008180             SET WS-ROW-REJECTED TO TRUE
008190             GO TO 4100-EXIT
008200     END-EVALUATE
008210
008220     PERFORM 4150-MAP-RESPONDENT THRU 4150-EXIT
008230     IF WS-ROW-REJECTED
008240         GO TO 4100-EXIT
008250     END-IF
008260
008270     PERFORM 4160-MAP-REASON THRU 4160-EXIT.
008280 4100-EXIT.
008290     EXIT.
008300
008310*===============================================================*
008320*  4110-FIND-NIGHT - THE POLL ASKS ABOUT THE SERIES' NEXT       *
008330*  MOVIE NIGHT ON OR AFTER THE DAY IT WAS POSTED. A NIGHT STILL *
008340*  TO COME HAS NO ANSWER YET, AND A NIGHT ALREADY TAKEN BY AN   *
008350*  EARLIER POLL IN THE EXPORT IS NOT GUESSED BETWEEN. A NIGHT   *
008351*  IS TAKEN HERE, BEFORE THE REST OF THE ROW IS CHECKED, SO A   *
008352*  LATER POLL FOR IT IS REJECTED EVEN WHEN THIS ONE IS.         *
008360*===============================================================*
008370 4110-FIND-NIGHT.
008380     IF WS-PT-DASH-1 NOT = "-" OR WS-PT-DASH-2 NOT = "-" OR
008390         WS-PT-YEAR IS NOT NUMERIC OR
008400         WS-PT-MONTH IS NOT NUMERIC OR
008410         WS-PT-DD IS NOT NUMERIC
008420         MOVE "POSTED DATE IS NOT YYYY-MM-DD"
008430             TO WS-REJECT-REASON
008440         SET WS-ROW-REJECTED TO TRUE
008450         GO TO 4110-EXIT
008460     END-IF
008470
008480     MOVE WS-PT-YEAR TO WS-POSTED-YEAR
008490     MOVE WS-PT-MONTH TO WS-POSTED-MONTH
008500     MOVE WS-PT-DD TO WS-POSTED-DD
008510     PERFORM 4120-VALIDATE-CALENDAR THRU 4120-EXIT
008520     IF WS-DATE-INVALID
008530         MOVE "IMPOSSIBLE POSTED DATE" TO WS-REJECT-REASON
008540         SET WS-ROW-REJECTED TO TRUE
008550         GO TO 4110-EXIT
008560     END-IF
008570
008580     COMPUTE WS-DATE-INTEGER =
008590         FUNCTION INTEGER-OF-DATE(WS-POSTED-DATE)
008600     COMPUTE WS-DATE-DOW =
008610         FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
008620     COMPUTE WS-DAYS-AHEAD =
008630         FUNCTION MOD(WS-RUN-DAY - WS-DATE-DOW + 7, 7)
008640     COMPUTE WS-NIGHT-DATE =
008650         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER
008660             + WS-DAYS-AHEAD)
008670
008680     IF WS-NIGHT-DATE > WS-TODAY-DATE
008690         MOVE "NIGHT HAS NOT HAPPENED YET" TO WS-REJECT-REASON
008700         SET WS-ROW-REJECTED TO TRUE
008710         GO TO 4110-EXIT
008720     END-IF
008730
008740     PERFORM 4130-FIND-SEEN THRU 4130-EXIT
008750     IF WS-SEEN-FOUND
008760         MOVE "NIGHT GIVEN BY AN EARLIER POLL"
008770             TO WS-REJECT-REASON
008780         SET WS-ROW-REJECTED TO TRUE
008781         GO TO 4110-EXIT
008790     END-IF
008791
008792     IF WS-SEEN-COUNT >= 2000
008793         MOVE "TOO MANY POLLS IN ONE EXPORT" TO WS-REJECT-REASON
008794         SET WS-ROW-REJECTED TO TRUE
008795         GO TO 4110-EXIT
008796     END-IF
008797     ADD 1 TO WS-SEEN-COUNT
008798     MOVE WS-NIGHT-DATE TO WS-SEEN-DATE(WS-SEEN-COUNT).
008800 4110-EXIT.
008810     EXIT.
008820
008830*===============================================================*
008840*  4120-VALIDATE-CALENDAR - MONTH 01-12, DAY WITHIN THE MONTH,  *
008850*  FEBRUARY 29 ONLY IN A LEAP YEAR, YEAR 2000-2099.             *
008860*===============================================================*
008870 4120-VALIDATE-CALENDAR.
008880     SET WS-DATE-INVALID TO TRUE
008890
008900     IF WS-POSTED-YEAR < 2000 OR WS-POSTED-YEAR > 2099
008910         GO TO 4120-EXIT
008920     END-IF
008930
008940     IF WS-POSTED-MONTH < 01 OR WS-POSTED-MONTH > 12
008950         GO TO 4120-EXIT
008960     END-IF
008970
008980     EVALUATE WS-POSTED-MONTH
008990         WHEN 01
009000         WHEN 03
009010         WHEN 05
009020         WHEN 07
009030         WHEN 08
009040         WHEN 10
009050         WHEN 12
009060             MOVE 31 TO WS-DAYS-IN-MONTH
009070         WHEN 04
009080         WHEN 06
009090         WHEN 09
009100         WHEN 11
009110             MOVE 30 TO WS-DAYS-IN-MONTH
009120         WHEN 02
009130             MOVE 28 TO WS-DAYS-IN-MONTH
009140             COMPUTE WS-LEAP-REMAINDER =
009150                 FUNCTION MOD(WS-POSTED-YEAR, 4)
009160             IF WS-LEAP-REMAINDER = ZERO
009170                 COMPUTE WS-LEAP-REMAINDER =
009180                     FUNCTION MOD(WS-POSTED-YEAR, 100)
009190                 IF WS-LEAP-REMAINDER = ZERO
009200                     COMPUTE WS-LEAP-REMAINDER =
009210                         FUNCTION MOD(WS-POSTED-YEAR, 400)
009220                     IF WS-LEAP-REMAINDER = ZERO
009230                         MOVE 29 TO WS-DAYS-IN-MONTH
009240                     END-IF
009250                 ELSE
009260                     MOVE 29 TO WS-DAYS-IN-MONTH
009270                 END-IF
009280             END-IF
009290     END-EVALUATE
009300
009310     IF WS-POSTED-DD < 01 OR WS-POSTED-DD > WS-DAYS-IN-MONTH
009320         GO TO 4120-EXIT
009330     END-IF
009340
009350     SET WS-DATE-VALID TO TRUE.
009360 4120-EXIT.
009370     EXIT.
009380
009390*===============================================================*
009400*  4130-FIND-SEEN - HAS AN EARLIER POLL NAMED WS-NIGHT-DATE?    *
009410*===============================================================*
009420 4130-FIND-SEEN.
009430     SET WS-SEEN-NOT-FOUND TO TRUE
009440     MOVE 1 TO WS-SEEN-IDX
009450     PERFORM 4131-TEST-SEEN THRU 4131-EXIT
009460         UNTIL WS-SEEN-FOUND OR WS-SEEN-IDX > WS-SEEN-COUNT.
009470 4130-EXIT.
009480     EXIT.
009490
009500*===============================================================*
009510*  4131-TEST-SEEN                                               *
009520*===============================================================*
009530 4131-TEST-SEEN.
009540     IF WS-SEEN-DATE(WS-SEEN-IDX) = WS-NIGHT-DATE
009550         SET WS-SEEN-FOUND TO TRUE
009560     ELSE
009570         ADD 1 TO WS-SEEN-IDX
009580     END-IF.
009590 4131-EXIT.
009600     EXIT.
009610
009620*===============================================================*
009630*  4150-MAP-RESPONDENT - THE PERSON WHO BACKED OUT MUST BE AN   *
009640*  ACTIVE MVNTPART CODE, TRIED AS NAMED (LESS ANY "@" MENTION   *
009650*  MARK) AND THEN BY FIRST WORD. "NONE" IS NOT A PERSON.        *
009660*===============================================================*
009670 4150-MAP-RESPONDENT.
009680     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-RESPONDENT))
009690         TO WS-RESPONDENT
009700     IF WS-RESPONDENT(1:1) = "@"
009710         MOVE WS-RESPONDENT(2:29) TO WS-FIRST-WORD
009720         MOVE WS-FIRST-WORD TO WS-RESPONDENT
009730     END-IF
009740     IF WS-RESPONDENT = SPACES
009750         MOVE "NOBODY NAMED AS BACKING OUT"
009760             TO WS-REJECT-REASON
009770         SET WS-ROW-REJECTED TO TRUE
009780         GO TO 4150-EXIT
009790     END-IF
009800
009810     MOVE WS-RESPONDENT TO WS-FIND-CODE
009820     PERFORM 4155-FIND-PARTY THRU 4155-EXIT
009830     IF WS-CODE-INVALID
009840         MOVE SPACES TO WS-FIRST-WORD
009850         UNSTRING WS-RESPONDENT DELIMITED BY ALL SPACE
009860             INTO WS-FIRST-WORD
009870         END-UNSTRING
009880         IF WS-FIRST-WORD NOT = WS-RESPONDENT
009890             MOVE WS-FIRST-WORD TO WS-FIND-CODE
009900             PERFORM 4155-FIND-PARTY THRU 4155-EXIT
009910         END-IF
009920     END-IF
009930
009940     IF WS-CODE-INVALID OR WS-IMP-PARTY = "NONE"
009950         MOVE "RESPONDENT NOT ACTIVE ON MVNTPART"
009960             TO WS-REJECT-REASON
009970         SET WS-ROW-REJECTED TO TRUE
009980     END-IF.
009990 4150-EXIT.
010000     EXIT.
010010
010020*===============================================================*
010030*  4155-FIND-PARTY - ACTIVE PARTY-MASTER CODES ONLY; THE CODE   *
010040*  FOUND IS LEFT IN WS-IMP-PARTY.                               *
010050*===============================================================*
010060 4155-FIND-PARTY.
010070     SET WS-CODE-INVALID TO TRUE
010080     MOVE 1 TO WS-PM-IDX
010090     PERFORM 4156-TEST-PARTY-CODE THRU 4156-EXIT
010100         UNTIL WS-CODE-VALID OR WS-PM-IDX > WS-PM-COUNT.
010110 4155-EXIT.
010120     EXIT.
010130
010140*===============================================================*
010150*  4156-TEST-PARTY-CODE                                         *
010160*===============================================================*
010170 4156-TEST-PARTY-CODE.
010180     IF WS-PM-CODE(WS-PM-IDX) = WS-FIND-CODE AND
010190         WS-PM-ACTIVE(WS-PM-IDX) = "A"
010200         SET WS-CODE-VALID TO TRUE
010210         MOVE WS-PM-CODE(WS-PM-IDX) TO WS-IMP-PARTY
010220     ELSE
010230         ADD 1 TO WS-PM-IDX
010240     END-IF.
010250 4156-EXIT.
010260     EXIT.
010270
010280*===============================================================*
010290*  4160-MAP-REASON - THE REASON GIVEN MAPS TO THE ONE ACTIVE    *
010300*  REASON CODE IT MENTIONS. IF IT MENTIONS NONE IT GOES IN AS   *
010310*  "OTHER" WITH THE TEXT AS TYPED ON BATCH-OTHER-NOTE; IF IT    *
010320*  MENTIONS MORE THAN ONE, NOBODY CAN SAY WHICH WITHOUT ASKING. *
010330*===============================================================*
010340 4160-MAP-REASON.
010350     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-REASON))
010360         TO WS-REASON-TEXT
010370     IF WS-REASON-TEXT = SPACES
010380         MOVE "NO REASON GIVEN" TO WS-REJECT-REASON
010390         SET WS-ROW-REJECTED TO TRUE
010400         GO TO 4160-EXIT
010410     END-IF
010420
010430     MOVE SPACES TO WS-SQUEEZED
010440     MOVE ZERO TO WS-SQ-LEN
010450     MOVE 1 TO WS-CHAR-IDX
010460     PERFORM 4165-SQUEEZE-ONE-CHAR THRU 4165-EXIT
010470         UNTIL WS-CHAR-IDX > 80
010480
010490     MOVE ZERO TO WS-REASON-HITS
010500     MOVE 1 TO WS-RM-IDX
010510     PERFORM 4170-TEST-ONE-REASON THRU 4170-EXIT
010520         UNTIL WS-RM-IDX > WS-RM-COUNT
010530
010540     IF WS-REASON-HITS > 1
010550         MOVE "REASON FITS MORE THAN ONE CODE"
010560             TO WS-REJECT-REASON
010570         SET WS-ROW-REJECTED TO TRUE
010580         GO TO 4160-EXIT
010590     END-IF
010600     IF WS-REASON-HITS = 1
010610         GO TO 4160-EXIT
010620     END-IF
010630
010640     MOVE "OTHER" TO WS-FIND-CODE
010650     PERFORM 4175-FIND-REASON THRU 4175-EXIT
010660     IF WS-CODE-INVALID
010670         MOVE "REASON MATCHES NO MVNTREAS CODE"
010680             TO WS-REJECT-REASON
010690         SET WS-ROW-REJECTED TO TRUE
010700         GO TO 4160-EXIT
010710     END-IF
010720     IF WS-REASON-TEXT(61:20) NOT = SPACES
010730         MOVE "REASON TOO LONG FOR THE OTHER NOTE"
010740             TO WS-REJECT-REASON
010750         SET WS-ROW-REJECTED TO TRUE
010760         GO TO 4160-EXIT
010770     END-IF
010780     MOVE FUNCTION TRIM(WS-P-REASON) TO WS-IMP-NOTE.
010790 4160-EXIT.
010800     EXIT.
010810
010820*===============================================================*
010830*  4165-SQUEEZE-ONE-CHAR - KEEP LETTERS AND DIGITS ONLY.        *
010840*===============================================================*
010850 4165-SQUEEZE-ONE-CHAR.
010860     MOVE WS-REASON-TEXT(WS-CHAR-IDX:1) TO WS-ONE-CHAR
010870     IF (WS-ONE-CHAR >= "A" AND WS-ONE-CHAR <= "Z") OR
010880         (WS-ONE-CHAR >= "0" AND WS-ONE-CHAR <= "9")
010890         ADD 1 TO WS-SQ-LEN
010900         MOVE WS-ONE-CHAR TO WS-SQUEEZED(WS-SQ-LEN:1)
010910     END-IF
010920     ADD 1 TO WS-CHAR-IDX.
010930 4165-EXIT.
010940     EXIT.
010950
010960*===============================================================*
010970*  4170-TEST-ONE-REASON - DOES THE REASON MENTION THE ACTIVE    *
010980*  CODE AT WS-RM-IDX? "OTHER" IS THE FALLBACK, NOT A MATCH.     *
010990*===============================================================*
011000 4170-TEST-ONE-REASON.
011010     IF WS-RM-ACTIVE(WS-RM-IDX) NOT = "A" OR
011020         WS-RM-CODE(WS-RM-IDX) = "OTHER" OR
011030         WS-RM-CODE(WS-RM-IDX) = SPACES
011040         GO TO 4170-NEXT
011050     END-IF
011060
011070     MOVE ZERO TO WS-CODE-LEN
011080     INSPECT WS-RM-CODE(WS-RM-IDX)
011090         TALLYING WS-CODE-LEN FOR CHARACTERS BEFORE INITIAL SPACE
011100     MOVE ZERO TO WS-CODE-HITS
011110     INSPECT WS-REASON-TEXT TALLYING WS-CODE-HITS
011120         FOR ALL WS-RM-CODE(WS-RM-IDX)(1:WS-CODE-LEN)
011130     INSPECT WS-SQUEEZED TALLYING WS-CODE-HITS
011140         FOR ALL WS-RM-CODE(WS-RM-IDX)(1:WS-CODE-LEN)
011150     IF WS-CODE-HITS > ZERO
011160         ADD 1 TO WS-REASON-HITS
011170         MOVE WS-RM-CODE(WS-RM-IDX) TO WS-IMP-REASON
011180     END-IF.
011190 4170-NEXT.
011200     ADD 1 TO WS-RM-IDX.
011210 4170-EXIT.
011220     EXIT.
011230
011240*===============================================================*
011250*  4175-FIND-REASON - IS WS-FIND-CODE AN ACTIVE REASON CODE?    *
011260*  THE CODE FOUND IS LEFT IN WS-IMP-REASON.                     *
011270*===============================================================*
011280 4175-FIND-REASON.
011290     SET WS-CODE-INVALID TO TRUE
011300     MOVE 1 TO WS-RM-IDX
011310     PERFORM 4176-TEST-REASON-CODE THRU 4176-EXIT
011320         UNTIL WS-CODE-VALID OR WS-RM-IDX > WS-RM-COUNT.
011330 4175-EXIT.
011340     EXIT.
011350
011360*===============================================================*
011370*  4176-TEST-REASON-CODE                                        *
011380*===============================================================*
011390 4176-TEST-REASON-CODE.
011400     IF WS-RM-CODE(WS-RM-IDX) = WS-FIND-CODE AND
011410         WS-RM-ACTIVE(WS-RM-IDX) = "A"
011420         SET WS-CODE-VALID TO TRUE
011430         MOVE WS-RM-CODE(WS-RM-IDX) TO WS-IMP-REASON
011440     ELSE
011450         ADD 1 TO WS-RM-IDX
011460     END-IF.
011470 4176-EXIT.
011480     EXIT.
011490
011500*===============================================================*
011510*  4200-CHECK-HISTORY - ONE KEYED READ AGAINST MVNTHIST; A HIT  *
011520*  MEANS THE NIGHT IS ALREADY RECORDED AND THE POLL IS DROPPED. *
011530*===============================================================*
011540 4200-CHECK-HISTORY.
011550     IF WS-HIST-NOT-OPEN
011560         GO TO 4200-EXIT
011570     END-IF
011580     MOVE WS-NIGHT-DATE TO HIST-DATE
011590     MOVE WS-RUN-SERIES TO HIST-SERIES
011600     READ HIST-FILE
011610         INVALID KEY
011620             CONTINUE
011630         NOT INVALID KEY
011640             SET WS-ROW-DROPPED TO TRUE
011650     END-READ.
011660 4200-EXIT.
011670     EXIT.
011680
011690*===============================================================*
011700*  4300-WRITE-DECK-ROW - ONE BATCH-RECORD ROW, LAID OUT THE WAY *
011710*  THE LOADER EDITS IT. A DECK THAT CANNOT BE WRITTEN ENDS THE  *
011720*  RUN: A PART DECK WOULD LOOK LIKE A WHOLE ONE TO THE LOADER.  *
011730*===============================================================*
011740 4300-WRITE-DECK-ROW.
011810     MOVE SPACES TO BATCH-RECORD
011820     MOVE WS-RUN-DAY TO BATCH-DAY
011830     MOVE WS-NIGHT-DATE TO BATCH-DATE
011840     MOVE WS-IMP-ISMOVIENIGHT TO BATCH-ISMOVIENIGHT
011850     MOVE WS-IMP-PARTY TO BATCH-CANCEL-PARTY
011860     MOVE WS-IMP-REASON TO BATCH-CANCEL-REASON
011870     MOVE WS-IMP-NOTE TO BATCH-OTHER-NOTE
011880     MOVE WS-RUN-SERIES TO BATCH-SERIES
011890     WRITE BATCH-RECORD
011900     IF WS-BATCH-STATUS NOT = "00"
011910         DISPLAY "UNABLE TO WRITE MVNTIN - IMPORT STOPPED. "
011920             "STATUS=" WS-BATCH-STATUS
011930         MOVE 8 TO WS-RUN-SEVERITY
011940         MOVE "MVNTIN WRITE FAILED - DECK INCOMPLETE"
011950             TO WS-ALERT-TEXT
011960         MOVE "MVNTIN COULD NOT BE WRITTEN" TO WS-REJECT-REASON
011970         SET WS-ROW-REJECTED TO TRUE
011980         SET WS-EOF TO TRUE
012000     END-IF.
012040 4300-EXIT.
012050     EXIT.
012060
012070*===============================================================*
012080*  4400-WRITE-REJECT - THE POLL LINE AS EXPORTED, WITH WHY. THE *
012090*  CONSOLE LISTS IT TOO, SO A LISTING THAT CANNOT BE WRITTEN    *
012100*  IS A WARNING ONLY.                                           *
012110*===============================================================*
012120 4400-WRITE-REJECT.
012130     IF WS-PREJ-NOT-OPEN
012140         GO TO 4400-EXIT
012150     END-IF
012160     MOVE SPACES TO PREJ-RECORD
012170     MOVE WS-ROW-NUM TO PREJ-LINE-NUM
012180     MOVE WS-REJECT-REASON TO PREJ-REASON
012190     MOVE POLL-RECORD TO PREJ-POLL-TEXT
012200     WRITE PREJ-RECORD
012210     IF WS-PREJ-STATUS NOT = "00"
012220         DISPLAY "UNABLE TO WRITE MVNTPREJ. STATUS="
012230             WS-PREJ-STATUS
012240         IF WS-RUN-SEVERITY < 4
012250             MOVE 4 TO WS-RUN-SEVERITY
012260         END-IF
012270     END-IF.
012280 4400-EXIT.
012290     EXIT.
012300
012310*===============================================================*
012320*  4900-PRINT-DISPOSITION - ONE LINE PER POLL. HEADING AND      *
012330*  BLANK LINES PASS WITHOUT COMMENT.                            *
012340*===============================================================*
012350 4900-PRINT-DISPOSITION.
012360     MOVE WS-ROW-NUM TO WS-ROW-NUM-EDIT
012370     EVALUATE TRUE
012380         WHEN WS-ROW-IMPORTED
012390             ADD 1 TO WS-IMPORTED-COUNT
012400             DISPLAY "LINE" WS-ROW-NUM-EDIT
012410                 " NIGHT " WS-NIGHT-DATE " IMPORTED - "
012420                 WS-IMP-ISMOVIENIGHT " "
012430                 FUNCTION TRIM(WS-IMP-PARTY) " "
012440                 WS-IMP-REASON
012450         WHEN WS-ROW-DROPPED
012460             ADD 1 TO WS-DROP-COUNT
012470             DISPLAY "LINE" WS-ROW-NUM-EDIT
012480                 " NIGHT " WS-NIGHT-DATE
012490                 " DROPPED - ALREADY ON MVNTHIST"
012500         WHEN WS-ROW-REJECTED
012510             ADD 1 TO WS-REJECT-COUNT
012520             DISPLAY "LINE" WS-ROW-NUM-EDIT
012530                 " REJECTED - " WS-REJECT-REASON
012540     END-EVALUATE.
012550 4900-EXIT.
012560     EXIT.
012570
012580*===============================================================*
012590*  5000-PRINT-TOTALS                                            *
012600*===============================================================*
012610 5000-PRINT-TOTALS.
012620     DISPLAY "-------------------------------------"
012630     MOVE WS-ROW-NUM TO WS-COUNT-EDIT
012640     DISPLAY "LINES READ:     " WS-COUNT-EDIT
012650     MOVE WS-IMPORTED-COUNT TO WS-COUNT-EDIT
012660     DISPLAY "ROWS ON MVNTIN: " WS-COUNT-EDIT
012670     MOVE WS-DROP-COUNT TO WS-COUNT-EDIT
012680     DISPLAY "POLLS DROPPED:  " WS-COUNT-EDIT
012690     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
012700     DISPLAY "POLLS REJECTED: " WS-COUNT-EDIT
012710
012720     IF WS-REJECT-COUNT > ZERO
012730         DISPLAY "REJECTED POLLS ARE LISTED ON MVNTPREJ - KEY "
012740             "THEM BY HAND OR FIX THE EXPORT AND RERUN."
012750         IF WS-RUN-SEVERITY < 4
012760             MOVE 4 TO WS-RUN-SEVERITY
012770         END-IF
012780     END-IF
012790     IF WS-IMPORTED-COUNT > ZERO AND WS-RUN-SEVERITY < 8
012800         DISPLAY "MVNTIN IS READY FOR MOVIENIGHTLOADER."
012810     END-IF.
012820 5000-EXIT.
012830     EXIT.
012840
012850*===============================================================*
012860*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
012870*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
012880*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
012890*===============================================================*
012900 9900-WRITE-ALERT.
012910     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
012920     ACCEPT WS-ALERT-RUN-TIME FROM TIME
012930     MOVE SPACES TO ALERT-RECORD
012940     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
012950     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
012960     MOVE "MOVIENIGHTPOLLS" TO ALERT-PROGRAM
012970     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
012980     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
012990
013000     OPEN EXTEND ALERT-FILE
013010     IF WS-ALERT-STATUS = "35"
013020         OPEN OUTPUT ALERT-FILE
013030     END-IF
013040
013050     IF WS-ALERT-STATUS NOT = "00"
013060         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
013070             "WRITTEN. STATUS=" WS-ALERT-STATUS
013080     ELSE
013090         WRITE ALERT-RECORD
013100         IF WS-ALERT-STATUS NOT = "00"
013110             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
013120                 "WRITTEN. STATUS=" WS-ALERT-STATUS
013130         END-IF
013140         CLOSE ALERT-FILE
013150     END-IF.
013160 9900-EXIT.
013170     EXIT.
013180
013190*===============================================================*
013200*  9999-TERMINATE                                               *
013210*===============================================================*
013220 9999-TERMINATE.
013230     IF WS-POLL-IS-OPEN
013240         CLOSE POLL-FILE
013250     END-IF
013260     IF WS-HIST-IS-OPEN
013270         CLOSE HIST-FILE
013280     END-IF
013290     IF WS-BATCH-IS-OPEN
013300         CLOSE BATCH-FILE
013310     END-IF
013320     IF WS-PREJ-IS-OPEN
013330         CLOSE PREJ-FILE
013340     END-IF
013350
013360     IF WS-RUN-SEVERITY >= 8
013370         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
013380     END-IF
013390     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
013400 9999-EXIT.
013410     EXIT.
013420
013430 END PROGRAM MOVIENIGHTPOLLS.
