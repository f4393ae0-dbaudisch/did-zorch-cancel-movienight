000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTREMIND".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*ADVANCE REMINDER GENERATOR. THE MVNTNOTE QUEUE USED TO HOLD ONLY
000080*AFTER-THE-FACT OUTCOMES; THIS JOB READS THE PUBLISHED MVNTSCHED
000090*AND QUEUES A REMINDER FOR EVERY NIGHT COMING UP WITHIN THE LEAD
000100*DAYS - ONE FOR THE ROSTERED HOST AND ONE FOR THE PICKER ON A
000110*MOVIE NIGHT, ONE CARRYING THE LABEL ON A PLANNED SKIP - AND A
000120*NAG TO THE PICKER WHEN THEIR NIGHT IS WITHIN THE NAG DAYS AND NO
000130*FILM HAS BEEN ANNOUNCED FOR IT (MOVIENIGHTANNOUNCE QUEUES THE
000140*ANNOUNCEMENT). MOVIENIGHTNOTIFY SENDS THE ROWS LIKE ANY OTHER.
000150*A ROW ALREADY ON THE QUEUE FOR THE SAME NIGHT, KIND AND PERSON IS
000160*NEVER QUEUED AGAIN, SO THE JOB CAN RUN AS OFTEN AS LIKED. THE
000170*LEAD DAYS COME OFF THE MOVIENIGHTREMIND CARD ON MVNTPARM.
000180*-----------------------------------------------------------------
000190*  MOD-HISTORY:
000200*    2026-09-30 DWB  ORIGINAL VERSION - HOST, PICKER AND SKIP
000210*                    REMINDERS AND THE NO-TITLE NAG.
000211*    2026-10-14 DWB  MVNTSCHED CARRIES NIGHTS FOR EVERY SERIES.
000212*                    EACH REMINDER AND NAG NAMES ITS SERIES IN
000213*                    BRACKETS AFTER THE NIGHT, AS THE ANNOUNCEMENT
000214*                    DOES (BLANK IS "MAIN"), AND THE DUPLICATE AND
000215*                    ANNOUNCEMENT CHECKS MATCH ON THE SERIES TOO,
000216*                    READ BACK OFF THE QUEUED TEXT. A ROW WITH NO
000217*                    SERIES IN ITS TEXT COUNTS AS "MAIN".
000218*    2026-10-15 DWB  THE LEAD-DAY FIELDS ON THE CARD ARE TRIMMED
000219*                    AND RIGHT-JUSTIFIED, SO A LEFT-JUSTIFIED "3 "
000220*                    READS AS 03 INSTEAD OF FAILING THE CARD.
000221*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SCHED-FILE ASSIGN TO "MVNTSCHED"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-SCHED-STATUS.
000300
000310     SELECT NOTE-FILE ASSIGN TO "MVNTNOTE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-NOTE-STATUS.
000340
000350     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380
000390     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ALERT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  SCHED-FILE.
000460     COPY MVNTSCHD.
000470
000480*===============================================================*
000490*  NOTE-FILE - READ ONCE FOR WHAT IS ALREADY QUEUED AND THE     *
000500*  NEXT SEQUENCE NUMBER, THEN APPENDED TO.                      *
000510*===============================================================*
000520 FD  NOTE-FILE.
000530     COPY MVNTNOTE.
000540
000550*===============================================================*
000560*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000570*  SEE 0100-READ-PARM-CARD.                                     *
000580*===============================================================*
000590 FD  PARM-FILE.
000600     COPY MVNTPARM.
000610
000620*===============================================================*
000630*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000640*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000650*===============================================================*
000660 FD  ALERT-FILE.
000670     COPY MVNTALRT.
000680
000690 WORKING-STORAGE SECTION.
000700*===============================================================*
000710*  FILE STATUS SWITCHES                                          *
000720*===============================================================*
000730 01  WS-SCHED-STATUS                 PIC X(02) VALUE "00".
000740 01  WS-NOTE-STATUS                  PIC X(02) VALUE "00".
000750 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000760 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000770
000780 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000790     88  WS-EOF                           VALUE "Y".
000800     88  WS-NOT-EOF                       VALUE "N".
000810
000820 01  WS-NOTE-OPEN-SW                 PIC X(01) VALUE "N".
000830     88  WS-NOTE-IS-OPEN                  VALUE "Y".
000840     88  WS-NOTE-NOT-OPEN                 VALUE "N".
000850
000860*===============================================================*
000870*  PARAMETER CARD - NO CARD, OR A BLANK FIELD ON IT, MEANS THE  *
000880*  DEFAULT LEAD: REMINDERS THREE DAYS AHEAD, THE NAG ONE DAY    *
000890*  AHEAD. THERE IS NO PROMPT; THE JOB IS MEANT TO RUN ALONE.    *
000900*===============================================================*
000910 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000920     88  WS-PARM-EOF                      VALUE "Y".
000930     88  WS-PARM-NOT-EOF                  VALUE "N".
000940
000950 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000960     88  WS-PARM-FOUND                    VALUE "Y".
000970     88  WS-PARM-NOT-FOUND                VALUE "N".
000980
000990 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
001000
001010 01  WS-REMIND-DAYS-IN               PIC X(02) JUSTIFIED RIGHT
001011                                     VALUE SPACES.
001020 01  WS-NAG-DAYS-IN                  PIC X(02) JUSTIFIED RIGHT
001021                                     VALUE SPACES.
001030 01  WS-REMIND-DAYS                  PIC 9(02) VALUE 3.
001040 01  WS-NAG-DAYS                     PIC 9(02) VALUE 1.
001050
001060*===============================================================*
001070*  QUEUE KEY TABLE - NIGHT, ROW KIND AND PERSON FOR EVERY ROW   *
001080*  ALREADY ON MVNTNOTE FOR TODAY OR LATER, PLUS EVERY ROW THIS  *
001090*  RUN QUEUES. A NEW ROW MATCHING ONE OF THESE IS A DUPLICATE.  *
001100*===============================================================*
001110 01  WS-NK-COUNT                     PIC 9(04) VALUE ZERO.
001120 01  WS-NK-IDX                       PIC 9(04) VALUE ZERO.
001130
001140 01  WS-NK-TABLE.
001150     05  WS-NK-ENTRY OCCURS 1 TO 2000 TIMES
001160             DEPENDING ON WS-NK-COUNT.
001170         10  WS-NK-DATE                  PIC 9(08).
001180         10  WS-NK-KIND                  PIC X(03).
001190         10  WS-NK-PARTY                 PIC X(10).
001191         10  WS-NK-SERIES                PIC X(04).
001200
001210 01  WS-NK-FOUND-SW                  PIC X(01) VALUE "N".
001220     88  WS-NK-FOUND                      VALUE "Y".
001230     88  WS-NK-NOT-FOUND                  VALUE "N".
001240
001250 01  WS-NEXT-NOTE-SEQ                PIC 9(05) VALUE 1.
001251
001252*===============================================================*
001253*  SERIES OFF THE QUEUED TEXT - A REMINDER, NAG OR ANNOUNCEMENT *
001254*  NAMES ITS SERIES IN BRACKETS STRAIGHT AFTER THE NIGHT DATE,  *
001255*  E.G. "20261017 (ANIM)". SEE 2020-SERIES-FROM-TEXT.           *
001256*===============================================================*
001257 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001258 01  WS-TEXT-SERIES                  PIC X(04) VALUE SPACES.
001259
001260 01  WS-SERIES-MARK.
001261     05  WS-SERIES-MARK-DATE         PIC 9(08).
001262     05  FILLER                      PIC X(02) VALUE " (".
001263
001264 77  WS-SERIES-LEAD                  PIC 9(03) COMP VALUE ZERO.
001265
001270*===============================================================*
001280*  THE ROW BEING QUEUED - KIND CODES AS DOCUMENTED IN MVNTNOTE. *
001290*===============================================================*
001300 01  WS-NEW-DATE                     PIC 9(08) VALUE ZERO.
001310 01  WS-NEW-KIND                     PIC X(03) VALUE SPACES.
001320     88  WS-KIND-HOST                     VALUE "RMH".
001330     88  WS-KIND-PICKER                   VALUE "RMP".
001340     88  WS-KIND-SKIP                     VALUE "RMS".
001350     88  WS-KIND-NAG                      VALUE "RMN".
001360     88  WS-KIND-ANNOUNCED                VALUE "ANN".
001370 01  WS-NEW-PARTY                    PIC X(10) VALUE SPACES.
001371 01  WS-NEW-SERIES                   PIC X(04) VALUE SPACES.
001380 01  WS-NEW-MESSAGE                  PIC X(60) VALUE SPACES.
001390
001400*===============================================================*
001410*  DATE WINDOW - THE LAST NIGHT DATE THAT IS CLOSE ENOUGH FOR   *
001420*  A REMINDER, AND FOR A NAG.                                   *
001430*===============================================================*
001440 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001450 01  WS-TODAY-INTEGER                PIC 9(08) VALUE ZERO.
001460 01  WS-REMIND-LIMIT                 PIC 9(08) VALUE ZERO.
001470 01  WS-NAG-LIMIT                    PIC 9(08) VALUE ZERO.
001480
001490*===============================================================*
001500*  TALLIES AND EDIT FIELDS                                       *
001510*===============================================================*
001520 77  WS-SCHED-READ                   PIC 9(05) COMP VALUE ZERO.
001530 77  WS-QUEUED-COUNT                 PIC 9(05) COMP VALUE ZERO.
001540 77  WS-ALREADY-COUNT                PIC 9(05) COMP VALUE ZERO.
001550
001560 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001570
001580*===============================================================*
001590*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN THERE  *
001600*  IS NO PUBLISHED SCHEDULE TO REMIND FROM, 8 WHEN THE CARD IS  *
001610*  BAD OR THE QUEUE COULD NOT BE WRITTEN. 8+ ALSO DROPS A ROW   *
001620*  ON MVNTALERT.                                                *
001630*===============================================================*
001640 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001650 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001660 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001670 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001680
001690 PROCEDURE DIVISION.
001700*===============================================================*
001710*  0000-MAINLINE                                                 *
001720*===============================================================*
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001750     PERFORM 1100-GET-LEAD-DAYS THRU 1100-EXIT
001760     IF WS-RUN-SEVERITY < 8
001770         PERFORM 2000-LOAD-QUEUE-KEYS THRU 2000-EXIT
001780         PERFORM 3000-SCAN-SCHEDULE THRU 3000-EXIT
001790         PERFORM 5000-WRAP-UP THRU 5000-EXIT
001800     END-IF
001810     PERFORM 9999-TERMINATE THRU 9999-EXIT
001820     STOP RUN.
001830
001840*===============================================================*
001850*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001860*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001870*  NO CARD.                                                     *
001880*===============================================================*
001890 0100-READ-PARM-CARD.
001900     SET WS-PARM-NOT-FOUND TO TRUE
001910     SET WS-PARM-NOT-EOF TO TRUE
001920     OPEN INPUT PARM-FILE
001930     IF WS-PARM-STATUS = "00"
001940         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001950             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001960         CLOSE PARM-FILE
001970     END-IF.
001980 0100-EXIT.
001990     EXIT.
002000
002010*===============================================================*
002020*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
002030*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
002040*===============================================================*
002050 0110-TEST-PARM-CARD.
002060     READ PARM-FILE
002070         AT END
002080             SET WS-PARM-EOF TO TRUE
002090         NOT AT END
002100             IF PARM-PROGRAM = "MOVIENIGHTREMIND"
002110                 SET WS-PARM-FOUND TO TRUE
002120                 MOVE FUNCTION TRIM(PARM-REMIND-DAYS)
002121                     TO WS-REMIND-DAYS-IN
002130                 MOVE FUNCTION TRIM(PARM-NAG-DAYS)
002131                     TO WS-NAG-DAYS-IN
002140             END-IF
002150     END-READ.
002160 0110-EXIT.
002170     EXIT.
002180
002190*===============================================================*
002200*  1000-INITIALIZE                                               *
002210*===============================================================*
002220 1000-INITIALIZE.
002230     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002240     COMPUTE WS-TODAY-INTEGER =
002250         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002260     DISPLAY "MOVIE-NIGHT ADVANCE REMINDERS FOR " WS-TODAY-DATE.
002270 1000-EXIT.
002280     EXIT.
002290
002300*===============================================================*
002310*  1100-GET-LEAD-DAYS - THE CARD FIRST, THE DEFAULTS FOR ANY    *
002320*  FIELD LEFT BLANK. A LEAD THAT IS NOT A NUMBER OF DAYS IS A   *
002330*  MISTAKE ON THE CARD AND ENDS THE RUN WITH NOTHING QUEUED.    *
002340*  THE SCHEDULE ONLY PROJECTS EIGHT WEEKS, SO 56 IS THE MOST.   *
002350*===============================================================*
002360 1100-GET-LEAD-DAYS.
002370     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
002380     IF WS-PARM-FOUND
002390         MOVE "MVNTPARM" TO WS-PARM-SOURCE
002400     ELSE
002410         MOVE "DEFAULT" TO WS-PARM-SOURCE
002420     END-IF
002430
002440     IF WS-REMIND-DAYS-IN NOT = SPACES
002450         INSPECT WS-REMIND-DAYS-IN REPLACING LEADING SPACE BY ZERO
002460         IF WS-REMIND-DAYS-IN IS NOT NUMERIC
002470             GO TO 1100-BAD-CARD
002480         END-IF
002490         MOVE WS-REMIND-DAYS-IN TO WS-REMIND-DAYS
002500     END-IF
002510     IF WS-NAG-DAYS-IN NOT = SPACES
002520         INSPECT WS-NAG-DAYS-IN REPLACING LEADING SPACE BY ZERO
002530         IF WS-NAG-DAYS-IN IS NOT NUMERIC
002540             GO TO 1100-BAD-CARD
002550         END-IF
002560         MOVE WS-NAG-DAYS-IN TO WS-NAG-DAYS
002570     END-IF
002580     IF WS-REMIND-DAYS > 56 OR WS-NAG-DAYS > 56
002590         GO TO 1100-BAD-CARD
002600     END-IF
002610
002620     COMPUTE WS-REMIND-LIMIT = FUNCTION DATE-OF-INTEGER(
002630         WS-TODAY-INTEGER + WS-REMIND-DAYS)
002640     COMPUTE WS-NAG-LIMIT = FUNCTION DATE-OF-INTEGER(
002650         WS-TODAY-INTEGER + WS-NAG-DAYS)
002660     DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
002670         "): DAYS-AHEAD=" WS-REMIND-DAYS " NAG-DAYS=" WS-NAG-DAYS
002680     GO TO 1100-EXIT.
002690 1100-BAD-CARD.
002700     DISPLAY "MVNTPARM LEAD DAYS '" WS-REMIND-DAYS-IN "' / '"
002710         WS-NAG-DAYS-IN "' ARE NOT 0-56 DAYS - NOTHING QUEUED."
002720     MOVE 8 TO WS-RUN-SEVERITY
002730     MOVE "BAD MVNTPARM LEAD DAYS - NOTHING QUEUED"
002740         TO WS-ALERT-TEXT.
002750 1100-EXIT.
002760     EXIT.
002770
002780*===============================================================*
002790*  2000-LOAD-QUEUE-KEYS - ONE PASS OVER THE QUEUE FOR THE       *
002800*  HIGHEST SEQUENCE NUMBER AND THE KEYS OF ROWS FOR TODAY OR    *
002810*  LATER. A MISSING QUEUE MEANS NOTHING IS QUEUED YET.          *
002820*===============================================================*
002830 2000-LOAD-QUEUE-KEYS.
002840     MOVE 1 TO WS-NEXT-NOTE-SEQ
002850     SET WS-NOT-EOF TO TRUE
002860     OPEN INPUT NOTE-FILE
002870     IF WS-NOTE-STATUS = "00"
002880         PERFORM 2010-LOAD-ONE-KEY THRU 2010-EXIT
002890             UNTIL WS-EOF
002900         CLOSE NOTE-FILE
002910     END-IF.
002920 2000-EXIT.
002930     EXIT.
002940
002950*===============================================================*
002960*  2010-LOAD-ONE-KEY - A ROW WHOSE NOTE-DATE IS NOT NUMERIC IS  *
002970*  THE OLD PRE-QUEUE SINGLE RECORD LEFT ON DISK AT CUTOVER AND  *
002980*  IS SKIPPED, AS THE WRITER AND THE DISPATCHER SKIP IT.        *
002990*===============================================================*
003000 2010-LOAD-ONE-KEY.
003010     READ NOTE-FILE
003020         AT END
003030             SET WS-EOF TO TRUE
003040             GO TO 2010-EXIT
003050     END-READ
003060
003070     IF NOTE-SEQ IS NOT NUMERIC OR NOTE-DATE IS NOT NUMERIC
003080         GO TO 2010-EXIT
003090     END-IF
003100     IF NOTE-SEQ >= WS-NEXT-NOTE-SEQ
003110         COMPUTE WS-NEXT-NOTE-SEQ = NOTE-SEQ + 1
003120     END-IF
003130     IF NOTE-DATE < WS-TODAY-DATE
003140         GO TO 2010-EXIT
003150     END-IF
003160
003170     IF WS-NK-COUNT >= 2000
003180         DISPLAY "QUEUE KEY TABLE FULL - ROWS PAST 2000 NOT "
003190             "CHECKED FOR DUPLICATES."
003200         GO TO 2010-EXIT
003210     END-IF
003220     ADD 1 TO WS-NK-COUNT
003230     MOVE NOTE-DATE TO WS-NK-DATE(WS-NK-COUNT)
003240     MOVE NOTE-ISMOVIENIGHT TO WS-NK-KIND(WS-NK-COUNT)
003250     MOVE NOTE-CANCEL-PARTY TO WS-NK-PARTY(WS-NK-COUNT)
003251     PERFORM 2020-SERIES-FROM-TEXT THRU 2020-EXIT
003252     MOVE WS-TEXT-SERIES TO WS-NK-SERIES(WS-NK-COUNT).
003260 2010-EXIT.
003270     EXIT.
003271
003272*===============================================================*
003273*  2020-SERIES-FROM-TEXT - THE SERIES IN BRACKETS RIGHT AFTER   *
003274*  NOTE-DATE IN NOTE-MESSAGE. NONE THERE (A ROW QUEUED BEFORE   *
003275*  SERIES WERE NAMED, OR AN OUTCOME ROW) MEANS "MAIN". A FILM   *
003276*  TITLE'S OWN BRACKETS COME LATER AND ARE NOT MISTAKEN FOR IT. *
003277*===============================================================*
003278 2020-SERIES-FROM-TEXT.
003279     MOVE WS-DEFAULT-SERIES TO WS-TEXT-SERIES
003280     MOVE NOTE-DATE TO WS-SERIES-MARK-DATE
003281     MOVE ZERO TO WS-SERIES-LEAD
003282     INSPECT NOTE-MESSAGE TALLYING WS-SERIES-LEAD
003283         FOR CHARACTERS BEFORE INITIAL WS-SERIES-MARK
003284     IF WS-SERIES-LEAD > 45
003285         GO TO 2020-EXIT
003286     END-IF
003287     MOVE SPACES TO WS-TEXT-SERIES
003288     UNSTRING NOTE-MESSAGE(WS-SERIES-LEAD + 11:5)
003289         DELIMITED BY ")"
003290         INTO WS-TEXT-SERIES
003291     END-UNSTRING
003292     IF WS-TEXT-SERIES = SPACES
003293         MOVE WS-DEFAULT-SERIES TO WS-TEXT-SERIES
003294     END-IF.
003295 2020-EXIT.
003296     EXIT.
003297
003298*===============================================================*
003300*  3000-SCAN-SCHEDULE - ONE PASS OVER THE PUBLISHED SCHEDULE.   *
003310*  THE QUEUE IS OPENED FOR APPEND UP FRONT; IF IT CANNOT BE,    *
003320*  NOTHING IS QUEUED AND THE RUN ENDS AT SEVERITY 8.            *
003330*===============================================================*
003340 3000-SCAN-SCHEDULE.
003350     OPEN INPUT SCHED-FILE
003360     IF WS-SCHED-STATUS NOT = "00"
003370         DISPLAY "NO PUBLISHED SCHEDULE MVNTSCHED FOUND - "
003380             "NOTHING TO REMIND. STATUS=" WS-SCHED-STATUS
003390         MOVE 4 TO WS-RUN-SEVERITY
003400         GO TO 3000-EXIT
003410     END-IF
003420
003430     OPEN EXTEND NOTE-FILE
003440     IF WS-NOTE-STATUS = "35"
003450         OPEN OUTPUT NOTE-FILE
003460     END-IF
003470     IF WS-NOTE-STATUS NOT = "00"
003480         DISPLAY "UNABLE TO OPEN MVNTNOTE - NOTHING QUEUED. "
003490             "STATUS=" WS-NOTE-STATUS
003500         MOVE 8 TO WS-RUN-SEVERITY
003510         MOVE "MVNTNOTE OPEN FAILED - NO REMINDERS"
003520             TO WS-ALERT-TEXT
003530         CLOSE SCHED-FILE
003540         GO TO 3000-EXIT
003550     END-IF
003560     SET WS-NOTE-IS-OPEN TO TRUE
003570
003580     SET WS-NOT-EOF TO TRUE
003590     PERFORM 3010-REMIND-ONE-NIGHT THRU 3010-EXIT
003600         UNTIL WS-EOF
003610     CLOSE SCHED-FILE
003620     IF WS-NOTE-IS-OPEN
003630         CLOSE NOTE-FILE
003640         SET WS-NOTE-NOT-OPEN TO TRUE
003650     END-IF.
003660 3000-EXIT.
003670     EXIT.
003680
003690*===============================================================*
003700*  3010-REMIND-ONE-NIGHT - NIGHTS ALREADY PAST ARE LEFT ALONE.  *
003710*  A PLANNED SKIP GETS ONE REMINDER FOR EVERYBODY; A MOVIE      *
003720*  NIGHT GETS ONE EACH FOR THE ROSTERED HOST AND PICKER, PLUS   *
003730*  THE NAG WHEN IT IS CLOSE AND NO FILM IS ANNOUNCED.           *
003740*===============================================================*
003750 3010-REMIND-ONE-NIGHT.
003760     READ SCHED-FILE
003770         AT END
003780             SET WS-EOF TO TRUE
003790             GO TO 3010-EXIT
003800     END-READ
003810     ADD 1 TO WS-SCHED-READ
003820
003830     IF SCHED-DATE < WS-TODAY-DATE
003840         GO TO 3010-EXIT
003850     END-IF
003860     MOVE SCHED-DATE TO WS-NEW-DATE
003861     MOVE SCHED-SERIES TO WS-NEW-SERIES
003862     IF WS-NEW-SERIES = SPACES
003863         MOVE WS-DEFAULT-SERIES TO WS-NEW-SERIES
003864     END-IF
003870
003880     IF SCHED-DATE <= WS-REMIND-LIMIT
003890         IF SCHED-STATUS = "SKIPPED"
003900             SET WS-KIND-SKIP TO TRUE
003910             MOVE SPACES TO WS-NEW-PARTY
003920             MOVE SPACES TO WS-NEW-MESSAGE
003930             STRING "REMINDER: NO MOVIE NIGHT "
003940                 DELIMITED BY SIZE
003950                 SCHED-DATE DELIMITED BY SIZE
003951                 " (" DELIMITED BY SIZE
003952                 WS-NEW-SERIES DELIMITED BY SPACE
003960                 ") - " DELIMITED BY SIZE
003970                 FUNCTION TRIM(SCHED-LABEL) DELIMITED BY SIZE
003980                 INTO WS-NEW-MESSAGE
003990             PERFORM 4000-QUEUE-ROW THRU 4000-EXIT
004000         END-IF
004010         IF SCHED-STATUS = "MOVIE" AND SCHED-HOST NOT = SPACES
004020             SET WS-KIND-HOST TO TRUE
004030             MOVE SCHED-HOST TO WS-NEW-PARTY
004040             MOVE SPACES TO WS-NEW-MESSAGE
004050             STRING "REMINDER: " DELIMITED BY SIZE
004060                 SCHED-HOST DELIMITED BY SPACE
004070                 " IS HOSTING MOVIE NIGHT " DELIMITED BY SIZE
004080                 SCHED-DATE DELIMITED BY SIZE
004081                 " (" DELIMITED BY SIZE
004082                 WS-NEW-SERIES DELIMITED BY SPACE
004083                 ")" DELIMITED BY SIZE
004090                 INTO WS-NEW-MESSAGE
004100             PERFORM 4000-QUEUE-ROW THRU 4000-EXIT
004110         END-IF
004120         IF SCHED-STATUS = "MOVIE" AND SCHED-PICKER NOT = SPACES
004130             SET WS-KIND-PICKER TO TRUE
004140             MOVE SCHED-PICKER TO WS-NEW-PARTY
004150             MOVE SPACES TO WS-NEW-MESSAGE
004160             STRING "REMINDER: " DELIMITED BY SIZE
004170                 SCHED-PICKER DELIMITED BY SPACE
004180                 " IS PICKING THE FILM FOR " DELIMITED BY SIZE
004190                 SCHED-DATE DELIMITED BY SIZE
004191                 " (" DELIMITED BY SIZE
004192                 WS-NEW-SERIES DELIMITED BY SPACE
004193                 ")" DELIMITED BY SIZE
004200                 INTO WS-NEW-MESSAGE
004210             PERFORM 4000-QUEUE-ROW THRU 4000-EXIT
004220         END-IF
004230     END-IF
004240
004250     IF SCHED-STATUS = "MOVIE" AND SCHED-PICKER NOT = SPACES
004260         AND SCHED-DATE <= WS-NAG-LIMIT
004270         PERFORM 3900-FIND-ANNOUNCEMENT THRU 3900-EXIT
004280         IF WS-NK-NOT-FOUND
004290             SET WS-KIND-NAG TO TRUE
004300             MOVE SCHED-PICKER TO WS-NEW-PARTY
004310             MOVE SPACES TO WS-NEW-MESSAGE
004320             STRING SCHED-PICKER DELIMITED BY SPACE
004330                 " - NO FILM ANNOUNCED YET FOR " DELIMITED BY SIZE
004340                 SCHED-DATE DELIMITED BY SIZE
004341                 " (" DELIMITED BY SIZE
004342                 WS-NEW-SERIES DELIMITED BY SPACE
004343                 ")" DELIMITED BY SIZE
004350                 INTO WS-NEW-MESSAGE
004360             PERFORM 4000-QUEUE-ROW THRU 4000-EXIT
004370         END-IF
004380     END-IF.
004390 3010-EXIT.
004400     EXIT.
004410
004420*===============================================================*
004430*  3800-FIND-QUEUE-KEY - IS WS-NEW-DATE/KIND/PARTY/SERIES       *
004440*  ALREADY ON THE QUEUE?                                        *
004450*===============================================================*
004460 3800-FIND-QUEUE-KEY.
004470     MOVE 1 TO WS-NK-IDX
004480     SET WS-NK-NOT-FOUND TO TRUE
004490     PERFORM 3810-TEST-QUEUE-KEY THRU 3810-EXIT
004500         UNTIL WS-NK-FOUND OR WS-NK-IDX > WS-NK-COUNT.
004510 3800-EXIT.
004520     EXIT.
004530
004540*===============================================================*
004550*  3810-TEST-QUEUE-KEY                                           *
004560*===============================================================*
004570 3810-TEST-QUEUE-KEY.
004580     IF WS-NK-DATE(WS-NK-IDX) = WS-NEW-DATE AND
004590         WS-NK-KIND(WS-NK-IDX) = WS-NEW-KIND AND
004600         WS-NK-PARTY(WS-NK-IDX) = WS-NEW-PARTY AND
004601         WS-NK-SERIES(WS-NK-IDX) = WS-NEW-SERIES
004610         SET WS-NK-FOUND TO TRUE
004620     ELSE
004630         ADD 1 TO WS-NK-IDX
004640     END-IF.
004650 3810-EXIT.
004660     EXIT.
004670
004680*===============================================================*
004690*  3900-FIND-ANNOUNCEMENT - HAS ANYBODY ANNOUNCED A FILM FOR    *
004700*  WS-NEW-DATE IN WS-NEW-SERIES? A STAND-IN PICKER'S            *
004701*  ANNOUNCEMENT COUNTS TOO; ANOTHER SERIES' FILM THAT NIGHT     *
004702*  DOES NOT.                                                    *
004710*===============================================================*
004720 3900-FIND-ANNOUNCEMENT.
004730     MOVE 1 TO WS-NK-IDX
004740     SET WS-NK-NOT-FOUND TO TRUE
004750     PERFORM 3910-TEST-ANNOUNCEMENT THRU 3910-EXIT
004760         UNTIL WS-NK-FOUND OR WS-NK-IDX > WS-NK-COUNT.
004770 3900-EXIT.
004780     EXIT.
004790
004800*===============================================================*
004810*  3910-TEST-ANNOUNCEMENT                                        *
004820*===============================================================*
004830 3910-TEST-ANNOUNCEMENT.
004840     IF WS-NK-DATE(WS-NK-IDX) = WS-NEW-DATE AND
004850         WS-NK-KIND(WS-NK-IDX) = "ANN" AND
004851         WS-NK-SERIES(WS-NK-IDX) = WS-NEW-SERIES
004860         SET WS-NK-FOUND TO TRUE
004870     ELSE
004880         ADD 1 TO WS-NK-IDX
004890     END-IF.
004900 3910-EXIT.
004910     EXIT.
004920
004930*===============================================================*
004940*  4000-QUEUE-ROW - APPEND WS-NEW-DATE/KIND/PARTY/MESSAGE AS AN *
004950*  UNSENT ROW UNLESS THE SAME ONE IS ALREADY QUEUED. A WRITE    *
004960*  FAILURE STOPS QUEUEING FOR THE REST OF THE RUN.              *
004970*===============================================================*
004980 4000-QUEUE-ROW.
004990     IF WS-NOTE-NOT-OPEN
005000         GO TO 4000-EXIT
005010     END-IF
005020     PERFORM 3800-FIND-QUEUE-KEY THRU 3800-EXIT
005030     IF WS-NK-FOUND
005040         ADD 1 TO WS-ALREADY-COUNT
005050         GO TO 4000-EXIT
005060     END-IF
005070
005080     MOVE SPACES TO NOTE-RECORD
005090     MOVE WS-NEXT-NOTE-SEQ TO NOTE-SEQ
005100     MOVE WS-NEW-DATE TO NOTE-DATE
005110     MOVE WS-NEW-KIND TO NOTE-ISMOVIENIGHT
005120     MOVE WS-NEW-PARTY TO NOTE-CANCEL-PARTY
005130     MOVE "N" TO NOTE-SENT-FLAG
005140     MOVE WS-NEW-MESSAGE TO NOTE-MESSAGE
005150     WRITE NOTE-RECORD
005160     IF WS-NOTE-STATUS NOT = "00"
005170         DISPLAY "UNABLE TO WRITE MVNTNOTE - QUEUEING STOPPED. "
005180             "STATUS=" WS-NOTE-STATUS
005190         MOVE 8 TO WS-RUN-SEVERITY
005200         MOVE "MVNTNOTE WRITE FAILED - REMINDERS SHORT"
005210             TO WS-ALERT-TEXT
005220         CLOSE NOTE-FILE
005230         SET WS-NOTE-NOT-OPEN TO TRUE
005240         GO TO 4000-EXIT
005250     END-IF
005260
005270     DISPLAY "QUEUED " WS-NEXT-NOTE-SEQ " " WS-NEW-DATE ": "
005280         FUNCTION TRIM(WS-NEW-MESSAGE)
005290     ADD 1 TO WS-NEXT-NOTE-SEQ
005300     ADD 1 TO WS-QUEUED-COUNT
005310
005320     IF WS-NK-COUNT < 2000
005330         ADD 1 TO WS-NK-COUNT
005340         MOVE WS-NEW-DATE TO WS-NK-DATE(WS-NK-COUNT)
005350         MOVE WS-NEW-KIND TO WS-NK-KIND(WS-NK-COUNT)
005360         MOVE WS-NEW-PARTY TO WS-NK-PARTY(WS-NK-COUNT)
005361         MOVE WS-NEW-SERIES TO WS-NK-SERIES(WS-NK-COUNT)
005370     END-IF.
005380 4000-EXIT.
005390     EXIT.
005400
005410*===============================================================*
005420*  5000-WRAP-UP                                                  *
005430*===============================================================*
005440 5000-WRAP-UP.
005450     DISPLAY "-------------------------------------"
005460     MOVE WS-SCHED-READ TO WS-COUNT-EDIT
005470     DISPLAY "SCHEDULE ROWS READ: " WS-COUNT-EDIT
005480     MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
005490     DISPLAY "ROWS QUEUED:        " WS-COUNT-EDIT
005500     MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT
005510     DISPLAY "ALREADY QUEUED:     " WS-COUNT-EDIT
005520     IF WS-QUEUED-COUNT > ZERO
005530         DISPLAY "RUN MOVIENIGHTNOTIFY TO SEND THEM."
005540     END-IF.
005550 5000-EXIT.
005560     EXIT.
005570
005580*===============================================================*
005590*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
005600*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
005610*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
005620*===============================================================*
005630 9900-WRITE-ALERT.
005640     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
005650     ACCEPT WS-ALERT-RUN-TIME FROM TIME
005660     MOVE SPACES TO ALERT-RECORD
005670     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
005680     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
005690     MOVE "MOVIENIGHTREMIND" TO ALERT-PROGRAM
005700     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
005710     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
005720
005730     OPEN EXTEND ALERT-FILE
005740     IF WS-ALERT-STATUS = "35"
005750         OPEN OUTPUT ALERT-FILE
005760     END-IF
005770
005780     IF WS-ALERT-STATUS NOT = "00"
005790         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
005800             "WRITTEN. STATUS=" WS-ALERT-STATUS
005810     ELSE
005820         WRITE ALERT-RECORD
005830         IF WS-ALERT-STATUS NOT = "00"
005840             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
005850                 "WRITTEN. STATUS=" WS-ALERT-STATUS
005860         END-IF
005870         CLOSE ALERT-FILE
005880     END-IF.
005890 9900-EXIT.
005900     EXIT.
005910
005920*===============================================================*
005930*  9999-TERMINATE                                                *
005940*===============================================================*
005950 9999-TERMINATE.
005960     IF WS-RUN-SEVERITY >= 8
005970         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
005980     END-IF
005990     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
006000 9999-EXIT.
006010     EXIT.
006020
006030 END PROGRAM MOVIENIGHTREMIND.
