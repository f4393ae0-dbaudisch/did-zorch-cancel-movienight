000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTSTRIKES".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*STRIKE STANDINGS REPORT. THE NIGHTLY CHECK AND THE BACKFILL
000080*LOADER APPEND A ROW TO THE MVNTSTRK STRIKE LEDGER FOR EVERY
000090*CANCELLATION, WITH HOW LATE IT WAS CALLED OFF AND THE STRIKES
000100*THAT EARNED UNDER THE COMMITTEE'S MOVIENIGHTSTRIKES POLICY CARD.
000110*THIS JOB TOTALS THE STRIKES STILL LIVE TODAY FOR EACH PERSON AND
000120*SORTS THEM INTO THOSE ALREADY LOSING THEIR PICK (THE SCHEDULE
000130*PASSES THEM OVER), THOSE ONE LATE CANCELLATION AWAY FROM IT, AND
000140*EVERYONE ELSE, THEN LISTS THE LIVE STRIKES BEHIND THE STANDINGS.
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-10-07 DWB  ORIGINAL VERSION - STANDINGS BY SECTION AND
000180*                    LIVE-STRIKE LISTING.
000190*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT STRK-FILE ASSIGN TO "MVNTSTRK"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-STRK-STATUS.
000270
000280     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PARM-STATUS.
000310
000320     SELECT ROTA-FILE ASSIGN TO "MVNTROTA"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ROTA-STATUS.
000350
000360     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ALERT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*===============================================================*
000430*  STRK-FILE - THE STRIKE LEDGER, ONE ROW PER CANCELLATION.     *
000440*===============================================================*
000450 FD  STRK-FILE.
000460     COPY MVNTSTRK.
000470
000480*===============================================================*
000490*  PARM-FILE - SHARED PARAMETER CARDS. ONLY THE COMMITTEE'S     *
000500*  MOVIENIGHTSTRIKES POLICY CARD IS READ HERE.                  *
000510*===============================================================*
000520 FD  PARM-FILE.
000530     COPY MVNTPARM.
000540
000550 FD  ROTA-FILE.
000560     COPY MVNTROTA.
000570
000580*===============================================================*
000590*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000600*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000610*===============================================================*
000620 FD  ALERT-FILE.
000630     COPY MVNTALRT.
000640
000650 WORKING-STORAGE SECTION.
000660*===============================================================*
000670*  FILE STATUS SWITCHES                                         *
000680*===============================================================*
000690 01  WS-STRK-STATUS                  PIC X(02) VALUE "00".
000700 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000710 01  WS-ROTA-STATUS                  PIC X(02) VALUE "00".
000720 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000730
000740 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000750     88  WS-EOF                           VALUE "Y".
000760     88  WS-NOT-EOF                       VALUE "N".
000770
000780 01  WS-LEDGER-LOADED-SW             PIC X(01) VALUE "N".
000790     88  WS-LEDGER-LOADED                 VALUE "Y".
000800     88  WS-LEDGER-NOT-LOADED             VALUE "N".
000810
000820*===============================================================*
000830*  STRIKE POLICY - THE COMMITTEE'S MOVIENIGHTSTRIKES CARD, OR   *
000840*  THE DEFAULTS BELOW WHEN MVNTPARM HAS NO CARD - THE SAME      *
000850*  VALUES THE CHECK, THE LOADER AND THE SCHEDULE WORK TO.       *
000860*===============================================================*
000870 01  WS-ONE-STRIKE-HOURS             PIC 9(03) VALUE 48.
000880 01  WS-TWO-STRIKE-HOURS             PIC 9(03) VALUE 6.
000890 01  WS-STRIKE-WEEKS                 PIC 9(02) VALUE 8.
000900 01  WS-STRIKE-LIMIT                 PIC 9(02) VALUE 3.
000910 01  WS-ONE-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
000920 01  WS-TWO-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
000930 01  WS-STRIKE-WEEKS-IN              PIC X(02) JUSTIFIED RIGHT.
000940 01  WS-STRIKE-LIMIT-IN              PIC X(02) JUSTIFIED RIGHT.
000950 01  WS-PARM-SOURCE                  PIC X(08) VALUE "DEFAULT".
000960
000970 01  WS-POLICY-SW                    PIC X(01) VALUE "Y".
000980     88  WS-POLICY-VALID                  VALUE "Y".
000990     88  WS-POLICY-INVALID                VALUE "N".
001000 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
001010     88  WS-PARM-FOUND                    VALUE "Y".
001020     88  WS-PARM-NOT-FOUND                VALUE "N".
001030 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001040     88  WS-PARM-EOF                      VALUE "Y".
001050     88  WS-PARM-NOT-EOF                  VALUE "N".
001060
001070*===============================================================*
001080*  PERSON TABLE - THE ROSTER IN ROTATION ORDER FIRST, THEN      *
001090*  ANYBODY ELSE ON THE LEDGER. ROSTER STANDING IS "A" ACTIVE,   *
001100*  "I" SITTING OUT, OR SPACE FOR NOT ON MVNTROTA. LIVE IS THE   *
001110*  STRIKES NOT YET EXPIRED TODAY AND NEXT-OUT THE SOONEST DATE  *
001120*  ONE OF THEM EXPIRES. THE STANDING CODE PICKS THE SECTION.    *
001130*===============================================================*
001140 01  WS-PS-COUNT                     PIC 9(03) VALUE ZERO.
001150 01  WS-PS-IDX                       PIC 9(03) VALUE ZERO.
001160
001170 01  WS-PS-TABLE.
001180     05  WS-PS-ENTRY OCCURS 1 TO 200 TIMES
001190             DEPENDING ON WS-PS-COUNT.
001200         10  WS-PS-NAME                  PIC X(10).
001210         10  WS-PS-ROSTER                PIC X(01).
001220         10  WS-PS-CANCELS               PIC 9(04).
001230         10  WS-PS-LATE                  PIC 9(04).
001240         10  WS-PS-LIVE                  PIC 9(04).
001250         10  WS-PS-NEXT-OUT              PIC 9(08).
001260         10  WS-PS-STANDING              PIC X(10).
001270
001280 01  WS-FIND-NAME                    PIC X(10) VALUE SPACES.
001290
001300 01  WS-PS-FOUND-SW                  PIC X(01) VALUE "N".
001310     88  WS-PS-FOUND                      VALUE "Y".
001320     88  WS-PS-NOT-FOUND                  VALUE "N".
001330
001340 01  WS-PS-FULL-SW                   PIC X(01) VALUE "N".
001350     88  WS-PS-FULL                       VALUE "Y".
001360     88  WS-PS-NOT-FULL                   VALUE "N".
001370
001380*===============================================================*
001390*  LIVE-STRIKE TABLE - EVERY LEDGER ROW STILL CARRYING LIVE     *
001400*  STRIKES TODAY, IN LEDGER ORDER, FOR THE LISTING AT THE END.  *
001410*===============================================================*
001420 01  WS-LV-COUNT                     PIC 9(04) VALUE ZERO.
001430 01  WS-LV-IDX                       PIC 9(04) VALUE ZERO.
001440
001450 01  WS-LV-TABLE.
001460     05  WS-LV-ENTRY OCCURS 1 TO 1000 TIMES
001470             DEPENDING ON WS-LV-COUNT.
001480         10  WS-LV-DATE                  PIC 9(08).
001490         10  WS-LV-PARTY                 PIC X(10).
001500         10  WS-LV-REASON                PIC X(10).
001510         10  WS-LV-NOTICE                PIC X(03).
001520         10  WS-LV-POINTS                PIC 9(01).
001530         10  WS-LV-EXPIRES               PIC 9(08).
001540
001550 01  WS-LV-FULL-SW                   PIC X(01) VALUE "N".
001560     88  WS-LV-FULL                       VALUE "Y".
001570     88  WS-LV-NOT-FULL                   VALUE "N".
001580
001590*===============================================================*
001600*  STANDING LIST - CODE AND REPORT HEADING FOR EACH SECTION OF  *
001610*  THE STANDINGS, IN PRINTING ORDER.                            *
001620*===============================================================*
001630 01  WS-TYPE-VALUES.
001640     05  FILLER                      PIC X(50) VALUE
001650         "LOSING    AT THE LIMIT - PASSED OVER FOR PICKS".
001660     05  FILLER                      PIC X(50) VALUE
001670         "CLOSE     ONE LATE CANCELLATION FROM THE LIMIT".
001680     05  FILLER                      PIC X(50) VALUE
001690         "GOOD      IN GOOD STANDING".
001700
001710 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
001720     05  WS-TYPE-ENTRY OCCURS 3 TIMES.
001730         10  WS-TYPE-CODE                PIC X(10).
001740         10  WS-TYPE-TITLE               PIC X(40).
001750
001760 01  WS-TYPE-IDX                     PIC 9(02) VALUE ZERO.
001770 77  WS-TYPE-HITS                    PIC 9(05) COMP VALUE ZERO.
001780
001790 77  WS-STRK-READ                    PIC 9(05) COMP VALUE ZERO.
001800 77  WS-STRK-LATE                    PIC 9(05) COMP VALUE ZERO.
001810 77  WS-STRK-LIVE                    PIC 9(05) COMP VALUE ZERO.
001820
001830 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001840 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001850 01  WS-SMALL-EDIT-1                 PIC ZZZ9.
001860 01  WS-SMALL-EDIT-2                 PIC ZZZ9.
001870 01  WS-SMALL-EDIT-3                 PIC ZZZ9.
001880 01  WS-NEXT-OUT-EDIT                PIC X(08) VALUE SPACES.
001890
001900*===============================================================*
001910*  RUN SEVERITY - ZERO CLEAN, 4 WHEN THERE IS NO LEDGER YET OR  *
001920*  THE POLICY CARD WAS REFUSED, 8 WHEN THE LEDGER COULD NOT BE  *
001930*  READ. 8 OR WORSE ALSO DROPS A ROW ON MVNTALERT.              *
001940*===============================================================*
001950 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001960 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001970 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001980 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001990
002000 PROCEDURE DIVISION.
002010*===============================================================*
002020*  0000-MAINLINE                                                *
002030*===============================================================*
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     PERFORM 2000-LOAD-STRIKE-POLICY THRU 2000-EXIT
002070     PERFORM 2100-LOAD-ROSTER THRU 2100-EXIT
002080     PERFORM 2200-LOAD-LEDGER THRU 2200-EXIT
002090     IF WS-RUN-SEVERITY < 8
002100         PERFORM 3000-RATE-PEOPLE THRU 3000-EXIT
002110         PERFORM 5000-PRINT-STANDINGS THRU 5000-EXIT
002120         PERFORM 5500-PRINT-LIVE-STRIKES THRU 5500-EXIT
002130     END-IF
002140     PERFORM 9999-TERMINATE THRU 9999-EXIT
002150     STOP RUN.
002160
002170*===============================================================*
002180*  1000-INITIALIZE                                              *
002190*===============================================================*
002200 1000-INITIALIZE.
002210     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002220     DISPLAY "MOVIE-NIGHT STRIKE STANDINGS"
002230     DISPLAY "STRIKES LIVE ON " WS-TODAY-DATE.
002240 1000-EXIT.
002250     EXIT.
002260
002270*===============================================================*
002280*  2000-LOAD-STRIKE-POLICY - THE MOVIENIGHTSTRIKES CARD, TAKEN  *
002290*  OR REFUSED WHOLE THE SAME WAY THE PROGRAMS THAT AWARD AND    *
002300*  ENFORCE THE STRIKES TAKE IT, SO THE STANDINGS MATCH WHAT THE *
002310*  SCHEDULE WILL DO. A REFUSED CARD IS A WARNING.               *
002320*===============================================================*
002330 2000-LOAD-STRIKE-POLICY.
002340     SET WS-PARM-NOT-FOUND TO TRUE
002350     SET WS-PARM-NOT-EOF TO TRUE
002360     OPEN INPUT PARM-FILE
002370     IF WS-PARM-STATUS = "00"
002380         PERFORM 2010-TEST-POLICY-CARD THRU 2010-EXIT
002390             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
002400         CLOSE PARM-FILE
002410     END-IF
002420     IF WS-PARM-NOT-FOUND
002430         GO TO 2000-SHOW-POLICY
002440     END-IF
002450     MOVE "MVNTPARM" TO WS-PARM-SOURCE
002460
002470     SET WS-POLICY-VALID TO TRUE
002480     IF WS-ONE-STRIKE-IN NOT = SPACES
002490         INSPECT WS-ONE-STRIKE-IN
002500             REPLACING LEADING SPACE BY ZERO
002510         IF WS-ONE-STRIKE-IN IS NUMERIC
002520             MOVE WS-ONE-STRIKE-IN TO WS-ONE-STRIKE-HOURS
002530         ELSE
002540             SET WS-POLICY-INVALID TO TRUE
002550         END-IF
002560     END-IF
002570     IF WS-TWO-STRIKE-IN NOT = SPACES
002580         INSPECT WS-TWO-STRIKE-IN
002590             REPLACING LEADING SPACE BY ZERO
002600         IF WS-TWO-STRIKE-IN IS NUMERIC
002610             MOVE WS-TWO-STRIKE-IN TO WS-TWO-STRIKE-HOURS
002620         ELSE
002630             SET WS-POLICY-INVALID TO TRUE
002640         END-IF
002650     END-IF
002660     IF WS-STRIKE-WEEKS-IN NOT = SPACES
002670         INSPECT WS-STRIKE-WEEKS-IN
002680             REPLACING LEADING SPACE BY ZERO
002690         IF WS-STRIKE-WEEKS-IN IS NUMERIC
002700             MOVE WS-STRIKE-WEEKS-IN TO WS-STRIKE-WEEKS
002710         ELSE
002720             SET WS-POLICY-INVALID TO TRUE
002730         END-IF
002740     END-IF
002750     IF WS-STRIKE-LIMIT-IN NOT = SPACES
002760         INSPECT WS-STRIKE-LIMIT-IN
002770             REPLACING LEADING SPACE BY ZERO
002780         IF WS-STRIKE-LIMIT-IN IS NUMERIC
002790             MOVE WS-STRIKE-LIMIT-IN TO WS-STRIKE-LIMIT
002800         ELSE
002810             SET WS-POLICY-INVALID TO TRUE
002820         END-IF
002830     END-IF
002840     IF WS-TWO-STRIKE-HOURS > WS-ONE-STRIKE-HOURS
002850         OR WS-STRIKE-WEEKS = ZERO
002860         OR WS-STRIKE-LIMIT = ZERO
002870         SET WS-POLICY-INVALID TO TRUE
002880     END-IF
002890
002900     IF WS-POLICY-INVALID
002910         DISPLAY "MVNTPARM MOVIENIGHTSTRIKES CARD IS NOT VALID - "
002920             "THE DEFAULT STRIKE POLICY IS USED."
002930         MOVE "DEFAULT" TO WS-PARM-SOURCE
002940         MOVE 48 TO WS-ONE-STRIKE-HOURS
002950         MOVE 6 TO WS-TWO-STRIKE-HOURS
002960         MOVE 8 TO WS-STRIKE-WEEKS
002970         MOVE 3 TO WS-STRIKE-LIMIT
002980         IF WS-RUN-SEVERITY < 4
002990             MOVE 4 TO WS-RUN-SEVERITY
003000         END-IF
003010     END-IF.
003020 2000-SHOW-POLICY.
003030     DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
003040         "): ONE STRIKE UNDER " WS-ONE-STRIKE-HOURS
003050         " HOURS, TWO UNDER " WS-TWO-STRIKE-HOURS
003060         ", LIVE " WS-STRIKE-WEEKS " WEEKS, LIMIT "
003070         WS-STRIKE-LIMIT.
003080 2000-EXIT.
003090     EXIT.
003100
003110*===============================================================*
003120*  2010-TEST-POLICY-CARD - THE FIRST MOVIENIGHTSTRIKES CARD     *
003130*  WINS. THE VALUES ARE TRIMMED INTO RIGHT-JUSTIFIED HOLDERS SO *
003140*  "8" AND "08" BOTH READ AS EIGHT.                             *
003150*===============================================================*
003160 2010-TEST-POLICY-CARD.
003170     READ PARM-FILE
003180         AT END
003190             SET WS-PARM-EOF TO TRUE
003200         NOT AT END
003210             IF PARM-PROGRAM = "MOVIENIGHTSTRIKES"
003220                 SET WS-PARM-FOUND TO TRUE
003230                 MOVE FUNCTION TRIM(PARM-ONE-STRIKE-HOURS)
003240                     TO WS-ONE-STRIKE-IN
003250                 MOVE FUNCTION TRIM(PARM-TWO-STRIKE-HOURS)
003260                     TO WS-TWO-STRIKE-IN
003270                 MOVE FUNCTION TRIM(PARM-STRIKE-WEEKS)
003280                     TO WS-STRIKE-WEEKS-IN
003290                 MOVE FUNCTION TRIM(PARM-STRIKE-LIMIT)
003300                     TO WS-STRIKE-LIMIT-IN
003310             END-IF
003320     END-READ.
003330 2010-EXIT.
003340     EXIT.
003350
003360*===============================================================*
003370*  2100-LOAD-ROSTER - SEED THE PERSON TABLE WITH MVNTROTA IN    *
003380*  ROTATION ORDER, SO EVERYBODY WHO CAN BE ROSTERED TO PICK IS  *
003390*  LISTED EVEN WITH A CLEAN SHEET. NO ROSTER IS NOT AN ERROR.   *
003400*===============================================================*
003410 2100-LOAD-ROSTER.
003420     OPEN INPUT ROTA-FILE
003430     IF WS-ROTA-STATUS NOT = "00"
003440         DISPLAY "NO ROSTER FILE MVNTROTA FOUND - LEDGER NAMES "
003450             "ONLY."
003460         GO TO 2100-EXIT
003470     END-IF
003480     SET WS-NOT-EOF TO TRUE
003490     PERFORM 2110-LOAD-ONE-ROSTER THRU 2110-EXIT
003500         UNTIL WS-EOF
003510     CLOSE ROTA-FILE.
003520 2100-EXIT.
003530     EXIT.
003540
003550*===============================================================*
003560*  2110-LOAD-ONE-ROSTER - LEDGER PARTY CODES ARE UPPER CASE, SO *
003570*  THE ROSTER NAME IS MATCHED UPPER CASE AS WELL.               *
003580*===============================================================*
003590 2110-LOAD-ONE-ROSTER.
003600     READ ROTA-FILE
003610         AT END
003620             SET WS-EOF TO TRUE
003630             GO TO 2110-EXIT
003640     END-READ
003650
003660     MOVE FUNCTION UPPER-CASE(ROTA-NAME) TO WS-FIND-NAME
003670     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
003680     IF WS-PS-FOUND
003690         MOVE ROTA-ACTIVE TO WS-PS-ROSTER(WS-PS-IDX)
003700     END-IF.
003710 2110-EXIT.
003720     EXIT.
003730
003740*===============================================================*
003750*  2200-LOAD-LEDGER - NO LEDGER YET MEANS NOBODY HAS A STRIKE,  *
003760*  WHICH IS REPORTED AS A WARNING; A LEDGER THAT IS THERE BUT   *
003770*  CANNOT BE READ ENDS THE RUN.                                 *
003780*===============================================================*
003790 2200-LOAD-LEDGER.
003800     OPEN INPUT STRK-FILE
003810     IF WS-STRK-STATUS = "35"
003820         DISPLAY "NO STRIKE LEDGER MVNTSTRK YET - NOBODY HAS ANY "
003830             "STRIKES."
003840         IF WS-RUN-SEVERITY < 4
003850             MOVE 4 TO WS-RUN-SEVERITY
003860         END-IF
003870         GO TO 2200-EXIT
003880     END-IF
003890     IF WS-STRK-STATUS NOT = "00"
003900         DISPLAY "UNABLE TO OPEN MVNTSTRK - NO STANDINGS. "
003910             "STATUS=" WS-STRK-STATUS
003920         MOVE 8 TO WS-RUN-SEVERITY
003930         MOVE "MVNTSTRK OPEN FAILED - NO STANDINGS"
003940             TO WS-ALERT-TEXT
003950         GO TO 2200-EXIT
003960     END-IF
003970
003980     SET WS-NOT-EOF TO TRUE
003990     PERFORM 2210-LOAD-ONE-STRIKE THRU 2210-EXIT
004000         UNTIL WS-EOF
004010     CLOSE STRK-FILE
004020     SET WS-LEDGER-LOADED TO TRUE.
004030 2200-EXIT.
004040     EXIT.
004050
004060*===============================================================*
004070*  2210-LOAD-ONE-STRIKE - EVERY ROW IS A CANCELLATION; ONE THAT *
004080*  EARNED STRIKES WAS LATE; ITS STRIKES ARE LIVE UNTIL THE      *
004090*  EXPIRY DATE. A ROW WHOSE POINTS ARE NOT A DIGIT IS COUNTED AS*
004100*  A CANCELLATION ONLY.                                         *
004110*===============================================================*
004120 2210-LOAD-ONE-STRIKE.
004130     READ STRK-FILE
004140         AT END
004150             SET WS-EOF TO TRUE
004160             GO TO 2210-EXIT
004170     END-READ
004180     ADD 1 TO WS-STRK-READ
004190
004200     MOVE FUNCTION UPPER-CASE(STRK-PARTY) TO WS-FIND-NAME
004210     PERFORM 3800-FIND-PERSON THRU 3800-EXIT
004220     IF WS-PS-NOT-FOUND
004230         GO TO 2210-EXIT
004240     END-IF
004250     ADD 1 TO WS-PS-CANCELS(WS-PS-IDX)
004260
004270     IF STRK-POINTS IS NOT NUMERIC OR STRK-POINTS = ZERO
004280         GO TO 2210-EXIT
004290     END-IF
004300     ADD 1 TO WS-PS-LATE(WS-PS-IDX)
004310     ADD 1 TO WS-STRK-LATE
004320
004330     IF STRK-DATE > WS-TODAY-DATE OR
004340         STRK-EXPIRES NOT > WS-TODAY-DATE
004350         GO TO 2210-EXIT
004360     END-IF
004370     ADD STRK-POINTS TO WS-PS-LIVE(WS-PS-IDX)
004380     ADD 1 TO WS-STRK-LIVE
004390     IF WS-PS-NEXT-OUT(WS-PS-IDX) = ZERO OR
004400         STRK-EXPIRES < WS-PS-NEXT-OUT(WS-PS-IDX)
004410         MOVE STRK-EXPIRES TO WS-PS-NEXT-OUT(WS-PS-IDX)
004420     END-IF
004430
004440     IF WS-LV-COUNT >= 1000
004450         IF WS-LV-NOT-FULL
004460             SET WS-LV-FULL TO TRUE
004470             DISPLAY "LIVE-STRIKE TABLE FULL - ROWS PAST 1000 "
004480                 "NOT LISTED."
004490         END-IF
004500         GO TO 2210-EXIT
004510     END-IF
004520     ADD 1 TO WS-LV-COUNT
004530     MOVE STRK-DATE TO WS-LV-DATE(WS-LV-COUNT)
004540     MOVE WS-FIND-NAME TO WS-LV-PARTY(WS-LV-COUNT)
004550     MOVE STRK-REASON TO WS-LV-REASON(WS-LV-COUNT)
004560     MOVE STRK-NOTICE-HOURS TO WS-LV-NOTICE(WS-LV-COUNT)
004570     MOVE STRK-POINTS TO WS-LV-POINTS(WS-LV-COUNT)
004580     MOVE STRK-EXPIRES TO WS-LV-EXPIRES(WS-LV-COUNT).
004590 2210-EXIT.
004600     EXIT.
004610
004620*===============================================================*
004630*  3000-RATE-PEOPLE - AT OR OVER THE LIMIT IS LOSING THEIR PICK.*
004640*  CLOSE IS ANYBODY ALREADY CARRYING A LIVE STRIKE WHO ONE      *
004650*  TWO-STRIKE CANCELLATION WOULD TAKE TO THE LIMIT.             *
004660*===============================================================*
004670 3000-RATE-PEOPLE.
004680     MOVE 1 TO WS-PS-IDX
004690     PERFORM 3010-RATE-ONE-PERSON THRU 3010-EXIT
004700         UNTIL WS-PS-IDX > WS-PS-COUNT.
004710 3000-EXIT.
004720     EXIT.
004730
004740*===============================================================*
004750*  3010-RATE-ONE-PERSON                                         *
004760*===============================================================*
004770 3010-RATE-ONE-PERSON.
004780     EVALUATE TRUE
004790         WHEN WS-PS-LIVE(WS-PS-IDX) >= WS-STRIKE-LIMIT
004800             MOVE "LOSING" TO WS-PS-STANDING(WS-PS-IDX)
004810         WHEN WS-PS-LIVE(WS-PS-IDX) > ZERO AND
004820             WS-PS-LIVE(WS-PS-IDX) + 2 >= WS-STRIKE-LIMIT
004830             MOVE "CLOSE" TO WS-PS-STANDING(WS-PS-IDX)
004840         WHEN OTHER
004850             MOVE "GOOD" TO WS-PS-STANDING(WS-PS-IDX)
004860     END-EVALUATE
004870     ADD 1 TO WS-PS-IDX.
004880 3010-EXIT.
004890     EXIT.
004900
004910*===============================================================*
004920*  3800-FIND-PERSON - LOCATE WS-FIND-NAME IN THE PERSON TABLE,  *
004930*  ADDING IT IF NEW. WS-PS-IDX POINTS AT THE ENTRY ON EXIT. A   *
004940*  FULL TABLE IS REPORTED ONCE AND THE REST ARE LEFT OUT.       *
004950*===============================================================*
004960 3800-FIND-PERSON.
004970     MOVE 1 TO WS-PS-IDX
004980     SET WS-PS-NOT-FOUND TO TRUE
004990     PERFORM 3810-TEST-PERSON THRU 3810-EXIT
005000         UNTIL WS-PS-FOUND OR WS-PS-IDX > WS-PS-COUNT
005010     IF WS-PS-FOUND
005020         GO TO 3800-EXIT
005030     END-IF
005040
005050     IF WS-PS-COUNT >= 200
005060         IF WS-PS-NOT-FULL
005070             SET WS-PS-FULL TO TRUE
005080             DISPLAY "PERSON TABLE FULL - NAMES PAST 200 NOT "
005090                 "RATED."
005100         END-IF
005110         GO TO 3800-EXIT
005120     END-IF
005130     ADD 1 TO WS-PS-COUNT
005140     MOVE WS-PS-COUNT TO WS-PS-IDX
005150     MOVE WS-FIND-NAME TO WS-PS-NAME(WS-PS-IDX)
005160     MOVE SPACE TO WS-PS-ROSTER(WS-PS-IDX)
005170     MOVE ZERO TO WS-PS-CANCELS(WS-PS-IDX)
005180     MOVE ZERO TO WS-PS-LATE(WS-PS-IDX)
005190     MOVE ZERO TO WS-PS-LIVE(WS-PS-IDX)
005200     MOVE ZERO TO WS-PS-NEXT-OUT(WS-PS-IDX)
005210     MOVE SPACES TO WS-PS-STANDING(WS-PS-IDX)
005220     SET WS-PS-FOUND TO TRUE.
005230 3800-EXIT.
005240     EXIT.
005250
005260*===============================================================*
005270*  3810-TEST-PERSON                                             *
005280*===============================================================*
005290 3810-TEST-PERSON.
005300     IF WS-PS-NAME(WS-PS-IDX) = WS-FIND-NAME
005310         SET WS-PS-FOUND TO TRUE
005320     ELSE
005330         ADD 1 TO WS-PS-IDX
005340     END-IF.
005350 3810-EXIT.
005360     EXIT.
005370
005380*===============================================================*
005390*  5000-PRINT-STANDINGS - LEDGER TOTALS, THEN ONE SECTION PER   *
005400*  STANDING IN THE ORDER OF THE STANDING LIST.                  *
005410*===============================================================*
005420 5000-PRINT-STANDINGS.
005430     DISPLAY "-------------------------------------"
005440     MOVE WS-STRK-READ TO WS-COUNT-EDIT
005450     DISPLAY "CANCELLATIONS ON LEDGER: " WS-COUNT-EDIT
005460     MOVE WS-STRK-LATE TO WS-COUNT-EDIT
005470     DISPLAY "LATE (EARNED STRIKES):   " WS-COUNT-EDIT
005480     MOVE WS-STRK-LIVE TO WS-COUNT-EDIT
005490     DISPLAY "STILL LIVE TODAY:        " WS-COUNT-EDIT
005500
005510     MOVE 1 TO WS-TYPE-IDX
005520     PERFORM 5100-PRINT-ONE-TYPE THRU 5100-EXIT
005530         UNTIL WS-TYPE-IDX > 3
005540
005550     IF WS-PS-COUNT = ZERO
005560         DISPLAY "-------------------------------------"
005570         DISPLAY "NOBODY ON THE ROSTER OR THE LEDGER."
005580     END-IF.
005590 5000-EXIT.
005600     EXIT.
005610
005620*===============================================================*
005630*  5100-PRINT-ONE-TYPE - A STANDING WITH NOBODY IN IT PRINTS    *
005640*  NOTHING.                                                     *
005650*===============================================================*
005660 5100-PRINT-ONE-TYPE.
005670     MOVE ZERO TO WS-TYPE-HITS
005680     MOVE 1 TO WS-PS-IDX
005690     PERFORM 5110-PRINT-ONE-PERSON THRU 5110-EXIT
005700         UNTIL WS-PS-IDX > WS-PS-COUNT
005710     IF WS-TYPE-HITS > ZERO
005720         MOVE WS-TYPE-HITS TO WS-COUNT-EDIT
005730         DISPLAY "  " WS-COUNT-EDIT " PERSON(S)"
005740     END-IF
005750     ADD 1 TO WS-TYPE-IDX.
005760 5100-EXIT.
005770     EXIT.
005780
005790*===============================================================*
005800*  5110-PRINT-ONE-PERSON - PRINT THE PERSON AT WS-PS-IDX IF THEY*
005810*  ARE IN THE STANDING BEING PRINTED: ROSTER STANDING, ALL-TIME *
005820*  CANCELLATIONS AND LATE ONES, LIVE STRIKES, AND THE DATE THE  *
005830*  SOONEST OF THEM EXPIRES.                                     *
005840*===============================================================*
005850 5110-PRINT-ONE-PERSON.
005860     IF WS-PS-STANDING(WS-PS-IDX) NOT = WS-TYPE-CODE(WS-TYPE-IDX)
005870         GO TO 5110-NEXT
005880     END-IF
005890     IF WS-TYPE-HITS = ZERO
005900         DISPLAY "-------------------------------------"
005910         DISPLAY WS-TYPE-CODE(WS-TYPE-IDX) " - "
005920             FUNCTION TRIM(WS-TYPE-TITLE(WS-TYPE-IDX))
005930         DISPLAY "  NAME       ROTA CANCELS LATE LIVE NEXT-OUT"
005940     END-IF
005950     ADD 1 TO WS-TYPE-HITS
005960
005970     MOVE WS-PS-CANCELS(WS-PS-IDX) TO WS-SMALL-EDIT-1
005980     MOVE WS-PS-LATE(WS-PS-IDX) TO WS-SMALL-EDIT-2
005990     MOVE WS-PS-LIVE(WS-PS-IDX) TO WS-SMALL-EDIT-3
006000     IF WS-PS-NEXT-OUT(WS-PS-IDX) = ZERO
006010         MOVE SPACES TO WS-NEXT-OUT-EDIT
006020     ELSE
006030         MOVE WS-PS-NEXT-OUT(WS-PS-IDX) TO WS-NEXT-OUT-EDIT
006040     END-IF
006050     DISPLAY "  " WS-PS-NAME(WS-PS-IDX) "  "
006060         WS-PS-ROSTER(WS-PS-IDX) "     " WS-SMALL-EDIT-1
006070         " " WS-SMALL-EDIT-2
006080         " " WS-SMALL-EDIT-3 " " WS-NEXT-OUT-EDIT.
006090 5110-NEXT.
006100     ADD 1 TO WS-PS-IDX.
006110 5110-EXIT.
006120     EXIT.
006130
006140*===============================================================*
006150*  5500-PRINT-LIVE-STRIKES - THE LEDGER ROWS BEHIND THE LIVE    *
006160*  COUNTS: NIGHT, WHO, WHY, HOURS OF NOTICE, STRIKES AND EXPIRY.*
006170*===============================================================*
006180 5500-PRINT-LIVE-STRIKES.
006190     DISPLAY "-------------------------------------"
006200     IF WS-LV-COUNT = ZERO
006210         DISPLAY "NO LIVE STRIKES."
006220         GO TO 5500-EXIT
006230     END-IF
006240     DISPLAY "LIVE STRIKES"
006250     DISPLAY "  NIGHT     NAME       REASON     NOTICE STRIKES "
006260         "EXPIRES"
006270     MOVE 1 TO WS-LV-IDX
006280     PERFORM 5510-PRINT-ONE-STRIKE THRU 5510-EXIT
006290         UNTIL WS-LV-IDX > WS-LV-COUNT.
006300 5500-EXIT.
006310     EXIT.
006320
006330*===============================================================*
006340*  5510-PRINT-ONE-STRIKE                                        *
006350*===============================================================*
006360 5510-PRINT-ONE-STRIKE.
006370     DISPLAY "  " WS-LV-DATE(WS-LV-IDX) "  "
006380         WS-LV-PARTY(WS-LV-IDX) " " WS-LV-REASON(WS-LV-IDX)
006390         " " WS-LV-NOTICE(WS-LV-IDX)
006400         "    " WS-LV-POINTS(WS-LV-IDX) "       "
006410         WS-LV-EXPIRES(WS-LV-IDX)
006420     ADD 1 TO WS-LV-IDX.
006430 5510-EXIT.
006440     EXIT.
006450
006460*===============================================================*
006470*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
006480*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
006490*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
006500*===============================================================*
006510 9900-WRITE-ALERT.
006520     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
006530     ACCEPT WS-ALERT-RUN-TIME FROM TIME
006540     MOVE SPACES TO ALERT-RECORD
006550     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
006560     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
006570     MOVE "MOVIENIGHTSTRIKES" TO ALERT-PROGRAM
006580     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
006590     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
006600
006610     OPEN EXTEND ALERT-FILE
006620     IF WS-ALERT-STATUS = "35"
006630         OPEN OUTPUT ALERT-FILE
006640     END-IF
006650
006660     IF WS-ALERT-STATUS NOT = "00"
006670         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
006680             "WRITTEN. STATUS=" WS-ALERT-STATUS
006690     ELSE
006700         WRITE ALERT-RECORD
006710         IF WS-ALERT-STATUS NOT = "00"
006720             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
006730                 "WRITTEN. STATUS=" WS-ALERT-STATUS
006740         END-IF
006750         CLOSE ALERT-FILE
006760     END-IF.
006770 9900-EXIT.
006780     EXIT.
006790
006800*===============================================================*
006810*  9999-TERMINATE                                               *
006820*===============================================================*
006830 9999-TERMINATE.
006840     IF WS-RUN-SEVERITY >= 8
006850         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
006860     END-IF
006870     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
006880 9999-EXIT.
006890     EXIT.
006900
006910 END PROGRAM MOVIENIGHTSTRIKES.
