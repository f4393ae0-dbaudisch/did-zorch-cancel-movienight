000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTWATCHLIST".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*FILM NOMINATION WATCHLIST REPORT. REBUILDS THE WATCHLIST FROM
000080*THE MVNTNOMS EVENTS THE SAME WAY MOVIENIGHTNOMINATE DOES, AND
000090*RANKS THE OPEN NOMINATIONS BY VOTES, OLDEST NOMINATION FIRST ON A
000100*TIE, WITH EACH ONE'S AGE IN DAYS. AN OPEN NOMINATION WHOSE TITLE
000110*IS ALREADY ON MVNTFILM IS FLAGGED WITH THE LAST NIGHT IT RAN -
000120*EITHER A REWATCH, OR A SHOWING THAT NEVER CLOSED THE NOMINATION.
000130*THEN, FOR EACH MEMBER WHO HAS NOMINATED ANYTHING, HOW MANY OF
000140*THEIR NOMINATIONS ACTUALLY GOT WATCHED, AND WHICH.
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-10-14 DWB  ORIGINAL VERSION - RANKED OPEN NOMINATIONS
000180*                    AND WATCHED NOMINATIONS BY MEMBER.
000190*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT NOMS-FILE ASSIGN TO "MVNTNOMS"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-NOMS-STATUS.
000270
000280     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-FILM-STATUS.
000310
000320     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ALERT-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380*===============================================================*
000390*  NOMS-FILE - THE WATCHLIST EVENTS, READ WHOLE IN THE ORDER    *
000400*  THEY WERE APPENDED.                                          *
000410*===============================================================*
000420 FD  NOMS-FILE.
000430     COPY MVNTNOMS.
000440
000450 FD  FILM-FILE.
000460     COPY MVNTFILM.
000470
000480*===============================================================*
000490*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000500*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000510*===============================================================*
000520 FD  ALERT-FILE.
000530     COPY MVNTALRT.
000540
000550 WORKING-STORAGE SECTION.
000560*===============================================================*
000570*  FILE STATUS SWITCHES                                         *
000580*===============================================================*
000590 01  WS-NOMS-STATUS                  PIC X(02) VALUE "00".
000600 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
000610 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000620
000630 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000640     88  WS-EOF                           VALUE "Y".
000650     88  WS-NOT-EOF                       VALUE "N".
000660
000670 01  WS-NOMS-LOADED-SW               PIC X(01) VALUE "N".
000680     88  WS-NOMS-LOADED                   VALUE "Y".
000690     88  WS-NOMS-NOT-LOADED               VALUE "N".
000700
000710*===============================================================*
000720*  NOMINATION TABLE - THE WATCHLIST REBUILT FROM MVNTNOMS, ONE  *
000730*  ENTRY PER NOMINATION IN THE ORDER MADE. WS-NM-SEEN-DATE IS   *
000740*  ZERO WHILE THE NOMINATION IS OPEN AND THE NIGHT IT WAS       *
000750*  WATCHED ONCE A "SEEN" ROW CLOSES IT. WS-NM-FILM-DATE IS THE  *
000760*  LAST NIGHT AN OPEN NOMINATION'S TITLE RAN ON MVNTFILM.       *
000770*===============================================================*
000780 01  WS-NM-COUNT                     PIC 9(04) VALUE ZERO.
000790 01  WS-NM-IDX                       PIC 9(04) VALUE ZERO.
000800
000810 01  WS-NM-TABLE.
000820     05  WS-NM-ENTRY OCCURS 1 TO 1000 TIMES
000830             DEPENDING ON WS-NM-COUNT.
000840         10  WS-NM-TITLE                 PIC X(40).
000850         10  WS-NM-FOLDED                PIC X(40).
000860         10  WS-NM-PERSON                PIC X(10).
000870         10  WS-NM-DATE                  PIC 9(08).
000880         10  WS-NM-VOTES                 PIC 9(04).
000890         10  WS-NM-SEEN-DATE             PIC 9(08).
000900         10  WS-NM-FILM-DATE             PIC 9(08).
000910         10  WS-NM-RANK                  PIC 9(04).
000920
000930 01  WS-FIND-FOLDED                  PIC X(40) VALUE SPACES.
000940 01  WS-FIND-PERSON                  PIC X(10) VALUE SPACES.
000950
000960 01  WS-NM-FOUND-SW                  PIC X(01) VALUE "N".
000970     88  WS-NM-FOUND                      VALUE "Y".
000980     88  WS-NM-NOT-FOUND                  VALUE "N".
000990
001000*===============================================================*
001010*  VOTE TABLE - WHO HAS BACKED WHICH NOMINATION, SO NOBODY      *
001020*  COUNTS TWICE ON THE SAME ONE.                                *
001030*===============================================================*
001040 01  WS-VT-COUNT                     PIC 9(05) VALUE ZERO.
001050 01  WS-VT-IDX                       PIC 9(05) VALUE ZERO.
001060
001070 01  WS-VT-TABLE.
001080     05  WS-VT-ENTRY OCCURS 1 TO 10000 TIMES
001090             DEPENDING ON WS-VT-COUNT.
001100         10  WS-VT-NOM                   PIC 9(04).
001110         10  WS-VT-PERSON                PIC X(10).
001120
001130 01  WS-VT-FOUND-SW                  PIC X(01) VALUE "N".
001140     88  WS-VT-FOUND                      VALUE "Y".
001150     88  WS-VT-NOT-FOUND                  VALUE "N".
001160
001170*===============================================================*
001180*  RANKED LIST - THE OPEN NOMINATIONS, MOST VOTES FIRST AND THE *
001190*  OLDEST NOMINATION FIRST ON A TIE.                            *
001200*===============================================================*
001210 01  WS-RK-COUNT                     PIC 9(04) VALUE ZERO.
001220 01  WS-RK-IDX                       PIC 9(04) VALUE ZERO.
001230
001240 01  WS-RK-TABLE.
001250     05  WS-RK-NOM OCCURS 1000 TIMES PIC 9(04).
001260
001270 01  WS-BEST-IDX                     PIC 9(04) VALUE ZERO.
001280
001290 01  WS-RANK-SW                      PIC X(01) VALUE "N".
001300     88  WS-RANK-DONE                     VALUE "Y".
001310     88  WS-RANK-MORE                     VALUE "N".
001320
001330*===============================================================*
001340*  MEMBER TABLE - EVERYBODY WHO HAS NOMINATED ANYTHING, IN THE  *
001350*  ORDER THEY FIRST DID, WITH HOW MANY OF THEIR NOMINATIONS ARE *
001360*  STILL OPEN AND HOW MANY GOT WATCHED.                         *
001370*===============================================================*
001380 01  WS-MB-COUNT                     PIC 9(03) VALUE ZERO.
001390 01  WS-MB-IDX                       PIC 9(03) VALUE ZERO.
001400
001410 01  WS-MB-TABLE.
001420     05  WS-MB-ENTRY OCCURS 1 TO 200 TIMES
001430             DEPENDING ON WS-MB-COUNT.
001440         10  WS-MB-NAME                  PIC X(10).
001450         10  WS-MB-NOMINATED             PIC 9(04).
001460         10  WS-MB-OPEN                  PIC 9(04).
001470         10  WS-MB-WATCHED               PIC 9(04).
001480
001490 01  WS-MB-FOUND-SW                  PIC X(01) VALUE "N".
001500     88  WS-MB-FOUND                      VALUE "Y".
001510     88  WS-MB-NOT-FOUND                  VALUE "N".
001520
001530*===============================================================*
001540*  TALLIES AND EDIT FIELDS                                      *
001550*===============================================================*
001560 77  WS-NOMS-READ                    PIC 9(05) COMP VALUE ZERO.
001570 77  WS-OPEN-COUNT                   PIC 9(05) COMP VALUE ZERO.
001580 77  WS-WATCHED-COUNT                PIC 9(05) COMP VALUE ZERO.
001590 77  WS-FLAGGED-COUNT                PIC 9(05) COMP VALUE ZERO.
001600
001610 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001620 01  WS-AGE-DAYS                     PIC 9(05) VALUE ZERO.
001630 01  WS-FILM-FLAG                    PIC X(20) VALUE SPACES.
001640 01  WS-RANK-EDIT                    PIC ZZZ9.
001650 01  WS-VOTES-EDIT                   PIC ZZZ9.
001660 01  WS-AGE-EDIT                     PIC ZZZZ9.
001670 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001680 01  WS-SMALL-EDIT-1                 PIC ZZZ9.
001690 01  WS-SMALL-EDIT-2                 PIC ZZZ9.
001700 01  WS-SMALL-EDIT-3                 PIC ZZZ9.
001710
001720*===============================================================*
001730*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN THERE  *
001740*  IS NO WATCHLIST YET, 8 WHEN MVNTNOMS COULD NOT BE READ. 8+   *
001750*  ALSO DROPS A ROW ON MVNTALERT.                               *
001760*===============================================================*
001770 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001780 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001790 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001800 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001810
001820 PROCEDURE DIVISION.
001830*===============================================================*
001840*  0000-MAINLINE                                                *
001850*===============================================================*
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     PERFORM 2000-LOAD-NOMINATIONS THRU 2000-EXIT
001890     IF WS-NOMS-LOADED
001900         PERFORM 2500-LOAD-FILMS THRU 2500-EXIT
001910         SET WS-RANK-MORE TO TRUE
001920         PERFORM 3000-RANK-NEXT THRU 3000-EXIT
001930             UNTIL WS-RANK-DONE
001940         PERFORM 3500-TALLY-MEMBERS THRU 3500-EXIT
001950         PERFORM 5000-PRINT-OPEN THRU 5000-EXIT
001960         PERFORM 6000-PRINT-MEMBERS THRU 6000-EXIT
001970     END-IF
001980     PERFORM 9999-TERMINATE THRU 9999-EXIT
001990     STOP RUN.
002000
002010*===============================================================*
002020*  1000-INITIALIZE                                              *
002030*===============================================================*
002040 1000-INITIALIZE.
002050     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002060     DISPLAY "MOVIE-NIGHT NOMINATION WATCHLIST"
002070     DISPLAY "AS OF " WS-TODAY-DATE.
002080 1000-EXIT.
002090     EXIT.
002100
002110*===============================================================*
002120*  2000-LOAD-NOMINATIONS - REBUILD THE WATCHLIST FROM MVNTNOMS. *
002130*  NO FILE YET MEANS NOBODY HAS NOMINATED ANYTHING - A WARNING; *
002140*  ANY OTHER OPEN FAILURE ENDS THE RUN.                         *
002150*===============================================================*
002160 2000-LOAD-NOMINATIONS.
002170     OPEN INPUT NOMS-FILE
002180     IF WS-NOMS-STATUS = "35"
002190         DISPLAY "NO WATCHLIST MVNTNOMS FOUND - NOTHING "
002200             "NOMINATED YET."
002210         MOVE 4 TO WS-RUN-SEVERITY
002220         GO TO 2000-EXIT
002230     END-IF
002240     IF WS-NOMS-STATUS NOT = "00"
002250         DISPLAY "UNABLE TO OPEN MVNTNOMS - NO REPORT. STATUS="
002260             WS-NOMS-STATUS
002270         MOVE 8 TO WS-RUN-SEVERITY
002280         MOVE "MVNTNOMS OPEN FAILED - NO WATCHLIST"
002290             TO WS-ALERT-TEXT
002300         GO TO 2000-EXIT
002310     END-IF
002320
002330     SET WS-NOT-EOF TO TRUE
002340     PERFORM 2010-LOAD-ONE-ROW THRU 2010-EXIT
002350         UNTIL WS-EOF
002360     CLOSE NOMS-FILE
002370     SET WS-NOMS-LOADED TO TRUE
002380
002390     IF WS-NM-COUNT = ZERO
002400         DISPLAY "NO NOMINATIONS ON MVNTNOMS YET."
002410         MOVE 4 TO WS-RUN-SEVERITY
002420     END-IF.
002430 2000-EXIT.
002440     EXIT.
002450
002460*===============================================================*
002470*  2010-LOAD-ONE-ROW - EACH ROW APPLIES TO THE OPEN NOMINATION  *
002480*  OF ITS TITLE. A "NOM" OPENS ONE WHEN THERE IS NONE AND IS    *
002490*  THE NOMINATOR'S VOTE; A "VOTE" OR "SEEN" WITH NOTHING OPEN   *
002500*  TO APPLY TO IS PASSED OVER.                                  *
002510*===============================================================*
002520 2010-LOAD-ONE-ROW.
002530     READ NOMS-FILE
002540         AT END
002550             SET WS-EOF TO TRUE
002560             GO TO 2010-EXIT
002570     END-READ
002580     ADD 1 TO WS-NOMS-READ
002590
002600     MOVE FUNCTION UPPER-CASE(NOMS-TITLE) TO WS-FIND-FOLDED
002610     PERFORM 3800-FIND-OPEN-NOM THRU 3800-EXIT
002620     MOVE NOMS-PERSON TO WS-FIND-PERSON
002630
002640     EVALUATE TRUE
002650         WHEN NOMS-KIND-NOM
002660             IF WS-NM-NOT-FOUND
002670                 IF WS-NM-COUNT >= 1000
002680                     DISPLAY "WATCHLIST FULL - NOMINATIONS PAST "
002690                         "1000 NOT REPORTED."
002700                     SET WS-EOF TO TRUE
002710                     GO TO 2010-EXIT
002720                 END-IF
002730                 ADD 1 TO WS-NM-COUNT
002740                 MOVE WS-NM-COUNT TO WS-NM-IDX
002750                 MOVE NOMS-TITLE TO WS-NM-TITLE(WS-NM-IDX)
002760                 MOVE WS-FIND-FOLDED TO WS-NM-FOLDED(WS-NM-IDX)
002770                 MOVE NOMS-PERSON TO WS-NM-PERSON(WS-NM-IDX)
002780                 MOVE NOMS-DATE TO WS-NM-DATE(WS-NM-IDX)
002790                 MOVE ZERO TO WS-NM-VOTES(WS-NM-IDX)
002800                 MOVE ZERO TO WS-NM-SEEN-DATE(WS-NM-IDX)
002810                 MOVE ZERO TO WS-NM-FILM-DATE(WS-NM-IDX)
002820                 MOVE ZERO TO WS-NM-RANK(WS-NM-IDX)
002830             END-IF
002840             PERFORM 3850-COUNT-VOTE THRU 3850-EXIT
002850         WHEN NOMS-KIND-VOTE
002860             IF WS-NM-FOUND
002870                 PERFORM 3850-COUNT-VOTE THRU 3850-EXIT
002880             END-IF
002890         WHEN NOMS-KIND-SEEN
002900             IF WS-NM-FOUND
002910                 MOVE NOMS-DATE TO WS-NM-SEEN-DATE(WS-NM-IDX)
002920             END-IF
002930     END-EVALUATE.
002940 2010-EXIT.
002950     EXIT.
002960
002970*===============================================================*
002980*  2500-LOAD-FILMS - ONE PASS OF MVNTFILM, NOTING THE LAST      *
002990*  NIGHT EACH OPEN NOMINATION'S TITLE RAN. NO FILM LOG JUST     *
003000*  MEANS NOTHING IS FLAGGED.                                    *
003010*===============================================================*
003020 2500-LOAD-FILMS.
003030     OPEN INPUT FILM-FILE
003040     IF WS-FILM-STATUS NOT = "00"
003050         DISPLAY "NO FILM LOG MVNTFILM FOUND - NOTHING FLAGGED "
003060             "AS ALREADY WATCHED."
003070         GO TO 2500-EXIT
003080     END-IF
003090     SET WS-NOT-EOF TO TRUE
003100     PERFORM 2510-LOAD-ONE-FILM THRU 2510-EXIT
003110         UNTIL WS-EOF
003120     CLOSE FILM-FILE.
003130 2500-EXIT.
003140     EXIT.
003150
003160*===============================================================*
003170*  2510-LOAD-ONE-FILM                                           *
003180*===============================================================*
003190 2510-LOAD-ONE-FILM.
003200     READ FILM-FILE
003210         AT END
003220             SET WS-EOF TO TRUE
003230             GO TO 2510-EXIT
003240     END-READ
003250
003260     MOVE FUNCTION UPPER-CASE(FILM-TITLE) TO WS-FIND-FOLDED
003270     PERFORM 3800-FIND-OPEN-NOM THRU 3800-EXIT
003280     IF WS-NM-FOUND
003290         IF FILM-DATE > WS-NM-FILM-DATE(WS-NM-IDX)
003300             MOVE FILM-DATE TO WS-NM-FILM-DATE(WS-NM-IDX)
003310         END-IF
003320     END-IF.
003330 2510-EXIT.
003340     EXIT.
003350
003360*===============================================================*
003370*  3000-RANK-NEXT - PICK THE BEST OPEN NOMINATION NOT RANKED    *
003380*  YET: MOST VOTES, THEN THE OLDEST. NONE LEFT ENDS THE RANKING.*
003390*===============================================================*
003400 3000-RANK-NEXT.
003410     MOVE ZERO TO WS-BEST-IDX
003420     MOVE 1 TO WS-NM-IDX
003430     PERFORM 3010-RANK-COMPARE THRU 3010-EXIT
003440         UNTIL WS-NM-IDX > WS-NM-COUNT
003450     IF WS-BEST-IDX = ZERO
003460         SET WS-RANK-DONE TO TRUE
003470     ELSE
003480         ADD 1 TO WS-RK-COUNT
003490         MOVE WS-BEST-IDX TO WS-RK-NOM(WS-RK-COUNT)
003500         MOVE WS-RK-COUNT TO WS-NM-RANK(WS-BEST-IDX)
003510     END-IF.
003520 3000-EXIT.
003530     EXIT.
003540
003550*===============================================================*
003560*  3010-RANK-COMPARE                                            *
003570*===============================================================*
003580 3010-RANK-COMPARE.
003590     IF WS-NM-SEEN-DATE(WS-NM-IDX) NOT = ZERO OR
003600         WS-NM-RANK(WS-NM-IDX) NOT = ZERO
003610         GO TO 3010-NEXT
003620     END-IF
003630     IF WS-BEST-IDX = ZERO
003640         MOVE WS-NM-IDX TO WS-BEST-IDX
003650         GO TO 3010-NEXT
003660     END-IF
003670     IF WS-NM-VOTES(WS-NM-IDX) > WS-NM-VOTES(WS-BEST-IDX)
003680         MOVE WS-NM-IDX TO WS-BEST-IDX
003690         GO TO 3010-NEXT
003700     END-IF
003710     IF WS-NM-VOTES(WS-NM-IDX) = WS-NM-VOTES(WS-BEST-IDX) AND
003720         WS-NM-DATE(WS-NM-IDX) < WS-NM-DATE(WS-BEST-IDX)
003730         MOVE WS-NM-IDX TO WS-BEST-IDX
003740     END-IF.
003750 3010-NEXT.
003760     ADD 1 TO WS-NM-IDX.
003770 3010-EXIT.
003780     EXIT.
003790
003800*===============================================================*
003810*  3500-TALLY-MEMBERS - COUNT EACH NOMINATOR'S NOMINATIONS,     *
003820*  OPEN AND WATCHED.                                            *
003830*===============================================================*
003840 3500-TALLY-MEMBERS.
003850     MOVE 1 TO WS-NM-IDX
003860     PERFORM 3510-TALLY-ONE-NOM THRU 3510-EXIT
003870         UNTIL WS-NM-IDX > WS-NM-COUNT.
003880 3500-EXIT.
003890     EXIT.
003900
003910*===============================================================*
003920*  3510-TALLY-ONE-NOM                                           *
003930*===============================================================*
003940 3510-TALLY-ONE-NOM.
003950     MOVE WS-NM-PERSON(WS-NM-IDX) TO WS-FIND-PERSON
003960     PERFORM 3900-FIND-MEMBER THRU 3900-EXIT
003970     IF WS-MB-NOT-FOUND
003980         IF WS-MB-COUNT >= 200
003990             DISPLAY "MEMBER TABLE FULL - " WS-FIND-PERSON
004000                 " NOT TALLIED."
004010             GO TO 3510-NEXT
004020         END-IF
004030         ADD 1 TO WS-MB-COUNT
004040         MOVE WS-MB-COUNT TO WS-MB-IDX
004050         MOVE WS-FIND-PERSON TO WS-MB-NAME(WS-MB-IDX)
004060         MOVE ZERO TO WS-MB-NOMINATED(WS-MB-IDX)
004070         MOVE ZERO TO WS-MB-OPEN(WS-MB-IDX)
004080         MOVE ZERO TO WS-MB-WATCHED(WS-MB-IDX)
004090     END-IF
004100
004110     ADD 1 TO WS-MB-NOMINATED(WS-MB-IDX)
004120     IF WS-NM-SEEN-DATE(WS-NM-IDX) = ZERO
004130         ADD 1 TO WS-MB-OPEN(WS-MB-IDX)
004140         ADD 1 TO WS-OPEN-COUNT
004150     ELSE
004160         ADD 1 TO WS-MB-WATCHED(WS-MB-IDX)
004170         ADD 1 TO WS-WATCHED-COUNT
004180     END-IF.
004190 3510-NEXT.
004200     ADD 1 TO WS-NM-IDX.
004210 3510-EXIT.
004220     EXIT.
004230
004240*===============================================================*
004250*  3800-FIND-OPEN-NOM - LOCATE THE OPEN NOMINATION WHOSE FOLDED *
004260*  TITLE IS WS-FIND-FOLDED; WS-NM-IDX POINTS AT THE HIT ON EXIT.*
004270*===============================================================*
004280 3800-FIND-OPEN-NOM.
004290     SET WS-NM-NOT-FOUND TO TRUE
004300     MOVE 1 TO WS-NM-IDX
004310     PERFORM 3810-TEST-OPEN-NOM THRU 3810-EXIT
004320         UNTIL WS-NM-FOUND OR WS-NM-IDX > WS-NM-COUNT.
004330 3800-EXIT.
004340     EXIT.
004350
004360*===============================================================*
004370*  3810-TEST-OPEN-NOM                                           *
004380*===============================================================*
004390 3810-TEST-OPEN-NOM.
004400     IF WS-NM-FOLDED(WS-NM-IDX) = WS-FIND-FOLDED AND
004410         WS-NM-SEEN-DATE(WS-NM-IDX) = ZERO
004420         SET WS-NM-FOUND TO TRUE
004430     ELSE
004440         ADD 1 TO WS-NM-IDX
004450     END-IF.
004460 3810-EXIT.
004470     EXIT.
004480
004490*===============================================================*
004500*  3850-COUNT-VOTE - WS-FIND-PERSON BACKS NOMINATION WS-NM-IDX, *
004510*  UNLESS THEY ALREADY HAVE.                                    *
004520*===============================================================*
004530 3850-COUNT-VOTE.
004540     SET WS-VT-NOT-FOUND TO TRUE
004550     MOVE 1 TO WS-VT-IDX
004560     PERFORM 3860-TEST-VOTE THRU 3860-EXIT
004570         UNTIL WS-VT-FOUND OR WS-VT-IDX > WS-VT-COUNT
004580     IF WS-VT-FOUND
004590         GO TO 3850-EXIT
004600     END-IF
004610     IF WS-VT-COUNT >= 10000
004620         DISPLAY "VOTE TABLE FULL - VOTES PAST 10000 NOT COUNTED."
004630         GO TO 3850-EXIT
004640     END-IF
004650     ADD 1 TO WS-VT-COUNT
004660     MOVE WS-NM-IDX TO WS-VT-NOM(WS-VT-COUNT)
004670     MOVE WS-FIND-PERSON TO WS-VT-PERSON(WS-VT-COUNT)
004680     ADD 1 TO WS-NM-VOTES(WS-NM-IDX).
004690 3850-EXIT.
004700     EXIT.
004710
004720*===============================================================*
004730*  3860-TEST-VOTE                                               *
004740*===============================================================*
004750 3860-TEST-VOTE.
004760     IF WS-VT-NOM(WS-VT-IDX) = WS-NM-IDX AND
004770         WS-VT-PERSON(WS-VT-IDX) = WS-FIND-PERSON
004780         SET WS-VT-FOUND TO TRUE
004790     ELSE
004800         ADD 1 TO WS-VT-IDX
004810     END-IF.
004820 3860-EXIT.
004830     EXIT.
004840
004850*===============================================================*
004860*  3900-FIND-MEMBER - LOCATE WS-FIND-PERSON IN THE MEMBER       *
004870*  TABLE; WS-MB-IDX POINTS AT THE HIT ON EXIT.                  *
004880*===============================================================*
004890 3900-FIND-MEMBER.
004900     SET WS-MB-NOT-FOUND TO TRUE
004910     MOVE 1 TO WS-MB-IDX
004920     PERFORM 3910-TEST-MEMBER THRU 3910-EXIT
004930         UNTIL WS-MB-FOUND OR WS-MB-IDX > WS-MB-COUNT.
004940 3900-EXIT.
004950     EXIT.
004960
004970*===============================================================*
004980*  3910-TEST-MEMBER                                             *
004990*===============================================================*
005000 3910-TEST-MEMBER.
005010     IF WS-MB-NAME(WS-MB-IDX) = WS-FIND-PERSON
005020         SET WS-MB-FOUND TO TRUE
005030     ELSE
005040         ADD 1 TO WS-MB-IDX
005050     END-IF.
005060 3910-EXIT.
005070     EXIT.
005080
005090*===============================================================*
005100*  5000-PRINT-OPEN - THE RANKED OPEN NOMINATIONS.               *
005110*===============================================================*
005120 5000-PRINT-OPEN.
005130     DISPLAY " "
005140     DISPLAY "OPEN NOMINATIONS, MOST VOTES FIRST"
005150     DISPLAY "-------------------------------------"
005160     IF WS-RK-COUNT = ZERO
005170         DISPLAY "NOTHING OPEN - EVERY NOMINATION HAS BEEN "
005180             "WATCHED."
005190         GO TO 5000-EXIT
005200     END-IF
005210
005220     DISPLAY "RANK TITLE                                    "
005230         "VOTES   AGE BY         ALREADY WATCHED"
005240     MOVE 1 TO WS-RK-IDX
005250     PERFORM 5010-PRINT-ONE-OPEN THRU 5010-EXIT
005260         UNTIL WS-RK-IDX > WS-RK-COUNT
005270
005280     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
005290     DISPLAY "-------------------------------------"
005300     DISPLAY "OPEN NOMINATIONS:   " WS-COUNT-EDIT
005310     MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
005320     DISPLAY "ALREADY ON MVNTFILM:" WS-COUNT-EDIT.
005330 5000-EXIT.
005340     EXIT.
005350
005360*===============================================================*
005370*  5010-PRINT-ONE-OPEN - AGE IS DAYS SINCE THE NOMINATION WAS   *
005380*  MADE.                                                        *
005390*===============================================================*
005400 5010-PRINT-ONE-OPEN.
005410     MOVE WS-RK-NOM(WS-RK-IDX) TO WS-NM-IDX
005420     MOVE ZERO TO WS-AGE-DAYS
005430     IF WS-NM-DATE(WS-NM-IDX) < WS-TODAY-DATE
005440         COMPUTE WS-AGE-DAYS =
005450             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
005460             FUNCTION INTEGER-OF-DATE(WS-NM-DATE(WS-NM-IDX))
005470     END-IF
005480
005490     MOVE SPACES TO WS-FILM-FLAG
005500     IF WS-NM-FILM-DATE(WS-NM-IDX) NOT = ZERO
005510         STRING "ON MVNTFILM " WS-NM-FILM-DATE(WS-NM-IDX)
005520             DELIMITED BY SIZE INTO WS-FILM-FLAG
005530         END-STRING
005540         ADD 1 TO WS-FLAGGED-COUNT
005550     END-IF
005560
005570     MOVE WS-RK-IDX TO WS-RANK-EDIT
005580     MOVE WS-NM-VOTES(WS-NM-IDX) TO WS-VOTES-EDIT
005590     MOVE WS-AGE-DAYS TO WS-AGE-EDIT
005600     DISPLAY WS-RANK-EDIT " " WS-NM-TITLE(WS-NM-IDX) " "
005610         WS-VOTES-EDIT " " WS-AGE-EDIT " "
005620         WS-NM-PERSON(WS-NM-IDX) " " WS-FILM-FLAG
005630     ADD 1 TO WS-RK-IDX.
005640 5010-EXIT.
005650     EXIT.
005660
005670*===============================================================*
005680*  6000-PRINT-MEMBERS - EACH NOMINATOR'S TALLY, THEN THE        *
005690*  NOMINATIONS OF THEIRS THAT ACTUALLY GOT WATCHED.             *
005700*===============================================================*
005710 6000-PRINT-MEMBERS.
005720     DISPLAY " "
005730     DISPLAY "NOMINATIONS WATCHED, BY MEMBER"
005740     DISPLAY "-------------------------------------"
005750     MOVE 1 TO WS-MB-IDX
005760     PERFORM 6010-PRINT-ONE-MEMBER THRU 6010-EXIT
005770         UNTIL WS-MB-IDX > WS-MB-COUNT
005780     MOVE WS-WATCHED-COUNT TO WS-COUNT-EDIT
005790     DISPLAY "-------------------------------------"
005800     DISPLAY "NOMINATIONS WATCHED:" WS-COUNT-EDIT.
005810 6000-EXIT.
005820     EXIT.
005830
005840*===============================================================*
005850*  6010-PRINT-ONE-MEMBER                                        *
005860*===============================================================*
005870 6010-PRINT-ONE-MEMBER.
005880     MOVE WS-MB-NOMINATED(WS-MB-IDX) TO WS-SMALL-EDIT-1
005890     MOVE WS-MB-WATCHED(WS-MB-IDX) TO WS-SMALL-EDIT-2
005900     MOVE WS-MB-OPEN(WS-MB-IDX) TO WS-SMALL-EDIT-3
005910     DISPLAY WS-MB-NAME(WS-MB-IDX) " NOMINATED " WS-SMALL-EDIT-1
005920         "  WATCHED " WS-SMALL-EDIT-2 "  STILL OPEN "
005930         WS-SMALL-EDIT-3
005940     IF WS-MB-WATCHED(WS-MB-IDX) > ZERO
005950         MOVE WS-MB-NAME(WS-MB-IDX) TO WS-FIND-PERSON
005960         MOVE 1 TO WS-NM-IDX
005970         PERFORM 6020-PRINT-ONE-WATCHED THRU 6020-EXIT
005980             UNTIL WS-NM-IDX > WS-NM-COUNT
005990     END-IF
006000     ADD 1 TO WS-MB-IDX.
006010 6010-EXIT.
006020     EXIT.
006030
006040*===============================================================*
006050*  6020-PRINT-ONE-WATCHED                                       *
006060*===============================================================*
006070 6020-PRINT-ONE-WATCHED.
006080     IF WS-NM-PERSON(WS-NM-IDX) = WS-FIND-PERSON AND
006090         WS-NM-SEEN-DATE(WS-NM-IDX) NOT = ZERO
006100         DISPLAY "    " WS-NM-TITLE(WS-NM-IDX) " NOMINATED "
006110             WS-NM-DATE(WS-NM-IDX) " WATCHED "
006120             WS-NM-SEEN-DATE(WS-NM-IDX)
006130     END-IF
006140     ADD 1 TO WS-NM-IDX.
006150 6020-EXIT.
006160     EXIT.
006170
006180*===============================================================*
006190*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
006200*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
006210*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
006220*===============================================================*
006230 9900-WRITE-ALERT.
006240     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
006250     ACCEPT WS-ALERT-RUN-TIME FROM TIME
006260     MOVE SPACES TO ALERT-RECORD
006270     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
006280     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
006290     MOVE "MOVIENIGHTWATCHLIST" TO ALERT-PROGRAM
006300     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
006310     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
006320
006330     OPEN EXTEND ALERT-FILE
006340     IF WS-ALERT-STATUS = "35"
006350         OPEN OUTPUT ALERT-FILE
006360     END-IF
006370
006380     IF WS-ALERT-STATUS NOT = "00"
006390         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
006400             "WRITTEN. STATUS=" WS-ALERT-STATUS
006410     ELSE
006420         WRITE ALERT-RECORD
006430         IF WS-ALERT-STATUS NOT = "00"
006440             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
006450                 "WRITTEN. STATUS=" WS-ALERT-STATUS
006460         END-IF
006470         CLOSE ALERT-FILE
006480     END-IF.
006490 9900-EXIT.
006500     EXIT.
006510
006520*===============================================================*
006530*  9999-TERMINATE                                               *
006540*===============================================================*
006550 9999-TERMINATE.
006560     IF WS-RUN-SEVERITY >= 8
006570         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
006580     END-IF
006590     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
006600 9999-EXIT.
006610     EXIT.
006620
006630 END PROGRAM MOVIENIGHTWATCHLIST.
