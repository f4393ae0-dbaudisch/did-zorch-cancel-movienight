000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTNOMINATE".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*FILM NOMINATION WATCHLIST MAINTENANCE. ANYBODY ON MVNTPART CAN
000080*PUT A TITLE UP FOR A FUTURE NIGHT (NOM) AND EVERYBODY ELSE CAN
000090*BACK IT (VOTE); THE NOMINATOR'S OWN NOMINATION COUNTS AS THEIR
000100*VOTE, AND A MEMBER GETS ONE VOTE PER NOMINATION. ONLY ACTIVE
000110*MVNTPART CODES (NEVER "NONE") CAN NOMINATE OR VOTE. A TITLE THAT
000120*IS ALREADY OPEN ON THE WATCHLIST CANNOT BE NOMINATED AGAIN - VOTE
000130*FOR IT INSTEAD; A TITLE ALREADY ON MVNTFILM CAN, AS A REWATCH,
000140*WITH A WARNING. ROWS ARE APPENDED TO MVNTNOMS AND NEVER
000150*REWRITTEN. THE NIGHTLY CHECK OFFERS THE TOP OF THE LIST AT ITS
000160*TITLE PROMPT AND CLOSES A NOMINATION ONCE IT IS WATCHED;
000170*MOVIENIGHTWATCHLIST REPORTS ON IT.
000180*-----------------------------------------------------------------
000190*  MOD-HISTORY:
000200*    2026-10-14 DWB  ORIGINAL VERSION - NOM/VOTE/LIST.
000210*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT NOMS-FILE ASSIGN TO "MVNTNOMS"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-NOMS-STATUS.
000290
000300     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-FILM-STATUS.
000330
000340     SELECT PART-FILE ASSIGN TO "MVNTPART"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PART-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400*===============================================================*
000410*  NOMS-FILE - THE WATCHLIST EVENTS, APPENDED TO ONE AT A TIME  *
000420*  AND READ BACK WHOLE TO REBUILD THE LIST.                     *
000430*===============================================================*
000440 FD  NOMS-FILE.
000450     COPY MVNTNOMS.
000460
000470*===============================================================*
000480*  FILM-FILE - READ ONLY, TO WARN WHEN A NOMINATION IS A        *
000490*  REWATCH.                                                     *
000500*===============================================================*
000510 FD  FILM-FILE.
000520     COPY MVNTFILM.
000530
000540 FD  PART-FILE.
000550     COPY MVNTPART.
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-NOMS-STATUS                  PIC X(02) VALUE "00".
000590 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
000600 01  WS-PART-STATUS                  PIC X(02) VALUE "00".
000610
000620 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000630     88  WS-EOF                           VALUE "Y".
000640     88  WS-NOT-EOF                       VALUE "N".
000650
000660 01  WS-ACTION                       PIC X(06) VALUE SPACES.
000670     88  WS-ACTION-NOM                    VALUE "NOM".
000680     88  WS-ACTION-VOTE                   VALUE "VOTE".
000690     88  WS-ACTION-LIST                   VALUE "LIST".
000700     88  WS-ACTION-DONE                   VALUE "DONE".
000710
000720*===============================================================*
000730*  ONE ENTRY IN THE MAKING. EACH ANSWER IS CHECKED AS IT IS     *
000740*  GIVEN; THE FIRST BAD ONE DROPS THE WHOLE ENTRY.              *
000750*===============================================================*
000760 01  WS-ENTRY-SW                     PIC X(01) VALUE "Y".
000770     88  WS-ENTRY-OK                      VALUE "Y".
000780     88  WS-ENTRY-BAD                     VALUE "N".
000790
000800 01  WS-PERSON-IN                    PIC X(10) VALUE SPACES.
000810 01  WS-TITLE-IN                     PIC X(40) VALUE SPACES.
000820 01  WS-PICK-IN                      PIC X(04) VALUE SPACES
000830                                     JUSTIFIED RIGHT.
000840 01  WS-PICK                         PIC 9(04) VALUE ZERO.
000850 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
000860
000870*===============================================================*
000880*  PARTY MASTER - THE CODES THAT CAN NOMINATE OR VOTE. LOADED   *
000890*  FROM MVNTPART, OR THE HISTORICAL BUILT-IN LIST WHEN THE SHOP *
000900*  HAS NO MASTER FILE YET, THE SAME AS THE NIGHTLY CHECK.       *
000910*===============================================================*
000920 01  WS-PM-COUNT                     PIC 9(02) VALUE ZERO.
000930 01  WS-PM-IDX                       PIC 9(02) VALUE ZERO.
000940
000950 01  WS-PM-TABLE.
000960     05  WS-PM-ENTRY OCCURS 50 TIMES.
000970         10  WS-PM-CODE                  PIC X(10).
000980         10  WS-PM-ACTIVE                PIC X(01).
000990
001000 01  WS-PM-FOUND-SW                  PIC X(01) VALUE "N".
001010     88  WS-PM-FOUND                      VALUE "Y".
001020     88  WS-PM-NOT-FOUND                  VALUE "N".
001030
001040*===============================================================*
001050*  NOMINATION TABLE - THE WATCHLIST REBUILT FROM MVNTNOMS, ONE  *
001060*  ENTRY PER NOMINATION IN THE ORDER MADE. WS-NM-SEEN-DATE IS   *
001070*  ZERO WHILE THE NOMINATION IS OPEN AND THE NIGHT IT WAS       *
001080*  WATCHED ONCE A "SEEN" ROW CLOSES IT. WS-NM-RANK IS ITS       *
001090*  PLACE IN THE RANKED LIST OF OPEN NOMINATIONS.                *
001100*===============================================================*
001110 01  WS-NM-COUNT                     PIC 9(04) VALUE ZERO.
001120 01  WS-NM-IDX                       PIC 9(04) VALUE ZERO.
001130
001140 01  WS-NM-TABLE.
001150     05  WS-NM-ENTRY OCCURS 1 TO 1000 TIMES
001160             DEPENDING ON WS-NM-COUNT.
001170         10  WS-NM-TITLE                 PIC X(40).
001180         10  WS-NM-FOLDED                PIC X(40).
001190         10  WS-NM-PERSON                PIC X(10).
001200         10  WS-NM-DATE                  PIC 9(08).
001210         10  WS-NM-VOTES                 PIC 9(04).
001220         10  WS-NM-SEEN-DATE             PIC 9(08).
001230         10  WS-NM-RANK                  PIC 9(04).
001240
001250 01  WS-FIND-FOLDED                  PIC X(40) VALUE SPACES.
001260 01  WS-FIND-PERSON                  PIC X(10) VALUE SPACES.
001270
001280 01  WS-NM-FOUND-SW                  PIC X(01) VALUE "N".
001290     88  WS-NM-FOUND                      VALUE "Y".
001300     88  WS-NM-NOT-FOUND                  VALUE "N".
001310
001320*===============================================================*
001330*  VOTE TABLE - WHO HAS BACKED WHICH NOMINATION, SO NOBODY      *
001340*  COUNTS TWICE ON THE SAME ONE.                                *
001350*===============================================================*
001360 01  WS-VT-COUNT                     PIC 9(05) VALUE ZERO.
001370 01  WS-VT-IDX                       PIC 9(05) VALUE ZERO.
001380
001390 01  WS-VT-TABLE.
001400     05  WS-VT-ENTRY OCCURS 1 TO 10000 TIMES
001410             DEPENDING ON WS-VT-COUNT.
001420         10  WS-VT-NOM                   PIC 9(04).
001430         10  WS-VT-PERSON                PIC X(10).
001440
001450 01  WS-VT-FOUND-SW                  PIC X(01) VALUE "N".
001460     88  WS-VT-FOUND                      VALUE "Y".
001470     88  WS-VT-NOT-FOUND                  VALUE "N".
001480
001490*===============================================================*
001500*  RANKED LIST - THE OPEN NOMINATIONS, MOST VOTES FIRST AND THE *
001510*  OLDEST NOMINATION FIRST ON A TIE. THE NUMBER A MEMBER VOTES  *
001520*  BY IS THE PLACE ON THIS LIST.                                *
001530*===============================================================*
001540 01  WS-RK-COUNT                     PIC 9(04) VALUE ZERO.
001550 01  WS-RK-IDX                       PIC 9(04) VALUE ZERO.
001560
001570 01  WS-RK-TABLE.
001580     05  WS-RK-NOM OCCURS 1000 TIMES PIC 9(04).
001590
001600 01  WS-BEST-IDX                     PIC 9(04) VALUE ZERO.
001610
001620 01  WS-RANK-SW                      PIC X(01) VALUE "N".
001630     88  WS-RANK-DONE                     VALUE "Y".
001640     88  WS-RANK-MORE                     VALUE "N".
001650
001660*===============================================================*
001670*  REWATCH CHECK - THE LAST NIGHT THE TITLE RAN, OFF MVNTFILM.  *
001680*===============================================================*
001690 01  WS-WATCHED-DATE                 PIC 9(08) VALUE ZERO.
001700
001710 01  WS-RANK-EDIT                    PIC ZZZ9.
001720 01  WS-VOTES-EDIT                   PIC ZZZ9.
001730
001740 PROCEDURE DIVISION.
001750*===============================================================*
001760*  0000-MAINLINE                                                *
001770*===============================================================*
001780 0000-MAINLINE.
001790     DISPLAY "MOVIE-NIGHT FILM NOMINATIONS"
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     MOVE SPACES TO WS-ACTION
001820     PERFORM 3000-PROMPT-ACTION THRU 3000-EXIT
001830         UNTIL WS-ACTION-DONE
001840     STOP RUN.
001850
001860*===============================================================*
001870*  1000-INITIALIZE                                              *
001880*===============================================================*
001890 1000-INITIALIZE.
001900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001910     PERFORM 2100-LOAD-PARTY-MASTER THRU 2100-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940
001950*===============================================================*
001960*  2100-LOAD-PARTY-MASTER                                       *
001970*===============================================================*
001980 2100-LOAD-PARTY-MASTER.
001990     MOVE ZERO TO WS-PM-COUNT
002000     SET WS-NOT-EOF TO TRUE
002010     OPEN INPUT PART-FILE
002020     IF WS-PART-STATUS = "00"
002030         PERFORM 2110-LOAD-ONE-PARTY THRU 2110-EXIT
002040             UNTIL WS-EOF
002050         CLOSE PART-FILE
002060     ELSE
002070         PERFORM 2120-SEED-PARTY-DEFAULTS THRU 2120-EXIT
002080     END-IF.
002090 2100-EXIT.
002100     EXIT.
002110
002120*===============================================================*
002130*  2110-LOAD-ONE-PARTY                                          *
002140*===============================================================*
002150 2110-LOAD-ONE-PARTY.
002160     READ PART-FILE
002170         AT END
002180             SET WS-EOF TO TRUE
002190         NOT AT END
002200             IF WS-PM-COUNT < 50
002210                 ADD 1 TO WS-PM-COUNT
002220                 MOVE PART-CODE TO WS-PM-CODE(WS-PM-COUNT)
002230                 MOVE PART-ACTIVE TO WS-PM-ACTIVE(WS-PM-COUNT)
002240             ELSE
002250                 DISPLAY "PARTY MASTER FULL - CODES PAST 50 "
002260                     "IGNORED."
002270                 SET WS-EOF TO TRUE
002280             END-IF
002290     END-READ.
002300 2110-EXIT.
002310     EXIT.
002320
002330*===============================================================*
002340*  2120-SEED-PARTY-DEFAULTS - THE LIST THE NIGHTLY CHECK        *
002350*  CARRIED BEFORE THE MASTER FILE EXISTED.                      *
002360*===============================================================*
002370 2120-SEED-PARTY-DEFAULTS.
002380     MOVE 4 TO WS-PM-COUNT
002390     MOVE "NONE" TO WS-PM-CODE(1)
002400     MOVE "ZORCH" TO WS-PM-CODE(2)
002410     MOVE "HILDY" TO WS-PM-CODE(3)
002420     MOVE "OSWIN" TO WS-PM-CODE(4)
002430     MOVE "A" TO WS-PM-ACTIVE(1)
002440     MOVE "A" TO WS-PM-ACTIVE(2)
002450     MOVE "A" TO WS-PM-ACTIVE(3)
002460     MOVE "A" TO WS-PM-ACTIVE(4).
002470 2120-EXIT.
002480     EXIT.
002490
002500*===============================================================*
002510*  3000-PROMPT-ACTION                                           *
002520*===============================================================*
002530 3000-PROMPT-ACTION.
002540     DISPLAY "ACTION? (LIST/NOM/VOTE/DONE)"
002550     ACCEPT WS-ACTION
002560     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002570
002580     EVALUATE TRUE
002590         WHEN WS-ACTION-NOM
002600             PERFORM 3100-ENTER-NOM THRU 3100-EXIT
002610         WHEN WS-ACTION-VOTE
002620             PERFORM 3200-ENTER-VOTE THRU 3200-EXIT
002630         WHEN WS-ACTION-LIST
002640             PERFORM 3400-LIST-NOMS THRU 3400-EXIT
002650         WHEN WS-ACTION-DONE
002660             CONTINUE
002670         WHEN OTHER
002680             DISPLAY "ANSWER LIST, NOM, VOTE, OR DONE."
002690     END-EVALUATE.
002700 3000-EXIT.
002710     EXIT.
002720
002730*===============================================================*
002740*  3100-ENTER-NOM - WHO IS NOMINATING AND WHAT. A TITLE ALREADY *
002750*  OPEN ON THE WATCHLIST IS REFUSED; ONE ALREADY WATCHED IS     *
002760*  TAKEN AS A REWATCH WITH A WARNING.                           *
002770*===============================================================*
002780 3100-ENTER-NOM.
002790     DISPLAY "WHO IS NOMINATING? (PARTY CODE)"
002800     PERFORM 4100-GET-PERSON THRU 4100-EXIT
002810     IF WS-ENTRY-BAD
002820         GO TO 3100-EXIT
002830     END-IF
002840
002850     DISPLAY "WHAT TITLE? (UP TO 40 CHARACTERS)"
002860     ACCEPT WS-TITLE-IN
002870     IF WS-TITLE-IN = SPACES
002880         DISPLAY "NOTHING ENTERED - GIVE THE FILM A TITLE."
002890         GO TO 3100-EXIT
002900     END-IF
002910
002920     PERFORM 5000-LOAD-NOMINATIONS THRU 5000-EXIT
002930     MOVE FUNCTION UPPER-CASE(WS-TITLE-IN) TO WS-FIND-FOLDED
002940     PERFORM 5800-FIND-OPEN-NOM THRU 5800-EXIT
002950     IF WS-NM-FOUND
002960         DISPLAY "'" FUNCTION TRIM(WS-NM-TITLE(WS-NM-IDX))
002970             "' IS ALREADY NOMINATED (BY "
002980             FUNCTION TRIM(WS-NM-PERSON(WS-NM-IDX)) " ON "
002990             WS-NM-DATE(WS-NM-IDX) ") - VOTE FOR IT INSTEAD."
003000         GO TO 3100-EXIT
003010     END-IF
003020     IF WS-NM-COUNT >= 1000
003030         DISPLAY "WATCHLIST FULL - NOTHING ENTERED."
003040         GO TO 3100-EXIT
003050     END-IF
003060
003070     PERFORM 4300-CHECK-FILM-LOG THRU 4300-EXIT
003080     IF WS-WATCHED-DATE NOT = ZERO
003090         DISPLAY "WARNING: LAST WATCHED ON " WS-WATCHED-DATE
003100             " - NOMINATED AS A REWATCH."
003110     END-IF
003120
003130     MOVE SPACES TO NOMS-RECORD
003140     SET NOMS-KIND-NOM TO TRUE
003150     MOVE WS-TITLE-IN TO NOMS-TITLE
003160     MOVE WS-PERSON-IN TO NOMS-PERSON
003170     MOVE WS-TODAY-DATE TO NOMS-DATE
003180     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
003190     IF WS-ENTRY-OK
003200         DISPLAY "'" FUNCTION TRIM(WS-TITLE-IN) "' NOMINATED BY "
003210             FUNCTION TRIM(WS-PERSON-IN) "."
003220     END-IF.
003230 3100-EXIT.
003240     EXIT.
003250
003260*===============================================================*
003270*  3200-ENTER-VOTE - WHO IS VOTING, THEN THE RANKED LIST AND A  *
003280*  NUMBER OFF IT. A SECOND VOTE FOR THE SAME NOMINATION BY THE  *
003290*  SAME MEMBER IS REFUSED.                                      *
003300*===============================================================*
003310 3200-ENTER-VOTE.
003320     DISPLAY "WHO IS VOTING? (PARTY CODE)"
003330     PERFORM 4100-GET-PERSON THRU 4100-EXIT
003340     IF WS-ENTRY-BAD
003350         GO TO 3200-EXIT
003360     END-IF
003370
003380     PERFORM 3400-LIST-NOMS THRU 3400-EXIT
003390     IF WS-RK-COUNT = ZERO
003400         GO TO 3200-EXIT
003410     END-IF
003420
003430     DISPLAY "VOTE FOR WHICH? (NUMBER FROM THE LIST)"
003440     ACCEPT WS-PICK-IN
003450     INSPECT WS-PICK-IN
003460         REPLACING LEADING SPACE BY ZERO
003470     IF WS-PICK-IN IS NOT NUMERIC
003480         DISPLAY "'" FUNCTION TRIM(WS-PICK-IN) "' IS NOT A "
003490             "NUMBER FROM THE LIST - NOTHING ENTERED."
003500         GO TO 3200-EXIT
003510     END-IF
003520     MOVE WS-PICK-IN TO WS-PICK
003530     IF WS-PICK = ZERO OR WS-PICK > WS-RK-COUNT
003540         MOVE WS-PICK TO WS-RANK-EDIT
003550         DISPLAY "THERE IS NO NUMBER " FUNCTION TRIM(WS-RANK-EDIT)
003560             " ON THE LIST - NOTHING ENTERED."
003570         GO TO 3200-EXIT
003580     END-IF
003590     MOVE WS-RK-NOM(WS-PICK) TO WS-NM-IDX
003600
003610     MOVE WS-PERSON-IN TO WS-FIND-PERSON
003620     PERFORM 5860-FIND-VOTE THRU 5860-EXIT
003630     IF WS-VT-FOUND
003640         DISPLAY FUNCTION TRIM(WS-PERSON-IN) " HAS ALREADY VOTED "
003650             "FOR '" FUNCTION TRIM(WS-NM-TITLE(WS-NM-IDX))
003660             "' - NOTHING ENTERED."
003670         GO TO 3200-EXIT
003680     END-IF
003690
003700     MOVE SPACES TO NOMS-RECORD
003710     SET NOMS-KIND-VOTE TO TRUE
003720     MOVE WS-NM-TITLE(WS-NM-IDX) TO NOMS-TITLE
003730     MOVE WS-PERSON-IN TO NOMS-PERSON
003740     MOVE WS-TODAY-DATE TO NOMS-DATE
003750     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
003760     IF WS-ENTRY-OK
003770         ADD 1 TO WS-NM-VOTES(WS-NM-IDX)
003780         MOVE WS-NM-VOTES(WS-NM-IDX) TO WS-VOTES-EDIT
003790         DISPLAY FUNCTION TRIM(WS-PERSON-IN) " VOTED FOR '"
003800             FUNCTION TRIM(WS-NM-TITLE(WS-NM-IDX)) "' - NOW "
003810             FUNCTION TRIM(WS-VOTES-EDIT) " VOTE(S)."
003820     END-IF.
003830 3200-EXIT.
003840     EXIT.
003850
003860*===============================================================*
003870*  3400-LIST-NOMS - THE OPEN NOMINATIONS IN RANKED ORDER.       *
003880*===============================================================*
003890 3400-LIST-NOMS.
003900     PERFORM 5000-LOAD-NOMINATIONS THRU 5000-EXIT
003910     IF WS-RK-COUNT = ZERO
003920         DISPLAY "NO OPEN NOMINATIONS - NOMINATE SOMETHING."
003930         GO TO 3400-EXIT
003940     END-IF
003950
003960     DISPLAY "  NO. TITLE                                    "
003970         "VOTES NOMINATED BY     ON"
003980     MOVE 1 TO WS-RK-IDX
003990     PERFORM 3410-LIST-ONE-NOM THRU 3410-EXIT
004000         UNTIL WS-RK-IDX > WS-RK-COUNT.
004010 3400-EXIT.
004020     EXIT.
004030
004040*===============================================================*
004050*  3410-LIST-ONE-NOM                                            *
004060*===============================================================*
004070 3410-LIST-ONE-NOM.
004080     MOVE WS-RK-NOM(WS-RK-IDX) TO WS-NM-IDX
004090     MOVE WS-RK-IDX TO WS-RANK-EDIT
004100     MOVE WS-NM-VOTES(WS-NM-IDX) TO WS-VOTES-EDIT
004110     DISPLAY " " WS-RANK-EDIT " " WS-NM-TITLE(WS-NM-IDX) " "
004120         WS-VOTES-EDIT " " WS-NM-PERSON(WS-NM-IDX) "   "
004130         WS-NM-DATE(WS-NM-IDX)
004140     ADD 1 TO WS-RK-IDX.
004150 3410-EXIT.
004160     EXIT.
004170
004180*===============================================================*
004190*  4100-GET-PERSON - AN ACTIVE MVNTPART CODE OTHER THAN "NONE". *
004200*===============================================================*
004210 4100-GET-PERSON.
004220     SET WS-ENTRY-OK TO TRUE
004230     ACCEPT WS-PERSON-IN
004240     MOVE FUNCTION UPPER-CASE(WS-PERSON-IN) TO WS-PERSON-IN
004250
004260     SET WS-PM-NOT-FOUND TO TRUE
004270     MOVE 1 TO WS-PM-IDX
004280     PERFORM 4110-TEST-PARTY THRU 4110-EXIT
004290         UNTIL WS-PM-FOUND OR WS-PM-IDX > WS-PM-COUNT
004300     IF WS-PM-NOT-FOUND OR WS-PERSON-IN = "NONE"
004310         DISPLAY "'" FUNCTION TRIM(WS-PERSON-IN) "' IS NOT AN "
004320             "ACTIVE PARTY CODE ON MVNTPART - NOTHING ENTERED."
004330         SET WS-ENTRY-BAD TO TRUE
004340     END-IF.
004350 4100-EXIT.
004360     EXIT.
004370
004380*===============================================================*
004390*  4110-TEST-PARTY                                              *
004400*===============================================================*
004410 4110-TEST-PARTY.
004420     IF WS-PM-CODE(WS-PM-IDX) = WS-PERSON-IN AND
004430         WS-PM-ACTIVE(WS-PM-IDX) = "A"
004440         SET WS-PM-FOUND TO TRUE
004450     ELSE
004460         ADD 1 TO WS-PM-IDX
004470     END-IF.
004480 4110-EXIT.
004490     EXIT.
004500
004510*===============================================================*
004520*  4300-CHECK-FILM-LOG - THE LAST NIGHT WS-FIND-FOLDED RAN ON   *
004530*  MVNTFILM, OR ZERO. NO FILM LOG YET MEANS NOTHING WATCHED.    *
004540*===============================================================*
004550 4300-CHECK-FILM-LOG.
004560     MOVE ZERO TO WS-WATCHED-DATE
004570     OPEN INPUT FILM-FILE
004580     IF WS-FILM-STATUS NOT = "00"
004590         GO TO 4300-EXIT
004600     END-IF
004610     SET WS-NOT-EOF TO TRUE
004620     PERFORM 4310-SCAN-ONE-FILM THRU 4310-EXIT
004630         UNTIL WS-EOF
004640     CLOSE FILM-FILE.
004650 4300-EXIT.
004660     EXIT.
004670
004680*===============================================================*
004690*  4310-SCAN-ONE-FILM                                           *
004700*===============================================================*
004710 4310-SCAN-ONE-FILM.
004720     READ FILM-FILE
004730         AT END
004740             SET WS-EOF TO TRUE
004750         NOT AT END
004760             IF FUNCTION UPPER-CASE(FILM-TITLE) = WS-FIND-FOLDED
004770                 AND FILM-DATE > WS-WATCHED-DATE
004780                 MOVE FILM-DATE TO WS-WATCHED-DATE
004790             END-IF
004800     END-READ.
004810 4310-EXIT.
004820     EXIT.
004830
004840*===============================================================*
004850*  5000-LOAD-NOMINATIONS - REBUILD THE WATCHLIST FROM MVNTNOMS  *
004860*  AND RANK THE OPEN NOMINATIONS. NO FILE YET IS AN EMPTY LIST. *
004870*===============================================================*
004880 5000-LOAD-NOMINATIONS.
004890     MOVE ZERO TO WS-NM-COUNT
004900     MOVE ZERO TO WS-VT-COUNT
004910     MOVE ZERO TO WS-RK-COUNT
004920
004930     OPEN INPUT NOMS-FILE
004940     IF WS-NOMS-STATUS NOT = "00"
004950         GO TO 5000-EXIT
004960     END-IF
004970     SET WS-NOT-EOF TO TRUE
004980     PERFORM 5010-LOAD-ONE-ROW THRU 5010-EXIT
004990         UNTIL WS-EOF
005000     CLOSE NOMS-FILE
005010
005020     SET WS-RANK-MORE TO TRUE
005030     PERFORM 5500-RANK-NEXT THRU 5500-EXIT
005040         UNTIL WS-RANK-DONE.
005050 5000-EXIT.
005060     EXIT.
005070
005080*===============================================================*
005090*  5010-LOAD-ONE-ROW - EACH ROW APPLIES TO THE OPEN NOMINATION  *
005100*  OF ITS TITLE. A "NOM" OPENS ONE WHEN THERE IS NONE AND IS    *
005110*  THE NOMINATOR'S VOTE; A "VOTE" OR "SEEN" WITH NOTHING OPEN   *
005120*  TO APPLY TO IS PASSED OVER.                                  *
005130*===============================================================*
005140 5010-LOAD-ONE-ROW.
005150     READ NOMS-FILE
005160         AT END
005170             SET WS-EOF TO TRUE
005180             GO TO 5010-EXIT
005190     END-READ
005200
005210     MOVE FUNCTION UPPER-CASE(NOMS-TITLE) TO WS-FIND-FOLDED
005220     PERFORM 5800-FIND-OPEN-NOM THRU 5800-EXIT
005230     MOVE NOMS-PERSON TO WS-FIND-PERSON
005240
005250     EVALUATE TRUE
005260         WHEN NOMS-KIND-NOM
005270             IF WS-NM-NOT-FOUND
005280                 IF WS-NM-COUNT >= 1000
005290                     DISPLAY "WATCHLIST FULL - NOMINATIONS PAST "
005300                         "1000 IGNORED."
005310                     SET WS-EOF TO TRUE
005320                     GO TO 5010-EXIT
005330                 END-IF
005340                 ADD 1 TO WS-NM-COUNT
005350                 MOVE WS-NM-COUNT TO WS-NM-IDX
005360                 MOVE NOMS-TITLE TO WS-NM-TITLE(WS-NM-IDX)
005370                 MOVE WS-FIND-FOLDED TO WS-NM-FOLDED(WS-NM-IDX)
005380                 MOVE NOMS-PERSON TO WS-NM-PERSON(WS-NM-IDX)
005390                 MOVE NOMS-DATE TO WS-NM-DATE(WS-NM-IDX)
005400                 MOVE ZERO TO WS-NM-VOTES(WS-NM-IDX)
005410                 MOVE ZERO TO WS-NM-SEEN-DATE(WS-NM-IDX)
005420                 MOVE ZERO TO WS-NM-RANK(WS-NM-IDX)
005430             END-IF
005440             PERFORM 5850-COUNT-VOTE THRU 5850-EXIT
005450         WHEN NOMS-KIND-VOTE
005460             IF WS-NM-FOUND
005470                 PERFORM 5850-COUNT-VOTE THRU 5850-EXIT
005480             END-IF
005490         WHEN NOMS-KIND-SEEN
005500             IF WS-NM-FOUND
005510                 MOVE NOMS-DATE TO WS-NM-SEEN-DATE(WS-NM-IDX)
005520             END-IF
005530     END-EVALUATE.
005540 5010-EXIT.
005550     EXIT.
005560
005570*===============================================================*
005580*  5500-RANK-NEXT - PICK THE BEST OPEN NOMINATION NOT RANKED    *
005590*  YET: MOST VOTES, THEN THE OLDEST. NONE LEFT ENDS THE RANKING.*
005600*===============================================================*
005610 5500-RANK-NEXT.
005620     MOVE ZERO TO WS-BEST-IDX
005630     MOVE 1 TO WS-NM-IDX
005640     PERFORM 5510-RANK-COMPARE THRU 5510-EXIT
005650         UNTIL WS-NM-IDX > WS-NM-COUNT
005660     IF WS-BEST-IDX = ZERO
005670         SET WS-RANK-DONE TO TRUE
005680     ELSE
005690         ADD 1 TO WS-RK-COUNT
005700         MOVE WS-BEST-IDX TO WS-RK-NOM(WS-RK-COUNT)
005710         MOVE WS-RK-COUNT TO WS-NM-RANK(WS-BEST-IDX)
005720     END-IF.
005730 5500-EXIT.
005740     EXIT.
005750
005760*===============================================================*
005770*  5510-RANK-COMPARE                                            *
005780*===============================================================*
005790 5510-RANK-COMPARE.
005800     IF WS-NM-SEEN-DATE(WS-NM-IDX) NOT = ZERO OR
005810         WS-NM-RANK(WS-NM-IDX) NOT = ZERO
005820         GO TO 5510-NEXT
005830     END-IF
005840     IF WS-BEST-IDX = ZERO
005850         MOVE WS-NM-IDX TO WS-BEST-IDX
005860         GO TO 5510-NEXT
005870     END-IF
005880     IF WS-NM-VOTES(WS-NM-IDX) > WS-NM-VOTES(WS-BEST-IDX)
005890         MOVE WS-NM-IDX TO WS-BEST-IDX
005900         GO TO 5510-NEXT
005910     END-IF
005920     IF WS-NM-VOTES(WS-NM-IDX) = WS-NM-VOTES(WS-BEST-IDX) AND
005930         WS-NM-DATE(WS-NM-IDX) < WS-NM-DATE(WS-BEST-IDX)
005940         MOVE WS-NM-IDX TO WS-BEST-IDX
005950     END-IF.
005960 5510-NEXT.
005970     ADD 1 TO WS-NM-IDX.
005980 5510-EXIT.
005990     EXIT.
006000
006010*===============================================================*
006020*  5800-FIND-OPEN-NOM - LOCATE THE OPEN NOMINATION WHOSE FOLDED *
006030*  TITLE IS WS-FIND-FOLDED; WS-NM-IDX POINTS AT THE HIT ON EXIT.*
006040*===============================================================*
006050 5800-FIND-OPEN-NOM.
006060     SET WS-NM-NOT-FOUND TO TRUE
006070     MOVE 1 TO WS-NM-IDX
006080     PERFORM 5810-TEST-OPEN-NOM THRU 5810-EXIT
006090         UNTIL WS-NM-FOUND OR WS-NM-IDX > WS-NM-COUNT.
006100 5800-EXIT.
006110     EXIT.
006120
006130*===============================================================*
006140*  5810-TEST-OPEN-NOM                                           *
006150*===============================================================*
006160 5810-TEST-OPEN-NOM.
006170     IF WS-NM-FOLDED(WS-NM-IDX) = WS-FIND-FOLDED AND
006180         WS-NM-SEEN-DATE(WS-NM-IDX) = ZERO
006190         SET WS-NM-FOUND TO TRUE
006200     ELSE
006210         ADD 1 TO WS-NM-IDX
006220     END-IF.
006230 5810-EXIT.
006240     EXIT.
006250
006260*===============================================================*
006270*  5850-COUNT-VOTE - WS-FIND-PERSON BACKS NOMINATION WS-NM-IDX, *
006280*  UNLESS THEY ALREADY HAVE.                                    *
006290*===============================================================*
006300 5850-COUNT-VOTE.
006310     PERFORM 5860-FIND-VOTE THRU 5860-EXIT
006320     IF WS-VT-FOUND
006330         GO TO 5850-EXIT
006340     END-IF
006350     IF WS-VT-COUNT >= 10000
006360         DISPLAY "VOTE TABLE FULL - VOTES PAST 10000 IGNORED."
006370         GO TO 5850-EXIT
006380     END-IF
006390     ADD 1 TO WS-VT-COUNT
006400     MOVE WS-NM-IDX TO WS-VT-NOM(WS-VT-COUNT)
006410     MOVE WS-FIND-PERSON TO WS-VT-PERSON(WS-VT-COUNT)
006420     ADD 1 TO WS-NM-VOTES(WS-NM-IDX).
006430 5850-EXIT.
006440     EXIT.
006450
006460*===============================================================*
006470*  5860-FIND-VOTE - HAS WS-FIND-PERSON BACKED NOMINATION        *
006480*  WS-NM-IDX ALREADY?                                           *
006490*===============================================================*
006500 5860-FIND-VOTE.
006510     SET WS-VT-NOT-FOUND TO TRUE
006520     MOVE 1 TO WS-VT-IDX
006530     PERFORM 5870-TEST-VOTE THRU 5870-EXIT
006540         UNTIL WS-VT-FOUND OR WS-VT-IDX > WS-VT-COUNT.
006550 5860-EXIT.
006560     EXIT.
006570
006580*===============================================================*
006590*  5870-TEST-VOTE                                               *
006600*===============================================================*
006610 5870-TEST-VOTE.
006620     IF WS-VT-NOM(WS-VT-IDX) = WS-NM-IDX AND
006630         WS-VT-PERSON(WS-VT-IDX) = WS-FIND-PERSON
006640         SET WS-VT-FOUND TO TRUE
006650     ELSE
006660         ADD 1 TO WS-VT-IDX
006670     END-IF.
006680 5870-EXIT.
006690     EXIT.
006700
006710*===============================================================*
006720*  6000-WRITE-ENTRY - APPEND THE ROW BUILT IN NOMS-RECORD. THE  *
006730*  FIRST ENTRY EVER CREATES THE WATCHLIST.                      *
006740*===============================================================*
006750 6000-WRITE-ENTRY.
006760     SET WS-ENTRY-OK TO TRUE
006770     OPEN EXTEND NOMS-FILE
006780     IF WS-NOMS-STATUS = "35"
006790         OPEN OUTPUT NOMS-FILE
006800     END-IF
006810     IF WS-NOMS-STATUS NOT = "00"
006820         DISPLAY "UNABLE TO OPEN MVNTNOMS - NOTHING ENTERED. "
006830             "STATUS=" WS-NOMS-STATUS
006840         SET WS-ENTRY-BAD TO TRUE
006850         GO TO 6000-EXIT
006860     END-IF
006870
006880     WRITE NOMS-RECORD
006890     IF WS-NOMS-STATUS NOT = "00"
006900         DISPLAY "UNABLE TO WRITE MVNTNOMS - NOTHING ENTERED. "
006910             "STATUS=" WS-NOMS-STATUS
006920         SET WS-ENTRY-BAD TO TRUE
006930     END-IF
006940     CLOSE NOMS-FILE.
006950 6000-EXIT.
006960     EXIT.
006970
006980 END PROGRAM MOVIENIGHTNOMINATE.
