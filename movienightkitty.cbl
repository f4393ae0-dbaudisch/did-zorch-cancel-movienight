000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTKITTY".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*KITTY LEDGER MAINTENANCE. WHOEVER FRONTS THE MONEY FOR PIZZA AND
000080*SNACKS ON A MOVIE NIGHT HAS IT ENTERED HERE AGAINST THE NIGHT'S
000090*DATE (PAID), AND THE PEOPLE WHO WERE THERE TO SHARE IT ARE PUT ON
000100*THE NIGHT (HERE), OR TAKEN OFF AGAIN IF KEYED BY MISTAKE (OUT).
000110*ONLY A NIGHT THAT WAS ACTUALLY HELD ACCORDING TO MVNTHIST - A
000120*MOVIE NIGHT NOBODY CANCELLED, OR A MAKEUP NIGHT - TAKES ENTRIES,
000130*AND ONLY ACTIVE MVNTPART CODES (NEVER "NONE") CAN PAY OR ATTEND.
000140*ROWS ARE APPENDED TO MVNTKITY AND NEVER REWRITTEN; A WRONG AMOUNT
000150*IS PUT RIGHT BY PAYING THE SAME PERSON A NEGATIVE AMOUNT. THE
000160*MOVIENIGHTSETTLE REPORT SPLITS AND SETTLES UP THE LEDGER.
000170*-----------------------------------------------------------------
000180*  MOD-HISTORY:
000190*    2026-10-07 DWB  ORIGINAL VERSION - PAID/HERE/OUT/LIST.
000191*    2026-10-14 DWB  A BLANK ANSWER TO "WHO PAID?" IS NOW REFUSED
000192*                    INSTEAD OF WRITING A PAYMENT WITH NO PAYER.
000193*    2026-10-14 DWB  MVNTHIST IS KEYED ON DATE PLUS SERIES, SO A
000194*                    NIGHT IS LOOKED FOR ACROSS EVERY SERIES; IT
000195*                    TAKES ENTRIES WHEN ANY SERIES HELD IT.
000200*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT KITY-FILE ASSIGN TO "MVNTKITY"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-KITY-STATUS.
000280
000290     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS HIST-KEY
000330         FILE STATUS IS WS-HIST-STATUS.
000340
000350     SELECT PART-FILE ASSIGN TO "MVNTPART"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PART-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*===============================================================*
000420*  KITY-FILE - THE KITTY LEDGER, APPENDED TO ONE ENTRY AT A     *
000430*  TIME AND READ BACK FOR A NIGHT'S LISTING.                    *
000440*===============================================================*
000450 FD  KITY-FILE.
000460     COPY MVNTKITY.
000470
000480*===============================================================*
000490*  HIST-FILE - READ BY KEY ONLY, TO PROVE THE NIGHT WAS HELD.   *
000500*===============================================================*
000510 FD  HIST-FILE.
000520     COPY MVNTHIST.
000530
000540 FD  PART-FILE.
000550     COPY MVNTPART.
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-KITY-STATUS                  PIC X(02) VALUE "00".
000590 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000600 01  WS-PART-STATUS                  PIC X(02) VALUE "00".
000610
000620 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000630     88  WS-EOF                           VALUE "Y".
000640     88  WS-NOT-EOF                       VALUE "N".
000650
000660 01  WS-HIST-OPEN-SW                 PIC X(01) VALUE "N".
000670     88  WS-HIST-OPEN                     VALUE "Y".
000680     88  WS-HIST-NOT-OPEN                 VALUE "N".
000690
000700 01  WS-ACTION                       PIC X(06) VALUE SPACES.
000710     88  WS-ACTION-PAID                   VALUE "PAID".
000720     88  WS-ACTION-HERE                   VALUE "HERE".
000730     88  WS-ACTION-OUT                    VALUE "OUT".
000740     88  WS-ACTION-LIST                   VALUE "LIST".
000750     88  WS-ACTION-DONE                   VALUE "DONE".
000760
000770*===============================================================*
000780*  ONE ENTRY IN THE MAKING. EACH ANSWER IS CHECKED AS IT IS     *
000790*  GIVEN; THE FIRST BAD ONE DROPS THE WHOLE ENTRY.              *
000800*===============================================================*
000810 01  WS-ENTRY-SW                     PIC X(01) VALUE "Y".
000820     88  WS-ENTRY-OK                      VALUE "Y".
000830     88  WS-ENTRY-BAD                     VALUE "N".
000840
000850 01  WS-NIGHT-IN                     PIC X(08) VALUE SPACES.
000860 01  WS-NIGHT-DATE                   PIC 9(08) VALUE ZERO.
000861 01  WS-NIGHT-ON-FILE-SW             PIC X(01) VALUE "N".
000862     88  WS-NIGHT-ON-FILE                 VALUE "Y".
000863     88  WS-NIGHT-NOT-ON-FILE             VALUE "N".
000864 01  WS-NIGHT-HELD-SW                PIC X(01) VALUE "N".
000865     88  WS-NIGHT-HELD                    VALUE "Y".
000866     88  WS-NIGHT-NOT-HELD                VALUE "N".
000867 01  WS-HIST-SCAN-SW                 PIC X(01) VALUE "N".
000868     88  WS-HIST-SCAN-DONE                VALUE "Y".
000869     88  WS-HIST-SCAN-MORE                VALUE "N".
000870 01  WS-PERSON-IN                    PIC X(10) VALUE SPACES.
000880 01  WS-WHAT-FOR-IN                  PIC X(30) VALUE SPACES.
000890 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
000900
000910 01  WS-ATTEND-SW                    PIC X(01) VALUE "N".
000920     88  WS-ATTEND-DONE                   VALUE "Y".
000930     88  WS-ATTEND-MORE                   VALUE "N".
000940
000950*===============================================================*
000960*  AMOUNT ENTRY - TYPED AS DOLLARS AND CENTS ("23.50", "23",    *
000970*  "-4.75"), TAKEN APART AT THE POINT AND PUT BACK TOGETHER AS  *
000980*  A NUMBER. UP TO 99999.99 EITHER WAY.                         *
000990*===============================================================*
001000 01  WS-AMOUNT-IN                    PIC X(10) VALUE SPACES.
001010 01  WS-AMOUNT-TEXT                  PIC X(10) VALUE SPACES.
001020 01  WS-AMOUNT-REST                  PIC X(10) VALUE SPACES.
001030 01  WS-AMOUNT-DLM                   PIC X(01) VALUE SPACES.
001040 01  WS-DOLLARS-LEN                  PIC 9(02) VALUE ZERO.
001050 01  WS-CENTS-LEN                    PIC 9(02) VALUE ZERO.
001060
001070 01  WS-AMOUNT-DIGITS.
001080     05  WS-DOLLARS-IN               PIC X(05) JUSTIFIED RIGHT.
001090     05  WS-CENTS-IN                 PIC X(02).
001100 01  WS-AMOUNT-UNSIGNED REDEFINES WS-AMOUNT-DIGITS
001110                                     PIC 9(05)V99.
001120
001130 01  WS-AMOUNT-SIGN-SW               PIC X(01) VALUE "+".
001140     88  WS-AMOUNT-NEGATIVE               VALUE "-".
001150     88  WS-AMOUNT-POSITIVE               VALUE "+".
001160 01  WS-AMOUNT                       PIC S9(05)V99 VALUE ZERO.
001170
001180*===============================================================*
001190*  PARTY MASTER - THE CODES THAT CAN PAY OR ATTEND. LOADED FROM *
001200*  MVNTPART, OR THE HISTORICAL BUILT-IN LIST WHEN THE SHOP HAS  *
001210*  NO MASTER FILE YET, THE SAME AS THE NIGHTLY CHECK.           *
001220*===============================================================*
001230 01  WS-PM-COUNT                     PIC 9(02) VALUE ZERO.
001240 01  WS-PM-IDX                       PIC 9(02) VALUE ZERO.
001250
001260 01  WS-PM-TABLE.
001270     05  WS-PM-ENTRY OCCURS 50 TIMES.
001280         10  WS-PM-CODE                  PIC X(10).
001290         10  WS-PM-ACTIVE                PIC X(01).
001300
001310 01  WS-PM-FOUND-SW                  PIC X(01) VALUE "N".
001320     88  WS-PM-FOUND                      VALUE "Y".
001330     88  WS-PM-NOT-FOUND                  VALUE "N".
001340
001350*===============================================================*
001360*  THE NIGHT AS THE LEDGER HAS IT SO FAR - WHO IS ON IT AND     *
001370*  WHAT HAS BEEN SPENT - REBUILT FROM MVNTKITY EVERY TIME A     *
001380*  NIGHT IS CHOSEN AND KEPT UP TO DATE AS ENTRIES ARE ADDED.    *
001390*  WS-AT-HERE IS "Y" WHILE THE PERSON IS ON THE NIGHT.          *
001400*===============================================================*
001410 01  WS-AT-COUNT                     PIC 9(02) VALUE ZERO.
001420 01  WS-AT-IDX                       PIC 9(02) VALUE ZERO.
001430
001440 01  WS-AT-TABLE.
001450     05  WS-AT-ENTRY OCCURS 1 TO 50 TIMES
001460             DEPENDING ON WS-AT-COUNT.
001470         10  WS-AT-PERSON                PIC X(10).
001480         10  WS-AT-HERE                  PIC X(01).
001490
001500 01  WS-AT-FOUND-SW                  PIC X(01) VALUE "N".
001510     88  WS-AT-FOUND                      VALUE "Y".
001520     88  WS-AT-NOT-FOUND                  VALUE "N".
001530
001540 01  WS-LIST-SW                      PIC X(01) VALUE "N".
001550     88  WS-LISTING                       VALUE "Y".
001560     88  WS-NOT-LISTING                   VALUE "N".
001570
001580 01  WS-NIGHT-SPENT                  PIC S9(07)V99 VALUE ZERO.
001590 77  WS-NIGHT-PAYMENTS               PIC 9(05) COMP VALUE ZERO.
001600 77  WS-NIGHT-HERE                   PIC 9(05) COMP VALUE ZERO.
001610 77  WS-NIGHT-ROWS                   PIC 9(05) COMP VALUE ZERO.
001620
001630 01  WS-AMOUNT-EDIT                  PIC -----9.99.
001640 01  WS-SPENT-EDIT                   PIC -------9.99.
001650 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001660
001670 PROCEDURE DIVISION.
001680*===============================================================*
001690*  0000-MAINLINE                                                *
001700*===============================================================*
001710 0000-MAINLINE.
001720     DISPLAY "MOVIE-NIGHT KITTY LEDGER"
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     IF WS-HIST-OPEN
001750         MOVE SPACES TO WS-ACTION
001760         PERFORM 3000-PROMPT-ACTION THRU 3000-EXIT
001770             UNTIL WS-ACTION-DONE
001780         CLOSE HIST-FILE
001790     END-IF
001800     STOP RUN.
001810
001820*===============================================================*
001830*  1000-INITIALIZE - WITHOUT MVNTHIST NO NIGHT CAN BE PROVED    *
001840*  HELD, SO NOTHING IS TAKEN AT ALL.                            *
001850*===============================================================*
001860 1000-INITIALIZE.
001870     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001880     PERFORM 2100-LOAD-PARTY-MASTER THRU 2100-EXIT
001890
001900     OPEN INPUT HIST-FILE
001910     IF WS-HIST-STATUS = "00"
001920         SET WS-HIST-OPEN TO TRUE
001930     ELSE
001940         DISPLAY "UNABLE TO OPEN MVNTHIST - NO NIGHT CAN BE "
001950             "CHECKED, NOTHING ENTERED. STATUS=" WS-HIST-STATUS
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000*===============================================================*
002010*  2100-LOAD-PARTY-MASTER                                       *
002020*===============================================================*
002030 2100-LOAD-PARTY-MASTER.
002040     MOVE ZERO TO WS-PM-COUNT
002050     SET WS-NOT-EOF TO TRUE
002060     OPEN INPUT PART-FILE
002070     IF WS-PART-STATUS = "00"
002080         PERFORM 2110-LOAD-ONE-PARTY THRU 2110-EXIT
002090             UNTIL WS-EOF
002100         CLOSE PART-FILE
002110     ELSE
002120         PERFORM 2120-SEED-PARTY-DEFAULTS THRU 2120-EXIT
002130     END-IF.
002140 2100-EXIT.
002150     EXIT.
002160
002170*===============================================================*
002180*  2110-LOAD-ONE-PARTY                                          *
002190*===============================================================*
002200 2110-LOAD-ONE-PARTY.
002210     READ PART-FILE
002220         AT END
002230             SET WS-EOF TO TRUE
002240         NOT AT END
002250             IF WS-PM-COUNT < 50
002260                 ADD 1 TO WS-PM-COUNT
002270                 MOVE PART-CODE TO WS-PM-CODE(WS-PM-COUNT)
002280                 MOVE PART-ACTIVE TO WS-PM-ACTIVE(WS-PM-COUNT)
002290             ELSE
002300                 DISPLAY "PARTY MASTER FULL - CODES PAST 50 "
002310                     "IGNORED."
002320                 SET WS-EOF TO TRUE
002330             END-IF
002340     END-READ.
002350 2110-EXIT.
002360     EXIT.
002370
002380*===============================================================*
002390*  2120-SEED-PARTY-DEFAULTS - THE LIST THE NIGHTLY CHECK        *
002400*  CARRIED BEFORE THE MASTER FILE EXISTED.                      *
002410*===============================================================*
002420 2120-SEED-PARTY-DEFAULTS.
002430     MOVE 4 TO WS-PM-COUNT
002440     MOVE "NONE" TO WS-PM-CODE(1)
002450     MOVE "ZORCH" TO WS-PM-CODE(2)
002460     MOVE "HILDY" TO WS-PM-CODE(3)
002470     MOVE "OSWIN" TO WS-PM-CODE(4)
002480     MOVE "A" TO WS-PM-ACTIVE(1)
002490     MOVE "A" TO WS-PM-ACTIVE(2)
002500     MOVE "A" TO WS-PM-ACTIVE(3)
002510     MOVE "A" TO WS-PM-ACTIVE(4).
002520 2120-EXIT.
002530     EXIT.
002540
002550*===============================================================*
002560*  3000-PROMPT-ACTION                                           *
002570*===============================================================*
002580 3000-PROMPT-ACTION.
002590     DISPLAY "ACTION? (PAID/HERE/OUT/LIST/DONE)"
002600     ACCEPT WS-ACTION
002610     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002620
002630     EVALUATE TRUE
002640         WHEN WS-ACTION-PAID
002650             PERFORM 3100-ENTER-PAID THRU 3100-EXIT
002660         WHEN WS-ACTION-HERE
002670             PERFORM 3200-ENTER-HERE THRU 3200-EXIT
002680         WHEN WS-ACTION-OUT
002690             PERFORM 3300-ENTER-OUT THRU 3300-EXIT
002700         WHEN WS-ACTION-LIST
002710             PERFORM 3400-LIST-NIGHT THRU 3400-EXIT
002720         WHEN WS-ACTION-DONE
002730             CONTINUE
002740         WHEN OTHER
002750             DISPLAY "ANSWER PAID, HERE, OUT, LIST, OR DONE."
002760     END-EVALUATE.
002770 3000-EXIT.
002780     EXIT.
002790
002800*===============================================================*
002810*  3100-ENTER-PAID - NIGHT, PAYER, AMOUNT AND WHAT IT WAS FOR.  *
002820*===============================================================*
002830 3100-ENTER-PAID.
002840     PERFORM 4000-GET-NIGHT THRU 4000-EXIT
002850     IF WS-ENTRY-BAD
002860         GO TO 3100-EXIT
002870     END-IF
002880
002890     DISPLAY "WHO PAID? (PARTY CODE)"
002900     PERFORM 4100-GET-PERSON THRU 4100-EXIT
002910     IF WS-ENTRY-BAD
002920         GO TO 3100-EXIT
002930     END-IF
002931     IF WS-PERSON-IN = SPACES
002932         DISPLAY "NOTHING ENTERED - SAY WHO PAID."
002933         GO TO 3100-EXIT
002934     END-IF
002940
002950     PERFORM 4200-GET-AMOUNT THRU 4200-EXIT
002960     IF WS-ENTRY-BAD
002970         GO TO 3100-EXIT
002980     END-IF
002990
003000     DISPLAY "WHAT FOR? (UP TO 30 CHARACTERS)"
003010     ACCEPT WS-WHAT-FOR-IN
003020     IF WS-WHAT-FOR-IN = SPACES
003030         DISPLAY "NOTHING ENTERED - SAY WHAT THE MONEY WAS FOR."
003040         GO TO 3100-EXIT
003050     END-IF
003060
003070     MOVE SPACES TO KITY-RECORD
003080     MOVE WS-NIGHT-DATE TO KITY-DATE
003090     SET KITY-KIND-PAID TO TRUE
003100     MOVE WS-PERSON-IN TO KITY-PERSON
003110     MOVE WS-AMOUNT TO KITY-AMOUNT
003120     MOVE WS-WHAT-FOR-IN TO KITY-WHAT-FOR
003130     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
003140     IF WS-ENTRY-OK
003150         MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
003160         DISPLAY FUNCTION TRIM(WS-PERSON-IN) " PAID "
003170             FUNCTION TRIM(WS-AMOUNT-EDIT) " ON " WS-NIGHT-DATE
003180             " FOR " FUNCTION TRIM(WS-WHAT-FOR-IN) "."
003190     END-IF.
003200 3100-EXIT.
003210     EXIT.
003220
003230*===============================================================*
003240*  3200-ENTER-HERE - PUT PEOPLE ON A NIGHT, ONE CODE PER        *
003250*  PROMPT UNTIL A BLANK ANSWER. SOMEBODY ALREADY ON THE NIGHT   *
003260*  IS NOT ADDED TWICE.                                          *
003270*===============================================================*
003280 3200-ENTER-HERE.
003290     PERFORM 4000-GET-NIGHT THRU 4000-EXIT
003300     IF WS-ENTRY-BAD
003310         GO TO 3200-EXIT
003320     END-IF
003330
003340     SET WS-ATTEND-MORE TO TRUE
003350     PERFORM 3210-GET-ONE-ATTENDEE THRU 3210-EXIT
003360         UNTIL WS-ATTEND-DONE
003370     MOVE WS-NIGHT-HERE TO WS-COUNT-EDIT
003380     DISPLAY WS-NIGHT-DATE " NOW HAS "
003390         FUNCTION TRIM(WS-COUNT-EDIT) " PERSON(S) ON IT.".
003400 3200-EXIT.
003410     EXIT.
003420
003430*===============================================================*
003440*  3210-GET-ONE-ATTENDEE                                        *
003450*===============================================================*
003460 3210-GET-ONE-ATTENDEE.
003470     DISPLAY "WHO WAS THERE? (PARTY CODE, OR ENTER WHEN DONE)"
003480     PERFORM 4100-GET-PERSON THRU 4100-EXIT
003490     IF WS-PERSON-IN = SPACES
003500         SET WS-ATTEND-DONE TO TRUE
003510         GO TO 3210-EXIT
003520     END-IF
003530     IF WS-ENTRY-BAD
003540         GO TO 3210-EXIT
003550     END-IF
003560
003570     PERFORM 5800-FIND-ATTENDEE THRU 5800-EXIT
003580     IF WS-AT-FOUND
003590         IF WS-AT-HERE(WS-AT-IDX) = "Y"
003600             DISPLAY FUNCTION TRIM(WS-PERSON-IN) " IS ALREADY ON "
003610                 WS-NIGHT-DATE "."
003620             GO TO 3210-EXIT
003630         END-IF
003640     ELSE
003650         IF WS-AT-COUNT >= 50
003660             DISPLAY "NIGHT FULL - NOBODY PAST 50 CAN BE ADDED."
003670             GO TO 3210-EXIT
003680         END-IF
003690     END-IF
003700
003710     MOVE SPACES TO KITY-RECORD
003720     MOVE WS-NIGHT-DATE TO KITY-DATE
003730     SET KITY-KIND-HERE TO TRUE
003740     MOVE WS-PERSON-IN TO KITY-PERSON
003750     MOVE ZERO TO KITY-AMOUNT
003760     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
003770     IF WS-ENTRY-BAD
003780         SET WS-ATTEND-DONE TO TRUE
003790         GO TO 3210-EXIT
003800     END-IF
003810
003820     IF WS-AT-NOT-FOUND
003830         ADD 1 TO WS-AT-COUNT
003840         MOVE WS-AT-COUNT TO WS-AT-IDX
003850         MOVE WS-PERSON-IN TO WS-AT-PERSON(WS-AT-IDX)
003860     END-IF
003870     MOVE "Y" TO WS-AT-HERE(WS-AT-IDX)
003880     ADD 1 TO WS-NIGHT-HERE
003890     DISPLAY FUNCTION TRIM(WS-PERSON-IN) " PUT ON " WS-NIGHT-DATE
003900         ".".
003910 3210-EXIT.
003920     EXIT.
003930
003940*===============================================================*
003950*  3300-ENTER-OUT - TAKE A PERSON PUT ON A NIGHT BY MISTAKE     *
003960*  BACK OFF IT. ONLY SOMEBODY CURRENTLY ON THE NIGHT CAN BE     *
003970*  TAKEN OFF, ACTIVE CODE OR NOT.                               *
003980*===============================================================*
003990 3300-ENTER-OUT.
004000     PERFORM 4000-GET-NIGHT THRU 4000-EXIT
004010     IF WS-ENTRY-BAD
004020         GO TO 3300-EXIT
004030     END-IF
004040
004050     DISPLAY "WHO WAS NOT THERE AFTER ALL? (PARTY CODE)"
004060     ACCEPT WS-PERSON-IN
004070     MOVE FUNCTION UPPER-CASE(WS-PERSON-IN) TO WS-PERSON-IN
004080     PERFORM 5800-FIND-ATTENDEE THRU 5800-EXIT
004090     IF WS-AT-FOUND
004100         IF WS-AT-HERE(WS-AT-IDX) NOT = "Y"
004110             SET WS-AT-NOT-FOUND TO TRUE
004120         END-IF
004130     END-IF
004140     IF WS-AT-NOT-FOUND
004150         DISPLAY "'" FUNCTION TRIM(WS-PERSON-IN) "' IS NOT ON "
004160             WS-NIGHT-DATE " - NOTHING ENTERED."
004170         GO TO 3300-EXIT
004180     END-IF
004190
004200     MOVE SPACES TO KITY-RECORD
004210     MOVE WS-NIGHT-DATE TO KITY-DATE
004220     SET KITY-KIND-OUT TO TRUE
004230     MOVE WS-PERSON-IN TO KITY-PERSON
004240     MOVE ZERO TO KITY-AMOUNT
004250     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
004260     IF WS-ENTRY-OK
004270         MOVE "N" TO WS-AT-HERE(WS-AT-IDX)
004280         SUBTRACT 1 FROM WS-NIGHT-HERE
004290         DISPLAY FUNCTION TRIM(WS-PERSON-IN) " TAKEN OFF "
004300             WS-NIGHT-DATE "."
004310     END-IF.
004320 3300-EXIT.
004330     EXIT.
004340
004350*===============================================================*
004360*  3400-LIST-NIGHT - EVERY LEDGER ROW FOR THE NIGHT IN THE      *
004370*  ORDER KEYED, THEN THE NIGHT'S TOTALS.                        *
004380*===============================================================*
004390 3400-LIST-NIGHT.
004400     SET WS-LISTING TO TRUE
004410     PERFORM 4000-GET-NIGHT THRU 4000-EXIT
004420     SET WS-NOT-LISTING TO TRUE
004430     IF WS-ENTRY-BAD
004440         GO TO 3400-EXIT
004450     END-IF
004460
004470     IF WS-NIGHT-ROWS = ZERO
004480         DISPLAY "NO KITTY ENTRIES FOR " WS-NIGHT-DATE "."
004490         GO TO 3400-EXIT
004500     END-IF
004510     MOVE WS-NIGHT-SPENT TO WS-SPENT-EDIT
004520     MOVE WS-NIGHT-PAYMENTS TO WS-COUNT-EDIT
004530     DISPLAY "  SPENT " FUNCTION TRIM(WS-SPENT-EDIT) " IN "
004540         FUNCTION TRIM(WS-COUNT-EDIT) " PAYMENT(S)"
004550     MOVE WS-NIGHT-HERE TO WS-COUNT-EDIT
004560     DISPLAY "  " FUNCTION TRIM(WS-COUNT-EDIT)
004570         " PERSON(S) ON THE NIGHT".
004580 3400-EXIT.
004590     EXIT.
004600
004610*===============================================================*
004620*  4000-GET-NIGHT - THE NIGHT MUST BE ON MVNTHIST AND HELD: A   *
004630*  MOVIE NIGHT THAT WAS NOT CANCELLED, OR A MAKEUP NIGHT, IN    *
004631*  ANY SERIES. ON A GOOD ANSWER THE NIGHT'S LEDGER ROWS ARE     *
004640*  READ IN (AND LISTED WHEN WS-LISTING IS ON).                  *
004660*===============================================================*
004670 4000-GET-NIGHT.
004680     SET WS-ENTRY-OK TO TRUE
004690     DISPLAY "WHICH NIGHT? (YYYYMMDD)"
004700     ACCEPT WS-NIGHT-IN
004710     IF WS-NIGHT-IN IS NOT NUMERIC
004720         DISPLAY "'" WS-NIGHT-IN "' IS NOT A DATE - NOTHING "
004730             "ENTERED."
004740         SET WS-ENTRY-BAD TO TRUE
004750         GO TO 4000-EXIT
004760     END-IF
004770     MOVE WS-NIGHT-IN TO WS-NIGHT-DATE
004780
004790     MOVE WS-NIGHT-DATE TO HIST-DATE
004791     MOVE LOW-VALUES TO HIST-SERIES
004792     SET WS-NIGHT-NOT-ON-FILE TO TRUE
004793     SET WS-NIGHT-NOT-HELD TO TRUE
004794     SET WS-HIST-SCAN-MORE TO TRUE
004800     START HIST-FILE KEY NOT < HIST-KEY
004810         INVALID KEY
004811             SET WS-HIST-SCAN-DONE TO TRUE
004812     END-START
004813     PERFORM 4010-READ-NIGHT-ROW THRU 4010-EXIT
004814         UNTIL WS-HIST-SCAN-DONE
004815
004816     IF WS-NIGHT-NOT-ON-FILE
004820         DISPLAY WS-NIGHT-DATE " IS NOT ON MVNTHIST - "
004830             "NOTHING ENTERED."
004840         SET WS-ENTRY-BAD TO TRUE
004850         GO TO 4000-EXIT
004860     END-IF
004870
004880     IF WS-NIGHT-HELD
004890         GO TO 4000-NIGHT-HELD
004900     END-IF
004950     DISPLAY WS-NIGHT-DATE " WAS NOT A HELD MOVIE NIGHT - "
004960         "NOTHING ENTERED."
004970     SET WS-ENTRY-BAD TO TRUE
004980     GO TO 4000-EXIT.
004990 4000-NIGHT-HELD.
005000     PERFORM 5000-SCAN-NIGHT THRU 5000-EXIT.
005010 4000-EXIT.
005020     EXIT.
005021
005022*===============================================================*
005023*  4010-READ-NIGHT-ROW - NEXT MVNTHIST ROW FOR THE NIGHT, ONE   *
005024*  PER SERIES THAT HAS IT; THE FIRST HELD ONE ENDS THE SCAN.    *
005025*===============================================================*
005026 4010-READ-NIGHT-ROW.
005027     READ HIST-FILE NEXT RECORD
005028         AT END
005029             SET WS-HIST-SCAN-DONE TO TRUE
005030             GO TO 4010-EXIT
005031     END-READ
005032     IF HIST-DATE NOT = WS-NIGHT-DATE
005033         SET WS-HIST-SCAN-DONE TO TRUE
005034         GO TO 4010-EXIT
005035     END-IF
005036     SET WS-NIGHT-ON-FILE TO TRUE
005037     IF HIST-ISMOVIENIGHT = "MKP"
005038         OR (HIST-ISMOVIENIGHT = "YES" AND
005039             HIST-CANCELLED-FLAG NOT = "YES")
005040         SET WS-NIGHT-HELD TO TRUE
005041         SET WS-HIST-SCAN-DONE TO TRUE
005042     END-IF.
005043 4010-EXIT.
005044     EXIT.
005045
005046*===============================================================*
005050*  4100-GET-PERSON - AN ACTIVE MVNTPART CODE OTHER THAN "NONE". *
005060*  A BLANK ANSWER COMES BACK BLANK AND NOT BAD, FOR THE HERE    *
005070*  LOOP TO STOP ON.                                             *
005080*===============================================================*
005090 4100-GET-PERSON.
005100     SET WS-ENTRY-OK TO TRUE
005110     ACCEPT WS-PERSON-IN
005120     MOVE FUNCTION UPPER-CASE(WS-PERSON-IN) TO WS-PERSON-IN
005130     IF WS-PERSON-IN = SPACES
005140         GO TO 4100-EXIT
005150     END-IF
005160
005170     SET WS-PM-NOT-FOUND TO TRUE
005180     MOVE 1 TO WS-PM-IDX
005190     PERFORM 4110-TEST-PARTY THRU 4110-EXIT
005200         UNTIL WS-PM-FOUND OR WS-PM-IDX > WS-PM-COUNT
005210     IF WS-PM-NOT-FOUND OR WS-PERSON-IN = "NONE"
005220         DISPLAY "'" FUNCTION TRIM(WS-PERSON-IN) "' IS NOT AN "
005230             "ACTIVE PARTY CODE ON MVNTPART - NOTHING ENTERED."
005240         SET WS-ENTRY-BAD TO TRUE
005250     END-IF.
005260 4100-EXIT.
005270     EXIT.
005280
005290*===============================================================*
005300*  4110-TEST-PARTY                                              *
005310*===============================================================*
005320 4110-TEST-PARTY.
005330     IF WS-PM-CODE(WS-PM-IDX) = WS-PERSON-IN AND
005340         WS-PM-ACTIVE(WS-PM-IDX) = "A"
005350         SET WS-PM-FOUND TO TRUE
005360     ELSE
005370         ADD 1 TO WS-PM-IDX
005380     END-IF.
005390 4110-EXIT.
005400     EXIT.
005410
005420*===============================================================*
005430*  4200-GET-AMOUNT - DOLLARS, AN OPTIONAL POINT AND UP TO TWO   *
005440*  CENTS DIGITS, WITH A LEADING MINUS TO TAKE MONEY BACK OFF.   *
005450*  ZERO IS REFUSED; IT WOULD SETTLE NOTHING.                    *
005460*===============================================================*
005470 4200-GET-AMOUNT.
005480     SET WS-ENTRY-OK TO TRUE
005490     DISPLAY "HOW MUCH? (DOLLARS.CENTS, MINUS TO TAKE BACK)"
005500     ACCEPT WS-AMOUNT-IN
005510     MOVE FUNCTION TRIM(WS-AMOUNT-IN) TO WS-AMOUNT-TEXT
005520
005530     SET WS-AMOUNT-POSITIVE TO TRUE
005540     IF WS-AMOUNT-TEXT(1:1) = "-"
005550         SET WS-AMOUNT-NEGATIVE TO TRUE
005560         MOVE WS-AMOUNT-TEXT(2:9) TO WS-AMOUNT-TEXT
005570     END-IF
005580
005590     MOVE SPACES TO WS-AMOUNT-DIGITS
005600     MOVE SPACES TO WS-AMOUNT-REST
005610     MOVE SPACES TO WS-AMOUNT-DLM
005620     MOVE ZERO TO WS-DOLLARS-LEN
005630     MOVE ZERO TO WS-CENTS-LEN
005640     UNSTRING WS-AMOUNT-TEXT DELIMITED BY "." OR ALL SPACE
005650         INTO WS-DOLLARS-IN DELIMITER IN WS-AMOUNT-DLM
005660                 COUNT IN WS-DOLLARS-LEN
005670              WS-CENTS-IN COUNT IN WS-CENTS-LEN
005680              WS-AMOUNT-REST
005690     END-UNSTRING
005700
005710     IF WS-DOLLARS-LEN > 5 OR WS-CENTS-LEN > 2
005720         OR WS-AMOUNT-REST NOT = SPACES
005730         OR (WS-AMOUNT-DLM = SPACE AND WS-CENTS-LEN > ZERO)
005740         OR (WS-DOLLARS-LEN = ZERO AND WS-CENTS-LEN = ZERO)
005750         GO TO 4200-BAD-AMOUNT
005760     END-IF
005770     INSPECT WS-DOLLARS-IN REPLACING LEADING SPACE BY ZERO
005780     INSPECT WS-CENTS-IN REPLACING ALL SPACE BY ZERO
005790     IF WS-AMOUNT-DIGITS IS NOT NUMERIC
005800         GO TO 4200-BAD-AMOUNT
005810     END-IF
005820
005830     MOVE WS-AMOUNT-UNSIGNED TO WS-AMOUNT
005840     IF WS-AMOUNT-NEGATIVE
005850         COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT
005860     END-IF
005870     IF WS-AMOUNT = ZERO
005880         DISPLAY "A ZERO AMOUNT SETTLES NOTHING - NOTHING "
005890             "ENTERED."
005900         SET WS-ENTRY-BAD TO TRUE
005910     END-IF
005920     GO TO 4200-EXIT.
005930 4200-BAD-AMOUNT.
005940     DISPLAY "'" FUNCTION TRIM(WS-AMOUNT-IN) "' IS NOT AN "
005950         "AMOUNT - NOTHING ENTERED."
005960     SET WS-ENTRY-BAD TO TRUE.
005970 4200-EXIT.
005980     EXIT.
005990
006000*===============================================================*
006010*  5000-SCAN-NIGHT - READ THE LEDGER FOR WS-NIGHT-DATE: WHO IS  *
006020*  ON THE NIGHT, WHAT HAS BEEN SPENT, AND IN HOW MANY PAYMENTS. *
006030*  NO LEDGER YET IS AN EMPTY NIGHT.                             *
006040*===============================================================*
006050 5000-SCAN-NIGHT.
006060     MOVE ZERO TO WS-AT-COUNT
006070     MOVE ZERO TO WS-NIGHT-SPENT
006080     MOVE ZERO TO WS-NIGHT-PAYMENTS
006090     MOVE ZERO TO WS-NIGHT-HERE
006100     MOVE ZERO TO WS-NIGHT-ROWS
006110
006120     OPEN INPUT KITY-FILE
006130     IF WS-KITY-STATUS NOT = "00"
006140         GO TO 5000-EXIT
006150     END-IF
006160     SET WS-NOT-EOF TO TRUE
006170     PERFORM 5010-SCAN-ONE-ROW THRU 5010-EXIT
006180         UNTIL WS-EOF
006190     CLOSE KITY-FILE.
006200 5000-EXIT.
006210     EXIT.
006220
006230*===============================================================*
006240*  5010-SCAN-ONE-ROW                                            *
006250*===============================================================*
006260 5010-SCAN-ONE-ROW.
006270     READ KITY-FILE
006280         AT END
006290             SET WS-EOF TO TRUE
006300             GO TO 5010-EXIT
006310     END-READ
006320     IF KITY-DATE NOT = WS-NIGHT-DATE
006330         GO TO 5010-EXIT
006340     END-IF
006350     ADD 1 TO WS-NIGHT-ROWS
006360
006370     IF WS-LISTING
006380         IF WS-NIGHT-ROWS = 1
006390             DISPLAY "  KIND PERSON        AMOUNT WHAT FOR"
006400         END-IF
006410         IF KITY-KIND-PAID
006420             MOVE KITY-AMOUNT TO WS-AMOUNT-EDIT
006430             DISPLAY "  " KITY-KIND " " KITY-PERSON " "
006440                 WS-AMOUNT-EDIT " " KITY-WHAT-FOR
006450         ELSE
006460             DISPLAY "  " KITY-KIND " " KITY-PERSON
006470         END-IF
006480     END-IF
006490
006500     EVALUATE TRUE
006510         WHEN KITY-KIND-PAID
006520             ADD KITY-AMOUNT TO WS-NIGHT-SPENT
006530             ADD 1 TO WS-NIGHT-PAYMENTS
006540         WHEN KITY-KIND-HERE
006550             MOVE KITY-PERSON TO WS-PERSON-IN
006560             PERFORM 5800-FIND-ATTENDEE THRU 5800-EXIT
006570             IF WS-AT-NOT-FOUND AND WS-AT-COUNT < 50
006580                 ADD 1 TO WS-AT-COUNT
006590                 MOVE WS-AT-COUNT TO WS-AT-IDX
006600                 MOVE KITY-PERSON TO WS-AT-PERSON(WS-AT-IDX)
006610                 MOVE "N" TO WS-AT-HERE(WS-AT-IDX)
006620                 SET WS-AT-FOUND TO TRUE
006630             END-IF
006640             IF WS-AT-FOUND
006650                 IF WS-AT-HERE(WS-AT-IDX) NOT = "Y"
006660                     MOVE "Y" TO WS-AT-HERE(WS-AT-IDX)
006670                     ADD 1 TO WS-NIGHT-HERE
006680                 END-IF
006690             END-IF
006700         WHEN KITY-KIND-OUT
006710             MOVE KITY-PERSON TO WS-PERSON-IN
006720             PERFORM 5800-FIND-ATTENDEE THRU 5800-EXIT
006730             IF WS-AT-FOUND
006740                 IF WS-AT-HERE(WS-AT-IDX) = "Y"
006750                     MOVE "N" TO WS-AT-HERE(WS-AT-IDX)
006760                     SUBTRACT 1 FROM WS-NIGHT-HERE
006770                 END-IF
006780             END-IF
006790     END-EVALUATE.
006800 5010-EXIT.
006810     EXIT.
006820
006830*===============================================================*
006840*  5800-FIND-ATTENDEE - LOCATE WS-PERSON-IN ON THE NIGHT;       *
006850*  WS-AT-IDX POINTS AT THE HIT ON EXIT.                         *
006860*===============================================================*
006870 5800-FIND-ATTENDEE.
006880     SET WS-AT-NOT-FOUND TO TRUE
006890     MOVE 1 TO WS-AT-IDX
006900     PERFORM 5810-TEST-ATTENDEE THRU 5810-EXIT
006910         UNTIL WS-AT-FOUND OR WS-AT-IDX > WS-AT-COUNT.
006920 5800-EXIT.
006930     EXIT.
006940
006950*===============================================================*
006960*  5810-TEST-ATTENDEE                                           *
006970*===============================================================*
006980 5810-TEST-ATTENDEE.
006990     IF WS-AT-PERSON(WS-AT-IDX) = WS-PERSON-IN
007000         SET WS-AT-FOUND TO TRUE
007010     ELSE
007020         ADD 1 TO WS-AT-IDX
007030     END-IF.
007040 5810-EXIT.
007050     EXIT.
007060
007070*===============================================================*
007080*  6000-WRITE-ENTRY - APPEND THE ROW BUILT IN KITY-RECORD,      *
007090*  STAMPED WITH TODAY'S DATE. THE FIRST ENTRY EVER CREATES THE  *
007100*  LEDGER.                                                      *
007110*===============================================================*
007120 6000-WRITE-ENTRY.
007130     SET WS-ENTRY-OK TO TRUE
007140     MOVE WS-TODAY-DATE TO KITY-ENTERED
007150     OPEN EXTEND KITY-FILE
007160     IF WS-KITY-STATUS = "35"
007170         OPEN OUTPUT KITY-FILE
007180     END-IF
007190     IF WS-KITY-STATUS NOT = "00"
007200         DISPLAY "UNABLE TO OPEN MVNTKITY - NOTHING ENTERED. "
007210             "STATUS=" WS-KITY-STATUS
007220         SET WS-ENTRY-BAD TO TRUE
007230         GO TO 6000-EXIT
007240     END-IF
007250
007260     WRITE KITY-RECORD
007270     IF WS-KITY-STATUS NOT = "00"
007280         DISPLAY "UNABLE TO WRITE MVNTKITY - NOTHING ENTERED. "
007290             "STATUS=" WS-KITY-STATUS
007300         SET WS-ENTRY-BAD TO TRUE
007310     END-IF
007320     CLOSE KITY-FILE.
007330 6000-EXIT.
007340     EXIT.
007350
007360 END PROGRAM MOVIENIGHTKITTY.
