000120*A PRE-FILLED BATCH-RECORD ROW ON THE MVNTWORK WORKLIST (DAY
000130*AND DATE SET, ANSWERS LEFT BLANK) SO A CATCH-UP ONLY NEEDS
000140*THE ANSWERS FILLED IN BEFORE THE DECK GOES TO THE LOADER.
000141*EACH MOVIE-NIGHT SERIES ON MVNTCTL IS WALKED ON ITS OWN DAY,
000142*FROM ITS OWN EARLIEST NIGHT, AGAINST ITS OWN EXCEPTIONS; THE
000143*RUN COVERS ONE SERIES OR ROLLS UP EVERY ONE OF THEM.
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-08-22 DWB  ORIGINAL VERSION - GAP REPORT AND CATCH-UP
000180*                    WORKLIST GENERATOR.
000181*    2026-10-14 DWB  MORE THAN ONE MOVIE-NIGHT SERIES: EVERY
000182*                    MVNTCTL ROW IS A SERIES WITH ITS OWN DAY.
000183*                    THE SERIES COMES FROM THE PROGRAM'S CARD ON
000184*                    MVNTPARM, OR THE CONSOLE WHEN THERE IS NO
000185*                    CARD AND MORE THAN ONE SERIES ("ALL" ROLLS
000186*                    UP EVERY SERIES; BATCH RUN MODE WITH NO CARD
000187*                    DOES TOO). EXCEPTIONS AND THE HISTORY READS
000188*                    MATCH ON SERIES AND DATE, AND THE WORKLIST
000189*                    ROWS CARRY BATCH-SERIES. A SERIES NOT ON
000190*                    MVNTCTL ENDS AT RETURN CODE 8 WITH AN
000191*                    MVNTALERT ROW.
000192*    2026-10-15 DWB  MVNTCTL SERIES CODES ARE UPPER-CASED AS
000193*                    THEY ARE LOADED, TO MATCH THE SERIES ASKED
000194*                    FOR.
000195*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000280     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS HIST-KEY
000320         FILE STATUS IS WS-HIST-STATUS.
000330
000340     SELECT EXCP-FILE ASSIGN TO "MVNTEXCP"
000380     SELECT WORK-FILE ASSIGN TO "MVNTWORK"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-WORK-STATUS.
000401
000402     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000403         ORGANIZATION IS LINE SEQUENTIAL
000404         FILE STATUS IS WS-PARM-STATUS.
000405
000406     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000407         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS WS-ALERT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000431*===============================================================*
000432*  CTL-FILE - ONE ROW PER MOVIE-NIGHT SERIES, EACH WITH ITS OWN *
000433*  DAY; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN". THE    *
000434*  FIRST ROW CARRIES THE SHOP'S RUN MODE.                       *
000435*===============================================================*
000440 FD  CTL-FILE.
000450 01  CTL-RECORD.
000460     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000470     05  CTL-RUN-MODE                PIC X(01).
000480     05  CTL-ZORCH-STREAK            PIC 9(03).
000481     05  CTL-SERIES                  PIC X(04).
000490     05  FILLER                      PIC X(15).
000500
000510 FD  HIST-FILE.
000520     COPY MVNTHIST.
000610*===============================================================*
000620 FD  WORK-FILE.
000630     COPY MVNTIN.
000631
000632*===============================================================*
000633*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000634*  SEE 2100-READ-PARM-CARD.                                     *
000635*===============================================================*
000636 FD  PARM-FILE.
000637     COPY MVNTPARM.
000638
000639*===============================================================*
000640*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000641*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000642*===============================================================*
000643 FD  ALERT-FILE.
000644     COPY MVNTALRT.
000645
000650 WORKING-STORAGE SECTION.
000660 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000670 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000680 01  WS-EXCP-STATUS                  PIC X(02) VALUE "00".
000690 01  WS-WORK-STATUS                  PIC X(02) VALUE "00".
000691 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000692 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000700
000710 01  WS-HIST-OPEN-SW                 PIC X(01) VALUE "N".
000720     88  WS-HIST-IS-OPEN                  VALUE "Y".
000830 01  WS-DONE-SW                      PIC X(01) VALUE "N".
000840     88  WS-DONE                          VALUE "Y".
000850     88  WS-NOT-DONE                      VALUE "N".
000851
000852 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000853     88  WS-EOF                           VALUE "Y".
000854     88  WS-NOT-EOF                       VALUE "N".
000855
000856 01  WS-FOUND-ONE-SW                 PIC X(01) VALUE "N".
000857     88  WS-FOUND-ONE                     VALUE "Y".
000858     88  WS-NOT-FOUND-YET                 VALUE "N".
000859
000860*===============================================================*
000861*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
000862*  WS-RUN-SERIES IS THE ONE SERIES THIS RUN COVERS (BLANK ROLLS *
000863*  UP EVERY SERIES); WS-SERIES AND WS-SERIES-DAY ARE THE SERIES *
000864*  BEING WALKED.                                                *
000865*===============================================================*
000866 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000867 01  WS-RUN-SERIES                   PIC X(04) VALUE SPACES.
000868 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
000869 01  WS-SERIES                       PIC X(04) VALUE SPACES.
000870 01  WS-SERIES-DAY                   PIC 9(01) VALUE ZERO.
000871 01  WS-SERIES-LIST                  PIC X(100) VALUE SPACES.
000872 01  WS-SERIES-LIST-PTR              PIC 9(03) VALUE 1.
000873
000874 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
000875 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
000876 01  WS-FIND-IDX                     PIC 9(02) VALUE ZERO.
000877
000878 01  WS-CTL-TABLE.
000879     05  WS-CTL-ENTRY OCCURS 20 TIMES.
000880         10  WS-CTL-T-DAY                PIC 9(01).
000881         10  WS-CTL-T-RUN-MODE           PIC X(01).
000882         10  WS-CTL-T-STREAK             PIC 9(03).
000883         10  WS-CTL-T-SERIES             PIC X(04).
000884         10  FILLER                      PIC X(15).
000885
000886 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
000887     88  WS-CTL-EOF                       VALUE "Y".
000888     88  WS-CTL-NOT-EOF                   VALUE "N".
000889
000890 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
000891     88  WS-SERIES-FOUND                  VALUE "Y".
000892     88  WS-SERIES-NOT-FOUND              VALUE "N".
000893
000894*===============================================================*
000895*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000896*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD AND   *
000897*  THERE IS A CHOICE TO MAKE, AND NEVER WHEN MVNTCTL SAYS THE   *
000898*  SHOP IS RUNNING IN BATCH.                                    *
000899*===============================================================*
000900 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000901     88  WS-PARM-EOF                      VALUE "Y".
000902     88  WS-PARM-NOT-EOF                  VALUE "N".
000903
000904 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000905     88  WS-PARM-FOUND                    VALUE "Y".
000906     88  WS-PARM-NOT-FOUND                VALUE "N".
000907
000908 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000909
000910 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000911     88  WS-RUN-UNATTENDED                VALUE "B".
000912
000913*===============================================================*
000914*  RUN SEVERITY - ZERO CLEAN, 8 WHEN THE SERIES ASKED FOR IS    *
000915*  NOT ON MVNTCTL. 8 OR WORSE ALSO DROPS A ROW ON MVNTALERT.    *
000916*===============================================================*
000917 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000918 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000919 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000920 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000921
000922*===============================================================*
000923*  EXCEPTION-CALENDAR TABLE (SEE MOVIENIGHTSCHEDULE FOR THE     *
000924*  SAME LOAD) - A GAP ON A PLANNED-SKIP DATE IS EXPECTED AND    *
000925*  GETS NO WORKLIST ROW.                                        *
000926*===============================================================*
000927 01  WS-EXCP-COUNT                   PIC 9(03) VALUE ZERO.
000930 01  WS-EXCP-IDX                     PIC 9(03) VALUE ZERO.
000940
000950 01  WS-EXCP-TABLE.
000960     05  WS-EXCP-ENTRY OCCURS 100 TIMES.
000970         10  WS-EXCP-T-DATE              PIC 9(08).
000980         10  WS-EXCP-T-LABEL             PIC X(16).
000981         10  WS-EXCP-T-SERIES            PIC X(04).
000990
001000 01  WS-EXCP-FOUND-SW                PIC X(01) VALUE "N".
001010     88  WS-EXCP-FOUND                    VALUE "Y".
001180 77  WS-RECORDED-COUNT               PIC 9(05) COMP VALUE ZERO.
001190 77  WS-SKIPPED-COUNT                PIC 9(05) COMP VALUE ZERO.
001200 77  WS-MISSING-COUNT                PIC 9(05) COMP VALUE ZERO.
001201
001202*    THE SAME FOUR COUNTS FOR THE SERIES BEING WALKED.
001203 77  WS-SER-CHECKED-COUNT            PIC 9(05) COMP VALUE ZERO.
001204 77  WS-SER-RECORDED-COUNT           PIC 9(05) COMP VALUE ZERO.
001205 77  WS-SER-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
001206 77  WS-SER-MISSING-COUNT            PIC 9(05) COMP VALUE ZERO.
001207 77  WS-SERIES-WALKED                PIC 9(05) COMP VALUE ZERO.
001210
001220 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001221 01  WS-CHECKED-EDIT                 PIC ZZZZ9.
001222 01  WS-RECORDED-EDIT                PIC ZZZZ9.
001223 01  WS-SKIPPED-EDIT                 PIC ZZZZ9.
001224 01  WS-MISSING-EDIT                 PIC ZZZZ9.
001230
001240 PROCEDURE DIVISION.
001250*===============================================================*
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001300     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
001301     PERFORM 2200-SELECT-SERIES THRU 2200-EXIT
001302     IF WS-RUN-SEVERITY < 8
001310         PERFORM 2500-LOAD-EXCEPTIONS THRU 2500-EXIT
001311         PERFORM 2900-OPEN-HISTORY THRU 2900-EXIT
001312     END-IF
001313     IF WS-HIST-IS-OPEN
001340         PERFORM 3500-OPEN-WORKLIST THRU 3500-EXIT
001341         MOVE 1 TO WS-CTL-IDX
001342         PERFORM 3600-WALK-ONE-SERIES THRU 3600-EXIT
001343             UNTIL WS-CTL-IDX > WS-CTL-COUNT
001380         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001381     END-IF
001390     PERFORM 9999-TERMINATE THRU 9999-EXIT
001400     STOP RUN.
001410
001510     EXIT.
001520
001530*===============================================================*
001540*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
001550*  DAY; THE 1000-INITIALIZE DEFAULT STANDS AS THE ONLY SERIES   *
001551*  IF THE FILE IS MISSING OR EMPTY. THE SHOP'S RUN MODE IS ON   *
001552*  THE FIRST ROW.                                               *
001560*===============================================================*
001570 2000-READ-CONTROL.
001571     SET WS-CTL-NOT-EOF TO TRUE
001580     OPEN INPUT CTL-FILE
001590     IF WS-CTL-STATUS = "00"
001591         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
001592             UNTIL WS-CTL-EOF
001610         CLOSE CTL-FILE
001620     END-IF
001621     IF WS-CTL-COUNT = ZERO
001622         MOVE SPACES TO CTL-RECORD
001623         MOVE 6 TO CTL-MOVIENIGHT-DAY
001624         MOVE "I" TO CTL-RUN-MODE
001625         MOVE ZERO TO CTL-ZORCH-STREAK
001626         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001627     END-IF
001628     MOVE WS-CTL-T-RUN-MODE(1) TO WS-RUN-MODE.
001630 2000-EXIT.
001640     EXIT.
001641
001642*===============================================================*
001643*  2010-LOAD-ONE-CTL                                            *
001644*===============================================================*
001645 2010-LOAD-ONE-CTL.
001646     READ CTL-FILE
001647         AT END
001648             SET WS-CTL-EOF TO TRUE
001649         NOT AT END
001650             IF WS-CTL-COUNT < 20
001651                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001652             ELSE
001653                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
001654                     "20 IGNORED."
001655                 SET WS-CTL-EOF TO TRUE
001656             END-IF
001657     END-READ.
001658 2010-EXIT.
001659     EXIT.
001660
001661*===============================================================*
001662*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
001663*  SERIES IS THE DEFAULT) AND ADD ITS CODE TO THE LIST SHOWN    *
001664*  AT THE SERIES PROMPT.                                        *
001665*===============================================================*
001666 2020-ADD-SERIES.
001667     IF CTL-SERIES = SPACES
001668         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
001669     END-IF
001670     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
001671     ADD 1 TO WS-CTL-COUNT
001672     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT)
001673     IF WS-CTL-COUNT > 1
001674         STRING "/" DELIMITED BY SIZE
001675             INTO WS-SERIES-LIST
001676             WITH POINTER WS-SERIES-LIST-PTR
001677     END-IF
001678     STRING CTL-SERIES DELIMITED BY SPACE
001679         INTO WS-SERIES-LIST
001680         WITH POINTER WS-SERIES-LIST-PTR.
001681 2020-EXIT.
001682     EXIT.
001683
001684*===============================================================*
001685*  2100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001686*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001687*  NO CARD.                                                     *
001688*===============================================================*
001689 2100-READ-PARM-CARD.
001690     SET WS-PARM-NOT-FOUND TO TRUE
001691     SET WS-PARM-NOT-EOF TO TRUE
001692     OPEN INPUT PARM-FILE
001693     IF WS-PARM-STATUS = "00"
001694         PERFORM 2110-TEST-PARM-CARD THRU 2110-EXIT
001695             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001696         CLOSE PARM-FILE
001697     END-IF.
001698 2100-EXIT.
001699     EXIT.
001700
001701*===============================================================*
001702*  2110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS.  *
001703*===============================================================*
001704 2110-TEST-PARM-CARD.
001705     READ PARM-FILE
001706         AT END
001707             SET WS-PARM-EOF TO TRUE
001708         NOT AT END
001709             IF PARM-PROGRAM = "MOVIENIGHTGAPS"
001710                 SET WS-PARM-FOUND TO TRUE
001711                 MOVE PARM-SERIES TO WS-SERIES-IN
001712             END-IF
001713     END-READ.
001714 2110-EXIT.
001715     EXIT.
001716
001717*===============================================================*
001718*  2200-SELECT-SERIES - THE MVNTPARM CARD FIRST. WITH NO CARD A *
001719*  BATCH RUN, OR A SHOP WITH ONLY ONE SERIES, COVERS EVERY      *
001720*  SERIES; OTHERWISE THE CONSOLE IS ASKED, AND ASKED AGAIN FOR  *
001721*  A SERIES THAT IS NOT ON MVNTCTL. A CARD NAMING A SERIES THAT *
001722*  IS NOT ON MVNTCTL IS A MISTAKE AND ENDS THE RUN.             *
001723*===============================================================*
001724 2200-SELECT-SERIES.
001725     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
001726     IF WS-PARM-FOUND
001727         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001728     ELSE
001729         MOVE "DEFAULT" TO WS-PARM-SOURCE
001730         MOVE SPACES TO WS-SERIES-IN
001731         IF NOT WS-RUN-UNATTENDED AND WS-CTL-COUNT > 1
001732             MOVE "CONSOLE" TO WS-PARM-SOURCE
001733             PERFORM 2210-ASK-SERIES THRU 2210-EXIT
001734                 UNTIL WS-SERIES-FOUND
001735         END-IF
001736     END-IF
001737
001738     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001739     IF WS-RUN-SERIES = "ALL"
001740         MOVE SPACES TO WS-RUN-SERIES
001741     END-IF
001742     IF WS-RUN-SERIES NOT = SPACES
001743         PERFORM 2220-FIND-SERIES THRU 2220-EXIT
001744         IF WS-SERIES-NOT-FOUND
001745             DISPLAY "MVNTPARM SERIES '" WS-RUN-SERIES
001746                 "' IS NOT ON MVNTCTL - NO REPORT PRODUCED."
001747             MOVE 8 TO WS-RUN-SEVERITY
001748             MOVE "BAD MVNTPARM GAPS SERIES - NO REPORT"
001749                 TO WS-ALERT-TEXT
001750             GO TO 2200-EXIT
001751         END-IF
001752         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001753             "): SERIES=" WS-RUN-SERIES
001754     ELSE
001755         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001756             "): SERIES=ALL"
001757     END-IF.
001758 2200-EXIT.
001759     EXIT.
001760
001761*===============================================================*
001762*  2210-ASK-SERIES - ENTER OR "ALL" COVERS EVERY SERIES.        *
001763*===============================================================*
001764 2210-ASK-SERIES.
001765     DISPLAY "WHICH SERIES? (" FUNCTION TRIM(WS-SERIES-LIST)
001766         ", ENTER FOR ALL)"
001767     MOVE SPACES TO WS-SERIES-IN
001768     ACCEPT WS-SERIES-IN
001769     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001770     IF WS-RUN-SERIES = SPACES OR WS-RUN-SERIES = "ALL"
001771         SET WS-SERIES-FOUND TO TRUE
001772         GO TO 2210-EXIT
001773     END-IF
001774     PERFORM 2220-FIND-SERIES THRU 2220-EXIT
001775     IF WS-SERIES-NOT-FOUND
001776         DISPLAY "SERIES " WS-RUN-SERIES " IS NOT ON MVNTCTL."
001777     END-IF.
001778 2210-EXIT.
001779     EXIT.
001780
001781*===============================================================*
001782*  2220-FIND-SERIES - LOOK WS-RUN-SERIES UP ON THE SERIES TABLE.*
001783*===============================================================*
001784 2220-FIND-SERIES.
001785     SET WS-SERIES-NOT-FOUND TO TRUE
001786     MOVE 1 TO WS-FIND-IDX
001787     PERFORM 2221-TEST-SERIES THRU 2221-EXIT
001788         UNTIL WS-SERIES-FOUND OR WS-FIND-IDX > WS-CTL-COUNT.
001789 2220-EXIT.
001790     EXIT.
001791
001792*===============================================================*
001793*  2221-TEST-SERIES                                             *
001794*===============================================================*
001795 2221-TEST-SERIES.
001796     IF WS-CTL-T-SERIES(WS-FIND-IDX) = WS-RUN-SERIES
001797         SET WS-SERIES-FOUND TO TRUE
001798     ELSE
001799         ADD 1 TO WS-FIND-IDX
001800     END-IF.
001801 2221-EXIT.
001802     EXIT.
001803
001804*===============================================================*
001805*  2500-LOAD-EXCEPTIONS - A SHOP WITH NO EXCEPTION FILE JUST    *
001806*  GETS EVERY HOLE REPORTED AS MISSING.                         *
001807*===============================================================*
001808 2500-LOAD-EXCEPTIONS.
001809     OPEN INPUT EXCP-FILE
001810     IF WS-EXCP-STATUS = "00"
001811         PERFORM 2510-LOAD-ONE-EXCEPTION THRU 2510-EXIT
001812             UNTIL WS-EXCP-EOF
001813         CLOSE EXCP-FILE
001814     END-IF.
001815 2500-EXIT.
001816     EXIT.
001817
001818*===============================================================*
001819*  2510-LOAD-ONE-EXCEPTION                                      *
001820*===============================================================*
001830 2510-LOAD-ONE-EXCEPTION.
001840     READ EXCP-FILE
001910                     WS-EXCP-T-DATE(WS-EXCP-COUNT)
001920                 MOVE EXCP-LABEL TO
001930                     WS-EXCP-T-LABEL(WS-EXCP-COUNT)
001931                 IF EXCP-SERIES = SPACES
001932                     MOVE WS-DEFAULT-SERIES TO EXCP-SERIES
001933                 END-IF
001934                 MOVE FUNCTION UPPER-CASE(EXCP-SERIES) TO
001935                     WS-EXCP-T-SERIES(WS-EXCP-COUNT)
001940             ELSE
001950                 DISPLAY "EXCEPTION TABLE FULL - DATES PAST "
001960                     "100 IGNORED."
002000 2510-EXIT.
002010     EXIT.
002020
002021*===============================================================*
002022*  2900-OPEN-HISTORY                                            *
002023*===============================================================*
002024 2900-OPEN-HISTORY.
002090     OPEN INPUT HIST-FILE
002100     IF WS-HIST-STATUS NOT = "00"
002110         DISPLAY "NO HISTORY FILE MVNTHIST FOUND - NOTHING "
002120             "TO CHECK."
002121         GO TO 2900-EXIT
002150     END-IF
002160     SET WS-HIST-IS-OPEN TO TRUE
002161     DISPLAY "MISSED MOVIE-NIGHT REPORT THROUGH " WS-TODAY-DATE.
002162 2900-EXIT.
002163     EXIT.
002164
002165*===============================================================*
002166*  3000-FIND-EARLIEST - THE SERIES' LOWEST HIST-DATE ON FILE IS *
002167*  ITS FIRST ROW ON A KEYED-SEQUENTIAL PASS FROM THE TOP (THE   *
002168*  KEY IS DATE THEN SERIES). FROM IT THE FIRST CANDIDATE        *
002169*  MOVIE-NIGHT DATE IS COMPUTED ON THE SERIES' OWN DAY.         *
002170*===============================================================*
002171 3000-FIND-EARLIEST.
002172     MOVE LOW-VALUES TO HIST-KEY
002173     START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
002174         INVALID KEY
002175             SET WS-EOF TO TRUE
002176         NOT INVALID KEY
002177             SET WS-NOT-EOF TO TRUE
002178     END-START
002179     PERFORM 3010-READ-FOR-SERIES THRU 3010-EXIT
002180         UNTIL WS-EOF
002181     IF WS-NOT-FOUND-YET
002200         DISPLAY "SERIES " WS-SERIES " HAS NO HISTORY ON FILE - "
002201             "NOTHING TO CHECK."
002210         SET WS-DONE TO TRUE
002220         GO TO 3000-EXIT
002221     END-IF
002240
002250     MOVE HIST-DATE TO WS-FIRST-DATE
002260     COMPUTE WS-FIRST-INTEGER =
002280     COMPUTE WS-FIRST-DOW =
002290         FUNCTION MOD(WS-FIRST-INTEGER - 1, 7) + 1
002300     COMPUTE WS-DAYS-AHEAD =
002310         FUNCTION MOD(WS-SERIES-DAY - WS-FIRST-DOW + 7, 7)
002320     COMPUTE WS-CAND-INTEGER = WS-FIRST-INTEGER + WS-DAYS-AHEAD
002330
002331     DISPLAY "-------------------------------------"
002332     DISPLAY "SERIES " WS-SERIES " (DAY " WS-SERIES-DAY ") FROM "
002333         WS-FIRST-DATE " THROUGH " WS-TODAY-DATE
002360     DISPLAY "-------------------------------------".
002370 3000-EXIT.
002380     EXIT.
002381
002382*===============================================================*
002383*  3010-READ-FOR-SERIES - NEXT ROW UNTIL ONE FOR THIS SERIES    *
002384*  (A BLANK HIST-SERIES IS THE DEFAULT SERIES).                 *
002385*===============================================================*
002386 3010-READ-FOR-SERIES.
002387     READ HIST-FILE NEXT
002388         AT END
002389             SET WS-EOF TO TRUE
002390         NOT AT END
002391             IF HIST-SERIES = SPACES
002392                 MOVE WS-DEFAULT-SERIES TO HIST-SERIES
002393             END-IF
002394             IF HIST-SERIES = WS-SERIES
002395                 SET WS-FOUND-ONE TO TRUE
002396                 SET WS-EOF TO TRUE
002397             END-IF
002398     END-READ.
002399 3010-EXIT.
002400     EXIT.
002401
002402*===============================================================*
002410*  3500-OPEN-WORKLIST - REWRITTEN FRESH EACH RUN; THE WORKLIST  *
002420*  IS A GENERATED ARTIFACT, NOT A STANDING LOG.                 *
002430*===============================================================*
002510     END-IF.
002520 3500-EXIT.
002530     EXIT.
002531
002532*===============================================================*
002533*  3600-WALK-ONE-SERIES - EVERY SERIES ON THE TABLE, OR ONLY    *
002534*  THE ONE THE RUN IS FOR: ITS OWN DAY, ITS OWN EARLIEST NIGHT, *
002535*  AND A LINE OF ITS OWN COUNTS AT THE END OF ITS WALK.         *
002536*===============================================================*
002537 3600-WALK-ONE-SERIES.
002538     IF WS-RUN-SERIES NOT = SPACES AND
002539         WS-CTL-T-SERIES(WS-CTL-IDX) NOT = WS-RUN-SERIES
002540         GO TO 3600-NEXT
002541     END-IF
002542     MOVE WS-CTL-T-SERIES(WS-CTL-IDX) TO WS-SERIES
002543     MOVE WS-CTL-T-DAY(WS-CTL-IDX) TO WS-SERIES-DAY
002544     MOVE ZERO TO WS-SER-CHECKED-COUNT
002545     MOVE ZERO TO WS-SER-RECORDED-COUNT
002546     MOVE ZERO TO WS-SER-SKIPPED-COUNT
002547     MOVE ZERO TO WS-SER-MISSING-COUNT
002548     ADD 1 TO WS-SERIES-WALKED
002549     SET WS-NOT-DONE TO TRUE
002550     SET WS-NOT-FOUND-YET TO TRUE
002551
002552     PERFORM 3000-FIND-EARLIEST THRU 3000-EXIT
002553     IF WS-DONE
002554         GO TO 3600-NEXT
002555     END-IF
002556     PERFORM 4000-CHECK-ONE-DATE THRU 4000-EXIT
002557         UNTIL WS-DONE
002558
002559     MOVE WS-SER-CHECKED-COUNT TO WS-CHECKED-EDIT
002560     MOVE WS-SER-RECORDED-COUNT TO WS-RECORDED-EDIT
002561     MOVE WS-SER-SKIPPED-COUNT TO WS-SKIPPED-EDIT
002562     MOVE WS-SER-MISSING-COUNT TO WS-MISSING-EDIT
002563     DISPLAY "SERIES " WS-SERIES ": CHECKED " WS-CHECKED-EDIT
002564         "  RECORDED " WS-RECORDED-EDIT
002565         "  SKIPS " WS-SKIPPED-EDIT
002566         "  MISSING " WS-MISSING-EDIT.
002567 3600-NEXT.
002568     ADD 1 TO WS-CTL-IDX.
002569 3600-EXIT.
002570     EXIT.
002571
002572*===============================================================*
002573*  4000-CHECK-ONE-DATE - ONE KEYED READ PER CANDIDATE DATE,     *
002574*  THEN STEP A WEEK. CANDIDATES PAST TODAY END THE WALK.        *
002580*===============================================================*
002590 4000-CHECK-ONE-DATE.
002600     IF WS-CAND-INTEGER > WS-TODAY-INTEGER
002650     COMPUTE WS-CAND-DATE =
002660         FUNCTION DATE-OF-INTEGER(WS-CAND-INTEGER)
002670     ADD 1 TO WS-CHECKED-COUNT
002671     ADD 1 TO WS-SER-CHECKED-COUNT
002680
002690     MOVE WS-CAND-DATE TO HIST-DATE
002691     MOVE WS-SERIES TO HIST-SERIES
002700     READ HIST-FILE
002710         INVALID KEY
002720             PERFORM 4100-REPORT-HOLE THRU 4100-EXIT
002730         NOT INVALID KEY
002740             ADD 1 TO WS-RECORDED-COUNT
002741             ADD 1 TO WS-SER-RECORDED-COUNT
002750     END-READ
002760
002770     ADD 7 TO WS-CAND-INTEGER.
002880
002890     IF WS-EXCP-FOUND
002900         ADD 1 TO WS-SKIPPED-COUNT
002901         ADD 1 TO WS-SER-SKIPPED-COUNT
002910         DISPLAY WS-CAND-DATE "  PLANNED SKIP - "
002920             FUNCTION TRIM(WS-EXCP-T-LABEL(WS-EXCP-IDX))
002930             " (NOT STAGED)"
002940     ELSE
002950         ADD 1 TO WS-MISSING-COUNT
002951         ADD 1 TO WS-SER-MISSING-COUNT
002960         DISPLAY WS-CAND-DATE "  MISSING - STAGED FOR CATCH-UP"
002970         PERFORM 4200-WRITE-WORKLIST-ROW THRU 4200-EXIT
002980     END-IF.
003140*  4120-TEST-EXCEPTION                                          *
003150*===============================================================*
003160 4120-TEST-EXCEPTION.
003170     IF WS-EXCP-T-DATE(WS-EXCP-IDX) = WS-CAND-DATE AND
003171         WS-EXCP-T-SERIES(WS-EXCP-IDX) = WS-SERIES
003180         SET WS-EXCP-FOUND TO TRUE
003190     ELSE
003200         ADD 1 TO WS-EXCP-IDX
003300 4200-WRITE-WORKLIST-ROW.
003310     IF WS-WORK-IS-OPEN
003320         MOVE SPACES TO BATCH-RECORD
003330         MOVE WS-SERIES-DAY TO BATCH-DAY
003340         MOVE WS-CAND-DATE TO BATCH-DATE
003341         MOVE WS-SERIES TO BATCH-SERIES
003350         WRITE BATCH-RECORD
003360         IF WS-WORK-STATUS NOT = "00"
003370             DISPLAY "UNABLE TO WRITE MVNTWORK. STATUS="
003460*===============================================================*
003470 5000-PRINT-TOTALS.
003480     DISPLAY "-------------------------------------"
003481     IF WS-SERIES-WALKED > 1
003482         DISPLAY "ALL SERIES"
003483     END-IF
003490     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT
003500     DISPLAY "DATES CHECKED: " WS-COUNT-EDIT
003510     MOVE WS-RECORDED-COUNT TO WS-COUNT-EDIT
003610 5000-EXIT.
003620     EXIT.
003630
003631*===============================================================*
003632*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
003633*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
003634*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
003635*===============================================================*
003636 9900-WRITE-ALERT.
003637     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
003638     ACCEPT WS-ALERT-RUN-TIME FROM TIME
003639     MOVE SPACES TO ALERT-RECORD
003640     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
003641     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
003642     MOVE "MOVIENIGHTGAPS" TO ALERT-PROGRAM
003643     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
003644     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
003645
003646     OPEN EXTEND ALERT-FILE
003647     IF WS-ALERT-STATUS = "35"
003648         OPEN OUTPUT ALERT-FILE
003649     END-IF
003650
003651     IF WS-ALERT-STATUS NOT = "00"
003652         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
003653             "WRITTEN. STATUS=" WS-ALERT-STATUS
003654     ELSE
003655         WRITE ALERT-RECORD
003656         IF WS-ALERT-STATUS NOT = "00"
003657             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
003658                 "WRITTEN. STATUS=" WS-ALERT-STATUS
003659         END-IF
003660         CLOSE ALERT-FILE
003661     END-IF.
003662 9900-EXIT.
003663     EXIT.
003664
003665*===============================================================*
003666*  9999-TERMINATE                                                *
003667*===============================================================*
003670 9999-TERMINATE.
003680     IF WS-HIST-IS-OPEN
003690         CLOSE HIST-FILE
003700     END-IF
003710     IF WS-WORK-IS-OPEN
003720         CLOSE WORK-FILE
003721     END-IF
003722
003723     IF WS-RUN-SEVERITY >= 8
003724         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
003725     END-IF
003726     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
003740 9999-EXIT.
003750     EXIT.
003760
