000180*                    LISTING, AND NEVER-INVOKED DATE SECTION.
000190*    2026-09-02 DWB  "MAKEUP" COUNTED AS ITS OWN PATH NOW THAT
000200*                    THE NIGHTLY CHECK LOGS MAKEUP NIGHTS.
000201*    2026-09-23 DWB  THE WEEKLY JOB-STREAM DRIVER'S OWN ROWS (RUN
000202*                    MODE "S", PATH STREAMOK OR STREAMFAIL) ARE
000203*                    COUNTED AS PATHS OF THEIR OWN.
000204*    2026-10-14 DWB  THE NEVER-INVOKED SECTION WALKS EVERY
000205*                    MOVIE-NIGHT SERIES ON MVNTCTL ON ITS OWN DAY.
000210*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000360 FD  RLOG-FILE.
000370     COPY MVNTRLOG.
000380
000381*===============================================================*
000382*  CTL-FILE - ONE ROW PER MOVIE-NIGHT SERIES, EACH WITH ITS OWN *
000383*  DAY; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN".        *
000384*===============================================================*
000390 FD  CTL-FILE.
000400 01  CTL-RECORD.
000410     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000420     05  CTL-RUN-MODE                PIC X(01).
000430     05  CTL-ZORCH-STREAK            PIC 9(03).
000431     05  CTL-SERIES                  PIC X(04).
000440     05  FILLER                      PIC X(15).
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-RLOG-STATUS                  PIC X(02) VALUE "00".
000750
000760*===============================================================*
000770*  PATH COUNTERS - THE PATHS 9999-TERMINATE IN THE NIGHTLY      *
000771*  CHECK CAN LOG, THE JOB-STREAM DRIVER'S STREAMOK/STREAMFAIL,  *
000772*  PLUS A BUCKET FOR ANYTHING ELSE (A "STARTUP" ROW MEANS THE   *
000773*  RUN DIED BEFORE RESOLVING A PATH).                           *
000800*===============================================================*
000810 77  WS-RECORDED-COUNT               PIC 9(05) COMP VALUE ZERO.
000820 77  WS-SKIPPED-COUNT                PIC 9(05) COMP VALUE ZERO.
000840 77  WS-NOTMVNDAY-COUNT              PIC 9(05) COMP VALUE ZERO.
000850 77  WS-HISTFAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
000860 77  WS-MAKEUP-COUNT                 PIC 9(05) COMP VALUE ZERO.
000861 77  WS-STREAMOK-COUNT               PIC 9(05) COMP VALUE ZERO.
000862 77  WS-STREAMFAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
000870 77  WS-OTHER-COUNT                  PIC 9(05) COMP VALUE ZERO.
000880 77  WS-BADSTAT-COUNT                PIC 9(05) COMP VALUE ZERO.
000890 77  WS-ROWS-READ                    PIC 9(05) COMP VALUE ZERO.
001090     88  WS-SEEN-WARNED                   VALUE "Y".
001100     88  WS-SEEN-NOT-WARNED               VALUE "N".
001110
001111*===============================================================*
001112*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
001113*  EACH SERIES' DAY IS WALKED IN TURN FOR THE NEVER-INVOKED     *
001114*  SECTION.                                                     *
001115*===============================================================*
001116 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001117 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001118 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001119
001120 01  WS-CTL-TABLE.
001121     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001122         10  WS-CTL-T-DAY                PIC 9(01).
001123         10  WS-CTL-T-RUN-MODE           PIC X(01).
001124         10  WS-CTL-T-STREAK             PIC 9(03).
001125         10  WS-CTL-T-SERIES             PIC X(04).
001126         10  FILLER                      PIC X(15).
001127
001128 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001129     88  WS-CTL-EOF                       VALUE "Y".
001130     88  WS-CTL-NOT-EOF                   VALUE "N".
001131
001132*===============================================================*
001133*  CALENDAR WALK WORK AREA - DAY-OF-WEEK IS 1=MONDAY THROUGH    *
001140*  7=SUNDAY, THE SAME CONVENTION AS THE MAIN PROGRAM.           *
001150*===============================================================*
001160 01  WS-EARLIEST-DATE                PIC 9(08) VALUE 99999999.
001620     EXIT.
001630
001640*===============================================================*
001650*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
001660*  DAY; THE 1000-INITIALIZE DEFAULT STANDS AS THE ONLY SERIES   *
001661*  IF THE FILE IS MISSING OR EMPTY.                             *
001670*===============================================================*
001680 2000-READ-CONTROL.
001681     SET WS-CTL-NOT-EOF TO TRUE
001690     OPEN INPUT CTL-FILE
001700     IF WS-CTL-STATUS = "00"
001701         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
001702             UNTIL WS-CTL-EOF
001720         CLOSE CTL-FILE
001721     END-IF
001722     IF WS-CTL-COUNT = ZERO
001723         MOVE SPACES TO CTL-RECORD
001724         MOVE 6 TO CTL-MOVIENIGHT-DAY
001725         MOVE ZERO TO CTL-ZORCH-STREAK
001726         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001730     END-IF.
001740 2000-EXIT.
001750     EXIT.
001751
001752*===============================================================*
001753*  2010-LOAD-ONE-CTL                                            *
001754*===============================================================*
001755 2010-LOAD-ONE-CTL.
001756     READ CTL-FILE
001757         AT END
001758             SET WS-CTL-EOF TO TRUE
001759         NOT AT END
001760             IF WS-CTL-COUNT < 20
001761                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001762             ELSE
001763                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
001764                     "20 IGNORED."
001765                 SET WS-CTL-EOF TO TRUE
001766             END-IF
001767     END-READ.
001768 2010-EXIT.
001769     EXIT.
001770
001771*===============================================================*
001772*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
001773*  SERIES IS THE DEFAULT).                                      *
001774*===============================================================*
001775 2020-ADD-SERIES.
001776     IF CTL-SERIES = SPACES
001777         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
001778     END-IF
001779     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
001780     ADD 1 TO WS-CTL-COUNT
001781     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
001782 2020-EXIT.
001783     EXIT.
001784
001785*===============================================================*
001786*  3000-READ-RLOG                                                *
001790*===============================================================*
001800 3000-READ-RLOG.
001810     IF WS-NOT-EOF
002570             ADD 1 TO WS-HISTFAIL-COUNT
002580         WHEN "MAKEUP"
002590             ADD 1 TO WS-MAKEUP-COUNT
002591         WHEN "STREAMOK"
002592             ADD 1 TO WS-STREAMOK-COUNT
002593         WHEN "STREAMFAIL"
002594             ADD 1 TO WS-STREAMFAIL-COUNT
002600         WHEN OTHER
002610             ADD 1 TO WS-OTHER-COUNT
002620     END-EVALUATE.
003780         DISPLAY "  HISTFAIL  " WS-COUNT-EDIT
003790         MOVE WS-MAKEUP-COUNT TO WS-COUNT-EDIT
003800         DISPLAY "  MAKEUP    " WS-COUNT-EDIT
003801         MOVE WS-STREAMOK-COUNT TO WS-COUNT-EDIT
003802         DISPLAY "  STREAMOK  " WS-COUNT-EDIT
003803         MOVE WS-STREAMFAIL-COUNT TO WS-COUNT-EDIT
003804         DISPLAY "  STREAMFAIL" WS-COUNT-EDIT
003810         IF WS-OTHER-COUNT > ZERO
003820             MOVE WS-OTHER-COUNT TO WS-COUNT-EDIT
003830             DISPLAY "  OTHER     " WS-COUNT-EDIT
003940*  FROM THE EARLIEST LOGGED CHECK DATE TO TODAY AND NAME THE     *
003950*  ONES NO INVOCATION EVER RESOLVED. A HOLE HERE MEANS THE       *
003960*  CHECK NEVER STARTED - SCHEDULER TROUBLE, NOT DATA TROUBLE.    *
003961*  EVERY SERIES IS WALKED ON ITS OWN DAY.                        *
003970*===============================================================*
003980 7000-PRINT-MISSING-DATES.
003990     IF WS-SEEN-COUNT = ZERO
004070         FUNCTION INTEGER-OF-DATE(WS-EARLIEST-DATE)
004080     COMPUTE WS-FIRST-DOW =
004090         FUNCTION MOD(WS-FIRST-INTEGER - 1, 7) + 1
004130     COMPUTE WS-TODAY-INTEGER =
004140         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
004150
004151     MOVE 1 TO WS-CTL-IDX
004152     PERFORM 7050-WALK-ONE-SERIES THRU 7050-EXIT
004153         UNTIL WS-CTL-IDX > WS-CTL-COUNT
004180
004190     IF WS-MISSING-COUNT = ZERO
004200         DISPLAY "  (NONE - EVERY MOVIE-NIGHT DATE WAS CHECKED)"
004210     END-IF.
004220 7000-EXIT.
004230     EXIT.
004231
004232*===============================================================*
004233*  7050-WALK-ONE-SERIES - EVERY DATE ON THE SERIES' DAY FROM    *
004234*  THE EARLIEST LOGGED CHECK DATE TO TODAY.                     *
004235*===============================================================*
004236 7050-WALK-ONE-SERIES.
004237     COMPUTE WS-DAYS-AHEAD = FUNCTION MOD(
004238         WS-CTL-T-DAY(WS-CTL-IDX) - WS-FIRST-DOW + 7, 7)
004239     COMPUTE WS-CAND-INTEGER = WS-FIRST-INTEGER + WS-DAYS-AHEAD
004240     PERFORM 7100-CHECK-ONE-DATE THRU 7100-EXIT
004241         UNTIL WS-CAND-INTEGER > WS-TODAY-INTEGER
004242     ADD 1 TO WS-CTL-IDX.
004243 7050-EXIT.
004244     EXIT.
004245
004250*===============================================================*
004260*  7100-CHECK-ONE-DATE                                           *
004270*===============================================================*
004360
004370     IF WS-SEEN-NOT-FOUND
004380         ADD 1 TO WS-MISSING-COUNT
004381         IF WS-CTL-COUNT > 1
004382             DISPLAY "  " WS-CAND-DATE " NEVER INVOKED (SERIES "
004383                 WS-CTL-T-SERIES(WS-CTL-IDX) ")"
004384         ELSE
004390             DISPLAY "  " WS-CAND-DATE " NEVER INVOKED"
004391         END-IF
004400     END-IF
004410
004420     ADD 7 TO WS-CAND-INTEGER.
