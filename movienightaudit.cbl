000060 DATE-COMPILED.
000070*WALKS EVERY MVNTHIST RECORD AND FLAGS THE ONES THE SUMMARY
000080*REPORT WOULD OTHERWISE TALLY BLINDLY: IMPOSSIBLE DATES, DATES
000090*THAT DO NOT FALL ON THEIR SERIES' MOVIE-NIGHT DAY, PARTY OR
000100*REASON CODES OUTSIDE THE KNOWN LISTS, DUPLICATE NIGHTS, AND
000110*FLAG/PARTY/REASON CONTRADICTIONS. SUSPECT ROWS GO TO THE
000120*MVNTSUSP HOLDING FILE SO THEY CAN BE FIXED AND RELOADED;
000130*AN EXCEPTION REPORT WITH RECORD NUMBERS GOES TO THE CONSOLE.
000380*                    FROM THE DAY-OF-WEEK CHECK (IT IS OFF-DAY
000390*                    BY DEFINITION) BUT MUST CARRY NO CANCEL
000400*                    DATA.
000401*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000402*                    HIST-KEY (DATE PLUS SERIES). THE DAY-OF-WEEK
000403*                    CHECK USES EACH ROW'S OWN SERIES' DAY FROM
000404*                    MVNTCTL (A SERIES NOT ON MVNTCTL IS FLAGGED)
000405*                    AND THE DUPLICATE CHECK IS ON SERIES PLUS
000406*                    DATE - TWO SERIES MAY MEET ON ONE DATE.
000410*-----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000460     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS HIST-KEY
000500         FILE STATUS IS WS-HIST-STATUS.
000510
000520     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000750     COPY MVNTHIST.
000760
000770*===============================================================*
000780*  CTL-FILE - READ ONLY FOR EACH SERIES' MOVIE-NIGHT DAY SO     *
000790*  THE DAY-OF-WEEK CHECK AGREES WITH THE MAIN PROGRAM.           *
000800*===============================================================*
000810 FD  CTL-FILE.
000830     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000840     05  CTL-RUN-MODE                PIC X(01).
000850     05  CTL-ZORCH-STREAK            PIC 9(03).
000851     05  CTL-SERIES                  PIC X(04).
000860     05  FILLER                      PIC X(15).
000870
000880*===============================================================*
000890*  SUSP-FILE - HOLDING FILE OF THE SUSPECT ROWS, WRITTEN IN THE  *
000900*  SAME LAYOUT AS MVNTHIST SO A FIXED ROW CAN GO STRAIGHT BACK.  *
000910*===============================================================*
000920 FD  SUSP-FILE.
000930 01  SUSP-RECORD                     PIC X(54).
000940
000950 FD  PART-FILE.
000960     COPY MVNTPART.
001790 01  WS-LEAP-REMAINDER               PIC 9(04) VALUE ZERO.
001800 01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
001810 01  WS-DATE-DOW                     PIC 9(01) VALUE ZERO.
001811
001812*===============================================================*
001813*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
001814*  EACH ROW IS CHECKED AGAINST ITS OWN SERIES' DAY; A BLANK     *
001815*  SERIES ON A ROW IS THE DEFAULT.                              *
001816*===============================================================*
001817 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001818 01  WS-AUDIT-SERIES                 PIC X(04) VALUE SPACES.
001819 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001820 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001821
001822 01  WS-CTL-TABLE.
001823     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001824         10  WS-CTL-T-DAY                PIC 9(01).
001825         10  WS-CTL-T-RUN-MODE           PIC X(01).
001826         10  WS-CTL-T-STREAK             PIC 9(03).
001827         10  WS-CTL-T-SERIES             PIC X(04).
001828         10  FILLER                      PIC X(15).
001829
001830 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001831     88  WS-CTL-EOF                       VALUE "Y".
001832     88  WS-CTL-NOT-EOF                   VALUE "N".
001833
001834 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
001835     88  WS-SERIES-FOUND                  VALUE "Y".
001836     88  WS-SERIES-NOT-FOUND              VALUE "N".
001837
001838*===============================================================*
001840*  DUPLICATE-NIGHT TABLE - EVERY SERIES AND DATE SEEN SO FAR,   *
001850*  SEARCHED THE SAME LINEAR WAY THE SUMMARY REPORT SEARCHES ITS *
001851*  MONTH TABLE.                                                 *
001860*===============================================================*
001870 01  WS-SEEN-COUNT                   PIC 9(04) VALUE ZERO.
001880 01  WS-SEEN-IDX                     PIC 9(04) VALUE ZERO.
001910     05  WS-SEEN-ENTRY OCCURS 1 TO 2000 TIMES
001920             DEPENDING ON WS-SEEN-COUNT.
001930         10  WS-SEEN-DATE                PIC 9(08).
001931         10  WS-SEEN-SERIES              PIC X(04).
001940
001950 01  WS-SEEN-WARNED-SW               PIC X(01) VALUE "N".
001960     88  WS-SEEN-WARNED                   VALUE "Y".
002430     STOP RUN.
002440
002450*===============================================================*
002460*  1000-INITIALIZE - OPEN THE HISTORY AND THE HOLDING FILE.      *
002480*===============================================================*
002490 1000-INITIALIZE.
002520     OPEN INPUT HIST-FILE
002530     IF WS-HIST-STATUS NOT = "00"
002540         DISPLAY "NO HISTORY FILE MVNTHIST FOUND."
002750     EXIT.
002760
002770*===============================================================*
002780*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
002790*  DAY; THE DEFAULT SERIES ON SATURDAY STANDS AS THE ONLY       *
002791*  SERIES IF THE FILE IS MISSING OR EMPTY.                      *
002800*===============================================================*
002810 2000-READ-CONTROL.
002811     SET WS-CTL-NOT-EOF TO TRUE
002820     OPEN INPUT CTL-FILE
002830     IF WS-CTL-STATUS = "00"
002831         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
002832             UNTIL WS-CTL-EOF
002850         CLOSE CTL-FILE
002860     END-IF
002861     IF WS-CTL-COUNT = ZERO
002862         MOVE SPACES TO CTL-RECORD
002863         MOVE 6 TO CTL-MOVIENIGHT-DAY
002864         MOVE "I" TO CTL-RUN-MODE
002865         MOVE ZERO TO CTL-ZORCH-STREAK
002866         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002867     END-IF.
002870 2000-EXIT.
002880     EXIT.
002881
002882*===============================================================*
002883*  2010-LOAD-ONE-CTL                                            *
002884*===============================================================*
002885 2010-LOAD-ONE-CTL.
002886     READ CTL-FILE
002887         AT END
002888             SET WS-CTL-EOF TO TRUE
002889         NOT AT END
002890             IF WS-CTL-COUNT < 20
002891                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002892             ELSE
002893                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
002894                     "20 IGNORED."
002895                 SET WS-CTL-EOF TO TRUE
002896             END-IF
002897     END-READ.
002898 2010-EXIT.
002899     EXIT.
002900
002901*===============================================================*
002902*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
002903*  SERIES IS THE DEFAULT).                                      *
002904*===============================================================*
002905 2020-ADD-SERIES.
002906     IF CTL-SERIES = SPACES
002907         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
002908     END-IF
002909     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
002910     ADD 1 TO WS-CTL-COUNT
002911     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
002912 2020-EXIT.
002913     EXIT.
002914
002915*===============================================================*
002916*  2100-LOAD-PARTY-MASTER - PULL THE CODE LIST OFF MVNTPART;    *
002920*  THE HISTORICAL BUILT-IN LIST SEEDS THE CHECK WHEN THE        *
002930*  MASTER DOES NOT EXIST YET.                                   *
002940*===============================================================*
004180*===============================================================*
004190 4000-AUDIT-RECORD.
004200     SET WS-RECORD-CLEAN TO TRUE
004201     MOVE HIST-SERIES TO WS-AUDIT-SERIES
004202     IF WS-AUDIT-SERIES = SPACES
004203         MOVE WS-DEFAULT-SERIES TO WS-AUDIT-SERIES
004204     END-IF
004210     PERFORM 4100-CHECK-DATE THRU 4100-EXIT
004220     PERFORM 4200-CHECK-ANSWER-CODES THRU 4200-EXIT
004230     PERFORM 4300-CHECK-DUPLICATE THRU 4300-EXIT
004350*===============================================================*
004360*  4100-CHECK-DATE - FLAG NON-NUMERIC AND IMPOSSIBLE CALENDAR    *
004370*  DATES, THEN (ONLY FOR A VALID DATE) FLAG DATES THAT DO NOT    *
004380*  FALL ON THE ROW'S SERIES' MOVIE-NIGHT DAY.                    *
004390*===============================================================*
004400 4100-CHECK-DATE.
004410     SET WS-DATE-INVALID TO TRUE
005160
005170*===============================================================*
005180*  4120-CHECK-MOVIENIGHT-DOW - A HISTORY ROW ON A DAY THAT IS    *
005190*  NOT ITS SERIES' MOVIE-NIGHT DAY IS ALMOST CERTAINLY A         *
005200*  FAT-FINGERED DATE - EXCEPT A MAKEUP ("MKP") ROW, WHICH IS     *
005210*  OFF-DAY BY DEFINITION. DAY-OF-WEEK IS 1=MONDAY THROUGH        *
005220*  7=SUNDAY, THE SAME CONVENTION AS THE MAIN PROGRAM.            *
005230*===============================================================*
005240 4120-CHECK-MOVIENIGHT-DOW.
005241     SET WS-SERIES-NOT-FOUND TO TRUE
005242     MOVE 1 TO WS-CTL-IDX
005243     PERFORM 4121-TEST-SERIES THRU 4121-EXIT
005244         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT
005245     IF WS-SERIES-NOT-FOUND
005246         MOVE "SERIES NOT ON MVNTCTL" TO WS-EXCEPTION-TEXT
005247         PERFORM 4900-FLAG-EXCEPTION THRU 4900-EXIT
005248         GO TO 4120-EXIT
005249     END-IF
005250
005251     IF HIST-ISMOVIENIGHT = "MKP"
005260         GO TO 4120-EXIT
005270     END-IF
005280
005310     COMPUTE WS-DATE-DOW =
005320         FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
005330
005340     IF WS-DATE-DOW NOT = WS-CTL-T-DAY(WS-CTL-IDX)
005350         MOVE "NOT ON THE MOVIE-NIGHT DAY" TO WS-EXCEPTION-TEXT
005360         PERFORM 4900-FLAG-EXCEPTION THRU 4900-EXIT
005370     END-IF.
005380 4120-EXIT.
005390     EXIT.
005391
005392*===============================================================*
005393*  4121-TEST-SERIES                                             *
005394*===============================================================*
005395 4121-TEST-SERIES.
005396     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-AUDIT-SERIES
005397         SET WS-SERIES-FOUND TO TRUE
005398     ELSE
005399         ADD 1 TO WS-CTL-IDX
005400     END-IF.
005401 4121-EXIT.
005402     EXIT.
005403
005410*===============================================================*
005420*  4200-CHECK-ANSWER-CODES - THE ANSWER FIELDS MUST HOLD ONLY    *
005430*  VALUES THE PROMPTS AND THE BATCH EDIT WOULD HAVE ACCEPTED.    *
006200     EXIT.
006210
006220*===============================================================*
006230*  4300-CHECK-DUPLICATE - EVERY SERIES AND DATE GOES IN THE     *
006240*  SEEN TABLE; SEEING ONE A SECOND TIME MEANS THE DUPLICATE-RUN  *
006250*  GUARD WAS SIDESTEPPED (HAND EDIT OR A RERUN AGAINST A         *
006251*  RESTORED FILE).                                               *
006260*===============================================================*
006270 4300-CHECK-DUPLICATE.
006280     MOVE 1 TO WS-SEEN-IDX
006310         UNTIL WS-SEEN-FOUND OR WS-SEEN-IDX > WS-SEEN-COUNT
006320
006330     IF WS-SEEN-FOUND
006340         MOVE "DUPLICATE HIST-KEY ON FILE" TO WS-EXCEPTION-TEXT
006350         PERFORM 4900-FLAG-EXCEPTION THRU 4900-EXIT
006360     ELSE
006370         IF WS-SEEN-COUNT < 2000
006380             ADD 1 TO WS-SEEN-COUNT
006390             MOVE HIST-DATE TO WS-SEEN-DATE(WS-SEEN-COUNT)
006391             MOVE WS-AUDIT-SERIES
006392                 TO WS-SEEN-SERIES(WS-SEEN-COUNT)
006400         ELSE
006410             IF WS-SEEN-NOT-WARNED
006420                 SET WS-SEEN-WARNED TO TRUE
006430                 DISPLAY "SEEN TABLE FULL - DUPLICATE CHECK "
006440                     "INCOMPLETE PAST 2000 DISTINCT NIGHTS."
006450             END-IF
006460         END-IF
006470     END-IF.
006520*  4310-SEARCH-SEEN-DATE                                         *
006530*===============================================================*
006540 4310-SEARCH-SEEN-DATE.
006550     IF WS-SEEN-DATE(WS-SEEN-IDX) = HIST-DATE AND
006551         WS-SEEN-SERIES(WS-SEEN-IDX) = WS-AUDIT-SERIES
006560         SET WS-SEEN-FOUND TO TRUE
006570     ELSE
006580         ADD 1 TO WS-SEEN-IDX
007340     ADD 1 TO WS-EXCEPTION-COUNT
007350     MOVE WS-RECORD-NUM TO WS-RECORD-NUM-EDIT
007360     DISPLAY "RECORD" WS-RECORD-NUM-EDIT
007370         " DATE " HIST-DATE " " WS-AUDIT-SERIES ": "
007371         WS-EXCEPTION-TEXT.
007380 4900-EXIT.
007390     EXIT.
007400
