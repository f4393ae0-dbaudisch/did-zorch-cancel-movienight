000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTRECON".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*CROSS-FILE RECONCILIATION: MOVIENIGHTAUDIT ONLY LOOKS INSIDE
000080*MVNTHIST, BUT MOST WRONG NUMBERS COME FROM THE FILES NOT AGREEING
000090*WITH EACH OTHER. THIS JOB STAGES THE HISTORY AND CROSSES IT BY
000100*SERIES AND DATE AGAINST MVNTFILM, MVNTDETL, MVNTSCHED AND THE
000110*ZORCH STREAKS IN MVNTCTL: FILM ROWS ON NIGHTS THAT WERE NOT HELD
000120*OR NEVER RECORDED, "OTHER" NOTES WHOSE NIGHT IS NOT AN "OTHER"
000130*CANCELLATION, MAKEUP ROWS WHOSE "FOR YYYYMMDD" IS NOT A
000140*CANCELLATION ON FILE, HELD NIGHTS WITH NO FILM ROW, SCHEDULE ROWS
000150*THE HISTORY CONTRADICTS, AND A STREAK THAT NO LONGER MATCHES WHAT
000160*THE HISTORY SAYS. BREAKS PRINT GROUPED BY TYPE AND GO TO THE
000170*MVNTBRKS WORKLIST, AND A STREAK BREAK CAN BE RESYNCED IN MVNTCTL
000180*FROM THE RECOMPUTED VALUE ON THE SPOT.
000190*-----------------------------------------------------------------
000200*  MOD-HISTORY:
000210*    2026-09-16 DWB  ORIGINAL VERSION - CROSS-FILE BREAK REPORT,
000220*                    MVNTBRKS WORKLIST, AND STREAK RESYNC.
000221*    2026-10-14 DWB  HIST ROWS ARE NOW KEYED ON HIST-KEY (DATE
000222*                    PLUS SERIES). FILM, DETAIL AND SCHEDULE ROWS
000223*                    ARE CROSSED AGAINST THEIR OWN SERIES' NIGHT
000224*                    (BLANK IS THE DEFAULT SERIES), A MAKEUP
000225*                    LINKS TO A CANCELLATION IN ITS OWN SERIES,
000226*                    AND THE STREAK IS RECOMPUTED AND CHECKED PER
000227*                    MVNTCTL ROW. A RESYNC REWRITES EVERY ROW.
000228*                    BREAKS CARRY THE SERIES.
000229*    2026-10-15 DWB  RESYNC BUILDS AND CHECKS EVERY MVNTCTL ROW
000230*                    BEFORE THE FILE IS OPENED FOR OUTPUT, PUTS
000231*                    THE ROWS BACK AS READ IF A WRITE FAILS, AND
000232*                    ENDS AT RC 4 (RC 8 IF THE ROWS COULD NOT BE
000233*                    PUT BACK) WHEN THE RESYNC WAS NOT SAVED.
000234*-----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CTL-STATUS.
000310
000320     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS HIST-KEY
000360         FILE STATUS IS WS-HIST-STATUS.
000370
000380     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FILM-STATUS.
000410
000420     SELECT DETL-FILE ASSIGN TO "MVNTDETL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DETL-STATUS.
000450
000460     SELECT SCHED-FILE ASSIGN TO "MVNTSCHED"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SCHED-STATUS.
000490
000500     SELECT BRK-FILE ASSIGN TO "MVNTBRKS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BRK-STATUS.
000530
000540     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ALERT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*===============================================================*
000610*  CTL-FILE - READ FOR EACH SERIES' LIVE ZORCH STREAK, AND      *
000620*  WHOLE (THE SAME WAY 8000-UPDATE-CONTROL IN THE NIGHTLY       *
000630*  CHECK DOES IT) WHEN THE OPERATOR ACCEPTS A STREAK RESYNC.    *
000640*===============================================================*
000650 FD  CTL-FILE.
000660 01  CTL-RECORD.
000670     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000680     05  CTL-RUN-MODE                PIC X(01).
000690     05  CTL-ZORCH-STREAK            PIC 9(03).
000691     05  CTL-SERIES                  PIC X(04).
000700     05  FILLER                      PIC X(15).
000710
000720 FD  HIST-FILE.
000730     COPY MVNTHIST.
000740
000750 FD  FILM-FILE.
000760     COPY MVNTFILM.
000770
000780 FD  DETL-FILE.
000790     COPY MVNTDETL.
000800
000810 FD  SCHED-FILE.
000820     COPY MVNTSCHD.
000830
000840*===============================================================*
000850*  BRK-FILE - THE BREAK WORKLIST, REWRITTEN FRESH EACH RUN IN   *
000860*  THE SAME TYPE-GROUPED ORDER AS THE PRINTED REPORT.           *
000870*===============================================================*
000880 FD  BRK-FILE.
000890     COPY MVNTBRK.
000900
000910*===============================================================*
000920*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000930*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000940*===============================================================*
000950 FD  ALERT-FILE.
000960     COPY MVNTALRT.
000970
000980 WORKING-STORAGE SECTION.
000990*===============================================================*
001000*  FILE STATUS SWITCHES                                          *
001010*===============================================================*
001020 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
001030 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
001040 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
001050 01  WS-DETL-STATUS                  PIC X(02) VALUE "00".
001060 01  WS-SCHED-STATUS                 PIC X(02) VALUE "00".
001070 01  WS-BRK-STATUS                   PIC X(02) VALUE "00".
001080 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
001090
001100 01  WS-EOF-SW                       PIC X(01) VALUE "N".
001110     88  WS-EOF                           VALUE "Y".
001120     88  WS-NOT-EOF                       VALUE "N".
001130
001140 01  WS-CTL-FOUND-SW                 PIC X(01) VALUE "N".
001150     88  WS-CTL-FOUND                     VALUE "Y".
001160     88  WS-CTL-NOT-FOUND                 VALUE "N".
001170
001180 01  WS-HIST-LOADED-SW               PIC X(01) VALUE "N".
001190     88  WS-HIST-LOADED                   VALUE "Y".
001200     88  WS-HIST-NOT-LOADED               VALUE "N".
001210
001220 01  WS-BRK-OPEN-SW                  PIC X(01) VALUE "N".
001230     88  WS-BRK-IS-OPEN                   VALUE "Y".
001240     88  WS-BRK-NOT-OPEN                  VALUE "N".
001250
001260*===============================================================*
001270*  HISTORY TABLE - THE WHOLE OF MVNTHIST, STAGED IN KEY (DATE,  *
001280*  THEN SERIES) ORDER SO EVERY OTHER FILE CAN BE CROSSED        *
001290*  AGAINST IT BY SERIES AND DATE AND THE STREAKS CAN BE         *
001291*  RECOMPUTED IN ONE ORDERED WALK. THE FILM SWITCH IS SET WHEN  *
001300*  A FILM ROW LANDS ON THE NIGHT.                               *
001310*===============================================================*
001320 01  WS-HT-COUNT                     PIC 9(04) VALUE ZERO.
001330 01  WS-HT-IDX                       PIC 9(04) VALUE ZERO.
001340
001350 01  WS-HT-TABLE.
001360     05  WS-HT-ENTRY OCCURS 1 TO 3000 TIMES
001370             DEPENDING ON WS-HT-COUNT.
001380         10  WS-HT-DATE                  PIC 9(08).
001381         10  WS-HT-SERIES                PIC X(04).
001390         10  WS-HT-ISMOVIENIGHT          PIC X(03).
001400         10  WS-HT-CANCELLED             PIC X(03).
001410         10  WS-HT-PARTY                 PIC X(10).
001420         10  WS-HT-REASON                PIC X(10).
001430         10  WS-HT-LABEL                 PIC X(16).
001440         10  WS-HT-FILM-SW               PIC X(01).
001450
001460 01  WS-FIND-DATE                    PIC 9(08) VALUE ZERO.
001461 01  WS-FIND-SERIES                  PIC X(04) VALUE SPACES.
001470
001480 01  WS-HT-FOUND-SW                  PIC X(01) VALUE "N".
001490     88  WS-HT-FOUND                      VALUE "Y".
001500     88  WS-HT-NOT-FOUND                  VALUE "N".
001510
001520 01  WS-HELD-SW                      PIC X(01) VALUE "N".
001530     88  WS-NIGHT-HELD                    VALUE "Y".
001540     88  WS-NIGHT-NOT-HELD                VALUE "N".
001541
001542*===============================================================*
001543*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES,    *
001544*  WITH A PARALLEL STREAK TABLE FOR THE RECOMPUTE. A RESYNC     *
001545*  WRITES MVNTCTL BACK FROM THESE, SO IT IS REFUSED WHEN ROWS   *
001546*  PAST THE TABLE WERE LEFT OFF.                                *
001547*===============================================================*
001548 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001549 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001550 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001551
001552 01  WS-CTL-TABLE.
001553     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001554         10  WS-CTL-T-DAY                PIC 9(01).
001555         10  WS-CTL-T-RUN-MODE           PIC X(01).
001556         10  WS-CTL-T-STREAK             PIC 9(03).
001557         10  WS-CTL-T-SERIES             PIC X(04).
001558         10  FILLER                      PIC X(15).
001559
001560 01  WS-SK-TABLE.
001561     05  WS-SK-ENTRY OCCURS 20 TIMES.
001562         10  WS-SK-CALC                  PIC 9(03).
001563         10  WS-SK-DATE                  PIC 9(08).
001564         10  WS-SK-BREAK-SW              PIC X(01).
001565
001566*  RESYNCED MVNTCTL ROWS, BUILT IN FULL BEFORE THE FILE IS OPENED
001567 01  WS-CN-TABLE.
001568     05  WS-CN-ENTRY OCCURS 20 TIMES  PIC X(24).
001569
001570 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001571     88  WS-CTL-EOF                       VALUE "Y".
001572     88  WS-CTL-NOT-EOF                   VALUE "N".
001573
001574 01  WS-CTL-OVERFLOW-SW              PIC X(01) VALUE "N".
001575     88  WS-CTL-OVERFLOW                  VALUE "Y".
001576     88  WS-CTL-NO-OVERFLOW               VALUE "N".
001577
001578 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
001579     88  WS-SERIES-FOUND                  VALUE "Y".
001580     88  WS-SERIES-NOT-FOUND              VALUE "N".
001581
001582 01  WS-CTL-WRITE-SW                 PIC X(01) VALUE "N".
001583     88  WS-CTL-WRITE-FAILED              VALUE "Y".
001584     88  WS-CTL-WRITE-OK                  VALUE "N".
001585
001586 01  WS-CN-BUILD-SW                  PIC X(01) VALUE "N".
001587     88  WS-CN-BUILD-BAD                  VALUE "Y".
001588     88  WS-CN-BUILD-OK                   VALUE "N".
001589
001590*===============================================================*
001591*  BREAK TABLE - EVERY BREAK FOUND, IN THE ORDER FOUND. THE     *
001592*  REPORT AND THE WORKLIST ARE PRODUCED FROM IT ONE TYPE AT A   *
001593*  TIME, IN THE ORDER OF THE BREAK-TYPE LIST BELOW.             *
001600*===============================================================*
001610 01  WS-BK-COUNT                     PIC 9(04) VALUE ZERO.
001620 01  WS-BK-IDX                       PIC 9(04) VALUE ZERO.
001630
001640 01  WS-BK-TABLE.
001650     05  WS-BK-ENTRY OCCURS 1 TO 2000 TIMES
001660             DEPENDING ON WS-BK-COUNT.
001670         10  WS-BK-TYPE                  PIC X(10).
001680         10  WS-BK-DATE                  PIC 9(08).
001681         10  WS-BK-SERIES                PIC X(04).
001690         10  WS-BK-DETAIL                PIC X(50).
001700
001710 01  WS-BK-FULL-SW                   PIC X(01) VALUE "N".
001720     88  WS-BK-FULL                       VALUE "Y".
001730     88  WS-BK-NOT-FULL                   VALUE "N".
001740
001750 01  WS-NEW-TYPE                     PIC X(10) VALUE SPACES.
001760 01  WS-NEW-DATE                     PIC 9(08) VALUE ZERO.
001761 01  WS-NEW-SERIES                   PIC X(04) VALUE SPACES.
001770 01  WS-NEW-DETAIL                   PIC X(50) VALUE SPACES.
001780
001790*===============================================================*
001800*  BREAK-TYPE LIST - CODE AND REPORT HEADING FOR EACH KIND OF   *
001810*  MISMATCH, IN PRINTING ORDER.                                 *
001820*===============================================================*
001830 01  WS-TYPE-VALUES.
001840     05  FILLER                      PIC X(50) VALUE
001850         "FILMNOHISTFILM ROWS ON A DATE NOT ON MVNTHIST".
001860     05  FILLER                      PIC X(50) VALUE
001870         "FILMNOTHLDFILM ROWS ON A NIGHT THAT WAS NOT HELD".
001880     05  FILLER                      PIC X(50) VALUE
001890         "DETLNOTOTHDETL NOTES NOT ON AN OTHER CANCELLATION".
001900     05  FILLER                      PIC X(50) VALUE
001910         "MKPORPHAN MAKEUPS NOT FOR A CANCELLATION ON FILE".
001920     05  FILLER                      PIC X(50) VALUE
001930         "HELDNOFILMHELD NIGHTS WITH NO FILM ROW".
001940     05  FILLER                      PIC X(50) VALUE
001950         "SCHEDHIST SCHEDULE ROWS THE HISTORY CONTRADICTS".
001960     05  FILLER                      PIC X(50) VALUE
001970         "STREAK    ZORCH STREAK DIFFERS FROM THE HISTORY".
001980
001990 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
002000     05  WS-TYPE-ENTRY OCCURS 7 TIMES.
002010         10  WS-TYPE-CODE                PIC X(10).
002020         10  WS-TYPE-TITLE               PIC X(40).
002030
002040 01  WS-TYPE-IDX                     PIC 9(02) VALUE ZERO.
002050 77  WS-TYPE-HITS                    PIC 9(05) COMP VALUE ZERO.
002060
002070*===============================================================*
002080*  STREAK RECOMPUTE - THE SAME RULE 5000-PROCESS-ANSWERS USES:  *
002090*  A ZORCH CANCELLATION ADDS ONE, ANY OTHER CHECKED NIGHT       *
002100*  RESETS IT, AND PLANNED SKIPS AND MAKEUPS LEAVE IT ALONE.     *
002101*  EACH SERIES KEEPS ITS OWN (WS-SK-TABLE ABOVE).               *
002110*===============================================================*
002140 01  WS-CTL-STREAK-EDIT              PIC ZZ9.
002150 01  WS-CALC-STREAK-EDIT             PIC ZZ9.
002160
002170 01  WS-STREAK-BREAK-SW              PIC X(01) VALUE "N".
002180     88  WS-STREAK-BREAK                  VALUE "Y".
002190     88  WS-STREAK-AGREES                 VALUE "N".
002200
002210 01  WS-RESYNC-IN                    PIC X(03) VALUE SPACES.
002220
002230*===============================================================*
002240*  MAKEUP LINK - "FOR YYYYMMDD" OFF THE MKP ROW'S SKIP LABEL.   *
002250*===============================================================*
002260 01  WS-MKP-LABEL                    PIC X(16) VALUE SPACES.
002270 01  WS-MKP-LABEL-R REDEFINES WS-MKP-LABEL.
002280     05  WS-MKP-FOR                  PIC X(04).
002290     05  WS-MKP-ORIG-X               PIC X(08).
002300     05  FILLER                      PIC X(04).
002310 01  WS-MKP-ORIG-DATE                PIC 9(08) VALUE ZERO.
002320 01  WS-MKP-INDEX                    PIC 9(04) VALUE ZERO.
002330
002340*===============================================================*
002350*  TALLIES AND EDIT FIELDS                                       *
002360*===============================================================*
002370 77  WS-FILM-READ                    PIC 9(05) COMP VALUE ZERO.
002380 77  WS-DETL-READ                    PIC 9(05) COMP VALUE ZERO.
002390 77  WS-SCHED-READ                   PIC 9(05) COMP VALUE ZERO.
002400
002410 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
002420 01  WS-COUNT-EDIT                   PIC ZZZZ9.
002430
002440*===============================================================*
002450*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN ANY    *
002460*  BREAK WAS FOUND (OR THE RESYNC COULD NOT BE SAVED), 8 WHEN   *
002470*  THE HISTORY OR THE WORKLIST COULD NOT BE WORKED. 8+ ALSO     *
002480*  DROPS A ROW ON MVNTALERT.                                    *
002490*===============================================================*
002500 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
002510 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
002520 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
002530 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
002540
002550 PROCEDURE DIVISION.
002560*===============================================================*
002570*  0000-MAINLINE                                                 *
002580*===============================================================*
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
002620     PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
002630     IF WS-HIST-LOADED
002640         PERFORM 3000-CHECK-FILMS THRU 3000-EXIT
002650         PERFORM 3100-CHECK-DETAILS THRU 3100-EXIT
002660         PERFORM 3200-CHECK-HISTORY-ROWS THRU 3200-EXIT
002670         PERFORM 3300-CHECK-SCHEDULE THRU 3300-EXIT
002680         PERFORM 3400-CHECK-STREAK THRU 3400-EXIT
002690         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002700         IF WS-STREAK-BREAK
002710             PERFORM 6000-OFFER-RESYNC THRU 6000-EXIT
002720         END-IF
002730     END-IF
002740     PERFORM 9999-TERMINATE THRU 9999-EXIT
002750     STOP RUN.
002760
002770*===============================================================*
002780*  1000-INITIALIZE - THE WORKLIST IS A GENERATED ARTIFACT, NOT  *
002790*  A STANDING LOG, SO IT IS REWRITTEN FRESH EACH RUN.           *
002800*===============================================================*
002810 1000-INITIALIZE.
002820     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002860
002870     OPEN OUTPUT BRK-FILE
002880     IF WS-BRK-STATUS NOT = "00"
002890         DISPLAY "UNABLE TO OPEN MVNTBRKS - BREAKS WILL BE "
002900             "REPORTED BUT NOT STAGED. STATUS=" WS-BRK-STATUS
002910         MOVE 8 TO WS-RUN-SEVERITY
002920         MOVE "MVNTBRKS OPEN FAILED - NO WORKLIST"
002930             TO WS-ALERT-TEXT
002940     ELSE
002950         SET WS-BRK-IS-OPEN TO TRUE
002960     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990
003000*===============================================================*
003010*  2000-READ-CONTROL - EVERY SERIES' LIVE STREAK. WITH NO       *
003020*  CONTROL FILE THERE IS NOTHING TO RECONCILE THE STREAKS       *
003021*  AGAINST.                                                     *
003030*===============================================================*
003040 2000-READ-CONTROL.
003041     SET WS-CTL-NOT-EOF TO TRUE
003050     OPEN INPUT CTL-FILE
003060     IF WS-CTL-STATUS = "00"
003061         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
003062             UNTIL WS-CTL-EOF
003130         CLOSE CTL-FILE
003131         IF WS-CTL-COUNT = ZERO
003132             DISPLAY "MVNTCTL IS EMPTY - STREAK NOT CHECKED."
003133         ELSE
003134             SET WS-CTL-FOUND TO TRUE
003135         END-IF
003140     ELSE
003150         DISPLAY "NO CONTROL FILE MVNTCTL FOUND - STREAK NOT "
003160             "CHECKED."
003170     END-IF.
003180 2000-EXIT.
003190     EXIT.
003191
003192*===============================================================*
003193*  2010-LOAD-ONE-CTL                                            *
003194*===============================================================*
003195 2010-LOAD-ONE-CTL.
003196     READ CTL-FILE
003197         AT END
003198             SET WS-CTL-EOF TO TRUE
003199         NOT AT END
003200             IF WS-CTL-COUNT < 20
003201                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
003202             ELSE
003203                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
003204                     "20 IGNORED."
003205                 SET WS-CTL-OVERFLOW TO TRUE
003206                 SET WS-CTL-EOF TO TRUE
003207             END-IF
003208     END-READ.
003209 2010-EXIT.
003210     EXIT.
003211
003212*===============================================================*
003213*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
003214*  SERIES IS THE DEFAULT) AND CLEAR ITS RECOMPUTED STREAK.      *
003215*===============================================================*
003216 2020-ADD-SERIES.
003217     IF CTL-SERIES = SPACES
003218         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
003219     END-IF
003220     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
003221     ADD 1 TO WS-CTL-COUNT
003222     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT)
003223     MOVE ZERO TO WS-SK-CALC(WS-CTL-COUNT)
003224     MOVE ZERO TO WS-SK-DATE(WS-CTL-COUNT)
003225     MOVE "N" TO WS-SK-BREAK-SW(WS-CTL-COUNT).
003226 2020-EXIT.
003227     EXIT.
003228
003229*===============================================================*
003230*  2500-LOAD-HISTORY - STAGE MVNTHIST WHOLE. WITHOUT IT THERE   *
003231*  IS NOTHING TO CROSS THE OTHER FILES AGAINST.                 *
003240*===============================================================*
003250 2500-LOAD-HISTORY.
003260     OPEN INPUT HIST-FILE
003270     IF WS-HIST-STATUS NOT = "00"
003280         DISPLAY "UNABLE TO OPEN MVNTHIST - NOTHING RECONCILED. "
003290             "STATUS=" WS-HIST-STATUS
003300         MOVE 8 TO WS-RUN-SEVERITY
003310         MOVE "MVNTHIST OPEN FAILED - NO RECONCILIATION"
003320             TO WS-ALERT-TEXT
003330         GO TO 2500-EXIT
003340     END-IF
003350
003360     SET WS-NOT-EOF TO TRUE
003370     PERFORM 2510-LOAD-ONE-HIST THRU 2510-EXIT
003380         UNTIL WS-EOF
003390     CLOSE HIST-FILE
003400     SET WS-HIST-LOADED TO TRUE
003410
003420     DISPLAY "MOVIE-NIGHT CROSS-FILE RECONCILIATION"
003430     MOVE WS-HT-COUNT TO WS-COUNT-EDIT
003440     DISPLAY "HISTORY ROWS STAGED:" WS-COUNT-EDIT
003450     DISPLAY "-------------------------------------".
003460 2500-EXIT.
003470     EXIT.
003480
003490*===============================================================*
003500*  2510-LOAD-ONE-HIST                                            *
003510*===============================================================*
003520 2510-LOAD-ONE-HIST.
003530     READ HIST-FILE
003540         AT END
003550             SET WS-EOF TO TRUE
003560             GO TO 2510-EXIT
003570     END-READ
003580
003590     IF WS-HT-COUNT >= 3000
003600         DISPLAY "HISTORY TABLE FULL - ROWS PAST 3000 NOT "
003610             "RECONCILED."
003620         SET WS-EOF TO TRUE
003630         GO TO 2510-EXIT
003640     END-IF
003650
003660     ADD 1 TO WS-HT-COUNT
003670     MOVE HIST-DATE TO WS-HT-DATE(WS-HT-COUNT)
003671     MOVE HIST-SERIES TO WS-HT-SERIES(WS-HT-COUNT)
003672     IF HIST-SERIES = SPACES
003673         MOVE WS-DEFAULT-SERIES TO WS-HT-SERIES(WS-HT-COUNT)
003674     END-IF
003680     MOVE HIST-ISMOVIENIGHT TO WS-HT-ISMOVIENIGHT(WS-HT-COUNT)
003690     MOVE HIST-CANCELLED-FLAG TO WS-HT-CANCELLED(WS-HT-COUNT)
003700     MOVE HIST-CANCEL-PARTY TO WS-HT-PARTY(WS-HT-COUNT)
003710     MOVE HIST-CANCEL-REASON TO WS-HT-REASON(WS-HT-COUNT)
003720     MOVE HIST-SKIP-LABEL TO WS-HT-LABEL(WS-HT-COUNT)
003730     MOVE "N" TO WS-HT-FILM-SW(WS-HT-COUNT).
003740 2510-EXIT.
003750     EXIT.
003760
003770*===============================================================*
003780*  3000-CHECK-FILMS - EVERY FILM ROW MUST SIT ON A HELD NIGHT   *
003790*  THAT IS ON FILE. A MISSING FILM FILE IS NOT A BREAK - EVERY  *
003800*  HELD NIGHT THEN SHOWS UP UNDER HELDNOFILM INSTEAD.           *
003810*===============================================================*
003820 3000-CHECK-FILMS.
003830     OPEN INPUT FILM-FILE
003840     IF WS-FILM-STATUS NOT = "00"
003850         DISPLAY "NO FILM FILE MVNTFILM FOUND."
003860         GO TO 3000-EXIT
003870     END-IF
003880     SET WS-NOT-EOF TO TRUE
003890     PERFORM 3010-CHECK-ONE-FILM THRU 3010-EXIT
003900         UNTIL WS-EOF
003910     CLOSE FILM-FILE.
003920 3000-EXIT.
003930     EXIT.
003940
003950*===============================================================*
003960*  3010-CHECK-ONE-FILM                                           *
003970*===============================================================*
003980 3010-CHECK-ONE-FILM.
003990     READ FILM-FILE
004000         AT END
004010             SET WS-EOF TO TRUE
004020             GO TO 3010-EXIT
004030     END-READ
004040     ADD 1 TO WS-FILM-READ
004050
004060     MOVE FILM-DATE TO WS-FIND-DATE
004061     MOVE FILM-SERIES TO WS-FIND-SERIES
004062     IF FILM-SERIES = SPACES
004063         MOVE WS-DEFAULT-SERIES TO WS-FIND-SERIES
004064     END-IF
004065     MOVE WS-FIND-SERIES TO WS-NEW-SERIES
004070     PERFORM 3900-FIND-HIST-DATE THRU 3900-EXIT
004080
004090     IF WS-HT-NOT-FOUND
004100         MOVE "FILMNOHIST" TO WS-NEW-TYPE
004110         MOVE FILM-DATE TO WS-NEW-DATE
004120         MOVE SPACES TO WS-NEW-DETAIL
004130         STRING "TITLE " DELIMITED BY SIZE
004140             FILM-TITLE DELIMITED BY SIZE
004150             INTO WS-NEW-DETAIL
004160         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
004170         GO TO 3010-EXIT
004180     END-IF
004190
004200     PERFORM 3950-TEST-HELD THRU 3950-EXIT
004210     IF WS-NIGHT-HELD
004220         MOVE "Y" TO WS-HT-FILM-SW(WS-HT-IDX)
004230     ELSE
004240         MOVE "FILMNOTHLD" TO WS-NEW-TYPE
004250         MOVE FILM-DATE TO WS-NEW-DATE
004260         MOVE SPACES TO WS-NEW-DETAIL
004270         STRING "HIST " DELIMITED BY SIZE
004280             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SPACE
004290             "/" DELIMITED BY SIZE
004300             WS-HT-CANCELLED(WS-HT-IDX) DELIMITED BY SPACE
004310             " TITLE " DELIMITED BY SIZE
004320             FILM-TITLE DELIMITED BY SIZE
004330             INTO WS-NEW-DETAIL
004340         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
004350     END-IF.
004360 3010-EXIT.
004370     EXIT.
004380
004390*===============================================================*
004400*  3100-CHECK-DETAILS - A DETAIL NOTE ONLY BELONGS ON A NIGHT   *
004410*  THAT WAS CANCELLED FOR REASON "OTHER".                       *
004420*===============================================================*
004430 3100-CHECK-DETAILS.
004440     OPEN INPUT DETL-FILE
004450     IF WS-DETL-STATUS NOT = "00"
004460         GO TO 3100-EXIT
004470     END-IF
004480     SET WS-NOT-EOF TO TRUE
004490     PERFORM 3110-CHECK-ONE-DETAIL THRU 3110-EXIT
004500         UNTIL WS-EOF
004510     CLOSE DETL-FILE.
004520 3100-EXIT.
004530     EXIT.
004540
004550*===============================================================*
004560*  3110-CHECK-ONE-DETAIL                                         *
004570*===============================================================*
004580 3110-CHECK-ONE-DETAIL.
004590     READ DETL-FILE
004600         AT END
004610             SET WS-EOF TO TRUE
004620             GO TO 3110-EXIT
004630     END-READ
004640     ADD 1 TO WS-DETL-READ
004650
004660     MOVE DETL-DATE TO WS-FIND-DATE
004661     MOVE DETL-SERIES TO WS-FIND-SERIES
004662     IF DETL-SERIES = SPACES
004663         MOVE WS-DEFAULT-SERIES TO WS-FIND-SERIES
004664     END-IF
004665     MOVE WS-FIND-SERIES TO WS-NEW-SERIES
004670     PERFORM 3900-FIND-HIST-DATE THRU 3900-EXIT
004680
004690     IF WS-HT-FOUND
004700         IF WS-HT-CANCELLED(WS-HT-IDX) = "YES" AND
004710             WS-HT-REASON(WS-HT-IDX) = "OTHER"
004720             GO TO 3110-EXIT
004730         END-IF
004740     END-IF
004750
004760     MOVE "DETLNOTOTH" TO WS-NEW-TYPE
004770     MOVE DETL-DATE TO WS-NEW-DATE
004780     MOVE SPACES TO WS-NEW-DETAIL
004790     IF WS-HT-FOUND
004800         STRING "HIST " DELIMITED BY SIZE
004810             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SPACE
004820             "/" DELIMITED BY SIZE
004830             WS-HT-REASON(WS-HT-IDX) DELIMITED BY SPACE
004840             " NOTE " DELIMITED BY SIZE
004850             DETL-NOTE DELIMITED BY SIZE
004860             INTO WS-NEW-DETAIL
004870     ELSE
004880         STRING "NOT ON MVNTHIST - NOTE " DELIMITED BY SIZE
004890             DETL-NOTE DELIMITED BY SIZE
004900             INTO WS-NEW-DETAIL
004910     END-IF
004920     PERFORM 4000-ADD-BREAK THRU 4000-EXIT.
004930 3110-EXIT.
004940     EXIT.
004950
004960*===============================================================*
004970*  3200-CHECK-HISTORY-ROWS - ONE ORDERED WALK OF THE STAGED     *
004980*  HISTORY: HELD NIGHTS WITH NO FILM ROW, MAKEUP LINKS, AND THE *
004990*  STREAK RECOMPUTE. A SERIES' ROWS COME IN DATE ORDER WITHIN   *
004991*  THE WALK, SO EACH SERIES' STREAK BUILDS UP IN TURN; A ROW    *
004992*  WHOSE SERIES IS NOT ON MVNTCTL HAS NO STREAK TO MOVE.        *
005000*===============================================================*
005010 3200-CHECK-HISTORY-ROWS.
005030     MOVE 1 TO WS-HT-IDX
005040     PERFORM 3210-CHECK-ONE-HIST-ROW THRU 3210-EXIT
005050         UNTIL WS-HT-IDX > WS-HT-COUNT.
005060 3200-EXIT.
005070     EXIT.
005080
005090*===============================================================*
005100*  3210-CHECK-ONE-HIST-ROW                                       *
005110*===============================================================*
005120 3210-CHECK-ONE-HIST-ROW.
005130     PERFORM 3950-TEST-HELD THRU 3950-EXIT
005140     IF WS-NIGHT-HELD AND WS-HT-FILM-SW(WS-HT-IDX) NOT = "Y"
005150         MOVE "HELDNOFILM" TO WS-NEW-TYPE
005160         MOVE WS-HT-DATE(WS-HT-IDX) TO WS-NEW-DATE
005161         MOVE WS-HT-SERIES(WS-HT-IDX) TO WS-NEW-SERIES
005170         MOVE SPACES TO WS-NEW-DETAIL
005180         STRING "HIST " DELIMITED BY SIZE
005190             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SPACE
005200             " - NO MVNTFILM ROW FOR THE NIGHT" DELIMITED BY SIZE
005210             INTO WS-NEW-DETAIL
005220         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
005230     END-IF
005240
005241     MOVE WS-HT-SERIES(WS-HT-IDX) TO WS-FIND-SERIES
005242     PERFORM 3960-FIND-SERIES THRU 3960-EXIT
005243
005250     EVALUATE TRUE
005260         WHEN WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "MKP"
005270             PERFORM 3220-CHECK-MAKEUP THRU 3220-EXIT
005280         WHEN WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "SKP"
005290             CONTINUE
005291         WHEN WS-SERIES-NOT-FOUND
005292             CONTINUE
005300         WHEN WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "YES" AND
005310             WS-HT-PARTY(WS-HT-IDX) = "ZORCH"
005320             IF WS-SK-CALC(WS-CTL-IDX) < 999
005330                 ADD 1 TO WS-SK-CALC(WS-CTL-IDX)
005340             END-IF
005350             MOVE WS-HT-DATE(WS-HT-IDX) TO WS-SK-DATE(WS-CTL-IDX)
005360         WHEN OTHER
005370             MOVE ZERO TO WS-SK-CALC(WS-CTL-IDX)
005380             MOVE WS-HT-DATE(WS-HT-IDX) TO WS-SK-DATE(WS-CTL-IDX)
005390     END-EVALUATE
005400
005410     ADD 1 TO WS-HT-IDX.
005420 3210-EXIT.
005430     EXIT.
005440
005450*===============================================================*
005460*  3220-CHECK-MAKEUP - THE LINK LOOKUP REUSES WS-HT-IDX, SO THE *
005470*  WALK'S OWN INDEX IS SAVED AROUND IT.                         *
005480*===============================================================*
005490 3220-CHECK-MAKEUP.
005500     MOVE WS-HT-IDX TO WS-MKP-INDEX
005510     PERFORM 3230-TEST-MAKEUP-LINK THRU 3230-EXIT
005520     MOVE WS-MKP-INDEX TO WS-HT-IDX.
005530 3220-EXIT.
005540     EXIT.
005550
005560*===============================================================*
005570*  3230-TEST-MAKEUP-LINK - THE "FOR YYYYMMDD" ON A MAKEUP ROW   *
005580*  MUST NAME A CANCELLATION ON FILE IN THE SAME SERIES.         *
005590*===============================================================*
005600 3230-TEST-MAKEUP-LINK.
005610     MOVE WS-HT-LABEL(WS-HT-IDX) TO WS-MKP-LABEL
005620     MOVE "MKPORPHAN" TO WS-NEW-TYPE
005630     MOVE WS-HT-DATE(WS-HT-IDX) TO WS-NEW-DATE
005631     MOVE WS-HT-SERIES(WS-HT-IDX) TO WS-NEW-SERIES
005632     MOVE WS-HT-SERIES(WS-HT-IDX) TO WS-FIND-SERIES
005640     MOVE SPACES TO WS-NEW-DETAIL
005650
005660     IF WS-MKP-FOR NOT = "FOR " OR WS-MKP-ORIG-X IS NOT NUMERIC
005670         STRING "LABEL '" DELIMITED BY SIZE
005680             WS-MKP-LABEL DELIMITED BY SIZE
005690             "' NAMES NO ORIGINAL DATE" DELIMITED BY SIZE
005700             INTO WS-NEW-DETAIL
005710         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
005720         GO TO 3230-EXIT
005730     END-IF
005740
005750     MOVE WS-MKP-ORIG-X TO WS-MKP-ORIG-DATE
005760     MOVE WS-MKP-ORIG-DATE TO WS-FIND-DATE
005770     PERFORM 3900-FIND-HIST-DATE THRU 3900-EXIT
005780     IF WS-HT-NOT-FOUND
005790         STRING "FOR " DELIMITED BY SIZE
005800             WS-MKP-ORIG-X DELIMITED BY SIZE
005810             " - ORIGINAL DATE NOT ON MVNTHIST" DELIMITED BY SIZE
005820             INTO WS-NEW-DETAIL
005830         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
005840         GO TO 3230-EXIT
005850     END-IF
005860
005870     IF WS-HT-CANCELLED(WS-HT-IDX) NOT = "YES"
005880         STRING "FOR " DELIMITED BY SIZE
005890             WS-MKP-ORIG-X DELIMITED BY SIZE
005900             " - ORIGINAL IS " DELIMITED BY SIZE
005910             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SPACE
005920             ", NOT CANCELLED" DELIMITED BY SIZE
005930             INTO WS-NEW-DETAIL
005940         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
005950     END-IF.
005960 3230-EXIT.
005970     EXIT.
005980
005990*===============================================================*
006000*  3300-CHECK-SCHEDULE - A PUBLISHED SKIP MUST BE RECORDED AS A *
006010*  SKIP, A ROSTERED NIGHT MUST NOT BE, AND A ROSTERED DATE      *
006020*  ALREADY PAST MUST HAVE BEEN RECORDED AT ALL.                 *
006030*===============================================================*
006040 3300-CHECK-SCHEDULE.
006050     OPEN INPUT SCHED-FILE
006060     IF WS-SCHED-STATUS NOT = "00"
006070         GO TO 3300-EXIT
006080     END-IF
006090     SET WS-NOT-EOF TO TRUE
006100     PERFORM 3310-CHECK-ONE-SCHED THRU 3310-EXIT
006110         UNTIL WS-EOF
006120     CLOSE SCHED-FILE.
006130 3300-EXIT.
006140     EXIT.
006150
006160*===============================================================*
006170*  3310-CHECK-ONE-SCHED                                          *
006180*===============================================================*
006190 3310-CHECK-ONE-SCHED.
006200     READ SCHED-FILE
006210         AT END
006220             SET WS-EOF TO TRUE
006230             GO TO 3310-EXIT
006240     END-READ
006250     ADD 1 TO WS-SCHED-READ
006260
006270     MOVE SCHED-DATE TO WS-FIND-DATE
006271     MOVE SCHED-SERIES TO WS-FIND-SERIES
006272     IF SCHED-SERIES = SPACES
006273         MOVE WS-DEFAULT-SERIES TO WS-FIND-SERIES
006274     END-IF
006275     MOVE WS-FIND-SERIES TO WS-NEW-SERIES
006280     PERFORM 3900-FIND-HIST-DATE THRU 3900-EXIT
006290     MOVE "SCHEDHIST" TO WS-NEW-TYPE
006300     MOVE SCHED-DATE TO WS-NEW-DATE
006310     MOVE SPACES TO WS-NEW-DETAIL
006320
006330     IF WS-HT-NOT-FOUND
006340         IF SCHED-STATUS = "MOVIE" AND SCHED-DATE < WS-TODAY-DATE
006350             MOVE "ROSTERED NIGHT PASSED - NOT ON MVNTHIST"
006360                 TO WS-NEW-DETAIL
006370             PERFORM 4000-ADD-BREAK THRU 4000-EXIT
006380         END-IF
006390         GO TO 3310-EXIT
006400     END-IF
006410
006420     IF SCHED-STATUS = "SKIPPED" AND
006430         WS-HT-ISMOVIENIGHT(WS-HT-IDX) NOT = "SKP"
006440         STRING "PLANNED SKIP " DELIMITED BY SIZE
006450             SCHED-LABEL DELIMITED BY SIZE
006460             " RECORDED AS " DELIMITED BY SIZE
006470             WS-HT-ISMOVIENIGHT(WS-HT-IDX) DELIMITED BY SIZE
006480             INTO WS-NEW-DETAIL
006490         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
006500     END-IF
006510
006520     IF SCHED-STATUS = "MOVIE" AND
006530         WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "SKP"
006540         STRING "ROSTERED NIGHT RECORDED AS A SKIP - "
006550             DELIMITED BY SIZE
006560             WS-HT-LABEL(WS-HT-IDX) DELIMITED BY SIZE
006570             INTO WS-NEW-DETAIL
006580         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
006590     END-IF.
006600 3310-EXIT.
006610     EXIT.
006620
006630*===============================================================*
006640*  3400-CHECK-STREAK - EACH SERIES' RECOMPUTED STREAK AGAINST   *
006650*  ITS LIVE ONE IN MVNTCTL. A BREAK HANGS OFF THE LAST NIGHT    *
006660*  THAT MOVED THAT SERIES' STREAK.                              *
006670*===============================================================*
006680 3400-CHECK-STREAK.
006690     IF WS-CTL-NOT-FOUND
006700         GO TO 3400-EXIT
006710     END-IF
006711     MOVE 1 TO WS-CTL-IDX
006712     PERFORM 3410-CHECK-ONE-STREAK THRU 3410-EXIT
006713         UNTIL WS-CTL-IDX > WS-CTL-COUNT.
006950 3400-EXIT.
006960     EXIT.
006961
006962*===============================================================*
006963*  3410-CHECK-ONE-STREAK - THE SERIES AT WS-CTL-IDX.            *
006964*===============================================================*
006965 3410-CHECK-ONE-STREAK.
006966     PERFORM 3420-EDIT-STREAKS THRU 3420-EXIT
006967     IF WS-CTL-T-STREAK(WS-CTL-IDX) IS NOT NUMERIC
006968         MOVE "Y" TO WS-SK-BREAK-SW(WS-CTL-IDX)
006969     ELSE
006970         IF WS-CTL-T-STREAK(WS-CTL-IDX) NOT =
006971             WS-SK-CALC(WS-CTL-IDX)
006972             MOVE "Y" TO WS-SK-BREAK-SW(WS-CTL-IDX)
006973         END-IF
006974     END-IF
006975
006976     IF WS-SK-BREAK-SW(WS-CTL-IDX) = "Y"
006977         SET WS-STREAK-BREAK TO TRUE
006978         MOVE "STREAK" TO WS-NEW-TYPE
006979         MOVE WS-SK-DATE(WS-CTL-IDX) TO WS-NEW-DATE
006980         MOVE WS-CTL-T-SERIES(WS-CTL-IDX) TO WS-NEW-SERIES
006981         MOVE SPACES TO WS-NEW-DETAIL
006982         STRING "MVNTCTL SAYS " DELIMITED BY SIZE
006983             WS-CTL-STREAK-EDIT DELIMITED BY SIZE
006984             ", HISTORY SAYS " DELIMITED BY SIZE
006985             WS-CALC-STREAK-EDIT DELIMITED BY SIZE
006986             INTO WS-NEW-DETAIL
006987         PERFORM 4000-ADD-BREAK THRU 4000-EXIT
006988     END-IF
006989     ADD 1 TO WS-CTL-IDX.
006990 3410-EXIT.
006991     EXIT.
006992
006993*===============================================================*
006994*  3420-EDIT-STREAKS - LIVE AND RECOMPUTED STREAK FOR THE       *
006995*  SERIES AT WS-CTL-IDX, READY TO PRINT.                        *
006996*===============================================================*
006997 3420-EDIT-STREAKS.
006998     IF WS-CTL-T-STREAK(WS-CTL-IDX) IS NOT NUMERIC
006999         MOVE ZERO TO WS-CTL-STREAK-EDIT
007000     ELSE
007001         MOVE WS-CTL-T-STREAK(WS-CTL-IDX) TO WS-CTL-STREAK-EDIT
007002     END-IF
007003     MOVE WS-SK-CALC(WS-CTL-IDX) TO WS-CALC-STREAK-EDIT.
007004 3420-EXIT.
007005     EXIT.
007006
007007*===============================================================*
007008*  3900-FIND-HIST-DATE - LOCATE WS-FIND-DATE IN WS-FIND-SERIES  *
007009*  IN THE STAGED HISTORY; WS-HT-IDX POINTS AT THE HIT ON EXIT.  *
007010*===============================================================*
007020 3900-FIND-HIST-DATE.
007030     MOVE 1 TO WS-HT-IDX
007040     SET WS-HT-NOT-FOUND TO TRUE
007050     PERFORM 3910-TEST-HIST-DATE THRU 3910-EXIT
007060         UNTIL WS-HT-FOUND OR WS-HT-IDX > WS-HT-COUNT.
007070 3900-EXIT.
007080     EXIT.
007090
007100*===============================================================*
007110*  3910-TEST-HIST-DATE                                           *
007120*===============================================================*
007130 3910-TEST-HIST-DATE.
007140     IF WS-HT-DATE(WS-HT-IDX) = WS-FIND-DATE AND
007141         WS-HT-SERIES(WS-HT-IDX) = WS-FIND-SERIES
007150         SET WS-HT-FOUND TO TRUE
007160     ELSE
007170         ADD 1 TO WS-HT-IDX
007180     END-IF.
007190 3910-EXIT.
007200     EXIT.
007210
007220*===============================================================*
007230*  3950-TEST-HELD - WAS THE NIGHT AT WS-HT-IDX ACTUALLY HELD?   *
007240*  A MOVIE NIGHT NOBODY CANCELLED, OR A MAKEUP NIGHT.           *
007250*===============================================================*
007260 3950-TEST-HELD.
007270     SET WS-NIGHT-NOT-HELD TO TRUE
007280     IF WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "MKP"
007290         SET WS-NIGHT-HELD TO TRUE
007300     END-IF
007310     IF WS-HT-ISMOVIENIGHT(WS-HT-IDX) = "YES" AND
007320         WS-HT-CANCELLED(WS-HT-IDX) NOT = "YES"
007330         SET WS-NIGHT-HELD TO TRUE
007340     END-IF.
007350 3950-EXIT.
007360     EXIT.
007361
007362*===============================================================*
007363*  3960-FIND-SERIES - POINT WS-CTL-IDX AT WS-FIND-SERIES IN THE *
007364*  SERIES TABLE.                                                *
007365*===============================================================*
007366 3960-FIND-SERIES.
007367     SET WS-SERIES-NOT-FOUND TO TRUE
007368     MOVE 1 TO WS-CTL-IDX
007369     PERFORM 3970-TEST-SERIES THRU 3970-EXIT
007370         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
007371 3960-EXIT.
007372     EXIT.
007373
007374*===============================================================*
007375*  3970-TEST-SERIES                                             *
007376*===============================================================*
007377 3970-TEST-SERIES.
007378     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-FIND-SERIES
007379         SET WS-SERIES-FOUND TO TRUE
007380     ELSE
007381         ADD 1 TO WS-CTL-IDX
007382     END-IF.
007383 3970-EXIT.
007384     EXIT.
007385
007386*===============================================================*
007390*  4000-ADD-BREAK - FILE THE BREAK IN WS-NEW-TYPE/DATE/SERIES/  *
007391*  DETAIL.                                                      *
007400*  A FULL TABLE IS REPORTED ONCE AND THE REST ARE COUNTED OUT.  *
007410*===============================================================*
007420 4000-ADD-BREAK.
007430     IF WS-RUN-SEVERITY < 4
007440         MOVE 4 TO WS-RUN-SEVERITY
007450     END-IF
007460     IF WS-BK-COUNT >= 2000
007470         IF WS-BK-NOT-FULL
007480             SET WS-BK-FULL TO TRUE
007490             DISPLAY "BREAK TABLE FULL - BREAKS PAST 2000 NOT "
007500                 "LISTED."
007510         END-IF
007520         GO TO 4000-EXIT
007530     END-IF
007540     ADD 1 TO WS-BK-COUNT
007550     MOVE WS-NEW-TYPE TO WS-BK-TYPE(WS-BK-COUNT)
007560     MOVE WS-NEW-DATE TO WS-BK-DATE(WS-BK-COUNT)
007561     MOVE WS-NEW-SERIES TO WS-BK-SERIES(WS-BK-COUNT)
007570     MOVE WS-NEW-DETAIL TO WS-BK-DETAIL(WS-BK-COUNT).
007580 4000-EXIT.
007590     EXIT.
007600
007610*===============================================================*
007620*  5000-PRINT-REPORT - ONE SECTION PER BREAK TYPE, IN THE ORDER *
007630*  OF THE TYPE LIST; THE WORKLIST ROWS GO OUT IN THE SAME ORDER.*
007640*===============================================================*
007650 5000-PRINT-REPORT.
007660     MOVE WS-FILM-READ TO WS-COUNT-EDIT
007670     DISPLAY "FILM ROWS CHECKED:  " WS-COUNT-EDIT
007680     MOVE WS-DETL-READ TO WS-COUNT-EDIT
007690     DISPLAY "DETAIL ROWS CHECKED:" WS-COUNT-EDIT
007700     MOVE WS-SCHED-READ TO WS-COUNT-EDIT
007710     DISPLAY "SCHEDULE ROWS:      " WS-COUNT-EDIT
007720
007730     MOVE 1 TO WS-TYPE-IDX
007740     PERFORM 5100-PRINT-ONE-TYPE THRU 5100-EXIT
007750         UNTIL WS-TYPE-IDX > 7
007760
007770     DISPLAY "-------------------------------------"
007780     MOVE WS-BK-COUNT TO WS-COUNT-EDIT
007790     DISPLAY "TOTAL BREAKS:" WS-COUNT-EDIT
007800     IF WS-BK-COUNT = ZERO
007810         DISPLAY "ALL FILES AGREE WITH MVNTHIST."
007820     ELSE
007830         IF WS-BRK-IS-OPEN
007840             DISPLAY "BREAKS STAGED ON MVNTBRKS."
007850         END-IF
007860     END-IF.
007870 5000-EXIT.
007880     EXIT.
007890
007900*===============================================================*
007910*  5100-PRINT-ONE-TYPE - A TYPE WITH NO BREAKS PRINTS NOTHING.  *
007920*===============================================================*
007930 5100-PRINT-ONE-TYPE.
007940     MOVE ZERO TO WS-TYPE-HITS
007950     MOVE 1 TO WS-BK-IDX
007960     PERFORM 5110-PRINT-ONE-BREAK THRU 5110-EXIT
007970         UNTIL WS-BK-IDX > WS-BK-COUNT
007980     IF WS-TYPE-HITS > ZERO
007990         MOVE WS-TYPE-HITS TO WS-COUNT-EDIT
008000         DISPLAY "  " WS-COUNT-EDIT " BREAK(S)"
008010     END-IF
008020     ADD 1 TO WS-TYPE-IDX.
008030 5100-EXIT.
008040     EXIT.
008050
008060*===============================================================*
008070*  5110-PRINT-ONE-BREAK - PRINT AND STAGE THE BREAK AT          *
008080*  WS-BK-IDX IF IT IS OF THE TYPE BEING PRINTED.                *
008090*===============================================================*
008100 5110-PRINT-ONE-BREAK.
008110     IF WS-BK-TYPE(WS-BK-IDX) = WS-TYPE-CODE(WS-TYPE-IDX)
008120         PERFORM 5120-LIST-BREAK THRU 5120-EXIT
008130     END-IF
008140     ADD 1 TO WS-BK-IDX.
008150 5110-EXIT.
008160     EXIT.
008170
008180*===============================================================*
008190*  5120-LIST-BREAK                                               *
008200*===============================================================*
008210 5120-LIST-BREAK.
008220     IF WS-TYPE-HITS = ZERO
008230         DISPLAY "-------------------------------------"
008240         DISPLAY WS-TYPE-CODE(WS-TYPE-IDX) " - "
008250             FUNCTION TRIM(WS-TYPE-TITLE(WS-TYPE-IDX))
008260     END-IF
008270     ADD 1 TO WS-TYPE-HITS
008280     DISPLAY "  " WS-BK-DATE(WS-BK-IDX) " "
008281         WS-BK-SERIES(WS-BK-IDX) " "
008290         FUNCTION TRIM(WS-BK-DETAIL(WS-BK-IDX))
008300
008310     IF WS-BRK-NOT-OPEN
008320         GO TO 5120-EXIT
008330     END-IF
008340     MOVE SPACES TO BRK-RECORD
008350     MOVE WS-BK-TYPE(WS-BK-IDX) TO BRK-TYPE
008360     MOVE WS-BK-DATE(WS-BK-IDX) TO BRK-DATE
008361     MOVE WS-BK-SERIES(WS-BK-IDX) TO BRK-SERIES
008370     MOVE WS-BK-DETAIL(WS-BK-IDX) TO BRK-DETAIL
008380     MOVE WS-TODAY-DATE TO BRK-RUN-DATE
008390     WRITE BRK-RECORD
008400     IF WS-BRK-STATUS NOT = "00"
008410         DISPLAY "UNABLE TO WRITE MVNTBRKS - WORKLIST "
008420             "STOPPED. STATUS=" WS-BRK-STATUS
008430         MOVE 8 TO WS-RUN-SEVERITY
008440         MOVE "MVNTBRKS WRITE FAILED - WORKLIST SHORT"
008450             TO WS-ALERT-TEXT
008460         CLOSE BRK-FILE
008470         SET WS-BRK-NOT-OPEN TO TRUE
008480     END-IF.
008490 5120-EXIT.
008500     EXIT.
008510
008520*===============================================================*
008530*  6000-OFFER-RESYNC - ANYTHING BUT YES LEAVES MVNTCTL ALONE.   *
008540*  A YES REWRITES EVERY CONTROL ROW, WITH ONLY THE BROKEN       *
008550*  SERIES' STREAKS CHANGED; DAYS, RUN MODE AND SERIES GO BACK   *
008551*  AS THEY WERE READ (A BLANK SERIES GOES BACK AS THE DEFAULT). *
008552*  EVERY ROW IS BUILT AND CHECKED BEFORE MVNTCTL IS OPENED FOR  *
008553*  OUTPUT. IF A WRITE FAILS PART WAY THE ROWS GO BACK EXACTLY   *
008554*  AS READ. EITHER WAY THE RESYNC WAS NOT SAVED: RC 4, OR RC 8  *
008555*  WITH AN ALERT WHEN THE ROWS COULD NOT BE PUT BACK.           *
008560*===============================================================*
008570 6000-OFFER-RESYNC.
008580     DISPLAY "-------------------------------------"
008581     IF WS-CTL-OVERFLOW
008582         DISPLAY "MVNTCTL HAS MORE ROWS THAN THE SERIES TABLE - "
008583             "STREAK NOT RESYNCED."
008584         GO TO 6000-EXIT
008585     END-IF
008586     MOVE 1 TO WS-CTL-IDX
008587     PERFORM 6010-SHOW-ONE-RESYNC THRU 6010-EXIT
008588         UNTIL WS-CTL-IDX > WS-CTL-COUNT
008590     DISPLAY "RESYNC THE ZORCH STREAK IN MVNTCTL AS SHOWN? "
008600         "(YES/NO)"
008620     ACCEPT WS-RESYNC-IN
008630     MOVE FUNCTION UPPER-CASE(WS-RESYNC-IN) TO WS-RESYNC-IN
008640     IF WS-RESYNC-IN NOT = "YES"
008650         DISPLAY "STREAK LEFT AS IT WAS."
008660         GO TO 6000-EXIT
008670     END-IF
008680
008681     SET WS-CN-BUILD-OK TO TRUE
008682     MOVE 1 TO WS-CTL-IDX
008683     PERFORM 6030-BUILD-ONE-CTL THRU 6030-EXIT
008684         UNTIL WS-CTL-IDX > WS-CTL-COUNT
008685     IF WS-CN-BUILD-BAD
008686         DISPLAY "MVNTCTL LEFT AS IT WAS - STREAK NOT RESYNCED."
008687         IF WS-RUN-SEVERITY < 4
008688             MOVE 4 TO WS-RUN-SEVERITY
008689         END-IF
008690         GO TO 6000-EXIT
008691     END-IF
008692
008700     OPEN OUTPUT CTL-FILE
008710     IF WS-CTL-STATUS NOT = "00"
008720         DISPLAY "UNABLE TO OPEN MVNTCTL - STREAK NOT "
008730             "RESYNCED. STATUS=" WS-CTL-STATUS
008731         IF WS-RUN-SEVERITY < 4
008732             MOVE 4 TO WS-RUN-SEVERITY
008733         END-IF
008740         GO TO 6000-EXIT
008750     END-IF
008751     SET WS-CTL-WRITE-OK TO TRUE
008752     MOVE 1 TO WS-CTL-IDX
008753     PERFORM 6020-WRITE-ONE-CTL THRU 6020-EXIT
008754         UNTIL WS-CTL-IDX > WS-CTL-COUNT OR WS-CTL-WRITE-FAILED
008755     CLOSE CTL-FILE
008756     IF WS-CTL-WRITE-OK
008757         DISPLAY "ZORCH STREAK RESYNCED."
008758         GO TO 6000-EXIT
008759     END-IF
008760
008761     IF WS-RUN-SEVERITY < 4
008762         MOVE 4 TO WS-RUN-SEVERITY
008763     END-IF
008764     OPEN OUTPUT CTL-FILE
008765     IF WS-CTL-STATUS NOT = "00"
008766         DISPLAY "UNABLE TO REOPEN MVNTCTL - ROWS NOT PUT "
008767             "BACK. STATUS=" WS-CTL-STATUS
008768         MOVE 8 TO WS-RUN-SEVERITY
008769         MOVE "MVNTCTL REWRITE FAILED - SERIES ROWS LOST"
008770             TO WS-ALERT-TEXT
008771         GO TO 6000-EXIT
008772     END-IF
008773     SET WS-CTL-WRITE-OK TO TRUE
008774     MOVE 1 TO WS-CTL-IDX
008775     PERFORM 6040-RESTORE-ONE-CTL THRU 6040-EXIT
008776         UNTIL WS-CTL-IDX > WS-CTL-COUNT OR WS-CTL-WRITE-FAILED
008777     IF WS-CTL-WRITE-OK
008778         DISPLAY "MVNTCTL PUT BACK AS IT WAS READ."
008779     ELSE
008780         MOVE 8 TO WS-RUN-SEVERITY
008781         MOVE "MVNTCTL REWRITE FAILED - SERIES ROWS LOST"
008782             TO WS-ALERT-TEXT
008783     END-IF
008840     CLOSE CTL-FILE.
008850 6000-EXIT.
008860     EXIT.
008861
008862*===============================================================*
008863*  6010-SHOW-ONE-RESYNC - ONE LINE PER BROKEN SERIES.           *
008864*===============================================================*
008865 6010-SHOW-ONE-RESYNC.
008866     IF WS-SK-BREAK-SW(WS-CTL-IDX) = "Y"
008867         PERFORM 3420-EDIT-STREAKS THRU 3420-EXIT
008868         DISPLAY "  SERIES " WS-CTL-T-SERIES(WS-CTL-IDX)
008869             " ZORCH STREAK FROM "
008870             FUNCTION TRIM(WS-CTL-STREAK-EDIT) " TO "
008871             FUNCTION TRIM(WS-CALC-STREAK-EDIT)
008872     END-IF
008873     ADD 1 TO WS-CTL-IDX.
008874 6010-EXIT.
008875     EXIT.
008876
008877*===============================================================*
008878*  6020-WRITE-ONE-CTL                                           *
008879*===============================================================*
008880 6020-WRITE-ONE-CTL.
008881     MOVE WS-CN-ENTRY(WS-CTL-IDX) TO CTL-RECORD
008885     WRITE CTL-RECORD
008886     IF WS-CTL-STATUS NOT = "00"
008887         DISPLAY "UNABLE TO WRITE MVNTCTL - STREAK NOT "
008888             "RESYNCED. STATUS=" WS-CTL-STATUS
008889         SET WS-CTL-WRITE-FAILED TO TRUE
008890     END-IF
008891     ADD 1 TO WS-CTL-IDX.
008892 6020-EXIT.
008893     EXIT.
008894
008895*===============================================================*
008896*  6030-BUILD-ONE-CTL - THE RESYNCED ROW, CHECKED BEFORE ANY    *
008897*  ROW IS WRITTEN. A ROW THAT COULD NOT BE READ BACK BY THE     *
008898*  NEXT RUN STOPS THE RESYNC WITH MVNTCTL UNTOUCHED.            *
008899*===============================================================*
008900 6030-BUILD-ONE-CTL.
008901     MOVE WS-CTL-ENTRY(WS-CTL-IDX) TO CTL-RECORD
008902     IF WS-SK-BREAK-SW(WS-CTL-IDX) = "Y"
008903         MOVE WS-SK-CALC(WS-CTL-IDX) TO CTL-ZORCH-STREAK
008904     END-IF
008905     IF CTL-MOVIENIGHT-DAY IS NOT NUMERIC
008906         OR CTL-MOVIENIGHT-DAY < 1 OR CTL-MOVIENIGHT-DAY > 7
008907         OR CTL-ZORCH-STREAK IS NOT NUMERIC
008908         DISPLAY "MVNTCTL ROW FOR SERIES " CTL-SERIES
008909             " WOULD NOT BE VALID - DAY=" CTL-MOVIENIGHT-DAY
008910             " STREAK=" CTL-ZORCH-STREAK
008911         SET WS-CN-BUILD-BAD TO TRUE
008912     END-IF
008913     MOVE CTL-RECORD TO WS-CN-ENTRY(WS-CTL-IDX)
008914     ADD 1 TO WS-CTL-IDX.
008915 6030-EXIT.
008916     EXIT.
008917
008918*===============================================================*
008919*  6040-RESTORE-ONE-CTL - ONE ROW BACK EXACTLY AS IT WAS READ.  *
008920*===============================================================*
008921 6040-RESTORE-ONE-CTL.
008922     MOVE WS-CTL-ENTRY(WS-CTL-IDX) TO CTL-RECORD
008923     WRITE CTL-RECORD
008924     IF WS-CTL-STATUS NOT = "00"
008925         DISPLAY "UNABLE TO PUT MVNTCTL BACK. STATUS="
008926             WS-CTL-STATUS
008927         SET WS-CTL-WRITE-FAILED TO TRUE
008928     END-IF
008929     ADD 1 TO WS-CTL-IDX.
008930 6040-EXIT.
008931     EXIT.
008932
008933*===============================================================*
008934*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
008935*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
008936*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
008937*===============================================================*
008938 9900-WRITE-ALERT.
008940     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
008950     ACCEPT WS-ALERT-RUN-TIME FROM TIME
008960     MOVE SPACES TO ALERT-RECORD
008970     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
008980     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
008990     MOVE "MOVIENIGHTRECON" TO ALERT-PROGRAM
009000     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
009010     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
009020
009030     OPEN EXTEND ALERT-FILE
009040     IF WS-ALERT-STATUS = "35"
009050         OPEN OUTPUT ALERT-FILE
009060     END-IF
009070
009080     IF WS-ALERT-STATUS NOT = "00"
009090         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
009100             "WRITTEN. STATUS=" WS-ALERT-STATUS
009110     ELSE
009120         WRITE ALERT-RECORD
009130         IF WS-ALERT-STATUS NOT = "00"
009140             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
009150                 "WRITTEN. STATUS=" WS-ALERT-STATUS
009160         END-IF
009170         CLOSE ALERT-FILE
009180     END-IF.
009190 9900-EXIT.
009200     EXIT.
009210
009220*===============================================================*
009230*  9999-TERMINATE                                                *
009240*===============================================================*
009250 9999-TERMINATE.
009260     IF WS-BRK-IS-OPEN
009270         CLOSE BRK-FILE
009280     END-IF
009290
009300     IF WS-RUN-SEVERITY >= 8
009310         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
009320     END-IF
009330     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
009340 9999-EXIT.
009350     EXIT.
009360
009370 END PROGRAM MOVIENIGHTRECON.
