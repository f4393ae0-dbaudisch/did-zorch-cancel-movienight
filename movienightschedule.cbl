000210*                    (WEEK NUMBER MOD ROSTER SIZE), SO RERUNS
000220*                    AND PLANNED SKIPS CANNOT SHIFT ANYBODY'S
000230*                    TURN.
000231*    2026-09-30 DWB  EVERY PUBLISHED ROW IS ALSO APPENDED TO THE
000232*                    RETAINED MVNTSHST SCHEDULE HISTORY WITH ITS
000233*                    PUBLISH DATE, SO A NIGHT'S PLAN OUTLIVES THE
000234*                    NEXT RUN (READ BY MOVIENIGHTVARIANCE).
000235*    2026-10-07 DWB  A ROSTERED PICKER WITH THE COMMITTEE'S STRIKE
000236*                    LIMIT OR MORE STILL LIVE ON THE MVNTSTRK
000237*                    STRIKE LEDGER IS PASSED OVER FOR THAT NIGHT.
000238*                    SEE 4300-CHECK-PICKER-STRIKES.
000239*    2026-10-14 DWB  EVERY MOVIE-NIGHT SERIES ON MVNTCTL IS
000240*                    PROJECTED IN TURN, EACH ON ITS OWN DAY, FROM
000241*                    ITS OWN MVNTROTA ROSTER AND WITH ONLY ITS OWN
000242*                    MVNTEXCP SKIPS. EVERY PUBLISHED AND RETAINED
000243*                    ROW CARRIES ITS SERIES. STRIKES FOLLOW THE
000244*                    PERSON, WHATEVER SERIES THEY WERE EARNED IN.
000245*-----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000410     SELECT SCHED-FILE ASSIGN TO "MVNTSCHED"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SCHED-STATUS.
000431
000432     SELECT SHST-FILE ASSIGN TO "MVNTSHST"
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS WS-SHST-STATUS.
000435
000436     SELECT STRK-FILE ASSIGN TO "MVNTSTRK"
000437         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS WS-STRK-STATUS.
000439
000440     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000441         ORGANIZATION IS LINE SEQUENTIAL
000442         FILE STATUS IS WS-PARM-STATUS.
000443
000450 DATA DIVISION.
000460 FILE SECTION.
000461*===============================================================*
000462*  CTL-FILE - ONE ROW PER MOVIE-NIGHT SERIES, EACH WITH ITS OWN *
000463*  DAY; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN".        *
000464*===============================================================*
000470 FD  CTL-FILE.
000480 01  CTL-RECORD.
000490     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000500     05  CTL-RUN-MODE                PIC X(01).
000510     05  CTL-ZORCH-STREAK            PIC 9(03).
000511     05  CTL-SERIES                  PIC X(04).
000520     05  FILLER                      PIC X(15).
000530
000540 FD  EXCP-FILE.
000550     COPY MVNTEXCP.
000640*===============================================================*
000650 FD  SCHED-FILE.
000660     COPY MVNTSCHD.
000661
000662*===============================================================*
000663*  SHST-FILE - THE RETAINED SCHEDULE HISTORY. EVERY PUBLISHED   *
000664*  ROW IS APPENDED WITH ITS PUBLISH DATE SO THE PLAN FOR A      *
000665*  NIGHT SURVIVES THE NEXT RUN'S REWRITE OF MVNTSCHED.          *
000666*===============================================================*
000667 FD  SHST-FILE.
000668     COPY MVNTSHST.
000669
000670*===============================================================*
000671*  STRK-FILE - THE STRIKE LEDGER, READ TO PASS OVER A PICKER    *
000672*  WITH TOO MANY LIVE STRIKES. SEE 4300-CHECK-PICKER-STRIKES.   *
000673*===============================================================*
000674 FD  STRK-FILE.
000675     COPY MVNTSTRK.
000676
000677*===============================================================*
000678*  PARM-FILE - SHARED PARAMETER CARDS. ONLY THE COMMITTEE'S     *
000679*  MOVIENIGHTSTRIKES POLICY CARD IS READ HERE.                  *
000680*===============================================================*
000681 FD  PARM-FILE.
000682     COPY MVNTPARM.
000683
000684 WORKING-STORAGE SECTION.
000690 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000700 01  WS-EXCP-STATUS                  PIC X(02) VALUE "00".
000710 01  WS-ROTA-STATUS                  PIC X(02) VALUE "00".
000720 01  WS-SCHED-STATUS                 PIC X(02) VALUE "00".
000721 01  WS-SHST-STATUS                  PIC X(02) VALUE "00".
000722 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000723 01  WS-STRK-STATUS                  PIC X(02) VALUE "00".
000730
000740 01  WS-EXCP-EOF-SW                  PIC X(01) VALUE "N".
000750     88  WS-EXCP-EOF                      VALUE "Y".
000860     05  WS-EXCP-ENTRY OCCURS 100 TIMES.
000870         10  WS-EXCP-T-DATE              PIC 9(08).
000880         10  WS-EXCP-T-LABEL             PIC X(16).
000881         10  WS-EXCP-T-SERIES            PIC X(04).
000890
000900 01  WS-EXCP-FOUND-SW                PIC X(01) VALUE "N".
000910     88  WS-EXCP-FOUND                    VALUE "Y".
000970*  WITH NO ASSIGNMENTS, LIKE BEFORE THE ROSTER EXISTED.         *
000980*===============================================================*
000990 01  WS-ROTA-COUNT                   PIC 9(02) VALUE ZERO.
000991 01  WS-ROTA-SERIES                 PIC X(04) VALUE SPACES.
001000
001010 01  WS-ROTA-TABLE.
001020     05  WS-ROTA-ENTRY OCCURS 50 TIMES.
001090 01  WS-SCHED-OPEN-SW                PIC X(01) VALUE "N".
001100     88  WS-SCHED-IS-OPEN                 VALUE "Y".
001110     88  WS-SCHED-NOT-OPEN                VALUE "N".
001111
001112 01  WS-SHST-OPEN-SW                 PIC X(01) VALUE "N".
001113     88  WS-SHST-IS-OPEN                  VALUE "Y".
001114     88  WS-SHST-NOT-OPEN                 VALUE "N".
001120
001121*===============================================================*
001122*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
001123*  WS-SERIES AND WS-SERIES-DAY ARE THE SERIES BEING PROJECTED.  *
001124*===============================================================*
001125 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001126 01  WS-SERIES                       PIC X(04) VALUE SPACES.
001127 01  WS-SERIES-DAY                   PIC 9(01) VALUE ZERO.
001128 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001129 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001130
001131 01  WS-CTL-TABLE.
001132     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001133         10  WS-CTL-T-DAY                PIC 9(01).
001134         10  WS-CTL-T-RUN-MODE           PIC X(01).
001135         10  WS-CTL-T-STREAK             PIC 9(03).
001136         10  WS-CTL-T-SERIES             PIC X(04).
001137         10  FILLER                      PIC X(15).
001138
001139 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001140     88  WS-CTL-EOF                       VALUE "Y".
001141     88  WS-CTL-NOT-EOF                   VALUE "N".
001142
001143*===============================================================*
001144*  ROTATION SLOTS - THE WEEK NUMBER (DAYS SINCE THE EPOCH       *
001150*  DIVIDED BY SEVEN) MOD THE ROSTER SIZE PICKS THE HOST, AND    *
001160*  THE NEXT NAME AROUND PICKS THE FILM, SO EVERY RUN DERIVES    *
001170*  THE SAME PLAN FROM THE CALENDAR ALONE.                       *
001340
001350 77  WS-WEEKS-TO-SHOW                PIC 9(02) COMP VALUE 8.
001360 77  WS-WEEK-NUM                     PIC 9(02) COMP VALUE ZERO.
001361
001362*===============================================================*
001363*  STRIKE LEDGER TABLE - MVNTSTRK ROWS THAT EARNED STRIKES,     *
001364*  LOADED ONCE SO EACH PROJECTED NIGHT IS A TABLE PASS. A PICKER*
001365*  WITH THE COMMITTEE'S STRIKE LIMIT OR MORE STILL LIVE ON THE  *
001366*  NIGHT IS PASSED OVER. THE POLICY VALUES BELOW ARE THE        *
001367*  DEFAULTS WHEN MVNTPARM HAS NO MOVIENIGHTSTRIKES CARD.        *
001368*===============================================================*
001369 01  WS-STRK-COUNT                   PIC 9(03) VALUE ZERO.
001370 01  WS-STRK-IDX                     PIC 9(03) VALUE ZERO.
001371
001372 01  WS-STRK-TABLE.
001373     05  WS-STRK-ENTRY OCCURS 500 TIMES.
001374         10  WS-STRK-T-PARTY             PIC X(10).
001375         10  WS-STRK-T-DATE              PIC 9(08).
001376         10  WS-STRK-T-POINTS            PIC 9(01).
001377         10  WS-STRK-T-EXPIRES           PIC 9(08).
001378
001379 01  WS-STRK-EOF-SW                  PIC X(01) VALUE "N".
001380     88  WS-STRK-EOF                      VALUE "Y".
001381     88  WS-STRK-NOT-EOF                  VALUE "N".
001382
001383 01  WS-ONE-STRIKE-HOURS             PIC 9(03) VALUE 48.
001384 01  WS-TWO-STRIKE-HOURS             PIC 9(03) VALUE 6.
001385 01  WS-STRIKE-WEEKS                 PIC 9(02) VALUE 8.
001386 01  WS-STRIKE-LIMIT                 PIC 9(02) VALUE 3.
001387 01  WS-ONE-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
001388 01  WS-TWO-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
001389 01  WS-STRIKE-WEEKS-IN              PIC X(02) JUSTIFIED RIGHT.
001390 01  WS-STRIKE-LIMIT-IN              PIC X(02) JUSTIFIED RIGHT.
001391
001392 01  WS-POLICY-SW                    PIC X(01) VALUE "Y".
001393     88  WS-POLICY-VALID                  VALUE "Y".
001394     88  WS-POLICY-INVALID                VALUE "N".
001395 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
001396     88  WS-PARM-FOUND                    VALUE "Y".
001397     88  WS-PARM-NOT-FOUND                VALUE "N".
001398 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001399     88  WS-PARM-EOF                      VALUE "Y".
001400     88  WS-PARM-NOT-EOF                  VALUE "N".
001401
001402 01  WS-STRIKE-NAME                  PIC X(10) VALUE SPACES.
001403 01  WS-LIVE-STRIKES                 PIC 9(03) VALUE ZERO.
001404 01  WS-PASSED-NAME                  PIC X(10) VALUE SPACES.
001405 01  WS-PASSED-STRIKES               PIC 9(03) VALUE ZERO.
001406 01  WS-STRIKES-EDIT                 PIC ZZ9.
001407 01  WS-TRY-SLOT                     PIC 9(02) VALUE ZERO.
001408 01  WS-TRY-COUNT                    PIC 9(02) VALUE ZERO.
001409 01  WS-NEW-PICK-SLOT                PIC 9(02) VALUE ZERO.
001410 01  WS-PICKER-PASSED-SW             PIC X(01) VALUE "N".
001411     88  WS-PICKER-PASSED                 VALUE "Y".
001412     88  WS-PICKER-NOT-PASSED             VALUE "N".
001413
001414 PROCEDURE DIVISION.
001415*===============================================================*
001416*  0000-MAINLINE                                                 *
001417*===============================================================*
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
001441     PERFORM 2300-LOAD-STRIKE-POLICY THRU 2300-EXIT
001450     PERFORM 2500-LOAD-EXCEPTIONS THRU 2500-EXIT
001470     PERFORM 2700-OPEN-SCHEDULE THRU 2700-EXIT
001471     PERFORM 2800-LOAD-STRIKES THRU 2800-EXIT
001472     MOVE 1 TO WS-CTL-IDX
001473     PERFORM 3500-PROJECT-ONE-SERIES THRU 3500-EXIT
001474         UNTIL WS-CTL-IDX > WS-CTL-COUNT
001510     PERFORM 9999-TERMINATE THRU 9999-EXIT
001520     STOP RUN.
001530
001610     EXIT.
001620
001630*===============================================================*
001640*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
001650*  DAY; THE 1000-INITIALIZE DEFAULT STANDS AS THE ONLY SERIES   *
001651*  IF THE FILE IS MISSING OR EMPTY.                             *
001660*===============================================================*
001670 2000-READ-CONTROL.
001671     SET WS-CTL-NOT-EOF TO TRUE
001680     OPEN INPUT CTL-FILE
001690     IF WS-CTL-STATUS = "00"
001691         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
001692             UNTIL WS-CTL-EOF
001710         CLOSE CTL-FILE
001711     END-IF
001712     IF WS-CTL-COUNT = ZERO
001713         MOVE SPACES TO CTL-RECORD
001714         MOVE 6 TO CTL-MOVIENIGHT-DAY
001715         MOVE ZERO TO CTL-ZORCH-STREAK
001716         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001720     END-IF.
001730 2000-EXIT.
001740     EXIT.
001741
001742*===============================================================*
001743*  2010-LOAD-ONE-CTL                                            *
001744*===============================================================*
001745 2010-LOAD-ONE-CTL.
001746     READ CTL-FILE
001747         AT END
001748             SET WS-CTL-EOF TO TRUE
001749         NOT AT END
001750             IF WS-CTL-COUNT < 20
001751                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
001752             ELSE
001753                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
001754                     "20 IGNORED."
001755                 SET WS-CTL-EOF TO TRUE
001756             END-IF
001757     END-READ.
001758 2010-EXIT.
001759     EXIT.
001760
001761*===============================================================*
001762*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
001763*  SERIES IS THE DEFAULT).                                      *
001764*===============================================================*
001765 2020-ADD-SERIES.
001766     IF CTL-SERIES = SPACES
001767         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
001768     END-IF
001769     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
001770     ADD 1 TO WS-CTL-COUNT
001771     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
001772 2020-EXIT.
001773     EXIT.
001774
001775*===============================================================*
001776*  2300-LOAD-STRIKE-POLICY - THE COMMITTEE'S STRIKE THRESHOLDS  *
001777*  FROM THE MOVIENIGHTSTRIKES CARD ON MVNTPARM. NO DATASET OR NO*
001778*  CARD MEANS THE DEFAULTS IN WORKING-STORAGE; A CARD THAT DOES *
001779*  NOT MAKE SENSE IS WARNED ABOUT AND THE DEFAULTS ARE USED.    *
001780*  ONLY THE STRIKE LIMIT MATTERS HERE, BUT THE CARD IS TAKEN OR *
001781*  REFUSED WHOLE, THE SAME AS IN THE PROGRAMS THAT AWARD THEM.  *
001782*===============================================================*
001783 2300-LOAD-STRIKE-POLICY.
001784     SET WS-PARM-NOT-FOUND TO TRUE
001785     SET WS-PARM-NOT-EOF TO TRUE
001786     OPEN INPUT PARM-FILE
001787     IF WS-PARM-STATUS = "00"
001788         PERFORM 2310-TEST-POLICY-CARD THRU 2310-EXIT
001789             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001790         CLOSE PARM-FILE
001791     END-IF
001792     IF WS-PARM-NOT-FOUND
001793         GO TO 2300-EXIT
001794     END-IF
001795
001796     SET WS-POLICY-VALID TO TRUE
001797     IF WS-ONE-STRIKE-IN NOT = SPACES
001798         INSPECT WS-ONE-STRIKE-IN
001799             REPLACING LEADING SPACE BY ZERO
001800         IF WS-ONE-STRIKE-IN IS NUMERIC
001801             MOVE WS-ONE-STRIKE-IN TO WS-ONE-STRIKE-HOURS
001802         ELSE
001803             SET WS-POLICY-INVALID TO TRUE
001804         END-IF
001805     END-IF
001806     IF WS-TWO-STRIKE-IN NOT = SPACES
001807         INSPECT WS-TWO-STRIKE-IN
001808             REPLACING LEADING SPACE BY ZERO
001809         IF WS-TWO-STRIKE-IN IS NUMERIC
001810             MOVE WS-TWO-STRIKE-IN TO WS-TWO-STRIKE-HOURS
001811         ELSE
001812             SET WS-POLICY-INVALID TO TRUE
001813         END-IF
001814     END-IF
001815     IF WS-STRIKE-WEEKS-IN NOT = SPACES
001816         INSPECT WS-STRIKE-WEEKS-IN
001817             REPLACING LEADING SPACE BY ZERO
001818         IF WS-STRIKE-WEEKS-IN IS NUMERIC
001819             MOVE WS-STRIKE-WEEKS-IN TO WS-STRIKE-WEEKS
001820         ELSE
001821             SET WS-POLICY-INVALID TO TRUE
001822         END-IF
001823     END-IF
001824     IF WS-STRIKE-LIMIT-IN NOT = SPACES
001825         INSPECT WS-STRIKE-LIMIT-IN
001826             REPLACING LEADING SPACE BY ZERO
001827         IF WS-STRIKE-LIMIT-IN IS NUMERIC
001828             MOVE WS-STRIKE-LIMIT-IN TO WS-STRIKE-LIMIT
001829         ELSE
001830             SET WS-POLICY-INVALID TO TRUE
001831         END-IF
001832     END-IF
001833     IF WS-TWO-STRIKE-HOURS > WS-ONE-STRIKE-HOURS
001834         OR WS-STRIKE-WEEKS = ZERO
001835         OR WS-STRIKE-LIMIT = ZERO
001836         SET WS-POLICY-INVALID TO TRUE
001837     END-IF
001838
001839     IF WS-POLICY-INVALID
001840         DISPLAY "MVNTPARM MOVIENIGHTSTRIKES CARD IS NOT VALID - "
001841             "THE DEFAULT STRIKE POLICY IS USED."
001842         MOVE 48 TO WS-ONE-STRIKE-HOURS
001843         MOVE 6 TO WS-TWO-STRIKE-HOURS
001844         MOVE 8 TO WS-STRIKE-WEEKS
001845         MOVE 3 TO WS-STRIKE-LIMIT
001846     END-IF.
001847 2300-EXIT.
001848     EXIT.
001849
001850*===============================================================*
001851*  2310-TEST-POLICY-CARD - THE FIRST MOVIENIGHTSTRIKES CARD     *
001852*  WINS. THE VALUES ARE TRIMMED INTO RIGHT-JUSTIFIED HOLDERS SO *
001853*  "8" AND "08" BOTH READ AS EIGHT.                             *
001854*===============================================================*
001855 2310-TEST-POLICY-CARD.
001856     READ PARM-FILE
001857         AT END
001858             SET WS-PARM-EOF TO TRUE
001859         NOT AT END
001860             IF PARM-PROGRAM = "MOVIENIGHTSTRIKES"
001861                 SET WS-PARM-FOUND TO TRUE
001862                 MOVE FUNCTION TRIM(PARM-ONE-STRIKE-HOURS)
001863                     TO WS-ONE-STRIKE-IN
001864                 MOVE FUNCTION TRIM(PARM-TWO-STRIKE-HOURS)
001865                     TO WS-TWO-STRIKE-IN
001866                 MOVE FUNCTION TRIM(PARM-STRIKE-WEEKS)
001867                     TO WS-STRIKE-WEEKS-IN
001868                 MOVE FUNCTION TRIM(PARM-STRIKE-LIMIT)
001869                     TO WS-STRIKE-LIMIT-IN
001870             END-IF
001871     END-READ.
001872 2310-EXIT.
001873     EXIT.
001874
001875*===============================================================*
001876*  2500-LOAD-EXCEPTIONS - A SHOP WITH NO EXCEPTION FILE JUST    *
001877*  GETS A SCHEDULE WITH NO SKIPS ON IT.                         *
001878*===============================================================*
001879 2500-LOAD-EXCEPTIONS.
001880     OPEN INPUT EXCP-FILE
001881     IF WS-EXCP-STATUS = "00"
001882         PERFORM 2510-LOAD-ONE-EXCEPTION THRU 2510-EXIT
001883             UNTIL WS-EXCP-EOF
001884         CLOSE EXCP-FILE
001885     END-IF.
001886 2500-EXIT.
001887     EXIT.
001890
001900*===============================================================*
001910*  2510-LOAD-ONE-EXCEPTION                                      *
002010                     WS-EXCP-T-DATE(WS-EXCP-COUNT)
002020                 MOVE EXCP-LABEL TO
002030                     WS-EXCP-T-LABEL(WS-EXCP-COUNT)
002031                 IF EXCP-SERIES = SPACES
002032                     MOVE WS-DEFAULT-SERIES TO EXCP-SERIES
002033                 END-IF
002034                 MOVE FUNCTION UPPER-CASE(EXCP-SERIES) TO
002035                     WS-EXCP-T-SERIES(WS-EXCP-COUNT)
002040             ELSE
002050                 DISPLAY "EXCEPTION TABLE FULL - DATES PAST "
002060                     "100 IGNORED."
002130*===============================================================*
002140*  2600-LOAD-ROSTER - ACTIVE NAMES OFF MVNTROTA, IN FILE        *
002150*  (= ROTATION) ORDER. NAMES SITTING OUT ("I") ARE PASSED       *
002160*  OVER SO THE ROTATION CLOSES UP AROUND THEM. RELOADED FOR     *
002161*  EACH SERIES, TAKING ONLY THAT SERIES' ROWS (BLANK = "MAIN"). *
002170*===============================================================*
002180 2600-LOAD-ROSTER.
002181     MOVE ZERO TO WS-ROTA-COUNT
002182     SET WS-ROTA-NOT-EOF TO TRUE
002190     OPEN INPUT ROTA-FILE
002200     IF WS-ROTA-STATUS = "00"
002210         PERFORM 2610-LOAD-ONE-ROSTER THRU 2610-EXIT
002230         CLOSE ROTA-FILE
002240     END-IF
002250     IF WS-ROTA-COUNT = ZERO
002260         DISPLAY "NO ACTIVE ROSTER ON MVNTROTA FOR SERIES "
002261             WS-SERIES " - SCHEDULE GOES OUT WITHOUT "
002270             "ASSIGNMENTS."
002280     END-IF.
002290 2600-EXIT.
002300     EXIT.
002370         AT END
002380             SET WS-ROTA-EOF TO TRUE
002390         NOT AT END
002391             MOVE FUNCTION UPPER-CASE(ROTA-SERIES)
002392                 TO WS-ROTA-SERIES
002393             IF WS-ROTA-SERIES = SPACES
002394                 MOVE WS-DEFAULT-SERIES TO WS-ROTA-SERIES
002395             END-IF
002400             IF ROTA-ACTIVE = "A"
002401                 AND WS-ROTA-SERIES = WS-SERIES
002410                 IF WS-ROTA-COUNT < 50
002420                     ADD 1 TO WS-ROTA-COUNT
002430                     MOVE ROTA-NAME TO
002540
002550*===============================================================*
002560*  2700-OPEN-SCHEDULE - THE PUBLISHED FILE IS REWRITTEN FRESH   *
002561*  EACH RUN; IF IT CANNOT BE OPENED THE CONSOLE SCHEDULE IS     *
002562*  STILL PRINTED, JUST NOT PUBLISHED. THE MVNTSHST HISTORY IS   *
002563*  ONLY EVER APPENDED TO, AND LOSING IT LOSES NOTHING ELSE.     *
002590*===============================================================*
002600 2700-OPEN-SCHEDULE.
002610     OPEN OUTPUT SCHED-FILE
002640     ELSE
002650         DISPLAY "UNABLE TO OPEN MVNTSCHED - SCHEDULE NOT "
002660             "PUBLISHED. STATUS=" WS-SCHED-STATUS
002670     END-IF
002671
002672     OPEN EXTEND SHST-FILE
002673     IF WS-SHST-STATUS = "35"
002674         OPEN OUTPUT SHST-FILE
002675     END-IF
002676     IF WS-SHST-STATUS = "00"
002677         SET WS-SHST-IS-OPEN TO TRUE
002678     ELSE
002679         DISPLAY "UNABLE TO OPEN MVNTSHST - SCHEDULE NOT "
002680             "RETAINED. STATUS=" WS-SHST-STATUS
002681     END-IF.
002682 2700-EXIT.
002690     EXIT.
002700
002701*===============================================================*
002702*  2800-LOAD-STRIKES - THE MVNTSTRK STRIKE LEDGER, ROWS THAT    *
002703*  EARNED A STRIKE ONLY. NO LEDGER YET MEANS NOBODY HAS ANY, AND*
002704*  THE ROTATION RUNS AS ROSTERED.                               *
002705*===============================================================*
002706 2800-LOAD-STRIKES.
002707     OPEN INPUT STRK-FILE
002708     IF WS-STRK-STATUS = "00"
002709         PERFORM 2810-LOAD-ONE-STRIKE THRU 2810-EXIT
002710             UNTIL WS-STRK-EOF
002711         CLOSE STRK-FILE
002712     END-IF.
002713 2800-EXIT.
002714     EXIT.
002715
002716*===============================================================*
002717*  2810-LOAD-ONE-STRIKE                                         *
002718*===============================================================*
002719 2810-LOAD-ONE-STRIKE.
002720     READ STRK-FILE
002721         AT END
002722             SET WS-STRK-EOF TO TRUE
002723         NOT AT END
002724             IF STRK-POINTS IS NUMERIC AND STRK-POINTS > ZERO
002725                 IF WS-STRK-COUNT < 500
002726                     ADD 1 TO WS-STRK-COUNT
002727                     MOVE FUNCTION UPPER-CASE(STRK-PARTY) TO
002728                         WS-STRK-T-PARTY(WS-STRK-COUNT)
002729                     MOVE STRK-DATE TO
002730                         WS-STRK-T-DATE(WS-STRK-COUNT)
002731                     MOVE STRK-POINTS TO
002732                         WS-STRK-T-POINTS(WS-STRK-COUNT)
002733                     MOVE STRK-EXPIRES TO
002734                         WS-STRK-T-EXPIRES(WS-STRK-COUNT)
002735                 ELSE
002736                     DISPLAY "STRIKE TABLE FULL - LEDGER ROWS "
002737                         "PAST 500 IGNORED."
002738                     SET WS-STRK-EOF TO TRUE
002739                 END-IF
002740             END-IF
002741     END-READ.
002742 2810-EXIT.
002743     EXIT.
002744
002745*===============================================================*
002746*  3500-PROJECT-ONE-SERIES - ONE SERIES OFF THE TABLE: ITS OWN  *
002747*  ROSTER, ITS OWN DAY, AND WS-WEEKS-TO-SHOW WEEKS OF NIGHTS.   *
002748*===============================================================*
002749 3500-PROJECT-ONE-SERIES.
002750     MOVE WS-CTL-T-SERIES(WS-CTL-IDX) TO WS-SERIES
002751     MOVE WS-CTL-T-DAY(WS-CTL-IDX) TO WS-SERIES-DAY
002752     MOVE ZERO TO WS-WEEK-NUM
002753     PERFORM 2600-LOAD-ROSTER THRU 2600-EXIT
002754     PERFORM 3000-FIND-FIRST-DATE THRU 3000-EXIT
002755     PERFORM 4000-PRINT-ONE-WEEK THRU 4000-EXIT
002756         UNTIL WS-WEEK-NUM >= WS-WEEKS-TO-SHOW
002757     ADD 1 TO WS-CTL-IDX.
002758 3500-EXIT.
002759     EXIT.
002760
002761*===============================================================*
002762*  3000-FIND-FIRST-DATE - THE FIRST DATE ON OR AFTER TODAY      *
002763*  WHOSE DAY-OF-WEEK IS THE SERIES' MOVIE-NIGHT DAY.            *
002764*===============================================================*
002765 3000-FIND-FIRST-DATE.
002766     COMPUTE WS-TODAY-INTEGER =
002770         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002780     COMPUTE WS-TODAY-DOW =
002790         FUNCTION MOD(WS-TODAY-INTEGER - 1, 7) + 1
002800     COMPUTE WS-DAYS-AHEAD =
002810         FUNCTION MOD(WS-SERIES-DAY - WS-TODAY-DOW + 7, 7)
002820     COMPUTE WS-NEXT-INTEGER = WS-TODAY-INTEGER + WS-DAYS-AHEAD
002830
002831     IF WS-CTL-COUNT > 1
002832         DISPLAY " "
002833         DISPLAY "UPCOMING MOVIE NIGHTS - SERIES " WS-SERIES
002834     ELSE
002840         DISPLAY "UPCOMING MOVIE NIGHTS"
002841     END-IF
002850     DISPLAY "-------------------------------------".
002860 3000-EXIT.
002870     EXIT.
002880
002890*===============================================================*
002900*  4000-PRINT-ONE-WEEK - ONE SCHEDULE LINE (WITH THE ROSTERED   *
002901*  HOST AND PICKER ON A NON-SKIP DATE), ONE RETAINED AND ONE    *
002902*  PUBLISHED ROW, THEN STEP A WEEK.                             *
002930*===============================================================*
002940 4000-PRINT-ONE-WEEK.
002950     COMPUTE WS-NEXT-DATE =
002980
002990     MOVE SPACES TO SCHED-RECORD
003000     MOVE WS-NEXT-DATE TO SCHED-DATE
003001     MOVE WS-SERIES TO SCHED-SERIES
003010     IF WS-EXCP-FOUND
003020         MOVE "SKIPPED" TO SCHED-STATUS
003030         MOVE WS-EXCP-T-LABEL(WS-EXCP-IDX) TO SCHED-LABEL
003120             DISPLAY WS-NEXT-DATE "  MOVIE NIGHT - HOST "
003130                 FUNCTION TRIM(SCHED-HOST)
003140                 ", PICKER " FUNCTION TRIM(SCHED-PICKER)
003141             IF WS-PICKER-PASSED
003142                 MOVE WS-PASSED-STRIKES TO WS-STRIKES-EDIT
003143                 DISPLAY "          (PICKER TURN PASSED OVER "
003144                     FUNCTION TRIM(WS-PASSED-NAME) " - "
003145                     FUNCTION TRIM(WS-STRIKES-EDIT)
003146                     " LIVE STRIKES)"
003147             END-IF
003150         ELSE
003160             DISPLAY WS-NEXT-DATE "  MOVIE NIGHT"
003170         END-IF
003180     END-IF
003190
003200     PERFORM 4600-RETAIN-SCHED-ROW THRU 4600-EXIT
003201     PERFORM 4500-WRITE-SCHED-ROW THRU 4500-EXIT
003210     ADD 7 TO WS-NEXT-INTEGER
003220     ADD 1 TO WS-WEEK-NUM.
003230 4000-EXIT.
003330     COMPUTE WS-HOST-SLOT =
003340         FUNCTION MOD(WS-WEEK-ORDINAL, WS-ROTA-COUNT) + 1
003350     COMPUTE WS-PICK-SLOT =
003360         FUNCTION MOD(WS-HOST-SLOT, WS-ROTA-COUNT) + 1
003361     PERFORM 4300-CHECK-PICKER-STRIKES THRU 4300-EXIT.
003370 4200-EXIT.
003380     EXIT.
003390
003530     END-IF.
003540 4500-EXIT.
003550     EXIT.
003551
003552*===============================================================*
003553*  4600-RETAIN-SCHED-ROW - THE SAME ROW, STAMPED WITH TODAY AS  *
003554*  ITS PUBLISH DATE, APPENDED TO THE RETAINED MVNTSHST HISTORY; *
003555*  A WRITE FAILURE STOPS RETAINING BUT NOT PUBLISHING.          *
003556*===============================================================*
003557 4600-RETAIN-SCHED-ROW.
003558     IF WS-SHST-IS-OPEN
003559         MOVE SPACES TO SHST-RECORD
003560         MOVE WS-TODAY-DATE TO SHST-PUBLISHED-DATE
003561         MOVE SCHED-RECORD TO SHST-SCHED-ROW
003562         WRITE SHST-RECORD
003563         IF WS-SHST-STATUS NOT = "00"
003564             DISPLAY "UNABLE TO WRITE MVNTSHST - SCHEDULE "
003565                 "NOT RETAINED. STATUS=" WS-SHST-STATUS
003566             CLOSE SHST-FILE
003567             SET WS-SHST-NOT-OPEN TO TRUE
003568         END-IF
003569     END-IF.
003570 4600-EXIT.
003571     EXIT.
003572
003573*===============================================================*
003574*  4300-CHECK-PICKER-STRIKES - A ROSTERED PICKER WITH THE STRIKE*
003575*  LIMIT OR MORE STILL LIVE ON THE PROJECTED NIGHT LOSES THE    *
003576*  TURN TO THE NEXT NAME AROUND THE ROSTER WHO IS UNDER IT. THE *
003577*  HOST IS ONLY ASKED TO PICK AS WELL WHEN NOBODY ELSE CAN, AND *
003578*  WHEN EVERYONE IS OVER THE LIMIT THE ROSTERED PICKER STANDS.  *
003579*  THE CALENDAR ANCHOR IS UNTOUCHED, SO ONLY THIS NIGHT MOVES.  *
003580*===============================================================*
003581 4300-CHECK-PICKER-STRIKES.
003582     SET WS-PICKER-NOT-PASSED TO TRUE
003583     MOVE WS-ROTA-T-NAME(WS-PICK-SLOT) TO WS-STRIKE-NAME
003584     PERFORM 4310-COUNT-LIVE-STRIKES THRU 4310-EXIT
003585     IF WS-LIVE-STRIKES < WS-STRIKE-LIMIT
003586         GO TO 4300-EXIT
003587     END-IF
003588
003589     MOVE WS-ROTA-T-NAME(WS-PICK-SLOT) TO WS-PASSED-NAME
003590     MOVE WS-LIVE-STRIKES TO WS-PASSED-STRIKES
003591     MOVE WS-PICK-SLOT TO WS-TRY-SLOT
003592     MOVE ZERO TO WS-NEW-PICK-SLOT
003593     MOVE 1 TO WS-TRY-COUNT
003594     PERFORM 4320-TRY-NEXT-PICKER THRU 4320-EXIT
003595         UNTIL WS-NEW-PICK-SLOT > ZERO
003596             OR WS-TRY-COUNT >= WS-ROTA-COUNT
003597
003598     IF WS-NEW-PICK-SLOT = ZERO
003599         AND WS-HOST-SLOT NOT = WS-PICK-SLOT
003600         MOVE WS-ROTA-T-NAME(WS-HOST-SLOT) TO WS-STRIKE-NAME
003601         PERFORM 4310-COUNT-LIVE-STRIKES THRU 4310-EXIT
003602         IF WS-LIVE-STRIKES < WS-STRIKE-LIMIT
003603             MOVE WS-HOST-SLOT TO WS-NEW-PICK-SLOT
003604         END-IF
003605     END-IF
003606
003607     IF WS-NEW-PICK-SLOT > ZERO
003608         MOVE WS-NEW-PICK-SLOT TO WS-PICK-SLOT
003609         SET WS-PICKER-PASSED TO TRUE
003610     ELSE
003611         DISPLAY "EVERYONE IS AT THE STRIKE LIMIT FOR "
003612             WS-NEXT-DATE " - THE ROSTERED PICKER STANDS."
003613     END-IF.
003614 4300-EXIT.
003615     EXIT.
003616
003617*===============================================================*
003618*  4310-COUNT-LIVE-STRIKES - TOTAL THE STRIKES WS-STRIKE-NAME   *
003619*  EARNED ON OR BEFORE THE PROJECTED NIGHT THAT HAVE NOT YET    *
003620*  EXPIRED BY IT.                                               *
003621*===============================================================*
003622 4310-COUNT-LIVE-STRIKES.
003623     MOVE ZERO TO WS-LIVE-STRIKES
003624     MOVE FUNCTION UPPER-CASE(WS-STRIKE-NAME) TO WS-STRIKE-NAME
003625     MOVE 1 TO WS-STRK-IDX
003626     PERFORM 4311-ADD-LIVE-STRIKE THRU 4311-EXIT
003627         UNTIL WS-STRK-IDX > WS-STRK-COUNT.
003628 4310-EXIT.
003629     EXIT.
003630
003631*===============================================================*
003632*  4311-ADD-LIVE-STRIKE                                         *
003633*===============================================================*
003634 4311-ADD-LIVE-STRIKE.
003635     IF WS-STRK-T-PARTY(WS-STRK-IDX) = WS-STRIKE-NAME
003636         AND WS-STRK-T-DATE(WS-STRK-IDX) NOT > WS-NEXT-DATE
003637         AND WS-STRK-T-EXPIRES(WS-STRK-IDX) > WS-NEXT-DATE
003638         ADD WS-STRK-T-POINTS(WS-STRK-IDX) TO WS-LIVE-STRIKES
003639     END-IF
003640     ADD 1 TO WS-STRK-IDX.
003641 4311-EXIT.
003642     EXIT.
003643
003644*===============================================================*
003645*  4320-TRY-NEXT-PICKER - STEP ONE NAME AROUND THE ROSTER,      *
003646*  PASSING OVER THE HOST, AND TAKE THE FIRST NAME UNDER THE     *
003647*  STRIKE LIMIT.                                                *
003648*===============================================================*
003649 4320-TRY-NEXT-PICKER.
003650     COMPUTE WS-TRY-SLOT =
003651         FUNCTION MOD(WS-TRY-SLOT, WS-ROTA-COUNT) + 1
003652     ADD 1 TO WS-TRY-COUNT
003653     IF WS-TRY-SLOT = WS-HOST-SLOT
003654         GO TO 4320-EXIT
003655     END-IF
003656     MOVE WS-ROTA-T-NAME(WS-TRY-SLOT) TO WS-STRIKE-NAME
003657     PERFORM 4310-COUNT-LIVE-STRIKES THRU 4310-EXIT
003658     IF WS-LIVE-STRIKES < WS-STRIKE-LIMIT
003659         MOVE WS-TRY-SLOT TO WS-NEW-PICK-SLOT
003660     END-IF.
003661 4320-EXIT.
003662     EXIT.
003663
003664*===============================================================*
003665*  4100-SEARCH-EXCEPTION - IS THE PROJECTED DATE ON THE         *
003666*  EXCEPTION CALENDAR? WS-EXCP-IDX POINTS AT THE HIT ON EXIT.   *
003667*  ONLY THE SERIES' OWN SKIPS COUNT.                            *
003668*===============================================================*
003669 4100-SEARCH-EXCEPTION.
003670     MOVE 1 TO WS-EXCP-IDX
003671     SET WS-EXCP-NOT-FOUND TO TRUE
003672     PERFORM 4110-TEST-EXCEPTION THRU 4110-EXIT
003673         UNTIL WS-EXCP-FOUND OR WS-EXCP-IDX > WS-EXCP-COUNT.
003674 4100-EXIT.
003675     EXIT.
003680
003690*===============================================================*
003700*  4110-TEST-EXCEPTION                                          *
003710*===============================================================*
003720 4110-TEST-EXCEPTION.
003730     IF WS-EXCP-T-DATE(WS-EXCP-IDX) = WS-NEXT-DATE
003731         AND WS-EXCP-T-SERIES(WS-EXCP-IDX) = WS-SERIES
003740         SET WS-EXCP-FOUND TO TRUE
003750     ELSE
003760         ADD 1 TO WS-EXCP-IDX
003830*===============================================================*
003840 9999-TERMINATE.
003850     IF WS-SCHED-IS-OPEN
003851         CLOSE SCHED-FILE
003852         DISPLAY "SCHEDULE PUBLISHED TO MVNTSCHED."
003853     END-IF
003854     IF WS-SHST-IS-OPEN
003855         CLOSE SHST-FILE
003856         DISPLAY "SCHEDULE RETAINED ON MVNTSHST."
003857     END-IF.
003890 9999-EXIT.
003900     EXIT.
003910
