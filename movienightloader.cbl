000263*                    THE DECK'S NEW BATCH-OTHER-NOTE FIELD
000264*                    LANDS ON THE MVNTDETL COMPANION FILE KEYED
000265*                    BY THE SAME DATE AS THE HISTORY ROW.
000266*    2026-09-16 DWB  EVERY ROW LOADED IS NOW ALSO JOURNALED ON
000267*                    THE NEW MVNTJRNL CHANGE JOURNAL WITH ITS
000268*                    BEFORE AND AFTER IMAGES. SEE
000269*                    4950-WRITE-JOURNAL.
000270*    2026-10-07 DWB  NEW BATCH-NOTICE-HOURS DECK FIELD IS EDITED
000271*                    (BLANK OR 0-999) AND EVERY LOADED
000272*                    CANCELLATION IS APPENDED TO THE NEW MVNTSTRK
000273*                    STRIKE LEDGER UNDER THE MOVIENIGHTSTRIKES
000274*                    POLICY CARD. SEE 4500-WRITE-STRIKE.
000275*    2026-10-14 DWB  MORE THAN ONE MOVIE-NIGHT SERIES: EACH ROW
000276*                    CARRIES ITS SERIES (BATCH-SERIES, BLANK IS
000277*                    "MAIN"), WHICH MUST BE ON MVNTCTL AND WHOSE
000278*                    OWN DAY THE DATE IS EDITED AGAINST. THE
000279*                    HISTORY, DETAIL AND JOURNAL ROWS ARE KEYED
000280*                    ON SERIES AND DATE. AN OPTIONAL
000281*                    MOVIENIGHTLOADER CARD ON MVNTPARM LIMITS THE
000282*                    RUN TO ONE SERIES; ROWS FOR ANY OTHER SERIES
000283*                    ARE SKIPPED AND COUNTED. SEE 2400-LOAD-
000284*                    SERIES-CARD.
000285*    2026-10-15 DWB  MVNTCTL SERIES CODES ARE UPPER-CASED AS
000286*                    THEY ARE LOADED, TO MATCH THE SERIES ASKED
000287*                    FOR.
000288*-----------------------------------------------------------------
000289
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000400     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HIST-KEY
000440         FILE STATUS IS WS-HIST-STATUS.
000450
000460     SELECT PART-FILE ASSIGN TO "MVNTPART"
000562     SELECT DETL-FILE ASSIGN TO "MVNTDETL"
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS WS-DETL-STATUS.
000565
000566     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-JRNL-STATUS.
000569
000570     SELECT STRK-FILE ASSIGN TO "MVNTSTRK"
000571         ORGANIZATION IS LINE SEQUENTIAL
000572         FILE STATUS IS WS-STRK-STATUS.
000573
000574     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-PARM-STATUS.
000577
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BATCH-FILE.
000610     COPY MVNTIN.
000620
000621*===============================================================*
000622*  CTL-FILE - ONE ROW PER MOVIE-NIGHT SERIES, EACH WITH ITS OWN *
000623*  DAY; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN".        *
000624*===============================================================*
000630 FD  CTL-FILE.
000640 01  CTL-RECORD.
000650     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000660     05  CTL-RUN-MODE                PIC X(01).
000670     05  CTL-ZORCH-STREAK            PIC 9(03).
000671     05  CTL-SERIES                  PIC X(04).
000680     05  FILLER                      PIC X(15).
000690
000700 FD  HIST-FILE.
000710     COPY MVNTHIST.
000846*===============================================================*
000847 FD  DETL-FILE.
000848     COPY MVNTDETL.
000849
000850*===============================================================*
000851*  JRNL-FILE - HISTORY CHANGE JOURNAL: ONE ROW APPENDED FOR     *
000852*  EVERY MVNTHIST CHANGE, WITH THE BEFORE AND AFTER IMAGES OF   *
000853*  THE ROW. SEE 4950-WRITE-JOURNAL.                             *
000854*===============================================================*
000855 FD  JRNL-FILE.
000856     COPY MVNTJRNL.
000857
000858*===============================================================*
000859*  STRK-FILE - STRIKE LEDGER: ONE ROW APPENDED FOR EVERY LOADED *
000860*  CANCELLATION, WITH THE NOTICE GIVEN AND THE STRIKES EARNED.  *
000861*  SEE 4500-WRITE-STRIKE.                                       *
000862*===============================================================*
000863 FD  STRK-FILE.
000864     COPY MVNTSTRK.
000865
000866*===============================================================*
000867*  PARM-FILE - SHARED PARAMETER CARDS. THE COMMITTEE'S          *
000868*  MOVIENIGHTSTRIKES POLICY CARD AND THIS PROGRAM'S OWN SERIES  *
000869*  CARD ARE READ HERE.                                          *
000870*===============================================================*
000871 FD  PARM-FILE.
000872     COPY MVNTPARM.
000873
000874 WORKING-STORAGE SECTION.
000875*===============================================================*
000880*  FILE STATUS SWITCHES                                          *
000890*===============================================================*
000900 01  WS-BATCH-STATUS                 PIC X(02) VALUE "00".
000940 01  WS-REAS-STATUS                  PIC X(02) VALUE "00".
000950 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000951 01  WS-DETL-STATUS                  PIC X(02) VALUE "00".
000952 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
000953 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000954 01  WS-STRK-STATUS                  PIC X(02) VALUE "00".
000960
000970 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000980     88  WS-EOF                           VALUE "Y".
001190
001200 01  WS-LOAD-REASON                  PIC X(10) VALUE SPACES.
001201 01  WS-LOAD-NOTE                    PIC X(60) VALUE SPACES.
001202 01  WS-LOAD-SERIES                  PIC X(04) VALUE SPACES.
001203 01  WS-LOAD-DAY                     PIC 9(01) VALUE ZERO.
001210
001211*===============================================================*
001212*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
001213*  WS-RUN-SERIES IS THE ONE SERIES THE MOVIENIGHTLOADER CARD    *
001214*  LIMITS THE RUN TO; BLANK LOADS EVERY SERIES.                 *
001215*===============================================================*
001216 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001217 01  WS-RUN-SERIES                   PIC X(04) VALUE SPACES.
001218 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
001219
001220 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001221 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001222
001223 01  WS-CTL-TABLE.
001224     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001225         10  WS-CTL-T-DAY                PIC 9(01).
001226         10  WS-CTL-T-RUN-MODE           PIC X(01).
001227         10  WS-CTL-T-STREAK             PIC 9(03).
001228         10  WS-CTL-T-SERIES             PIC X(04).
001229         10  FILLER                      PIC X(15).
001230
001231 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001232     88  WS-CTL-EOF                       VALUE "Y".
001233     88  WS-CTL-NOT-EOF                   VALUE "N".
001234
001235 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
001236     88  WS-SERIES-FOUND                  VALUE "Y".
001237     88  WS-SERIES-NOT-FOUND              VALUE "N".
001238
001239*===============================================================*
001240*  STRIKE POLICY AND NOTICE - THE ROW'S NOTICE IN HOURS (BLANK  *
001241*  WHEN NOBODY KNOWS) AND THE COMMITTEE'S MOVIENIGHTSTRIKES     *
001242*  THRESHOLDS THAT TURN IT INTO STRIKES ON MVNTSTRK. THE VALUES *
001243*  BELOW ARE THE DEFAULTS WHEN MVNTPARM HAS NO CARD.            *
001244*===============================================================*
001245 01  WS-LOAD-NOTICE                  PIC X(03) VALUE SPACES
001246                                     JUSTIFIED RIGHT.
001247 01  WS-NOTICE-HOURS                 PIC 9(03) VALUE ZERO.
001248
001249 01  WS-ONE-STRIKE-HOURS             PIC 9(03) VALUE 48.
001250 01  WS-TWO-STRIKE-HOURS             PIC 9(03) VALUE 6.
001251 01  WS-STRIKE-WEEKS                 PIC 9(02) VALUE 8.
001252 01  WS-STRIKE-LIMIT                 PIC 9(02) VALUE 3.
001253 01  WS-ONE-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
001254 01  WS-TWO-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
001255 01  WS-STRIKE-WEEKS-IN              PIC X(02) JUSTIFIED RIGHT.
001256 01  WS-STRIKE-LIMIT-IN              PIC X(02) JUSTIFIED RIGHT.
001257 01  WS-STRIKE-POINTS                PIC 9(01) VALUE ZERO.
001258 01  WS-STRIKE-EXPIRES               PIC 9(08) VALUE ZERO.
001259
001260 01  WS-POLICY-SW                    PIC X(01) VALUE "Y".
001261     88  WS-POLICY-VALID                  VALUE "Y".
001262     88  WS-POLICY-INVALID                VALUE "N".
001263 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
001264     88  WS-PARM-FOUND                    VALUE "Y".
001265     88  WS-PARM-NOT-FOUND                VALUE "N".
001266 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001267     88  WS-PARM-EOF                      VALUE "Y".
001268     88  WS-PARM-NOT-EOF                  VALUE "N".
001269
001270*===============================================================*
001271*  PARTY AND REASON MASTER TABLES - LOADED FROM MVNTPART AND    *
001272*  MVNTREAS (OR SEEDED FROM THE HISTORICAL BUILT-IN LISTS WHEN  *
001273*  A MASTER IS MISSING), THE SAME WAY THE NIGHTLY PROGRAM       *
001274*  LOADS THEM. ONLY ACTIVE CODES PASS VALIDATION.               *
001275*===============================================================*
001280 01  WS-PM-COUNT                     PIC 9(02) VALUE ZERO.
001290 01  WS-PM-IDX                       PIC 9(02) VALUE ZERO.
001300
001740     88  WS-ROW-LOADED                    VALUE "LOADED".
001750     88  WS-ROW-DUPLICATE                 VALUE "DUPLICATE".
001760     88  WS-ROW-REJECTED                  VALUE "REJECTED".
001761     88  WS-ROW-SKIPPED                   VALUE "SKIPPED".
001770
001780 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001790
001810 77  WS-LOADED-COUNT                 PIC 9(05) COMP VALUE ZERO.
001820 77  WS-DUP-COUNT                    PIC 9(05) COMP VALUE ZERO.
001830 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001831 77  WS-SKIP-COUNT                   PIC 9(05) COMP VALUE ZERO.
001840
001850 01  WS-ROW-NUM-EDIT                 PIC ZZZZ9.
001860 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001940 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001950 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001960 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001961
001962*===============================================================*
001963*  JOURNAL WORK AREA - THE CHANGE BEING JOURNALED AND THE TIME  *
001964*  IT WAS MADE. SEE 4950-WRITE-JOURNAL.                         *
001965*===============================================================*
001966 01  WS-JRNL-ACTION                  PIC X(06) VALUE SPACES.
001967 01  WS-JRNL-BEFORE                  PIC X(60) VALUE SPACES.
001968 01  WS-JRNL-AFTER                   PIC X(60) VALUE SPACES.
001969 01  WS-JRNL-HIST-DATE               PIC 9(08) VALUE ZERO.
001970 01  WS-JRNL-HIST-SERIES             PIC X(04) VALUE SPACES.
001971 01  WS-JRNL-RUN-DATE                PIC 9(08) VALUE ZERO.
001972 01  WS-JRNL-RUN-TIME                PIC 9(08) VALUE ZERO.
001973
001980 PROCEDURE DIVISION.
001990*===============================================================*
002000*  0000-MAINLINE                                                 *
002040     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
002050     PERFORM 2100-LOAD-PARTY-MASTER THRU 2100-EXIT
002060     PERFORM 2200-LOAD-REASON-MASTER THRU 2200-EXIT
002061     PERFORM 2300-LOAD-STRIKE-POLICY THRU 2300-EXIT
002062     PERFORM 2400-LOAD-SERIES-CARD THRU 2400-EXIT
002070     PERFORM 3000-READ-BATCH THRU 3000-EXIT
002080     PERFORM 4000-PROCESS-ROW THRU 4000-EXIT
002090         UNTIL WS-EOF
002570     EXIT.
002580
002590*===============================================================*
002600*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
002610*  DAY; THE 1000-INITIALIZE DEFAULT STANDS AS THE ONLY SERIES   *
002611*  IF THE FILE IS MISSING OR EMPTY.                             *
002620*===============================================================*
002630 2000-READ-CONTROL.
002631     SET WS-CTL-NOT-EOF TO TRUE
002640     OPEN INPUT CTL-FILE
002650     IF WS-CTL-STATUS = "00"
002651         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
002652             UNTIL WS-CTL-EOF
002670         CLOSE CTL-FILE
002680     END-IF
002681     IF WS-CTL-COUNT = ZERO
002682         MOVE SPACES TO CTL-RECORD
002683         MOVE 6 TO CTL-MOVIENIGHT-DAY
002684         MOVE ZERO TO CTL-ZORCH-STREAK
002685         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002686     END-IF.
002690 2000-EXIT.
002700     EXIT.
002701
002702*===============================================================*
002703*  2010-LOAD-ONE-CTL                                            *
002704*===============================================================*
002705 2010-LOAD-ONE-CTL.
002706     READ CTL-FILE
002707         AT END
002708             SET WS-CTL-EOF TO TRUE
002709         NOT AT END
002710             IF WS-CTL-COUNT < 20
002711                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002712             ELSE
002713                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
002714                     "20 IGNORED."
002715                 SET WS-CTL-EOF TO TRUE
002716             END-IF
002717     END-READ.
002718 2010-EXIT.
002719     EXIT.
002720
002721*===============================================================*
002722*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD; A BLANK       *
002723*  SERIES IS THE DEFAULT.                                       *
002724*===============================================================*
002725 2020-ADD-SERIES.
002726     IF CTL-SERIES = SPACES
002727         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
002728     END-IF
002729     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
002730     ADD 1 TO WS-CTL-COUNT
002731     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
002732 2020-EXIT.
002733     EXIT.
002734
002735*===============================================================*
002736*  2100-LOAD-PARTY-MASTER - SAME LOAD-OR-SEED AS THE NIGHTLY    *
002740*  PROGRAM, SO BOTH PATHS ONTO MVNTHIST HONOR ONE CODE LIST.    *
002750*===============================================================*
002760 2100-LOAD-PARTY-MASTER.
003780 2220-EXIT.
003790     EXIT.
003800
003801*===============================================================*
003802*  2300-LOAD-STRIKE-POLICY - THE COMMITTEE'S STRIKE THRESHOLDS  *
003803*  FROM THE MOVIENIGHTSTRIKES CARD ON MVNTPARM. NO DATASET OR NO*
003804*  CARD MEANS THE DEFAULTS IN WORKING-STORAGE; A CARD THAT DOES *
003805*  NOT MAKE SENSE IS WARNED ABOUT AND THE DEFAULTS ARE USED, SO *
003806*  THE NIGHT STILL GETS RECORDED.                               *
003807*===============================================================*
003808 2300-LOAD-STRIKE-POLICY.
003809     SET WS-PARM-NOT-FOUND TO TRUE
003810     SET WS-PARM-NOT-EOF TO TRUE
003811     OPEN INPUT PARM-FILE
003812     IF WS-PARM-STATUS = "00"
003813         PERFORM 2310-TEST-POLICY-CARD THRU 2310-EXIT
003814             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
003815         CLOSE PARM-FILE
003816     END-IF
003817     IF WS-PARM-NOT-FOUND
003818         GO TO 2300-EXIT
003819     END-IF
003820
003821     SET WS-POLICY-VALID TO TRUE
003822     IF WS-ONE-STRIKE-IN NOT = SPACES
003823         INSPECT WS-ONE-STRIKE-IN
003824             REPLACING LEADING SPACE BY ZERO
003825         IF WS-ONE-STRIKE-IN IS NUMERIC
003826             MOVE WS-ONE-STRIKE-IN TO WS-ONE-STRIKE-HOURS
003827         ELSE
003828             SET WS-POLICY-INVALID TO TRUE
003829         END-IF
003830     END-IF
003831     IF WS-TWO-STRIKE-IN NOT = SPACES
003832         INSPECT WS-TWO-STRIKE-IN
003833             REPLACING LEADING SPACE BY ZERO
003834         IF WS-TWO-STRIKE-IN IS NUMERIC
003835             MOVE WS-TWO-STRIKE-IN TO WS-TWO-STRIKE-HOURS
003836         ELSE
003837             SET WS-POLICY-INVALID TO TRUE
003838         END-IF
003839     END-IF
003840     IF WS-STRIKE-WEEKS-IN NOT = SPACES
003841         INSPECT WS-STRIKE-WEEKS-IN
003842             REPLACING LEADING SPACE BY ZERO
003843         IF WS-STRIKE-WEEKS-IN IS NUMERIC
003844             MOVE WS-STRIKE-WEEKS-IN TO WS-STRIKE-WEEKS
003845         ELSE
003846             SET WS-POLICY-INVALID TO TRUE
003847         END-IF
003848     END-IF
003849     IF WS-STRIKE-LIMIT-IN NOT = SPACES
003850         INSPECT WS-STRIKE-LIMIT-IN
003851             REPLACING LEADING SPACE BY ZERO
003852         IF WS-STRIKE-LIMIT-IN IS NUMERIC
003853             MOVE WS-STRIKE-LIMIT-IN TO WS-STRIKE-LIMIT
003854         ELSE
003855             SET WS-POLICY-INVALID TO TRUE
003856         END-IF
003857     END-IF
003858     IF WS-TWO-STRIKE-HOURS > WS-ONE-STRIKE-HOURS
003859         OR WS-STRIKE-WEEKS = ZERO
003860         OR WS-STRIKE-LIMIT = ZERO
003861         SET WS-POLICY-INVALID TO TRUE
003862     END-IF
003863
003864     IF WS-POLICY-INVALID
003865         DISPLAY "MVNTPARM MOVIENIGHTSTRIKES CARD IS NOT VALID - "
003866             "THE DEFAULT STRIKE POLICY IS USED."
003867         MOVE 48 TO WS-ONE-STRIKE-HOURS
003868         MOVE 6 TO WS-TWO-STRIKE-HOURS
003869         MOVE 8 TO WS-STRIKE-WEEKS
003870         MOVE 3 TO WS-STRIKE-LIMIT
003871         IF WS-RUN-SEVERITY < 4
003872             MOVE 4 TO WS-RUN-SEVERITY
003873         END-IF
003874     END-IF.
003875 2300-EXIT.
003876     EXIT.
003877
003878*===============================================================*
003879*  2310-TEST-POLICY-CARD - THE FIRST MOVIENIGHTSTRIKES CARD     *
003880*  WINS. THE VALUES ARE TRIMMED INTO RIGHT-JUSTIFIED HOLDERS SO *
003881*  "8" AND "08" BOTH READ AS EIGHT.                             *
003882*===============================================================*
003883 2310-TEST-POLICY-CARD.
003884     READ PARM-FILE
003885         AT END
003886             SET WS-PARM-EOF TO TRUE
003887         NOT AT END
003888             IF PARM-PROGRAM = "MOVIENIGHTSTRIKES"
003889                 SET WS-PARM-FOUND TO TRUE
003890                 MOVE FUNCTION TRIM(PARM-ONE-STRIKE-HOURS)
003891                     TO WS-ONE-STRIKE-IN
003892                 MOVE FUNCTION TRIM(PARM-TWO-STRIKE-HOURS)
003893                     TO WS-TWO-STRIKE-IN
003894                 MOVE FUNCTION TRIM(PARM-STRIKE-WEEKS)
003895                     TO WS-STRIKE-WEEKS-IN
003896                 MOVE FUNCTION TRIM(PARM-STRIKE-LIMIT)
003897                     TO WS-STRIKE-LIMIT-IN
003898             END-IF
003899     END-READ.
003900 2310-EXIT.
003901     EXIT.
003902
003903*===============================================================*
003904*  2400-LOAD-SERIES-CARD - THIS PROGRAM'S OWN MVNTPARM CARD,    *
003905*  OPTIONAL. NO CARD, OR "ALL" OR BLANK ON IT, LOADS EVERY      *
003906*  SERIES ON THE DECK. A SERIES THAT IS NOT ON MVNTCTL IS A     *
003907*  MISTAKE: NOTHING IS LOADED AND THE RUN ENDS AT SEVERITY 8.   *
003908*===============================================================*
003909 2400-LOAD-SERIES-CARD.
003910     MOVE SPACES TO WS-RUN-SERIES
003911     SET WS-PARM-NOT-FOUND TO TRUE
003912     SET WS-PARM-NOT-EOF TO TRUE
003913     OPEN INPUT PARM-FILE
003914     IF WS-PARM-STATUS = "00"
003915         PERFORM 2410-TEST-SERIES-CARD THRU 2410-EXIT
003916             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
003917         CLOSE PARM-FILE
003918     END-IF
003919     IF WS-RUN-SERIES = "ALL"
003920         MOVE SPACES TO WS-RUN-SERIES
003921     END-IF
003922
003923     IF WS-RUN-SERIES = SPACES
003924         IF WS-PARM-FOUND
003925             DISPLAY "PARAMETERS USED (MVNTPARM): SERIES=ALL"
003926         END-IF
003927         GO TO 2400-EXIT
003928     END-IF
003929
003930     MOVE WS-RUN-SERIES TO WS-SERIES-IN
003931     PERFORM 2420-FIND-SERIES THRU 2420-EXIT
003932     IF WS-SERIES-NOT-FOUND
003933         DISPLAY "MVNTPARM SERIES '" WS-RUN-SERIES
003934             "' IS NOT ON MVNTCTL - NOTHING LOADED."
003935         MOVE 8 TO WS-RUN-SEVERITY
003936         MOVE "BAD MVNTPARM LOADER SERIES - NOT LOADED"
003937             TO WS-ALERT-TEXT
003938         SET WS-EOF TO TRUE
003939         GO TO 2400-EXIT
003940     END-IF
003941     DISPLAY "PARAMETERS USED (MVNTPARM): SERIES=" WS-RUN-SERIES.
003942 2400-EXIT.
003943     EXIT.
003944
003945*===============================================================*
003946*  2410-TEST-SERIES-CARD - THE FIRST MOVIENIGHTLOADER CARD WINS.*
003947*===============================================================*
003948 2410-TEST-SERIES-CARD.
003949     READ PARM-FILE
003950         AT END
003951             SET WS-PARM-EOF TO TRUE
003952         NOT AT END
003953             IF PARM-PROGRAM = "MOVIENIGHTLOADER"
003954                 SET WS-PARM-FOUND TO TRUE
003955                 MOVE FUNCTION UPPER-CASE(PARM-SERIES)
003956                     TO WS-RUN-SERIES
003957             END-IF
003958     END-READ.
003959 2410-EXIT.
003960     EXIT.
003961
003962*===============================================================*
003963*  2420-FIND-SERIES - LOOK WS-SERIES-IN UP ON THE SERIES TABLE; *
003964*  WS-CTL-IDX IS LEFT ON ITS ROW WHEN FOUND.                    *
003965*===============================================================*
003966 2420-FIND-SERIES.
003967     SET WS-SERIES-NOT-FOUND TO TRUE
003968     MOVE 1 TO WS-CTL-IDX
003969     PERFORM 2421-TEST-SERIES THRU 2421-EXIT
003970         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
003971 2420-EXIT.
003972     EXIT.
003973
003974*===============================================================*
003975*  2421-TEST-SERIES                                             *
003976*===============================================================*
003977 2421-TEST-SERIES.
003978     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-SERIES-IN
003979         SET WS-SERIES-FOUND TO TRUE
003980     ELSE
003981         ADD 1 TO WS-CTL-IDX
003982     END-IF.
003983 2421-EXIT.
003984     EXIT.
003985
003986*===============================================================*
003987*  3000-READ-BATCH                                               *
003988*===============================================================*
003989 3000-READ-BATCH.
003990     IF WS-NOT-EOF
003991         READ BATCH-FILE
003992             AT END
003993                 SET WS-EOF TO TRUE
003994             NOT AT END
003995                 ADD 1 TO WS-ROW-NUM
003996         END-READ
003997     END-IF.
003998 3000-EXIT.
003999     EXIT.
004000
004001*===============================================================*
004002*  4000-PROCESS-ROW - VALIDATE, DUPLICATE-CHECK, LOAD, REPORT,  *
004003*  THEN READ THE NEXT ROW.                                      *
004004*===============================================================*
004005 4000-PROCESS-ROW.
004010     MOVE SPACES TO WS-REJECT-REASON
004020     SET WS-ROW-LOADED TO TRUE
004030     PERFORM 4100-VALIDATE-ROW THRU 4100-EXIT
004113         WS-LOAD-NOTE NOT = SPACES
004114         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
004115     END-IF
004116
004117     IF WS-ROW-LOADED AND NOT WS-LOAD-PARTY-NONE
004118         PERFORM 4500-WRITE-STRIKE THRU 4500-EXIT
004119     END-IF
004120
004130     PERFORM 4900-PRINT-DISPOSITION THRU 4900-EXIT
004140     PERFORM 3000-READ-BATCH THRU 3000-EXIT.
004210*  DEFAULTING, SINCE A RECOVERY DECK CAN BE FIXED AND RERUN.    *
004220*===============================================================*
004230 4100-VALIDATE-ROW.
004231     MOVE FUNCTION UPPER-CASE(BATCH-SERIES) TO WS-LOAD-SERIES
004232     IF WS-LOAD-SERIES = SPACES
004233         MOVE WS-DEFAULT-SERIES TO WS-LOAD-SERIES
004234     END-IF
004235     IF WS-RUN-SERIES NOT = SPACES AND
004236         WS-LOAD-SERIES NOT = WS-RUN-SERIES
004237         SET WS-ROW-SKIPPED TO TRUE
004238         GO TO 4100-EXIT
004239     END-IF
004240     MOVE WS-LOAD-SERIES TO WS-SERIES-IN
004241     PERFORM 2420-FIND-SERIES THRU 2420-EXIT
004242     IF WS-SERIES-NOT-FOUND
004243         MOVE "SERIES NOT ON MVNTCTL" TO WS-REJECT-REASON
004244         SET WS-ROW-REJECTED TO TRUE
004245         GO TO 4100-EXIT
004246     END-IF
004247     MOVE WS-CTL-T-DAY(WS-CTL-IDX) TO WS-LOAD-DAY
004248
004249     IF BATCH-DATE IS NOT NUMERIC
004250         MOVE "DATE IS NOT NUMERIC" TO WS-REJECT-REASON
004260         SET WS-ROW-REJECTED TO TRUE
004270         GO TO 4100-EXIT
004390         FUNCTION INTEGER-OF-DATE(WS-LOAD-DATE)
004400     COMPUTE WS-DATE-DOW =
004410         FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
004420     IF WS-DATE-DOW NOT = WS-LOAD-DAY
004430         MOVE "NOT ON THE MOVIE-NIGHT DAY" TO WS-REJECT-REASON
004440         SET WS-ROW-REJECTED TO TRUE
004450         GO TO 4100-EXIT
004460     END-IF
004470
004480     IF BATCH-DAY NOT = WS-LOAD-DAY
004490         MOVE "DAY FIELD IS NOT MOVIE-NIGHT" TO WS-REJECT-REASON
004500         SET WS-ROW-REJECTED TO TRUE
004510         GO TO 4100-EXIT
004630     MOVE "NONE" TO WS-LOAD-PARTY
004640     MOVE SPACES TO WS-LOAD-REASON
004641     MOVE SPACES TO WS-LOAD-NOTE
004642     MOVE SPACES TO WS-LOAD-NOTICE
004650     IF WS-LOAD-ISMOVIENIGHT-NO
004660         GO TO 4100-EXIT
004670     END-IF
004885     IF WS-LOAD-REASON = "OTHER"
004886         MOVE BATCH-OTHER-NOTE TO WS-LOAD-NOTE
004887         INSPECT WS-LOAD-NOTE REPLACING ALL "," BY ";"
004888     END-IF
004889
004890*    THE NOTICE IS BLANK WHEN NOBODY KNEW HOW LATE IT WAS CALLED
004891*    OFF; OTHERWISE IT MUST BE A WHOLE NUMBER OF HOURS, 0-999.
004892     IF BATCH-NOTICE-HOURS NOT = SPACES
004893         MOVE FUNCTION TRIM(BATCH-NOTICE-HOURS) TO WS-LOAD-NOTICE
004894         INSPECT WS-LOAD-NOTICE
004895             REPLACING LEADING SPACE BY ZERO
004896         IF WS-LOAD-NOTICE IS NOT NUMERIC
004897             MOVE "NOTICE HOURS NOT NUMERIC" TO WS-REJECT-REASON
004898             SET WS-ROW-REJECTED TO TRUE
004899         END-IF
004900     END-IF.
004901 4100-EXIT.
004902     EXIT.
004910
004920*===============================================================*
004930*  4150-VALIDATE-PARTY - ACTIVE PARTY-MASTER CODES ONLY.        *
006000*===============================================================*
006010 4200-CHECK-DUPLICATE.
006020     MOVE WS-LOAD-DATE TO HIST-DATE
006021     MOVE WS-LOAD-SERIES TO HIST-SERIES
006030     READ HIST-FILE
006040         INVALID KEY
006050             CONTINUE
006160 4300-WRITE-ROW.
006170     MOVE SPACES TO HIST-RECORD
006180     MOVE WS-LOAD-DATE TO HIST-DATE
006181     MOVE WS-LOAD-SERIES TO HIST-SERIES
006190     MOVE WS-LOAD-ISMOVIENIGHT TO HIST-ISMOVIENIGHT
006200     MOVE WS-LOAD-PARTY TO HIST-CANCEL-PARTY
006210     MOVE WS-LOAD-REASON TO HIST-CANCEL-REASON
006410         MOVE "HISTORY WRITE FAILED" TO WS-REJECT-REASON
006420         SET WS-ROW-REJECTED TO TRUE
006430         SET WS-EOF TO TRUE
006440     END-IF
006441
006442     IF WS-ROW-LOADED
006443         MOVE "ADD" TO WS-JRNL-ACTION
006444         MOVE SPACES TO WS-JRNL-BEFORE
006445         MOVE HIST-RECORD TO WS-JRNL-AFTER
006446         MOVE HIST-DATE TO WS-JRNL-HIST-DATE
006447         MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
006448         PERFORM 4950-WRITE-JOURNAL THRU 4950-EXIT
006449     END-IF.
006450 4300-EXIT.
006460     EXIT.
006461
006481         MOVE SPACES TO DETL-RECORD
006482         MOVE WS-LOAD-DATE TO DETL-DATE
006483         MOVE WS-LOAD-NOTE TO DETL-NOTE
006484         MOVE WS-LOAD-SERIES TO DETL-SERIES
006485         WRITE DETL-RECORD
006486         IF WS-DETL-STATUS NOT = "00"
006487             DISPLAY "UNABLE TO WRITE MVNTDETL - OTHER NOTE "
006488                 "NOT WRITTEN. STATUS=" WS-DETL-STATUS
006489             IF WS-RUN-SEVERITY < 4
006490                 MOVE 4 TO WS-RUN-SEVERITY
006491             END-IF
006492         END-IF
006493         CLOSE DETL-FILE
006494     END-IF.
006495 4400-EXIT.
006496     EXIT.
006497
006498*===============================================================*
006499*  4500-WRITE-STRIKE - APPEND THE LOADED CANCELLATION TO THE    *
006500*  MVNTSTRK STRIKE LEDGER WITH THE STRIKES ITS NOTICE EARNS,    *
006501*  THE SAME WAY THE NIGHTLY PROGRAM'S 6700-WRITE-STRIKE DOES.   *
006502*  THE STRIKES RUN FROM THE NIGHT ITSELF, SO A BACKFILLED OLD   *
006503*  CANCELLATION LANDS ALREADY EXPIRED. A LEDGER ROW THAT CANNOT *
006504*  BE WRITTEN IS A WARNING - THE HISTORY ROW STANDS.            *
006505*===============================================================*
006506 4500-WRITE-STRIKE.
006507     MOVE ZERO TO WS-STRIKE-POINTS
006508     IF WS-LOAD-NOTICE NOT = SPACES
006509         MOVE WS-LOAD-NOTICE TO WS-NOTICE-HOURS
006510         IF WS-NOTICE-HOURS < WS-TWO-STRIKE-HOURS
006511             MOVE 2 TO WS-STRIKE-POINTS
006512         ELSE
006513             IF WS-NOTICE-HOURS < WS-ONE-STRIKE-HOURS
006514                 MOVE 1 TO WS-STRIKE-POINTS
006515             END-IF
006516         END-IF
006517     END-IF
006518     COMPUTE WS-STRIKE-EXPIRES = FUNCTION DATE-OF-INTEGER(
006519         FUNCTION INTEGER-OF-DATE(WS-LOAD-DATE)
006520         + WS-STRIKE-WEEKS * 7)
006521
006522     OPEN EXTEND STRK-FILE
006523     IF WS-STRK-STATUS = "35"
006524         OPEN OUTPUT STRK-FILE
006525     END-IF
006526
006527     IF WS-STRK-STATUS NOT = "00"
006528         DISPLAY "UNABLE TO OPEN MVNTSTRK - STRIKE LEDGER "
006529             "NOT UPDATED. STATUS=" WS-STRK-STATUS
006530         IF WS-RUN-SEVERITY < 4
006531             MOVE 4 TO WS-RUN-SEVERITY
006532         END-IF
006533     ELSE
006534         MOVE SPACES TO STRK-RECORD
006535         MOVE WS-LOAD-DATE TO STRK-DATE
006536         MOVE WS-LOAD-PARTY TO STRK-PARTY
006537         MOVE WS-LOAD-REASON TO STRK-REASON
006538         MOVE WS-LOAD-NOTICE TO STRK-NOTICE-HOURS
006539         MOVE WS-STRIKE-POINTS TO STRK-POINTS
006540         MOVE WS-STRIKE-EXPIRES TO STRK-EXPIRES
006541         WRITE STRK-RECORD
006542         IF WS-STRK-STATUS NOT = "00"
006543             DISPLAY "UNABLE TO WRITE MVNTSTRK - STRIKE LEDGER "
006544                 "NOT UPDATED. STATUS=" WS-STRK-STATUS
006545             IF WS-RUN-SEVERITY < 4
006546                 MOVE 4 TO WS-RUN-SEVERITY
006547             END-IF
006548         END-IF
006549         CLOSE STRK-FILE
006550     END-IF.
006551 4500-EXIT.
006552     EXIT.
006553
006554*===============================================================*
006555*  4900-PRINT-DISPOSITION - ONE REPORT LINE PER DECK ROW.       *
006556*===============================================================*
006557 4900-PRINT-DISPOSITION.
006558     MOVE WS-ROW-NUM TO WS-ROW-NUM-EDIT
006559     EVALUATE TRUE
006560         WHEN WS-ROW-LOADED
006561             ADD 1 TO WS-LOADED-COUNT
006562             DISPLAY "ROW" WS-ROW-NUM-EDIT
006570                 " DATE " BATCH-DATE " " WS-LOAD-SERIES " LOADED"
006580         WHEN WS-ROW-DUPLICATE
006590             ADD 1 TO WS-DUP-COUNT
006600             DISPLAY "ROW" WS-ROW-NUM-EDIT
006610                 " DATE " BATCH-DATE " " WS-LOAD-SERIES
006611                 " DUPLICATE - ALREADY ON FILE"
006630         WHEN WS-ROW-REJECTED
006640             ADD 1 TO WS-REJECT-COUNT
006650             DISPLAY "ROW" WS-ROW-NUM-EDIT
006660                 " DATE " BATCH-DATE " " WS-LOAD-SERIES
006661                 " REJECTED - " WS-REJECT-REASON
006662         WHEN WS-ROW-SKIPPED
006663             ADD 1 TO WS-SKIP-COUNT
006664             DISPLAY "ROW" WS-ROW-NUM-EDIT
006665                 " DATE " BATCH-DATE " " WS-LOAD-SERIES
006666                 " SKIPPED - NOT THE SERIES BEING LOADED"
006680     END-EVALUATE.
006690 4900-EXIT.
006700     EXIT.
006701
006702*===============================================================*
006703*  4950-WRITE-JOURNAL - APPEND ONE ROW TO THE MVNTJRNL CHANGE    *
006704*  JOURNAL FOR THE HISTORY CHANGE JUST MADE, FROM WS-JRNL-ACTION *
006705*  AND THE BEFORE AND AFTER IMAGES. A JOURNAL ROW THAT CANNOT    *
006706*  BE WRITTEN IS A WARNING - THE HISTORY CHANGE STANDS.          *
006707*===============================================================*
006708 4950-WRITE-JOURNAL.
006709     ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
006710     ACCEPT WS-JRNL-RUN-TIME FROM TIME
006711     MOVE SPACES TO JRNL-RECORD
006712     MOVE WS-JRNL-RUN-DATE TO JRNL-DATE
006713     MOVE WS-JRNL-RUN-TIME TO JRNL-TIME
006714     MOVE "MOVIENIGHTLOADER" TO JRNL-PROGRAM
006715     MOVE WS-JRNL-ACTION TO JRNL-ACTION
006716     MOVE WS-JRNL-HIST-DATE TO JRNL-HIST-DATE
006717     MOVE WS-JRNL-HIST-SERIES TO JRNL-HIST-SERIES
006718     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
006719     MOVE WS-JRNL-AFTER TO JRNL-AFTER-IMAGE
006720
006721     OPEN EXTEND JRNL-FILE
006722     IF WS-JRNL-STATUS = "35"
006723         OPEN OUTPUT JRNL-FILE
006724     END-IF
006725
006726     IF WS-JRNL-STATUS NOT = "00"
006727         DISPLAY "UNABLE TO OPEN MVNTJRNL - CHANGE NOT "
006728             "JOURNALED. STATUS=" WS-JRNL-STATUS
006729         IF WS-RUN-SEVERITY < 4
006730             MOVE 4 TO WS-RUN-SEVERITY
006731         END-IF
006732     ELSE
006733         WRITE JRNL-RECORD
006734         IF WS-JRNL-STATUS NOT = "00"
006735             DISPLAY "UNABLE TO WRITE MVNTJRNL - CHANGE NOT "
006736                 "JOURNALED. STATUS=" WS-JRNL-STATUS
006737             IF WS-RUN-SEVERITY < 4
006738                 MOVE 4 TO WS-RUN-SEVERITY
006739             END-IF
006740         END-IF
006741         CLOSE JRNL-FILE
006742     END-IF.
006743 4950-EXIT.
006744     EXIT.
006745
006746*===============================================================*
006747*  5000-PRINT-TOTALS                                             *
006748*===============================================================*
006750 5000-PRINT-TOTALS.
006760     DISPLAY "-------------------------------------"
006770     MOVE WS-ROW-NUM TO WS-COUNT-EDIT
006820     DISPLAY "DUPLICATES:   " WS-COUNT-EDIT
006830     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
006840     DISPLAY "ROWS REJECTED:" WS-COUNT-EDIT
006841     IF WS-RUN-SERIES NOT = SPACES
006842         MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT
006843         DISPLAY "ROWS SKIPPED: " WS-COUNT-EDIT
006844     END-IF
006850
006860     IF WS-REJECT-COUNT > ZERO AND WS-RUN-SEVERITY < 4
006870         MOVE 4 TO WS-RUN-SEVERITY
