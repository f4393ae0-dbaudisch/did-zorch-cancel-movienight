000856*                    BY THE SAME DATE AS THE HISTORY ROW - SO
000857*                    THE REASON BREAKDOWN STOPS HAVING A GIANT
000858*                    UNEXPLAINED "OTHER" BUCKET.
000859*    2026-09-16 DWB  EVERY HISTORY ROW WRITTEN IS NOW ALSO
000860*                    JOURNALED ON THE NEW MVNTJRNL CHANGE
000861*                    JOURNAL (TIMESTAMP, PROGRAM, ACTION, BEFORE
000862*                    AND AFTER IMAGES), SO AN EDIT TRAIL EXISTS
000863*                    WHEN A NIGHT IS DISPUTED. SEE
000864*                    6050-WRITE-JOURNAL.
000865*    2026-10-07 DWB  EVERY CANCELLATION NOW ASKS HOW MANY HOURS
000866*                    BEFORE THE NIGHT IT WAS CALLED IN (THE DECK
000867*                    CARRIES BATCH-NOTICE-HOURS) AND APPENDS A ROW
000868*                    TO THE NEW MVNTSTRK STRIKE LEDGER, AWARDING
000869*                    STRIKES BY THE COMMITTEE'S MOVIENIGHTSTRIKES
000870*                    POLICY CARD. SEE 6700-WRITE-STRIKE.
000871*    2026-10-14 DWB  THE FILM TITLE PROMPT NOW OFFERS THE TOP
000872*                    OPEN NOMINATIONS OFF THE NEW MVNTNOMS
000873*                    WATCHLIST (SEE MOVIENIGHTNOMINATE) - ANSWER
000874*                    A NUMBER TO TAKE ONE - AND A NOMINATION GETS
000875*                    A "SEEN" ROW THAT CLOSES IT ONCE ITS TITLE
000876*                    IS RECORDED TO MVNTFILM. SEE
000877*                    4370-LOAD-WATCHLIST AND 6800-MARK-NOMS-SEEN.
000878*    2026-10-14 DWB  MORE THAN ONE MOVIE-NIGHT SERIES: MVNTCTL
000879*                    CARRIES ONE ROW PER SERIES (ITS OWN DAY AND
000880*                    STREAK) AND EACH RUN RECORDS ONE NIGHT OF
000881*                    ONE SERIES - THE DECK'S BATCH-SERIES IN
000882*                    BATCH, OTHERWISE THE SERIES WHOSE DAY IT IS
000883*                    (ASKED WHEN THAT IS NOT CLEAR). THE SERIES
000884*                    GOES ON EVERY HISTORY, FILM, DETAIL AND
000885*                    JOURNAL ROW, AND THE EXCEPTION AND SCHEDULE
000886*                    LOOKUPS MATCH ON IT. SEE 3120-SELECT-SERIES.
000887*    2026-10-15 DWB  MVNTCTL SERIES CODES ARE UPPER-CASED AS
000888*                    THEY ARE LOADED, TO MATCH THE SERIES ASKED
000889*                    FOR.
000890*-----------------------------------------------------------------
000891
000892 ENVIRONMENT DIVISION.
000893 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS HIST-KEY
000950         FILE STATUS IS WS-HIST-STATUS.
000960
000970     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
001352     SELECT DETL-FILE ASSIGN TO "MVNTDETL"
001353         ORGANIZATION IS LINE SEQUENTIAL
001354         FILE STATUS IS WS-DETL-STATUS.
001355
001356     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
001357         ORGANIZATION IS LINE SEQUENTIAL
001358         FILE STATUS IS WS-JRNL-STATUS.
001359
001360     SELECT STRK-FILE ASSIGN TO "MVNTSTRK"
001361         ORGANIZATION IS LINE SEQUENTIAL
001362         FILE STATUS IS WS-STRK-STATUS.
001363
001364     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
001365         ORGANIZATION IS LINE SEQUENTIAL
001366         FILE STATUS IS WS-PARM-STATUS.
001367
001368     SELECT NOMS-FILE ASSIGN TO "MVNTNOMS"
001369         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-NOMS-STATUS.
001371
001372 DATA DIVISION.
001380 FILE SECTION.
001390*===============================================================*
001400*  HIST-FILE - STANDING LOG OF EVERY SATURDAY CHECKED.           *
001470*  RUN MODE, AND ZORCH STREAK. WHETHER TODAY IS ALREADY RECORDED *
001480*  IS NOT KEPT HERE - SEE 3200-CHECK-HISTORY-RECORDED, WHICH     *
001490*  ASKS MVNTHIST ITSELF SO THE ANSWER CAN NEVER DESYNC FROM IT.  *
001491*  ONE ROW PER MOVIE-NIGHT SERIES, ADDED BY HAND WHEN A SERIES   *
001492*  STARTS; A BLANK CTL-SERIES IS THE DEFAULT SERIES "MAIN". THE  *
001493*  RUN MODE IS THE SHOP'S AND IS TAKEN FROM THE FIRST ROW.       *
001500*===============================================================*
001510 FD  CTL-FILE.
001520 01  CTL-RECORD.
001530     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
001540     05  CTL-RUN-MODE                PIC X(01).
001550     05  CTL-ZORCH-STREAK            PIC 9(03).
001551     05  CTL-SERIES                  PIC X(04).
001560     05  FILLER                      PIC X(15).
001570
001580*===============================================================*
001590*  NOTE-FILE - NOTIFICATION QUEUE: ONE NUMBERED ROW APPENDED    *
002268 FD  DETL-FILE.
002269     COPY MVNTDETL.
002270
002271*===============================================================*
002272*  JRNL-FILE - HISTORY CHANGE JOURNAL: ONE ROW APPENDED FOR     *
002273*  EVERY MVNTHIST WRITE, WITH THE BEFORE AND AFTER IMAGES OF    *
002274*  THE ROW. SEE 6050-WRITE-JOURNAL.                              *
002275*===============================================================*
002276 FD  JRNL-FILE.
002277     COPY MVNTJRNL.
002278
002279*===============================================================*
002280*  STRK-FILE - STRIKE LEDGER: ONE ROW APPENDED FOR EVERY        *
002281*  CANCELLATION, WITH THE NOTICE GIVEN AND THE STRIKES EARNED.  *
002282*  SEE 6700-WRITE-STRIKE.                                       *
002283*===============================================================*
002284 FD  STRK-FILE.
002285     COPY MVNTSTRK.
002286
002287*===============================================================*
002288*  PARM-FILE - SHARED PARAMETER CARDS. ONLY THE COMMITTEE'S     *
002289*  MOVIENIGHTSTRIKES POLICY CARD IS READ HERE.                  *
002290*===============================================================*
002291 FD  PARM-FILE.
002292     COPY MVNTPARM.
002293
002294*===============================================================*
002295*  NOMS-FILE - THE NOMINATION WATCHLIST. READ WHOLE BEFORE THE  *
002296*  FIRST TITLE PROMPT; A "SEEN" ROW IS APPENDED FOR EACH        *
002297*  NOMINATION WATCHED TONIGHT. SEE 6800-MARK-NOMS-SEEN.         *
002298*===============================================================*
002299 FD  NOMS-FILE.
002300     COPY MVNTNOMS.
002301
002302 WORKING-STORAGE SECTION.
002303*===============================================================*
002304*  FILE STATUS SWITCHES                                          *
002310*===============================================================*
002320 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
002330 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
002400 01  WS-RLOG-STATUS                  PIC X(02) VALUE "00".
002410 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
002411 01  WS-DETL-STATUS                  PIC X(02) VALUE "00".
002412 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
002413 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
002414 01  WS-STRK-STATUS                  PIC X(02) VALUE "00".
002420
002430*===============================================================*
002440*  RUN-LOG WORK AREA - THE PATH THE MAINLINE TOOK AND THE       *
002610*===============================================================*
002620 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
002630 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
002631
002632*===============================================================*
002633*  JOURNAL WORK AREA - THE CHANGE BEING JOURNALED AND THE TIME  *
002634*  IT WAS MADE. SEE 6050-WRITE-JOURNAL.                         *
002635*===============================================================*
002636 01  WS-JRNL-ACTION                  PIC X(06) VALUE SPACES.
002637 01  WS-JRNL-BEFORE                  PIC X(60) VALUE SPACES.
002638 01  WS-JRNL-AFTER                   PIC X(60) VALUE SPACES.
002639 01  WS-JRNL-HIST-DATE               PIC 9(08) VALUE ZERO.
002640 01  WS-JRNL-HIST-SERIES             PIC X(04) VALUE SPACES.
002641 01  WS-JRNL-RUN-DATE                PIC 9(08) VALUE ZERO.
002642 01  WS-JRNL-RUN-TIME                PIC 9(08) VALUE ZERO.
002643
002650*===============================================================*
002660*  TODAY'S DATE AND DAY-OF-WEEK                                  *
002670*===============================================================*
002680 01  WS-DAY                          PIC 9(01) VALUE ZERO.
002690 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
002691
002692*===============================================================*
002693*  SERIES TABLE - EVERY MVNTCTL ROW, ONE PER MOVIE-NIGHT SERIES, *
002694*  KEPT WHOLE SO 8000-UPDATE-CONTROL CAN WRITE THEM ALL BACK    *
002695*  WITH ONLY TONIGHT'S SERIES' STREAK CHANGED. WS-SERIES IS THE  *
002696*  SERIES THIS RUN RECORDS AND WS-SERIES-IDX ITS ROW.           *
002697*===============================================================*
002698 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
002699 01  WS-SHOP-RUN-MODE                PIC X(01) VALUE "I".
002700 01  WS-SERIES                       PIC X(04) VALUE SPACES.
002701 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
002702 01  WS-SERIES-LIST                  PIC X(100) VALUE SPACES.
002703 01  WS-SERIES-LIST-PTR              PIC 9(03) VALUE 1.
002704 01  WS-DAY-SERIES-COUNT             PIC 9(02) VALUE ZERO.
002705 01  WS-DAY-SERIES-CODE              PIC X(04) VALUE SPACES.
002706
002707 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
002708 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
002709 01  WS-SERIES-IDX                   PIC 9(02) VALUE ZERO.
002710
002711 01  WS-CTL-TABLE.
002712     05  WS-CTL-ENTRY OCCURS 20 TIMES.
002713         10  WS-CTL-T-DAY                PIC 9(01).
002714         10  WS-CTL-T-RUN-MODE           PIC X(01).
002715         10  WS-CTL-T-STREAK             PIC 9(03).
002716         10  WS-CTL-T-SERIES             PIC X(04).
002717         10  FILLER                      PIC X(15).
002718
002719 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
002720     88  WS-CTL-EOF                       VALUE "Y".
002721     88  WS-CTL-NOT-EOF                   VALUE "N".
002722
002723 01  WS-SERIES-CHOSEN-SW             PIC X(01) VALUE "N".
002724     88  WS-SERIES-CHOSEN                 VALUE "Y".
002725     88  WS-SERIES-NOT-CHOSEN             VALUE "N".
002726
002727 01  WS-SERIES-REJECT-SW             PIC X(01) VALUE "N".
002728     88  WS-SERIES-REJECTED               VALUE "Y".
002729     88  WS-SERIES-NOT-REJECTED           VALUE "N".
002730
002731 01  WS-DAY-MATCH-SW                 PIC X(01) VALUE "N".
002732     88  WS-IS-MOVIENIGHT-DAY             VALUE "Y".
002733     88  WS-IS-NOT-MOVIENIGHT-DAY         VALUE "N".
002740
002750*===============================================================*
002760*  DUPLICATE-RUN GUARD - "ALREADY RECORDED" IS READ STRAIGHT     *
003351     88  WS-OTHER-NOTE-CAPTURED           VALUE "Y".
003352     88  WS-OTHER-NOTE-NOT-CAPTURED       VALUE "N".
003353
003354*===============================================================*
003355*  STRIKE POLICY AND NOTICE - HOW MANY HOURS BEFORE THE NIGHT   *
003356*  THE CANCELLATION WAS CALLED IN (BLANK WHEN NOBODY KNOWS), AND*
003357*  THE COMMITTEE'S MOVIENIGHTSTRIKES THRESHOLDS THAT TURN IT    *
003358*  INTO STRIKES ON MVNTSTRK. THE VALUES BELOW ARE THE DEFAULTS  *
003359*  WHEN MVNTPARM HAS NO CARD.                                   *
003360*===============================================================*
003361 01  WS-NOTICE-HOURS-IN              PIC X(03) VALUE SPACES
003362                                     JUSTIFIED RIGHT.
003363 01  WS-NOTICE-HOURS                 PIC 9(03) VALUE ZERO.
003364 01  WS-NOTICE-SW                    PIC X(01) VALUE "N".
003365     88  WS-NOTICE-VALID                  VALUE "Y".
003366     88  WS-NOTICE-INVALID                VALUE "N".
003367
003368 01  WS-ONE-STRIKE-HOURS             PIC 9(03) VALUE 48.
003369 01  WS-TWO-STRIKE-HOURS             PIC 9(03) VALUE 6.
003370 01  WS-STRIKE-WEEKS                 PIC 9(02) VALUE 8.
003371 01  WS-STRIKE-LIMIT                 PIC 9(02) VALUE 3.
003372 01  WS-ONE-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
003373 01  WS-TWO-STRIKE-IN                PIC X(03) JUSTIFIED RIGHT.
003374 01  WS-STRIKE-WEEKS-IN              PIC X(02) JUSTIFIED RIGHT.
003375 01  WS-STRIKE-LIMIT-IN              PIC X(02) JUSTIFIED RIGHT.
003376 01  WS-STRIKE-POINTS                PIC 9(01) VALUE ZERO.
003377 01  WS-STRIKE-EXPIRES               PIC 9(08) VALUE ZERO.
003378
003379 01  WS-POLICY-SW                    PIC X(01) VALUE "Y".
003380     88  WS-POLICY-VALID                  VALUE "Y".
003381     88  WS-POLICY-INVALID                VALUE "N".
003382 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
003383     88  WS-PARM-FOUND                    VALUE "Y".
003384     88  WS-PARM-NOT-FOUND                VALUE "N".
003385 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
003386     88  WS-PARM-EOF                      VALUE "Y".
003387     88  WS-PARM-NOT-EOF                  VALUE "N".
003388
003389*===============================================================*
003390*  PARTY AND REASON MASTER TABLES - LOADED FROM MVNTPART AND    *
003391*  MVNTREAS AT STARTUP (OR SEEDED FROM THE HISTORICAL BUILT-IN  *
003392*  LISTS WHEN A MASTER FILE DOES NOT EXIST YET), REPLACING THE  *
003400*  OLD HARDCODED 88-LEVEL CODE LISTS. NEW ENTRIES VALIDATE      *
003410*  AGAINST ACTIVE CODES ONLY; SEE 4225/4235.                    *
003420*===============================================================*
004670
004680 01  WS-TITLE-FOLDED                 PIC X(40) VALUE SPACES.
004690 01  WS-REWATCH-DATE                 PIC 9(08) VALUE ZERO.
004691
004692*===============================================================*
004693*  NOMINATION WATCHLIST AREA - MVNTNOMS REBUILT ONCE BEFORE THE *
004694*  FIRST TITLE PROMPT, THE SAME WAY MOVIENIGHTNOMINATE BUILDS   *
004695*  IT, AND RANKED BY VOTES (OLDEST NOMINATION FIRST ON A TIE).  *
004696*  THE TOP FEW STILL OPEN ARE OFFERED BY NUMBER AT THE TITLE    *
004697*  PROMPT. WS-NM-STATE IS "O" OPEN, "C" CLOSED BY AN EARLIER    *
004698*  SHOWING, "T" TAKEN FOR A FILM TONIGHT, AND "R" ONCE THAT     *
004699*  FILM IS ON MVNTFILM - THE "R" ONES GET THEIR "SEEN" ROW. NO  *
004700*  WATCHLIST FILE MEANS NOTHING IS OFFERED.                     *
004701*===============================================================*
004702 01  WS-NOMS-STATUS                  PIC X(02) VALUE "00".
004703
004704 01  WS-NOMS-EOF-SW                  PIC X(01) VALUE "N".
004705     88  WS-NOMS-EOF                      VALUE "Y".
004706     88  WS-NOMS-NOT-EOF                  VALUE "N".
004707
004708 01  WS-NM-COUNT                     PIC 9(04) VALUE ZERO.
004709 01  WS-NM-IDX                       PIC 9(04) VALUE ZERO.
004710
004711 01  WS-NM-TABLE.
004712     05  WS-NM-ENTRY OCCURS 1 TO 1000 TIMES
004713             DEPENDING ON WS-NM-COUNT.
004714         10  WS-NM-TITLE                 PIC X(40).
004715         10  WS-NM-FOLDED                PIC X(40).
004716         10  WS-NM-DATE                  PIC 9(08).
004717         10  WS-NM-VOTES                 PIC 9(04).
004718         10  WS-NM-STATE                 PIC X(01).
004719         10  WS-NM-RANK                  PIC 9(04).
004720
004721 01  WS-NM-FIND-FOLDED               PIC X(40) VALUE SPACES.
004722 01  WS-NM-FIND-PERSON               PIC X(10) VALUE SPACES.
004723
004724 01  WS-NM-FOUND-SW                  PIC X(01) VALUE "N".
004725     88  WS-NM-FOUND                      VALUE "Y".
004726     88  WS-NM-NOT-FOUND                  VALUE "N".
004727
004728 01  WS-VT-COUNT                     PIC 9(05) VALUE ZERO.
004729 01  WS-VT-IDX                       PIC 9(05) VALUE ZERO.
004730
004731 01  WS-VT-TABLE.
004732     05  WS-VT-ENTRY OCCURS 1 TO 10000 TIMES
004733             DEPENDING ON WS-VT-COUNT.
004734         10  WS-VT-NOM                   PIC 9(04).
004735         10  WS-VT-PERSON                PIC X(10).
004736
004737 01  WS-VT-FOUND-SW                  PIC X(01) VALUE "N".
004738     88  WS-VT-FOUND                      VALUE "Y".
004739     88  WS-VT-NOT-FOUND                  VALUE "N".
004740
004741 01  WS-RK-COUNT                     PIC 9(04) VALUE ZERO.
004742 01  WS-RK-IDX                       PIC 9(04) VALUE ZERO.
004743
004744 01  WS-RK-TABLE.
004745     05  WS-RK-NOM OCCURS 1000 TIMES PIC 9(04).
004746
004747 01  WS-BEST-IDX                     PIC 9(04) VALUE ZERO.
004748
004749 01  WS-RANK-SW                      PIC X(01) VALUE "N".
004750     88  WS-RANK-DONE                     VALUE "Y".
004751     88  WS-RANK-MORE                     VALUE "N".
004752
004753 01  WS-OF-COUNT                     PIC 9(01) VALUE ZERO.
004754 01  WS-OF-IDX                       PIC 9(01) VALUE ZERO.
004755
004756 01  WS-OF-TABLE.
004757     05  WS-OF-NOM OCCURS 5 TIMES PIC 9(04).
004758
004759 01  WS-OF-PICK                      PIC 9(01) VALUE ZERO.
004760 01  WS-OF-VOTES-EDIT                PIC ZZZ9.
004761
004762 01  WS-NOMS-RECORDED                PIC 9(04) VALUE ZERO.
004763
004764*===============================================================*
004765*  SCHEDULE-DEFAULT AREA - TONIGHT'S ROSTERED HOST AND PICKER   *
004766*  OFF THE PUBLISHED MVNTSCHED FILE; SPACES WHEN THE DATE IS    *
004767*  NOT ON IT (OR THE FILE DOES NOT EXIST), IN WHICH CASE THE    *
004768*  PROMPTS BEHAVE EXACTLY AS THEY ALWAYS DID.                   *
004769*===============================================================*
004770 01  WS-SCHED-STATUS                 PIC X(02) VALUE "00".
004780
004790 01  WS-SCHED-EOF-SW                 PIC X(01) VALUE "N".
004920 01  WS-BATCH-CANCEL-PARTY           PIC X(10) VALUE SPACES.
004930 01  WS-BATCH-CANCEL-REASON          PIC X(10) VALUE SPACES.
004931 01  WS-BATCH-OTHER-NOTE             PIC X(60) VALUE SPACES.
004932 01  WS-BATCH-NOTICE-HOURS           PIC X(03) VALUE SPACES.
004933 01  WS-BATCH-SERIES                 PIC X(04) VALUE SPACES.
004940
004950*===============================================================*
004960*  MESSAGE-BUILDING AREA                                         *
005180     PERFORM 2000-READ-CONTROL THRU 2000-EXIT
005190     PERFORM 2100-LOAD-PARTY-MASTER THRU 2100-EXIT
005200     PERFORM 2200-LOAD-REASON-MASTER THRU 2200-EXIT
005201     PERFORM 2300-LOAD-STRIKE-POLICY THRU 2300-EXIT
005210     PERFORM 3000-DETERMINE-DATE THRU 3000-EXIT
005220     PERFORM 3100-DETERMINE-DAY THRU 3100-EXIT
005221     IF WS-SERIES-REJECTED
005222         PERFORM 9999-TERMINATE THRU 9999-EXIT
005223         STOP RUN
005224     END-IF
005230
005240     IF WS-IS-MOVIENIGHT-DAY
005250         PERFORM 3200-CHECK-HISTORY-RECORDED THRU 3200-EXIT
005392                     PERFORM 6600-WRITE-OTHER-DETAIL THRU
005393                         6600-EXIT
005394                 END-IF
005395                 IF WS-ISMOVIENIGHT-YES AND NOT WS-PARTY-NONE
005396                     AND WS-HIST-END-STATUS = "00"
005397                     PERFORM 6700-WRITE-STRIKE THRU 6700-EXIT
005398                 END-IF
005400                 PERFORM 7000-WRITE-NOTIFICATION THRU 7000-EXIT
005410                 PERFORM 8000-UPDATE-CONTROL THRU 8000-EXIT
005420             END-IF
005670*  NOT EXIST YET (FIRST RUN AT THIS SHOP).                       *
005680*===============================================================*
005690 1000-INITIALIZE.
005691     MOVE SPACES TO CTL-RECORD
005700     MOVE 6 TO CTL-MOVIENIGHT-DAY
005710     MOVE "I" TO CTL-RUN-MODE
005720     MOVE ZERO TO CTL-ZORCH-STREAK
005721     MOVE WS-DEFAULT-SERIES TO CTL-SERIES.
005730 1000-EXIT.
005740     EXIT.
005750
005760*===============================================================*
005770*  2000-READ-CONTROL - PULL THE SHOP'S CONFIGURABLE CONTROL      *
005780*  RECORDS (MOVIE-NIGHT DAY, RUN MODE, STREAK), ONE PER SERIES,  *
005790*  INTO THE SERIES TABLE. IF THE FILE DOES NOT EXIST YET THE     *
005800*  1000-INITIALIZE DEFAULTS STAND AS THE ONLY SERIES. THE FIRST  *
005801*  ROW IS LEFT IN CTL-RECORD UNTIL 3120-SELECT-SERIES PICKS ONE, *
005802*  AND ITS RUN MODE IS THE SHOP'S.                               *
005810*===============================================================*
005820 2000-READ-CONTROL.
005821     SET WS-CTL-NOT-EOF TO TRUE
005830     OPEN INPUT CTL-FILE
005840     IF WS-CTL-STATUS = "00"
005850         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
005851             UNTIL WS-CTL-EOF
005860         CLOSE CTL-FILE
005870     END-IF
005871
005872     IF WS-CTL-COUNT = ZERO
005873         PERFORM 1000-INITIALIZE THRU 1000-EXIT
005874         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
005875     END-IF
005876     MOVE WS-CTL-ENTRY(1) TO CTL-RECORD
005877     MOVE CTL-RUN-MODE TO WS-SHOP-RUN-MODE.
005880 2000-EXIT.
005890     EXIT.
005891
005892*===============================================================*
005893*  2010-LOAD-ONE-CTL                                            *
005894*===============================================================*
005895 2010-LOAD-ONE-CTL.
005896     READ CTL-FILE
005897         AT END
005898             SET WS-CTL-EOF TO TRUE
005899         NOT AT END
005900             IF WS-CTL-COUNT < 20
005901                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
005902             ELSE
005903                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
005904                     "20 IGNORED."
005905                 SET WS-CTL-EOF TO TRUE
005906             END-IF
005907     END-READ.
005908 2010-EXIT.
005909     EXIT.
005910
005911*===============================================================*
005912*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
005913*  SERIES IS THE DEFAULT) AND ADD ITS CODE TO THE LIST SHOWN    *
005914*  AT THE SERIES PROMPT.                                        *
005915*===============================================================*
005916 2020-ADD-SERIES.
005917     IF CTL-SERIES = SPACES
005918         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
005919     END-IF
005920     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
005921     ADD 1 TO WS-CTL-COUNT
005922     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT)
005923     IF WS-CTL-COUNT > 1
005924         STRING "/" DELIMITED BY SIZE
005925             INTO WS-SERIES-LIST
005926             WITH POINTER WS-SERIES-LIST-PTR
005927     END-IF
005928     STRING CTL-SERIES DELIMITED BY SPACE
005929         INTO WS-SERIES-LIST
005930         WITH POINTER WS-SERIES-LIST-PTR.
005931 2020-EXIT.
005932     EXIT.
005933
005934*===============================================================*
005935*  2100-LOAD-PARTY-MASTER - PULL THE LEGAL CANCELLING-PARTY     *
005936*  CODES OFF MVNTPART; A SHOP WITHOUT THE MASTER YET GETS THE   *
005940*  HISTORICAL BUILT-IN LIST SO NOTHING STOPS WORKING. "NONE"    *
005950*  IS GUARANTEED PRESENT AND ACTIVE EITHER WAY, AND THE PROMPT  *
005960*  LIST IS BUILT FROM WHATEVER ENDED UP ACTIVE.                 *
008050     ADD 1 TO WS-RM-IDX.
008060 2260-EXIT.
008070     EXIT.
008071*===============================================================*
008072*  2300-LOAD-STRIKE-POLICY - THE COMMITTEE'S STRIKE THRESHOLDS  *
008073*  FROM THE MOVIENIGHTSTRIKES CARD ON MVNTPARM. NO DATASET OR NO*
008074*  CARD MEANS THE DEFAULTS IN WORKING-STORAGE; A CARD THAT DOES *
008075*  NOT MAKE SENSE IS WARNED ABOUT AND THE DEFAULTS ARE USED, SO *
008076*  THE NIGHT STILL GETS RECORDED.                               *
008077*===============================================================*
008078 2300-LOAD-STRIKE-POLICY.
008079     SET WS-PARM-NOT-FOUND TO TRUE
008080     SET WS-PARM-NOT-EOF TO TRUE
008081     OPEN INPUT PARM-FILE
008082     IF WS-PARM-STATUS = "00"
008083         PERFORM 2310-TEST-POLICY-CARD THRU 2310-EXIT
008084             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
008085         CLOSE PARM-FILE
008086     END-IF
008087     IF WS-PARM-NOT-FOUND
008088         GO TO 2300-EXIT
008089     END-IF
008090
008091     SET WS-POLICY-VALID TO TRUE
008092     IF WS-ONE-STRIKE-IN NOT = SPACES
008093         INSPECT WS-ONE-STRIKE-IN
008094             REPLACING LEADING SPACE BY ZERO
008095         IF WS-ONE-STRIKE-IN IS NUMERIC
008096             MOVE WS-ONE-STRIKE-IN TO WS-ONE-STRIKE-HOURS
008097         ELSE
008098             SET WS-POLICY-INVALID TO TRUE
008099         END-IF
008100     END-IF
008101     IF WS-TWO-STRIKE-IN NOT = SPACES
008102         INSPECT WS-TWO-STRIKE-IN
008103             REPLACING LEADING SPACE BY ZERO
008104         IF WS-TWO-STRIKE-IN IS NUMERIC
008105             MOVE WS-TWO-STRIKE-IN TO WS-TWO-STRIKE-HOURS
008106         ELSE
008107             SET WS-POLICY-INVALID TO TRUE
008108         END-IF
008109     END-IF
008110     IF WS-STRIKE-WEEKS-IN NOT = SPACES
008111         INSPECT WS-STRIKE-WEEKS-IN
008112             REPLACING LEADING SPACE BY ZERO
008113         IF WS-STRIKE-WEEKS-IN IS NUMERIC
008114             MOVE WS-STRIKE-WEEKS-IN TO WS-STRIKE-WEEKS
008115         ELSE
008116             SET WS-POLICY-INVALID TO TRUE
008117         END-IF
008118     END-IF
008119     IF WS-STRIKE-LIMIT-IN NOT = SPACES
008120         INSPECT WS-STRIKE-LIMIT-IN
008121             REPLACING LEADING SPACE BY ZERO
008122         IF WS-STRIKE-LIMIT-IN IS NUMERIC
008123             MOVE WS-STRIKE-LIMIT-IN TO WS-STRIKE-LIMIT
008124         ELSE
008125             SET WS-POLICY-INVALID TO TRUE
008126         END-IF
008127     END-IF
008128     IF WS-TWO-STRIKE-HOURS > WS-ONE-STRIKE-HOURS
008129         OR WS-STRIKE-WEEKS = ZERO
008130         OR WS-STRIKE-LIMIT = ZERO
008131         SET WS-POLICY-INVALID TO TRUE
008132     END-IF
008133
008134     IF WS-POLICY-INVALID
008135         DISPLAY "MVNTPARM MOVIENIGHTSTRIKES CARD IS NOT VALID - "
008136             "THE DEFAULT STRIKE POLICY IS USED."
008137         MOVE 48 TO WS-ONE-STRIKE-HOURS
008138         MOVE 6 TO WS-TWO-STRIKE-HOURS
008139         MOVE 8 TO WS-STRIKE-WEEKS
008140         MOVE 3 TO WS-STRIKE-LIMIT
008141         IF WS-RUN-SEVERITY < 4
008142             MOVE 4 TO WS-RUN-SEVERITY
008143         END-IF
008144     END-IF.
008145 2300-EXIT.
008146     EXIT.
008147
008148*===============================================================*
008149*  2310-TEST-POLICY-CARD - THE FIRST MOVIENIGHTSTRIKES CARD     *
008150*  WINS. THE VALUES ARE TRIMMED INTO RIGHT-JUSTIFIED HOLDERS SO *
008151*  "8" AND "08" BOTH READ AS EIGHT.                             *
008152*===============================================================*
008153 2310-TEST-POLICY-CARD.
008154     READ PARM-FILE
008155         AT END
008156             SET WS-PARM-EOF TO TRUE
008157         NOT AT END
008158             IF PARM-PROGRAM = "MOVIENIGHTSTRIKES"
008159                 SET WS-PARM-FOUND TO TRUE
008160                 MOVE FUNCTION TRIM(PARM-ONE-STRIKE-HOURS)
008161                     TO WS-ONE-STRIKE-IN
008162                 MOVE FUNCTION TRIM(PARM-TWO-STRIKE-HOURS)
008163                     TO WS-TWO-STRIKE-IN
008164                 MOVE FUNCTION TRIM(PARM-STRIKE-WEEKS)
008165                     TO WS-STRIKE-WEEKS-IN
008166                 MOVE FUNCTION TRIM(PARM-STRIKE-LIMIT)
008167                     TO WS-STRIKE-LIMIT-IN
008168             END-IF
008169     END-READ.
008170 2310-EXIT.
008171     EXIT.
008172
008173
008174*===============================================================*
008175*  3000-DETERMINE-DATE                                          *
008176*===============================================================*
008177 3000-DETERMINE-DATE.
008178     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008179 3000-EXIT.
008180     EXIT.
008181
008182*===============================================================*
008183*  3100-DETERMINE-DAY - INTERACTIVE SHOPS GET TODAY'S DAY OF    *
008190*  WEEK FROM THE SYSTEM CLOCK; BATCH SHOPS GET IT (AND THE       *
008200*  REST OF THE NIGHT'S ANSWERS) OFF THE INPUT DATASET. A BATCH   *
008210*  RUN ALSO REPLACES WS-TODAY-DATE WITH THE DATASET'S OWN DATE,  *
008320     ELSE
008330         ACCEPT WS-DAY FROM DAY-OF-WEEK
008340     END-IF
008341
008342     PERFORM 3120-SELECT-SERIES THRU 3120-EXIT
008343     IF WS-SERIES-REJECTED
008344         GO TO 3100-EXIT
008345     END-IF
008350
008360     IF WS-SERIES-CHOSEN AND WS-DAY = CTL-MOVIENIGHT-DAY
008370         SET WS-IS-MOVIENIGHT-DAY TO TRUE
008380         PERFORM 3150-CHECK-EXCEPTION THRU 3150-EXIT
008390     ELSE
008440
008450*===============================================================*
008460*  3150-CHECK-EXCEPTION - IS TONIGHT'S DATE ON THE MVNTEXCP      *
008470*  EXCEPTION CALENDAR FOR THIS SERIES (A BLANK EXCP-SERIES IS    *
008471*  THE DEFAULT)? A MATCH MEANS A PLANNED SKIP: NO PROMPTS,       *
008472*  A "SKP" HISTORY ROW INSTEAD OF A CANCELLATION, AND THE SKIP'S *
008480*  LABEL CARRIED THROUGH TO HISTORY AND THE GROUP CHAT. A SHOP   *
008490*  WITH NO EXCEPTION FILE JUST NEVER SKIPS.                      *
008510*===============================================================*
008520 3150-CHECK-EXCEPTION.
008530     SET WS-NOT-PLANNED-SKIP TO TRUE
008690         AT END
008700             SET WS-EXCP-EOF TO TRUE
008710         NOT AT END
008711             IF EXCP-SERIES = SPACES
008712                 MOVE WS-DEFAULT-SERIES TO EXCP-SERIES
008713             END-IF
008720             IF EXCP-DATE = WS-TODAY-DATE AND
008721                 EXCP-SERIES = WS-SERIES
008730                 SET WS-PLANNED-SKIP TO TRUE
008740                 MOVE EXCP-LABEL TO WS-SKIP-LABEL
008750                 SET WS-EXCP-EOF TO TRUE
009020                 MOVE FUNCTION UPPER-CASE(BATCH-CANCEL-REASON)
009030                     TO WS-BATCH-CANCEL-REASON
009031                 MOVE BATCH-OTHER-NOTE TO WS-BATCH-OTHER-NOTE
009032                 MOVE BATCH-NOTICE-HOURS TO WS-BATCH-NOTICE-HOURS
009033                 MOVE FUNCTION UPPER-CASE(BATCH-SERIES)
009034                     TO WS-BATCH-SERIES
009040         END-READ
009050         CLOSE BATCH-FILE
009060     ELSE
009130     END-IF.
009140 3110-EXIT.
009150     EXIT.
009151
009152*===============================================================*
009153*  3120-SELECT-SERIES - WHICH SERIES IS THIS RUN RECORDING? A    *
009154*  BATCH RUN TAKES THE DECK'S BATCH-SERIES (BLANK IS THE         *
009155*  DEFAULT) AND A SERIES NOT ON MVNTCTL ENDS THE RUN AT 8. AN    *
009156*  INTERACTIVE RUN WITH ONE SERIES NEVER ASKS; WITH SEVERAL IT   *
009157*  TAKES THE SERIES WHOSE DAY IT IS, AND ASKS ONLY WHEN MORE     *
009158*  THAN ONE SERIES MEETS TODAY. WHEN NONE DOES, NOTHING IS      *
009159*  CHOSEN HERE: IT IS NOT A MOVIE-NIGHT DAY, AND THE MAKEUP PATH *
009160*  ASKS FOR THE SERIES ITSELF (SEE 3920-VERIFY-ORIGINAL).        *
009161*===============================================================*
009162 3120-SELECT-SERIES.
009163     SET WS-SERIES-NOT-CHOSEN TO TRUE
009164     IF CTL-RUN-MODE = "B"
009165         MOVE WS-BATCH-SERIES TO WS-SERIES-IN
009166         IF WS-SERIES-IN = SPACES
009167             MOVE WS-DEFAULT-SERIES TO WS-SERIES-IN
009168         END-IF
009169         PERFORM 3130-FIND-SERIES THRU 3130-EXIT
009170         IF WS-SERIES-NOT-CHOSEN
009171             DISPLAY "SERIES " WS-SERIES-IN " IS NOT ON MVNTCTL "
009172                 "- NOTHING RECORDED."
009173             SET WS-SERIES-REJECTED TO TRUE
009174             MOVE "BADSERIES" TO WS-RUN-PATH
009175             MOVE 8 TO WS-RUN-SEVERITY
009176             MOVE "MVNTIN SERIES NOT ON MVNTCTL - NOT SAVED"
009177                 TO WS-ALERT-TEXT
009178         END-IF
009179         GO TO 3120-EXIT
009180     END-IF
009181
009182     IF WS-CTL-COUNT = 1
009183         MOVE WS-CTL-T-SERIES(1) TO WS-SERIES-IN
009184         PERFORM 3130-FIND-SERIES THRU 3130-EXIT
009185         GO TO 3120-EXIT
009186     END-IF
009187
009188     MOVE ZERO TO WS-DAY-SERIES-COUNT
009189     MOVE 1 TO WS-CTL-IDX
009190     PERFORM 3140-COUNT-DAY-SERIES THRU 3140-EXIT
009191         UNTIL WS-CTL-IDX > WS-CTL-COUNT
009192     IF WS-DAY-SERIES-COUNT = 1
009193         MOVE WS-DAY-SERIES-CODE TO WS-SERIES-IN
009194         PERFORM 3130-FIND-SERIES THRU 3130-EXIT
009195     END-IF
009196     IF WS-DAY-SERIES-COUNT > 1
009197         PERFORM 3170-PROMPT-SERIES THRU 3170-EXIT
009198             UNTIL WS-SERIES-CHOSEN
009199     END-IF
009200     IF WS-SERIES-CHOSEN
009201         DISPLAY "SERIES: " WS-SERIES
009202     END-IF.
009203 3120-EXIT.
009204     EXIT.
009205
009206*===============================================================*
009207*  3130-FIND-SERIES - LOOK WS-SERIES-IN UP IN THE SERIES TABLE. *
009208*  A HIT BECOMES THIS RUN'S SERIES: ITS ROW IS MOVED INTO       *
009209*  CTL-RECORD (DAY AND STREAK) UNDER THE SHOP'S RUN MODE.       *
009210*===============================================================*
009211 3130-FIND-SERIES.
009212     MOVE 1 TO WS-CTL-IDX
009213     PERFORM 3131-TEST-SERIES THRU 3131-EXIT
009214         UNTIL WS-SERIES-CHOSEN OR WS-CTL-IDX > WS-CTL-COUNT
009215     IF WS-SERIES-CHOSEN
009216         MOVE WS-CTL-IDX TO WS-SERIES-IDX
009217         MOVE WS-SERIES-IN TO WS-SERIES
009218         MOVE WS-CTL-ENTRY(WS-SERIES-IDX) TO CTL-RECORD
009219         MOVE WS-SHOP-RUN-MODE TO CTL-RUN-MODE
009220     END-IF.
009221 3130-EXIT.
009222     EXIT.
009223
009224*===============================================================*
009225*  3131-TEST-SERIES                                             *
009226*===============================================================*
009227 3131-TEST-SERIES.
009228     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-SERIES-IN
009229         SET WS-SERIES-CHOSEN TO TRUE
009230     ELSE
009231         ADD 1 TO WS-CTL-IDX
009232     END-IF.
009233 3131-EXIT.
009234     EXIT.
009235
009236*===============================================================*
009237*  3140-COUNT-DAY-SERIES - HOW MANY SERIES MEET TODAY?          *
009238*===============================================================*
009239 3140-COUNT-DAY-SERIES.
009240     IF WS-CTL-T-DAY(WS-CTL-IDX) = WS-DAY
009241         ADD 1 TO WS-DAY-SERIES-COUNT
009242         MOVE WS-CTL-T-SERIES(WS-CTL-IDX) TO WS-DAY-SERIES-CODE
009243     END-IF
009244     ADD 1 TO WS-CTL-IDX.
009245 3140-EXIT.
009246     EXIT.
009247
009248*===============================================================*
009249*  3170-PROMPT-SERIES                                           *
009250*===============================================================*
009251 3170-PROMPT-SERIES.
009252     DISPLAY "Which series is this night for? ("
009253         FUNCTION TRIM(WS-SERIES-LIST) ")"
009254     ACCEPT WS-SERIES-IN
009255     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-SERIES-IN
009256     PERFORM 3130-FIND-SERIES THRU 3130-EXIT
009257     IF WS-SERIES-NOT-CHOSEN
009258         DISPLAY "Please answer one of "
009259             FUNCTION TRIM(WS-SERIES-LIST) "."
009260     END-IF.
009261 3170-EXIT.
009262     EXIT.
009263
009264*===============================================================*
009265*  3200-CHECK-HISTORY-RECORDED - ASK MVNTHIST ITSELF WHETHER      *
009266*  TODAY'S DATE IS RECORDED ON FILE, RATHER THAN TRUSTING A       *
009267*  SEPARATE CONTROL-RECORD FLAG THAT COULD BE WRITTEN (OR NOT)    *
009268*  OUT OF STEP WITH THE HISTORY FILE ITSELF. NOW THAT MVNTHIST    *
009269*  IS KEYED ON DATE AND SERIES IT IS ONE KEYED READ - STATUS 23   *
009270*  (NOT FOUND) MEANS TODAY IS STILL UNRECORDED, AND A MISSING     *
009271*  FILE (STATUS 35) MEANS THE SAME THING ON A FIRST RUN.          *
009272*===============================================================*
009273 3200-CHECK-HISTORY-RECORDED.
009274     SET WS-NOT-ALREADY-RECORDED-TODAY TO TRUE
009280     OPEN INPUT HIST-FILE
009290     IF WS-HIST-STATUS = "00"
009300         MOVE WS-TODAY-DATE TO HIST-DATE
009301         MOVE WS-SERIES TO HIST-SERIES
009310         READ HIST-FILE
009320             INVALID KEY
009330                 CONTINUE
010140*===============================================================*
010150 3920-VERIFY-ORIGINAL.
010160     SET WS-ORIG-NOT-VERIFIED TO TRUE
010161     IF WS-SERIES-NOT-CHOSEN
010162         PERFORM 3170-PROMPT-SERIES THRU 3170-EXIT
010163             UNTIL WS-SERIES-CHOSEN
010164     END-IF
010170     DISPLAY "Makeup for which date? (YYYYMMDD)"
010180     ACCEPT WS-MAKEUP-DATE-IN
010190
010320     END-IF
010330
010340     MOVE WS-MAKEUP-ORIG-DATE TO HIST-DATE
010341     MOVE WS-SERIES TO HIST-SERIES
010350     READ HIST-FILE
010360         INVALID KEY
010370             DISPLAY "NO HISTORY ROW FOR " WS-MAKEUP-ORIG-DATE
010640             IF NOT WS-PARTY-NONE
010650                 PERFORM 4230-PROMPT-CANCEL-REASON THRU
010660                     4230-EXIT UNTIL WS-REASON-VALID
010661                 PERFORM 4250-PROMPT-NOTICE THRU 4250-EXIT
010662                     UNTIL WS-NOTICE-VALID
010670             END-IF
010680             IF WS-PARTY-NONE
010690                 PERFORM 4300-GET-FILM-DETAILS THRU 4300-EXIT
011158                     REPLACING ALL "," BY ";"
011159                 SET WS-OTHER-NOTE-CAPTURED TO TRUE
011160             END-IF
011161*            THE NOTICE RIDES IN ON THE DECK AS WELL. BLANK MEANS
011162*            NOBODY KNEW; ANYTHING NOT 0-999 IS WARNED ABOUT AND
011163*            RECORDED THE SAME WAY, SINCE IT CANNOT BE REPROMPTED.
011164             MOVE FUNCTION TRIM(WS-BATCH-NOTICE-HOURS)
011165                 TO WS-NOTICE-HOURS-IN
011166             PERFORM 4255-VALIDATE-NOTICE THRU 4255-EXIT
011167             IF WS-NOTICE-INVALID
011168                 DISPLAY "BATCH INPUT HAD AN INVALID NOTICE OF '"
011169                     WS-BATCH-NOTICE-HOURS "' - RECORDED AS NOT "
011170                     "KNOWN."
011171                 MOVE SPACES TO WS-NOTICE-HOURS-IN
011172                 IF WS-RUN-SEVERITY < 4
011173                     MOVE 4 TO WS-RUN-SEVERITY
011174                 END-IF
011175             END-IF
011176         END-IF
011177     END-IF.
011180 4100-EXIT.
011190     EXIT.
011200
012304     EXIT.
012305
012306*===============================================================*
012307*  4250-PROMPT-NOTICE - HOW LONG BEFORE THE NIGHT THE CANCELLING*
012308*  PARTY CALLED IT OFF, IN HOURS, FOR THE MVNTSTRK STRIKE       *
012309*  LEDGER. A BLANK ANSWER IS ALLOWED - NOBODY ALWAYS KNOWS - AND*
012310*  A CANCELLATION OF UNKNOWN NOTICE EARNS NO STRIKE.            *
012311*===============================================================*
012312 4250-PROMPT-NOTICE.
012313     DISPLAY "How many hours before the night was it called off? "
012314         "(0-999, ENTER if nobody knows)"
012315     ACCEPT WS-NOTICE-HOURS-IN
012316     PERFORM 4255-VALIDATE-NOTICE THRU 4255-EXIT
012317     IF WS-NOTICE-INVALID
012318         DISPLAY "Please answer with a number of hours from 0 "
012319             "to 999."
012320     END-IF.
012321 4250-EXIT.
012322     EXIT.
012323
012324*===============================================================*
012325*  4255-VALIDATE-NOTICE - BLANK (NOT KNOWN) OR 0-999 HOURS. THE *
012326*  ANSWER LANDS RIGHT-JUSTIFIED AND IS ZERO-FILLED BEFORE THE   *
012327*  NUMERIC TEST, THE SAME AS THE HEADCOUNT. USED BY THE CONSOLE *
012328*  PROMPT AND THE BATCH EDIT ALIKE.                             *
012329*===============================================================*
012330 4255-VALIDATE-NOTICE.
012331     SET WS-NOTICE-VALID TO TRUE
012332     IF WS-NOTICE-HOURS-IN = SPACES
012333         GO TO 4255-EXIT
012334     END-IF
012335     INSPECT WS-NOTICE-HOURS-IN
012336         REPLACING LEADING SPACE BY ZERO
012337     IF WS-NOTICE-HOURS-IN IS NOT NUMERIC
012338         SET WS-NOTICE-INVALID TO TRUE
012339     END-IF.
012340 4255-EXIT.
012341     EXIT.
012342
012343*===============================================================*
012344*  4300-GET-FILM-DETAILS - THE NIGHT IS ACTUALLY HAPPENING, SO  *
012345*  CAPTURE WHAT GOT WATCHED, WHO HOSTED, WHO PICKED IT, AND HOW *
012346*  MANY SHOWED UP - ONCE PER FILM, SINCE A DOUBLE FEATURE IS A  *
012347*  REGULAR OCCURRENCE. INTERACTIVE RUNS ONLY - THE BATCH INPUT  *
012348*  DATASET CARRIES NO FILM DETAILS, SO A CATCH-UP RUN LEAVES    *
012350*  MVNTFILM ALONE.                                               *
012360*===============================================================*
012370 4300-GET-FILM-DETAILS.
012380     PERFORM 4305-LOOKUP-SCHEDULE THRU 4305-EXIT
012381     PERFORM 4370-LOAD-WATCHLIST THRU 4370-EXIT
012390     SET WS-MORE-FILMS TO TRUE
012400     PERFORM 4301-CAPTURE-ONE-FILM THRU 4301-EXIT
012410         UNTIL WS-NO-MORE-FILMS
012610     MOVE SPACES TO WS-FILM-HEADCOUNT-IN
012620     MOVE SPACES TO WS-FILM-SCORE-IN
012630
012631     PERFORM 4380-BUILD-OFFER THRU 4380-EXIT
012640     PERFORM 4310-PROMPT-FILM-TITLE THRU 4310-EXIT
012650         UNTIL WS-TITLE-VALID
012660     PERFORM 4315-CHECK-REWATCH THRU 4315-EXIT
012800     MOVE WS-FILM-HEADCOUNT-IN TO
012810         WS-FC-HEADCOUNT(WS-FC-COUNT)
012820     MOVE WS-FILM-SCORE-IN TO WS-FC-SCORE(WS-FC-COUNT)
012821     PERFORM 4385-TAKE-NOMINATION THRU 4385-EXIT
012830
012840     IF WS-FC-COUNT >= 10
012850         DISPLAY "Ten films in one night is the cap. "
013410         AT END
013420             SET WS-SCHED-EOF TO TRUE
013430         NOT AT END
013431             IF SCHED-SERIES = SPACES
013432                 MOVE WS-DEFAULT-SERIES TO SCHED-SERIES
013433             END-IF
013440             IF SCHED-DATE = WS-TODAY-DATE AND
013441                 SCHED-SERIES = WS-SERIES AND
013450                 SCHED-STATUS = "MOVIE"
013460                 MOVE SCHED-HOST TO WS-SCHED-HOST-DEF
013470                 MOVE SCHED-PICKER TO WS-SCHED-PICKER-DEF
013520     EXIT.
013530
013540*===============================================================*
013541*  4310-PROMPT-FILM-TITLE - THE TOP OF THE NOMINATION WATCHLIST *
013542*  IS SHOWN FIRST, NUMBERED, AND A BARE NUMBER FROM THAT LIST   *
013543*  TAKES THE NOMINATED TITLE. ANY OTHER ANSWER IS THE TITLE AS  *
013544*  TYPED - SO A FILM ACTUALLY CALLED "9" STILL GOES IN.         *
013545*===============================================================*
013546 4310-PROMPT-FILM-TITLE.
013547     IF WS-OF-COUNT > ZERO
013548         DISPLAY "Top of the watchlist:"
013549         MOVE 1 TO WS-OF-IDX
013550         PERFORM 4311-SHOW-OFFER THRU 4311-EXIT
013551             UNTIL WS-OF-IDX > WS-OF-COUNT
013552         DISPLAY "What movie did we watch? (title, or a number "
013553             "from the watchlist)"
013554     ELSE
013555         DISPLAY "What movie did we watch?"
013556     END-IF
013557     ACCEPT WS-FILM-TITLE-IN
013558
013559     IF WS-FILM-TITLE-IN = SPACES
013560         SET WS-TITLE-INVALID TO TRUE
013561         DISPLAY "Please give the movie a title."
013562         GO TO 4310-EXIT
013563     END-IF
013564     SET WS-TITLE-VALID TO TRUE
013565
013566     IF WS-OF-COUNT > ZERO AND
013567         WS-FILM-TITLE-IN(2:39) = SPACES AND
013568         WS-FILM-TITLE-IN(1:1) IS NUMERIC
013569         MOVE WS-FILM-TITLE-IN(1:1) TO WS-OF-PICK
013570         IF WS-OF-PICK >= 1 AND WS-OF-PICK <= WS-OF-COUNT
013571             MOVE WS-OF-NOM(WS-OF-PICK) TO WS-NM-IDX
013572             MOVE WS-NM-TITLE(WS-NM-IDX) TO WS-FILM-TITLE-IN
013573             DISPLAY "Taking "
013574                 FUNCTION TRIM(WS-FILM-TITLE-IN) "."
013575         END-IF
013576     END-IF.
013577 4310-EXIT.
013578     EXIT.
013579
013580*===============================================================*
013581*  4311-SHOW-OFFER                                              *
013582*===============================================================*
013583 4311-SHOW-OFFER.
013584     MOVE WS-OF-NOM(WS-OF-IDX) TO WS-NM-IDX
013585     MOVE WS-NM-VOTES(WS-NM-IDX) TO WS-OF-VOTES-EDIT
013586     DISPLAY "  " WS-OF-IDX ". " WS-NM-TITLE(WS-NM-IDX) " "
013587         WS-OF-VOTES-EDIT " vote(s)"
013588     ADD 1 TO WS-OF-IDX.
013589 4311-EXIT.
013590     EXIT.
013690
013700*===============================================================*
013710*  4315-CHECK-REWATCH - SCAN THE MVNTFILM LOG FOR THE TITLE      *
015140     END-IF.
015150 4350-EXIT.
015160     EXIT.
015161
015162*===============================================================*
015163*  4370-LOAD-WATCHLIST - REBUILD THE NOMINATION WATCHLIST FROM  *
015164*  MVNTNOMS AND RANK THE OPEN NOMINATIONS. EACH ROW APPLIES TO  *
015165*  THE OPEN NOMINATION OF ITS TITLE: A "NOM" OPENS ONE WHEN     *
015166*  THERE IS NONE AND IS THE NOMINATOR'S VOTE, A "VOTE" BACKS IT *
015167*  (ONCE PER MEMBER) AND A "SEEN" CLOSES IT. NO FILE, NO OFFER. *
015168*===============================================================*
015169 4370-LOAD-WATCHLIST.
015170     MOVE ZERO TO WS-NM-COUNT
015171     MOVE ZERO TO WS-VT-COUNT
015172     MOVE ZERO TO WS-RK-COUNT
015173     OPEN INPUT NOMS-FILE
015174     IF WS-NOMS-STATUS NOT = "00"
015175         GO TO 4370-EXIT
015176     END-IF
015177     SET WS-NOMS-NOT-EOF TO TRUE
015178     PERFORM 4371-LOAD-ONE-NOM-ROW THRU 4371-EXIT
015179         UNTIL WS-NOMS-EOF
015180     CLOSE NOMS-FILE
015181
015182     SET WS-RANK-MORE TO TRUE
015183     PERFORM 4376-RANK-NEXT THRU 4376-EXIT
015184         UNTIL WS-RANK-DONE.
015185 4370-EXIT.
015186     EXIT.
015187
015188*===============================================================*
015189*  4371-LOAD-ONE-NOM-ROW                                        *
015190*===============================================================*
015191 4371-LOAD-ONE-NOM-ROW.
015192     READ NOMS-FILE
015193         AT END
015194             SET WS-NOMS-EOF TO TRUE
015195             GO TO 4371-EXIT
015196     END-READ
015197
015198     MOVE FUNCTION UPPER-CASE(NOMS-TITLE) TO WS-NM-FIND-FOLDED
015199     PERFORM 4372-FIND-OPEN-NOM THRU 4372-EXIT
015200     MOVE NOMS-PERSON TO WS-NM-FIND-PERSON
015201
015202     EVALUATE TRUE
015203         WHEN NOMS-KIND-NOM
015204             IF WS-NM-NOT-FOUND
015205                 IF WS-NM-COUNT >= 1000
015206                     SET WS-NOMS-EOF TO TRUE
015207                     GO TO 4371-EXIT
015208                 END-IF
015209                 ADD 1 TO WS-NM-COUNT
015210                 MOVE WS-NM-COUNT TO WS-NM-IDX
015211                 MOVE NOMS-TITLE TO WS-NM-TITLE(WS-NM-IDX)
015212                 MOVE WS-NM-FIND-FOLDED TO WS-NM-FOLDED(WS-NM-IDX)
015213                 MOVE NOMS-DATE TO WS-NM-DATE(WS-NM-IDX)
015214                 MOVE ZERO TO WS-NM-VOTES(WS-NM-IDX)
015215                 MOVE "O" TO WS-NM-STATE(WS-NM-IDX)
015216                 MOVE ZERO TO WS-NM-RANK(WS-NM-IDX)
015217             END-IF
015218             PERFORM 4374-COUNT-VOTE THRU 4374-EXIT
015219         WHEN NOMS-KIND-VOTE
015220             IF WS-NM-FOUND
015221                 PERFORM 4374-COUNT-VOTE THRU 4374-EXIT
015222             END-IF
015223         WHEN NOMS-KIND-SEEN
015224             IF WS-NM-FOUND
015225                 MOVE "C" TO WS-NM-STATE(WS-NM-IDX)
015226             END-IF
015227     END-EVALUATE.
015228 4371-EXIT.
015229     EXIT.
015230
015231*===============================================================*
015232*  4372-FIND-OPEN-NOM - LOCATE THE OPEN NOMINATION WHOSE FOLDED *
015233*  TITLE IS WS-NM-FIND-FOLDED; WS-NM-IDX POINTS AT THE HIT.     *
015234*===============================================================*
015235 4372-FIND-OPEN-NOM.
015236     SET WS-NM-NOT-FOUND TO TRUE
015237     MOVE 1 TO WS-NM-IDX
015238     PERFORM 4373-TEST-OPEN-NOM THRU 4373-EXIT
015239         UNTIL WS-NM-FOUND OR WS-NM-IDX > WS-NM-COUNT.
015240 4372-EXIT.
015241     EXIT.
015242
015243*===============================================================*
015244*  4373-TEST-OPEN-NOM                                           *
015245*===============================================================*
015246 4373-TEST-OPEN-NOM.
015247     IF WS-NM-FOLDED(WS-NM-IDX) = WS-NM-FIND-FOLDED AND
015248         WS-NM-STATE(WS-NM-IDX) = "O"
015249         SET WS-NM-FOUND TO TRUE
015250     ELSE
015251         ADD 1 TO WS-NM-IDX
015252     END-IF.
015253 4373-EXIT.
015254     EXIT.
015255
015256*===============================================================*
015257*  4374-COUNT-VOTE - WS-NM-FIND-PERSON BACKS NOMINATION         *
015258*  WS-NM-IDX, UNLESS THEY ALREADY HAVE.                         *
015259*===============================================================*
015260 4374-COUNT-VOTE.
015261     SET WS-VT-NOT-FOUND TO TRUE
015262     MOVE 1 TO WS-VT-IDX
015263     PERFORM 4375-TEST-VOTE THRU 4375-EXIT
015264         UNTIL WS-VT-FOUND OR WS-VT-IDX > WS-VT-COUNT
015265     IF WS-VT-FOUND OR WS-VT-COUNT >= 10000
015266         GO TO 4374-EXIT
015267     END-IF
015268     ADD 1 TO WS-VT-COUNT
015269     MOVE WS-NM-IDX TO WS-VT-NOM(WS-VT-COUNT)
015270     MOVE WS-NM-FIND-PERSON TO WS-VT-PERSON(WS-VT-COUNT)
015271     ADD 1 TO WS-NM-VOTES(WS-NM-IDX).
015272 4374-EXIT.
015273     EXIT.
015274
015275*===============================================================*
015276*  4375-TEST-VOTE                                               *
015277*===============================================================*
015278 4375-TEST-VOTE.
015279     IF WS-VT-NOM(WS-VT-IDX) = WS-NM-IDX AND
015280         WS-VT-PERSON(WS-VT-IDX) = WS-NM-FIND-PERSON
015281         SET WS-VT-FOUND TO TRUE
015282     ELSE
015283         ADD 1 TO WS-VT-IDX
015284     END-IF.
015285 4375-EXIT.
015286     EXIT.
015287
015288*===============================================================*
015289*  4376-RANK-NEXT - PICK THE BEST OPEN NOMINATION NOT RANKED    *
015290*  YET: MOST VOTES, THEN THE OLDEST. NONE LEFT ENDS THE RANKING.*
015291*===============================================================*
015292 4376-RANK-NEXT.
015293     MOVE ZERO TO WS-BEST-IDX
015294     MOVE 1 TO WS-NM-IDX
015295     PERFORM 4377-RANK-COMPARE THRU 4377-EXIT
015296         UNTIL WS-NM-IDX > WS-NM-COUNT
015297     IF WS-BEST-IDX = ZERO
015298         SET WS-RANK-DONE TO TRUE
015299     ELSE
015300         ADD 1 TO WS-RK-COUNT
015301         MOVE WS-BEST-IDX TO WS-RK-NOM(WS-RK-COUNT)
015302         MOVE WS-RK-COUNT TO WS-NM-RANK(WS-BEST-IDX)
015303     END-IF.
015304 4376-EXIT.
015305     EXIT.
015306
015307*===============================================================*
015308*  4377-RANK-COMPARE                                            *
015309*===============================================================*
015310 4377-RANK-COMPARE.
015311     IF WS-NM-STATE(WS-NM-IDX) NOT = "O" OR
015312         WS-NM-RANK(WS-NM-IDX) NOT = ZERO
015313         GO TO 4377-NEXT
015314     END-IF
015315     IF WS-BEST-IDX = ZERO
015316         MOVE WS-NM-IDX TO WS-BEST-IDX
015317         GO TO 4377-NEXT
015318     END-IF
015319     IF WS-NM-VOTES(WS-NM-IDX) > WS-NM-VOTES(WS-BEST-IDX)
015320         MOVE WS-NM-IDX TO WS-BEST-IDX
015321         GO TO 4377-NEXT
015322     END-IF
015323     IF WS-NM-VOTES(WS-NM-IDX) = WS-NM-VOTES(WS-BEST-IDX) AND
015324         WS-NM-DATE(WS-NM-IDX) < WS-NM-DATE(WS-BEST-IDX)
015325         MOVE WS-NM-IDX TO WS-BEST-IDX
015326     END-IF.
015327 4377-NEXT.
015328     ADD 1 TO WS-NM-IDX.
015329 4377-EXIT.
015330     EXIT.
015331
015332*===============================================================*
015333*  4380-BUILD-OFFER - THE FIRST FIVE RANKED NOMINATIONS STILL   *
015334*  OPEN, SO A TITLE TAKEN FOR THE FIRST FILM OF A DOUBLE        *
015335*  FEATURE IS NOT OFFERED AGAIN FOR THE SECOND.                 *
015336*===============================================================*
015337 4380-BUILD-OFFER.
015338     MOVE ZERO TO WS-OF-COUNT
015339     MOVE 1 TO WS-RK-IDX
015340     PERFORM 4381-OFFER-ONE THRU 4381-EXIT
015341         UNTIL WS-RK-IDX > WS-RK-COUNT OR WS-OF-COUNT >= 5.
015342 4380-EXIT.
015343     EXIT.
015344
015345*===============================================================*
015346*  4381-OFFER-ONE                                               *
015347*===============================================================*
015348 4381-OFFER-ONE.
015349     MOVE WS-RK-NOM(WS-RK-IDX) TO WS-NM-IDX
015350     IF WS-NM-STATE(WS-NM-IDX) = "O"
015351         ADD 1 TO WS-OF-COUNT
015352         MOVE WS-NM-IDX TO WS-OF-NOM(WS-OF-COUNT)
015353     END-IF
015354     ADD 1 TO WS-RK-IDX.
015355 4381-EXIT.
015356     EXIT.
015357
015358*===============================================================*
015359*  4385-TAKE-NOMINATION - THE TITLE JUST CAPTURED, PICKED OFF   *
015360*  THE LIST OR TYPED, TAKES THE OPEN NOMINATION OF THE SAME     *
015361*  TITLE (CASE-FOLDED) IF THERE IS ONE.                         *
015362*===============================================================*
015363 4385-TAKE-NOMINATION.
015364     MOVE FUNCTION UPPER-CASE(WS-FILM-TITLE-IN)
015365         TO WS-NM-FIND-FOLDED
015366     PERFORM 4372-FIND-OPEN-NOM THRU 4372-EXIT
015367     IF WS-NM-FOUND
015368         MOVE "T" TO WS-NM-STATE(WS-NM-IDX)
015369     END-IF.
015370 4385-EXIT.
015371     EXIT.
015372
015373*===============================================================*
015374*  4500-APPLY-PLANNED-SKIP - TONIGHT IS ON THE EXCEPTION         *
015375*  CALENDAR. SET THE ANSWERS TO A PLANNED SKIP: NO PROMPTS, NO   *
015376*  CANCELLATION, AND NO STREAK CHANGE (5000-PROCESS-ANSWERS IS   *
015377*  NOT PERFORMED, SO A HOLIDAY CANNOT WIPE A LIVE ZORCH RUN).    *
015378*===============================================================*
015379 4500-APPLY-PLANNED-SKIP.
015380     MOVE "SKP" TO WS-ISMOVIENIGHT
015381     MOVE "NONE" TO WS-CANCEL-PARTY
015382     MOVE SPACES TO WS-CANCEL-REASON
015383     DISPLAY "PLANNED SKIP TONIGHT: "
015384         FUNCTION TRIM(WS-SKIP-LABEL)
015385     DISPLAY "NO MOVIE NIGHT, NO HARD FEELINGS.".
015386 4500-EXIT.
015387     EXIT.
015388
015389*===============================================================*
015390*  4600-APPLY-MAKEUP - TONIGHT IS A VERIFIED MAKEUP FOR A       *
015391*  CANCELLED SATURDAY. SET THE ANSWERS TO A MAKEUP NIGHT: NO    *
015392*  CANCELLATION, NO STREAK CHANGE (THE ORIGINAL CANCELLATION    *
015393*  ALREADY DID WHATEVER IT DID TO THE STREAK), AND THE LINK     *
015394*  BACK TO THE ORIGINAL DATE CARRIED IN THE SKIP-LABEL FIELD.   *
015400*===============================================================*
015410 4600-APPLY-MAKEUP.
015420     MOVE "MKP" TO WS-ISMOVIENIGHT
015980 6000-WRITE-HISTORY.
015990     MOVE SPACES TO HIST-RECORD
016000     MOVE WS-TODAY-DATE TO HIST-DATE
016001     MOVE WS-SERIES TO HIST-SERIES
016010     MOVE WS-ISMOVIENIGHT TO HIST-ISMOVIENIGHT
016020     MOVE WS-CANCEL-PARTY TO HIST-CANCEL-PARTY
016030     MOVE WS-CANCEL-REASON TO HIST-CANCEL-REASON
016420                 WHEN OTHER
016430                     MOVE "RECORDED" TO WS-RUN-PATH
016440             END-EVALUATE
016441             MOVE "ADD" TO WS-JRNL-ACTION
016442             MOVE SPACES TO WS-JRNL-BEFORE
016443             MOVE HIST-RECORD TO WS-JRNL-AFTER
016444             MOVE HIST-DATE TO WS-JRNL-HIST-DATE
016445             MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
016446             PERFORM 6050-WRITE-JOURNAL THRU 6050-EXIT
016450         END-IF
016460         CLOSE HIST-FILE
016470     END-IF.
016480 6000-EXIT.
016490     EXIT.
016491
016492*===============================================================*
016493*  6050-WRITE-JOURNAL - APPEND ONE ROW TO THE MVNTJRNL CHANGE    *
016494*  JOURNAL FOR THE HISTORY WRITE JUST MADE, FROM WS-JRNL-ACTION  *
016495*  AND THE BEFORE AND AFTER IMAGES. A JOURNAL ROW THAT CANNOT    *
016496*  BE WRITTEN IS A WARNING - THE HISTORY ROW STANDS.             *
016497*===============================================================*
016498 6050-WRITE-JOURNAL.
016499     ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
016500     ACCEPT WS-JRNL-RUN-TIME FROM TIME
016501     MOVE SPACES TO JRNL-RECORD
016502     MOVE WS-JRNL-RUN-DATE TO JRNL-DATE
016503     MOVE WS-JRNL-RUN-TIME TO JRNL-TIME
016504     MOVE "DIDZORCHCANCELMOVIENIGHT" TO JRNL-PROGRAM
016505     MOVE WS-JRNL-ACTION TO JRNL-ACTION
016506     MOVE WS-JRNL-HIST-DATE TO JRNL-HIST-DATE
016507     MOVE WS-JRNL-HIST-SERIES TO JRNL-HIST-SERIES
016508     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
016509     MOVE WS-JRNL-AFTER TO JRNL-AFTER-IMAGE
016510
016511     OPEN EXTEND JRNL-FILE
016512     IF WS-JRNL-STATUS = "35"
016513         OPEN OUTPUT JRNL-FILE
016514     END-IF
016515
016516     IF WS-JRNL-STATUS NOT = "00"
016517         DISPLAY "UNABLE TO OPEN MVNTJRNL - CHANGE NOT "
016518             "JOURNALED. STATUS=" WS-JRNL-STATUS
016519         IF WS-RUN-SEVERITY < 4
016520             MOVE 4 TO WS-RUN-SEVERITY
016521         END-IF
016522     ELSE
016523         WRITE JRNL-RECORD
016524         IF WS-JRNL-STATUS NOT = "00"
016525             DISPLAY "UNABLE TO WRITE MVNTJRNL - CHANGE NOT "
016526                 "JOURNALED. STATUS=" WS-JRNL-STATUS
016527             IF WS-RUN-SEVERITY < 4
016528                 MOVE 4 TO WS-RUN-SEVERITY
016529             END-IF
016530         END-IF
016531         CLOSE JRNL-FILE
016532     END-IF.
016533 6050-EXIT.
016534     EXIT.
016535
016536*===============================================================*
016537*  6500-WRITE-FILM - APPEND THE NIGHT'S FILM DETAILS TO THE      *
016538*  MVNTFILM COMPANION LOG, KEYED BY THE SAME DATE AS THE         *
016540*  MVNTHIST ENTRY JUST WRITTEN - ONE ROW PER FILM-TABLE SLOT,    *
016550*  SEQUENCED WITHIN THE NIGHT. OPEN AND WRITE ARE STATUS-        *
016560*  CHECKED THE SAME WAY AS 6000-WRITE-HISTORY.                   *
016700             UNTIL WS-FC-IDX > WS-FC-COUNT
016710                 OR WS-FILM-STATUS NOT = "00"
016720         CLOSE FILM-FILE
016721         PERFORM 6800-MARK-NOMS-SEEN THRU 6800-EXIT
016730     END-IF.
016740 6500-EXIT.
016750     EXIT.
016860     MOVE WS-FC-HEADCOUNT(WS-FC-IDX) TO FILM-HEADCOUNT
016870     MOVE WS-FC-SCORE(WS-FC-IDX) TO FILM-SCORE
016880     MOVE WS-FC-IDX TO FILM-SEQ
016881     MOVE WS-SERIES TO FILM-SERIES
016890
016900     WRITE FILM-RECORD
016910     IF WS-FILM-STATUS NOT = "00"
016931         IF WS-RUN-SEVERITY < 4
016932             MOVE 4 TO WS-RUN-SEVERITY
016933         END-IF
016934     ELSE
016935         PERFORM 6520-RECORD-NOMINATION THRU 6520-EXIT
016940     END-IF
016950     ADD 1 TO WS-FC-IDX.
016960 6510-EXIT.
016970     EXIT.
016971
016972*===============================================================*
016973*  6520-RECORD-NOMINATION - THE FILM JUST WRITTEN IS ON         *
016974*  MVNTFILM, SO A NOMINATION TAKEN FOR IT IS NOW RECORDED.      *
016975*===============================================================*
016976 6520-RECORD-NOMINATION.
016977     MOVE FUNCTION UPPER-CASE(WS-FC-TITLE(WS-FC-IDX))
016978         TO WS-NM-FIND-FOLDED
016979     MOVE 1 TO WS-NM-IDX
016980     PERFORM 6521-TEST-TAKEN-NOM THRU 6521-EXIT
016981         UNTIL WS-NM-IDX > WS-NM-COUNT.
016982 6520-EXIT.
016983     EXIT.
016984
016985*===============================================================*
016986*  6521-TEST-TAKEN-NOM                                          *
016987*===============================================================*
016988 6521-TEST-TAKEN-NOM.
016989     IF WS-NM-FOLDED(WS-NM-IDX) = WS-NM-FIND-FOLDED AND
016990         WS-NM-STATE(WS-NM-IDX) = "T"
016991         MOVE "R" TO WS-NM-STATE(WS-NM-IDX)
016992     END-IF
016993     ADD 1 TO WS-NM-IDX.
016994 6521-EXIT.
016995     EXIT.
016996
016997*===============================================================*
016998*  6600-WRITE-OTHER-DETAIL - APPEND THE NIGHT'S "OTHER" NOTE TO  *
016999*  THE MVNTDETL COMPANION FILE, KEYED BY THE SAME DATE AS THE    *
017000*  MVNTHIST ROW JUST WRITTEN. OPEN AND WRITE ARE STATUS-CHECKED  *
017001*  THE SAME WAY AS 6500-WRITE-FILM.                              *
017002*===============================================================*
017003 6600-WRITE-OTHER-DETAIL.
017004     OPEN EXTEND DETL-FILE
017005     IF WS-DETL-STATUS = "35"
017006         OPEN OUTPUT DETL-FILE
017007     END-IF
017008
017009     IF WS-DETL-STATUS NOT = "00"
017010         DISPLAY "UNABLE TO OPEN MVNTDETL - OTHER NOTE "
017011             "NOT WRITTEN. STATUS=" WS-DETL-STATUS
017012         IF WS-RUN-SEVERITY < 4
017013             MOVE 4 TO WS-RUN-SEVERITY
017014         END-IF
017015     ELSE
017016         MOVE SPACES TO DETL-RECORD
017017         MOVE WS-TODAY-DATE TO DETL-DATE
017018         MOVE WS-OTHER-NOTE TO DETL-NOTE
017019         MOVE WS-SERIES TO DETL-SERIES
017020         WRITE DETL-RECORD
017021         IF WS-DETL-STATUS NOT = "00"
017022             DISPLAY "UNABLE TO WRITE MVNTDETL - OTHER NOTE "
017023                 "NOT WRITTEN. STATUS=" WS-DETL-STATUS
017024             IF WS-RUN-SEVERITY < 4
017025                 MOVE 4 TO WS-RUN-SEVERITY
017026             END-IF
017027         END-IF
017028         CLOSE DETL-FILE
017029     END-IF.
017030 6600-EXIT.
017031     EXIT.
017032
017033*===============================================================*
017034*  6700-WRITE-STRIKE - APPEND THE CANCELLATION TO THE MVNTSTRK  *
017035*  STRIKE LEDGER, KEYED BY THE SAME DATE AS THE MVNTHIST ROW,   *
017036*  WITH THE NOTICE GIVEN AND THE STRIKES IT EARNS UNDER THE     *
017037*  COMMITTEE'S POLICY: UNDER THE TWO-STRIKE HOURS IS TWO, UNDER *
017038*  THE ONE-STRIKE HOURS IS ONE, AND NOTICE NOBODY KNEW IS NONE. *
017039*  THE STRIKES STAY LIVE FOR THE POLICY'S WEEKS FROM TONIGHT.   *
017040*  OPEN AND WRITE ARE STATUS-CHECKED THE SAME WAY AS 6600.      *
017041*===============================================================*
017042 6700-WRITE-STRIKE.
017043     MOVE ZERO TO WS-STRIKE-POINTS
017044     IF WS-NOTICE-HOURS-IN NOT = SPACES
017045         MOVE WS-NOTICE-HOURS-IN TO WS-NOTICE-HOURS
017046         IF WS-NOTICE-HOURS < WS-TWO-STRIKE-HOURS
017047             MOVE 2 TO WS-STRIKE-POINTS
017048         ELSE
017049             IF WS-NOTICE-HOURS < WS-ONE-STRIKE-HOURS
017050                 MOVE 1 TO WS-STRIKE-POINTS
017051             END-IF
017052         END-IF
017053     END-IF
017054     COMPUTE WS-STRIKE-EXPIRES = FUNCTION DATE-OF-INTEGER(
017055         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
017056         + WS-STRIKE-WEEKS * 7)
017057
017058     OPEN EXTEND STRK-FILE
017059     IF WS-STRK-STATUS = "35"
017060         OPEN OUTPUT STRK-FILE
017061     END-IF
017062
017063     IF WS-STRK-STATUS NOT = "00"
017064         DISPLAY "UNABLE TO OPEN MVNTSTRK - STRIKE LEDGER "
017065             "NOT UPDATED. STATUS=" WS-STRK-STATUS
017066         IF WS-RUN-SEVERITY < 4
017067             MOVE 4 TO WS-RUN-SEVERITY
017068         END-IF
017069         GO TO 6700-EXIT
017070     END-IF
017071
017072     MOVE SPACES TO STRK-RECORD
017073     MOVE WS-TODAY-DATE TO STRK-DATE
017074     MOVE WS-CANCEL-PARTY TO STRK-PARTY
017075     MOVE WS-CANCEL-REASON TO STRK-REASON
017076     MOVE WS-NOTICE-HOURS-IN TO STRK-NOTICE-HOURS
017077     MOVE WS-STRIKE-POINTS TO STRK-POINTS
017078     MOVE WS-STRIKE-EXPIRES TO STRK-EXPIRES
017079     WRITE STRK-RECORD
017080     IF WS-STRK-STATUS NOT = "00"
017081         DISPLAY "UNABLE TO WRITE MVNTSTRK - STRIKE LEDGER "
017082             "NOT UPDATED. STATUS=" WS-STRK-STATUS
017083         IF WS-RUN-SEVERITY < 4
017084             MOVE 4 TO WS-RUN-SEVERITY
017085         END-IF
017086     ELSE
017087         EVALUATE TRUE
017088             WHEN WS-NOTICE-HOURS-IN = SPACES
017089                 DISPLAY "NOTICE NOT KNOWN - NO STRIKE FOR "
017090                     FUNCTION TRIM(WS-CANCEL-PARTY) "."
017091             WHEN WS-STRIKE-POINTS = ZERO
017092                 DISPLAY "ENOUGH NOTICE - NO STRIKE FOR "
017093                     FUNCTION TRIM(WS-CANCEL-PARTY) "."
017094             WHEN OTHER
017095                 DISPLAY FUNCTION TRIM(WS-CANCEL-PARTY) " EARNS "
017096                     WS-STRIKE-POINTS " STRIKE(S), LIVE UNTIL "
017097                     WS-STRIKE-EXPIRES "."
017098         END-EVALUATE
017099     END-IF
017100     CLOSE STRK-FILE.
017101 6700-EXIT.
017102     EXIT.
017103
017104*===============================================================*
017105*  6800-MARK-NOMS-SEEN - APPEND A "SEEN" ROW TO MVNTNOMS FOR    *
017106*  EVERY NOMINATION WATCHED TONIGHT AND RECORDED TO MVNTFILM,   *
017107*  CLOSING IT ON THE WATCHLIST. OPEN AND WRITE TROUBLE IS A     *
017108*  WARNING, THE SAME AS 6500-WRITE-FILM - THE NIGHT IS ALREADY  *
017109*  ON FILE, AND THE WATCHLIST REPORT FLAGS THE TITLE AS ON      *
017110*  MVNTFILM UNTIL IT IS PUT RIGHT.                              *
017111*===============================================================*
017112 6800-MARK-NOMS-SEEN.
017113     MOVE ZERO TO WS-NOMS-RECORDED
017114     MOVE 1 TO WS-NM-IDX
017115     PERFORM 6805-COUNT-RECORDED THRU 6805-EXIT
017116         UNTIL WS-NM-IDX > WS-NM-COUNT
017117     IF WS-NOMS-RECORDED = ZERO
017118         GO TO 6800-EXIT
017119     END-IF
017120
017121     OPEN EXTEND NOMS-FILE
017122     IF WS-NOMS-STATUS = "35"
017123         OPEN OUTPUT NOMS-FILE
017124     END-IF
017125     IF WS-NOMS-STATUS NOT = "00"
017126         DISPLAY "UNABLE TO OPEN MVNTNOMS - WATCHED NOMINATIONS "
017127             "NOT CLOSED. STATUS=" WS-NOMS-STATUS
017128         IF WS-RUN-SEVERITY < 4
017129             MOVE 4 TO WS-RUN-SEVERITY
017130         END-IF
017131         GO TO 6800-EXIT
017132     END-IF
017133
017134     MOVE 1 TO WS-NM-IDX
017135     PERFORM 6810-WRITE-ONE-SEEN THRU 6810-EXIT
017136         UNTIL WS-NM-IDX > WS-NM-COUNT
017137             OR WS-NOMS-STATUS NOT = "00"
017138     CLOSE NOMS-FILE.
017139 6800-EXIT.
017140     EXIT.
017141
017142*===============================================================*
017143*  6805-COUNT-RECORDED - ANYTHING TO CLOSE AT ALL? THE FILE IS *
017144*  NOT OPENED FOR NOTHING.                                      *
017145*===============================================================*
017146 6805-COUNT-RECORDED.
017147     IF WS-NM-STATE(WS-NM-IDX) = "R"
017148         ADD 1 TO WS-NOMS-RECORDED
017149     END-IF
017150     ADD 1 TO WS-NM-IDX.
017151 6805-EXIT.
017152     EXIT.
017153
017154*===============================================================*
017155*  6810-WRITE-ONE-SEEN                                          *
017156*===============================================================*
017157 6810-WRITE-ONE-SEEN.
017158     IF WS-NM-STATE(WS-NM-IDX) NOT = "R"
017159         GO TO 6810-NEXT
017160     END-IF
017161     MOVE SPACES TO NOMS-RECORD
017162     SET NOMS-KIND-SEEN TO TRUE
017163     MOVE WS-NM-TITLE(WS-NM-IDX) TO NOMS-TITLE
017164     MOVE WS-TODAY-DATE TO NOMS-DATE
017165
017166     WRITE NOMS-RECORD
017167     IF WS-NOMS-STATUS NOT = "00"
017168         DISPLAY "UNABLE TO WRITE MVNTNOMS - WATCHED NOMINATION "
017169             "NOT CLOSED. STATUS=" WS-NOMS-STATUS
017170         IF WS-RUN-SEVERITY < 4
017171             MOVE 4 TO WS-RUN-SEVERITY
017172         END-IF
017173     ELSE
017174         MOVE "C" TO WS-NM-STATE(WS-NM-IDX)
017175     END-IF.
017176 6810-NEXT.
017177     ADD 1 TO WS-NM-IDX.
017178 6810-EXIT.
017179     EXIT.
017180
017181*===============================================================*
017182*  7000-WRITE-NOTIFICATION - APPEND THE VERDICT TO THE MVNTNOTE *
017183*  QUEUE FOR THE MOVIENIGHTNOTIFY DISPATCHER TO EMIT. APPENDING *
017184*  (NOT OVERWRITING) MEANS A CATCH-UP RUN RECORDING TWO         *
017185*  SATURDAYS BACK-TO-BACK CAN NO LONGER EAT THE FIRST MESSAGE.  *
017186*===============================================================*
017187 7000-WRITE-NOTIFICATION.
017188     PERFORM 7100-NEXT-NOTE-SEQ THRU 7100-EXIT
017189
017190     MOVE SPACES TO NOTE-RECORD
017191     MOVE WS-NEXT-NOTE-SEQ TO NOTE-SEQ
017192     MOVE WS-TODAY-DATE TO NOTE-DATE
017193     MOVE WS-ISMOVIENIGHT TO NOTE-ISMOVIENIGHT
017194     MOVE WS-CANCEL-PARTY TO NOTE-CANCEL-PARTY
017195     MOVE "N" TO NOTE-SENT-FLAG
017196
017197     IF WS-MAKEUP-MODE
017198         STRING "MAKEUP MOVIE NIGHT TONIGHT "
017199             DELIMITED BY SIZE
017200             FUNCTION TRIM(WS-SKIP-LABEL)
017201                 DELIMITED BY SIZE
017202             " - SEE YOU THERE!" DELIMITED BY SIZE
017210             INTO NOTE-MESSAGE
017220     ELSE
017230     IF WS-PLANNED-SKIP
018120*  HERE - SEE 3200-CHECK-HISTORY-RECORDED - SO THIS RECORD IS NO *
018130*  LONGER LOAD-BEARING FOR DUPLICATE-RUN PROTECTION; A CRASH     *
018140*  BEFORE THIS STEP RUNS AT WORST LEAVES THE STREAK COUNTER ONE  *
018150*  RUN STALE. EVERY SERIES' ROW IS WRITTEN BACK, IN ITS ORIGINAL *
018151*  ORDER, WITH ONLY TONIGHT'S SERIES' STREAK CHANGED.            *
018160*===============================================================*
018170 8000-UPDATE-CONTROL.
018171     MOVE CTL-ZORCH-STREAK TO WS-CTL-T-STREAK(WS-SERIES-IDX)
018180     OPEN OUTPUT CTL-FILE
018190     IF WS-CTL-STATUS NOT = "00"
018200         DISPLAY "UNABLE TO OPEN MVNTCTL - CONFIGURATION "
018240             MOVE 4 TO WS-RUN-SEVERITY
018250         END-IF
018260     ELSE
018270         MOVE 1 TO WS-CTL-IDX
018280         PERFORM 8010-WRITE-ONE-CTL THRU 8010-EXIT
018281             UNTIL WS-CTL-IDX > WS-CTL-COUNT
018360         CLOSE CTL-FILE
018370     END-IF.
018380 8000-EXIT.
018390     EXIT.
018391
018392*===============================================================*
018393*  8010-WRITE-ONE-CTL - THE FIRST FAILED WRITE STOPS THE LOOP.  *
018394*===============================================================*
018395 8010-WRITE-ONE-CTL.
018396     WRITE CTL-RECORD FROM WS-CTL-ENTRY(WS-CTL-IDX)
018397     IF WS-CTL-STATUS NOT = "00"
018398         DISPLAY "UNABLE TO WRITE MVNTCTL - CONFIGURATION "
018399             "NOT SAVED. STATUS=" WS-CTL-STATUS
018400         MOVE WS-CTL-STATUS TO WS-CTL-END-STATUS
018401         IF WS-RUN-SEVERITY < 4
018402             MOVE 4 TO WS-RUN-SEVERITY
018403         END-IF
018404         MOVE WS-CTL-COUNT TO WS-CTL-IDX
018405     END-IF
018406     ADD 1 TO WS-CTL-IDX.
018407 8010-EXIT.
018408     EXIT.
018409
018410*===============================================================*
018430*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
018440*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
018850     MOVE SPACES TO RLOG-RECORD
018860     MOVE WS-RUN-LOG-DATE TO RLOG-RUN-DATE
018870     MOVE WS-RUN-LOG-TIME TO RLOG-RUN-TIME
018880     MOVE WS-SHOP-RUN-MODE TO RLOG-RUN-MODE
018890     MOVE WS-DAY TO RLOG-DAY
018900     MOVE WS-TODAY-DATE TO RLOG-CHECK-DATE
018910     MOVE WS-RUN-PATH TO RLOG-PATH
