000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTSETTLE".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*KITTY SETTLE-UP REPORT. FOR EVERY HELD NIGHT IN THE DATE RANGE
000080*THAT HAS MONEY ON THE MVNTKITY LEDGER, THE NIGHT'S SPEND IS SPLIT
000090*INTO EQUAL SHARES ACROSS THE NIGHT'S MVNTFILM HEADCOUNT. EACH
000100*PERSON THE LEDGER PUTS ON THE NIGHT IS CHARGED ONE SHARE; THE
000110*SHARES OF GUESTS NOBODY NAMED, AND THE ODD CENTS, STAY WITH
000120*WHOEVER PAID, IN PROPORTION TO WHAT THEY PAID. EVERYBODY'S NIGHTS
000130*ARE NETTED INTO ONE BALANCE, AND THE BALANCES ARE SQUARED UP WITH
000140*AS FEW PAYMENTS AS POSSIBLE - THE BIGGEST DEBT PAYS THE BIGGEST
000150*CREDIT UNTIL NOTHING IS LEFT OWING. THE RANGE COMES FROM THE
000160*MOVIENIGHTSETTLE CARD ON MVNTPARM, OR THE CONSOLE; A BATCH-MODE
000170*RUN WITH NO CARD SETTLES THE WHOLE LEDGER.
000180*-----------------------------------------------------------------
000190*  MOD-HISTORY:
000200*    2026-10-07 DWB  ORIGINAL VERSION - NIGHT SPLITS, BALANCES AND
000210*                    SETTLE-UP PAYMENTS.
000211*    2026-10-14 DWB  MVNTCTL LAYOUT CARRIES CTL-SERIES; THE RUN
000212*                    MODE IS STILL TAKEN FROM THE FIRST ROW.
000220*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT KITY-FILE ASSIGN TO "MVNTKITY"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-KITY-STATUS.
000300
000310     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-FILM-STATUS.
000340
000350     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380
000390     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CTL-STATUS.
000420
000430     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ALERT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490*===============================================================*
000500*  KITY-FILE - THE KITTY LEDGER: MONEY PAID AND WHO WAS THERE.  *
000510*===============================================================*
000520 FD  KITY-FILE.
000530     COPY MVNTKITY.
000540
000550*===============================================================*
000560*  FILM-FILE - READ FOR THE NIGHT'S HEADCOUNT ONLY.             *
000570*===============================================================*
000580 FD  FILM-FILE.
000590     COPY MVNTFILM.
000600
000610*===============================================================*
000620*  PARM-FILE - SHARED PARAMETER CARDS. ONLY THE                 *
000630*  MOVIENIGHTSETTLE CARD IS READ HERE. SEE 0100-READ-PARM-CARD. *
000640*===============================================================*
000650 FD  PARM-FILE.
000660     COPY MVNTPARM.
000670
000680*===============================================================*
000690*  CTL-FILE - READ ONLY FOR THE RUN MODE: IN BATCH ("B") THERE  *
000700*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT.                 *
000710*===============================================================*
000720 FD  CTL-FILE.
000730 01  CTL-RECORD.
000740     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000750     05  CTL-RUN-MODE                PIC X(01).
000760     05  CTL-ZORCH-STREAK            PIC 9(03).
000761     05  CTL-SERIES                  PIC X(04).
000770     05  FILLER                      PIC X(15).
000780
000790*===============================================================*
000800*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000810*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000820*===============================================================*
000830 FD  ALERT-FILE.
000840     COPY MVNTALRT.
000850
000860 WORKING-STORAGE SECTION.
000870*===============================================================*
000880*  FILE STATUS SWITCHES                                         *
000890*===============================================================*
000900 01  WS-KITY-STATUS                  PIC X(02) VALUE "00".
000910 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
000920 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000930 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000940 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000950
000960 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000970     88  WS-EOF                           VALUE "Y".
000980     88  WS-NOT-EOF                       VALUE "N".
000990
001000*===============================================================*
001010*  RUN PARAMETERS - THE NIGHTS TO SETTLE, FROM THE              *
001020*  MOVIENIGHTSETTLE CARD OR THE CONSOLE. BLANK IS OPEN-ENDED.   *
001030*===============================================================*
001040 01  WS-FROM-IN                      PIC X(08) VALUE SPACES.
001050 01  WS-TO-IN                        PIC X(08) VALUE SPACES.
001060 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
001070 01  WS-TO-DATE                      PIC 9(08) VALUE 99999999.
001080 01  WS-PARM-SOURCE                  PIC X(08) VALUE "DEFAULT".
001090
001100 01  WS-RANGE-SW                     PIC X(01) VALUE "Y".
001110     88  WS-RANGE-OK                      VALUE "Y".
001120     88  WS-RANGE-BAD                     VALUE "N".
001130 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
001140     88  WS-PARM-FOUND                    VALUE "Y".
001150     88  WS-PARM-NOT-FOUND                VALUE "N".
001160 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001170     88  WS-PARM-EOF                      VALUE "Y".
001180     88  WS-PARM-NOT-EOF                  VALUE "N".
001190 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
001200     88  WS-RUN-UNATTENDED                VALUE "B".
001210
001220*===============================================================*
001230*  LEDGER ROW TABLE - EVERY LEDGER ROW FOR A NIGHT IN THE       *
001240*  RANGE, IN THE ORDER KEYED, WITH THE AMOUNT IN CENTS.         *
001250*===============================================================*
001260 01  WS-KR-COUNT                     PIC 9(04) VALUE ZERO.
001270 01  WS-KR-IDX                       PIC 9(04) VALUE ZERO.
001280
001290 01  WS-KR-TABLE.
001300     05  WS-KR-ENTRY OCCURS 1 TO 5000 TIMES
001310             DEPENDING ON WS-KR-COUNT.
001320         10  WS-KR-DATE                  PIC 9(08).
001330         10  WS-KR-KIND                  PIC X(04).
001340         10  WS-KR-PERSON                PIC X(10).
001350         10  WS-KR-CENTS                 PIC S9(09) COMP.
001360
001370 01  WS-KR-FULL-SW                   PIC X(01) VALUE "N".
001380     88  WS-KR-FULL                       VALUE "Y".
001390     88  WS-KR-NOT-FULL                   VALUE "N".
001400
001410*===============================================================*
001420*  NIGHT TABLE - ONE ENTRY PER NIGHT ON THE LEDGER: MONEY SPENT *
001430*  (CENTS), THE MVNTFILM HEADCOUNT, THE PEOPLE NAMED ON THE     *
001440*  NIGHT, THE SHARE EACH WAS CHARGED, AND A NOTE WHEN THE NIGHT *
001450*  COULD NOT BE SPLIT OR WAS SPLIT ON THE NAMES INSTEAD.        *
001460*===============================================================*
001470 01  WS-NT-COUNT                     PIC 9(03) VALUE ZERO.
001480 01  WS-NT-IDX                       PIC 9(03) VALUE ZERO.
001490
001500 01  WS-NT-TABLE.
001510     05  WS-NT-ENTRY OCCURS 1 TO 500 TIMES
001520             DEPENDING ON WS-NT-COUNT.
001530         10  WS-NT-DATE                  PIC 9(08).
001540         10  WS-NT-SPENT                 PIC S9(09) COMP.
001550         10  WS-NT-HEADCOUNT             PIC 9(03).
001560         10  WS-NT-NAMED                 PIC 9(03).
001570         10  WS-NT-SHARE                 PIC S9(09) COMP.
001580         10  WS-NT-NOTE                  PIC X(40).
001590
001600 01  WS-NT-FOUND-SW                  PIC X(01) VALUE "N".
001610     88  WS-NT-FOUND                      VALUE "Y".
001620     88  WS-NT-NOT-FOUND                  VALUE "N".
001630
001640 01  WS-NT-FULL-SW                   PIC X(01) VALUE "N".
001650     88  WS-NT-FULL                       VALUE "Y".
001660     88  WS-NT-NOT-FULL                   VALUE "N".
001670
001680 01  WS-FIND-DATE                    PIC 9(08) VALUE ZERO.
001690
001700*===============================================================*
001710*  PERSON TABLE - EVERYBODY WHO PAID OR WAS ON A SPLIT NIGHT:   *
001720*  MONEY FRONTED, SHARES CHARGED, THE GUEST SHARES AND ODD      *
001730*  CENTS THEIR PAYMENTS ABSORBED, AND THE NET BALANCE (PLUS IS  *
001740*  OWED TO THEM, MINUS THEY OWE). WS-PS-LEFT IS THE BALANCE     *
001750*  STILL TO SQUARE WHILE THE PAYMENTS ARE WORKED OUT.           *
001760*===============================================================*
001770 01  WS-PS-COUNT                     PIC 9(03) VALUE ZERO.
001780 01  WS-PS-IDX                       PIC 9(03) VALUE ZERO.
001790
001800 01  WS-PS-TABLE.
001810     05  WS-PS-ENTRY OCCURS 1 TO 200 TIMES
001820             DEPENDING ON WS-PS-COUNT.
001830         10  WS-PS-NAME                  PIC X(10).
001840         10  WS-PS-FRONTED               PIC S9(09) COMP.
001850         10  WS-PS-CHARGED               PIC S9(09) COMP.
001860         10  WS-PS-ABSORBED              PIC S9(09) COMP.
001870         10  WS-PS-NET                   PIC S9(09) COMP.
001880         10  WS-PS-LEFT                  PIC S9(09) COMP.
001890
001900 01  WS-FIND-NAME                    PIC X(10) VALUE SPACES.
001910
001920 01  WS-PS-FOUND-SW                  PIC X(01) VALUE "N".
001930     88  WS-PS-FOUND                      VALUE "Y".
001940     88  WS-PS-NOT-FOUND                  VALUE "N".
001950
001960 01  WS-PS-FULL-SW                   PIC X(01) VALUE "N".
001970     88  WS-PS-FULL                       VALUE "Y".
001980     88  WS-PS-NOT-FULL                   VALUE "N".
001990
002000*===============================================================*
002010*  ONE NIGHT BEING SPLIT - WHO IS ON IT ("Y" WHILE ON IT, SO A  *
002020*  LATER "OUT" ROW TAKES THEM OFF) AND WHAT EACH PAYER PAID.    *
002030*===============================================================*
002040 01  WS-AT-COUNT                     PIC 9(02) VALUE ZERO.
002050 01  WS-AT-IDX                       PIC 9(02) VALUE ZERO.
002060
002070 01  WS-AT-TABLE.
002080     05  WS-AT-ENTRY OCCURS 1 TO 50 TIMES
002090             DEPENDING ON WS-AT-COUNT.
002100         10  WS-AT-PERSON                PIC X(10).
002110         10  WS-AT-HERE                  PIC X(01).
002120
002130 01  WS-AT-FOUND-SW                  PIC X(01) VALUE "N".
002140     88  WS-AT-FOUND                      VALUE "Y".
002150     88  WS-AT-NOT-FOUND                  VALUE "N".
002160
002170 01  WS-PY-COUNT                     PIC 9(02) VALUE ZERO.
002180 01  WS-PY-IDX                       PIC 9(02) VALUE ZERO.
002190
002200 01  WS-PY-TABLE.
002210     05  WS-PY-ENTRY OCCURS 1 TO 50 TIMES
002220             DEPENDING ON WS-PY-COUNT.
002230         10  WS-PY-PERSON                PIC X(10).
002240         10  WS-PY-PAID                  PIC S9(09) COMP.
002250
002260 01  WS-PY-FOUND-SW                  PIC X(01) VALUE "N".
002270     88  WS-PY-FOUND                      VALUE "Y".
002280     88  WS-PY-NOT-FOUND                  VALUE "N".
002290
002300 01  WS-SPLIT-FULL-SW                PIC X(01) VALUE "N".
002310     88  WS-SPLIT-FULL                    VALUE "Y".
002320     88  WS-SPLIT-NOT-FULL                VALUE "N".
002330
002340 01  WS-HEADS                        PIC 9(03) VALUE ZERO.
002350 01  WS-POOL                         PIC S9(09) COMP VALUE ZERO.
002360 01  WS-POOL-LEFT                    PIC S9(09) COMP VALUE ZERO.
002370 01  WS-CREDIT                       PIC S9(09) COMP VALUE ZERO.
002380 01  WS-ROW-CENTS                    PIC S9(09) COMP VALUE ZERO.
002390
002400*===============================================================*
002410*  SETTLE-UP PAYMENTS - WHO PAYS WHOM HOW MUCH, IN THE ORDER    *
002420*  WORKED OUT. EACH PAYMENT CLEARS A DEBTOR OR A CREDITOR, SO   *
002430*  THERE ARE NEVER MORE THAN ONE FEWER THAN THE PEOPLE OWING OR *
002440*  OWED.                                                        *
002450*===============================================================*
002460 01  WS-PM-COUNT                     PIC 9(03) VALUE ZERO.
002470 01  WS-PM-IDX                       PIC 9(03) VALUE ZERO.
002480
002490 01  WS-PM-TABLE.
002500     05  WS-PM-ENTRY OCCURS 1 TO 200 TIMES
002510             DEPENDING ON WS-PM-COUNT.
002520         10  WS-PM-FROM                  PIC X(10).
002530         10  WS-PM-TO                    PIC X(10).
002540         10  WS-PM-CENTS                 PIC S9(09) COMP.
002550
002560 01  WS-SETTLE-SW                    PIC X(01) VALUE "N".
002570     88  WS-SETTLE-DONE                   VALUE "Y".
002580     88  WS-SETTLE-MORE                   VALUE "N".
002590
002600 01  WS-DEBTOR-IDX                   PIC 9(03) VALUE ZERO.
002610 01  WS-CREDITOR-IDX                 PIC 9(03) VALUE ZERO.
002620 01  WS-PAY-CENTS                    PIC S9(09) COMP VALUE ZERO.
002630
002640 77  WS-KITY-READ                    PIC 9(05) COMP VALUE ZERO.
002650 77  WS-KITY-BAD                     PIC 9(05) COMP VALUE ZERO.
002660 77  WS-NIGHTS-SPLIT                 PIC 9(05) COMP VALUE ZERO.
002670 77  WS-NIGHTS-NOT-SPLIT             PIC 9(05) COMP VALUE ZERO.
002680
002690 01  WS-MONEY                        PIC S9(07)V99 VALUE ZERO.
002700 01  WS-MONEY-EDIT-1                 PIC -------9.99.
002710 01  WS-MONEY-EDIT-2                 PIC -------9.99.
002720 01  WS-MONEY-EDIT-3                 PIC -------9.99.
002730 01  WS-MONEY-EDIT-4                 PIC -------9.99.
002740 01  WS-COUNT-EDIT                   PIC ZZZZ9.
002750 01  WS-HEADS-EDIT                   PIC ZZ9.
002760 01  WS-NAMED-EDIT                   PIC ZZ9.
002770
002780*===============================================================*
002790*  RUN SEVERITY - ZERO CLEAN, 4 WHEN THERE IS NO LEDGER YET OR  *
002800*  A NIGHT COULD NOT BE SPLIT, 8 WHEN THE LEDGER OR MVNTFILM    *
002810*  COULD NOT BE READ OR A BATCH-MODE CARD WAS BAD. 8 OR WORSE   *
002820*  ALSO DROPS A ROW ON MVNTALERT.                               *
002830*===============================================================*
002840 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
002850 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
002860 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
002870 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
002880
002890 PROCEDURE DIVISION.
002900*===============================================================*
002910*  0000-MAINLINE                                                *
002920*===============================================================*
002930 0000-MAINLINE.
002940     DISPLAY "MOVIE-NIGHT KITTY SETTLE-UP"
002950     PERFORM 1000-GET-RANGE THRU 1000-EXIT
002960     IF WS-RANGE-OK
002970         PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
002980     END-IF
002990     IF WS-RANGE-OK AND WS-RUN-SEVERITY < 8 AND WS-NT-COUNT > ZERO
003000         PERFORM 2100-LOAD-HEADCOUNTS THRU 2100-EXIT
003010     END-IF
003020     IF WS-RANGE-OK AND WS-RUN-SEVERITY < 8 AND WS-NT-COUNT > ZERO
003030         PERFORM 3000-SPLIT-NIGHTS THRU 3000-EXIT
003040         PERFORM 4000-SETTLE-UP THRU 4000-EXIT
003050         PERFORM 5000-PRINT-NIGHTS THRU 5000-EXIT
003060         PERFORM 5100-PRINT-BALANCES THRU 5100-EXIT
003070         PERFORM 5200-PRINT-PAYMENTS THRU 5200-EXIT
003080     END-IF
003090     PERFORM 9999-TERMINATE THRU 9999-EXIT
003100     STOP RUN.
003110
003120*===============================================================*
003130*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
003140*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
003150*  NO CARD.                                                     *
003160*===============================================================*
003170 0100-READ-PARM-CARD.
003180     SET WS-PARM-NOT-FOUND TO TRUE
003190     SET WS-PARM-NOT-EOF TO TRUE
003200     OPEN INPUT PARM-FILE
003210     IF WS-PARM-STATUS = "00"
003220         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
003230             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
003240         CLOSE PARM-FILE
003250     END-IF.
003260 0100-EXIT.
003270     EXIT.
003280
003290*===============================================================*
003300*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
003310*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
003320*===============================================================*
003330 0110-TEST-PARM-CARD.
003340     READ PARM-FILE
003350         AT END
003360             SET WS-PARM-EOF TO TRUE
003370         NOT AT END
003380             IF PARM-PROGRAM = "MOVIENIGHTSETTLE"
003390                 SET WS-PARM-FOUND TO TRUE
003400                 MOVE PARM-SETTLE-FROM TO WS-FROM-IN
003410                 MOVE PARM-SETTLE-TO TO WS-TO-IN
003420             END-IF
003430     END-READ.
003440 0110-EXIT.
003450     EXIT.
003460
003470*===============================================================*
003480*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
003490*  DEFAULT, WHICH IS INTERACTIVE.                               *
003500*===============================================================*
003510 0200-CHECK-RUN-MODE.
003520     MOVE "I" TO WS-RUN-MODE
003530     OPEN INPUT CTL-FILE
003540     IF WS-CTL-STATUS = "00"
003550         READ CTL-FILE
003560             NOT AT END
003570                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
003580         END-READ
003590         CLOSE CTL-FILE
003600     END-IF.
003610 0200-EXIT.
003620     EXIT.
003630
003640*===============================================================*
003650*  1000-GET-RANGE - THE MVNTPARM CARD FIRST, THEN THE CONSOLE.  *
003660*  THE CARD IS OPTIONAL: A BATCH-MODE RUN WITH NO CARD SETTLES  *
003670*  THE WHOLE LEDGER. A RANGE THAT IS NOT A PAIR OF DATES IN     *
003680*  ORDER SETTLES NOTHING, AND IN BATCH MODE ENDS THE RUN.       *
003690*===============================================================*
003700 1000-GET-RANGE.
003710     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
003720     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
003730     IF WS-PARM-FOUND
003740         MOVE "MVNTPARM" TO WS-PARM-SOURCE
003750     ELSE
003760         IF WS-RUN-UNATTENDED
003770             MOVE "DEFAULT" TO WS-PARM-SOURCE
003780         ELSE
003790             MOVE "CONSOLE" TO WS-PARM-SOURCE
003800             DISPLAY "SETTLE NIGHTS FROM WHICH DATE? "
003810                 "(YYYYMMDD OR BLANK)"
003820             ACCEPT WS-FROM-IN
003830             DISPLAY "SETTLE NIGHTS TO WHICH DATE? "
003840                 "(YYYYMMDD OR BLANK)"
003850             ACCEPT WS-TO-IN
003860         END-IF
003870     END-IF
003880
003890     IF WS-FROM-IN NOT = SPACES
003900         IF WS-FROM-IN IS NUMERIC
003910             MOVE WS-FROM-IN TO WS-FROM-DATE
003920         ELSE
003930             DISPLAY "FROM-DATE '" WS-FROM-IN "' IS NOT A "
003940                 "DATE - NOTHING SETTLED."
003950             SET WS-RANGE-BAD TO TRUE
003960         END-IF
003970     END-IF
003980
003990     IF WS-TO-IN NOT = SPACES AND WS-RANGE-OK
004000         IF WS-TO-IN IS NUMERIC
004010             MOVE WS-TO-IN TO WS-TO-DATE
004020         ELSE
004030             DISPLAY "TO-DATE '" WS-TO-IN "' IS NOT A DATE - "
004040                 "NOTHING SETTLED."
004050             SET WS-RANGE-BAD TO TRUE
004060         END-IF
004070     END-IF
004080
004090     IF WS-RANGE-OK AND WS-FROM-DATE > WS-TO-DATE
004100         DISPLAY "FROM-DATE IS PAST TO-DATE - NOTHING SETTLED."
004110         SET WS-RANGE-BAD TO TRUE
004120     END-IF
004130
004140     IF WS-RANGE-BAD
004150         IF WS-RUN-UNATTENDED
004160             MOVE 8 TO WS-RUN-SEVERITY
004170             MOVE "BAD MVNTPARM RANGE - NOTHING SETTLED"
004180                 TO WS-ALERT-TEXT
004190         END-IF
004200         GO TO 1000-EXIT
004210     END-IF
004220     DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
004230         "): FROM=" WS-FROM-DATE " TO=" WS-TO-DATE.
004240 1000-EXIT.
004250     EXIT.
004260
004270*===============================================================*
004280*  2000-LOAD-LEDGER - NO LEDGER YET MEANS NOTHING TO SETTLE,    *
004290*  WHICH IS A WARNING; A LEDGER THAT IS THERE BUT CANNOT BE     *
004300*  READ ENDS THE RUN.                                           *
004310*===============================================================*
004320 2000-LOAD-LEDGER.
004330     OPEN INPUT KITY-FILE
004340     IF WS-KITY-STATUS = "35"
004350         DISPLAY "NO KITTY LEDGER MVNTKITY YET - NOTHING TO "
004360             "SETTLE."
004370         IF WS-RUN-SEVERITY < 4
004380             MOVE 4 TO WS-RUN-SEVERITY
004390         END-IF
004400         GO TO 2000-EXIT
004410     END-IF
004420     IF WS-KITY-STATUS NOT = "00"
004430         DISPLAY "UNABLE TO OPEN MVNTKITY - NOTHING SETTLED. "
004440             "STATUS=" WS-KITY-STATUS
004450         MOVE 8 TO WS-RUN-SEVERITY
004460         MOVE "MVNTKITY OPEN FAILED - NOTHING SETTLED"
004470             TO WS-ALERT-TEXT
004480         GO TO 2000-EXIT
004490     END-IF
004500
004510     SET WS-NOT-EOF TO TRUE
004520     PERFORM 2010-LOAD-ONE-ROW THRU 2010-EXIT
004530         UNTIL WS-EOF
004540     CLOSE KITY-FILE
004550
004560     IF WS-KITY-BAD > ZERO
004570         MOVE WS-KITY-BAD TO WS-COUNT-EDIT
004580         DISPLAY FUNCTION TRIM(WS-COUNT-EDIT)
004590             " LEDGER ROW(S) WITH A BAD AMOUNT OR KIND LEFT OUT."
004600         IF WS-RUN-SEVERITY < 4
004610             MOVE 4 TO WS-RUN-SEVERITY
004620         END-IF
004630     END-IF
004640     IF WS-NT-COUNT = ZERO
004650         DISPLAY "NO KITTY ENTRIES FOR NIGHTS IN THE RANGE - "
004660             "NOTHING TO SETTLE."
004670     END-IF.
004680 2000-EXIT.
004690     EXIT.
004700
004710*===============================================================*
004720*  2010-LOAD-ONE-ROW - KEEP THE ROWS FOR NIGHTS IN THE RANGE    *
004730*  AND FILE EACH NIGHT'S SPEND AGAINST IT IN THE NIGHT TABLE.   *
004740*===============================================================*
004750 2010-LOAD-ONE-ROW.
004760     READ KITY-FILE
004770         AT END
004780             SET WS-EOF TO TRUE
004790             GO TO 2010-EXIT
004800     END-READ
004810     ADD 1 TO WS-KITY-READ
004820     IF KITY-DATE < WS-FROM-DATE OR KITY-DATE > WS-TO-DATE
004830         GO TO 2010-EXIT
004840     END-IF
004850     IF NOT KITY-KIND-PAID AND NOT KITY-KIND-HERE
004860         AND NOT KITY-KIND-OUT
004870         ADD 1 TO WS-KITY-BAD
004880         GO TO 2010-EXIT
004890     END-IF
004900     IF KITY-KIND-PAID AND KITY-AMOUNT IS NOT NUMERIC
004910         ADD 1 TO WS-KITY-BAD
004920         GO TO 2010-EXIT
004930     END-IF
004940
004950     IF WS-KR-COUNT >= 5000
004960         IF WS-KR-NOT-FULL
004970             SET WS-KR-FULL TO TRUE
004980             DISPLAY "LEDGER TABLE FULL - ROWS PAST 5000 NOT "
004990                 "SETTLED. NARROW THE RANGE."
005000             IF WS-RUN-SEVERITY < 4
005010                 MOVE 4 TO WS-RUN-SEVERITY
005020             END-IF
005030         END-IF
005040         GO TO 2010-EXIT
005050     END-IF
005060
005070     MOVE KITY-DATE TO WS-FIND-DATE
005080     PERFORM 3800-FIND-NIGHT THRU 3800-EXIT
005090     IF WS-NT-NOT-FOUND
005100         GO TO 2010-EXIT
005110     END-IF
005120
005130     ADD 1 TO WS-KR-COUNT
005140     MOVE KITY-DATE TO WS-KR-DATE(WS-KR-COUNT)
005150     MOVE KITY-KIND TO WS-KR-KIND(WS-KR-COUNT)
005160     MOVE FUNCTION UPPER-CASE(KITY-PERSON)
005170         TO WS-KR-PERSON(WS-KR-COUNT)
005180     MOVE ZERO TO WS-KR-CENTS(WS-KR-COUNT)
005190     IF KITY-KIND-PAID
005200         COMPUTE WS-KR-CENTS(WS-KR-COUNT) = KITY-AMOUNT * 100
005210         ADD WS-KR-CENTS(WS-KR-COUNT) TO WS-NT-SPENT(WS-NT-IDX)
005220     END-IF.
005230 2010-EXIT.
005240     EXIT.
005250
005260*===============================================================*
005270*  2100-LOAD-HEADCOUNTS - A NIGHT'S HEADCOUNT IS THE LARGEST ON *
005280*  ANY OF ITS MVNTFILM ROWS (A DOUBLE FEATURE CAN LOSE PEOPLE   *
005290*  BEFORE THE SECOND FILM, BUT THEY STILL ATE). NO MVNTFILM AT  *
005300*  ALL LEAVES EVERY NIGHT WITHOUT A HEADCOUNT.                  *
005310*===============================================================*
005320 2100-LOAD-HEADCOUNTS.
005330     OPEN INPUT FILM-FILE
005340     IF WS-FILM-STATUS = "35"
005350         DISPLAY "NO FILM FILE MVNTFILM FOUND - NO HEADCOUNTS."
005360         GO TO 2100-EXIT
005370     END-IF
005380     IF WS-FILM-STATUS NOT = "00"
005390         DISPLAY "UNABLE TO OPEN MVNTFILM - NOTHING SETTLED. "
005400             "STATUS=" WS-FILM-STATUS
005410         MOVE 8 TO WS-RUN-SEVERITY
005420         MOVE "MVNTFILM OPEN FAILED - NOTHING SETTLED"
005430             TO WS-ALERT-TEXT
005440         GO TO 2100-EXIT
005450     END-IF
005460
005470     SET WS-NOT-EOF TO TRUE
005480     PERFORM 2110-LOAD-ONE-FILM THRU 2110-EXIT
005490         UNTIL WS-EOF
005500     CLOSE FILM-FILE.
005510 2100-EXIT.
005520     EXIT.
005530
005540*===============================================================*
005550*  2110-LOAD-ONE-FILM - ONLY NIGHTS ALREADY ON THE NIGHT TABLE  *
005560*  ARE OF INTEREST; THE FIND MUST NOT ADD ONE.                  *
005570*===============================================================*
005580 2110-LOAD-ONE-FILM.
005590     READ FILM-FILE
005600         AT END
005610             SET WS-EOF TO TRUE
005620             GO TO 2110-EXIT
005630     END-READ
005640     IF FILM-DATE IS NOT NUMERIC OR FILM-HEADCOUNT IS NOT NUMERIC
005650         GO TO 2110-EXIT
005660     END-IF
005670
005680     MOVE 1 TO WS-NT-IDX
005690     SET WS-NT-NOT-FOUND TO TRUE
005700     MOVE FILM-DATE TO WS-FIND-DATE
005710     PERFORM 3810-TEST-NIGHT THRU 3810-EXIT
005720         UNTIL WS-NT-FOUND OR WS-NT-IDX > WS-NT-COUNT
005730     IF WS-NT-FOUND
005740         IF FILM-HEADCOUNT > WS-NT-HEADCOUNT(WS-NT-IDX)
005750             MOVE FILM-HEADCOUNT TO WS-NT-HEADCOUNT(WS-NT-IDX)
005760         END-IF
005770     END-IF.
005780 2110-EXIT.
005790     EXIT.
005800
005810*===============================================================*
005820*  3000-SPLIT-NIGHTS                                            *
005830*===============================================================*
005840 3000-SPLIT-NIGHTS.
005850     MOVE 1 TO WS-NT-IDX
005860     PERFORM 3010-SPLIT-ONE-NIGHT THRU 3010-EXIT
005870         UNTIL WS-NT-IDX > WS-NT-COUNT.
005880 3000-EXIT.
005890     EXIT.
005900
005910*===============================================================*
005920*  3010-SPLIT-ONE-NIGHT - A NIGHT WITH NO MONEY ON IT HAS       *
005930*  NOTHING TO SPLIT. ONE WITH MONEY BUT NO HEADCOUNT, OR NOBODY *
005940*  NAMED ON IT, CANNOT BE SPLIT AND IS LEFT OUT OF THE BALANCES *
005950*  AS A WARNING UNTIL THE LEDGER OR MVNTFILM IS PUT RIGHT. MORE *
005960*  PEOPLE NAMED THAN THE HEADCOUNT SPLITS ON THE NAMES.         *
005970*===============================================================*
005980 3010-SPLIT-ONE-NIGHT.
005990     PERFORM 3100-GATHER-NIGHT THRU 3100-EXIT
006000     MOVE WS-NT-HEADCOUNT(WS-NT-IDX) TO WS-HEADS
006010
006020     EVALUATE TRUE
006030         WHEN WS-NT-SPENT(WS-NT-IDX) NOT > ZERO
006040             MOVE "NOTHING SPENT - NOTHING TO SPLIT"
006050                 TO WS-NT-NOTE(WS-NT-IDX)
006060             GO TO 3010-NEXT
006070         WHEN WS-HEADS = ZERO
006080             MOVE "NOT SPLIT - NO HEADCOUNT ON MVNTFILM"
006090                 TO WS-NT-NOTE(WS-NT-IDX)
006100         WHEN WS-NT-NAMED(WS-NT-IDX) = ZERO
006110             MOVE "NOT SPLIT - NOBODY PUT ON THE NIGHT"
006120                 TO WS-NT-NOTE(WS-NT-IDX)
006130         WHEN WS-SPLIT-FULL
006140             MOVE "NOT SPLIT - TOO MANY PEOPLE ON THE NIGHT"
006150                 TO WS-NT-NOTE(WS-NT-IDX)
006160         WHEN OTHER
006170             GO TO 3010-SPLIT
006180     END-EVALUATE
006190     ADD 1 TO WS-NIGHTS-NOT-SPLIT
006200     IF WS-RUN-SEVERITY < 4
006210         MOVE 4 TO WS-RUN-SEVERITY
006220     END-IF
006230     GO TO 3010-NEXT.
006240 3010-SPLIT.
006250     IF WS-NT-NAMED(WS-NT-IDX) > WS-HEADS
006260         MOVE WS-NT-NAMED(WS-NT-IDX) TO WS-HEADS
006270         MOVE "SPLIT ON THE NAMES - MORE THAN HEADCOUNT"
006280             TO WS-NT-NOTE(WS-NT-IDX)
006290     END-IF
006300     COMPUTE WS-NT-SHARE(WS-NT-IDX) ROUNDED =
006310         WS-NT-SPENT(WS-NT-IDX) / WS-HEADS
006320     COMPUTE WS-POOL =
006330         WS-NT-SHARE(WS-NT-IDX) * WS-NT-NAMED(WS-NT-IDX)
006340     PERFORM 3200-CHARGE-ATTENDEES THRU 3200-EXIT
006350     PERFORM 3300-CREDIT-PAYERS THRU 3300-EXIT
006360     ADD 1 TO WS-NIGHTS-SPLIT.
006370 3010-NEXT.
006380     ADD 1 TO WS-NT-IDX.
006390 3010-EXIT.
006400     EXIT.
006410
006420*===============================================================*
006430*  3100-GATHER-NIGHT - WHO IS ON THE NIGHT AT WS-NT-IDX AND     *
006440*  WHAT EACH PAYER PAID, FROM ITS LEDGER ROWS IN KEYED ORDER.   *
006450*===============================================================*
006460 3100-GATHER-NIGHT.
006470     MOVE ZERO TO WS-AT-COUNT
006480     MOVE ZERO TO WS-PY-COUNT
006490     MOVE ZERO TO WS-NT-NAMED(WS-NT-IDX)
006500     SET WS-SPLIT-NOT-FULL TO TRUE
006510     MOVE 1 TO WS-KR-IDX
006520     PERFORM 3110-GATHER-ONE-ROW THRU 3110-EXIT
006530         UNTIL WS-KR-IDX > WS-KR-COUNT.
006540 3100-EXIT.
006550     EXIT.
006560
006570*===============================================================*
006580*  3110-GATHER-ONE-ROW                                          *
006590*===============================================================*
006600 3110-GATHER-ONE-ROW.
006610     IF WS-KR-DATE(WS-KR-IDX) NOT = WS-NT-DATE(WS-NT-IDX)
006620         GO TO 3110-NEXT
006630     END-IF
006640     MOVE WS-KR-PERSON(WS-KR-IDX) TO WS-FIND-NAME
006650
006660     EVALUATE WS-KR-KIND(WS-KR-IDX)
006670         WHEN "PAID"
006680             PERFORM 3860-FIND-PAYER THRU 3860-EXIT
006690             IF WS-PY-FOUND
006700                 ADD WS-KR-CENTS(WS-KR-IDX)
006710                     TO WS-PY-PAID(WS-PY-IDX)
006720             END-IF
006730         WHEN "HERE"
006740             PERFORM 3840-FIND-ATTENDEE THRU 3840-EXIT
006750             IF WS-AT-FOUND
006760                 IF WS-AT-HERE(WS-AT-IDX) NOT = "Y"
006770                     MOVE "Y" TO WS-AT-HERE(WS-AT-IDX)
006780                     ADD 1 TO WS-NT-NAMED(WS-NT-IDX)
006790                 END-IF
006800             END-IF
006810         WHEN "OUT"
006820             PERFORM 3840-FIND-ATTENDEE THRU 3840-EXIT
006830             IF WS-AT-FOUND
006840                 IF WS-AT-HERE(WS-AT-IDX) = "Y"
006850                     MOVE "N" TO WS-AT-HERE(WS-AT-IDX)
006860                     SUBTRACT 1 FROM WS-NT-NAMED(WS-NT-IDX)
006870                 END-IF
006880             END-IF
006890     END-EVALUATE.
006900 3110-NEXT.
006910     ADD 1 TO WS-KR-IDX.
006920 3110-EXIT.
006930     EXIT.
006940
006950*===============================================================*
006960*  3200-CHARGE-ATTENDEES - ONE SHARE TO EVERYBODY ON THE NIGHT. *
006970*===============================================================*
006980 3200-CHARGE-ATTENDEES.
006990     MOVE 1 TO WS-AT-IDX
007000     PERFORM 3210-CHARGE-ONE-ATTENDEE THRU 3210-EXIT
007010         UNTIL WS-AT-IDX > WS-AT-COUNT.
007020 3200-EXIT.
007030     EXIT.
007040
007050*===============================================================*
007060*  3210-CHARGE-ONE-ATTENDEE                                     *
007070*===============================================================*
007080 3210-CHARGE-ONE-ATTENDEE.
007090     IF WS-AT-HERE(WS-AT-IDX) = "Y"
007100         MOVE WS-AT-PERSON(WS-AT-IDX) TO WS-FIND-NAME
007110         PERFORM 3820-FIND-PERSON THRU 3820-EXIT
007120         IF WS-PS-FOUND
007130             ADD WS-NT-SHARE(WS-NT-IDX)
007140                 TO WS-PS-CHARGED(WS-PS-IDX)
007150             SUBTRACT WS-NT-SHARE(WS-NT-IDX)
007160                 FROM WS-PS-NET(WS-PS-IDX)
007170         END-IF
007180     END-IF
007190     ADD 1 TO WS-AT-IDX.
007200 3210-EXIT.
007210     EXIT.
007220
007230*===============================================================*
007240*  3300-CREDIT-PAYERS - THE SHARES CHARGED (WS-POOL) GO BACK TO *
007250*  THE PAYERS IN PROPORTION TO WHAT THEY PAID; THE LAST PAYER   *
007260*  TAKES WHAT IS LEFT SO THE NIGHT ALWAYS BALANCES TO THE CENT. *
007270*  WHATEVER A PAYER PAID BEYOND THEIR CREDIT - GUEST SHARES AND *
007280*  ODD CENTS - IS WHAT THEY ABSORBED.                           *
007290*===============================================================*
007300 3300-CREDIT-PAYERS.
007310     MOVE WS-POOL TO WS-POOL-LEFT
007320     MOVE 1 TO WS-PY-IDX
007330     PERFORM 3310-CREDIT-ONE-PAYER THRU 3310-EXIT
007340         UNTIL WS-PY-IDX > WS-PY-COUNT.
007350 3300-EXIT.
007360     EXIT.
007370
007380*===============================================================*
007390*  3310-CREDIT-ONE-PAYER                                        *
007400*===============================================================*
007410 3310-CREDIT-ONE-PAYER.
007420     IF WS-PY-IDX = WS-PY-COUNT
007430         MOVE WS-POOL-LEFT TO WS-CREDIT
007440     ELSE
007450         COMPUTE WS-CREDIT ROUNDED =
007460             WS-POOL * WS-PY-PAID(WS-PY-IDX)
007470                 / WS-NT-SPENT(WS-NT-IDX)
007480     END-IF
007490     SUBTRACT WS-CREDIT FROM WS-POOL-LEFT
007500
007510     MOVE WS-PY-PERSON(WS-PY-IDX) TO WS-FIND-NAME
007520     PERFORM 3820-FIND-PERSON THRU 3820-EXIT
007530     IF WS-PS-FOUND
007540         ADD WS-PY-PAID(WS-PY-IDX) TO WS-PS-FRONTED(WS-PS-IDX)
007550         ADD WS-CREDIT TO WS-PS-NET(WS-PS-IDX)
007560         COMPUTE WS-PS-ABSORBED(WS-PS-IDX) =
007570             WS-PS-ABSORBED(WS-PS-IDX) + WS-PY-PAID(WS-PY-IDX)
007580                 - WS-CREDIT
007590     END-IF
007600     ADD 1 TO WS-PY-IDX.
007610 3310-EXIT.
007620     EXIT.
007630
007640*===============================================================*
007650*  3800-FIND-NIGHT - LOCATE WS-FIND-DATE IN THE NIGHT TABLE,    *
007660*  ADDING IT IF NEW. WS-NT-IDX POINTS AT THE ENTRY ON EXIT. A   *
007670*  FULL TABLE IS REPORTED ONCE AND THE REST ARE LEFT OUT.       *
007680*===============================================================*
007690 3800-FIND-NIGHT.
007700     MOVE 1 TO WS-NT-IDX
007710     SET WS-NT-NOT-FOUND TO TRUE
007720     PERFORM 3810-TEST-NIGHT THRU 3810-EXIT
007730         UNTIL WS-NT-FOUND OR WS-NT-IDX > WS-NT-COUNT
007740     IF WS-NT-FOUND
007750         GO TO 3800-EXIT
007760     END-IF
007770
007780     IF WS-NT-COUNT >= 500
007790         IF WS-NT-NOT-FULL
007800             SET WS-NT-FULL TO TRUE
007810             DISPLAY "NIGHT TABLE FULL - NIGHTS PAST 500 NOT "
007820                 "SETTLED. NARROW THE RANGE."
007830             IF WS-RUN-SEVERITY < 4
007840                 MOVE 4 TO WS-RUN-SEVERITY
007850             END-IF
007860         END-IF
007870         GO TO 3800-EXIT
007880     END-IF
007890     ADD 1 TO WS-NT-COUNT
007900     MOVE WS-NT-COUNT TO WS-NT-IDX
007910     MOVE WS-FIND-DATE TO WS-NT-DATE(WS-NT-IDX)
007920     MOVE ZERO TO WS-NT-SPENT(WS-NT-IDX)
007930     MOVE ZERO TO WS-NT-HEADCOUNT(WS-NT-IDX)
007940     MOVE ZERO TO WS-NT-NAMED(WS-NT-IDX)
007950     MOVE ZERO TO WS-NT-SHARE(WS-NT-IDX)
007960     MOVE SPACES TO WS-NT-NOTE(WS-NT-IDX)
007970     SET WS-NT-FOUND TO TRUE.
007980 3800-EXIT.
007990     EXIT.
008000
008010*===============================================================*
008020*  3810-TEST-NIGHT                                              *
008030*===============================================================*
008040 3810-TEST-NIGHT.
008050     IF WS-NT-DATE(WS-NT-IDX) = WS-FIND-DATE
008060         SET WS-NT-FOUND TO TRUE
008070     ELSE
008080         ADD 1 TO WS-NT-IDX
008090     END-IF.
008100 3810-EXIT.
008110     EXIT.
008120
008130*===============================================================*
008140*  3820-FIND-PERSON - LOCATE WS-FIND-NAME IN THE PERSON TABLE,  *
008150*  ADDING IT IF NEW. WS-PS-IDX POINTS AT THE ENTRY ON EXIT.     *
008160*===============================================================*
008170 3820-FIND-PERSON.
008180     MOVE 1 TO WS-PS-IDX
008190     SET WS-PS-NOT-FOUND TO TRUE
008200     PERFORM 3830-TEST-PERSON THRU 3830-EXIT
008210         UNTIL WS-PS-FOUND OR WS-PS-IDX > WS-PS-COUNT
008220     IF WS-PS-FOUND
008230         GO TO 3820-EXIT
008240     END-IF
008250
008260     IF WS-PS-COUNT >= 200
008270         IF WS-PS-NOT-FULL
008280             SET WS-PS-FULL TO TRUE
008290             DISPLAY "PERSON TABLE FULL - NAMES PAST 200 NOT "
008300                 "SETTLED."
008310             IF WS-RUN-SEVERITY < 4
008320                 MOVE 4 TO WS-RUN-SEVERITY
008330             END-IF
008340         END-IF
008350         GO TO 3820-EXIT
008360     END-IF
008370     ADD 1 TO WS-PS-COUNT
008380     MOVE WS-PS-COUNT TO WS-PS-IDX
008390     MOVE WS-FIND-NAME TO WS-PS-NAME(WS-PS-IDX)
008400     MOVE ZERO TO WS-PS-FRONTED(WS-PS-IDX)
008410     MOVE ZERO TO WS-PS-CHARGED(WS-PS-IDX)
008420     MOVE ZERO TO WS-PS-ABSORBED(WS-PS-IDX)
008430     MOVE ZERO TO WS-PS-NET(WS-PS-IDX)
008440     MOVE ZERO TO WS-PS-LEFT(WS-PS-IDX)
008450     SET WS-PS-FOUND TO TRUE.
008460 3820-EXIT.
008470     EXIT.
008480
008490*===============================================================*
008500*  3830-TEST-PERSON                                             *
008510*===============================================================*
008520 3830-TEST-PERSON.
008530     IF WS-PS-NAME(WS-PS-IDX) = WS-FIND-NAME
008540         SET WS-PS-FOUND TO TRUE
008550     ELSE
008560         ADD 1 TO WS-PS-IDX
008570     END-IF.
008580 3830-EXIT.
008590     EXIT.
008600
008610*===============================================================*
008620*  3840-FIND-ATTENDEE - LOCATE WS-FIND-NAME ON THE NIGHT BEING  *
008630*  SPLIT, ADDING THEM (NOT YET ON IT) IF NEW. A NIGHT WITH MORE *
008640*  THAN 50 NAMES IS FLAGGED AND NOT SPLIT.                      *
008650*===============================================================*
008660 3840-FIND-ATTENDEE.
008670     MOVE 1 TO WS-AT-IDX
008680     SET WS-AT-NOT-FOUND TO TRUE
008690     PERFORM 3850-TEST-ATTENDEE THRU 3850-EXIT
008700         UNTIL WS-AT-FOUND OR WS-AT-IDX > WS-AT-COUNT
008710     IF WS-AT-FOUND
008720         GO TO 3840-EXIT
008730     END-IF
008740
008750     IF WS-AT-COUNT >= 50
008760         SET WS-SPLIT-FULL TO TRUE
008770         GO TO 3840-EXIT
008780     END-IF
008790     ADD 1 TO WS-AT-COUNT
008800     MOVE WS-AT-COUNT TO WS-AT-IDX
008810     MOVE WS-FIND-NAME TO WS-AT-PERSON(WS-AT-IDX)
008820     MOVE "N" TO WS-AT-HERE(WS-AT-IDX)
008830     SET WS-AT-FOUND TO TRUE.
008840 3840-EXIT.
008850     EXIT.
008860
008870*===============================================================*
008880*  3850-TEST-ATTENDEE                                           *
008890*===============================================================*
008900 3850-TEST-ATTENDEE.
008910     IF WS-AT-PERSON(WS-AT-IDX) = WS-FIND-NAME
008920         SET WS-AT-FOUND TO TRUE
008930     ELSE
008940         ADD 1 TO WS-AT-IDX
008950     END-IF.
008960 3850-EXIT.
008970     EXIT.
008980
008990*===============================================================*
009000*  3860-FIND-PAYER - LOCATE WS-FIND-NAME AMONG THE NIGHT'S      *
009010*  PAYERS, ADDING THEM IF NEW. A NIGHT WITH MORE THAN 50 IS     *
009020*  FLAGGED AND NOT SPLIT.                                       *
009030*===============================================================*
009040 3860-FIND-PAYER.
009050     MOVE 1 TO WS-PY-IDX
009060     SET WS-PY-NOT-FOUND TO TRUE
009070     PERFORM 3870-TEST-PAYER THRU 3870-EXIT
009080         UNTIL WS-PY-FOUND OR WS-PY-IDX > WS-PY-COUNT
009090     IF WS-PY-FOUND
009100         GO TO 3860-EXIT
009110     END-IF
009120
009130     IF WS-PY-COUNT >= 50
009140         SET WS-SPLIT-FULL TO TRUE
009150         GO TO 3860-EXIT
009160     END-IF
009170     ADD 1 TO WS-PY-COUNT
009180     MOVE WS-PY-COUNT TO WS-PY-IDX
009190     MOVE WS-FIND-NAME TO WS-PY-PERSON(WS-PY-IDX)
009200     MOVE ZERO TO WS-PY-PAID(WS-PY-IDX)
009210     SET WS-PY-FOUND TO TRUE.
009220 3860-EXIT.
009230     EXIT.
009240
009250*===============================================================*
009260*  3870-TEST-PAYER                                              *
009270*===============================================================*
009280 3870-TEST-PAYER.
009290     IF WS-PY-PERSON(WS-PY-IDX) = WS-FIND-NAME
009300         SET WS-PY-FOUND TO TRUE
009310     ELSE
009320         ADD 1 TO WS-PY-IDX
009330     END-IF.
009340 3870-EXIT.
009350     EXIT.
009360
009370*===============================================================*
009380*  4000-SETTLE-UP - WORK OUT THE PAYMENTS FROM A COPY OF THE    *
009390*  BALANCES: THE PERSON OWING MOST PAYS THE PERSON OWED MOST AS *
009400*  MUCH AS CLEARS ONE OF THEM, UNTIL NOBODY IS OWED ANYTHING.   *
009410*===============================================================*
009420 4000-SETTLE-UP.
009430     MOVE 1 TO WS-PS-IDX
009440     PERFORM 4010-COPY-ONE-BALANCE THRU 4010-EXIT
009450         UNTIL WS-PS-IDX > WS-PS-COUNT
009460     MOVE ZERO TO WS-PM-COUNT
009470     SET WS-SETTLE-MORE TO TRUE
009480     PERFORM 4100-NEXT-PAYMENT THRU 4100-EXIT
009490         UNTIL WS-SETTLE-DONE.
009500 4000-EXIT.
009510     EXIT.
009520
009530*===============================================================*
009540*  4010-COPY-ONE-BALANCE                                        *
009550*===============================================================*
009560 4010-COPY-ONE-BALANCE.
009570     MOVE WS-PS-NET(WS-PS-IDX) TO WS-PS-LEFT(WS-PS-IDX)
009580     ADD 1 TO WS-PS-IDX.
009590 4010-EXIT.
009600     EXIT.
009610
009620*===============================================================*
009630*  4100-NEXT-PAYMENT - FIND THE BIGGEST DEBT AND THE BIGGEST    *
009640*  CREDIT STILL STANDING; IF EITHER IS GONE, EVERYBODY IS       *
009650*  SQUARE.                                                      *
009660*===============================================================*
009670 4100-NEXT-PAYMENT.
009680     MOVE ZERO TO WS-DEBTOR-IDX
009690     MOVE ZERO TO WS-CREDITOR-IDX
009700     MOVE 1 TO WS-PS-IDX
009710     PERFORM 4110-TEST-EXTREMES THRU 4110-EXIT
009720         UNTIL WS-PS-IDX > WS-PS-COUNT
009730     IF WS-DEBTOR-IDX = ZERO OR WS-CREDITOR-IDX = ZERO
009740         SET WS-SETTLE-DONE TO TRUE
009750         GO TO 4100-EXIT
009760     END-IF
009770     IF WS-PM-COUNT >= 200
009780         SET WS-SETTLE-DONE TO TRUE
009790         GO TO 4100-EXIT
009800     END-IF
009810
009820     COMPUTE WS-PAY-CENTS = ZERO - WS-PS-LEFT(WS-DEBTOR-IDX)
009830     IF WS-PS-LEFT(WS-CREDITOR-IDX) < WS-PAY-CENTS
009840         MOVE WS-PS-LEFT(WS-CREDITOR-IDX) TO WS-PAY-CENTS
009850     END-IF
009860     ADD WS-PAY-CENTS TO WS-PS-LEFT(WS-DEBTOR-IDX)
009870     SUBTRACT WS-PAY-CENTS FROM WS-PS-LEFT(WS-CREDITOR-IDX)
009880
009890     ADD 1 TO WS-PM-COUNT
009900     MOVE WS-PS-NAME(WS-DEBTOR-IDX) TO WS-PM-FROM(WS-PM-COUNT)
009910     MOVE WS-PS-NAME(WS-CREDITOR-IDX) TO WS-PM-TO(WS-PM-COUNT)
009920     MOVE WS-PAY-CENTS TO WS-PM-CENTS(WS-PM-COUNT).
009930 4100-EXIT.
009940     EXIT.
009950
009960*===============================================================*
009970*  4110-TEST-EXTREMES                                           *
009980*===============================================================*
009990 4110-TEST-EXTREMES.
010000     IF WS-PS-LEFT(WS-PS-IDX) < ZERO
010010         IF WS-DEBTOR-IDX = ZERO
010020             MOVE WS-PS-IDX TO WS-DEBTOR-IDX
010030         ELSE
010040             IF WS-PS-LEFT(WS-PS-IDX) <
010050                 WS-PS-LEFT(WS-DEBTOR-IDX)
010060                 MOVE WS-PS-IDX TO WS-DEBTOR-IDX
010070             END-IF
010080         END-IF
010090     END-IF
010100     IF WS-PS-LEFT(WS-PS-IDX) > ZERO
010110         IF WS-CREDITOR-IDX = ZERO
010120             MOVE WS-PS-IDX TO WS-CREDITOR-IDX
010130         ELSE
010140             IF WS-PS-LEFT(WS-PS-IDX) >
010150                 WS-PS-LEFT(WS-CREDITOR-IDX)
010160                 MOVE WS-PS-IDX TO WS-CREDITOR-IDX
010170             END-IF
010180         END-IF
010190     END-IF
010200     ADD 1 TO WS-PS-IDX.
010210 4110-EXIT.
010220     EXIT.
010230
010240*===============================================================*
010250*  5000-PRINT-NIGHTS - ONE LINE PER NIGHT: SPEND, HEADCOUNT,    *
010260*  PEOPLE NAMED, THE SHARE EACH WAS CHARGED, AND ANY NOTE.      *
010270*===============================================================*
010280 5000-PRINT-NIGHTS.
010290     DISPLAY "-------------------------------------"
010300     MOVE WS-KITY-READ TO WS-COUNT-EDIT
010310     DISPLAY "LEDGER ROWS READ:  " WS-COUNT-EDIT
010320     MOVE WS-NIGHTS-SPLIT TO WS-COUNT-EDIT
010330     DISPLAY "NIGHTS SPLIT:      " WS-COUNT-EDIT
010340     MOVE WS-NIGHTS-NOT-SPLIT TO WS-COUNT-EDIT
010350     DISPLAY "NIGHTS NOT SPLIT:  " WS-COUNT-EDIT
010360     DISPLAY "-------------------------------------"
010370     DISPLAY "NIGHTS"
010380     DISPLAY "  NIGHT           SPENT HEADS NAMED       SHARE"
010390     MOVE 1 TO WS-NT-IDX
010400     PERFORM 5010-PRINT-ONE-NIGHT THRU 5010-EXIT
010410         UNTIL WS-NT-IDX > WS-NT-COUNT.
010420 5000-EXIT.
010430     EXIT.
010440
010450*===============================================================*
010460*  5010-PRINT-ONE-NIGHT                                         *
010470*===============================================================*
010480 5010-PRINT-ONE-NIGHT.
010490     COMPUTE WS-MONEY = WS-NT-SPENT(WS-NT-IDX) / 100
010500     MOVE WS-MONEY TO WS-MONEY-EDIT-1
010510     COMPUTE WS-MONEY = WS-NT-SHARE(WS-NT-IDX) / 100
010520     MOVE WS-MONEY TO WS-MONEY-EDIT-2
010530     MOVE WS-NT-HEADCOUNT(WS-NT-IDX) TO WS-HEADS-EDIT
010540     MOVE WS-NT-NAMED(WS-NT-IDX) TO WS-NAMED-EDIT
010550     DISPLAY "  " WS-NT-DATE(WS-NT-IDX) " " WS-MONEY-EDIT-1
010560         "   " WS-HEADS-EDIT "   " WS-NAMED-EDIT " "
010570         WS-MONEY-EDIT-2
010580     IF WS-NT-NOTE(WS-NT-IDX) NOT = SPACES
010590         DISPLAY "            "
010600             FUNCTION TRIM(WS-NT-NOTE(WS-NT-IDX))
010610     END-IF
010620     ADD 1 TO WS-NT-IDX.
010630 5010-EXIT.
010640     EXIT.
010650
010660*===============================================================*
010670*  5100-PRINT-BALANCES - FRONTED IS WHAT THEY PAID, SHARES WHAT *
010680*  THEY WERE CHARGED, ABSORBED THE GUEST SHARES AND ODD CENTS   *
010690*  THEIR PAYMENTS COVERED. NET PLUS IS OWED TO THEM.            *
010700*===============================================================*
010710 5100-PRINT-BALANCES.
010720     DISPLAY "-------------------------------------"
010730     IF WS-PS-COUNT = ZERO
010740         DISPLAY "NOBODY HAS A BALANCE."
010750         GO TO 5100-EXIT
010760     END-IF
010770     DISPLAY "BALANCES"
010780     DISPLAY "  NAME           FRONTED      SHARES    ABSORBED"
010790         "         NET"
010800     MOVE 1 TO WS-PS-IDX
010810     PERFORM 5110-PRINT-ONE-BALANCE THRU 5110-EXIT
010820         UNTIL WS-PS-IDX > WS-PS-COUNT.
010830 5100-EXIT.
010840     EXIT.
010850
010860*===============================================================*
010870*  5110-PRINT-ONE-BALANCE                                       *
010880*===============================================================*
010890 5110-PRINT-ONE-BALANCE.
010900     COMPUTE WS-MONEY = WS-PS-FRONTED(WS-PS-IDX) / 100
010910     MOVE WS-MONEY TO WS-MONEY-EDIT-1
010920     COMPUTE WS-MONEY = WS-PS-CHARGED(WS-PS-IDX) / 100
010930     MOVE WS-MONEY TO WS-MONEY-EDIT-2
010940     COMPUTE WS-MONEY = WS-PS-ABSORBED(WS-PS-IDX) / 100
010950     MOVE WS-MONEY TO WS-MONEY-EDIT-3
010960     COMPUTE WS-MONEY = WS-PS-NET(WS-PS-IDX) / 100
010970     MOVE WS-MONEY TO WS-MONEY-EDIT-4
010980     DISPLAY "  " WS-PS-NAME(WS-PS-IDX) " " WS-MONEY-EDIT-1
010990         " " WS-MONEY-EDIT-2 " " WS-MONEY-EDIT-3
011000         " " WS-MONEY-EDIT-4
011010     ADD 1 TO WS-PS-IDX.
011020 5110-EXIT.
011030     EXIT.
011040
011050*===============================================================*
011060*  5200-PRINT-PAYMENTS                                          *
011070*===============================================================*
011080 5200-PRINT-PAYMENTS.
011090     DISPLAY "-------------------------------------"
011100     IF WS-PM-COUNT = ZERO
011110         DISPLAY "EVERYBODY IS SQUARE - NO PAYMENTS NEEDED."
011120         GO TO 5200-EXIT
011130     END-IF
011140     DISPLAY "PAYMENTS TO SQUARE UP"
011150     MOVE 1 TO WS-PM-IDX
011160     PERFORM 5210-PRINT-ONE-PAYMENT THRU 5210-EXIT
011170         UNTIL WS-PM-IDX > WS-PM-COUNT
011180     MOVE WS-PM-COUNT TO WS-COUNT-EDIT
011190     DISPLAY "  " FUNCTION TRIM(WS-COUNT-EDIT) " PAYMENT(S)".
011200 5200-EXIT.
011210     EXIT.
011220
011230*===============================================================*
011240*  5210-PRINT-ONE-PAYMENT                                       *
011250*===============================================================*
011260 5210-PRINT-ONE-PAYMENT.
011270     COMPUTE WS-MONEY = WS-PM-CENTS(WS-PM-IDX) / 100
011280     MOVE WS-MONEY TO WS-MONEY-EDIT-1
011290     DISPLAY "  " WS-PM-FROM(WS-PM-IDX) " PAYS "
011300         WS-PM-TO(WS-PM-IDX) " " WS-MONEY-EDIT-1
011310     ADD 1 TO WS-PM-IDX.
011320 5210-EXIT.
011330     EXIT.
011340
011350*===============================================================*
011360*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
011370*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
011380*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
011390*===============================================================*
011400 9900-WRITE-ALERT.
011410     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
011420     ACCEPT WS-ALERT-RUN-TIME FROM TIME
011430     MOVE SPACES TO ALERT-RECORD
011440     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
011450     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
011460     MOVE "MOVIENIGHTSETTLE" TO ALERT-PROGRAM
011470     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
011480     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
011490
011500     OPEN EXTEND ALERT-FILE
011510     IF WS-ALERT-STATUS = "35"
011520         OPEN OUTPUT ALERT-FILE
011530     END-IF
011540
011550     IF WS-ALERT-STATUS NOT = "00"
011560         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
011570             "WRITTEN. STATUS=" WS-ALERT-STATUS
011580     ELSE
011590         WRITE ALERT-RECORD
011600         IF WS-ALERT-STATUS NOT = "00"
011610             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
011620                 "WRITTEN. STATUS=" WS-ALERT-STATUS
011630         END-IF
011640         CLOSE ALERT-FILE
011650     END-IF.
011660 9900-EXIT.
011670     EXIT.
011680
011690*===============================================================*
011700*  9999-TERMINATE                                               *
011710*===============================================================*
011720 9999-TERMINATE.
011730     IF WS-RUN-SEVERITY >= 8
011740         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
011750     END-IF
011760     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
011770 9999-EXIT.
011780     EXIT.
011790
011800 END PROGRAM MOVIENIGHTSETTLE.
