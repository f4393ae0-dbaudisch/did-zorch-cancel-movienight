000100*THE CONSOLE (PARTY AND REASON VALIDATED AGAINST THE MVNTPART AND
000110*MVNTREAS MASTERS THE SAME WAY THE NIGHTLY PROMPTS VALIDATE), AND
000120*WRITES EACH CLEAN ROW BACK INTO THE INDEXED MVNTHIST UNDER ITS
000130*DATE AND SERIES KEY. EVERY ROW GETS A DISPOSITION LINE -
000140*APPLIED, STILL-BAD, OR SKIPPED - THE WAY THE BULK LOADER REPORTS
000150*ITS DECK, SO NOTHING LEAVES THE HOLDING FILE WITHOUT A RECORD OF
000151*WHERE IT WENT.
000160*-----------------------------------------------------------------
000170*  MOD-HISTORY:
000180*    2026-09-02 DWB  ORIGINAL VERSION - SUSPECT-ROW CORRECTION AND
000245*                    ACTIVE-ONLY RULE STAYS ON THE CORRECTION
000246*                    PROMPTS, WHERE IT MIRRORS THE NIGHTLY
000247*                    4225/4235 EDITS.
000248*    2026-09-16 DWB  EVERY REWRITE, WRITE AND DELETE THE APPLY
000249*                    MAKES IS NOW JOURNALED ON THE NEW MVNTJRNL
000250*                    CHANGE JOURNAL WITH BEFORE AND AFTER IMAGES;
000251*                    THE LIVE ROW IS READ FIRST SO THE BEFORE
000252*                    IMAGE IS WHAT WAS ACTUALLY REPLACED. SEE
000253*                    4430-WRITE-JOURNAL.
000254*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000255*                    HIST-KEY (DATE PLUS SERIES). THE ROW SHOWS
000256*                    AND CAN FIX ITS SERIES, THE DAY-OF-WEEK
000257*                    CHECK USES THAT SERIES' DAY FROM MVNTCTL
000258*                    (AN UNKNOWN SERIES IS A COMPLAINT), AND A
000259*                    CHANGED DATE OR SERIES MOVES THE ROW TO ITS
000260*                    NEW KEY. THE JOURNAL ROW CARRIES THE SERIES.
000261*-----------------------------------------------------------------
000262
000263 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SUSP-FILE ASSIGN TO "MVNTSUSP"
000330     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HIST-KEY
000370         FILE STATUS IS WS-HIST-STATUS.
000380
000390     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000470     SELECT REAS-FILE ASSIGN TO "MVNTREAS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REAS-STATUS.
000491
000492     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-JRNL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530*===============================================================*
000540*  SUSP-FILE - THE AUDIT'S HOLDING FILE, SAME 54-BYTE LAYOUT AS  *
000550*  MVNTHIST, SO A ROW STAGES STRAIGHT INTO THE HISTORY RECORD.   *
000560*===============================================================*
000570 FD  SUSP-FILE.
000580 01  SUSP-RECORD                     PIC X(54).
000590
000600 FD  HIST-FILE.
000610     COPY MVNTHIST.
000650     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000660     05  CTL-RUN-MODE                PIC X(01).
000670     05  CTL-ZORCH-STREAK            PIC 9(03).
000671     05  CTL-SERIES                  PIC X(04).
000680     05  FILLER                      PIC X(15).
000690
000700 FD  PART-FILE.
000710     COPY MVNTPART.
000720
000730 FD  REAS-FILE.
000740     COPY MVNTREAS.
000741
000742*===============================================================*
000743*  JRNL-FILE - HISTORY CHANGE JOURNAL: ONE ROW APPENDED FOR     *
000744*  EVERY MVNTHIST CHANGE, WITH THE BEFORE AND AFTER IMAGES OF   *
000745*  THE ROW. SEE 4430-WRITE-JOURNAL.                             *
000746*===============================================================*
000747 FD  JRNL-FILE.
000748     COPY MVNTJRNL.
000750
000760 WORKING-STORAGE SECTION.
000770*===============================================================*
000820 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000830 01  WS-PART-STATUS                  PIC X(02) VALUE "00".
000840 01  WS-REAS-STATUS                  PIC X(02) VALUE "00".
000841 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
000850
000860 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000870     88  WS-EOF                           VALUE "Y".
001020*===============================================================*
001030 01  WS-WORK-ROW.
001040     05  WS-WORK-DATE                PIC X(08).
001041     05  WS-WORK-SERIES              PIC X(04).
001050     05  WS-WORK-ISMOVIENIGHT        PIC X(03).
001060     05  WS-WORK-CANCELLED-FLAG      PIC X(03).
001070     05  WS-WORK-CANCEL-PARTY        PIC X(10).
001093*  HOLDS THE BAD ROW THERE, SO APPLY NEEDS IT TO KNOW WHETHER
001094*  TO REWRITE IN PLACE OR TO MOVE THE ROW AND DELETE IT.
001095 01  WS-ORIG-DATE                    PIC X(08) VALUE SPACES.
001096 01  WS-ORIG-SERIES                  PIC X(04) VALUE SPACES.
001097
001098*===============================================================*
001099*  SERIES TABLE - ONE ENTRY PER MVNTCTL ROW, ONE PER SERIES.    *
001100*  THE DAY-OF-WEEK CHECK USES THE ROW'S OWN SERIES' DAY.        *
001101*===============================================================*
001102 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001103 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
001104 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
001105
001106 01  WS-CTL-TABLE.
001107     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001108         10  WS-CTL-T-DAY                PIC 9(01).
001109         10  WS-CTL-T-RUN-MODE           PIC X(01).
001110         10  WS-CTL-T-STREAK             PIC 9(03).
001111         10  WS-CTL-T-SERIES             PIC X(04).
001112         10  FILLER                      PIC X(15).
001113
001114 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
001115     88  WS-CTL-EOF                       VALUE "Y".
001116     88  WS-CTL-NOT-EOF                   VALUE "N".
001117
001118 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
001119     88  WS-SERIES-FOUND                  VALUE "Y".
001120     88  WS-SERIES-NOT-FOUND              VALUE "N".
001121
001122*===============================================================*
001123*  PARTY AND REASON MASTER TABLES - LOADED FROM MVNTPART AND    *
001130*  MVNTREAS (OR SEEDED FROM THE HISTORICAL BUILT-IN LISTS WHEN  *
001140*  A MASTER IS MISSING). CORRECTIONS VALIDATE AGAINST ACTIVE    *
001150*  CODES ONLY, THE SAME RULE THE NIGHTLY PROMPTS APPLY TO NEW   *
001880     88  WS-FIX-PARTY                     VALUE "PARTY".
001890     88  WS-FIX-REASON                    VALUE "REASON".
001900     88  WS-FIX-LABEL                     VALUE "LABEL".
001901     88  WS-FIX-SERIES                    VALUE "SERIES".
001910
001920 01  WS-FIX-VALUE                    PIC X(16) VALUE SPACES.
001930
002070
002080 01  WS-ROW-NUM-EDIT                 PIC ZZZZ9.
002090 01  WS-COUNT-EDIT                   PIC ZZZZ9.
002091
002092*===============================================================*
002093*  JOURNAL WORK AREA - THE CHANGE BEING JOURNALED AND THE TIME  *
002094*  IT WAS MADE. SEE 4430-WRITE-JOURNAL.                         *
002095*===============================================================*
002096 01  WS-JRNL-ACTION                  PIC X(06) VALUE SPACES.
002097 01  WS-JRNL-BEFORE                  PIC X(60) VALUE SPACES.
002098 01  WS-JRNL-AFTER                   PIC X(60) VALUE SPACES.
002099 01  WS-JRNL-HIST-DATE               PIC 9(08) VALUE ZERO.
002100 01  WS-JRNL-HIST-SERIES             PIC X(04) VALUE SPACES.
002101 01  WS-JRNL-RUN-DATE                PIC 9(08) VALUE ZERO.
002102 01  WS-JRNL-RUN-TIME                PIC 9(08) VALUE ZERO.
002103
002110 PROCEDURE DIVISION.
002120*===============================================================*
002130*  0000-MAINLINE                                                 *
002300*  EVERY SUSPECT ROW CAME OUT OF IT IN THE FIRST PLACE.          *
002310*===============================================================*
002320 1000-INITIALIZE.
002350     OPEN INPUT SUSP-FILE
002360     IF WS-SUSP-STATUS NOT = "00"
002370         DISPLAY "NO HOLDING FILE MVNTSUSP FOUND - NOTHING TO "
002550     EXIT.
002560
002570*===============================================================*
002580*  2000-READ-CONTROL - TABLE EVERY SERIES AND ITS MOVIE-NIGHT   *
002590*  DAY; THE DEFAULT SERIES ON SATURDAY STANDS AS THE ONLY       *
002591*  SERIES IF THE FILE IS MISSING OR EMPTY.                      *
002600*===============================================================*
002610 2000-READ-CONTROL.
002611     SET WS-CTL-NOT-EOF TO TRUE
002620     OPEN INPUT CTL-FILE
002630     IF WS-CTL-STATUS = "00"
002631         PERFORM 2010-LOAD-ONE-CTL THRU 2010-EXIT
002632             UNTIL WS-CTL-EOF
002650         CLOSE CTL-FILE
002660     END-IF
002661     IF WS-CTL-COUNT = ZERO
002662         MOVE SPACES TO CTL-RECORD
002663         MOVE 6 TO CTL-MOVIENIGHT-DAY
002664         MOVE "I" TO CTL-RUN-MODE
002665         MOVE ZERO TO CTL-ZORCH-STREAK
002666         PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002667     END-IF.
002670 2000-EXIT.
002680     EXIT.
002681
002682*===============================================================*
002683*  2010-LOAD-ONE-CTL                                            *
002684*===============================================================*
002685 2010-LOAD-ONE-CTL.
002686     READ CTL-FILE
002687         AT END
002688             SET WS-CTL-EOF TO TRUE
002689         NOT AT END
002690             IF WS-CTL-COUNT < 20
002691                 PERFORM 2020-ADD-SERIES THRU 2020-EXIT
002692             ELSE
002693                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
002694                     "20 IGNORED."
002695                 SET WS-CTL-EOF TO TRUE
002696             END-IF
002697     END-READ.
002698 2010-EXIT.
002699     EXIT.
002700
002701*===============================================================*
002702*  2020-ADD-SERIES - TABLE THE ROW IN CTL-RECORD (A BLANK       *
002703*  SERIES IS THE DEFAULT).                                      *
002704*===============================================================*
002705 2020-ADD-SERIES.
002706     IF CTL-SERIES = SPACES
002707         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
002708     END-IF
002709     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
002710     ADD 1 TO WS-CTL-COUNT
002711     MOVE CTL-RECORD TO WS-CTL-ENTRY(WS-CTL-COUNT).
002712 2020-EXIT.
002713     EXIT.
002714
002715*===============================================================*
002716*  2100-LOAD-PARTY-MASTER - SAME LOAD-OR-SEED AS THE NIGHTLY    *
002720*  PROGRAM, SO A CORRECTED PARTY MUST BE A CODE THE PROMPTS     *
002730*  WOULD THEMSELVES HAVE TAKEN.                                 *
002740*===============================================================*
004000 4000-REPAIR-ROW.
004010     MOVE SPACES TO WS-DISPOSITION
004011     MOVE SUSP-RECORD TO WS-WORK-ROW
004012     IF WS-WORK-SERIES = SPACES
004013         MOVE WS-DEFAULT-SERIES TO WS-WORK-SERIES
004014     END-IF
004015     MOVE WS-WORK-DATE TO WS-ORIG-DATE
004016     MOVE WS-WORK-SERIES TO WS-ORIG-SERIES
004020     SET WS-ROW-NOT-DONE TO TRUE
004030
004040     MOVE WS-ROW-NUM TO WS-ROW-NUM-EDIT
004200*===============================================================*
004210 4050-SHOW-ROW.
004220     DISPLAY "  DATE=" WS-WORK-DATE
004221         " SERIES=" WS-WORK-SERIES
004230         " ANSWER=" WS-WORK-ISMOVIENIGHT
004240         " FLAG=" WS-WORK-CANCELLED-FLAG
004250     DISPLAY "  PARTY=" WS-WORK-CANCEL-PARTY
004680         GO TO 4110-EXIT
004690     END-IF
004700
004701     PERFORM 4115-FIND-SERIES THRU 4115-EXIT
004702     IF WS-SERIES-NOT-FOUND
004703         MOVE "SERIES NOT ON MVNTCTL" TO WS-EXCEPTION-TEXT
004704         PERFORM 4190-FLAG-EXCEPTION THRU 4190-EXIT
004705         GO TO 4110-EXIT
004706     END-IF
004707
004710     COMPUTE WS-DATE-INTEGER =
004720         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
004730     COMPUTE WS-DATE-DOW =
004740         FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
004750     IF WS-DATE-DOW NOT = WS-CTL-T-DAY(WS-CTL-IDX) AND
004760         WS-WORK-ISMOVIENIGHT NOT = "MKP"
004770         MOVE "NOT ON THE MOVIE-NIGHT DAY" TO WS-EXCEPTION-TEXT
004780         PERFORM 4190-FLAG-EXCEPTION THRU 4190-EXIT
004790     END-IF.
004800 4110-EXIT.
004810     EXIT.
004811
004812*===============================================================*
004813*  4115-FIND-SERIES - POINT WS-CTL-IDX AT THE ROW'S SERIES.     *
004814*===============================================================*
004815 4115-FIND-SERIES.
004816     SET WS-SERIES-NOT-FOUND TO TRUE
004817     MOVE 1 TO WS-CTL-IDX
004818     PERFORM 4116-TEST-SERIES THRU 4116-EXIT
004819         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
004820 4115-EXIT.
004821     EXIT.
004822
004823*===============================================================*
004824*  4116-TEST-SERIES                                             *
004825*===============================================================*
004826 4116-TEST-SERIES.
004827     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-WORK-SERIES
004828         SET WS-SERIES-FOUND TO TRUE
004829     ELSE
004830         ADD 1 TO WS-CTL-IDX
004831     END-IF.
004832 4116-EXIT.
004833     EXIT.
004834
004835*===============================================================*
004840*  4120-VALIDATE-CALENDAR - MONTH 01-12, DAY WITHIN THE MONTH,  *
004850*  FEBRUARY 29 ONLY IN A LEAP YEAR, YEAR 2000-2099.             *
004860*===============================================================*
007230*===============================================================*
007240 4300-FIX-FIELD.
007250     DISPLAY "FIX WHICH FIELD? "
007260         "(DATE/SERIES/ANSWER/FLAG/PARTY/REASON/LABEL)"
007270     ACCEPT WS-FIX-FIELD
007280     MOVE FUNCTION UPPER-CASE(WS-FIX-FIELD) TO WS-FIX-FIELD
007290
007320             DISPLAY "NEW DATE? (YYYYMMDD)"
007330             ACCEPT WS-FIX-VALUE
007340             MOVE WS-FIX-VALUE(1:8) TO WS-WORK-DATE
007341         WHEN WS-FIX-SERIES
007342             DISPLAY "NEW SERIES?"
007343             ACCEPT WS-FIX-VALUE
007344             MOVE FUNCTION UPPER-CASE(WS-FIX-VALUE(1:4))
007345                 TO WS-WORK-SERIES
007350         WHEN WS-FIX-ANSWER
007360             DISPLAY "NEW MOVIENIGHT ANSWER? (YES/NO/SKP/MKP)"
007370             ACCEPT WS-FIX-VALUE
007750             ACCEPT WS-FIX-VALUE
007760             MOVE WS-FIX-VALUE TO WS-WORK-SKIP-LABEL
007770         WHEN OTHER
007780             DISPLAY "ANSWER DATE, SERIES, ANSWER, FLAG, "
007790                 "PARTY, REASON, OR LABEL."
007800     END-EVALUATE.
007810 4300-EXIT.
007820     EXIT.
007840*===============================================================*
007850*  4400-APPLY-ROW - RE-CHECK, THEN PUT THE ROW BACK ON MVNTHIST. *
007860*  THE AUDIT ONLY COPIES SUSPECTS INTO THE HOLDING FILE, SO THE  *
007870*  BAD ROW IS STILL LIVE UNDER ITS ORIGINAL KEY: A KEPT KEY IS   *
007880*  REWRITTEN IN PLACE, AND A CORRECTED DATE OR SERIES IS         *
007881*  WRITTEN UNDER ITS NEW KEY WITH THE ORIGINAL BAD-KEYED ROW     *
007882*  DELETED. A ROW THAT STILL FAILS THE CHECKS, OR WHOSE NEW KEY  *
007883*  COLLIDES WITH A DIFFERENT LIVE ROW, GOES OUT AS STILL-BAD AND *
007884*  STAYS IN THE HOLDING FILE FOR ANOTHER PASS.                   *
007890*===============================================================*
007900 4400-APPLY-ROW.
007910     PERFORM 4100-CHECK-ROW THRU 4100-EXIT
007980
007990     MOVE SPACES TO HIST-RECORD
008000     MOVE WS-WORK-DATE TO HIST-DATE
008001     MOVE WS-WORK-SERIES TO HIST-SERIES
008010     MOVE WS-WORK-ISMOVIENIGHT TO HIST-ISMOVIENIGHT
008020     MOVE WS-WORK-CANCELLED-FLAG TO HIST-CANCELLED-FLAG
008030     MOVE WS-WORK-CANCEL-PARTY TO HIST-CANCEL-PARTY
008040     MOVE WS-WORK-CANCEL-REASON TO HIST-CANCEL-REASON
008050     MOVE WS-WORK-SKIP-LABEL TO HIST-SKIP-LABEL
008060
008070     IF WS-WORK-DATE = WS-ORIG-DATE AND
008071         WS-WORK-SERIES = WS-ORIG-SERIES
008080         PERFORM 4410-REPLACE-IN-PLACE THRU 4410-EXIT
008090     ELSE
008100         PERFORM 4420-MOVE-TO-NEW-KEY THRU 4420-EXIT
008200     EXIT.
008201
008202*===============================================================*
008203*  4410-REPLACE-IN-PLACE - THE KEY WAS KEPT, SO THE LIVE FILE    *
008204*  STILL HOLDS THE BAD ROW UNDER THIS VERY KEY; REWRITE IT. IF   *
008205*  THE LIVE ROW IS GONE (CLEARED BY HAND SINCE THE AUDIT RAN)    *
008206*  THE CORRECTED ROW IS ADDED FRESH INSTEAD.                     *
008207*===============================================================*
008208 4410-REPLACE-IN-PLACE.
008209     MOVE HIST-RECORD TO WS-JRNL-AFTER
008210     MOVE HIST-DATE TO WS-JRNL-HIST-DATE
008211     MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
008212     READ HIST-FILE
008213         INVALID KEY
008214             MOVE SPACES TO WS-JRNL-BEFORE
008215         NOT INVALID KEY
008216             MOVE HIST-RECORD TO WS-JRNL-BEFORE
008217     END-READ
008218     MOVE WS-JRNL-AFTER TO HIST-RECORD
008219
008220     REWRITE HIST-RECORD
008221         INVALID KEY
008222             WRITE HIST-RECORD
008223                 INVALID KEY
008224                     DISPLAY "  DATE " HIST-DATE " "
008225                         HIST-SERIES " COULD NOT BE REPLACED "
008226                         "OR ADDED. STATUS=" WS-HIST-STATUS
008227                     SET WS-ROW-STILL-BAD TO TRUE
008228                 NOT INVALID KEY
008229                     SET WS-ROW-APPLIED TO TRUE
008230                     MOVE "ADD" TO WS-JRNL-ACTION
008231                     MOVE SPACES TO WS-JRNL-BEFORE
008232             END-WRITE
008233         NOT INVALID KEY
008234             SET WS-ROW-APPLIED TO TRUE
008235             MOVE "CHANGE" TO WS-JRNL-ACTION
008236     END-REWRITE
008237
008238     IF WS-ROW-APPLIED
008239         PERFORM 4430-WRITE-JOURNAL THRU 4430-EXIT
008240     END-IF.
008241 4410-EXIT.
008242     EXIT.
008243
008244*===============================================================*
008245*  4420-MOVE-TO-NEW-KEY - THE DATE OR SERIES WAS CORRECTED:      *
008246*  WRITE THE ROW UNDER ITS NEW KEY, THEN DELETE THE              *
008247*  ORIGINAL BAD-KEYED ROW SO IT DOES NOT LINGER ON THE LIVE      *
008248*  FILE AS A DUPLICATE OF THE NIGHT. THE ORIGINAL IS READ        *
008249*  FIRST SO THE JOURNAL CARRIES WHAT WAS DELETED.                *
008250*===============================================================*
008251 4420-MOVE-TO-NEW-KEY.
008252     WRITE HIST-RECORD
008253         INVALID KEY
008254             DISPLAY "  DATE " HIST-DATE " " HIST-SERIES
008255                 " IS ALREADY ON THE LIVE FILE - NOT APPLIED. "
008256                 "STATUS=" WS-HIST-STATUS
008257             SET WS-ROW-STILL-BAD TO TRUE
008258         NOT INVALID KEY
008259             SET WS-ROW-APPLIED TO TRUE
008260     END-WRITE
008261
008262     IF WS-ROW-APPLIED
008263         MOVE "ADD" TO WS-JRNL-ACTION
008264         MOVE SPACES TO WS-JRNL-BEFORE
008265         MOVE HIST-RECORD TO WS-JRNL-AFTER
008266         MOVE HIST-DATE TO WS-JRNL-HIST-DATE
008267         MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
008268         PERFORM 4430-WRITE-JOURNAL THRU 4430-EXIT
008269
008270         MOVE WS-ORIG-DATE TO HIST-RECORD(1:8)
008271         MOVE WS-ORIG-SERIES TO HIST-SERIES
008272         READ HIST-FILE
008273             INVALID KEY
008274                 CONTINUE
008275         END-READ
008276         MOVE HIST-RECORD TO WS-JRNL-BEFORE
008277         DELETE HIST-FILE RECORD
008278             INVALID KEY
008279                 DISPLAY "  ORIGINAL ROW " WS-ORIG-DATE " "
008280                     WS-ORIG-SERIES " WAS NOT ON THE LIVE FILE - "
008281                     "NOTHING TO DELETE."
008282             NOT INVALID KEY
008283                 DISPLAY "  ORIGINAL ROW " WS-ORIG-DATE " "
008284                     WS-ORIG-SERIES
008285                     " DELETED FROM THE LIVE FILE."
008286                 MOVE "DELETE" TO WS-JRNL-ACTION
008287                 MOVE SPACES TO WS-JRNL-AFTER
008288                 MOVE WS-ORIG-DATE TO WS-JRNL-HIST-DATE
008289                 MOVE WS-ORIG-SERIES TO WS-JRNL-HIST-SERIES
008290                 PERFORM 4430-WRITE-JOURNAL THRU 4430-EXIT
008291         END-DELETE
008292     END-IF.
008293 4420-EXIT.
008294     EXIT.
008295
008296*===============================================================*
008297*  4430-WRITE-JOURNAL - APPEND ONE ROW TO THE MVNTJRNL CHANGE    *
008298*  JOURNAL FOR THE HISTORY CHANGE JUST MADE, FROM WS-JRNL-ACTION *
008299*  AND THE BEFORE AND AFTER IMAGES. A JOURNAL ROW THAT CANNOT    *
008300*  BE WRITTEN IS REPORTED - THE HISTORY CHANGE STANDS.           *
008301*===============================================================*
008302 4430-WRITE-JOURNAL.
008303     ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
008304     ACCEPT WS-JRNL-RUN-TIME FROM TIME
008305     MOVE SPACES TO JRNL-RECORD
008306     MOVE WS-JRNL-RUN-DATE TO JRNL-DATE
008307     MOVE WS-JRNL-RUN-TIME TO JRNL-TIME
008308     MOVE "MOVIENIGHTREPAIR" TO JRNL-PROGRAM
008309     MOVE WS-JRNL-ACTION TO JRNL-ACTION
008310     MOVE WS-JRNL-HIST-DATE TO JRNL-HIST-DATE
008311     MOVE WS-JRNL-HIST-SERIES TO JRNL-HIST-SERIES
008312     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
008313     MOVE WS-JRNL-AFTER TO JRNL-AFTER-IMAGE
008314
008315     OPEN EXTEND JRNL-FILE
008316     IF WS-JRNL-STATUS = "35"
008317         OPEN OUTPUT JRNL-FILE
008318     END-IF
008319
008320     IF WS-JRNL-STATUS NOT = "00"
008321         DISPLAY "  UNABLE TO OPEN MVNTJRNL - CHANGE NOT "
008322             "JOURNALED. STATUS=" WS-JRNL-STATUS
008323     ELSE
008324         WRITE JRNL-RECORD
008325         IF WS-JRNL-STATUS NOT = "00"
008326             DISPLAY "  UNABLE TO WRITE MVNTJRNL - CHANGE NOT "
008327                 "JOURNALED. STATUS=" WS-JRNL-STATUS
008328         END-IF
008329         CLOSE JRNL-FILE
008330     END-IF.
008331 4430-EXIT.
008332     EXIT.
008333
008334*===============================================================*
008335*  4900-PRINT-DISPOSITION - ONE REPORT LINE PER HOLDING-FILE     *
008336*  ROW, THE WAY THE BULK LOADER REPORTS ITS DECK.                *
008337*===============================================================*
008338 4900-PRINT-DISPOSITION.
008339     MOVE WS-ROW-NUM TO WS-ROW-NUM-EDIT
008340     EVALUATE TRUE
008341         WHEN WS-ROW-APPLIED
008342             ADD 1 TO WS-APPLIED-COUNT
008350             DISPLAY "ROW" WS-ROW-NUM-EDIT
008360                 " DATE " WS-WORK-DATE " APPLIED"
008370         WHEN WS-ROW-STILL-BAD
