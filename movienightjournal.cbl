000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTJOURNAL".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*HISTORY CHANGE JOURNAL INQUIRY: READS THE MVNTJRNL JOURNAL THAT
000080*EVERY MVNTHIST WRITER APPENDS TO AND ANSWERS THE THREE QUESTIONS
000090*THE COMMITTEE ASKS WHEN A NIGHT IS DISPUTED. "RANGE" LISTS EVERY
000100*CHANGE JOURNALED BETWEEN TWO DATES. "ROW" LISTS THE WHOLE EDIT
000110*TRAIL OF ONE HISTORY ROW, OLDEST FIRST. "ASOF" SHOWS WHAT ONE
000120*HISTORY ROW LOOKED LIKE AT THE END OF A CHOSEN DATE: THE BEFORE
000130*IMAGE OF THE FIRST CHANGE JOURNALED AFTER THAT DATE, OR THE LIVE
000140*MVNTHIST ROW WHEN NOTHING HAS TOUCHED IT SINCE. EVERY CHANGE IS
000150*PRINTED WITH ITS TIMESTAMP, PROGRAM, ACTION, AND BEFORE AND AFTER
000160*IMAGES.
000170*-----------------------------------------------------------------
000180*  MOD-HISTORY:
000190*    2026-09-16 DWB  ORIGINAL VERSION - RANGE, ROW AND AS-OF
000200*                    INQUIRY OVER THE MVNTJRNL CHANGE JOURNAL.
000201*    2026-10-14 DWB  A HISTORY ROW IS NOW NAMED BY DATE AND
000202*                    MOVIE-NIGHT SERIES, SO "ROW" AND "ASOF" ALSO
000203*                    ASK FOR THE SERIES (ENTER FOR "MAIN"). IMAGES
000204*                    JOURNALED BEFORE THE SERIES LAYOUT (NO
000205*                    JRNL-HIST-SERIES) ARE PRINTED IN THE OLD
000206*                    50-BYTE LAYOUT AND COUNT AS SERIES "MAIN".
000210*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-JRNL-STATUS.
000290
000300     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS HIST-KEY
000340         FILE STATUS IS WS-HIST-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380*===============================================================*
000390*  JRNL-FILE - HISTORY CHANGE JOURNAL, IN THE ORDER THE CHANGES *
000400*  WERE MADE (EVERY WRITER APPENDS).                            *
000410*===============================================================*
000420 FD  JRNL-FILE.
000430     COPY MVNTJRNL.
000440
000450*===============================================================*
000460*  HIST-FILE - ONLY READ, BY KEY, FOR AN "ASOF" ROW THAT HAS    *
000470*  NOT BEEN CHANGED SINCE THE CHOSEN DATE.                      *
000480*===============================================================*
000490 FD  HIST-FILE.
000500     COPY MVNTHIST.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
000540 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000550
000560 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000570     88  WS-EOF                           VALUE "Y".
000580     88  WS-NOT-EOF                       VALUE "N".
000590
000600 01  WS-JRNL-OPEN-SW                 PIC X(01) VALUE "N".
000610     88  WS-JRNL-IS-OPEN                  VALUE "Y".
000620     88  WS-JRNL-NOT-OPEN                 VALUE "N".
000630
000640*===============================================================*
000650*  OPERATOR-SUPPLIED INQUIRY - THE KIND OF INQUIRY, THE         *
000660*  JOURNAL DATE RANGE FOR "RANGE" (BLANK MEANS NO BOUND ON THAT *
000670*  SIDE), THE HISTORY ROW FOR "ROW" AND "ASOF", AND THE DATE    *
000680*  FOR "ASOF".                                                  *
000690*===============================================================*
000700 01  WS-MODE-IN                      PIC X(05) VALUE SPACES.
000710     88  WS-MODE-RANGE                    VALUE "RANGE".
000720     88  WS-MODE-ROW                      VALUE "ROW".
000730     88  WS-MODE-ASOF                     VALUE "ASOF".
000740
000750 01  WS-FROM-IN                      PIC X(08) VALUE SPACES.
000760 01  WS-TO-IN                        PIC X(08) VALUE SPACES.
000770 01  WS-ROW-IN                       PIC X(08) VALUE SPACES.
000780 01  WS-ASOF-IN                      PIC X(08) VALUE SPACES.
000790 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
000800 01  WS-TO-DATE                      PIC 9(08) VALUE 99999999.
000810 01  WS-ROW-DATE                     PIC 9(08) VALUE ZERO.
000820 01  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
000821 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000822 01  WS-ROW-SERIES                   PIC X(04) VALUE SPACES.
000823 01  WS-JRNL-SERIES                  PIC X(04) VALUE SPACES.
000830
000840 01  WS-REQUEST-OK-SW                PIC X(01) VALUE "Y".
000850     88  WS-REQUEST-OK                    VALUE "Y".
000860     88  WS-REQUEST-BAD                   VALUE "N".
000870
000880*===============================================================*
000890*  AS-OF TRACKING - THE CHANGES TO THE ROW ON OR BEFORE THE     *
000900*  CHOSEN DATE ARE ONLY COUNTED; THE FIRST ONE AFTER IT IS KEPT *
000910*  WHOLE, BECAUSE ITS BEFORE IMAGE IS THE ANSWER.               *
000920*===============================================================*
000930 01  WS-LATER-SW                     PIC X(01) VALUE "N".
000940     88  WS-LATER-FOUND                   VALUE "Y".
000950     88  WS-LATER-NOT-FOUND               VALUE "N".
000960
000970 01  WS-LATER-DATE                   PIC 9(08) VALUE ZERO.
000980 01  WS-LATER-PROGRAM                PIC X(24) VALUE SPACES.
000990 01  WS-LATER-ACTION                 PIC X(06) VALUE SPACES.
001000 01  WS-LATER-BEFORE                 PIC X(60) VALUE SPACES.
001001 01  WS-LATER-LAYOUT-SW              PIC X(01) VALUE "N".
001010 77  WS-PRIOR-COUNT                  PIC 9(05) COMP VALUE ZERO.
001020
001030*===============================================================*
001040*  IMAGE VIEW - A BEFORE OR AFTER IMAGE LAID OUT AS THE         *
001050*  HIST-RECORD IT WAS TAKEN FROM, FOR PRINTING. AN IMAGE        *
001051*  JOURNALED BEFORE THE SERIES LAYOUT USES THE OLD VIEW.        *
001060*===============================================================*
001070 01  WS-IMAGE                        PIC X(60) VALUE SPACES.
001080 01  WS-IMAGE-R REDEFINES WS-IMAGE.
001090     05  WS-IMG-DATE                 PIC X(08).
001091     05  WS-IMG-SERIES               PIC X(04).
001100     05  WS-IMG-ISMOVIENIGHT         PIC X(03).
001110     05  WS-IMG-CANCELLED            PIC X(03).
001120     05  WS-IMG-PARTY                PIC X(10).
001130     05  WS-IMG-REASON               PIC X(10).
001140     05  WS-IMG-LABEL                PIC X(16).
001150     05  FILLER                      PIC X(06).
001151 01  WS-IMAGE-OLD-R REDEFINES WS-IMAGE.
001152     05  WS-OLD-IMG-DATE             PIC X(08).
001153     05  WS-OLD-IMG-ISMOVIENIGHT     PIC X(03).
001154     05  WS-OLD-IMG-CANCELLED        PIC X(03).
001155     05  WS-OLD-IMG-PARTY            PIC X(10).
001156     05  WS-OLD-IMG-REASON           PIC X(10).
001157     05  WS-OLD-IMG-LABEL            PIC X(16).
001158     05  FILLER                      PIC X(10).
001159
001160 01  WS-IMAGE-LAYOUT-SW              PIC X(01) VALUE "N".
001161     88  WS-IMAGE-OLD-LAYOUT              VALUE "O".
001162     88  WS-IMAGE-NEW-LAYOUT              VALUE "N".
001163
001170 01  WS-IMAGE-TAG                    PIC X(08) VALUE SPACES.
001180
001190 01  WS-TIME-HOLD                    PIC 9(08) VALUE ZERO.
001200 01  WS-TIME-HOLD-R REDEFINES WS-TIME-HOLD.
001210     05  WS-TIME-HHMMSS              PIC X(06).
001220     05  FILLER                      PIC X(02).
001230
001240 77  WS-READ-COUNT                   PIC 9(05) COMP VALUE ZERO.
001250 77  WS-LISTED-COUNT                 PIC 9(05) COMP VALUE ZERO.
001260 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001270
001280 PROCEDURE DIVISION.
001290*===============================================================*
001300*  0000-MAINLINE                                                 *
001310*===============================================================*
001320 0000-MAINLINE.
001330     PERFORM 1000-GET-REQUEST THRU 1000-EXIT
001340     IF WS-REQUEST-OK
001350         PERFORM 2000-OPEN-JOURNAL THRU 2000-EXIT
001360     END-IF
001370     PERFORM 3000-PROCESS-JOURNAL THRU 3000-EXIT
001380         UNTIL WS-EOF
001390     IF WS-REQUEST-OK
001400         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001410     END-IF
001420     PERFORM 9999-TERMINATE THRU 9999-EXIT
001430     STOP RUN.
001440
001450*===============================================================*
001460*  1000-GET-REQUEST - A BAD ANSWER ENDS THE RUN WITHOUT READING *
001470*  THE JOURNAL AT ALL.                                          *
001480*===============================================================*
001490 1000-GET-REQUEST.
001500     DISPLAY "JOURNAL INQUIRY BY RANGE, ROW OR ASOF?"
001510     ACCEPT WS-MODE-IN
001520     MOVE FUNCTION UPPER-CASE(WS-MODE-IN) TO WS-MODE-IN
001530
001540     EVALUATE TRUE
001550         WHEN WS-MODE-RANGE
001560             PERFORM 1100-GET-RANGE THRU 1100-EXIT
001570         WHEN WS-MODE-ROW
001580             PERFORM 1200-GET-ROW-DATE THRU 1200-EXIT
001590         WHEN WS-MODE-ASOF
001600             PERFORM 1200-GET-ROW-DATE THRU 1200-EXIT
001610             IF WS-REQUEST-OK
001620                 PERFORM 1300-GET-ASOF-DATE THRU 1300-EXIT
001630             END-IF
001640         WHEN OTHER
001650             DISPLAY "'" WS-MODE-IN "' IS NOT RANGE, ROW OR "
001660                 "ASOF - NOTHING LISTED."
001670             SET WS-REQUEST-BAD TO TRUE
001680     END-EVALUATE
001690
001700     IF WS-REQUEST-BAD
001710         SET WS-EOF TO TRUE
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750
001760*===============================================================*
001770*  1100-GET-RANGE - BLANK MEANS OPEN-ENDED, THE SAME AS THE     *
001780*  EXTRACT'S RANGE PROMPT.                                      *
001790*===============================================================*
001800 1100-GET-RANGE.
001810     DISPLAY "CHANGES MADE FROM WHICH DATE? (YYYYMMDD OR BLANK)"
001820     ACCEPT WS-FROM-IN
001830     DISPLAY "CHANGES MADE TO WHICH DATE? (YYYYMMDD OR BLANK)"
001840     ACCEPT WS-TO-IN
001850
001860     IF WS-FROM-IN NOT = SPACES
001870         IF WS-FROM-IN IS NUMERIC
001880             MOVE WS-FROM-IN TO WS-FROM-DATE
001890         ELSE
001900             DISPLAY "FROM-DATE '" WS-FROM-IN "' IS NOT A "
001910                 "DATE - NOTHING LISTED."
001920             SET WS-REQUEST-BAD TO TRUE
001930         END-IF
001940     END-IF
001950
001960     IF WS-TO-IN NOT = SPACES AND WS-REQUEST-OK
001970         IF WS-TO-IN IS NUMERIC
001980             MOVE WS-TO-IN TO WS-TO-DATE
001990         ELSE
002000             DISPLAY "TO-DATE '" WS-TO-IN "' IS NOT A DATE - "
002010                 "NOTHING LISTED."
002020             SET WS-REQUEST-BAD TO TRUE
002030         END-IF
002040     END-IF
002050
002060     IF WS-REQUEST-OK AND WS-FROM-DATE > WS-TO-DATE
002070         DISPLAY "FROM-DATE IS PAST TO-DATE - NOTHING LISTED."
002080         SET WS-REQUEST-BAD TO TRUE
002090     END-IF.
002100 1100-EXIT.
002110     EXIT.
002120
002130*===============================================================*
002140*  1200-GET-ROW-DATE - THE HIST-DATE OF THE ROW TO FOLLOW, AND *
002141*  ITS SERIES (BLANK IS THE DEFAULT SERIES).                    *
002150*===============================================================*
002160 1200-GET-ROW-DATE.
002170     DISPLAY "WHICH HISTORY ROW? (HIST-DATE YYYYMMDD)"
002180     ACCEPT WS-ROW-IN
002190     IF WS-ROW-IN IS NUMERIC
002200         MOVE WS-ROW-IN TO WS-ROW-DATE
002210     ELSE
002220         DISPLAY "HIST-DATE '" WS-ROW-IN "' IS NOT A DATE - "
002230             "NOTHING LISTED."
002240         SET WS-REQUEST-BAD TO TRUE
002241         GO TO 1200-EXIT
002242     END-IF
002243
002244     DISPLAY "WHICH SERIES? (ENTER FOR " WS-DEFAULT-SERIES ")"
002245     MOVE SPACES TO WS-ROW-SERIES
002246     ACCEPT WS-ROW-SERIES
002247     MOVE FUNCTION UPPER-CASE(WS-ROW-SERIES) TO WS-ROW-SERIES
002248     IF WS-ROW-SERIES = SPACES
002249         MOVE WS-DEFAULT-SERIES TO WS-ROW-SERIES
002250     END-IF.
002260 1200-EXIT.
002270     EXIT.
002280
002290*===============================================================*
002300*  1300-GET-ASOF-DATE - THE ROW IS SHOWN AS IT STOOD AT THE END *
002310*  OF THIS DATE.                                                *
002320*===============================================================*
002330 1300-GET-ASOF-DATE.
002340     DISPLAY "SHOW THE ROW AS OF WHICH DATE? (YYYYMMDD)"
002350     ACCEPT WS-ASOF-IN
002360     IF WS-ASOF-IN IS NUMERIC
002370         MOVE WS-ASOF-IN TO WS-ASOF-DATE
002380     ELSE
002390         DISPLAY "AS-OF DATE '" WS-ASOF-IN "' IS NOT A DATE - "
002400             "NOTHING LISTED."
002410         SET WS-REQUEST-BAD TO TRUE
002420     END-IF.
002430 1300-EXIT.
002440     EXIT.
002450
002460*===============================================================*
002470*  2000-OPEN-JOURNAL - NO JOURNAL YET SIMPLY MEANS NO CHANGES   *
002480*  HAVE BEEN JOURNALED; AN "ASOF" STILL ANSWERS FROM MVNTHIST.  *
002490*===============================================================*
002500 2000-OPEN-JOURNAL.
002510     DISPLAY "MOVIE-NIGHT HISTORY CHANGE JOURNAL"
002520     EVALUATE TRUE
002530         WHEN WS-MODE-RANGE
002540             DISPLAY "CHANGES MADE " WS-FROM-DATE " THROUGH "
002550                 WS-TO-DATE
002560         WHEN WS-MODE-ROW
002570             DISPLAY "EDIT TRAIL FOR HISTORY ROW " WS-ROW-DATE
002571                 " SERIES " WS-ROW-SERIES
002580         WHEN WS-MODE-ASOF
002590             DISPLAY "HISTORY ROW " WS-ROW-DATE " SERIES "
002591                 WS-ROW-SERIES " AS OF " WS-ASOF-DATE
002610     END-EVALUATE
002620     DISPLAY "-------------------------------------"
002630
002640     OPEN INPUT JRNL-FILE
002650     IF WS-JRNL-STATUS NOT = "00"
002660         DISPLAY "NO JOURNAL FILE MVNTJRNL FOUND."
002670         SET WS-EOF TO TRUE
002680         GO TO 2000-EXIT
002690     END-IF
002700     SET WS-JRNL-IS-OPEN TO TRUE.
002710 2000-EXIT.
002720     EXIT.
002730
002740*===============================================================*
002750*  3000-PROCESS-JOURNAL - ONE JOURNAL ROW, SELECTED BY THE KIND *
002760*  OF INQUIRY.                                                  *
002770*===============================================================*
002780 3000-PROCESS-JOURNAL.
002790     READ JRNL-FILE
002800         AT END
002810             SET WS-EOF TO TRUE
002820             GO TO 3000-EXIT
002830     END-READ
002840     ADD 1 TO WS-READ-COUNT
002841     MOVE JRNL-HIST-SERIES TO WS-JRNL-SERIES
002842     IF WS-JRNL-SERIES = SPACES
002843         MOVE WS-DEFAULT-SERIES TO WS-JRNL-SERIES
002844         SET WS-IMAGE-OLD-LAYOUT TO TRUE
002845     ELSE
002846         SET WS-IMAGE-NEW-LAYOUT TO TRUE
002847     END-IF
002850
002860     EVALUATE TRUE
002870         WHEN WS-MODE-RANGE
002880             IF JRNL-DATE NOT < WS-FROM-DATE AND
002890                 JRNL-DATE NOT > WS-TO-DATE
002900                 PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT
002910             END-IF
002920         WHEN WS-MODE-ROW
002930             IF JRNL-HIST-DATE = WS-ROW-DATE AND
002931                 WS-JRNL-SERIES = WS-ROW-SERIES
002940                 PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT
002950             END-IF
002960         WHEN WS-MODE-ASOF
002970             IF JRNL-HIST-DATE = WS-ROW-DATE AND
002971                 WS-JRNL-SERIES = WS-ROW-SERIES
002980                 PERFORM 4100-TRACK-ASOF THRU 4100-EXIT
002990             END-IF
003000     END-EVALUATE.
003010 3000-EXIT.
003020     EXIT.
003030
003040*===============================================================*
003050*  4000-PRINT-ENTRY - ONE CHANGE: WHEN, WHO, WHAT, AND THE ROW  *
003060*  BEFORE AND AFTER.                                            *
003070*===============================================================*
003080 4000-PRINT-ENTRY.
003090     ADD 1 TO WS-LISTED-COUNT
003100     MOVE JRNL-TIME TO WS-TIME-HOLD
003110     DISPLAY JRNL-DATE " " WS-TIME-HHMMSS " "
003120         JRNL-PROGRAM " " JRNL-ACTION " ROW " JRNL-HIST-DATE
003121         " " WS-JRNL-SERIES
003130
003140     MOVE "  BEFORE" TO WS-IMAGE-TAG
003150     MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE
003160     PERFORM 4010-SHOW-IMAGE THRU 4010-EXIT
003170     MOVE "  AFTER " TO WS-IMAGE-TAG
003180     MOVE JRNL-AFTER-IMAGE TO WS-IMAGE
003190     PERFORM 4010-SHOW-IMAGE THRU 4010-EXIT.
003200 4000-EXIT.
003210     EXIT.
003220
003230*===============================================================*
003240*  4010-SHOW-IMAGE - A BLANK IMAGE IS THE SIDE OF AN ADD OR A   *
003250*  DELETE WHERE THE ROW DID NOT EXIST.                          *
003260*===============================================================*
003270 4010-SHOW-IMAGE.
003280     IF WS-IMAGE = SPACES
003290         DISPLAY WS-IMAGE-TAG ": (NO ROW)"
003291         GO TO 4010-EXIT
003292     END-IF
003293     IF WS-IMAGE-OLD-LAYOUT
003294         DISPLAY WS-IMAGE-TAG ": " WS-OLD-IMG-DATE " "
003295             WS-DEFAULT-SERIES " "
003296             WS-OLD-IMG-ISMOVIENIGHT " " WS-OLD-IMG-CANCELLED " "
003297             WS-OLD-IMG-PARTY " " WS-OLD-IMG-REASON " "
003298             WS-OLD-IMG-LABEL
003300     ELSE
003310         DISPLAY WS-IMAGE-TAG ": " WS-IMG-DATE " "
003311             WS-IMG-SERIES " "
003320             WS-IMG-ISMOVIENIGHT " " WS-IMG-CANCELLED " "
003330             WS-IMG-PARTY " " WS-IMG-REASON " " WS-IMG-LABEL
003340     END-IF.
003350 4010-EXIT.
003360     EXIT.
003370
003380*===============================================================*
003390*  4100-TRACK-ASOF - CHANGES UP TO THE END OF THE AS-OF DATE    *
003400*  ARE ALREADY IN WHATEVER FOLLOWS THEM; ONLY THE FIRST CHANGE  *
003410*  AFTER IT MATTERS, AND ITS BEFORE IMAGE IS THE ROW AS OF THE  *
003420*  DATE. THE JOURNAL IS IN CHANGE ORDER, SO THE FIRST ONE SEEN  *
003430*  IS THE FIRST ONE MADE.                                       *
003440*===============================================================*
003450 4100-TRACK-ASOF.
003460     IF JRNL-DATE NOT > WS-ASOF-DATE
003470         ADD 1 TO WS-PRIOR-COUNT
003480         GO TO 4100-EXIT
003490     END-IF
003500     IF WS-LATER-FOUND
003510         GO TO 4100-EXIT
003520     END-IF
003530     SET WS-LATER-FOUND TO TRUE
003540     MOVE JRNL-DATE TO WS-LATER-DATE
003550     MOVE JRNL-PROGRAM TO WS-LATER-PROGRAM
003560     MOVE JRNL-ACTION TO WS-LATER-ACTION
003570     MOVE JRNL-BEFORE-IMAGE TO WS-LATER-BEFORE
003571     MOVE WS-IMAGE-LAYOUT-SW TO WS-LATER-LAYOUT-SW.
003580 4100-EXIT.
003590     EXIT.
003600
003610*===============================================================*
003620*  5000-PRINT-TOTALS                                             *
003630*===============================================================*
003640 5000-PRINT-TOTALS.
003650     IF WS-MODE-ASOF
003660         PERFORM 5100-SHOW-ASOF THRU 5100-EXIT
003670         GO TO 5000-EXIT
003680     END-IF
003690
003700     DISPLAY "-------------------------------------"
003710     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
003720     DISPLAY "JOURNAL ROWS READ:" WS-COUNT-EDIT
003730     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
003740     DISPLAY "CHANGES LISTED:   " WS-COUNT-EDIT.
003750 5000-EXIT.
003760     EXIT.
003770
003780*===============================================================*
003790*  5100-SHOW-ASOF - THE ROW AS IT STOOD AT THE END OF THE AS-OF *
003800*  DATE. WITH NO CHANGE JOURNALED SINCE, THE LIVE ROW IS STILL  *
003810*  THE ANSWER - WHICH ALSO COVERS ROWS WRITTEN BEFORE THE       *
003820*  JOURNAL EXISTED AND NEVER TOUCHED SINCE.                     *
003830*===============================================================*
003840 5100-SHOW-ASOF.
003850     MOVE WS-PRIOR-COUNT TO WS-COUNT-EDIT
003860     DISPLAY "CHANGES JOURNALED ON OR BEFORE " WS-ASOF-DATE ":"
003870         WS-COUNT-EDIT
003880     MOVE "  AS OF " TO WS-IMAGE-TAG
003890
003900     IF WS-LATER-FOUND
003910         DISPLAY "FIRST LATER CHANGE: " WS-LATER-DATE " "
003920             FUNCTION TRIM(WS-LATER-PROGRAM) " "
003930             FUNCTION TRIM(WS-LATER-ACTION)
003940         MOVE WS-LATER-BEFORE TO WS-IMAGE
003941         MOVE WS-LATER-LAYOUT-SW TO WS-IMAGE-LAYOUT-SW
003950         PERFORM 4010-SHOW-IMAGE THRU 4010-EXIT
003960         GO TO 5100-EXIT
003970     END-IF
003980
003990     DISPLAY "NO CHANGE JOURNALED SINCE - ANSWER IS THE LIVE "
004000         "MVNTHIST ROW."
004010     MOVE SPACES TO WS-IMAGE
004011     SET WS-IMAGE-NEW-LAYOUT TO TRUE
004020     OPEN INPUT HIST-FILE
004030     IF WS-HIST-STATUS NOT = "00"
004040         DISPLAY "NO HISTORY FILE MVNTHIST FOUND."
004050     ELSE
004060         MOVE WS-ROW-DATE TO HIST-DATE
004061         MOVE WS-ROW-SERIES TO HIST-SERIES
004070         READ HIST-FILE
004080             INVALID KEY
004090                 CONTINUE
004100             NOT INVALID KEY
004110                 MOVE HIST-RECORD TO WS-IMAGE
004120         END-READ
004130         CLOSE HIST-FILE
004140     END-IF
004150     PERFORM 4010-SHOW-IMAGE THRU 4010-EXIT.
004160 5100-EXIT.
004170     EXIT.
004180
004190*===============================================================*
004200*  9999-TERMINATE                                                *
004210*===============================================================*
004220 9999-TERMINATE.
004230     IF WS-JRNL-IS-OPEN
004240         CLOSE JRNL-FILE
004250     END-IF.
004260 9999-EXIT.
004270     EXIT.
004280
004290 END PROGRAM MOVIENIGHTJOURNAL.
