000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MOVIENIGHTANNOUNCE".
000030 AUTHOR.     DBAUDISCH.
000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*FILM ANNOUNCEMENT FOR AN UPCOMING MOVIE NIGHT. THE PICKER (OR
000080*WHOEVER IS STANDING IN) NAMES THE NIGHT OFF THE PUBLISHED
000090*MVNTSCHED AND THE FILM, AND THE ANNOUNCEMENT IS QUEUED ON
000100*MVNTNOTE AS AN "ANN" ROW FOR MOVIENIGHTNOTIFY TO SEND TO THE
000110*GROUP. AN ANNOUNCEMENT ON THE QUEUE IS ALSO WHAT STOPS
000120*MOVIENIGHTREMIND NAGGING THE PICKER FOR A TITLE. ANNOUNCING
000130*AGAIN FOR THE SAME NIGHT JUST QUEUES THE NEW TITLE; THE LATEST
000140*ONE SENT STANDS.
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-09-30 DWB  ORIGINAL VERSION.
000171*    2026-10-15 DWB  UPCOMING NIGHTS CARRY THEIR SERIES (BLANK
000172*                    IS "MAIN"). THE DEFAULT NIGHT IS THE
000173*                    EARLIEST ONE IN ANY SERIES, NOT THE FIRST
000174*                    ROW ON MVNTSCHED; A DATE TWO SERIES SHARE
000175*                    TAKES THE SERIES AFTER IT. THE SERIES IS
000176*                    SHOWN AT THE PROMPT AND IN THE ANNOUNCEMENT
000177*                    TEXT, AND A FULL NIGHT TABLE IS REPORTED.
000180*-----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT SCHED-FILE ASSIGN TO "MVNTSCHED"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-SCHED-STATUS.
000260
000270     SELECT NOTE-FILE ASSIGN TO "MVNTNOTE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-NOTE-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  SCHED-FILE.
000340     COPY MVNTSCHD.
000350
000360 FD  NOTE-FILE.
000370     COPY MVNTNOTE.
000380
000390 WORKING-STORAGE SECTION.
000400 01  WS-SCHED-STATUS                 PIC X(02) VALUE "00".
000410 01  WS-NOTE-STATUS                  PIC X(02) VALUE "00".
000420
000430 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000440     88  WS-EOF                           VALUE "Y".
000450     88  WS-NOT-EOF                       VALUE "N".
000460
000470*===============================================================*
000480*  UPCOMING-NIGHT TABLE - THE MOVIE NIGHTS ON MVNTSCHED FROM    *
000490*  TODAY ON, WITH THE ROSTERED PICKER OFFERED AS THE DEFAULT.   *
000491*  MVNTSCHED IS WRITTEN SERIES BY SERIES, SO THE SOONEST NIGHT  *
000492*  IS TRACKED AS THE TABLE FILLS (WS-UP-FIRST), NOT TAKEN AS    *
000493*  ROW 1.                                                       *
000500*===============================================================*
000510 01  WS-UP-COUNT                     PIC 9(02) VALUE ZERO.
000520 01  WS-UP-IDX                       PIC 9(02) VALUE ZERO.
000521 01  WS-UP-FIRST                     PIC 9(02) VALUE 1.
000522 01  WS-UP-MATCH-COUNT               PIC 9(02) VALUE ZERO.
000523 01  WS-UP-MATCH-IDX                 PIC 9(02) VALUE ZERO.
000530
000540 01  WS-UP-TABLE.
000550     05  WS-UP-ENTRY OCCURS 60 TIMES.
000560         10  WS-UP-DATE                  PIC 9(08).
000570         10  WS-UP-PICKER                PIC X(10).
000571         10  WS-UP-SERIES                PIC X(04).
000572
000573 01  WS-UP-FULL-SW                   PIC X(01) VALUE "N".
000574     88  WS-UP-FULL                       VALUE "Y".
000575     88  WS-UP-NOT-FULL                   VALUE "N".
000576
000577 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000580
000630*===============================================================*
000640*  OPERATOR DIALOG AREA                                          *
000650*===============================================================*
000660 01  WS-NIGHT-IN                     PIC X(13) VALUE SPACES.
000670 01  WS-NIGHT-DATE                   PIC 9(08) VALUE ZERO.
000671 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
000680 01  WS-PICKER-IN                    PIC X(10) VALUE SPACES.
000690 01  WS-TITLE-IN                     PIC X(40) VALUE SPACES.
000700
000710 01  WS-ANSWER-SW                    PIC X(01) VALUE "N".
000720     88  WS-ANSWER-VALID                  VALUE "Y".
000730     88  WS-ANSWER-INVALID                VALUE "N".
000740
000750 01  WS-NEXT-NOTE-SEQ                PIC 9(05) VALUE 1.
000760 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
000770
000780 PROCEDURE DIVISION.
000790*===============================================================*
000800*  0000-MAINLINE                                                 *
000810*===============================================================*
000820 0000-MAINLINE.
000830     DISPLAY "MOVIE-NIGHT FILM ANNOUNCEMENT"
000840     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000850     PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT
000860     IF WS-UP-COUNT = ZERO
000870         DISPLAY "NO UPCOMING MOVIE NIGHT ON MVNTSCHED - NOTHING "
000880             "TO ANNOUNCE FOR."
000890         STOP RUN
000900     END-IF
000910
000920     SET WS-ANSWER-INVALID TO TRUE
000930     PERFORM 2000-PROMPT-NIGHT THRU 2000-EXIT
000940         UNTIL WS-ANSWER-VALID
000950     SET WS-ANSWER-INVALID TO TRUE
000960     PERFORM 2100-PROMPT-PICKER THRU 2100-EXIT
000970         UNTIL WS-ANSWER-VALID
000980     SET WS-ANSWER-INVALID TO TRUE
000990     PERFORM 2200-PROMPT-TITLE THRU 2200-EXIT
001000         UNTIL WS-ANSWER-VALID
001010     PERFORM 3000-QUEUE-ANNOUNCEMENT THRU 3000-EXIT
001020     STOP RUN.
001030
001040*===============================================================*
001050*  1000-LOAD-SCHEDULE - A MISSING SCHEDULE LEAVES THE TABLE     *
001060*  EMPTY AND THE RUN ENDS WITH NOTHING TO ANNOUNCE FOR.         *
001070*===============================================================*
001080 1000-LOAD-SCHEDULE.
001090     OPEN INPUT SCHED-FILE
001100     IF WS-SCHED-STATUS NOT = "00"
001110         GO TO 1000-EXIT
001120     END-IF
001130     SET WS-NOT-EOF TO TRUE
001140     PERFORM 1010-LOAD-ONE-NIGHT THRU 1010-EXIT
001150         UNTIL WS-EOF
001160     CLOSE SCHED-FILE.
001170 1000-EXIT.
001180     EXIT.
001190
001200*===============================================================*
001210*  1010-LOAD-ONE-NIGHT                                           *
001220*===============================================================*
001230 1010-LOAD-ONE-NIGHT.
001240     READ SCHED-FILE
001250         AT END
001260             SET WS-EOF TO TRUE
001270             GO TO 1010-EXIT
001280     END-READ
001290
001300     IF SCHED-STATUS NOT = "MOVIE" OR SCHED-DATE < WS-TODAY-DATE
001310         GO TO 1010-EXIT
001320     END-IF
001330     IF WS-UP-COUNT >= 60
001331         IF WS-UP-NOT-FULL
001332             DISPLAY "MORE THAN 60 UPCOMING MOVIE NIGHTS ON "
001333                 "MVNTSCHED - THE REST ARE NOT OFFERED."
001334             SET WS-UP-FULL TO TRUE
001335         END-IF
001350         GO TO 1010-EXIT
001360     END-IF
001370     ADD 1 TO WS-UP-COUNT
001380     MOVE SCHED-DATE TO WS-UP-DATE(WS-UP-COUNT)
001381     MOVE SCHED-PICKER TO WS-UP-PICKER(WS-UP-COUNT)
001382     MOVE SCHED-SERIES TO WS-UP-SERIES(WS-UP-COUNT)
001383     IF SCHED-SERIES = SPACES
001384         MOVE WS-DEFAULT-SERIES TO WS-UP-SERIES(WS-UP-COUNT)
001385     END-IF
001386     IF WS-UP-COUNT = 1
001387         OR SCHED-DATE < WS-UP-DATE(WS-UP-FIRST)
001388         MOVE WS-UP-COUNT TO WS-UP-FIRST
001389     END-IF.
001400 1010-EXIT.
001410     EXIT.
001420
001430*===============================================================*
001440*  2000-PROMPT-NIGHT - BLANK TAKES THE SOONEST MOVIE NIGHT IN   *
001450*  ANY SERIES. ANY OTHER ANSWER MUST BE AN UPCOMING MOVIE NIGHT *
001451*  ON MVNTSCHED, FOLLOWED BY ITS SERIES WHEN MORE THAN ONE      *
001452*  SERIES MEETS THAT DATE. WS-UP-IDX POINTS AT THE CHOSEN NIGHT *
001453*  ON EXIT.                                                     *
001470*===============================================================*
001480 2000-PROMPT-NIGHT.
001490     DISPLAY "WHICH NIGHT? (YYYYMMDD [SERIES], BLANK FOR "
001500         WS-UP-DATE(WS-UP-FIRST) " "
001501         FUNCTION TRIM(WS-UP-SERIES(WS-UP-FIRST)) ")"
001510     ACCEPT WS-NIGHT-IN
001520     IF WS-NIGHT-IN = SPACES
001530         MOVE WS-UP-FIRST TO WS-UP-IDX
001540         SET WS-ANSWER-VALID TO TRUE
001550         GO TO 2000-EXIT
001560     END-IF
001570     IF WS-NIGHT-IN(1:8) IS NOT NUMERIC
001580         DISPLAY "'" WS-NIGHT-IN(1:8) "' IS NOT A DATE."
001590         GO TO 2000-EXIT
001600     END-IF
001610
001620     MOVE WS-NIGHT-IN(1:8) TO WS-NIGHT-DATE
001621     MOVE FUNCTION UPPER-CASE(WS-NIGHT-IN(10:4)) TO WS-SERIES-IN
001622     MOVE ZERO TO WS-UP-MATCH-COUNT
001630     MOVE 1 TO WS-UP-IDX
001650     PERFORM 2010-TEST-NIGHT THRU 2010-EXIT
001660         UNTIL WS-UP-IDX > WS-UP-COUNT
001661     IF WS-UP-MATCH-COUNT = ZERO
001662         IF WS-SERIES-IN = SPACES
001663             DISPLAY WS-NIGHT-DATE " IS NOT AN UPCOMING MOVIE "
001664                 "NIGHT ON THE SCHEDULE."
001665         ELSE
001666             DISPLAY WS-NIGHT-DATE " IS NOT AN UPCOMING MOVIE "
001667                 "NIGHT FOR SERIES " WS-SERIES-IN "."
001668         END-IF
001669         GO TO 2000-EXIT
001670     END-IF
001671     IF WS-UP-MATCH-COUNT > 1
001672         DISPLAY "MORE THAN ONE SERIES MEETS ON " WS-NIGHT-DATE
001673             " - GIVE THE SERIES AFTER THE DATE."
001674         GO TO 2000-EXIT
001675     END-IF
001676     MOVE WS-UP-MATCH-IDX TO WS-UP-IDX
001677     SET WS-ANSWER-VALID TO TRUE.
001730 2000-EXIT.
001740     EXIT.
001750
001760*===============================================================*
001770*  2010-TEST-NIGHT - COUNTS THE NIGHTS ON THE DATE GIVEN (IN    *
001771*  THE SERIES GIVEN, IF ANY) AND KEEPS THE LAST ONE FOUND.      *
001780*===============================================================*
001790 2010-TEST-NIGHT.
001800     IF WS-UP-DATE(WS-UP-IDX) = WS-NIGHT-DATE
001801         AND (WS-SERIES-IN = SPACES
001802             OR WS-SERIES-IN = WS-UP-SERIES(WS-UP-IDX))
001803         ADD 1 TO WS-UP-MATCH-COUNT
001804         MOVE WS-UP-IDX TO WS-UP-MATCH-IDX
001820     END-IF
001830     ADD 1 TO WS-UP-IDX.
001850 2010-EXIT.
001860     EXIT.
001870
001880*===============================================================*
001890*  2100-PROMPT-PICKER - BLANK TAKES THE ROSTERED PICKER, IF THE *
001900*  NIGHT HAS ONE; A STAND-IN JUST TYPES THEIR OWN NAME.         *
001910*===============================================================*
001920 2100-PROMPT-PICKER.
001930     IF WS-UP-PICKER(WS-UP-IDX) = SPACES
001940         DISPLAY "WHO IS PICKING?"
001950     ELSE
001960         DISPLAY "WHO IS PICKING? (BLANK FOR "
001970             FUNCTION TRIM(WS-UP-PICKER(WS-UP-IDX)) ")"
001980     END-IF
001990     ACCEPT WS-PICKER-IN
002000     IF WS-PICKER-IN = SPACES
002010         MOVE WS-UP-PICKER(WS-UP-IDX) TO WS-PICKER-IN
002020     END-IF
002030     MOVE FUNCTION UPPER-CASE(WS-PICKER-IN) TO WS-PICKER-IN
002040     IF WS-PICKER-IN = SPACES
002050         DISPLAY "SOMEBODY HAS TO BE PICKING."
002060     ELSE
002070         SET WS-ANSWER-VALID TO TRUE
002080     END-IF.
002090 2100-EXIT.
002100     EXIT.
002110
002120*===============================================================*
002130*  2200-PROMPT-TITLE                                             *
002140*===============================================================*
002150 2200-PROMPT-TITLE.
002160     DISPLAY "WHAT FILM?"
002170     ACCEPT WS-TITLE-IN
002180     IF WS-TITLE-IN = SPACES
002190         DISPLAY "PLEASE GIVE THE MOVIE A TITLE."
002200     ELSE
002210         SET WS-ANSWER-VALID TO TRUE
002220     END-IF.
002230 2200-EXIT.
002240     EXIT.
002250
002260*===============================================================*
002270*  3000-QUEUE-ANNOUNCEMENT - THE NEXT SEQUENCE NUMBER, THEN ONE *
002280*  UNSENT "ANN" ROW DATED FOR THE NIGHT.                        *
002290*===============================================================*
002300 3000-QUEUE-ANNOUNCEMENT.
002310     PERFORM 3100-NEXT-NOTE-SEQ THRU 3100-EXIT
002320
002330     MOVE SPACES TO NOTE-RECORD
002340     MOVE WS-NEXT-NOTE-SEQ TO NOTE-SEQ
002350     MOVE WS-UP-DATE(WS-UP-IDX) TO NOTE-DATE
002360     MOVE "ANN" TO NOTE-ISMOVIENIGHT
002370     MOVE WS-PICKER-IN TO NOTE-CANCEL-PARTY
002380     MOVE "N" TO NOTE-SENT-FLAG
002390     STRING "FILM FOR " DELIMITED BY SIZE
002400         WS-UP-DATE(WS-UP-IDX) DELIMITED BY SIZE
002401         " (" DELIMITED BY SIZE
002402         WS-UP-SERIES(WS-UP-IDX) DELIMITED BY SPACE
002403         "): " DELIMITED BY SIZE
002420         FUNCTION TRIM(WS-TITLE-IN) DELIMITED BY SIZE
002430         INTO NOTE-MESSAGE
002440
002450     OPEN EXTEND NOTE-FILE
002460     IF WS-NOTE-STATUS = "35"
002470         OPEN OUTPUT NOTE-FILE
002480     END-IF
002490     IF WS-NOTE-STATUS NOT = "00"
002500         DISPLAY "UNABLE TO OPEN MVNTNOTE - ANNOUNCEMENT NOT "
002510             "QUEUED. STATUS=" WS-NOTE-STATUS
002520         GO TO 3000-EXIT
002530     END-IF
002540     WRITE NOTE-RECORD
002550     IF WS-NOTE-STATUS NOT = "00"
002560         DISPLAY "UNABLE TO WRITE MVNTNOTE - ANNOUNCEMENT NOT "
002570             "QUEUED. STATUS=" WS-NOTE-STATUS
002580     ELSE
002590         DISPLAY "ANNOUNCEMENT QUEUED AS MESSAGE "
002600             WS-NEXT-NOTE-SEQ " - MOVIENIGHTNOTIFY WILL SEND IT."
002610     END-IF
002620     CLOSE NOTE-FILE.
002630 3000-EXIT.
002640     EXIT.
002650
002660*===============================================================*
002670*  3100-NEXT-NOTE-SEQ - ONE PASS OVER THE QUEUE FOR THE HIGHEST *
002680*  SEQUENCE NUMBER ON FILE; THE NEW ROW TAKES THE NEXT ONE. A   *
002690*  MISSING QUEUE JUST MEANS THE NUMBERING STARTS AT 1.          *
002700*===============================================================*
002710 3100-NEXT-NOTE-SEQ.
002720     MOVE 1 TO WS-NEXT-NOTE-SEQ
002730     SET WS-NOT-EOF TO TRUE
002740     OPEN INPUT NOTE-FILE
002750     IF WS-NOTE-STATUS = "00"
002760         PERFORM 3110-SCAN-NOTE-SEQ THRU 3110-EXIT
002770             UNTIL WS-EOF
002780         CLOSE NOTE-FILE
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.
002820
002830*===============================================================*
002840*  3110-SCAN-NOTE-SEQ - THE OLD PRE-QUEUE RECORD (NON-NUMERIC   *
002850*  NOTE-DATE) IS IGNORED, NOT NUMBERED.                         *
002860*===============================================================*
002870 3110-SCAN-NOTE-SEQ.
002880     READ NOTE-FILE
002890         AT END
002900             SET WS-EOF TO TRUE
002910         NOT AT END
002920             IF NOTE-SEQ IS NUMERIC AND
002930                 NOTE-DATE IS NUMERIC AND
002940                 NOTE-SEQ >= WS-NEXT-NOTE-SEQ
002950                 COMPUTE WS-NEXT-NOTE-SEQ = NOTE-SEQ + 1
002960             END-IF
002970     END-READ.
002980 3110-EXIT.
002990     EXIT.
003000
003010 END PROGRAM MOVIENIGHTANNOUNCE.
