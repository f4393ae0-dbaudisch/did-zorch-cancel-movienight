000170*  MOD-HISTORY:
000180*    2026-09-02 DWB  ORIGINAL VERSION - MVNTHIST REBUILD FROM THE
000190*                    MVNTHISTBKP UNLOAD WITH COUNT VERIFICATION.
000191*    2026-09-16 DWB  EVERY ROW REINSERTED IS NOW ALSO JOURNALED
000192*                    AS AN ADD ON THE NEW MVNTJRNL CHANGE
000193*                    JOURNAL, SO A REBUILD SHOWS UP IN THE EDIT
000194*                    TRAIL. SEE 4110-WRITE-JOURNAL.
000195*    2026-09-23 DWB  THE CONFIRMATION NOW COMES FROM THE
000196*                    PROGRAM'S CARD ON THE SHARED MVNTPARM
000197*                    DATASET WHEN THERE IS ONE, AND FROM THE
000198*                    CONSOLE ONLY WHEN THERE IS NOT. IN BATCH RUN
000199*                    MODE (MVNTCTL "B") A MISSING CARD, OR ONE
000200*                    THAT IS NEITHER YES NOR NO, ENDS AT RETURN
000201*                    CODE 8 WITH AN MVNTALERT ROW INSTEAD OF
000202*                    WAITING ON A PROMPT. THE REPORT ECHOES THE
000203*                    CONFIRMATION USED AND ITS SOURCE.
000204*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000205*                    HIST-KEY (DATE PLUS SERIES). THE JOURNAL ROW
000206*                    CARRIES THE SERIES. A BACKUP TAKEN BEFORE
000207*                    THE SERIES LAYOUT IS RELOADED THROUGH
000208*                    MOVIENIGHTCONVERT, NOT HERE.
000209*    2026-10-15 DWB  EVERY ROW ON THE LIVE MVNTHIST IS JOURNALED
000210*                    AS A DELETE, WITH ITS BEFORE IMAGE, BEFORE
000211*                    THE FILE IS RECREATED, SO AN AS-OF INQUIRY
000212*                    FROM BEFORE THE REBUILD STILL FINDS THE ROW.
000213*                    SEE 1100-JOURNAL-LIVE-ROWS.
000214*-----------------------------------------------------------------
000215
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000290     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS HIST-KEY
000330         FILE STATUS IS WS-HIST-STATUS.
000340
000350     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ALERT-STATUS.
000371
000372     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
000373         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-JRNL-STATUS.
000375
000376     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS WS-PARM-STATUS.
000379
000380     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000381         ORGANIZATION IS LINE SEQUENTIAL
000382         FILE STATUS IS WS-CTL-STATUS.
000383
000390 DATA DIVISION.
000400 FILE SECTION.
000410*===============================================================*
000420*  BKUP-FILE - THE UNLOAD TO RELOAD FROM: A DATED "UNLOADED"     *
000430*  HEADER, 54-BYTE HIST ROWS, AND A "TRAILER" COUNT ROW.         *
000440*===============================================================*
000450 FD  BKUP-FILE.
000460 01  BKUP-RECORD                     PIC X(54).
000470
000480 FD  HIST-FILE.
000490     COPY MVNTHIST.
000540*===============================================================*
000550 FD  ALERT-FILE.
000560     COPY MVNTALRT.
000561
000562*===============================================================*
000563*  JRNL-FILE - HISTORY CHANGE JOURNAL: ONE ROW APPENDED FOR     *
000564*  EVERY MVNTHIST CHANGE, WITH THE BEFORE AND AFTER IMAGES OF   *
000565*  THE ROW. SEE 4110-WRITE-JOURNAL.                             *
000566*===============================================================*
000567 FD  JRNL-FILE.
000568     COPY MVNTJRNL.
000569
000570*===============================================================*
000571*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000572*  SEE 0100-READ-PARM-CARD.                                     *
000573*===============================================================*
000574 FD  PARM-FILE.
000575     COPY MVNTPARM.
000576
000577*===============================================================*
000578*  CTL-FILE - READ ONLY FOR THE RUN MODE: IN BATCH ("B") THERE  *
000579*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT.                 *
000580*===============================================================*
000581 FD  CTL-FILE.
000582 01  CTL-RECORD.
000583     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000584     05  CTL-RUN-MODE                PIC X(01).
000585     05  CTL-ZORCH-STREAK            PIC 9(03).
000586     05  CTL-SERIES                  PIC X(04).
000587     05  FILLER                      PIC X(15).
000588
000589 WORKING-STORAGE SECTION.
000590 01  WS-BKUP-STATUS                  PIC X(02) VALUE "00".
000600 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000601 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
000610 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000611 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000612 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000620
000630 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000640     88  WS-EOF                           VALUE "Y".
000710 01  WS-HIST-OPEN-SW                 PIC X(01) VALUE "N".
000720     88  WS-HIST-IS-OPEN                  VALUE "Y".
000730     88  WS-HIST-NOT-OPEN                 VALUE "N".
000731
000732 01  WS-LIVE-EOF-SW                  PIC X(01) VALUE "N".
000733     88  WS-LIVE-EOF                      VALUE "Y".
000734     88  WS-LIVE-NOT-EOF                  VALUE "N".
000740
000750*===============================================================*
000760*  BACKUP BOOKKEEPING - THE HEADER MUST COME FIRST AND THE       *
000890 01  WS-TRAILER-COUNT                PIC 9(05) VALUE ZERO.
000900
000910 01  WS-CONFIRM-IN                   PIC X(03) VALUE SPACES.
000911
000912*===============================================================*
000913*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000914*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD, AND  *
000915*  NEVER WHEN MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH.        *
000916*===============================================================*
000917 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000918     88  WS-PARM-EOF                      VALUE "Y".
000919     88  WS-PARM-NOT-EOF                  VALUE "N".
000920
000921 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000922     88  WS-PARM-FOUND                    VALUE "Y".
000923     88  WS-PARM-NOT-FOUND                VALUE "N".
000924
000925 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000926
000927 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000928     88  WS-RUN-UNATTENDED                VALUE "B".
000929
000930 77  WS-ROWS-READ                    PIC 9(05) COMP VALUE ZERO.
000940 77  WS-LOADED-COUNT                 PIC 9(05) COMP VALUE ZERO.
000950 77  WS-FAILED-COUNT                 PIC 9(05) COMP VALUE ZERO.
000951 77  WS-REPLACED-COUNT               PIC 9(05) COMP VALUE ZERO.
000960
000970 01  WS-COUNT-EDIT                   PIC ZZZZ9.
000980
000990*===============================================================*
000991*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 WHEN THE    *
000992*  OPERATOR BACKED OUT (NOTHING TOUCHED), 8 WHEN THE BACKUP     *
000993*  FAILED VERIFICATION, ANY KEY COULD NOT BE REINSERTED, OR A   *
000994*  BATCH-MODE RUN HAD NO USABLE MVNTPARM CARD, OR THE LIVE FILE *
000995*  COULD NOT BE READ FOR THE JOURNAL. 8+ ALSO DROPS A ROW ON    *
000996*  MVNTALERT.                                                   *
000997*===============================================================*
001050 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001060 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001070 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001080 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001081
001082*===============================================================*
001083*  JOURNAL WORK AREA - THE CHANGE BEING JOURNALED AND THE TIME  *
001084*  IT WAS MADE. SEE 4110-WRITE-JOURNAL.                         *
001085*===============================================================*
001086 01  WS-JRNL-ACTION                  PIC X(06) VALUE SPACES.
001087 01  WS-JRNL-BEFORE                  PIC X(60) VALUE SPACES.
001088 01  WS-JRNL-AFTER                   PIC X(60) VALUE SPACES.
001089 01  WS-JRNL-HIST-DATE               PIC 9(08) VALUE ZERO.
001090 01  WS-JRNL-HIST-SERIES             PIC X(04) VALUE SPACES.
001091 01  WS-JRNL-RUN-DATE                PIC 9(08) VALUE ZERO.
001092 01  WS-JRNL-RUN-TIME                PIC 9(08) VALUE ZERO.
001093
001100 PROCEDURE DIVISION.
001110*===============================================================*
001120*  0000-MAINLINE                                                 *
001200     PERFORM 9999-TERMINATE THRU 9999-EXIT
001210     STOP RUN.
001220
001221*===============================================================*
001222*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001223*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001224*  NO CARD.                                                     *
001225*===============================================================*
001226 0100-READ-PARM-CARD.
001227     SET WS-PARM-NOT-FOUND TO TRUE
001228     SET WS-PARM-NOT-EOF TO TRUE
001229     OPEN INPUT PARM-FILE
001230     IF WS-PARM-STATUS = "00"
001231         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001232             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001233         CLOSE PARM-FILE
001234     END-IF.
001235 0100-EXIT.
001236     EXIT.
001237
001238*===============================================================*
001239*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
001240*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
001241*===============================================================*
001242 0110-TEST-PARM-CARD.
001243     READ PARM-FILE
001244         AT END
001245             SET WS-PARM-EOF TO TRUE
001246         NOT AT END
001247             IF PARM-PROGRAM = "MOVIENIGHTREBUILD"
001248                 SET WS-PARM-FOUND TO TRUE
001249                 MOVE PARM-REBUILD-CONFIRM TO WS-CONFIRM-IN
001250             END-IF
001251     END-READ.
001252 0110-EXIT.
001253     EXIT.
001254
001255*===============================================================*
001256*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
001257*  DEFAULT, WHICH IS INTERACTIVE.                               *
001258*===============================================================*
001259 0200-CHECK-RUN-MODE.
001260     MOVE "I" TO WS-RUN-MODE
001261     OPEN INPUT CTL-FILE
001262     IF WS-CTL-STATUS = "00"
001263         READ CTL-FILE
001264             NOT AT END
001265                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
001266         END-READ
001267         CLOSE CTL-FILE
001268     END-IF.
001269 0200-EXIT.
001270     EXIT.
001271
001272*===============================================================*
001273*  1000-INITIALIZE - THE BACKUP MUST EXIST AND THE OPERATOR     *
001274*  MUST SAY YES, AT THE CONSOLE OR ON THE MVNTPARM CARD: THE    *
001275*  REBUILD REPLACES THE LIVE MVNTHIST OUTRIGHT, WHICH IS THE    *
001276*  WHOLE POINT AND ALSO THE WHOLE RISK.                         *
001277*===============================================================*
001280 1000-INITIALIZE.
001290     OPEN INPUT BKUP-FILE
001300     IF WS-BKUP-STATUS NOT = "00"
001380     END-IF
001390     SET WS-BKUP-IS-OPEN TO TRUE
001400
001410     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
001411     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
001412     IF WS-PARM-FOUND
001413         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001414     ELSE
001415         IF WS-RUN-UNATTENDED
001416             DISPLAY "NO MVNTPARM CARD FOR MOVIENIGHTREBUILD IN "
001417                 "BATCH MODE - NOTHING REBUILT."
001418             MOVE 8 TO WS-RUN-SEVERITY
001419             MOVE "NO MVNTPARM CARD - NOTHING REBUILT"
001420                 TO WS-ALERT-TEXT
001421             SET WS-EOF TO TRUE
001422             GO TO 1000-EXIT
001423         END-IF
001424         MOVE "CONSOLE" TO WS-PARM-SOURCE
001425         DISPLAY "REBUILD REPLACES THE LIVE MVNTHIST WITH THE "
001426             "STAGED BACKUP. PROCEED? (YES/NO)"
001427         ACCEPT WS-CONFIRM-IN
001428     END-IF
001429     MOVE FUNCTION UPPER-CASE(WS-CONFIRM-IN) TO WS-CONFIRM-IN
001430
001431     IF WS-RUN-UNATTENDED
001432         AND WS-CONFIRM-IN NOT = "YES"
001433         AND WS-CONFIRM-IN NOT = "NO"
001434         DISPLAY "MVNTPARM CONFIRMATION '" WS-CONFIRM-IN
001435             "' IS NOT YES OR NO - NOTHING REBUILT."
001436         MOVE 8 TO WS-RUN-SEVERITY
001437         MOVE "BAD MVNTPARM CONFIRM - NOTHING REBUILT"
001438             TO WS-ALERT-TEXT
001439         SET WS-EOF TO TRUE
001440         GO TO 1000-EXIT
001441     END-IF
001442
001443     IF WS-CONFIRM-IN NOT = "YES"
001444         DISPLAY "NOTHING REBUILT - LIVE FILE UNTOUCHED."
001445         IF WS-RUN-SEVERITY < 4
001446             MOVE 4 TO WS-RUN-SEVERITY
001447         END-IF
001448         SET WS-EOF TO TRUE
001449         GO TO 1000-EXIT
001450     END-IF
001530
001531     PERFORM 1100-JOURNAL-LIVE-ROWS THRU 1100-EXIT
001532     IF WS-RUN-SEVERITY NOT < 8
001533         SET WS-EOF TO TRUE
001534         GO TO 1000-EXIT
001535     END-IF
001536
001540     OPEN OUTPUT HIST-FILE
001550     IF WS-HIST-STATUS NOT = "00"
001560         DISPLAY "UNABLE TO CREATE MVNTHIST - NOTHING "
001630         SET WS-HIST-IS-OPEN TO TRUE
001640         DISPLAY "MOVIE-NIGHT HISTORY REBUILD"
001650         DISPLAY "-------------------------------------"
001651         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001652             "): CONFIRM=YES"
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.
001681
001682*===============================================================*
001683*  1100-JOURNAL-LIVE-ROWS - THE REBUILD WIPES THE LIVE FILE, SO *
001684*  EVERY ROW ON IT IS JOURNALED AS A DELETE WITH ITS BEFORE     *
001685*  IMAGE FIRST; THE RELOAD THEN JOURNALS ITS OWN ADDS. NO LIVE  *
001686*  FILE AT ALL MEANS NOTHING TO JOURNAL. A LIVE FILE THAT       *
001687*  CANNOT BE READ STOPS THE RUN WITH THE FILE UNTOUCHED.        *
001688*===============================================================*
001689 1100-JOURNAL-LIVE-ROWS.
001690     OPEN INPUT HIST-FILE
001691     IF WS-HIST-STATUS = "35"
001692         GO TO 1100-EXIT
001693     END-IF
001694     IF WS-HIST-STATUS NOT = "00"
001695         DISPLAY "UNABLE TO READ THE LIVE MVNTHIST - NOTHING "
001696             "REBUILT. STATUS=" WS-HIST-STATUS
001697         MOVE 8 TO WS-RUN-SEVERITY
001698         MOVE "MVNTHIST UNREADABLE - NOT REBUILT"
001699             TO WS-ALERT-TEXT
001700         GO TO 1100-EXIT
001701     END-IF
001702     SET WS-LIVE-NOT-EOF TO TRUE
001703     PERFORM 1110-JOURNAL-ONE-LIVE THRU 1110-EXIT
001704         UNTIL WS-LIVE-EOF
001705     CLOSE HIST-FILE.
001706 1100-EXIT.
001707     EXIT.
001708
001709*===============================================================*
001710*  1110-JOURNAL-ONE-LIVE                                        *
001711*===============================================================*
001712 1110-JOURNAL-ONE-LIVE.
001713     READ HIST-FILE NEXT RECORD
001714         AT END
001715             SET WS-LIVE-EOF TO TRUE
001716             GO TO 1110-EXIT
001717     END-READ
001718     IF WS-HIST-STATUS NOT = "00"
001719         DISPLAY "UNABLE TO READ THE LIVE MVNTHIST - NOTHING "
001720             "REBUILT. STATUS=" WS-HIST-STATUS
001721         MOVE 8 TO WS-RUN-SEVERITY
001722         MOVE "MVNTHIST UNREADABLE - NOT REBUILT"
001723             TO WS-ALERT-TEXT
001724         SET WS-LIVE-EOF TO TRUE
001725         GO TO 1110-EXIT
001726     END-IF
001727     ADD 1 TO WS-REPLACED-COUNT
001728     MOVE "DELETE" TO WS-JRNL-ACTION
001729     MOVE HIST-RECORD TO WS-JRNL-BEFORE
001730     MOVE SPACES TO WS-JRNL-AFTER
001731     MOVE HIST-DATE TO WS-JRNL-HIST-DATE
001732     MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
001733     PERFORM 4110-WRITE-JOURNAL THRU 4110-EXIT.
001734 1110-EXIT.
001735     EXIT.
001736
001737*===============================================================*
001738*  3000-READ-BACKUP                                              *
001739*===============================================================*
001740 3000-READ-BACKUP.
001741     IF WS-NOT-EOF
001750         READ BKUP-FILE
001760             AT END
001770                 SET WS-EOF TO TRUE
002280     WRITE HIST-RECORD
002290         INVALID KEY
002300             ADD 1 TO WS-FAILED-COUNT
002310             DISPLAY "KEY " HIST-DATE " " HIST-SERIES
002320                 " COULD NOT BE REINSERTED. STATUS="
002321                 WS-HIST-STATUS
002330         NOT INVALID KEY
002340             ADD 1 TO WS-LOADED-COUNT
002341             MOVE "ADD" TO WS-JRNL-ACTION
002342             MOVE SPACES TO WS-JRNL-BEFORE
002343             MOVE HIST-RECORD TO WS-JRNL-AFTER
002344             MOVE HIST-DATE TO WS-JRNL-HIST-DATE
002345             MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
002346             PERFORM 4110-WRITE-JOURNAL THRU 4110-EXIT
002350     END-WRITE
002360
002370     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "22"
002440     END-IF.
002450 4100-EXIT.
002460     EXIT.
002461
002462*===============================================================*
002463*  4110-WRITE-JOURNAL - APPEND ONE ROW TO THE MVNTJRNL CHANGE    *
002464*  JOURNAL FOR THE HISTORY CHANGE JUST MADE, FROM WS-JRNL-ACTION *
002465*  AND THE BEFORE AND AFTER IMAGES. A JOURNAL ROW THAT CANNOT    *
002466*  BE WRITTEN IS A WARNING - THE HISTORY CHANGE STANDS.          *
002467*===============================================================*
002468 4110-WRITE-JOURNAL.
002469     ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
002470     ACCEPT WS-JRNL-RUN-TIME FROM TIME
002471     MOVE SPACES TO JRNL-RECORD
002472     MOVE WS-JRNL-RUN-DATE TO JRNL-DATE
002473     MOVE WS-JRNL-RUN-TIME TO JRNL-TIME
002474     MOVE "MOVIENIGHTREBUILD" TO JRNL-PROGRAM
002475     MOVE WS-JRNL-ACTION TO JRNL-ACTION
002476     MOVE WS-JRNL-HIST-DATE TO JRNL-HIST-DATE
002477     MOVE WS-JRNL-HIST-SERIES TO JRNL-HIST-SERIES
002478     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
002479     MOVE WS-JRNL-AFTER TO JRNL-AFTER-IMAGE
002480
002481     OPEN EXTEND JRNL-FILE
002482     IF WS-JRNL-STATUS = "35"
002483         OPEN OUTPUT JRNL-FILE
002484     END-IF
002485
002486     IF WS-JRNL-STATUS NOT = "00"
002487         DISPLAY "UNABLE TO OPEN MVNTJRNL - CHANGE NOT "
002488             "JOURNALED. STATUS=" WS-JRNL-STATUS
002489         IF WS-RUN-SEVERITY < 4
002490             MOVE 4 TO WS-RUN-SEVERITY
002491         END-IF
002492     ELSE
002493         WRITE JRNL-RECORD
002494         IF WS-JRNL-STATUS NOT = "00"
002495             DISPLAY "UNABLE TO WRITE MVNTJRNL - CHANGE NOT "
002496                 "JOURNALED. STATUS=" WS-JRNL-STATUS
002497             IF WS-RUN-SEVERITY < 4
002498                 MOVE 4 TO WS-RUN-SEVERITY
002499             END-IF
002500         END-IF
002501         CLOSE JRNL-FILE
002502     END-IF.
002503 4110-EXIT.
002504     EXIT.
002505
002506*===============================================================*
002507*  5000-VERIFY-AND-REPORT - THE TRAILER COUNT MUST MATCH WHAT    *
002508*  WAS ACTUALLY RELOADED; ANYTHING ELSE IS A BACKUP (OR A        *
002510*  RELOAD) WITH A HOLE IN IT AND GOES OUT AT SEVERITY 8.         *
002520*===============================================================*
002530 5000-VERIFY-AND-REPORT.
002531     MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT
002532     DISPLAY "LIVE ROWS WIPED:" WS-COUNT-EDIT
002540     MOVE WS-ROWS-READ TO WS-COUNT-EDIT
002550     DISPLAY "ROWS READ:      " WS-COUNT-EDIT
002560     MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
