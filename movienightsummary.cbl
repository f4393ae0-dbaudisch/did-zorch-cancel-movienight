000060 DATE-COMPILED.
000070*READS THE MOVIE-NIGHT HISTORY FILE AND ROLLS IT UP BY MONTH SO
000080*THE GROUP CAN SEE HOW OFTEN MOVIE NIGHT ACTUALLY GETS CANCELLED.
000081*ONE MOVIE-NIGHT SERIES AT A TIME, OR ALL OF THEM ROLLED UP WITH A
000082*LINE OF TOTALS PER SERIES.
000090*-----------------------------------------------------------------
000100*  MOD-HISTORY:
000110*    2026-08-09 DWB  ORIGINAL VERSION - MONTHLY CANCELLATION-RATE
000330*                    LIKE PLANNED SKIPS - THE CANCELLATION
000340*                    THEY MAKE UP FOR ALREADY COUNTED ON ITS
000350*                    OWN SATURDAY.
000351*    2026-09-23 DWB  THE INCLUDE-ARCHIVE ANSWER NOW COMES FROM THE
000352*                    PROGRAM'S CARD ON THE SHARED MVNTPARM DATASET
000353*                    WHEN THERE IS ONE, AND FROM THE CONSOLE ONLY
000354*                    WHEN THERE IS NOT. IN BATCH RUN MODE (MVNTCTL
000355*                    "B") NO CARD MEANS THE LIVE FILE ONLY, AND A
000356*                    CARD THAT IS NEITHER YES NOR NO ENDS AT
000357*                    RETURN CODE 8 WITH AN MVNTALERT ROW. THE
000358*                    REPORT ECHOES THE OPTION USED AND ITS SOURCE.
000359*    2026-10-14 DWB  MORE THAN ONE MOVIE-NIGHT SERIES: THE REPORT
000360*                    COVERS THE SERIES ON THE CARD (NEW SERIES
000361*                    FIELD AFTER THE ARCHIVE OPTION), OR ASKED AT
000362*                    THE CONSOLE WHEN THERE IS NO CARD AND MORE
000363*                    THAN ONE SERIES ON MVNTCTL. "ALL" (AND A
000364*                    BATCH RUN WITH NO CARD) ROLLS EVERY SERIES
000365*                    INTO THE MONTHS AND ADDS A TOTALS LINE PER
000366*                    SERIES. A CARD SERIES NOT ON MVNTCTL IS
000367*                    RETURN CODE 8. MVNTHIST AND MVNTARCH ROWS
000368*                    ARE NOW 54 BYTES (KEY IS DATE AND SERIES).
000369*    2026-10-15 DWB  MVNTCTL SERIES CODES ARE UPPER-CASED AS
000370*                    THEY ARE LOADED, TO MATCH THE SERIES ASKED
000371*                    FOR.
000372*-----------------------------------------------------------------
000373
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS HIST-KEY
000450         FILE STATUS IS WS-HIST-STATUS.
000460
000470     SELECT ARCH-FILE ASSIGN TO "MVNTARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARCH-STATUS.
000491
000492     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-PARM-STATUS.
000495
000496     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000497         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-CTL-STATUS.
000499
000500     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS WS-ALERT-STATUS.
000503
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  HIST-FILE.
000550
000560*===============================================================*
000570*  ARCH-FILE - ARCHIVED HISTORY ROWS (SEE MOVIENIGHTARCHIVE),   *
000580*  SAME 54-BYTE LAYOUT AS MVNTHIST.                             *
000590*===============================================================*
000600 FD  ARCH-FILE.
000610 01  ARCH-RECORD                     PIC X(54).
000611
000612*===============================================================*
000613*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000614*  SEE 0100-READ-PARM-CARD.                                     *
000615*===============================================================*
000616 FD  PARM-FILE.
000617     COPY MVNTPARM.
000618
000619*===============================================================*
000620*  CTL-FILE - READ ONLY FOR THE RUN MODE (IN BATCH, "B", THERE  *
000621*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT) AND THE SERIES  *
000622*  CODES, ONE ROW PER SERIES. A BLANK CTL-SERIES IS "MAIN".     *
000623*===============================================================*
000624 FD  CTL-FILE.
000625 01  CTL-RECORD.
000626     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000627     05  CTL-RUN-MODE                PIC X(01).
000628     05  CTL-ZORCH-STREAK            PIC 9(03).
000629     05  CTL-SERIES                  PIC X(04).
000630     05  FILLER                      PIC X(15).
000631
000632*===============================================================*
000633*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000634*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000635*===============================================================*
000636 FD  ALERT-FILE.
000637     COPY MVNTALRT.
000638
000639 WORKING-STORAGE SECTION.
000640 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000650 01  WS-ARCH-STATUS                  PIC X(02) VALUE "00".
000651 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000652 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000653 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000660
000670 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000680     88  WS-EOF                           VALUE "Y".
000850 01  WS-ARCH-EOF-SW                  PIC X(01) VALUE "N".
000860     88  WS-ARCH-EOF                      VALUE "Y".
000870     88  WS-ARCH-NOT-EOF                  VALUE "N".
000871
000872*===============================================================*
000873*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000874*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD, AND  *
000875*  NEVER WHEN MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH.        *
000876*===============================================================*
000877 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000878     88  WS-PARM-EOF                      VALUE "Y".
000879     88  WS-PARM-NOT-EOF                  VALUE "N".
000880
000881 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000882     88  WS-PARM-FOUND                    VALUE "Y".
000883     88  WS-PARM-NOT-FOUND                VALUE "N".
000884
000885 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000886
000887 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000888     88  WS-RUN-UNATTENDED                VALUE "B".
000889
000890*===============================================================*
000891*  SERIES SELECTION - THE SERIES CODES ON MVNTCTL AND THE ONE   *
000892*  THIS REPORT IS FOR. WS-RUN-SERIES BLANK ROLLS UP EVERY       *
000893*  SERIES.                                                      *
000894*===============================================================*
000895 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000896 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
000897 01  WS-RUN-SERIES                   PIC X(04) VALUE SPACES.
000898 01  WS-SERIES-LIST                  PIC X(100) VALUE SPACES.
000899 01  WS-SERIES-LIST-PTR              PIC 9(03) VALUE 1.
000900
000901 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
000902 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
000903 01  WS-CTL-TABLE.
000904     05  WS-CTL-T-SERIES             PIC X(04) OCCURS 20 TIMES.
000905
000906 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
000907     88  WS-CTL-EOF                       VALUE "Y".
000908     88  WS-CTL-NOT-EOF                   VALUE "N".
000909
000910 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
000911     88  WS-SERIES-FOUND                  VALUE "Y".
000912     88  WS-SERIES-NOT-FOUND              VALUE "N".
000913
000914 01  WS-ROW-WANTED-SW                PIC X(01) VALUE "N".
000915     88  WS-ROW-WANTED                    VALUE "Y".
000916     88  WS-ROW-NOT-WANTED                VALUE "N".
000917
000918*===============================================================*
000919*  SERIES TOTALS - ONE SLOT PER SERIES SEEN ON A ROLL-UP, IN    *
000920*  THE ORDER FIRST SEEN.                                        *
000921*===============================================================*
000922 01  WS-SUMS-COUNT                   PIC 9(02) VALUE ZERO.
000923 01  WS-SUMS-IDX                     PIC 9(02) VALUE ZERO.
000924
000925 01  WS-SUMS-TABLE.
000926     05  WS-SUMS-ENTRY OCCURS 20 TIMES.
000927         10  WS-SUMS-SERIES              PIC X(04).
000928         10  WS-SUMS-CHECKED             PIC 9(07).
000929         10  WS-SUMS-MOVIENIGHT          PIC 9(07).
000930         10  WS-SUMS-CANCELLED           PIC 9(07).
000931         10  WS-SUMS-SKIPPED             PIC 9(07).
000932         10  WS-SUMS-RECOVERED           PIC 9(07).
000933
000934 01  WS-SUMS-FOUND-SW                PIC X(01) VALUE "N".
000935     88  WS-SUMS-FOUND                    VALUE "Y".
000936     88  WS-SUMS-NOT-FOUND                VALUE "N".
000937
000938*===============================================================*
000939*  RUN SEVERITY - ZERO CLEAN, 8 WHEN A BATCH-MODE RUN HAD A BAD *
000940*  MVNTPARM CARD. 8 OR WORSE ALSO DROPS A ROW ON MVNTALERT.     *
000941*===============================================================*
000942 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000943 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000944 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000945 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000946
000947 01  WS-HIST-RECORD-MONTH            PIC 9(06) VALUE ZERO.
000948
000949*===============================================================*
000950*  MONTH-ACCUMULATOR TABLE - ONE SLOT PER DISTINCT MONTH SEEN.  *
000951*  KEYED SEQUENTIAL READS OF THE INDEXED MVNTHIST COME BACK IN  *
000952*  DATE ORDER, SO THE SLOTS ARE ADDED ASCENDING AND PRINT IN    *
000953*  ORDER WITH NO SORT.                                          *
000960*===============================================================*
000970 01  WS-MONTH-COUNT                  PIC 9(03) VALUE ZERO.
000980 01  WS-MONTH-IDX                    PIC 9(03) VALUE ZERO.
001430*  0000-MAINLINE                                                 *
001440*===============================================================*
001450 0000-MAINLINE.
001451     PERFORM 0500-ASK-ARCHIVE THRU 0500-EXIT
001452     IF WS-RUN-SEVERITY < 8
001453         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001454         IF WS-INCLUDE-ARCHIVE
001455             PERFORM 1500-TALLY-ARCHIVE THRU 1500-EXIT
001456         END-IF
001457         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
001458         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
001459             UNTIL WS-EOF
001460         MOVE 1 TO WS-MONTH-IDX
001461         PERFORM 4000-PRINT-MONTH-SUMMARY THRU 4000-EXIT
001462             UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
001463         IF WS-RUN-SERIES = SPACES AND WS-SUMS-COUNT > 1
001464             MOVE 1 TO WS-SUMS-IDX
001465             PERFORM 4500-PRINT-SERIES-TOTAL THRU 4500-EXIT
001466                 UNTIL WS-SUMS-IDX > WS-SUMS-COUNT
001467         END-IF
001468         PERFORM 5000-PRINT-GRAND-TOTAL THRU 5000-EXIT
001469     END-IF
001470     PERFORM 9999-TERMINATE THRU 9999-EXIT
001471     STOP RUN.
001472
001610*===============================================================*
001611*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001612*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001613*  NO CARD.                                                     *
001614*===============================================================*
001615 0100-READ-PARM-CARD.
001616     SET WS-PARM-NOT-FOUND TO TRUE
001617     SET WS-PARM-NOT-EOF TO TRUE
001618     OPEN INPUT PARM-FILE
001619     IF WS-PARM-STATUS = "00"
001620         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001621             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001622         CLOSE PARM-FILE
001623     END-IF.
001624 0100-EXIT.
001625     EXIT.
001626
001627*===============================================================*
001628*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
001629*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
001630*===============================================================*
001631 0110-TEST-PARM-CARD.
001632     READ PARM-FILE
001633         AT END
001634             SET WS-PARM-EOF TO TRUE
001635         NOT AT END
001636             IF PARM-PROGRAM = "MOVIENIGHTSUMMARY"
001637                 SET WS-PARM-FOUND TO TRUE
001638                 MOVE PARM-INCLUDE-ARCH TO WS-INCLUDE-ARCH-IN
001639                 MOVE PARM-SUMMARY-SERIES TO WS-SERIES-IN
001640             END-IF
001641     END-READ.
001642 0110-EXIT.
001643     EXIT.
001644
001645*===============================================================*
001646*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
001647*  DEFAULT, WHICH IS INTERACTIVE, AND THE DEFAULT SERIES ONLY.  *
001648*  THE RUN MODE IS ON THE FIRST ROW; EVERY ROW NAMES A SERIES.  *
001649*===============================================================*
001650 0200-CHECK-RUN-MODE.
001651     MOVE "I" TO WS-RUN-MODE
001652     SET WS-CTL-NOT-EOF TO TRUE
001653     OPEN INPUT CTL-FILE
001654     IF WS-CTL-STATUS = "00"
001655         PERFORM 0210-LOAD-ONE-CTL THRU 0210-EXIT
001656             UNTIL WS-CTL-EOF
001657         CLOSE CTL-FILE
001658     END-IF
001659     IF WS-CTL-COUNT = ZERO
001660         MOVE SPACES TO CTL-SERIES
001661         PERFORM 0220-ADD-SERIES THRU 0220-EXIT
001662     END-IF.
001663 0200-EXIT.
001664     EXIT.
001665
001666*===============================================================*
001667*  0210-LOAD-ONE-CTL                                            *
001668*===============================================================*
001669 0210-LOAD-ONE-CTL.
001670     READ CTL-FILE
001671         AT END
001672             SET WS-CTL-EOF TO TRUE
001673         NOT AT END
001674             IF WS-CTL-COUNT = ZERO
001675                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
001676             END-IF
001677             IF WS-CTL-COUNT < 20
001678                 PERFORM 0220-ADD-SERIES THRU 0220-EXIT
001679             ELSE
001680                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
001681                     "20 IGNORED."
001682                 SET WS-CTL-EOF TO TRUE
001683             END-IF
001684     END-READ.
001685 0210-EXIT.
001686     EXIT.
001687
001688*===============================================================*
001689*  0220-ADD-SERIES - TABLE THE SERIES IN CTL-RECORD (BLANK IS   *
001690*  THE DEFAULT) AND ADD IT TO THE LIST SHOWN AT THE PROMPT.     *
001691*===============================================================*
001692 0220-ADD-SERIES.
001693     IF CTL-SERIES = SPACES
001694         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
001695     END-IF
001696     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
001697     ADD 1 TO WS-CTL-COUNT
001698     MOVE CTL-SERIES TO WS-CTL-T-SERIES(WS-CTL-COUNT)
001699     IF WS-CTL-COUNT > 1
001700         STRING "/" DELIMITED BY SIZE
001701             INTO WS-SERIES-LIST
001702             WITH POINTER WS-SERIES-LIST-PTR
001703     END-IF
001704     STRING CTL-SERIES DELIMITED BY SPACE
001705         INTO WS-SERIES-LIST
001706         WITH POINTER WS-SERIES-LIST-PTR.
001707 0220-EXIT.
001708     EXIT.
001709
001710*===============================================================*
001711*  0500-ASK-ARCHIVE - THE MVNTPARM CARD FIRST, THEN THE         *
001712*  CONSOLE; ANYTHING BUT YES MEANS THE LIVE FILE ONLY. THE CARD *
001713*  IS OPTIONAL - A BATCH-MODE RUN WITH NO CARD TAKES THE LIVE   *
001714*  FILE ONLY AND STAYS FAST - BUT A CARD THAT SAYS NEITHER YES  *
001715*  NOR NO IN BATCH MODE IS A MISTAKE AND ENDS THE RUN.          *
001716*===============================================================*
001717 0500-ASK-ARCHIVE.
001718     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
001719     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
001720     IF WS-PARM-FOUND
001721         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001722     ELSE
001723         IF WS-RUN-UNATTENDED
001724             MOVE "DEFAULT" TO WS-PARM-SOURCE
001725             MOVE "NO" TO WS-INCLUDE-ARCH-IN
001726             MOVE SPACES TO WS-SERIES-IN
001727         ELSE
001728             MOVE "CONSOLE" TO WS-PARM-SOURCE
001729             DISPLAY "INCLUDE THE MVNTARCH ARCHIVE? (YES/NO)"
001730             ACCEPT WS-INCLUDE-ARCH-IN
001731             MOVE SPACES TO WS-SERIES-IN
001732             IF WS-CTL-COUNT > 1
001733                 SET WS-SERIES-NOT-FOUND TO TRUE
001734                 PERFORM 0510-ASK-SERIES THRU 0510-EXIT
001735                     UNTIL WS-SERIES-FOUND
001736             END-IF
001737         END-IF
001738     END-IF
001739
001740     MOVE FUNCTION UPPER-CASE(WS-INCLUDE-ARCH-IN)
001741         TO WS-INCLUDE-ARCH-IN
001742     IF WS-INCLUDE-ARCH-IN = "YES"
001743         SET WS-INCLUDE-ARCHIVE TO TRUE
001744     ELSE
001745         SET WS-EXCLUDE-ARCHIVE TO TRUE
001746     END-IF
001747
001748     IF WS-RUN-UNATTENDED
001749         AND WS-INCLUDE-ARCH-IN NOT = "YES"
001750         AND WS-INCLUDE-ARCH-IN NOT = "NO"
001751         DISPLAY "MVNTPARM ARCHIVE OPTION '" WS-INCLUDE-ARCH-IN
001752             "' IS NOT YES OR NO - NO REPORT PRODUCED."
001753         MOVE 8 TO WS-RUN-SEVERITY
001754         MOVE "BAD MVNTPARM ARCHIVE OPTION - NO REPORT"
001755             TO WS-ALERT-TEXT
001756         GO TO 0500-EXIT
001757     END-IF
001758
001759     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001760     IF WS-RUN-SERIES = "ALL"
001761         MOVE SPACES TO WS-RUN-SERIES
001762     END-IF
001763     IF WS-RUN-SERIES NOT = SPACES
001764         PERFORM 0520-FIND-SERIES THRU 0520-EXIT
001765         IF WS-SERIES-NOT-FOUND
001766             DISPLAY "MVNTPARM SERIES '" WS-RUN-SERIES
001767                 "' IS NOT ON MVNTCTL - NO REPORT PRODUCED."
001768             MOVE 8 TO WS-RUN-SEVERITY
001769             MOVE "BAD MVNTPARM SUMMARY SERIES - NO REPORT"
001770                 TO WS-ALERT-TEXT
001771             GO TO 0500-EXIT
001772         END-IF
001773     END-IF
001774
001775     IF WS-INCLUDE-ARCHIVE
001776         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001777             "): INCLUDE-ARCHIVE=YES"
001778     ELSE
001779         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001780             "): INCLUDE-ARCHIVE=NO"
001781     END-IF
001782     IF WS-RUN-SERIES = SPACES
001783         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001784             "): SERIES=ALL"
001785     ELSE
001786         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001787             "): SERIES=" WS-RUN-SERIES
001788     END-IF.
001789 0500-EXIT.
001790     EXIT.
001791
001792*===============================================================*
001793*  0510-ASK-SERIES - ENTER OR "ALL" ROLLS UP EVERY SERIES; A    *
001794*  SERIES THAT IS NOT ON MVNTCTL IS ASKED AGAIN.                *
001795*===============================================================*
001796 0510-ASK-SERIES.
001797     DISPLAY "WHICH SERIES? (" FUNCTION TRIM(WS-SERIES-LIST)
001798         ", ENTER FOR ALL)"
001799     MOVE SPACES TO WS-SERIES-IN
001800     ACCEPT WS-SERIES-IN
001801     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001802     IF WS-RUN-SERIES = SPACES OR WS-RUN-SERIES = "ALL"
001803         SET WS-SERIES-FOUND TO TRUE
001804         GO TO 0510-EXIT
001805     END-IF
001806     PERFORM 0520-FIND-SERIES THRU 0520-EXIT
001807     IF WS-SERIES-NOT-FOUND
001808         DISPLAY "SERIES " WS-RUN-SERIES " IS NOT ON MVNTCTL."
001809     END-IF.
001810 0510-EXIT.
001811     EXIT.
001812
001813*===============================================================*
001814*  0520-FIND-SERIES - LOOK WS-RUN-SERIES UP ON MVNTCTL.         *
001815*===============================================================*
001816 0520-FIND-SERIES.
001817     SET WS-SERIES-NOT-FOUND TO TRUE
001818     MOVE 1 TO WS-CTL-IDX
001819     PERFORM 0521-TEST-SERIES THRU 0521-EXIT
001820         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
001821 0520-EXIT.
001822     EXIT.
001823
001824*===============================================================*
001825*  0521-TEST-SERIES                                             *
001826*===============================================================*
001827 0521-TEST-SERIES.
001828     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-RUN-SERIES
001829         SET WS-SERIES-FOUND TO TRUE
001830     ELSE
001831         ADD 1 TO WS-CTL-IDX
001832     END-IF.
001833 0521-EXIT.
001834     EXIT.
001835
001836*===============================================================*
001837*  1000-INITIALIZE                                               *
001838*===============================================================*
001839 1000-INITIALIZE.
001840     OPEN INPUT HIST-FILE
001841     IF WS-HIST-STATUS NOT = "00"
001842         DISPLAY "NO HISTORY FILE MVNTHIST FOUND."
001850         SET WS-EOF TO TRUE
001860     ELSE
001870         SET WS-HIST-IS-OPEN TO TRUE
002200             MOVE ARCH-RECORD TO HIST-RECORD
002210             COMPUTE WS-HIST-RECORD-MONTH =
002220                 HIST-DATE / 100
002221             PERFORM 3050-CHECK-SERIES THRU 3050-EXIT
002222             IF WS-ROW-WANTED
002230                 PERFORM 3100-FIND-MONTH-SLOT THRU 3100-EXIT
002240                 PERFORM 3200-TALLY-RECORD THRU 3200-EXIT
002241             END-IF
002250     END-READ.
002260 1510-EXIT.
002270     EXIT.
002480*  MVNTHIST BEING IN DATE ORDER.                                 *
002490*===============================================================*
002500 3000-PROCESS-RECORD.
002501     PERFORM 3050-CHECK-SERIES THRU 3050-EXIT
002502     IF WS-ROW-WANTED
002510         PERFORM 3100-FIND-MONTH-SLOT THRU 3100-EXIT
002520         PERFORM 3200-TALLY-RECORD THRU 3200-EXIT
002521     END-IF
002530     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
002540 3000-EXIT.
002550     EXIT.
002551
002552*===============================================================*
002553*  3050-CHECK-SERIES - IS THIS ROW IN THE SERIES BEING REPORTED *
002554*  (A BLANK HIST-SERIES IS THE DEFAULT SERIES)? ON A ROLL-UP    *
002555*  EVERY ROW IS, AND ITS SERIES SLOT IS FOUND OR ADDED.         *
002556*===============================================================*
002557 3050-CHECK-SERIES.
002558     IF HIST-SERIES = SPACES
002559         MOVE WS-DEFAULT-SERIES TO HIST-SERIES
002560     END-IF
002561     IF WS-RUN-SERIES NOT = SPACES
002562         IF HIST-SERIES = WS-RUN-SERIES
002563             SET WS-ROW-WANTED TO TRUE
002564         ELSE
002565             SET WS-ROW-NOT-WANTED TO TRUE
002566         END-IF
002567         GO TO 3050-EXIT
002568     END-IF
002569
002570     SET WS-ROW-WANTED TO TRUE
002571     MOVE 1 TO WS-SUMS-IDX
002572     SET WS-SUMS-NOT-FOUND TO TRUE
002573     PERFORM 3060-TEST-SERIES-SLOT THRU 3060-EXIT
002574         UNTIL WS-SUMS-FOUND OR WS-SUMS-IDX > WS-SUMS-COUNT
002575     IF WS-SUMS-NOT-FOUND
002576         IF WS-SUMS-COUNT < 20
002577             ADD 1 TO WS-SUMS-COUNT
002578             MOVE WS-SUMS-COUNT TO WS-SUMS-IDX
002579             MOVE HIST-SERIES TO WS-SUMS-SERIES(WS-SUMS-IDX)
002580             MOVE ZERO TO WS-SUMS-CHECKED(WS-SUMS-IDX)
002581             MOVE ZERO TO WS-SUMS-MOVIENIGHT(WS-SUMS-IDX)
002582             MOVE ZERO TO WS-SUMS-CANCELLED(WS-SUMS-IDX)
002583             MOVE ZERO TO WS-SUMS-SKIPPED(WS-SUMS-IDX)
002584             MOVE ZERO TO WS-SUMS-RECOVERED(WS-SUMS-IDX)
002585         ELSE
002586             MOVE ZERO TO WS-SUMS-IDX
002587         END-IF
002588     END-IF.
002589 3050-EXIT.
002590     EXIT.
002591
002592*===============================================================*
002593*  3060-TEST-SERIES-SLOT                                        *
002594*===============================================================*
002595 3060-TEST-SERIES-SLOT.
002596     IF WS-SUMS-SERIES(WS-SUMS-IDX) = HIST-SERIES
002597         SET WS-SUMS-FOUND TO TRUE
002598     ELSE
002599         ADD 1 TO WS-SUMS-IDX
002600     END-IF.
002601 3060-EXIT.
002602     EXIT.
002603
002604*===============================================================*
002605*  3100-FIND-MONTH-SLOT - LOCATE THE TABLE SLOT FOR THIS         *
002606*  RECORD'S MONTH, ADDING A NEW SLOT IF THIS MONTH HAS NOT BEEN  *
002607*  SEEN BEFORE. WS-MONTH-IDX POINTS AT THE SLOT ON EXIT.         *
002610*===============================================================*
002620 3100-FIND-MONTH-SLOT.
002630     MOVE 1 TO WS-MONTH-IDX
003200     IF HIST-ISMOVIENIGHT = "SKP"
003210         ADD 1 TO WS-MONTH-T-SKIPPED(WS-MONTH-IDX)
003220         ADD 1 TO WS-GRAND-SKIPPED
003230     END-IF
003231
003232     IF WS-RUN-SERIES = SPACES AND WS-SUMS-IDX > ZERO
003233         PERFORM 3210-TALLY-SERIES THRU 3210-EXIT
003234     END-IF.
003240 3200-EXIT.
003250     EXIT.
003251
003252*===============================================================*
003253*  3210-TALLY-SERIES - THE SAME COUNTS INTO THE ROW'S SERIES    *
003254*  SLOT, POSITIONED BY 3050-CHECK-SERIES.                       *
003255*===============================================================*
003256 3210-TALLY-SERIES.
003257     ADD 1 TO WS-SUMS-CHECKED(WS-SUMS-IDX)
003258     IF HIST-ISMOVIENIGHT = "YES" OR HIST-ISMOVIENIGHT = "MKP"
003259         ADD 1 TO WS-SUMS-MOVIENIGHT(WS-SUMS-IDX)
003260     END-IF
003261     IF HIST-ISMOVIENIGHT = "MKP"
003262         ADD 1 TO WS-SUMS-RECOVERED(WS-SUMS-IDX)
003263     END-IF
003264     IF HIST-CANCELLED-FLAG = "YES"
003265         ADD 1 TO WS-SUMS-CANCELLED(WS-SUMS-IDX)
003266     END-IF
003267     IF HIST-ISMOVIENIGHT = "SKP"
003268         ADD 1 TO WS-SUMS-SKIPPED(WS-SUMS-IDX)
003269     END-IF.
003270 3210-EXIT.
003271     EXIT.
003272
003273*===============================================================*
003280*  4000-PRINT-MONTH-SUMMARY - PRINTS THE TABLE SLOT AT           *
003290*  WS-MONTH-IDX, THEN ADVANCES TO THE NEXT ONE.                  *
003300*===============================================================*
003630     ADD 1 TO WS-MONTH-IDX.
003640 4000-EXIT.
003650     EXIT.
003651
003652*===============================================================*
003653*  4500-PRINT-SERIES-TOTAL - ON A ROLL-UP OF MORE THAN ONE      *
003654*  SERIES, ONE LINE PER SERIES AHEAD OF THE GRAND TOTAL, SAME   *
003655*  RATE BASE AS THE MONTHS.                                     *
003656*===============================================================*
003657 4500-PRINT-SERIES-TOTAL.
003658     IF WS-SUMS-IDX = 1
003659         DISPLAY "-------------------------------------"
003660     END-IF
003661     COMPUTE WS-RATE-BASE =
003662         WS-SUMS-CHECKED(WS-SUMS-IDX) -
003663         WS-SUMS-SKIPPED(WS-SUMS-IDX) -
003664         WS-SUMS-RECOVERED(WS-SUMS-IDX)
003665     IF WS-RATE-BASE > 0
003666         COMPUTE WS-CANCEL-PERCENT ROUNDED =
003667             (WS-SUMS-CANCELLED(WS-SUMS-IDX) /
003668                 WS-RATE-BASE) * 100
003669     ELSE
003670         MOVE ZERO TO WS-CANCEL-PERCENT
003671     END-IF
003672     MOVE WS-CANCEL-PERCENT TO WS-CANCEL-PERCENT-EDIT
003673     MOVE WS-SUMS-CHECKED(WS-SUMS-IDX) TO WS-GRAND-CHECKED-EDIT
003674     MOVE WS-SUMS-MOVIENIGHT(WS-SUMS-IDX) TO
003675         WS-GRAND-MOVIENIGHT-EDIT
003676     MOVE WS-SUMS-CANCELLED(WS-SUMS-IDX) TO
003677         WS-GRAND-CANCELLED-EDIT
003678     MOVE WS-SUMS-SKIPPED(WS-SUMS-IDX) TO WS-GRAND-SKIPPED-EDIT
003679     MOVE WS-SUMS-RECOVERED(WS-SUMS-IDX) TO
003680         WS-GRAND-RECOVERED-EDIT
003681     DISPLAY "SERIES " WS-SUMS-SERIES(WS-SUMS-IDX)
003682         ": CHECKED=" WS-GRAND-CHECKED-EDIT
003683         " MOVIENIGHT=" WS-GRAND-MOVIENIGHT-EDIT
003684         " CANCELLED=" WS-GRAND-CANCELLED-EDIT
003685         " SKIPPED=" WS-GRAND-SKIPPED-EDIT
003686         " RECOVERED=" WS-GRAND-RECOVERED-EDIT
003687         " RATE=" WS-CANCEL-PERCENT-EDIT "%"
003688     ADD 1 TO WS-SUMS-IDX.
003689 4500-EXIT.
003690     EXIT.
003691
003692*===============================================================*
003693*  5000-PRINT-GRAND-TOTAL                                        *
003694*===============================================================*
003700 5000-PRINT-GRAND-TOTAL.
003710     IF WS-GRAND-CHECKED > 0
003720         COMPUTE WS-RATE-BASE =
004000 5000-EXIT.
004010     EXIT.
004020
004021*===============================================================*
004022*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
004023*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
004024*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
004025*===============================================================*
004026 9900-WRITE-ALERT.
004027     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
004028     ACCEPT WS-ALERT-RUN-TIME FROM TIME
004029     MOVE SPACES TO ALERT-RECORD
004030     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
004031     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
004032     MOVE "MOVIENIGHTSUMMARY" TO ALERT-PROGRAM
004033     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
004034     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
004035
004036     OPEN EXTEND ALERT-FILE
004037     IF WS-ALERT-STATUS = "35"
004038         OPEN OUTPUT ALERT-FILE
004039     END-IF
004040
004041     IF WS-ALERT-STATUS NOT = "00"
004042         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
004043             "WRITTEN. STATUS=" WS-ALERT-STATUS
004044     ELSE
004045         WRITE ALERT-RECORD
004046         IF WS-ALERT-STATUS NOT = "00"
004047             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
004048                 "WRITTEN. STATUS=" WS-ALERT-STATUS
004049         END-IF
004050         CLOSE ALERT-FILE
004051     END-IF.
004052 9900-EXIT.
004053     EXIT.
004054
004055*===============================================================*
004056*  9999-TERMINATE                                                *
004057*===============================================================*
004060 9999-TERMINATE.
004070     IF WS-HIST-IS-OPEN
004080         CLOSE HIST-FILE
004090     END-IF
004091
004092     IF WS-RUN-SEVERITY >= 8
004093         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
004094     END-IF
004095     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
004100 9999-EXIT.
004110     EXIT.
004120
