000080*CANCELLING PARTY: TOTALS, SHARE OF ALL CANCELLATIONS, REASON
000090*BREAKDOWN, AND EACH PERSON'S LONGEST CONSECUTIVE-CANCEL RUN
000100*(NOT JUST ZORCH'S LIVE STREAK IN THE CONTROL RECORD), PLUS A
000110*YEAR-BY-YEAR SECTION SO TRENDS SHOW UP. ONE MOVIE-NIGHT SERIES
000111*AT A TIME, OR ALL OF THEM ROLLED UP; A RUN NEVER CROSSES FROM
000112*ONE SERIES INTO ANOTHER.
000120*-----------------------------------------------------------------
000130*  MOD-HISTORY:
000140*    2026-08-22 DWB  ORIGINAL VERSION - CANCELLATION LEAGUE
000293*                    NOTES OFF THE MVNTDETL COMPANION FILE, SO
000294*                    THE BIGGEST BUCKET IN THE TABLE STOPS
000295*                    BEING AN UNEXPLAINED ONE.
000296*    2026-10-14 DWB  MORE THAN ONE MOVIE-NIGHT SERIES: THE TABLE
000297*                    COVERS THE SERIES ON THE PROGRAM'S MVNTPARM
000298*                    CARD, OR ASKED AT THE CONSOLE WHEN THERE IS
000299*                    NO CARD AND MORE THAN ONE SERIES ON MVNTCTL.
000300*                    "ALL" (AND A BATCH RUN WITH NO CARD) ROLLS
000301*                    EVERY SERIES UP, WITH THE RUNS COUNTED
000302*                    SERIES BY SERIES AND THE LONGEST KEPT. THE
000303*                    "OTHER" NOTES MATCH ON SERIES AND DATE. A
000304*                    CARD SERIES NOT ON MVNTCTL IS RETURN CODE 8
000305*                    WITH AN MVNTALERT ROW.
000306*    2026-10-15 DWB  MVNTCTL SERIES CODES ARE UPPER-CASED AS
000307*                    THEY ARE LOADED, TO MATCH THE SERIES ASKED
000308*                    FOR.
000309*-----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000350     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS HIST-KEY
000390         FILE STATUS IS WS-HIST-STATUS.
000391
000392     SELECT DETL-FILE ASSIGN TO "MVNTDETL"
000393         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-DETL-STATUS.
000395
000396     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-CTL-STATUS.
000399
000400     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000401         ORGANIZATION IS LINE SEQUENTIAL
000402         FILE STATUS IS WS-PARM-STATUS.
000403
000404     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-ALERT-STATUS.
000407
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  HIST-FILE.
000441
000442*===============================================================*
000443*  DETL-FILE - "OTHER" CANCEL-REASON DETAIL COMPANION FILE,     *
000444*  KEYED BY THE SAME SERIES AND DATE AS THE MVNTHIST ROW. NO    *
000445*  DETAIL FILE YET JUST PRINTS THE "OTHER" LINE BARE.           *
000446*===============================================================*
000447 FD  DETL-FILE.
000448     COPY MVNTDETL.
000449
000450*===============================================================*
000451*  CTL-FILE - READ ONLY FOR THE RUN MODE (IN BATCH, "B", THERE  *
000452*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT) AND THE SERIES  *
000453*  CODES, ONE ROW PER SERIES. A BLANK CTL-SERIES IS "MAIN".     *
000454*===============================================================*
000455 FD  CTL-FILE.
000456 01  CTL-RECORD.
000457     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000458     05  CTL-RUN-MODE                PIC X(01).
000459     05  CTL-ZORCH-STREAK            PIC 9(03).
000460     05  CTL-SERIES                  PIC X(04).
000461     05  FILLER                      PIC X(15).
000462
000463*===============================================================*
000464*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000465*  SEE 0100-READ-PARM-CARD.                                     *
000466*===============================================================*
000467 FD  PARM-FILE.
000468     COPY MVNTPARM.
000469
000470*===============================================================*
000471*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000472*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000473*===============================================================*
000474 FD  ALERT-FILE.
000475     COPY MVNTALRT.
000476
000477 WORKING-STORAGE SECTION.
000478 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000479 01  WS-DETL-STATUS                  PIC X(02) VALUE "00".
000480 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000481 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000482 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000483
000490 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000500     88  WS-EOF                           VALUE "Y".
000510     88  WS-NOT-EOF                       VALUE "N".
000530 01  WS-HIST-OPEN-SW                 PIC X(01) VALUE "N".
000540     88  WS-HIST-IS-OPEN                  VALUE "Y".
000550     88  WS-HIST-NOT-OPEN                 VALUE "N".
000551
000552*===============================================================*
000553*  SERIES SELECTION - THE SERIES CODES ON MVNTCTL AND THE ONE   *
000554*  THIS TABLE IS FOR. WS-RUN-SERIES BLANK ROLLS UP EVERY        *
000555*  SERIES.                                                      *
000556*===============================================================*
000557 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000558 01  WS-SERIES-IN                    PIC X(04) VALUE SPACES.
000559 01  WS-RUN-SERIES                   PIC X(04) VALUE SPACES.
000560 01  WS-SERIES-LIST                  PIC X(100) VALUE SPACES.
000561 01  WS-SERIES-LIST-PTR              PIC 9(03) VALUE 1.
000562
000563 01  WS-CTL-COUNT                    PIC 9(02) VALUE ZERO.
000564 01  WS-CTL-IDX                      PIC 9(02) VALUE ZERO.
000565 01  WS-CTL-TABLE.
000566     05  WS-CTL-T-SERIES             PIC X(04) OCCURS 20 TIMES.
000567
000568 01  WS-CTL-EOF-SW                   PIC X(01) VALUE "N".
000569     88  WS-CTL-EOF                       VALUE "Y".
000570     88  WS-CTL-NOT-EOF                   VALUE "N".
000571
000572 01  WS-SERIES-FOUND-SW              PIC X(01) VALUE "N".
000573     88  WS-SERIES-FOUND                  VALUE "Y".
000574     88  WS-SERIES-NOT-FOUND              VALUE "N".
000575
000576*===============================================================*
000577*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000578*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD AND   *
000579*  THERE IS A CHOICE TO MAKE, AND NEVER WHEN MVNTCTL SAYS THE   *
000580*  SHOP IS RUNNING IN BATCH.                                    *
000581*===============================================================*
000582 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000583     88  WS-PARM-EOF                      VALUE "Y".
000584     88  WS-PARM-NOT-EOF                  VALUE "N".
000585
000586 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000587     88  WS-PARM-FOUND                    VALUE "Y".
000588     88  WS-PARM-NOT-FOUND                VALUE "N".
000589
000590 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000591
000592 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000593     88  WS-RUN-UNATTENDED                VALUE "B".
000594
000595*===============================================================*
000596*  RUN SEVERITY - ZERO CLEAN, 8 WHEN THE MVNTPARM CARD NAMES A  *
000597*  SERIES NOT ON MVNTCTL. 8 OR WORSE ALSO DROPS A ROW ON        *
000598*  MVNTALERT.                                                   *
000599*===============================================================*
000600 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000601 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000602 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000603 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000604
000605*===============================================================*
000606*  ROW TABLE - THE WHOLE HISTORY, STAGED FOR THE RUN COUNTING.  *
000607*  KEYED SEQUENTIAL READS OF THE INDEXED MVNTHIST COME BACK IN  *
000608*  DATE ORDER, WHICH IS EXACTLY THE ORDER A CONSECUTIVE-RUN     *
000610*  COUNT NEEDS, SO NO SORT IS DONE HERE.                        *
000620*===============================================================*
000630 01  WS-ROW-COUNT                    PIC 9(04) VALUE ZERO.
000710         10  WS-ROW-PARTY                PIC X(10).
000720         10  WS-ROW-REASON               PIC X(10).
000730         10  WS-ROW-CANCELLED            PIC X(01).
000731         10  WS-ROW-SERIES               PIC X(04).
000732
000733*===============================================================*
000734*  SERIES ON THE ROW TABLE - THE RUNS ARE COUNTED ONE SERIES AT *
000735*  A TIME, IN THE ORDER EACH SERIES WAS FIRST SEEN.             *
000736*===============================================================*
000737 01  WS-RSER-COUNT                   PIC 9(02) VALUE ZERO.
000738 01  WS-RSER-IDX                     PIC 9(02) VALUE ZERO.
000739 01  WS-RSER-TABLE.
000740     05  WS-RSER-CODE                PIC X(04) OCCURS 20 TIMES.
000741
000750 01  WS-SORT-SWAPPED-SW              PIC X(01) VALUE "N".
000760     88  WS-SORT-SWAPPED                  VALUE "Y".
000770     88  WS-SORT-NOT-SWAPPED              VALUE "N".
001085     05  WS-DETL-ENTRY OCCURS 500 TIMES.
001086         10  WS-DT-DATE                  PIC 9(08).
001087         10  WS-DT-NOTE                  PIC X(60).
001088         10  WS-DT-SERIES                PIC X(04).
001089
001090*===============================================================*
001100*  DISTINCT-YEAR LIST FOR THE YEAR-BY-YEAR SECTION              *
001110*===============================================================*
001350*  0000-MAINLINE                                                 *
001360*===============================================================*
001370 0000-MAINLINE.
001371     PERFORM 0500-SELECT-SERIES THRU 0500-EXIT
001372     IF WS-RUN-SEVERITY < 8
001380         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001381         PERFORM 1500-LOAD-DETAILS THRU 1500-EXIT
001390         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
001400         PERFORM 3000-LOAD-ROW THRU 3000-EXIT
001410             UNTIL WS-EOF
001420         PERFORM 4000-TALLY-ROWS THRU 4000-EXIT
001430         PERFORM 5000-RANK-PARTIES THRU 5000-EXIT
001440         PERFORM 5500-SORT-YEARS THRU 5500-EXIT
001450         PERFORM 6000-PRINT-LEAGUE THRU 6000-EXIT
001460         PERFORM 7000-PRINT-YEARLY THRU 7000-EXIT
001461     END-IF
001470     PERFORM 9999-TERMINATE THRU 9999-EXIT
001480     STOP RUN.
001490
001491*===============================================================*
001492*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001493*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001494*  NO CARD.                                                     *
001495*===============================================================*
001496 0100-READ-PARM-CARD.
001497     SET WS-PARM-NOT-FOUND TO TRUE
001498     SET WS-PARM-NOT-EOF TO TRUE
001499     OPEN INPUT PARM-FILE
001500     IF WS-PARM-STATUS = "00"
001501         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001502             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001503         CLOSE PARM-FILE
001504     END-IF.
001505 0100-EXIT.
001506     EXIT.
001507
001508*===============================================================*
001509*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS.  *
001510*===============================================================*
001511 0110-TEST-PARM-CARD.
001512     READ PARM-FILE
001513         AT END
001514             SET WS-PARM-EOF TO TRUE
001515         NOT AT END
001516             IF PARM-PROGRAM = "MOVIENIGHTLEAGUE"
001517                 SET WS-PARM-FOUND TO TRUE
001518                 MOVE PARM-SERIES TO WS-SERIES-IN
001519             END-IF
001520     END-READ.
001521 0110-EXIT.
001522     EXIT.
001523
001524*===============================================================*
001525*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
001526*  DEFAULT, WHICH IS INTERACTIVE, AND THE DEFAULT SERIES ONLY.  *
001527*  THE RUN MODE IS ON THE FIRST ROW; EVERY ROW NAMES A SERIES.  *
001528*===============================================================*
001529 0200-CHECK-RUN-MODE.
001530     MOVE "I" TO WS-RUN-MODE
001531     SET WS-CTL-NOT-EOF TO TRUE
001532     OPEN INPUT CTL-FILE
001533     IF WS-CTL-STATUS = "00"
001534         PERFORM 0210-LOAD-ONE-CTL THRU 0210-EXIT
001535             UNTIL WS-CTL-EOF
001536         CLOSE CTL-FILE
001537     END-IF
001538     IF WS-CTL-COUNT = ZERO
001539         MOVE SPACES TO CTL-SERIES
001540         PERFORM 0220-ADD-SERIES THRU 0220-EXIT
001541     END-IF.
001542 0200-EXIT.
001543     EXIT.
001544
001545*===============================================================*
001546*  0210-LOAD-ONE-CTL                                            *
001547*===============================================================*
001548 0210-LOAD-ONE-CTL.
001549     READ CTL-FILE
001550         AT END
001551             SET WS-CTL-EOF TO TRUE
001552         NOT AT END
001553             IF WS-CTL-COUNT = ZERO
001554                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
001555             END-IF
001556             IF WS-CTL-COUNT < 20
001557                 PERFORM 0220-ADD-SERIES THRU 0220-EXIT
001558             ELSE
001559                 DISPLAY "SERIES TABLE FULL - MVNTCTL ROWS PAST "
001560                     "20 IGNORED."
001561                 SET WS-CTL-EOF TO TRUE
001562             END-IF
001563     END-READ.
001564 0210-EXIT.
001565     EXIT.
001566
001567*===============================================================*
001568*  0220-ADD-SERIES - TABLE THE SERIES IN CTL-RECORD (BLANK IS   *
001569*  THE DEFAULT) AND ADD IT TO THE LIST SHOWN AT THE PROMPT.     *
001570*===============================================================*
001571 0220-ADD-SERIES.
001572     IF CTL-SERIES = SPACES
001573         MOVE WS-DEFAULT-SERIES TO CTL-SERIES
001574     END-IF
001575     MOVE FUNCTION UPPER-CASE(CTL-SERIES) TO CTL-SERIES
001576     ADD 1 TO WS-CTL-COUNT
001577     MOVE CTL-SERIES TO WS-CTL-T-SERIES(WS-CTL-COUNT)
001578     IF WS-CTL-COUNT > 1
001579         STRING "/" DELIMITED BY SIZE
001580             INTO WS-SERIES-LIST
001581             WITH POINTER WS-SERIES-LIST-PTR
001582     END-IF
001583     STRING CTL-SERIES DELIMITED BY SPACE
001584         INTO WS-SERIES-LIST
001585         WITH POINTER WS-SERIES-LIST-PTR.
001586 0220-EXIT.
001587     EXIT.
001588
001589*===============================================================*
001590*  0500-SELECT-SERIES - THE MVNTPARM CARD FIRST. WITH NO CARD A *
001591*  BATCH RUN, OR A SHOP WITH ONLY ONE SERIES, ROLLS UP EVERY    *
001592*  SERIES; OTHERWISE THE CONSOLE IS ASKED, AND ASKED AGAIN FOR  *
001593*  A SERIES THAT IS NOT ON MVNTCTL. A CARD NAMING A SERIES THAT *
001594*  IS NOT ON MVNTCTL IS A MISTAKE AND ENDS THE RUN.             *
001595*===============================================================*
001596 0500-SELECT-SERIES.
001597     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
001598     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
001599     IF WS-PARM-FOUND
001600         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001601     ELSE
001602         MOVE "DEFAULT" TO WS-PARM-SOURCE
001603         MOVE SPACES TO WS-SERIES-IN
001604         IF NOT WS-RUN-UNATTENDED AND WS-CTL-COUNT > 1
001605             MOVE "CONSOLE" TO WS-PARM-SOURCE
001606             PERFORM 0510-ASK-SERIES THRU 0510-EXIT
001607                 UNTIL WS-SERIES-FOUND
001608         END-IF
001609     END-IF
001610
001611     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001612     IF WS-RUN-SERIES = "ALL"
001613         MOVE SPACES TO WS-RUN-SERIES
001614     END-IF
001615     IF WS-RUN-SERIES NOT = SPACES
001616         PERFORM 0520-FIND-SERIES THRU 0520-EXIT
001617         IF WS-SERIES-NOT-FOUND
001618             DISPLAY "MVNTPARM SERIES '" WS-RUN-SERIES
001619                 "' IS NOT ON MVNTCTL - NO REPORT PRODUCED."
001620             MOVE 8 TO WS-RUN-SEVERITY
001621             MOVE "BAD MVNTPARM LEAGUE SERIES - NO REPORT"
001622                 TO WS-ALERT-TEXT
001623             GO TO 0500-EXIT
001624         END-IF
001625         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001626             "): SERIES=" WS-RUN-SERIES
001627     ELSE
001628         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
001629             "): SERIES=ALL"
001630     END-IF.
001631 0500-EXIT.
001632     EXIT.
001633
001634*===============================================================*
001635*  0510-ASK-SERIES - ENTER OR "ALL" ROLLS UP EVERY SERIES.      *
001636*===============================================================*
001637 0510-ASK-SERIES.
001638     DISPLAY "WHICH SERIES? (" FUNCTION TRIM(WS-SERIES-LIST)
001639         ", ENTER FOR ALL)"
001640     MOVE SPACES TO WS-SERIES-IN
001641     ACCEPT WS-SERIES-IN
001642     MOVE FUNCTION UPPER-CASE(WS-SERIES-IN) TO WS-RUN-SERIES
001643     IF WS-RUN-SERIES = SPACES OR WS-RUN-SERIES = "ALL"
001644         SET WS-SERIES-FOUND TO TRUE
001645         GO TO 0510-EXIT
001646     END-IF
001647     PERFORM 0520-FIND-SERIES THRU 0520-EXIT
001648     IF WS-SERIES-NOT-FOUND
001649         DISPLAY "SERIES " WS-RUN-SERIES " IS NOT ON MVNTCTL."
001650     END-IF.
001651 0510-EXIT.
001652     EXIT.
001653
001654*===============================================================*
001655*  0520-FIND-SERIES - LOOK WS-RUN-SERIES UP ON MVNTCTL.         *
001656*===============================================================*
001657 0520-FIND-SERIES.
001658     SET WS-SERIES-NOT-FOUND TO TRUE
001659     MOVE 1 TO WS-CTL-IDX
001660     PERFORM 0521-TEST-SERIES THRU 0521-EXIT
001661         UNTIL WS-SERIES-FOUND OR WS-CTL-IDX > WS-CTL-COUNT.
001662 0520-EXIT.
001663     EXIT.
001664
001665*===============================================================*
001666*  0521-TEST-SERIES                                             *
001667*===============================================================*
001668 0521-TEST-SERIES.
001669     IF WS-CTL-T-SERIES(WS-CTL-IDX) = WS-RUN-SERIES
001670         SET WS-SERIES-FOUND TO TRUE
001671     ELSE
001672         ADD 1 TO WS-CTL-IDX
001673     END-IF.
001674 0521-EXIT.
001675     EXIT.
001676
001677*===============================================================*
001678*  1000-INITIALIZE                                               *
001679*===============================================================*
001680 1000-INITIALIZE.
001681     OPEN INPUT HIST-FILE
001682     IF WS-HIST-STATUS NOT = "00"
001683         DISPLAY "NO HISTORY FILE MVNTHIST FOUND."
001684         SET WS-EOF TO TRUE
001685     ELSE
001686         SET WS-HIST-IS-OPEN TO TRUE
001687     END-IF.
001688 1000-EXIT.
001689     EXIT.
001690
001691*===============================================================*
001692*  1500-LOAD-DETAILS - STAGE THE "OTHER" DETAIL NOTES FOR THE   *
001693*  REASON-BREAKDOWN LOOKUP. A MISSING FILE JUST MEANS NO NOTES. *
001694*===============================================================*
001695 1500-LOAD-DETAILS.
001696     SET WS-DETL-NOT-EOF TO TRUE
001697     OPEN INPUT DETL-FILE
001698     IF WS-DETL-STATUS = "00"
001699         PERFORM 1510-LOAD-ONE-DETAIL THRU 1510-EXIT
001700             UNTIL WS-DETL-EOF
001701         CLOSE DETL-FILE
001702     END-IF.
001703 1500-EXIT.
001704     EXIT.
001705
001706*===============================================================*
001707*  1510-LOAD-ONE-DETAIL                                         *
001708*===============================================================*
001709 1510-LOAD-ONE-DETAIL.
001710     READ DETL-FILE
001711         AT END
001712             SET WS-DETL-EOF TO TRUE
001713         NOT AT END
001714             IF WS-DETL-COUNT < 500
001715                 ADD 1 TO WS-DETL-COUNT
001716                 MOVE DETL-DATE TO WS-DT-DATE(WS-DETL-COUNT)
001717                 MOVE DETL-NOTE TO WS-DT-NOTE(WS-DETL-COUNT)
001718                 IF DETL-SERIES = SPACES
001719                     MOVE WS-DEFAULT-SERIES TO DETL-SERIES
001720                 END-IF
001721                 MOVE DETL-SERIES TO WS-DT-SERIES(WS-DETL-COUNT)
001722             ELSE
001723                 DISPLAY "DETAIL TABLE FULL - NOTES PAST 500 "
001724                     "NOT SHOWN."
001725                 SET WS-DETL-EOF TO TRUE
001726             END-IF
001727     END-READ.
001728 1510-EXIT.
001729     EXIT.
001730
001731*===============================================================*
001732*  2000-READ-HISTORY                                             *
001733*===============================================================*
001734 2000-READ-HISTORY.
001735     IF WS-NOT-EOF
001736         READ HIST-FILE
001737             AT END
001738                 SET WS-EOF TO TRUE
001739         END-READ
001740     END-IF.
001741 2000-EXIT.
001750     EXIT.
001760
001770*===============================================================*
001780*  3000-LOAD-ROW - STAGE THE RECORD JUST READ INTO THE ROW      *
001790*  TABLE, THEN READ THE NEXT ONE. PLANNED SKIPS ("SKP" ROWS)    *
001800*  ARE LEFT OUT ALTOGETHER: A HOLIDAY IS NOT A CANCELLATION     *
001810*  AND SHOULD NEITHER EXTEND NOR BREAK ANYBODY'S RUN. SO ARE    *
001811*  ROWS OF ANY SERIES OTHER THAN THE ONE BEING REPORTED (A      *
001812*  BLANK HIST-SERIES IS THE DEFAULT SERIES).                    *
001820*===============================================================*
001830 3000-LOAD-ROW.
001840     IF HIST-ISMOVIENIGHT = "SKP" OR
001850         HIST-ISMOVIENIGHT = "MKP"
001860         GO TO 3000-READ-NEXT
001870     END-IF
001871     IF HIST-SERIES = SPACES
001872         MOVE WS-DEFAULT-SERIES TO HIST-SERIES
001873     END-IF
001874     IF WS-RUN-SERIES NOT = SPACES AND
001875         HIST-SERIES NOT = WS-RUN-SERIES
001876         GO TO 3000-READ-NEXT
001877     END-IF
001878     PERFORM 3100-NOTE-SERIES THRU 3100-EXIT
001879     IF WS-NOT-FOUND
001880         GO TO 3000-READ-NEXT
001881     END-IF
001882     IF WS-ROW-COUNT < 3000
001890         ADD 1 TO WS-ROW-COUNT
001900         ADD 1 TO WS-ROWS-READ
001910         MOVE HIST-DATE TO WS-ROW-DATE(WS-ROW-COUNT)
001920         MOVE HIST-DATE(1:4) TO WS-ROW-YEAR(WS-ROW-COUNT)
001930         MOVE HIST-CANCEL-PARTY TO WS-ROW-PARTY(WS-ROW-COUNT)
001931         MOVE HIST-SERIES TO WS-ROW-SERIES(WS-ROW-COUNT)
001940         MOVE HIST-CANCEL-REASON TO WS-ROW-REASON(WS-ROW-COUNT)
001950         IF HIST-CANCELLED-FLAG = "YES"
001960             MOVE "Y" TO WS-ROW-CANCELLED(WS-ROW-COUNT)
002060     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
002070 3000-EXIT.
002080     EXIT.
002081
002082*===============================================================*
002083*  3100-NOTE-SERIES - KEEP THE LIST OF SERIES ON THE ROW TABLE. *
002084*  WS-NOT-FOUND ON EXIT MEANS THE LIST WAS FULL AND THE ROW     *
002085*  CANNOT BE COUNTED.                                           *
002086*===============================================================*
002087 3100-NOTE-SERIES.
002088     MOVE 1 TO WS-RSER-IDX
002089     SET WS-NOT-FOUND TO TRUE
002090     PERFORM 3110-SEARCH-SERIES THRU 3110-EXIT
002091         UNTIL WS-FOUND OR WS-RSER-IDX > WS-RSER-COUNT
002092     IF WS-NOT-FOUND
002093         IF WS-RSER-COUNT < 20
002094             ADD 1 TO WS-RSER-COUNT
002095             MOVE HIST-SERIES TO WS-RSER-CODE(WS-RSER-COUNT)
002096             SET WS-FOUND TO TRUE
002097         ELSE
002098             DISPLAY "SERIES LIST FULL - SERIES " HIST-SERIES
002099                 " NOT TALLIED."
002100         END-IF
002101     END-IF.
002102 3100-EXIT.
002103     EXIT.
002104
002105*===============================================================*
002106*  3110-SEARCH-SERIES                                           *
002107*===============================================================*
002108 3110-SEARCH-SERIES.
002109     IF WS-RSER-CODE(WS-RSER-IDX) = HIST-SERIES
002110         SET WS-FOUND TO TRUE
002111     ELSE
002112         ADD 1 TO WS-RSER-IDX
002113     END-IF.
002114 3110-EXIT.
002115     EXIT.
002116
002117*===============================================================*
002118*  4000-TALLY-ROWS - WALK THE DATE-ORDERED ROWS, TALLYING       *
002120*  CANCELLATIONS INTO THE LEAGUE TABLE AND WORKING EVERY        *
002130*  PARTY'S CONSECUTIVE-CANCEL RUN AS EACH NIGHT GOES BY - ONE   *
002131*  SERIES AT A TIME, SO A RUN IS ONLY EVER THE NIGHTS OF ONE    *
002132*  SERIES.                                                      *
002140*===============================================================*
002150 4000-TALLY-ROWS.
002151     MOVE 1 TO WS-RSER-IDX
002152     PERFORM 4010-TALLY-ONE-SERIES THRU 4010-EXIT
002153         UNTIL WS-RSER-IDX > WS-RSER-COUNT.
002190 4000-EXIT.
002200     EXIT.
002201
002202*===============================================================*
002203*  4010-TALLY-ONE-SERIES - EVERYBODY'S CURRENT RUN STARTS AGAIN *
002204*  AT THE TOP OF EACH SERIES; THE LONGEST RUN CARRIES OVER.     *
002205*===============================================================*
002206 4010-TALLY-ONE-SERIES.
002207     MOVE 1 TO WS-PARTY-IDX
002208     PERFORM 4020-RESET-ONE-RUN THRU 4020-EXIT
002209         UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
002210     MOVE 1 TO WS-ROW-IDX
002211     PERFORM 4100-TALLY-ONE-ROW THRU 4100-EXIT
002212         UNTIL WS-ROW-IDX > WS-ROW-COUNT
002213     ADD 1 TO WS-RSER-IDX.
002214 4010-EXIT.
002215     EXIT.
002216
002217*===============================================================*
002218*  4020-RESET-ONE-RUN                                           *
002219*===============================================================*
002220 4020-RESET-ONE-RUN.
002221     MOVE ZERO TO WS-P-CURRENT-RUN(WS-PARTY-IDX)
002222     ADD 1 TO WS-PARTY-IDX.
002223 4020-EXIT.
002224     EXIT.
002225
002226*===============================================================*
002230*  4100-TALLY-ONE-ROW                                           *
002240*===============================================================*
002250 4100-TALLY-ONE-ROW.
002251     IF WS-ROW-SERIES(WS-ROW-IDX) NOT = WS-RSER-CODE(WS-RSER-IDX)
002252         ADD 1 TO WS-ROW-IDX
002253         GO TO 4100-EXIT
002254     END-IF
002260     IF WS-ROW-CANCELLED(WS-ROW-IDX) = "Y"
002270         ADD 1 TO WS-GRAND-CANCELS
002280         PERFORM 4110-FIND-PARTY-SLOT THRU 4110-EXIT
005150*  6000-PRINT-LEAGUE                                            *
005160*===============================================================*
005170 6000-PRINT-LEAGUE.
005180     IF WS-RUN-SERIES = SPACES
005181         DISPLAY "CANCELLATION LEAGUE TABLE - ALL SERIES"
005182     ELSE
005183         DISPLAY "CANCELLATION LEAGUE TABLE - SERIES "
005184             WS-RUN-SERIES
005185     END-IF
005190     DISPLAY "-------------------------------------"
005200     IF WS-GRAND-CANCELS = ZERO
005210         DISPLAY "NO CANCELLATIONS ON FILE. IMAGINE THAT."
005685*  6123-TEST-DETAIL                                             *
005686*===============================================================*
005687 6123-TEST-DETAIL.
005688     IF WS-DT-DATE(WS-DETL-IDX) = WS-ROW-DATE(WS-ROW-IDX) AND
005689         WS-DT-SERIES(WS-DETL-IDX) = WS-ROW-SERIES(WS-ROW-IDX)
005690         SET WS-FOUND TO TRUE
005691     ELSE
005692         ADD 1 TO WS-DETL-IDX
005693     END-IF.
005694 6123-EXIT.
005695     EXIT.
005696
005697*===============================================================*
005698*  7000-PRINT-YEARLY - ONE LINE PER PARTY PER YEAR, OLDEST      *
005699*  YEAR FIRST, SO TRENDS CAN BE EYEBALLED.                      *
005700*===============================================================*
005701 7000-PRINT-YEARLY.
005710     IF WS-GRAND-CANCELS > ZERO
005720         DISPLAY " "
005730         DISPLAY "YEAR-BY-YEAR:"
006250 7111-EXIT.
006260     EXIT.
006270
006271*===============================================================*
006272*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
006273*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
006274*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
006275*===============================================================*
006276 9900-WRITE-ALERT.
006277     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
006278     ACCEPT WS-ALERT-RUN-TIME FROM TIME
006279     MOVE SPACES TO ALERT-RECORD
006280     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
006281     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
006282     MOVE "MOVIENIGHTLEAGUE" TO ALERT-PROGRAM
006283     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
006284     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
006285
006286     OPEN EXTEND ALERT-FILE
006287     IF WS-ALERT-STATUS = "35"
006288         OPEN OUTPUT ALERT-FILE
006289     END-IF
006290
006291     IF WS-ALERT-STATUS NOT = "00"
006292         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
006293             "WRITTEN. STATUS=" WS-ALERT-STATUS
006294     ELSE
006295         WRITE ALERT-RECORD
006296         IF WS-ALERT-STATUS NOT = "00"
006297             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
006298                 "WRITTEN. STATUS=" WS-ALERT-STATUS
006299         END-IF
006300         CLOSE ALERT-FILE
006301     END-IF.
006302 9900-EXIT.
006303     EXIT.
006304
006305*===============================================================*
006306*  9999-TERMINATE                                                *
006307*===============================================================*
006310 9999-TERMINATE.
006320     IF WS-HIST-IS-OPEN
006330         CLOSE HIST-FILE
006340     END-IF
006341
006342     IF WS-RUN-SEVERITY >= 8
006343         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
006344     END-IF
006345     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
006350 9999-EXIT.
006360     EXIT.
006370
