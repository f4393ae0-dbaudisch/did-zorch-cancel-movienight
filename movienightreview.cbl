000260*                    AND GET AN "OF WHICH MAKEUP" LINE, SO THE
000270*                    NIGHTS-HELD NUMBER STOPS UNDERSTATING
000280*                    REALITY.
000281*    2026-09-23 DWB  THE YEAR NOW COMES FROM THE PROGRAM'S CARD ON
000282*                    THE SHARED MVNTPARM DATASET WHEN THERE IS
000283*                    ONE, AND FROM THE CONSOLE ONLY WHEN THERE IS
000284*                    NOT. IN BATCH RUN MODE (MVNTCTL "B") A
000285*                    MISSING OR BAD CARD ENDS AT RETURN CODE 8
000286*                    WITH AN MVNTALERT ROW INSTEAD OF WAITING ON
000287*                    A PROMPT. THE PACK ECHOES THE YEAR AND ITS
000288*                    SOURCE.
000289*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000290*                    HIST-KEY (DATE PLUS SERIES). THE PACK ROLLS
000291*                    UP EVERY SERIES; TWO SERIES SHOWING ON THE
000292*                    SAME DATE ARE TWO NIGHTS, NOT ONE.
000293*-----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000340     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS HIST-KEY
000380         FILE STATUS IS WS-HIST-STATUS.
000390
000400     SELECT ARCH-FILE ASSIGN TO "MVNTARCH"
000440     SELECT FILM-FILE ASSIGN TO "MVNTFILM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FILM-STATUS.
000461
000462     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS WS-PARM-STATUS.
000465
000466     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WS-CTL-STATUS.
000469
000470     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000471         ORGANIZATION IS LINE SEQUENTIAL
000472         FILE STATUS IS WS-ALERT-STATUS.
000473
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  HIST-FILE.
000560*  HIST-RECORD AREA THE SAME WAY THE SUMMARY REPORT DOES IT.    *
000570*===============================================================*
000580 FD  ARCH-FILE.
000590 01  ARCH-RECORD                     PIC X(54).
000600
000610 FD  FILM-FILE.
000620     COPY MVNTFILM.
000621
000622*===============================================================*
000623*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000624*  SEE 0100-READ-PARM-CARD.                                     *
000625*===============================================================*
000626 FD  PARM-FILE.
000627     COPY MVNTPARM.
000628
000629*===============================================================*
000630*  CTL-FILE - READ ONLY FOR THE RUN MODE: IN BATCH ("B") THERE  *
000631*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT.                 *
000632*===============================================================*
000633 FD  CTL-FILE.
000634 01  CTL-RECORD.
000635     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000636     05  CTL-RUN-MODE                PIC X(01).
000637     05  CTL-ZORCH-STREAK            PIC 9(03).
000638     05  CTL-SERIES                  PIC X(04).
000639     05  FILLER                      PIC X(15).
000640
000641*===============================================================*
000642*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000643*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000644*===============================================================*
000645 FD  ALERT-FILE.
000646     COPY MVNTALRT.
000647
000648 WORKING-STORAGE SECTION.
000650 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000660 01  WS-ARCH-STATUS                  PIC X(02) VALUE "00".
000670 01  WS-FILM-STATUS                  PIC X(02) VALUE "00".
000671 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000672 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000673 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000680
000690 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000700     88  WS-EOF                           VALUE "Y".
000870 01  WS-YEAR-OK-SW                   PIC X(01) VALUE "Y".
000880     88  WS-YEAR-OK                       VALUE "Y".
000890     88  WS-YEAR-BAD                      VALUE "N".
000891
000892*===============================================================*
000893*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000894*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD, AND  *
000895*  NEVER WHEN MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH.        *
000896*===============================================================*
000897 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000898     88  WS-PARM-EOF                      VALUE "Y".
000899     88  WS-PARM-NOT-EOF                  VALUE "N".
000900
000901 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000902     88  WS-PARM-FOUND                    VALUE "Y".
000903     88  WS-PARM-NOT-FOUND                VALUE "N".
000904
000905 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000906
000907 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000908     88  WS-RUN-UNATTENDED                VALUE "B".
000909
000910*===============================================================*
000911*  RUN SEVERITY - ZERO CLEAN, 8 WHEN A BATCH-MODE RUN HAD NO    *
000912*  USABLE MVNTPARM CARD. 8 OR WORSE ALSO DROPS A ROW ON         *
000913*  MVNTALERT.                                                   *
000914*===============================================================*
000915 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000916 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000917 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000918 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000919
000920*===============================================================*
000921*  HISTORY TALLIES FOR THE YEAR                                  *
000930*===============================================================*
000940 77  WS-CHECKED-COUNT                PIC 9(05) COMP VALUE ZERO.
000950 77  WS-HELD-COUNT                   PIC 9(05) COMP VALUE ZERO.
001190
001200 77  WS-FNIGHT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001210 01  WS-FPREV-DATE                   PIC 9(08) VALUE ZERO.
001211 01  WS-FPREV-SERIES                 PIC X(04) VALUE SPACES.
001220
001230*===============================================================*
001240*  PICKER ROLLUP FOR THE YEAR - SAME ACCUMULATE-BY-KEY SHAPE    *
001720         PERFORM 4000-LOAD-FILMS THRU 4000-EXIT
001730         PERFORM 5000-PRINT-PACK THRU 5000-EXIT
001740     END-IF
001741     PERFORM 9999-TERMINATE THRU 9999-EXIT
001750     STOP RUN.
001760
001770*===============================================================*
001771*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001772*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001773*  NO CARD.                                                     *
001774*===============================================================*
001775 0100-READ-PARM-CARD.
001776     SET WS-PARM-NOT-FOUND TO TRUE
001777     SET WS-PARM-NOT-EOF TO TRUE
001778     OPEN INPUT PARM-FILE
001779     IF WS-PARM-STATUS = "00"
001780         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001781             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001782         CLOSE PARM-FILE
001783     END-IF.
001784 0100-EXIT.
001785     EXIT.
001786
001787*===============================================================*
001788*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
001789*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
001790*===============================================================*
001791 0110-TEST-PARM-CARD.
001792     READ PARM-FILE
001793         AT END
001794             SET WS-PARM-EOF TO TRUE
001795         NOT AT END
001796             IF PARM-PROGRAM = "MOVIENIGHTREVIEW"
001797                 SET WS-PARM-FOUND TO TRUE
001798                 MOVE PARM-REVIEW-YEAR TO WS-YEAR-IN
001799             END-IF
001800     END-READ.
001801 0110-EXIT.
001802     EXIT.
001803
001804*===============================================================*
001805*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
001806*  DEFAULT, WHICH IS INTERACTIVE.                               *
001807*===============================================================*
001808 0200-CHECK-RUN-MODE.
001809     MOVE "I" TO WS-RUN-MODE
001810     OPEN INPUT CTL-FILE
001811     IF WS-CTL-STATUS = "00"
001812         READ CTL-FILE
001813             NOT AT END
001814                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
001815         END-READ
001816         CLOSE CTL-FILE
001817     END-IF.
001818 0200-EXIT.
001819     EXIT.
001820
001821*===============================================================*
001822*  1000-GET-YEAR - THE MVNTPARM CARD FIRST; THE CONSOLE ONLY    *
001823*  WHEN THERE IS NO CARD AND THE SHOP IS NOT RUNNING IN BATCH.  *
001824*===============================================================*
001825 1000-GET-YEAR.
001826     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
001827     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
001828     IF WS-PARM-FOUND
001829         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001830     ELSE
001831         IF WS-RUN-UNATTENDED
001832             DISPLAY "NO MVNTPARM CARD FOR MOVIENIGHTREVIEW IN "
001833                 "BATCH MODE - NO PACK PRODUCED."
001834             MOVE 8 TO WS-RUN-SEVERITY
001835             MOVE "NO MVNTPARM CARD - NO PACK PRODUCED"
001836                 TO WS-ALERT-TEXT
001837             SET WS-YEAR-BAD TO TRUE
001838             GO TO 1000-EXIT
001839         END-IF
001840         MOVE "CONSOLE" TO WS-PARM-SOURCE
001841         DISPLAY "YEAR IN REVIEW FOR WHICH YEAR? (YYYY)"
001842         ACCEPT WS-YEAR-IN
001843     END-IF
001844
001845     IF WS-YEAR-IN IS NUMERIC
001846         MOVE WS-YEAR-IN TO WS-REVIEW-YEAR
001847     ELSE
001848         DISPLAY "'" WS-YEAR-IN "' IS NOT A YEAR - NO PACK "
001849             "PRODUCED."
001850         SET WS-YEAR-BAD TO TRUE
001851         IF WS-RUN-UNATTENDED
001852             MOVE 8 TO WS-RUN-SEVERITY
001853             MOVE "BAD MVNTPARM YEAR - NO PACK PRODUCED"
001854                 TO WS-ALERT-TEXT
001855         END-IF
001856     END-IF.
001857 1000-EXIT.
001858     EXIT.
001930
001940*===============================================================*
001950*  2000-TALLY-ARCHIVE - THE REVIEW YEAR MAY ALREADY HAVE BEEN   *
003280
003290*    A DOUBLE FEATURE IS TWO ROWS BUT ONE NIGHT.
003300     IF FILM-DATE NOT = WS-FPREV-DATE
003301         OR FILM-SERIES NOT = WS-FPREV-SERIES
003310         ADD 1 TO WS-FNIGHT-COUNT
003320         MOVE FILM-DATE TO WS-FPREV-DATE
003321         MOVE FILM-SERIES TO WS-FPREV-SERIES
003330     END-IF
003340
003350     MOVE FILM-DATE(5:2) TO WS-FILM-MONTH
003870 5000-PRINT-PACK.
003880     DISPLAY "MOVIE NIGHT " WS-REVIEW-YEAR " IN REVIEW"
003890     DISPLAY "====================================="
003891     DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
003892         "): YEAR=" WS-REVIEW-YEAR
003900
003910     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT
003920     DISPLAY "NIGHTS CHECKED:  " WS-COUNT-EDIT
005430     ADD 1 TO WS-MONTH-IDX.
005440 5410-EXIT.
005450     EXIT.
005451
005452*===============================================================*
005453*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
005454*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
005455*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
005456*===============================================================*
005457 9900-WRITE-ALERT.
005458     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
005459     ACCEPT WS-ALERT-RUN-TIME FROM TIME
005460     MOVE SPACES TO ALERT-RECORD
005461     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
005462     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
005463     MOVE "MOVIENIGHTREVIEW" TO ALERT-PROGRAM
005464     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
005465     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
005466
005467     OPEN EXTEND ALERT-FILE
005468     IF WS-ALERT-STATUS = "35"
005469         OPEN OUTPUT ALERT-FILE
005470     END-IF
005471
005472     IF WS-ALERT-STATUS NOT = "00"
005473         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
005474             "WRITTEN. STATUS=" WS-ALERT-STATUS
005475     ELSE
005476         WRITE ALERT-RECORD
005477         IF WS-ALERT-STATUS NOT = "00"
005478             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
005479                 "WRITTEN. STATUS=" WS-ALERT-STATUS
005480         END-IF
005481         CLOSE ALERT-FILE
005482     END-IF.
005483 9900-EXIT.
005484     EXIT.
005485
005486*===============================================================*
005487*  9999-TERMINATE                                                *
005488*===============================================================*
005489 9999-TERMINATE.
005490     IF WS-RUN-SEVERITY >= 8
005491         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
005492     END-IF
005493     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
005494 9999-EXIT.
005495     EXIT.
005496
005497 END PROGRAM MOVIENIGHTREVIEW.
