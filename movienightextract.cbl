000070*READS MVNTHIST FOR AN OPERATOR-SUPPLIED FROM/TO DATE RANGE AND
000080*WRITES A COMMA-DELIMITED EXTRACT TO MVNTCSV: A HEADER ROW, ONE
000090*TRIMMED ROW PER HISTORY RECORD (DATE, MOVIENIGHT ANSWER,
000100*CANCELLED FLAG, PARTY, REASON, OTHER-DETAIL NOTE, SERIES), AND
000110*A TRAILER CARRYING THE ROW COUNT SO THE SPREADSHEET SIDE CAN
000120*VERIFY NOTHING WAS DROPPED. THIS IS THE STANDING INTERFACE
000130*BETWEEN THE SYSTEM AND EVERYTHING DOWNSTREAM THAT IS NOT COBOL.
000140*-----------------------------------------------------------------
000173*                    THROUGH FROM THE MVNTDETL COMPANION FILE
000174*                    WHERE ONE EXISTS; EVERY OTHER ROW CARRIES
000175*                    THE COLUMN EMPTY.
000176*    2026-09-23 DWB  THE RANGE NOW COMES FROM THE PROGRAM'S CARD
000177*                    ON THE SHARED MVNTPARM DATASET WHEN THERE IS
000178*                    ONE, AND FROM THE CONSOLE ONLY WHEN THERE IS
000179*                    NOT. IN BATCH RUN MODE (MVNTCTL "B") A
000180*                    MISSING OR BAD CARD ENDS AT RETURN CODE 8
000181*                    WITH AN MVNTALERT ROW INSTEAD OF WAITING ON
000182*                    A PROMPT. THE CONSOLE TOTALS ECHO THE RANGE
000183*                    USED AND ITS SOURCE.
000184*    2026-10-14 DWB  MVNTHIST IS KEYED ON DATE PLUS SERIES. EVERY
000185*                    SERIES IN THE RANGE IS EXTRACTED, AND A NEW
000186*                    HIST-SERIES COLUMN IS ADDED AT THE END OF THE
000187*                    ROW SO EXISTING SPREADSHEET COLUMNS DO NOT
000188*                    MOVE. THE OTHER-DETAIL NOTE MATCHES ON SERIES
000189*                    AS WELL AS DATE.
000190*    2026-10-15 DWB  A MISSING MVNTHIST, OR AN MVNTCSV THAT WILL
000191*                    NOT OPEN, NOW ENDS AT RETURN CODE 8 WITH AN
000192*                    MVNTALERT ROW INSTEAD OF A CLEAN ZERO.
000193*-----------------------------------------------------------------
000194
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS HIST-KEY
000270         FILE STATUS IS WS-HIST-STATUS.
000280
000290     SELECT CSV-FILE ASSIGN TO "MVNTCSV"
000312     SELECT DETL-FILE ASSIGN TO "MVNTDETL"
000313         ORGANIZATION IS LINE SEQUENTIAL
000314         FILE STATUS IS WS-DETL-STATUS.
000315
000316     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000317         ORGANIZATION IS LINE SEQUENTIAL
000318         FILE STATUS IS WS-PARM-STATUS.
000319
000320     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000321         ORGANIZATION IS LINE SEQUENTIAL
000322         FILE STATUS IS WS-CTL-STATUS.
000323
000324     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS WS-ALERT-STATUS.
000327
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  HIST-FILE.
000396*===============================================================*
000397 FD  DETL-FILE.
000398     COPY MVNTDETL.
000399
000400*===============================================================*
000401*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000402*  SEE 0100-READ-PARM-CARD.                                     *
000403*===============================================================*
000404 FD  PARM-FILE.
000405     COPY MVNTPARM.
000406
000407*===============================================================*
000408*  CTL-FILE - READ ONLY FOR THE RUN MODE: IN BATCH ("B") THERE  *
000409*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT.                 *
000410*===============================================================*
000411 FD  CTL-FILE.
000412 01  CTL-RECORD.
000413     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000414     05  CTL-RUN-MODE                PIC X(01).
000415     05  CTL-ZORCH-STREAK            PIC 9(03).
000416     05  CTL-SERIES                  PIC X(04).
000417     05  FILLER                      PIC X(15).
000418
000419*===============================================================*
000420*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000421*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000422*===============================================================*
000423 FD  ALERT-FILE.
000424     COPY MVNTALRT.
000425
000426 WORKING-STORAGE SECTION.
000427 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000430 01  WS-CSV-STATUS                   PIC X(02) VALUE "00".
000431 01  WS-DETL-STATUS                  PIC X(02) VALUE "00".
000432 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000433 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000434 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000440
000450 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000460     88  WS-EOF                           VALUE "Y".
000670     88  WS-RANGE-OK                      VALUE "Y".
000680     88  WS-RANGE-BAD                     VALUE "N".
000690
000691
000692*===============================================================*
000693*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000694*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD, AND  *
000695*  NEVER WHEN MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH.        *
000696*===============================================================*
000697 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000698     88  WS-PARM-EOF                      VALUE "Y".
000699     88  WS-PARM-NOT-EOF                  VALUE "N".
000700
000701 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000702     88  WS-PARM-FOUND                    VALUE "Y".
000703     88  WS-PARM-NOT-FOUND                VALUE "N".
000704
000705 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000706
000707 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000708     88  WS-RUN-UNATTENDED                VALUE "B".
000709
000710*===============================================================*
000711*  RUN SEVERITY - ZERO CLEAN, 8 WHEN A BATCH-MODE RUN HAD NO    *
000712*  USABLE MVNTPARM CARD, OR MVNTHIST OR MVNTCSV COULD NOT BE    *
000713*  OPENED. 8 OR WORSE ALSO DROPS A ROW ON MVNTALERT.            *
000714*===============================================================*
000715 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000716 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000717 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000718 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000719 77  WS-EXTRACT-COUNT                PIC 9(05) VALUE ZERO.
000720 01  WS-COUNT-EDIT                   PIC ZZZZ9.
000721
000722*===============================================================*
000723*  "OTHER" DETAIL TABLE - THE MVNTDETL COMPANION FILE STAGED    *
000724*  FOR THE PER-ROW LOOKUP THAT FILLS THE OTHER-DETAIL COLUMN.   *
000725*===============================================================*
000726 01  WS-DETL-EOF-SW                  PIC X(01) VALUE "N".
000727     88  WS-DETL-EOF                      VALUE "Y".
000728     88  WS-DETL-NOT-EOF                  VALUE "N".
000729
000730 01  WS-DETL-COUNT                   PIC 9(03) VALUE ZERO.
000731 01  WS-DETL-IDX                     PIC 9(03) VALUE ZERO.
000732
000733 01  WS-DETL-TABLE.
000734     05  WS-DETL-ENTRY OCCURS 500 TIMES.
000735         10  WS-DT-DATE                  PIC 9(08).
000736         10  WS-DT-NOTE                  PIC X(60).
000737         10  WS-DT-SERIES                PIC X(04).
000738
000739 01  WS-DETL-FOUND-SW                PIC X(01) VALUE "N".
000740     88  WS-DETL-FOUND                    VALUE "Y".
000741     88  WS-DETL-NOT-FOUND                VALUE "N".
000742
000743 01  WS-NOTE-OUT                     PIC X(60) VALUE SPACES.
000744
000745 PROCEDURE DIVISION.
000746*===============================================================*
000750*  0000-MAINLINE                                                 *
000760*===============================================================*
000770 0000-MAINLINE.
000890     STOP RUN.
000900
000910*===============================================================*
000911*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
000912*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
000913*  NO CARD.                                                     *
000914*===============================================================*
000915 0100-READ-PARM-CARD.
000916     SET WS-PARM-NOT-FOUND TO TRUE
000917     SET WS-PARM-NOT-EOF TO TRUE
000918     OPEN INPUT PARM-FILE
000919     IF WS-PARM-STATUS = "00"
000920         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
000921             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
000922         CLOSE PARM-FILE
000923     END-IF.
000924 0100-EXIT.
000925     EXIT.
000926
000927*===============================================================*
000928*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
000929*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
000930*===============================================================*
000931 0110-TEST-PARM-CARD.
000932     READ PARM-FILE
000933         AT END
000934             SET WS-PARM-EOF TO TRUE
000935         NOT AT END
000936             IF PARM-PROGRAM = "MOVIENIGHTEXTRACT"
000937                 SET WS-PARM-FOUND TO TRUE
000938                 MOVE PARM-FROM-DATE TO WS-FROM-IN
000939                 MOVE PARM-TO-DATE TO WS-TO-IN
000940             END-IF
000941     END-READ.
000942 0110-EXIT.
000943     EXIT.
000944
000945*===============================================================*
000946*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
000947*  DEFAULT, WHICH IS INTERACTIVE.                               *
000948*===============================================================*
000949 0200-CHECK-RUN-MODE.
000950     MOVE "I" TO WS-RUN-MODE
000951     OPEN INPUT CTL-FILE
000952     IF WS-CTL-STATUS = "00"
000953         READ CTL-FILE
000954             NOT AT END
000955                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
000956         END-READ
000957         CLOSE CTL-FILE
000958     END-IF.
000959 0200-EXIT.
000960     EXIT.
000961
000962*===============================================================*
000963*  1000-GET-RANGE - THE MVNTPARM CARD FIRST; THE CONSOLE ONLY   *
000964*  WHEN THERE IS NO CARD AND THE SHOP IS NOT RUNNING IN BATCH.  *
000965*  BLANK MEANS OPEN-ENDED; A NON-DATE ANSWER ENDS THE RUN       *
000966*  WITHOUT WRITING ANYTHING.                                    *
000967*===============================================================*
000968 1000-GET-RANGE.
000969     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
000970     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
000971     IF WS-PARM-FOUND
000972         MOVE "MVNTPARM" TO WS-PARM-SOURCE
000973     ELSE
000974         IF WS-RUN-UNATTENDED
000975             DISPLAY "NO MVNTPARM CARD FOR MOVIENIGHTEXTRACT IN "
000976                 "BATCH MODE - NOTHING EXTRACTED."
000977             MOVE 8 TO WS-RUN-SEVERITY
000978             MOVE "NO MVNTPARM CARD - NOTHING EXTRACTED"
000979                 TO WS-ALERT-TEXT
000980             SET WS-RANGE-BAD TO TRUE
000981             SET WS-EOF TO TRUE
000982             GO TO 1000-EXIT
000983         END-IF
000984         MOVE "CONSOLE" TO WS-PARM-SOURCE
000985         DISPLAY "EXTRACT FROM WHICH DATE? (YYYYMMDD OR BLANK)"
000986         ACCEPT WS-FROM-IN
000987         DISPLAY "EXTRACT TO WHICH DATE? (YYYYMMDD OR BLANK)"
000988         ACCEPT WS-TO-IN
000989     END-IF
000990
000991     IF WS-FROM-IN NOT = SPACES
000992         IF WS-FROM-IN IS NUMERIC
000993             MOVE WS-FROM-IN TO WS-FROM-DATE
000994         ELSE
000995             DISPLAY "FROM-DATE '" WS-FROM-IN "' IS NOT A "
000996                 "DATE - NOTHING EXTRACTED."
000997             SET WS-RANGE-BAD TO TRUE
000998         END-IF
000999     END-IF
001000
001001     IF WS-TO-IN NOT = SPACES AND WS-RANGE-OK
001002         IF WS-TO-IN IS NUMERIC
001003             MOVE WS-TO-IN TO WS-TO-DATE
001004         ELSE
001005             DISPLAY "TO-DATE '" WS-TO-IN "' IS NOT A DATE - "
001006                 "NOTHING EXTRACTED."
001007             SET WS-RANGE-BAD TO TRUE
001008         END-IF
001009     END-IF
001010
001011     IF WS-RANGE-OK AND WS-FROM-DATE > WS-TO-DATE
001012         DISPLAY "FROM-DATE IS PAST TO-DATE - NOTHING "
001013             "EXTRACTED."
001014         SET WS-RANGE-BAD TO TRUE
001015     END-IF
001016
001017     IF WS-RANGE-BAD
001018         SET WS-EOF TO TRUE
001019         IF WS-RUN-UNATTENDED
001020             MOVE 8 TO WS-RUN-SEVERITY
001021             MOVE "BAD MVNTPARM RANGE - NOTHING EXTRACTED"
001022                 TO WS-ALERT-TEXT
001023         END-IF
001024     END-IF.
001025 1000-EXIT.
001026     EXIT.
001320
001330*===============================================================*
001340*  2000-OPEN-FILES - HISTORY IN, EXTRACT OUT (REWRITTEN FRESH   *
001380     OPEN INPUT HIST-FILE
001390     IF WS-HIST-STATUS NOT = "00"
001400         DISPLAY "NO HISTORY FILE MVNTHIST FOUND."
001401         MOVE 8 TO WS-RUN-SEVERITY
001402         MOVE "MVNTHIST MISSING - NOTHING EXTRACTED"
001403             TO WS-ALERT-TEXT
001410         SET WS-EOF TO TRUE
001420         GO TO 2000-EXIT
001430     END-IF
001470     IF WS-CSV-STATUS NOT = "00"
001480         DISPLAY "UNABLE TO OPEN MVNTCSV - NOTHING EXTRACTED. "
001490             "STATUS=" WS-CSV-STATUS
001491         MOVE 8 TO WS-RUN-SEVERITY
001492         MOVE "MVNTCSV OPEN FAILED - NOTHING EXTRACTED"
001493             TO WS-ALERT-TEXT
001500         SET WS-EOF TO TRUE
001510         GO TO 2000-EXIT
001520     END-IF
001550     MOVE SPACES TO CSV-RECORD
001560     STRING "HIST-DATE,HIST-ISMOVIENIGHT,HIST-CANCELLED-FLAG,"
001570         DELIMITED BY SIZE
001580         "HIST-CANCEL-PARTY,HIST-CANCEL-REASON,OTHER-DETAIL,"
001590         DELIMITED BY SIZE
001591         "HIST-SERIES" DELIMITED BY SIZE
001600         INTO CSV-RECORD
001610     WRITE CSV-RECORD.
001620 2000-EXIT.
001656                 ADD 1 TO WS-DETL-COUNT
001657                 MOVE DETL-DATE TO WS-DT-DATE(WS-DETL-COUNT)
001658                 MOVE DETL-NOTE TO WS-DT-NOTE(WS-DETL-COUNT)
001659                 IF DETL-SERIES = SPACES
001660                     MOVE "MAIN" TO DETL-SERIES
001661                 END-IF
001662                 MOVE DETL-SERIES TO WS-DT-SERIES(WS-DETL-COUNT)
001663             ELSE
001664                 DISPLAY "DETAIL TABLE FULL - NOTES PAST 500 "
001665                     "NOT EXTRACTED."
001666                 SET WS-DETL-EOF TO TRUE
001667             END-IF
001668     END-READ.
001669 2510-EXIT.
001670     EXIT.
001671
001672*===============================================================*
001673*  3000-POSITION-TO-FROM - START THE KEYED FILE AT THE FIRST    *
001674*  DATE ON OR PAST THE FROM-DATE; NOTHING IN RANGE JUST MEANS   *
001680*  AN EXTRACT WITH A HEADER AND A ZERO TRAILER.                 *
001690*===============================================================*
001700 3000-POSITION-TO-FROM.
001710     MOVE WS-FROM-DATE TO HIST-DATE
001711     MOVE LOW-VALUES TO HIST-SERIES
001720     START HIST-FILE KEY NOT < HIST-KEY
001730         INVALID KEY
001740             SET WS-EOF TO TRUE
001750     END-START.
002060         HIST-CANCEL-REASON DELIMITED BY SPACE
002061         "," DELIMITED BY SIZE
002062         FUNCTION TRIM(WS-NOTE-OUT) DELIMITED BY SIZE
002063         "," DELIMITED BY SIZE
002064         HIST-SERIES DELIMITED BY SPACE
002070         INTO CSV-RECORD
002080     WRITE CSV-RECORD
002090     IF WS-CSV-STATUS NOT = "00"
002170     EXIT.
002171
002172*===============================================================*
002173*  4100-FIND-DETAIL - LOOK THE ROW'S SERIES AND DATE UP IN THE  *
002174*  STAGED DETAIL TABLE; WS-DETL-IDX POINTS AT THE HIT ON EXIT.  *
002175*===============================================================*
002176 4100-FIND-DETAIL.
002177     SET WS-DETL-NOT-FOUND TO TRUE
002185*  4110-TEST-DETAIL                                             *
002186*===============================================================*
002187 4110-TEST-DETAIL.
002188     IF WS-DT-DATE(WS-DETL-IDX) = HIST-DATE AND
002189         WS-DT-SERIES(WS-DETL-IDX) = HIST-SERIES
002190         SET WS-DETL-FOUND TO TRUE
002191     ELSE
002192         ADD 1 TO WS-DETL-IDX
002193     END-IF.
002194 4110-EXIT.
002195     EXIT.
002196
002197*===============================================================*
002200*  5000-WRITE-TRAILER - THE ROW COUNT RIDES INSIDE THE EXTRACT  *
002210*  ITSELF, SO THE SPREADSHEET SIDE CAN PROVE NOTHING FELL OFF   *
002220*  ON THE WAY OVER.                                             *
002300         WRITE CSV-RECORD
002310     END-IF
002320
002321     IF WS-RANGE-OK
002322         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
002323             "): FROM=" WS-FROM-DATE " TO=" WS-TO-DATE
002324     END-IF
002330     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT
002340     DISPLAY "ROWS EXTRACTED:" WS-COUNT-EDIT.
002350 5000-EXIT.
002360     EXIT.
002370
002371*===============================================================*
002372*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
002373*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
002374*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
002375*===============================================================*
002376 9900-WRITE-ALERT.
002377     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
002378     ACCEPT WS-ALERT-RUN-TIME FROM TIME
002379     MOVE SPACES TO ALERT-RECORD
002380     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
002381     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
002382     MOVE "MOVIENIGHTEXTRACT" TO ALERT-PROGRAM
002383     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
002384     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
002385
002386     OPEN EXTEND ALERT-FILE
002387     IF WS-ALERT-STATUS = "35"
002388         OPEN OUTPUT ALERT-FILE
002389     END-IF
002390
002391     IF WS-ALERT-STATUS NOT = "00"
002392         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
002393             "WRITTEN. STATUS=" WS-ALERT-STATUS
002394     ELSE
002395         WRITE ALERT-RECORD
002396         IF WS-ALERT-STATUS NOT = "00"
002397             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
002398                 "WRITTEN. STATUS=" WS-ALERT-STATUS
002399         END-IF
002400         CLOSE ALERT-FILE
002401     END-IF.
002402 9900-EXIT.
002403     EXIT.
002404
002405*===============================================================*
002406*  9999-TERMINATE                                                *
002407*===============================================================*
002410 9999-TERMINATE.
002420     IF WS-HIST-IS-OPEN
002430         CLOSE HIST-FILE
002440     END-IF
002450     IF WS-CSV-IS-OPEN
002460         CLOSE CSV-FILE
002470     END-IF
002471
002472     IF WS-RUN-SEVERITY >= 8
002473         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
002474     END-IF
002475     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
002480 9999-EXIT.
002490     EXIT.
002500
