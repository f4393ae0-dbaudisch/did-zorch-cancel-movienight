000080*AN OPERATOR-SUPPLIED CUTOFF DATE OUT OF THE LIVE MVNTHIST AND
000090*ONTO THE MVNTARCH ARCHIVE (APPENDED, SO YEARLY RUNS STACK UP),
000100*WRITES A MANIFEST OF WHAT MOVED TO MVNTARCM, AND LEAVES THE
000110*LIVE FILE LEAN. BECAUSE THE MVNTHIST KEY LEADS WITH HIST-DATE
000120*THE PASS STOPS AT THE FIRST ROW ON OR PAST THE CUTOFF.
000130*-----------------------------------------------------------------
000140*  MOD-HISTORY:
000150*    2026-08-22 DWB  ORIGINAL VERSION - CUTOFF-DRIVEN ARCHIVE
000180*                    BAD CUTOFF ANSWER, 8 WHEN ANY FILE IN THE
000190*                    MOVE FAILED) AND AN MVNTALERT OPERATOR
000200*                    ROW AT SEVERITY 8+.
000201*    2026-09-16 DWB  EVERY ROW PURGED FROM MVNTHIST IS NOW ALSO
000202*                    JOURNALED AS A DELETE ON THE NEW MVNTJRNL
000203*                    CHANGE JOURNAL, WITH ITS BEFORE IMAGE. SEE
000204*                    4050-WRITE-JOURNAL.
000205*    2026-09-23 DWB  THE CUTOFF NOW COMES FROM THE PROGRAM'S CARD
000206*                    ON THE SHARED MVNTPARM DATASET WHEN THERE IS
000207*                    ONE, AND FROM THE CONSOLE ONLY WHEN THERE IS
000208*                    NOT. IN BATCH RUN MODE (MVNTCTL "B") A
000209*                    MISSING OR BAD CARD ENDS AT RETURN CODE 8
000210*                    WITH AN MVNTALERT ROW INSTEAD OF WAITING ON
000211*                    A PROMPT. THE CONSOLE TOTALS ECHO THE CUTOFF
000212*                    USED AND ITS SOURCE.
000213*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000214*                    HIST-KEY (DATE PLUS SERIES), SO EVERY SERIES
000215*                    IS ARCHIVED TO THE SAME CUTOFF. THE MANIFEST
000216*                    AND THE JOURNAL ROW CARRY THE SERIES.
000217*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000260     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS HIST-KEY
000300         FILE STATUS IS WS-HIST-STATUS.
000310
000320     SELECT ARCH-FILE ASSIGN TO "MVNTARCH"
000400     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ALERT-STATUS.
000421
000422     SELECT JRNL-FILE ASSIGN TO "MVNTJRNL"
000423         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-JRNL-STATUS.
000425
000426     SELECT PARM-FILE ASSIGN TO "MVNTPARM"
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-PARM-STATUS.
000429
000430     SELECT CTL-FILE ASSIGN TO "MVNTCTL"
000431         ORGANIZATION IS LINE SEQUENTIAL
000432         FILE STATUS IS WS-CTL-STATUS.
000433
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  HIST-FILE.
000510*  APPENDED SO SUCCESSIVE YEAR-END RUNS ACCUMULATE.             *
000520*===============================================================*
000530 FD  ARCH-FILE.
000540 01  ARCH-RECORD                     PIC X(54).
000550
000560*===============================================================*
000570*  MANI-FILE - HUMAN-READABLE MANIFEST OF THIS RUN: CUTOFF,     *
000660*===============================================================*
000670 FD  ALERT-FILE.
000680     COPY MVNTALRT.
000681
000682*===============================================================*
000683*  JRNL-FILE - HISTORY CHANGE JOURNAL: ONE ROW APPENDED FOR     *
000684*  EVERY MVNTHIST CHANGE, WITH THE BEFORE AND AFTER IMAGES OF   *
000685*  THE ROW. SEE 4050-WRITE-JOURNAL.                             *
000686*===============================================================*
000687 FD  JRNL-FILE.
000688     COPY MVNTJRNL.
000689
000690*===============================================================*
000691*  PARM-FILE - SHARED PARAMETER DATASET, ONE CARD PER PROGRAM.  *
000692*  SEE 0100-READ-PARM-CARD.                                     *
000693*===============================================================*
000694 FD  PARM-FILE.
000695     COPY MVNTPARM.
000696
000697*===============================================================*
000698*  CTL-FILE - READ ONLY FOR THE RUN MODE: IN BATCH ("B") THERE  *
000699*  IS NOBODY AT THE CONSOLE TO ANSWER A PROMPT.                 *
000700*===============================================================*
000701 FD  CTL-FILE.
000702 01  CTL-RECORD.
000703     05  CTL-MOVIENIGHT-DAY          PIC 9(01).
000704     05  CTL-RUN-MODE                PIC X(01).
000705     05  CTL-ZORCH-STREAK            PIC 9(03).
000706     05  CTL-SERIES                  PIC X(04).
000707     05  FILLER                      PIC X(15).
000708
000709 WORKING-STORAGE SECTION.
000710 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000720 01  WS-ARCH-STATUS                  PIC X(02) VALUE "00".
000730 01  WS-MANI-STATUS                  PIC X(02) VALUE "00".
000740 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000741 01  WS-JRNL-STATUS                  PIC X(02) VALUE "00".
000742 01  WS-PARM-STATUS                  PIC X(02) VALUE "00".
000743 01  WS-CTL-STATUS                   PIC X(02) VALUE "00".
000750
000760 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000770     88  WS-EOF                           VALUE "Y".
000950*===============================================================*
000960 01  WS-CUTOFF-IN                    PIC X(08) VALUE SPACES.
000970 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
000971
000972*===============================================================*
000973*  PARAMETER CARD AND RUN MODE - THE MVNTPARM CARD IS READ      *
000974*  FIRST; THE CONSOLE IS ASKED ONLY WHEN THERE IS NO CARD, AND  *
000975*  NEVER WHEN MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH.        *
000976*===============================================================*
000977 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000978     88  WS-PARM-EOF                      VALUE "Y".
000979     88  WS-PARM-NOT-EOF                  VALUE "N".
000980
000981 01  WS-PARM-FOUND-SW                PIC X(01) VALUE "N".
000982     88  WS-PARM-FOUND                    VALUE "Y".
000983     88  WS-PARM-NOT-FOUND                VALUE "N".
000984
000985 01  WS-PARM-SOURCE                  PIC X(08) VALUE SPACES.
000986
000987 01  WS-RUN-MODE                     PIC X(01) VALUE "I".
000988     88  WS-RUN-UNATTENDED                VALUE "B".
000989
000990 77  WS-ARCHIVED-COUNT               PIC 9(05) COMP VALUE ZERO.
001000 77  WS-KEPT-COUNT                   PIC 9(05) COMP VALUE ZERO.
001010
001020 01  WS-COUNT-EDIT                   PIC ZZZZ9.
001030
001040*===============================================================*
001041*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 4 FOR A BAD   *
001042*  CUTOFF ANSWER (NOTHING TOUCHED), 8 WHEN ANY FILE IN THE      *
001043*  MOVE FAILED OR A BATCH-MODE RUN HAD NO USABLE MVNTPARM       *
001044*  CARD. 8 OR WORSE ALSO DROPS A ROW ON MVNTALERT.              *
001045*===============================================================*
001090 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
001100 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
001110 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
001120 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
001121
001122*===============================================================*
001123*  JOURNAL WORK AREA - THE CHANGE BEING JOURNALED AND THE TIME  *
001124*  IT WAS MADE. SEE 4050-WRITE-JOURNAL.                         *
001125*===============================================================*
001126 01  WS-JRNL-ACTION                  PIC X(06) VALUE SPACES.
001127 01  WS-JRNL-BEFORE                  PIC X(60) VALUE SPACES.
001128 01  WS-JRNL-AFTER                   PIC X(60) VALUE SPACES.
001129 01  WS-JRNL-HIST-DATE               PIC 9(08) VALUE ZERO.
001130 01  WS-JRNL-HIST-SERIES             PIC X(04) VALUE SPACES.
001131 01  WS-JRNL-RUN-DATE                PIC 9(08) VALUE ZERO.
001132 01  WS-JRNL-RUN-TIME                PIC 9(08) VALUE ZERO.
001133
001140 PROCEDURE DIVISION.
001150*===============================================================*
001160*  0000-MAINLINE                                                 *
001280     STOP RUN.
001290
001300*===============================================================*
001301*  0100-READ-PARM-CARD - LOOK FOR THIS PROGRAM'S CARD ON THE    *
001302*  SHARED MVNTPARM DATASET. NO DATASET AT ALL IS THE SAME AS    *
001303*  NO CARD.                                                     *
001304*===============================================================*
001305 0100-READ-PARM-CARD.
001306     SET WS-PARM-NOT-FOUND TO TRUE
001307     SET WS-PARM-NOT-EOF TO TRUE
001308     OPEN INPUT PARM-FILE
001309     IF WS-PARM-STATUS = "00"
001310         PERFORM 0110-TEST-PARM-CARD THRU 0110-EXIT
001311             UNTIL WS-PARM-FOUND OR WS-PARM-EOF
001312         CLOSE PARM-FILE
001313     END-IF.
001314 0100-EXIT.
001315     EXIT.
001316
001317*===============================================================*
001318*  0110-TEST-PARM-CARD - THE FIRST CARD FOR THIS PROGRAM WINS;  *
001319*  ITS VALUES ARE TAKEN BEFORE THE DATASET IS CLOSED.           *
001320*===============================================================*
001321 0110-TEST-PARM-CARD.
001322     READ PARM-FILE
001323         AT END
001324             SET WS-PARM-EOF TO TRUE
001325         NOT AT END
001326             IF PARM-PROGRAM = "MOVIENIGHTARCHIVE"
001327                 SET WS-PARM-FOUND TO TRUE
001328                 MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-IN
001329             END-IF
001330     END-READ.
001331 0110-EXIT.
001332     EXIT.
001333
001334*===============================================================*
001335*  0200-CHECK-RUN-MODE - A MISSING CONTROL FILE MEANS THE SHOP  *
001336*  DEFAULT, WHICH IS INTERACTIVE.                               *
001337*===============================================================*
001338 0200-CHECK-RUN-MODE.
001339     MOVE "I" TO WS-RUN-MODE
001340     OPEN INPUT CTL-FILE
001341     IF WS-CTL-STATUS = "00"
001342         READ CTL-FILE
001343             NOT AT END
001344                 MOVE CTL-RUN-MODE TO WS-RUN-MODE
001345         END-READ
001346         CLOSE CTL-FILE
001347     END-IF.
001348 0200-EXIT.
001349     EXIT.
001350
001351*===============================================================*
001352*  1000-GET-CUTOFF - THE MVNTPARM CARD FIRST; THE CONSOLE ONLY  *
001353*  WHEN THERE IS NO CARD AND THE SHOP IS NOT RUNNING IN BATCH.  *
001354*  A BAD ANSWER ENDS THE RUN WITHOUT TOUCHING A SINGLE FILE; AN *
001355*  ARCHIVE JOB SHOULD NEVER GUESS.                              *
001356*===============================================================*
001357 1000-GET-CUTOFF.
001358     PERFORM 0200-CHECK-RUN-MODE THRU 0200-EXIT
001359     PERFORM 0100-READ-PARM-CARD THRU 0100-EXIT
001360     IF WS-PARM-FOUND
001361         MOVE "MVNTPARM" TO WS-PARM-SOURCE
001362     ELSE
001363         IF WS-RUN-UNATTENDED
001364             DISPLAY "NO MVNTPARM CARD FOR MOVIENIGHTARCHIVE IN "
001365                 "BATCH MODE - NOTHING ARCHIVED."
001366             MOVE 8 TO WS-RUN-SEVERITY
001367             MOVE "NO MVNTPARM CARD - NOTHING ARCHIVED"
001368                 TO WS-ALERT-TEXT
001369             MOVE ZERO TO WS-CUTOFF-DATE
001370             SET WS-EOF TO TRUE
001371             GO TO 1000-EXIT
001372         END-IF
001373         MOVE "CONSOLE" TO WS-PARM-SOURCE
001374         DISPLAY "ARCHIVE HISTORY ROWS BEFORE WHICH DATE? "
001375             "(YYYYMMDD)"
001376         ACCEPT WS-CUTOFF-IN
001377     END-IF
001378
001379     IF WS-CUTOFF-IN IS NUMERIC
001380         MOVE WS-CUTOFF-IN TO WS-CUTOFF-DATE
001381     ELSE
001382         DISPLAY "CUTOFF '" WS-CUTOFF-IN "' IS NOT A DATE - "
001383             "NOTHING ARCHIVED."
001384         MOVE ZERO TO WS-CUTOFF-DATE
001385         SET WS-EOF TO TRUE
001386         IF WS-RUN-UNATTENDED
001387             MOVE 8 TO WS-RUN-SEVERITY
001388             MOVE "BAD MVNTPARM CUTOFF - NOTHING ARCHIVED"
001389                 TO WS-ALERT-TEXT
001390         ELSE
001391             IF WS-RUN-SEVERITY < 4
001392                 MOVE 4 TO WS-RUN-SEVERITY
001393             END-IF
001394         END-IF
001395     END-IF.
001396 1000-EXIT.
001397     EXIT.
001520
001530*===============================================================*
001540*  2000-OPEN-FILES - LIVE FILE I-O (READ AND DELETE), ARCHIVE   *
002540     STRING "MOVED " DELIMITED BY SIZE
002550         HIST-DATE DELIMITED BY SIZE
002560         " " DELIMITED BY SIZE
002561         HIST-SERIES DELIMITED BY SIZE
002562         " " DELIMITED BY SIZE
002570         HIST-ISMOVIENIGHT DELIMITED BY SIZE
002580         " " DELIMITED BY SIZE
002590         HIST-CANCEL-PARTY DELIMITED BY SIZE
002790         SET WS-EOF TO TRUE
002800         GO TO 4000-EXIT
002810     END-IF
002811
002812     MOVE "DELETE" TO WS-JRNL-ACTION
002813     MOVE HIST-RECORD TO WS-JRNL-BEFORE
002814     MOVE SPACES TO WS-JRNL-AFTER
002815     MOVE HIST-DATE TO WS-JRNL-HIST-DATE
002816     MOVE HIST-SERIES TO WS-JRNL-HIST-SERIES
002817     PERFORM 4050-WRITE-JOURNAL THRU 4050-EXIT
002820
002830     ADD 1 TO WS-ARCHIVED-COUNT
002840     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
002850 4000-EXIT.
002860     EXIT.
002861
002862*===============================================================*
002863*  4050-WRITE-JOURNAL - APPEND ONE ROW TO THE MVNTJRNL CHANGE    *
002864*  JOURNAL FOR THE HISTORY CHANGE JUST MADE, FROM WS-JRNL-ACTION *
002865*  AND THE BEFORE AND AFTER IMAGES. A JOURNAL ROW THAT CANNOT    *
002866*  BE WRITTEN IS A WARNING - THE HISTORY CHANGE STANDS.          *
002867*===============================================================*
002868 4050-WRITE-JOURNAL.
002869     ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
002870     ACCEPT WS-JRNL-RUN-TIME FROM TIME
002871     MOVE SPACES TO JRNL-RECORD
002872     MOVE WS-JRNL-RUN-DATE TO JRNL-DATE
002873     MOVE WS-JRNL-RUN-TIME TO JRNL-TIME
002874     MOVE "MOVIENIGHTARCHIVE" TO JRNL-PROGRAM
002875     MOVE WS-JRNL-ACTION TO JRNL-ACTION
002876     MOVE WS-JRNL-HIST-DATE TO JRNL-HIST-DATE
002877     MOVE WS-JRNL-HIST-SERIES TO JRNL-HIST-SERIES
002878     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
002879     MOVE WS-JRNL-AFTER TO JRNL-AFTER-IMAGE
002880
002881     OPEN EXTEND JRNL-FILE
002882     IF WS-JRNL-STATUS = "35"
002883         OPEN OUTPUT JRNL-FILE
002884     END-IF
002885
002886     IF WS-JRNL-STATUS NOT = "00"
002887         DISPLAY "UNABLE TO OPEN MVNTJRNL - CHANGE NOT "
002888             "JOURNALED. STATUS=" WS-JRNL-STATUS
002889         IF WS-RUN-SEVERITY < 4
002890             MOVE 4 TO WS-RUN-SEVERITY
002891         END-IF
002892     ELSE
002893         WRITE JRNL-RECORD
002894         IF WS-JRNL-STATUS NOT = "00"
002895             DISPLAY "UNABLE TO WRITE MVNTJRNL - CHANGE NOT "
002896                 "JOURNALED. STATUS=" WS-JRNL-STATUS
002897             IF WS-RUN-SEVERITY < 4
002898                 MOVE 4 TO WS-RUN-SEVERITY
002899             END-IF
002900         END-IF
002901         CLOSE JRNL-FILE
002902     END-IF.
002903 4050-EXIT.
002904     EXIT.
002905
002906*===============================================================*
002907*  5000-WRAP-UP - COUNT TRAILER ON THE MANIFEST AND THE CONSOLE *
002908*  TOTALS FOR THE OPERATOR.                                     *
002910*===============================================================*
002920 5000-WRAP-UP.
002930     IF WS-MANI-IS-OPEN
002990         WRITE MANI-RECORD
003000     END-IF
003010
003011     IF WS-CUTOFF-DATE > ZERO
003012         DISPLAY "PARAMETERS USED (" FUNCTION TRIM(WS-PARM-SOURCE)
003013             "): CUTOFF=" WS-CUTOFF-DATE
003014     END-IF
003020     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
003030     DISPLAY "ROWS ARCHIVED:" WS-COUNT-EDIT
003040     IF WS-KEPT-COUNT > 0
