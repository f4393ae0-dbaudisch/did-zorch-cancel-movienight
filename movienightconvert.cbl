000040 INSTALLATION. MOVIE-NIGHT COMMITTEE.
000050 DATE-WRITTEN. 2026-08-22.
000060 DATE-COMPILED.
000070*ONE-TIME CONVERSION: LOADS THE OLD 50-BYTE HISTORY ROWS
000080*(STAGED AS MVNTHISTSEQ - THE RETIRED LINE-SEQUENTIAL FILE, OR
000090*A MOVIENIGHTUNLOAD OF THE PRE-SERIES INDEXED FILE) INTO THE
000100*INDEXED MVNTHIST KEYED ON HIST-KEY, EVERY ROW UNDER THE
000101*DEFAULT SERIES "MAIN" WITH ITS DATE UNCHANGED. A ROW WHOSE KEY
000102*IS ALREADY ON THE NEW FILE IS REPORTED AND SKIPPED, SO THE LOAD
000103*CAN BE RERUN AFTER AN INTERRUPTION WITHOUT DOUBLING ANYTHING
000104*UP. AN OLD-LAYOUT ARCHIVE STAGED AS MVNTARCHOLD IS REWRITTEN
000105*TO MVNTARCH IN THE NEW LAYOUT THE SAME WAY.
000106*AN UNLOAD'S "UNLOADED" HEADER AND "TRAILER" COUNT ARE NOT
000107*HISTORY: THE HEADER IS SKIPPED AND THE TRAILER COUNT IS CHECKED
000108*AGAINST THE ROWS THAT MADE IT ONTO THE NEW FILE.
000120*-----------------------------------------------------------------
000130*  MOD-HISTORY:
000140*    2026-08-22 DWB  ORIGINAL VERSION - SEQUENTIAL-TO-INDEXED
000150*                    HISTORY CONVERSION.
000151*    2026-10-14 DWB  LOADS THE OLD 50-BYTE ROWS INTO THE 54-BYTE
000152*                    SERIES-KEYED LAYOUT UNDER SERIES "MAIN", AND
000153*                    CONVERTS AN OLD ARCHIVE (MVNTARCHOLD) TO
000154*                    MVNTARCH IN THE SAME LAYOUT WHEN STAGED.
000155*    2026-10-15 DWB  AN UNLOAD'S HEADER IS SKIPPED, ITS TRAILER
000156*                    COUNT IS CHECKED AGAINST THE ROWS NOW ON THE
000157*                    NEW FILE, AND A ROW WHOSE DATE IS NOT
000158*                    NUMERIC IS REJECTED. GRADED RETURN CODE WITH
000159*                    AN MVNTALERT ROW AT SEVERITY 8+, WHICH ALSO
000160*                    COVERS AN MVNTARCHOLD OR MVNTARCH THAT
000161*                    CANNOT BE OPENED OR WRITTEN.
000162*-----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000250     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS HIST-KEY
000290         FILE STATUS IS WS-HIST-STATUS.
000300
000301     SELECT OLDA-FILE ASSIGN TO "MVNTARCHOLD"
000302         ORGANIZATION IS LINE SEQUENTIAL
000303         FILE STATUS IS WS-OLDA-STATUS.
000304
000305     SELECT ARCH-FILE ASSIGN TO "MVNTARCH"
000306         ORGANIZATION IS LINE SEQUENTIAL
000307         FILE STATUS IS WS-ARCH-STATUS.
000308
000309     SELECT ALERT-FILE ASSIGN TO "MVNTALERT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000311         FILE STATUS IS WS-ALERT-STATUS.
000312
000313 DATA DIVISION.
000320 FILE SECTION.
000330*===============================================================*
000340*  OLDH-FILE - THE OLD 50-BYTE HISTORY ROWS, RENAMED TO         *
000350*  MVNTHISTSEQ BY OPERATIONS BEFORE THIS LOAD RUNS.             *
000360*===============================================================*
000370 FD  OLDH-FILE.
000380 01  OLDH-RECORD.
000381     05  OLDH-DATE                   PIC 9(08).
000382     05  OLDH-REST                   PIC X(42).
000390
000400 FD  HIST-FILE.
000410     COPY MVNTHIST.
000411
000412*===============================================================*
000413*  OLDA-FILE / ARCH-FILE - AN OLD-LAYOUT ARCHIVE (SEE           *
000414*  MOVIENIGHTARCHIVE), RENAMED TO MVNTARCHOLD BY OPERATIONS,    *
000415*  AND THE NEW-LAYOUT ARCHIVE WRITTEN FROM IT.                  *
000416*===============================================================*
000417 FD  OLDA-FILE.
000418 01  OLDA-RECORD.
000419     05  OLDA-DATE                   PIC 9(08).
000420     05  OLDA-REST                   PIC X(42).
000421
000422 FD  ARCH-FILE.
000423 01  ARCH-RECORD                     PIC X(54).
000424
000425*===============================================================*
000426*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
000427*  THE RUN ENDS AT SEVERITY 8 OR WORSE. SEE 9900-WRITE-ALERT.   *
000428*===============================================================*
000429 FD  ALERT-FILE.
000430     COPY MVNTALRT.
000431
000432 WORKING-STORAGE SECTION.
000440 01  WS-OLDH-STATUS                  PIC X(02) VALUE "00".
000450 01  WS-HIST-STATUS                  PIC X(02) VALUE "00".
000451 01  WS-OLDA-STATUS                  PIC X(02) VALUE "00".
000452 01  WS-ARCH-STATUS                  PIC X(02) VALUE "00".
000453 01  WS-ALERT-STATUS                 PIC X(02) VALUE "00".
000460
000470 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000480     88  WS-EOF                           VALUE "Y".
000560     88  WS-HIST-IS-OPEN                  VALUE "Y".
000570     88  WS-HIST-NOT-OPEN                 VALUE "N".
000580
000581 01  WS-OLDA-EOF-SW                  PIC X(01) VALUE "N".
000582     88  WS-OLDA-EOF                      VALUE "Y".
000583     88  WS-OLDA-NOT-EOF                  VALUE "N".
000584
000585*===============================================================*
000586*  UNLOAD BOOKKEEPING - A STAGED MOVIENIGHTUNLOAD CARRIES A     *
000587*  HEADER AND A TRAILER COUNT; THE RETIRED SEQUENTIAL FILE      *
000588*  CARRIES NEITHER. ONCE A HEADER IS SEEN THE TRAILER MUST      *
000589*  FOLLOW AND ITS COUNT MUST MATCH.                             *
000590*===============================================================*
000591 01  WS-HEADER-SW                    PIC X(01) VALUE "N".
000592     88  WS-HEADER-SEEN                   VALUE "Y".
000593     88  WS-HEADER-NOT-SEEN               VALUE "N".
000594
000595 01  WS-TRAILER-SW                   PIC X(01) VALUE "N".
000596     88  WS-TRAILER-SEEN                  VALUE "Y".
000597     88  WS-TRAILER-NOT-SEEN              VALUE "N".
000598
000599 01  WS-TRAILER-COUNT                PIC 9(05) VALUE ZERO.
000600
000601*===============================================================*
000602*  THE SERIES EVERY PRE-SERIES ROW BELONGS TO.                  *
000603*===============================================================*
000604 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
000605
000606 77  WS-READ-COUNT                   PIC 9(05) COMP VALUE ZERO.
000607 77  WS-LOADED-COUNT                 PIC 9(05) COMP VALUE ZERO.
000610 77  WS-SKIPPED-COUNT                PIC 9(05) COMP VALUE ZERO.
000611 77  WS-ARCH-COUNT                   PIC 9(05) COMP VALUE ZERO.
000612 77  WS-REJECTED-COUNT               PIC 9(05) COMP VALUE ZERO.
000613 77  WS-ON-FILE-COUNT                PIC 9(05) COMP VALUE ZERO.
000620
000630 01  WS-COUNT-EDIT                   PIC ZZZZ9.
000631
000632*===============================================================*
000633*  RUN SEVERITY - GRADED RETURN CODE: ZERO CLEAN, 8 WHEN THE    *
000634*  OLD FILE OR MVNTHIST COULD NOT BE OPENED OR WRITTEN, A ROW   *
000635*  WAS REJECTED, AN UNLOAD'S TRAILER WAS MISSING OR DID NOT     *
000636*  MATCH, OR A STAGED ARCHIVE COULD NOT BE CONVERTED. 8+ ALSO   *
000637*  DROPS A ROW ON MVNTALERT.                                    *
000638*===============================================================*
000639 01  WS-RUN-SEVERITY                 PIC 9(02) VALUE ZERO.
000640 01  WS-ALERT-TEXT                   PIC X(40) VALUE SPACES.
000641 01  WS-ALERT-RUN-DATE               PIC 9(08) VALUE ZERO.
000642 01  WS-ALERT-RUN-TIME               PIC 9(08) VALUE ZERO.
000643
000650 PROCEDURE DIVISION.
000660*===============================================================*
000670*  0000-MAINLINE                                                 *
000710     PERFORM 2000-READ-OLD-HISTORY THRU 2000-EXIT
000720     PERFORM 3000-LOAD-RECORD THRU 3000-EXIT
000730         UNTIL WS-EOF
000731     PERFORM 4000-CONVERT-ARCHIVE THRU 4000-EXIT
000740     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
000750     PERFORM 9999-TERMINATE THRU 9999-EXIT
000760     STOP RUN.
000850     IF WS-OLDH-STATUS NOT = "00"
000860         DISPLAY "OLD HISTORY FILE MVNTHISTSEQ NOT FOUND. "
000870             "STATUS=" WS-OLDH-STATUS
000871         MOVE 8 TO WS-RUN-SEVERITY
000872         MOVE "MVNTHISTSEQ MISSING - NOTHING LOADED"
000873             TO WS-ALERT-TEXT
000880         SET WS-EOF TO TRUE
000890         GO TO 1000-EXIT
000900     END-IF
000970     IF WS-HIST-STATUS NOT = "00"
000980         DISPLAY "UNABLE TO OPEN MVNTHIST - NOTHING LOADED. "
000990             "STATUS=" WS-HIST-STATUS
000991         MOVE 8 TO WS-RUN-SEVERITY
000992         MOVE "MVNTHIST OPEN FAILED - NOTHING LOADED"
000993             TO WS-ALERT-TEXT
001000         SET WS-EOF TO TRUE
001010     ELSE
001020         SET WS-HIST-IS-OPEN TO TRUE
001120         READ OLDH-FILE
001130             AT END
001140                 SET WS-EOF TO TRUE
001170         END-READ
001180     END-IF.
001190 2000-EXIT.
001200     EXIT.
001210
001220*===============================================================*
001221*  3000-LOAD-RECORD - HEADER, TRAILER, OR DATA, AS IN           *
001222*  MOVIENIGHTREBUILD. THE TRAILER ENDS THE LOAD. A DATA ROW     *
001223*  WHOSE DATE IS NOT NUMERIC IS REPORTED AND REJECTED.          *
001224*===============================================================*
001270 3000-LOAD-RECORD.
001271     EVALUATE TRUE
001272         WHEN OLDH-RECORD(1:9) = "UNLOADED "
001273             SET WS-HEADER-SEEN TO TRUE
001274             DISPLAY "UNLOAD TAKEN " OLDH-RECORD(10:17)
001275         WHEN OLDH-RECORD(1:8) = "TRAILER "
001276             SET WS-TRAILER-SEEN TO TRUE
001277             IF OLDH-RECORD(9:5) IS NUMERIC
001278                 MOVE OLDH-RECORD(9:5) TO WS-TRAILER-COUNT
001279             ELSE
001280                 DISPLAY "TRAILER COUNT IS NOT NUMERIC - "
001281                     "UNLOAD NOT TRUSTED."
001282                 MOVE 8 TO WS-RUN-SEVERITY
001283                 MOVE "MVNTHISTSEQ TRAILER UNREADABLE"
001284                     TO WS-ALERT-TEXT
001285             END-IF
001286             SET WS-EOF TO TRUE
001287         WHEN OLDH-DATE IS NOT NUMERIC
001288             ADD 1 TO WS-READ-COUNT
001289             ADD 1 TO WS-REJECTED-COUNT
001290             DISPLAY "DATE '" OLDH-RECORD(1:8) "' IS NOT NUMERIC"
001291                 " - ROW REJECTED."
001292         WHEN OTHER
001293             ADD 1 TO WS-READ-COUNT
001294             PERFORM 3100-WRITE-ROW THRU 3100-EXIT
001295     END-EVALUATE
001296
001297     PERFORM 2000-READ-OLD-HISTORY THRU 2000-EXIT.
001298 3000-EXIT.
001299     EXIT.
001300
001301*===============================================================*
001302*  3100-WRITE-ROW - WRITE THE ROW UNDER ITS DATE AND THE        *
001303*  DEFAULT SERIES; A DUPLICATE KEY (STATUS 22) MEANS THE ROW IS *
001304*  ALREADY OVER, WHICH IS REPORTED AND SKIPPED RATHER THAN      *
001305*  TREATED AS FATAL.                                            *
001306*===============================================================*
001307 3100-WRITE-ROW.
001308     MOVE SPACES TO HIST-RECORD
001309     MOVE OLDH-DATE TO HIST-DATE
001310     MOVE WS-DEFAULT-SERIES TO HIST-SERIES
001311     MOVE OLDH-REST TO HIST-RECORD(13:42)
001312     WRITE HIST-RECORD
001313         INVALID KEY
001314             ADD 1 TO WS-SKIPPED-COUNT
001320             DISPLAY "SERIES " HIST-SERIES " DATE " HIST-DATE
001321                 " ALREADY ON THE NEW FILE - ROW SKIPPED. "
001322                 "STATUS=" WS-HIST-STATUS
001340         NOT INVALID KEY
001350             ADD 1 TO WS-LOADED-COUNT
001360     END-WRITE
001380     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "22"
001390         DISPLAY "UNABLE TO WRITE MVNTHIST - LOAD STOPPED. "
001400             "STATUS=" WS-HIST-STATUS
001401         MOVE 8 TO WS-RUN-SEVERITY
001402         MOVE "MVNTHIST WRITE FAILED - LOAD SHORT"
001403             TO WS-ALERT-TEXT
001410         SET WS-EOF TO TRUE
001430     END-IF.
001450 3100-EXIT.
001460     EXIT.
001470
001471*===============================================================*
001472*  4000-CONVERT-ARCHIVE - OPTIONAL: A SHOP THAT NEVER ARCHIVED  *
001473*  HAS NO MVNTARCHOLD STAGED, AND THAT IS NOT AN ERROR. THE NEW *
001474*  ARCHIVE IS WRITTEN FRESH, SO A RERUN JUST WRITES IT AGAIN.   *
001475*===============================================================*
001476 4000-CONVERT-ARCHIVE.
001477     OPEN INPUT OLDA-FILE
001478     IF WS-OLDA-STATUS = "35"
001479         DISPLAY "NO OLD ARCHIVE MVNTARCHOLD STAGED - NO "
001480             "ARCHIVE CONVERTED."
001481         GO TO 4000-EXIT
001482     END-IF
001483     IF WS-OLDA-STATUS NOT = "00"
001484         DISPLAY "UNABLE TO OPEN MVNTARCHOLD - ARCHIVE NOT "
001485             "CONVERTED. STATUS=" WS-OLDA-STATUS
001486         MOVE 8 TO WS-RUN-SEVERITY
001487         IF WS-ALERT-TEXT = SPACES
001488             MOVE "MVNTARCHOLD OPEN FAILED - NOT CONVERTED"
001489                 TO WS-ALERT-TEXT
001490         END-IF
001491         GO TO 4000-EXIT
001492     END-IF
001493
001494     OPEN OUTPUT ARCH-FILE
001495     IF WS-ARCH-STATUS NOT = "00"
001496         DISPLAY "UNABLE TO OPEN MVNTARCH - ARCHIVE NOT "
001497             "CONVERTED. STATUS=" WS-ARCH-STATUS
001498         MOVE 8 TO WS-RUN-SEVERITY
001499         IF WS-ALERT-TEXT = SPACES
001500             MOVE "MVNTARCH CONVERSION FAILED"
001501                 TO WS-ALERT-TEXT
001502         END-IF
001503         CLOSE OLDA-FILE
001504         GO TO 4000-EXIT
001505     END-IF
001506
001507     PERFORM 4100-CONVERT-ONE-ARCH THRU 4100-EXIT
001508         UNTIL WS-OLDA-EOF
001509     CLOSE OLDA-FILE
001510     CLOSE ARCH-FILE.
001511 4000-EXIT.
001512     EXIT.
001513
001514*===============================================================*
001515*  4100-CONVERT-ONE-ARCH - SAME REBUILD AS 3000-LOAD-RECORD,    *
001516*  STAGED THROUGH THE HIST-RECORD AREA.                         *
001517*===============================================================*
001518 4100-CONVERT-ONE-ARCH.
001519     READ OLDA-FILE
001520         AT END
001521             SET WS-OLDA-EOF TO TRUE
001522             GO TO 4100-EXIT
001523     END-READ
001524
001525     MOVE SPACES TO HIST-RECORD
001526     MOVE OLDA-DATE TO HIST-DATE
001527     MOVE WS-DEFAULT-SERIES TO HIST-SERIES
001528     MOVE OLDA-REST TO HIST-RECORD(13:42)
001529     MOVE HIST-RECORD TO ARCH-RECORD
001530     WRITE ARCH-RECORD
001531     IF WS-ARCH-STATUS NOT = "00"
001532         DISPLAY "UNABLE TO WRITE MVNTARCH - ARCHIVE "
001533             "CONVERSION STOPPED. STATUS=" WS-ARCH-STATUS
001534         MOVE 8 TO WS-RUN-SEVERITY
001535         IF WS-ALERT-TEXT = SPACES
001536             MOVE "MVNTARCH CONVERSION FAILED"
001537                 TO WS-ALERT-TEXT
001538         END-IF
001539         SET WS-OLDA-EOF TO TRUE
001540         GO TO 4100-EXIT
001541     END-IF
001542     ADD 1 TO WS-ARCH-COUNT.
001543 4100-EXIT.
001544     EXIT.
001545
001546*===============================================================*
001547*  5000-PRINT-TOTALS                                             *
001548*===============================================================*
001549 5000-PRINT-TOTALS.
001550     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
001551     DISPLAY "ROWS READ:   " WS-COUNT-EDIT
001552     MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
001553     DISPLAY "ROWS LOADED: " WS-COUNT-EDIT
001560     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
001570     DISPLAY "ROWS SKIPPED:" WS-COUNT-EDIT
001571     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
001572     DISPLAY "REJECTED:    " WS-COUNT-EDIT
001573     MOVE WS-ARCH-COUNT TO WS-COUNT-EDIT
001574     DISPLAY "ARCHIVE ROWS:" WS-COUNT-EDIT
001575
001576     IF WS-REJECTED-COUNT > ZERO
001577         MOVE 8 TO WS-RUN-SEVERITY
001578         IF WS-ALERT-TEXT = SPACES
001579             MOVE "MVNTHISTSEQ ROWS REJECTED - LOAD SHORT"
001580                 TO WS-ALERT-TEXT
001581         END-IF
001582     END-IF
001583     PERFORM 5100-VERIFY-TRAILER THRU 5100-EXIT.
001584 5000-EXIT.
001590     EXIT.
001591
001592*===============================================================*
001593*  5100-VERIFY-TRAILER - ONLY AN UNLOAD HAS ONE. A ROW SKIPPED  *
001594*  AS ALREADY OVER ON A RERUN IS ON THE NEW FILE, SO IT COUNTS  *
001595*  TOWARD THE TRAILER THE SAME AS A ROW LOADED THIS RUN.        *
001596*===============================================================*
001597 5100-VERIFY-TRAILER.
001598     IF WS-HEADER-NOT-SEEN OR WS-HIST-NOT-OPEN
001599         GO TO 5100-EXIT
001600     END-IF
001601     IF WS-TRAILER-NOT-SEEN
001602         DISPLAY "NO TRAILER ON THE UNLOAD - COUNT NOT "
001603             "VERIFIED. TREAT THE LOAD AS SUSPECT."
001604         MOVE 8 TO WS-RUN-SEVERITY
001605         IF WS-ALERT-TEXT = SPACES
001606             MOVE "MVNTHISTSEQ TRAILER MISSING"
001607                 TO WS-ALERT-TEXT
001608         END-IF
001609         GO TO 5100-EXIT
001610     END-IF
001611
001612     COMPUTE WS-ON-FILE-COUNT = WS-LOADED-COUNT + WS-SKIPPED-COUNT
001613     IF WS-ON-FILE-COUNT = WS-TRAILER-COUNT
001614         DISPLAY "COUNT VERIFIED AGAINST THE TRAILER - "
001615             "LOAD COMPLETE."
001616     ELSE
001617         MOVE WS-TRAILER-COUNT TO WS-COUNT-EDIT
001618         DISPLAY "TRAILER SAYS" WS-COUNT-EDIT " ROW(S) - "
001619             "LOAD DOES NOT MATCH. TREAT AS SUSPECT."
001620         MOVE 8 TO WS-RUN-SEVERITY
001621         IF WS-ALERT-TEXT = SPACES
001622             MOVE "CONVERT COUNT MISMATCH AGAINST TRAILER"
001623                 TO WS-ALERT-TEXT
001624         END-IF
001625     END-IF.
001626 5100-EXIT.
001627     EXIT.
001628
001629*===============================================================*
001630*  9900-WRITE-ALERT - ONE ROW ON THE OPERATOR ALERT DATASET     *
001631*  WHEN THE RUN IS ENDING AT SEVERITY 8 OR WORSE. THE ALERT     *
001632*  FILE'S OWN TROUBLE IS REPORTED TO THE CONSOLE ONLY.          *
001633*===============================================================*
001634 9900-WRITE-ALERT.
001635     ACCEPT WS-ALERT-RUN-DATE FROM DATE YYYYMMDD
001636     ACCEPT WS-ALERT-RUN-TIME FROM TIME
001637     MOVE SPACES TO ALERT-RECORD
001638     MOVE WS-ALERT-RUN-DATE TO ALERT-DATE
001639     MOVE WS-ALERT-RUN-TIME TO ALERT-TIME
001640     MOVE "MOVIENIGHTCONVERT" TO ALERT-PROGRAM
001641     MOVE WS-RUN-SEVERITY TO ALERT-SEVERITY
001642     MOVE WS-ALERT-TEXT TO ALERT-MESSAGE
001643
001644     OPEN EXTEND ALERT-FILE
001645     IF WS-ALERT-STATUS = "35"
001646         OPEN OUTPUT ALERT-FILE
001647     END-IF
001648
001649     IF WS-ALERT-STATUS NOT = "00"
001650         DISPLAY "UNABLE TO OPEN MVNTALERT - ALERT NOT "
001651             "WRITTEN. STATUS=" WS-ALERT-STATUS
001652     ELSE
001653         WRITE ALERT-RECORD
001654         IF WS-ALERT-STATUS NOT = "00"
001655             DISPLAY "UNABLE TO WRITE MVNTALERT - ALERT NOT "
001656                 "WRITTEN. STATUS=" WS-ALERT-STATUS
001657         END-IF
001658         CLOSE ALERT-FILE
001659     END-IF.
001660 9900-EXIT.
001661     EXIT.
001662
001663*===============================================================*
001664*  9999-TERMINATE                                                *
001665*===============================================================*
001666 9999-TERMINATE.
001667     IF WS-OLDH-IS-OPEN
001668         CLOSE OLDH-FILE
001670     END-IF
001680     IF WS-HIST-IS-OPEN
001690         CLOSE HIST-FILE
001691     END-IF
001692
001693     IF WS-RUN-SEVERITY >= 8
001694         PERFORM 9900-WRITE-ALERT THRU 9900-EXIT
001695     END-IF
001696     MOVE WS-RUN-SEVERITY TO RETURN-CODE.
001710 9999-EXIT.
001720     EXIT.
001730
