000240*                    ROTATION ORDER. AN ABSENT ROSTER STARTS
000250*                    EMPTY - THERE IS NO HISTORICAL BUILT-IN
000260*                    LIST TO SEED FROM.
000261*    2026-10-14 DWB  THE ROSTER CHOICE ASKS WHICH MOVIE-NIGHT
000262*                    SERIES' ROSTER TO WORK ON (ENTER FOR
000263*                    "MAIN"). ONLY THAT SERIES' NAMES ARE IN THE
000264*                    WORK TABLE; EVERY OTHER SERIES' ROWS ARE HELD
000265*                    ASIDE AND WRITTEN BACK UNTOUCHED ON SAVE.
000266*    2026-10-15 DWB  A SERIES WITH MORE THAN 50 ROSTER NAMES NO
000267*                    LONGER STOPS THE LOAD, SO THE OTHER SERIES'
000268*                    ROWS AFTER IT ARE STILL HELD; THE SAVE IS
000269*                    REFUSED INSTEAD, AS FOR A FULL HOLD TABLE.
000270*-----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000990 01  WS-SAVE-OK-SW                   PIC X(01) VALUE "Y".
001000     88  WS-SAVE-OK                       VALUE "Y".
001010     88  WS-SAVE-FAILED                   VALUE "N".
001011
001012*===============================================================*
001013*  ROSTER SERIES - EACH MOVIE-NIGHT SERIES KEEPS ITS OWN ROSTER *
001014*  ON MVNTROTA. ROWS FOR THE OTHER SERIES ARE HELD HERE AS READ *
001015*  SO THE FULL REWRITE ON SAVE CANNOT LOSE THEM. A BLANK        *
001016*  ROTA-SERIES IS THE DEFAULT SERIES "MAIN".                    *
001017*===============================================================*
001018 01  WS-DEFAULT-SERIES               PIC X(04) VALUE "MAIN".
001019 01  WS-ROSTER-SERIES                PIC X(04) VALUE SPACES.
001020 01  WS-ROW-SERIES                   PIC X(04) VALUE SPACES.
001021 01  WS-KEEP-COUNT                   PIC 9(03) VALUE ZERO.
001022 01  WS-KEEP-IDX                     PIC 9(03) VALUE ZERO.
001023
001024 01  WS-ROSTER-OVER-SW               PIC X(01) VALUE "N".
001025     88  WS-ROSTER-OVER                   VALUE "Y".
001026     88  WS-ROSTER-NOT-OVER               VALUE "N".
001027
001028 01  WS-KEEP-TABLE.
001029     05  WS-KEEP-ROW OCCURS 200 TIMES    PIC X(20).
001030
001031 PROCEDURE DIVISION.
001040*===============================================================*
001050*  0000-MAINLINE                                                 *
001060*===============================================================*
001710                     2150-EXIT
001720             END-IF
001730         WHEN WS-CHOSE-ROSTER
001731             MOVE ZERO TO WS-KEEP-COUNT
001732             SET WS-ROSTER-NOT-OVER TO TRUE
001733             DISPLAY "WHICH SERIES' ROSTER? (ENTER FOR "
001734                 WS-DEFAULT-SERIES ")"
001735             MOVE SPACES TO WS-ROSTER-SERIES
001736             ACCEPT WS-ROSTER-SERIES
001737             MOVE FUNCTION UPPER-CASE(WS-ROSTER-SERIES)
001738                 TO WS-ROSTER-SERIES
001739             IF WS-ROSTER-SERIES = SPACES
001740                 MOVE WS-DEFAULT-SERIES TO WS-ROSTER-SERIES
001741             END-IF
001742             OPEN INPUT ROTA-FILE
001750             IF WS-ROTA-STATUS = "00"
001760                 PERFORM 2130-LOAD-ONE-ROSTER THRU 2130-EXIT
001770                     UNTIL WS-MASTER-EOF
001780                 CLOSE ROTA-FILE
001781                 IF WS-MM-COUNT = ZERO
001782                     DISPLAY "NO ROSTER YET FOR SERIES "
001783                         WS-ROSTER-SERIES " - ADD ORDER IS "
001784                         "ROTATION ORDER."
001785                 END-IF
001790             ELSE
001800                 DISPLAY "MVNTROTA NOT FOUND - STARTING AN "
001810                     "EMPTY ROSTER. ADD ORDER IS ROTATION "
002400*===============================================================*
002410*  2130-LOAD-ONE-ROSTER - THE FILE'S OWN ROTA-SEQ IS IGNORED    *
002420*  ON LOAD; TABLE ORDER IS ROTATION ORDER AND THE SAVE WRITES   *
002430*  THE SEQUENCE BACK OUT FROM IT. ANOTHER SERIES' ROW GOES TO   *
002431*  THE HOLD TABLE AS READ. NAMES PAST 50 FOR THE CHOSEN SERIES  *
002432*  ARE NOT LOADED, BUT THE READ GOES ON SO THE OTHER SERIES'     *
002433*  ROWS ARE STILL HELD, AND THE SAVE IS REFUSED.                *
002440*===============================================================*
002450 2130-LOAD-ONE-ROSTER.
002460     READ ROTA-FILE
002470         AT END
002480             SET WS-MASTER-EOF TO TRUE
002490         NOT AT END
002491             MOVE FUNCTION UPPER-CASE(ROTA-SERIES)
002492                 TO WS-ROW-SERIES
002493             IF WS-ROW-SERIES = SPACES
002494                 MOVE WS-DEFAULT-SERIES TO WS-ROW-SERIES
002495             END-IF
002496             IF WS-ROW-SERIES NOT = WS-ROSTER-SERIES
002497                 PERFORM 2140-HOLD-OTHER-SERIES THRU 2140-EXIT
002498                 GO TO 2130-EXIT
002499             END-IF
002500             IF WS-MM-COUNT < 50
002510                 ADD 1 TO WS-MM-COUNT
002520                 MOVE ROTA-NAME TO WS-MM-CODE(WS-MM-COUNT)
002530                 MOVE ROTA-ACTIVE TO WS-MM-ACTIVE(WS-MM-COUNT)
002540             ELSE
002550                 IF WS-ROSTER-NOT-OVER
002551                     DISPLAY "MASTER FULL - NAMES PAST 50 "
002552                         "IGNORED. CHANGES WILL NOT BE SAVED."
002553                     SET WS-ROSTER-OVER TO TRUE
002554                 END-IF
002570             END-IF
002580     END-READ.
002590 2130-EXIT.
002600     EXIT.
002601
002602*===============================================================*
002603*  2140-HOLD-OTHER-SERIES - A FULL HOLD TABLE STOPS THE LOAD,   *
002604*  AND THE SAVE IS REFUSED, SO NO OTHER SERIES' ROW IS DROPPED. *
002605*===============================================================*
002606 2140-HOLD-OTHER-SERIES.
002607     IF WS-KEEP-COUNT < 200
002608         ADD 1 TO WS-KEEP-COUNT
002609         MOVE ROTA-RECORD TO WS-KEEP-ROW(WS-KEEP-COUNT)
002610     ELSE
002611         DISPLAY "MVNTROTA HOLDS MORE THAN 200 ROWS FOR OTHER "
002612             "SERIES - CHANGES WILL NOT BE SAVED."
002613         MOVE 201 TO WS-KEEP-COUNT
002614         SET WS-MASTER-EOF TO TRUE
002615     END-IF.
002616 2140-EXIT.
002617     EXIT.
002618
002620*===============================================================*
002630*  2150-SEED-PARTY-DEFAULTS                                     *
002640*===============================================================*
003200                     "THE SAVE BEFORE TRUSTING THE FILE."
003210             END-IF
003220         WHEN WS-CHOSE-ROSTER
003221             IF WS-KEEP-COUNT > 200
003222                 DISPLAY "MVNTROTA CHANGES NOT SAVED - TOO MANY "
003223                     "ROWS FOR OTHER SERIES TO HOLD."
003224                 GO TO 2900-EXIT
003225             END-IF
003226             IF WS-ROSTER-OVER
003227                 DISPLAY "MVNTROTA CHANGES NOT SAVED - SERIES "
003228                     WS-ROSTER-SERIES " HAS MORE THAN 50 NAMES."
003229                 GO TO 2900-EXIT
003230             END-IF
003231             OPEN OUTPUT ROTA-FILE
003240             IF WS-ROTA-STATUS NOT = "00"
003250                 DISPLAY "UNABLE TO OPEN MVNTROTA - CHANGES "
003260                     "NOT SAVED. STATUS=" WS-ROTA-STATUS
003270                 GO TO 2900-EXIT
003280             END-IF
003281             MOVE 1 TO WS-KEEP-IDX
003282             PERFORM 2940-WRITE-ONE-HELD THRU 2940-EXIT
003283                 UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
003284                     OR WS-SAVE-FAILED
003290             PERFORM 2930-WRITE-ONE-ROSTER THRU 2930-EXIT
003300                 UNTIL WS-MM-IDX > WS-MM-COUNT
003310                     OR WS-SAVE-FAILED
003940*===============================================================*
003950*  2930-WRITE-ONE-ROSTER - ROTA-SEQ COMES OFF THE TABLE         *
003960*  POSITION, SO THE SAVED FILE ALWAYS CARRIES A CLEAN 1-N       *
003970*  ROTATION ORDER WITHIN THE SERIES.                            *
003980*===============================================================*
003990 2930-WRITE-ONE-ROSTER.
004000     MOVE SPACES TO ROTA-RECORD
004010     MOVE WS-MM-IDX TO ROTA-SEQ
004020     MOVE WS-MM-CODE(WS-MM-IDX) TO ROTA-NAME
004030     MOVE WS-MM-ACTIVE(WS-MM-IDX) TO ROTA-ACTIVE
004031     MOVE WS-ROSTER-SERIES TO ROTA-SERIES
004040     WRITE ROTA-RECORD
004050     IF WS-ROTA-STATUS NOT = "00"
004060         DISPLAY "UNABLE TO WRITE MVNTROTA - SAVE STOPPED. "
004100     ADD 1 TO WS-MM-IDX.
004110 2930-EXIT.
004120     EXIT.
004121
004122*===============================================================*
004123*  2940-WRITE-ONE-HELD - ANOTHER SERIES' ROW, BACK OUT AS READ. *
004124*===============================================================*
004125 2940-WRITE-ONE-HELD.
004126     MOVE WS-KEEP-ROW(WS-KEEP-IDX) TO ROTA-RECORD
004127     WRITE ROTA-RECORD
004128     IF WS-ROTA-STATUS NOT = "00"
004129         DISPLAY "UNABLE TO WRITE MVNTROTA - SAVE STOPPED. "
004130             "STATUS=" WS-ROTA-STATUS
004131         SET WS-SAVE-FAILED TO TRUE
004132     END-IF
004133     ADD 1 TO WS-KEEP-IDX.
004134 2940-EXIT.
004135     EXIT.
004136
004140*===============================================================*
004150*  3000-PROMPT-ACTION                                           *
004160*===============================================================*
