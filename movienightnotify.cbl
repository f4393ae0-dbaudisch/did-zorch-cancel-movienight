000173*                    UNDER THE QUEUE LAYOUT) IS NOW RECOGNIZED
000174*                    AND SKIPPED INSTEAD OF BEING EMITTED AS A
000175*                    GARBAGE MESSAGE.
000176*    2026-09-30 DWB  QUEUE TABLE RAISED FROM 500 TO 2000 ROWS NOW
000177*                    THAT ADVANCE REMINDERS AND ANNOUNCEMENTS ARE
000178*                    QUEUED EVERY WEEK AS WELL AS OUTCOMES.
000180*-----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000400*  QUEUE WORK TABLE - THE WHOLE FILE IN MEMORY FOR THE SESSION,  *
000410*  WRITTEN BACK WHOLE ON QUIT WHEN ANY FLAG FLIPPED.             *
000420*===============================================================*
000430 01  WS-NQ-COUNT                     PIC 9(04) VALUE ZERO.
000440 01  WS-NQ-IDX                       PIC 9(04) VALUE ZERO.
000450
000460 01  WS-NQ-TABLE.
000470     05  WS-NQ-ENTRY OCCURS 2000 TIMES.
000480         10  WS-NQ-SEQ                   PIC 9(05).
000490         10  WS-NQ-DATE                  PIC 9(08).
000500         10  WS-NQ-ISMOVIENIGHT          PIC X(03).
001218                 DISPLAY "PRE-QUEUE NOTE RECORD ON FILE - "
001219                     "IGNORED (DROPPED IF THE QUEUE IS SAVED)."
001220             ELSE
001221             IF WS-NQ-COUNT < 2000
001230                 ADD 1 TO WS-NQ-COUNT
001240                 MOVE NOTE-SEQ TO WS-NQ-SEQ(WS-NQ-COUNT)
001250                 MOVE NOTE-DATE TO WS-NQ-DATE(WS-NQ-COUNT)
001310                     WS-NQ-SENT-FLAG(WS-NQ-COUNT)
001320                 MOVE NOTE-MESSAGE TO WS-NQ-MESSAGE(WS-NQ-COUNT)
001330             ELSE
001340                 DISPLAY "QUEUE TABLE FULL - ROWS PAST 2000 "
001350                     "IGNORED THIS SESSION."
001360                 SET WS-NOTE-EOF TO TRUE
001370             END-IF
