000140*  MOD-HISTORY:
000150*    2026-09-02 DWB  ORIGINAL COPYBOOK FOR THE "OTHER" DETAIL
000160*                    COMPANION FILE.
000161*    2026-10-14 DWB  ADDED DETL-SERIES SO A NOTE MATCHES ITS
000162*                    HISTORY ROW ON SERIES PLUS DATE. BLANK ON
000163*                    OLD ROWS MEANS SERIES "MAIN".
000170*===============================================================*
000180 01  DETL-RECORD.
000190     05  DETL-DATE                  PIC 9(08).
000200     05  DETL-NOTE                   PIC X(60).
000210     05  DETL-SERIES                 PIC X(04).
