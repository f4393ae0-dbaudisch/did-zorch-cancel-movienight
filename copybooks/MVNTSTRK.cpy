000010*===============================================================*
000020*                       M V N T S T R K                          *
000030*       LATE-CANCELLATION STRIKE LEDGER LAYOUT (COPYBOOK)        *
000040*===============================================================*
000050*  ONE ROW APPENDED FOR EVERY CANCELLATION RECORDED ON MVNTHIST, *
000060*  KEYED BY THE SAME DATE, CARRYING HOW MANY HOURS BEFORE THE    *
000070*  NIGHT THE CANCELLING PARTY CALLED IT OFF AND THE STRIKES THAT *
000080*  EARNED UNDER THE COMMITTEE'S POLICY (THE MOVIENIGHTSTRIKES    *
000090*  CARD ON MVNTPARM) AT THE TIME. STRK-NOTICE-HOURS IS BLANK     *
000100*  WHEN NOBODY KNEW, AND A CANCELLATION OF UNKNOWN NOTICE EARNS  *
000110*  NO STRIKE. A STRIKE IS LIVE UNTIL ITS STRK-EXPIRES DATE. ROWS *
000120*  ARE NEVER REWRITTEN, SO A CHANGE OF POLICY ONLY AFFECTS       *
000130*  CANCELLATIONS RECORDED AFTER IT. WRITTEN BY THE NIGHTLY CHECK *
000140*  AND THE BULK LOADER; READ BY MOVIENIGHTSCHEDULE (PICKER       *
000150*  TURNS) AND THE MOVIENIGHTSTRIKES STANDINGS REPORT.            *
000160*-----------------------------------------------------------------
000170*  MOD-HISTORY:
000180*    2026-10-07 DWB  ORIGINAL COPYBOOK FOR THE STRIKE LEDGER.
000190*===============================================================*
000200 01  STRK-RECORD.
000210     05  STRK-DATE                  PIC 9(08).
000220     05  STRK-PARTY                  PIC X(10).
000230     05  STRK-REASON                 PIC X(10).
000240     05  STRK-NOTICE-HOURS           PIC X(03).
000250     05  STRK-POINTS                 PIC 9(01).
000260     05  STRK-EXPIRES                PIC 9(08).
000270     05  FILLER                      PIC X(10).
