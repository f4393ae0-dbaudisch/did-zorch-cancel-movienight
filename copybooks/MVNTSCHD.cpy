000120*  MOD-HISTORY:
000130*    2026-09-02 DWB  ORIGINAL COPYBOOK FOR THE PUBLISHED
000140*                    SCHEDULE FILE.
000141*    2026-09-30 DWB  EVERY ROW WRITTEN HERE IS ALSO APPENDED,
000142*                    WITH ITS PUBLISH DATE, TO THE RETAINED
000143*                    MVNTSHST SCHEDULE HISTORY.
000144*    2026-10-14 DWB  ADDED SCHED-SERIES: THE SCHEDULE NOW
000145*                    PROJECTS EVERY SERIES ON MVNTCTL, EACH ON
000146*                    ITS OWN DAY FROM ITS OWN ROSTER. BLANK ON
000147*                    OLD ROWS MEANS SERIES "MAIN".
000150*===============================================================*
000160 01  SCHED-RECORD.
000170     05  SCHED-DATE                 PIC 9(08).
000190     05  SCHED-HOST                  PIC X(10).
000200     05  SCHED-PICKER                PIC X(10).
000210     05  SCHED-LABEL                 PIC X(16).
000220     05  SCHED-SERIES                PIC X(04).
