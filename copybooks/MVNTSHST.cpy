000010*===============================================================*
000020*                       M V N T S H S T                          *
000030*    RETAINED SCHEDULE-HISTORY RECORD LAYOUT (COPYBOOK)          *
000040*===============================================================*
000050*  MVNTSCHED IS REWRITTEN FRESH BY EVERY MOVIENIGHTSCHEDULE RUN, *
000060*  SO ONCE A NIGHT PASSES NOBODY CAN SEE WHO WAS ROSTERED FOR    *
000070*  IT. EVERY ROW THE SCHEDULE PUBLISHES IS THEREFORE ALSO        *
000080*  APPENDED HERE, STAMPED WITH THE DATE IT WAS PUBLISHED, AND    *
000090*  NEVER REWRITTEN. A DATE IS PUBLISHED AGAIN BY EACH RUN THAT   *
000100*  PROJECTS IT, SO THE PLAN OF RECORD FOR A NIGHT IS ITS LATEST  *
000110*  ROW PUBLISHED ON OR BEFORE THE NIGHT ITSELF. WRITTEN BY       *
000120*  MOVIENIGHTSCHEDULE; READ BY THE PLAN-VERSUS-ACTUAL ROSTER     *
000130*  REPORT, MOVIENIGHTVARIANCE. SHST-SCHED-ROW IS THE PUBLISHED   *
000140*  MVNTSCHED ROW AS WRITTEN.                                     *
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-09-30 DWB  ORIGINAL COPYBOOK FOR THE RETAINED SCHEDULE
000180*                    HISTORY.
000181*    2026-10-14 DWB  SHST-SERIES ADDED TO THE END OF
000182*                    SHST-SCHED-ROW, FOLLOWING SCHED-SERIES ON
000183*                    MVNTSCHD, AND CARVED OUT OF THE TRAILING
000184*                    FILLER. OLD ROWS HAVE SPACES THERE AND
000185*                    READERS TREAT THAT AS SERIES "MAIN"; THE
000186*                    RECORD LENGTH IS UNCHANGED.
000190*===============================================================*
000200 01  SHST-RECORD.
000210     05  SHST-PUBLISHED-DATE        PIC 9(08).
000220     05  SHST-SCHED-ROW.
000230         10  SHST-DATE               PIC 9(08).
000240         10  SHST-STATUS             PIC X(08).
000250         10  SHST-HOST               PIC X(10).
000260         10  SHST-PICKER             PIC X(10).
000270         10  SHST-LABEL              PIC X(16).
000271         10  SHST-SERIES             PIC X(04).
000280     05  FILLER                      PIC X(06).
