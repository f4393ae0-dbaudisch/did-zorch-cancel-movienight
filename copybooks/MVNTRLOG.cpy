000030*        OPERATIONAL RUN-LOG RECORD LAYOUT (COPYBOOK)            *
000040*===============================================================*
000050*  ONE ROW IS APPENDED BY EVERY INVOCATION OF THE NIGHTLY        *
000051*  CHECK, NO MATTER WHICH PATH THE MAINLINE TOOK: TIMESTAMP,     *
000052*  RUN MODE, THE DAY/DATE RESOLVED, THE PATH (RECORDED /         *
000053*  SKIPPED / DUPLICATE / NOTMVNDAY / HISTFAIL), AND THE WORST    *
000054*  FILE STATUS SEEN ON MVNTHIST, MVNTNOTE, AND MVNTCTL. THE      *
000055*  WEEKLY JOB-STREAM DRIVER (MOVIENIGHTSTREAM) ADDS ONE ROW OF   *
000056*  ITS OWN PER STREAM: RUN MODE "S", NO DAY OR CHECK DATE, AND   *
000057*  PATH STREAMOK OR STREAMFAIL.                                  *
000100*  SHARED BY THE MAIN PROGRAM (WRITER) AND THE OPERATIONS        *
000110*  REPORT MOVIENIGHTOPS (READER).                                *
000120*-----------------------------------------------------------------
000140*    2026-09-02 DWB  ORIGINAL COPYBOOK, LIFTED AS-IS FROM THE
000150*                    MAIN PROGRAM'S IN-LINE FD SO THE NEW
000160*                    OPERATIONS REPORT SHARES ONE LAYOUT.
000161*    2026-09-23 DWB  RUN MODE "S" AND PATHS STREAMOK/STREAMFAIL
000162*                    FOR THE JOB-STREAM DRIVER'S ROWS.
000170*===============================================================*
000180 01  RLOG-RECORD.
000190     05  RLOG-RUN-DATE              PIC 9(08).
