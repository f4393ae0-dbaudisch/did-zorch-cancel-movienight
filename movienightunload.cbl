000160*  MOD-HISTORY:
000170*    2026-09-02 DWB  ORIGINAL VERSION - MVNTHIST UNLOAD WITH DATED
000180*                    HEADER AND COUNT TRAILER.
000181*    2026-10-14 DWB  HIST ROWS ARE NOW 54 BYTES AND KEYED ON
000182*                    HIST-KEY (DATE PLUS SERIES); THE BACKUP ROW
000183*                    GROWS WITH THEM.
000190*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000240     SELECT HIST-FILE ASSIGN TO "MVNTHIST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS HIST-KEY
000280         FILE STATUS IS WS-HIST-STATUS.
000290
000300     SELECT BKUP-FILE ASSIGN TO "MVNTHISTBKP"
000420
000430*===============================================================*
000440*  BKUP-FILE - THE UNLOADED HISTORY: A DATED "UNLOADED" HEADER,  *
000450*  EVERY 54-BYTE HIST ROW AS-IS, AND A "TRAILER" COUNT ROW.      *
000460*  BOTH MARKER ROWS START WITH A LETTER, WHICH NO REAL HIST ROW  *
000470*  CAN (HIST-DATE IS NUMERIC), SO THE REBUILD CANNOT MISTAKE     *
000480*  ONE FOR DATA.                                                 *
000490*===============================================================*
000500 FD  BKUP-FILE.
000510 01  BKUP-RECORD                     PIC X(54).
000520
000530*===============================================================*
000540*  ALERT-FILE - OPERATOR ALERT DATASET, ONE ROW APPENDED WHEN   *
