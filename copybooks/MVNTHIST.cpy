000110*                    ROW HIST-SKIP-LABEL CARRIES "FOR YYYYMMDD"
000111*                    NAMING THE ORIGINAL CANCELLED DATE; THE
000112*                    RECORD LENGTH IS UNCHANGED.
000113*    2026-10-14 DWB  HIST-SERIES ADDED FOR MORE THAN ONE MOVIE-
000114*                    NIGHT SERIES (SATURDAY MAIN, WEDNESDAY
000115*                    ANIME, ...). THE KEY IS NOW HIST-KEY, THE
000116*                    DATE PLUS THE SERIES, HELD DATE FIRST SO A
000117*                    KEYED-SEQUENTIAL READ STILL RETURNS THE
000118*                    NIGHTS IN CALENDAR ORDER. THE RECORD GROWS
000119*                    FROM 50 TO 54 BYTES; MOVIENIGHTCONVERT
000120*                    RELOADS THE OLD FILE UNDER SERIES "MAIN".
000121*===============================================================*
000122 01  HIST-RECORD.
000123     05  HIST-KEY.
000124         10  HIST-DATE              PIC 9(08).
000125         10  HIST-SERIES            PIC X(04).
000140     05  HIST-ISMOVIENIGHT           PIC X(03).
000150     05  HIST-CANCELLED-FLAG         PIC X(03).
000160     05  HIST-CANCEL-PARTY           PIC X(10).
