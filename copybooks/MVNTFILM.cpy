000119*                    ROWS HAVE SPACES THERE AND READERS TREAT
000120*                    THAT AS 01; THE RECORD LENGTH IS
000121*                    UNCHANGED.
000122*    2026-10-14 DWB  FILM-SERIES (THE MOVIE-NIGHT SERIES THE
000123*                    FILM WAS SHOWN AT) CARVED OUT OF THE
000124*                    TRAILING FILLER. OLD ROWS HAVE SPACES THERE
000125*                    AND READERS TREAT THAT AS SERIES "MAIN";
000126*                    THE RECORD LENGTH IS UNCHANGED.
000127*===============================================================*
000130 01  FILM-RECORD.
000140     05  FILM-DATE                  PIC 9(08).
000150     05  FILM-TITLE                  PIC X(40).
000180     05  FILM-HEADCOUNT              PIC 9(03).
000190     05  FILM-SCORE                  PIC 9(02).
000200     05  FILM-SEQ                    PIC 9(02).
000210     05  FILM-SERIES                 PIC X(04).
000220     05  FILLER                      PIC X(01).
