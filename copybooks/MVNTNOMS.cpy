000010*===============================================================*
000020*                       M V N T N O M S                          *
000030*     FILM NOMINATION WATCHLIST RECORD LAYOUT (COPYBOOK)         *
000040*===============================================================*
000050*  ONE ROW APPENDED FOR EVERY WATCHLIST EVENT; ROWS ARE NEVER   *
000060*  REWRITTEN AND THE LIST IS REBUILT BY READING THEM IN ORDER.  *
000070*  NOMS-KIND "NOM" PUTS A TITLE UP FOR A FUTURE NIGHT - THE     *
000080*  NOMINATOR'S OWN NOMINATION COUNTS AS THEIR VOTE. "VOTE" IS   *
000090*  ANOTHER MEMBER BACKING THE OPEN NOMINATION OF THAT TITLE     *
000100*  (ONE VOTE PER MEMBER PER NOMINATION). "SEEN" CLOSES THE OPEN *
000110*  NOMINATION OF THAT TITLE ONCE IT HAS BEEN RECORDED TO        *
000120*  MVNTFILM; NOMS-DATE IS THEN THE NIGHT IT WAS WATCHED AND     *
000130*  NOMS-PERSON IS BLANK. TITLES MATCH CASE-FOLDED, THE SAME WAY *
000140*  AS THE REWATCH CHECK. WRITTEN BY MOVIENIGHTNOMINATE (NOM,    *
000150*  VOTE) AND THE NIGHTLY CHECK (SEEN); READ BY THOSE AND THE    *
000160*  MOVIENIGHTWATCHLIST REPORT.                                  *
000170*-----------------------------------------------------------------
000180*  MOD-HISTORY:
000190*    2026-10-14 DWB  ORIGINAL COPYBOOK FOR THE NOMINATION
000200*                    WATCHLIST.
000210*===============================================================*
000220 01  NOMS-RECORD.
000230     05  NOMS-KIND                  PIC X(04).
000240         88  NOMS-KIND-NOM                VALUE "NOM".
000250         88  NOMS-KIND-VOTE               VALUE "VOTE".
000260         88  NOMS-KIND-SEEN               VALUE "SEEN".
000270     05  NOMS-TITLE                  PIC X(40).
000280     05  NOMS-PERSON                 PIC X(10).
000290     05  NOMS-DATE                   PIC 9(08).
000300     05  FILLER                      PIC X(18).
