000010*===============================================================*
000020*                       M V N T P A R M                          *
000030*      UNATTENDED-RUN PARAMETER CARD LAYOUT (COPYBOOK)           *
000040*===============================================================*
000050*  ONE CARD PER PROGRAM ON THE SHARED MVNTPARM DATASET, KEYED    *
000060*  BY THE PROGRAM NAME IN PARM-PROGRAM. A PROGRAM THAT WOULD     *
000070*  OTHERWISE STOP AT A CONSOLE PROMPT READS ITS OWN CARD FIRST   *
000080*  AND ONLY ASKS THE OPERATOR WHEN THERE IS NO CARD. WHEN        *
000090*  MVNTCTL SAYS THE SHOP IS RUNNING IN BATCH (RUN MODE "B") NO   *
000100*  PROMPT IS EVER ISSUED: A MISSING OR BAD REQUIRED CARD ENDS    *
000110*  THE RUN AT SEVERITY 8 WITH AN MVNTALERT ROW INSTEAD. THE      *
000120*  FIRST CARD FOR A PROGRAM WINS, AND A CARD STARTING "*" IS A   *
000130*  COMMENT (IT CAN NEVER MATCH A PROGRAM NAME). PARM-VALUES IS   *
000140*  LAID OUT PER PROGRAM BY THE REDEFINES BELOW; THE VALUES ARE   *
000150*  TYPED EXACTLY AS THEY WOULD BE ANSWERED AT THE PROMPT.        *
000160*-----------------------------------------------------------------
000170*  MOD-HISTORY:
000180*    2026-09-23 DWB  ORIGINAL COPYBOOK FOR THE SHARED PARAMETER
000190*                    DATASET.
000191*    2026-09-30 DWB  CARD FOR MOVIENIGHTREMIND - HOW MANY DAYS
000192*                    AHEAD TO REMIND, AND TO NAG FOR A TITLE.
000193*    2026-10-07 DWB  CARD FOR MOVIENIGHTSTRIKES - THE COMMITTEE'S
000194*                    LATE-CANCELLATION STRIKE POLICY. UNLIKE THE
000195*                    OTHER CARDS IT IS ALSO READ BY THE PROGRAMS
000196*                    THAT AWARD AND HONOUR STRIKES (THE NIGHTLY
000197*                    CHECK, THE LOADER AND THE SCHEDULE), SO ONE
000198*                    CARD SETS THE POLICY EVERYWHERE.
000199*    2026-10-07 DWB  CARD FOR MOVIENIGHTSETTLE - THE KITTY
000200*                    SETTLE-UP DATE RANGE.
000201*    2026-10-14 DWB  SERIES SELECTION: A SHARED SERIES CARD
000202*                    LAYOUT FOR MOVIENIGHTGAPS, MOVIENIGHTLEAGUE
000203*                    AND MOVIENIGHTLOADER, AND A SERIES ON THE
000204*                    MOVIENIGHTSUMMARY CARD. "ALL" OR BLANK ROLLS
000205*                    UP EVERY SERIES ON MVNTCTL.
000206*    2026-10-15 DWB  CARD FOR MOVIENIGHTPOLLS - THE SERIES A
000207*                    GROUP-CHAT POLL EXPORT BELONGS TO, ON THE
000208*                    SHARED SERIES CARD LAYOUT.
000209*===============================================================*
000210 01  PARM-RECORD.
000220     05  PARM-PROGRAM               PIC X(24).
000230     05  PARM-VALUES                 PIC X(56).
000240*    MOVIENIGHTEXTRACT - FROM/TO DATES, BLANK MEANS OPEN-ENDED.
000250     05  PARM-EXTRACT-VALUES REDEFINES PARM-VALUES.
000260         10  PARM-FROM-DATE          PIC X(08).
000270         10  FILLER                  PIC X(01).
000280         10  PARM-TO-DATE            PIC X(08).
000290         10  FILLER                  PIC X(39).
000300*    MOVIENIGHTARCHIVE - ROWS BEFORE THIS DATE ARE ARCHIVED.
000310     05  PARM-ARCHIVE-VALUES REDEFINES PARM-VALUES.
000320         10  PARM-CUTOFF-DATE        PIC X(08).
000330         10  FILLER                  PIC X(48).
000340*    MOVIENIGHTREVIEW - THE YEAR THE PACK IS FOR.
000350     05  PARM-REVIEW-VALUES REDEFINES PARM-VALUES.
000360         10  PARM-REVIEW-YEAR        PIC X(04).
000370         10  FILLER                  PIC X(52).
000380*    MOVIENIGHTSUMMARY - YES TO TALLY THE MVNTARCH ARCHIVE TOO,
000381*    THEN THE SERIES TO REPORT ("ALL" OR BLANK FOR EVERY SERIES).
000390     05  PARM-SUMMARY-VALUES REDEFINES PARM-VALUES.
000400         10  PARM-INCLUDE-ARCH       PIC X(03).
000401         10  FILLER                  PIC X(01).
000402         10  PARM-SUMMARY-SERIES     PIC X(04).
000410         10  FILLER                  PIC X(48).
000420*    MOVIENIGHTREBUILD - YES TO REPLACE THE LIVE MVNTHIST.
000430     05  PARM-REBUILD-VALUES REDEFINES PARM-VALUES.
000440         10  PARM-REBUILD-CONFIRM    PIC X(03).
000450         10  FILLER                  PIC X(53).
000451*    MOVIENIGHTREMIND - LEAD DAYS FOR REMINDERS AND FOR THE NAG.
000452     05  PARM-REMIND-VALUES REDEFINES PARM-VALUES.
000453         10  PARM-REMIND-DAYS        PIC X(02).
000454         10  FILLER                  PIC X(01).
000455         10  PARM-NAG-DAYS           PIC X(02).
000456         10  FILLER                  PIC X(51).
000457*    MOVIENIGHTSTRIKES - UNDER THE ONE-STRIKE HOURS' NOTICE A
000458*    CANCELLATION EARNS ONE STRIKE, UNDER THE TWO-STRIKE HOURS
000459*    TWO; STRIKES STAY LIVE FOR THE WEEKS GIVEN, AND A PICKER
000460*    WITH THE LIMIT OR MORE LIVE STRIKES IS PASSED OVER.
000461     05  PARM-STRIKE-VALUES REDEFINES PARM-VALUES.
000462         10  PARM-ONE-STRIKE-HOURS   PIC X(03).
000463         10  FILLER                  PIC X(01).
000464         10  PARM-TWO-STRIKE-HOURS   PIC X(03).
000465         10  FILLER                  PIC X(01).
000466         10  PARM-STRIKE-WEEKS       PIC X(02).
000467         10  FILLER                  PIC X(01).
000468         10  PARM-STRIKE-LIMIT       PIC X(02).
000469         10  FILLER                  PIC X(43).
000470*    MOVIENIGHTSETTLE - FROM/TO NIGHTS TO SETTLE UP, BLANK MEANS
000471*    OPEN-ENDED.
000472     05  PARM-SETTLE-VALUES REDEFINES PARM-VALUES.
000473         10  PARM-SETTLE-FROM        PIC X(08).
000474         10  FILLER                  PIC X(01).
000475         10  PARM-SETTLE-TO          PIC X(08).
000476         10  FILLER                  PIC X(39).
000477*    MOVIENIGHTGAPS, MOVIENIGHTLEAGUE, MOVIENIGHTLOADER - THE ONE
000478*    SERIES TO WORK ON ("ALL" OR BLANK FOR EVERY SERIES).
000479*    MOVIENIGHTPOLLS - THE SERIES THE POLL EXPORT IS FOR (BLANK
000480*    FOR "MAIN"; "ALL" IS NOT ALLOWED).
000481     05  PARM-SERIES-VALUES REDEFINES PARM-VALUES.
000482         10  PARM-SERIES             PIC X(04).
000483         10  FILLER                  PIC X(52).
