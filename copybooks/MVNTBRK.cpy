000010*===============================================================*
000020*                       M V N T B R K                            *
000030*      RECONCILIATION BREAK WORKLIST LAYOUT (COPYBOOK)           *
000040*===============================================================*
000050*  ONE ROW PER CROSS-FILE BREAK FOUND BY MOVIENIGHTRECON: THE    *
000060*  TYPE OF MISMATCH, THE DATE IT HANGS OFF, A SHORT DESCRIPTION  *
000070*  OF WHAT DISAGREES, AND THE DATE OF THE RUN THAT FOUND IT.     *
000080*  REWRITTEN FRESH BY EVERY RECONCILIATION RUN, IN THE SAME      *
000090*  TYPE-GROUPED ORDER AS THE PRINTED BREAK REPORT, SO THE FILE   *
000100*  IS THE COMMITTEE'S TO-DO LIST FOR THE NEXT REPAIR SESSION.    *
000110*-----------------------------------------------------------------
000120*  MOD-HISTORY:
000130*    2026-09-16 DWB  ORIGINAL COPYBOOK FOR THE RECONCILIATION
000140*                    BREAK WORKLIST.
000141*    2026-10-14 DWB  BRK-SERIES (THE MOVIE-NIGHT SERIES THE
000142*                    BREAK HANGS OFF) CARVED OUT OF THE TRAILING
000143*                    FILLER; THE RECORD LENGTH IS UNCHANGED.
000150*===============================================================*
000160 01  BRK-RECORD.
000170     05  BRK-TYPE                   PIC X(10).
000180     05  BRK-DATE                    PIC 9(08).
000190     05  BRK-DETAIL                  PIC X(50).
000200     05  BRK-RUN-DATE                PIC 9(08).
000210     05  BRK-SERIES                  PIC X(04).
