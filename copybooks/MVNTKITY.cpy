000010*===============================================================*
000020*                       M V N T K I T Y                          *
000030*     SNACK-AND-PIZZA KITTY LEDGER RECORD LAYOUT (COPYBOOK)      *
000040*===============================================================*
000050*  ONE ROW APPENDED FOR EVERY KITTY ENTRY, KEYED BY THE DATE OF *
000060*  THE HELD NIGHT IT BELONGS TO. KITY-KIND "PAID" IS MONEY      *
000070*  FRONTED FOR THE NIGHT - WHO PAID, HOW MUCH AND WHAT FOR.     *
000080*  MVNTFILM ONLY CARRIES A HEADCOUNT, SO WHO WAS THERE TO SHARE *
000090*  THE COST IS KEPT HERE TOO: KIND "HERE" PUTS A PERSON ON THE  *
000100*  NIGHT AND KIND "OUT" TAKES A MISTAKEN ONE OFF AGAIN. ROWS ARE*
000110*  NEVER REWRITTEN; A WRONG AMOUNT IS PUT RIGHT WITH A NEGATIVE *
000120*  "PAID" ROW. KITY-ENTERED IS THE DATE THE ROW WAS KEYED.      *
000130*  WRITTEN BY MOVIENIGHTKITTY; READ BY THE MOVIENIGHTSETTLE     *
000140*  SETTLE-UP REPORT.                                            *
000150*-----------------------------------------------------------------
000160*  MOD-HISTORY:
000170*    2026-10-07 DWB  ORIGINAL COPYBOOK FOR THE KITTY LEDGER.
000180*===============================================================*
000190 01  KITY-RECORD.
000200     05  KITY-DATE                  PIC 9(08).
000210     05  KITY-KIND                   PIC X(04).
000220         88  KITY-KIND-PAID               VALUE "PAID".
000230         88  KITY-KIND-HERE               VALUE "HERE".
000240         88  KITY-KIND-OUT                VALUE "OUT".
000250     05  KITY-PERSON                 PIC X(10).
000260     05  KITY-AMOUNT                 PIC S9(05)V99
000270                                     SIGN IS LEADING SEPARATE.
000280     05  KITY-WHAT-FOR               PIC X(30).
000290     05  KITY-ENTERED                PIC 9(08).
000300     05  FILLER                      PIC X(12).
