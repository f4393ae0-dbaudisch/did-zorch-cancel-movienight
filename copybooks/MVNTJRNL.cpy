000010*===============================================================*
000020*                       M V N T J R N L                          *
000030*        HISTORY CHANGE JOURNAL RECORD LAYOUT (COPYBOOK)         *
000040*===============================================================*
000050*  ONE ROW IS APPENDED TO THE MVNTJRNL DATASET FOR EVERY WRITE,  *
000060*  REWRITE AND DELETE AGAINST MVNTHIST: WHEN IT HAPPENED, WHICH  *
000070*  PROGRAM DID IT, WHAT KIND OF CHANGE IT WAS, AND THE WHOLE     *
000080*  HIST-RECORD AS IT STOOD BEFORE AND AFTER. AN "ADD" HAS A      *
000090*  BLANK BEFORE-IMAGE AND A "DELETE" A BLANK AFTER-IMAGE. THE    *
000100*  IMAGES ARE WIDER THAN HIST-RECORD SO THE LAYOUT CAN OUTLIVE   *
000110*  A LONGER HISTORY RECORD. WRITTEN BY THE NIGHTLY CHECK, THE    *
000120*  LOADER, THE REPAIR, THE ARCHIVE AND THE REBUILD; READ BY THE  *
000130*  JOURNAL INQUIRY REPORT (MOVIENIGHTJOURNAL).                   *
000140*-----------------------------------------------------------------
000150*  MOD-HISTORY:
000160*    2026-09-16 DWB  ORIGINAL COPYBOOK FOR THE HISTORY CHANGE
000170*                    JOURNAL.
000171*    2026-10-14 DWB  JRNL-HIST-SERIES CARVED OUT OF THE TRAILING
000172*                    FILLER, SO A JOURNAL ROW NAMES THE HISTORY
000173*                    KEY IN FULL (SERIES PLUS DATE). OLD ROWS
000174*                    HAVE SPACES THERE AND READERS TREAT THAT AS
000175*                    SERIES "MAIN"; THE RECORD LENGTH IS
000176*                    UNCHANGED.
000180*===============================================================*
000190 01  JRNL-RECORD.
000200     05  JRNL-DATE                  PIC 9(08).
000210     05  JRNL-TIME                   PIC 9(08).
000220     05  JRNL-PROGRAM                PIC X(24).
000230     05  JRNL-ACTION                 PIC X(06).
000240         88  JRNL-ACTION-ADD              VALUE "ADD".
000250         88  JRNL-ACTION-CHANGE           VALUE "CHANGE".
000260         88  JRNL-ACTION-DELETE           VALUE "DELETE".
000270     05  JRNL-HIST-DATE              PIC 9(08).
000280     05  JRNL-BEFORE-IMAGE           PIC X(60).
000290     05  JRNL-AFTER-IMAGE            PIC X(60).
000300     05  JRNL-HIST-SERIES            PIC X(04).
000310     05  FILLER                      PIC X(02).
