000010*===============================================================*
000020*                       M V N T C H K P                          *
000030*      JOB-STREAM STEP CHECKPOINT LAYOUT (COPYBOOK)              *
000040*===============================================================*
000050*  ONE ROW PER STEP OF THE WEEKLY JOB STREAM RUN BY              *
000060*  MOVIENIGHTSTREAM: THE STEP, WHERE IT GOT TO (PENDING /        *
000070*  STARTED / ENDED), WHEN IT STARTED AND ENDED, AND THE RETURN   *
000080*  CODE IT ENDED WITH. THE WHOLE FILE IS REWRITTEN AT EVERY      *
000090*  STATE CHANGE, SO A STREAM THAT DIES MID-STEP LEAVES THAT      *
000100*  STEP "STARTED" AND THE RERUN KNOWS EXACTLY WHERE TO PICK UP.  *
000110*  CHKP-STREAM-DATE IS THE DATE THE CYCLE FIRST STARTED, CARRIED *
000120*  ON EVERY ROW SO A RESUMED CYCLE KEEPS ITS ORIGINAL DATE.      *
000130*-----------------------------------------------------------------
000140*  MOD-HISTORY:
000150*    2026-09-23 DWB  ORIGINAL COPYBOOK FOR THE JOB-STREAM
000160*                    CHECKPOINT FILE.
000170*===============================================================*
000180 01  CHKP-RECORD.
000190     05  CHKP-STREAM-DATE           PIC 9(08).
000200     05  CHKP-STEP-NUM               PIC 9(02).
000210     05  CHKP-STEP-NAME              PIC X(10).
000220     05  CHKP-STATE                  PIC X(08).
000230         88  CHKP-PENDING                 VALUE "PENDING".
000240         88  CHKP-STARTED                 VALUE "STARTED".
000250         88  CHKP-ENDED                   VALUE "ENDED".
000260     05  CHKP-START-DATE             PIC 9(08).
000270     05  CHKP-START-TIME             PIC 9(08).
000280     05  CHKP-END-DATE               PIC 9(08).
000290     05  CHKP-END-TIME               PIC 9(08).
000300     05  CHKP-RC                     PIC 9(03).
000310     05  FILLER                      PIC X(07).
