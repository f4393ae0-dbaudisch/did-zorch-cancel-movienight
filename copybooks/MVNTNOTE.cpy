000162*                    NON-NUMERIC NOTE-DATE UNDER THIS LAYOUT;
000163*                    READERS MUST SKIP SUCH ROWS (THE WRITER
000164*                    AND THE DISPATCHER BOTH DO).
000165*    2026-09-30 DWB  THE QUEUE ALSO CARRIES ADVANCE ROWS, DATED
000166*                    FOR THE NIGHT THEY ARE ABOUT: REMINDERS FROM
000167*                    MOVIENIGHTREMIND AND FILM ANNOUNCEMENTS FROM
000168*                    MOVIENIGHTANNOUNCE. ON THOSE ROWS
000169*                    NOTE-ISMOVIENIGHT HOLDS THE ROW KIND - "RMH"
000170*                    HOST, "RMP" PICKER, "RMS" PLANNED SKIP, "RMN"
000171*                    NO-TITLE NAG, "ANN" FILM ANNOUNCED - AND
000172*                    NOTE-CANCEL-PARTY THE PERSON IT CONCERNS
000173*                    (SPACES ON A SKIP). THE DISPATCHER SENDS THEM
000174*                    LIKE ANY OTHER ROW.
000175*===============================================================*
000180 01  NOTE-RECORD.
000190     05  NOTE-SEQ                   PIC 9(05).
000200     05  NOTE-DATE                   PIC 9(08).
