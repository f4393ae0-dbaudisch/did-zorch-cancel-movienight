000120*  MOD-HISTORY:
000130*    2026-09-02 DWB  ORIGINAL COPYBOOK FOR THE ROTATION
000140*                    ROSTER MASTER.
000141*    2026-10-14 DWB  ROTA-SERIES CARVED OUT OF THE TRAILING
000142*                    FILLER: EACH SERIES KEEPS ITS OWN ROSTER,
000143*                    ROTA-SEQ RUNNING WITHIN THE SERIES. OLD ROWS
000144*                    HAVE SPACES THERE AND READERS TREAT THAT AS
000145*                    SERIES "MAIN"; THE RECORD LENGTH IS
000146*                    UNCHANGED.
000150*===============================================================*
000160 01  ROTA-RECORD.
000170     05  ROTA-SEQ                   PIC 9(02).
000180     05  ROTA-NAME                   PIC X(10).
000190     05  ROTA-ACTIVE                 PIC X(01).
000200     05  ROTA-SERIES                 PIC X(04).
000210     05  FILLER                      PIC X(03).
