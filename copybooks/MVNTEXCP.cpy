000142*                    HIST-SKIP-LABEL, SO THE CALENDAR CAN NEVER
000143*                    HOLD A LABEL THE HISTORY ROW WOULD HAVE TO
000144*                    TRUNCATE.
000145*    2026-10-14 DWB  EXCP-SERIES CARVED OUT OF THE TRAILING
000146*                    FILLER: THE SERIES THE SKIP APPLIES TO.
000147*                    OLD ROWS HAVE SPACES THERE AND READERS
000148*                    TREAT THAT AS SERIES "MAIN"; THE RECORD
000149*                    LENGTH IS UNCHANGED.
000150*===============================================================*
000160 01  EXCP-RECORD.
000170     05  EXCP-DATE                  PIC 9(08).
000180     05  EXCP-LABEL                  PIC X(16).
000190     05  EXCP-SERIES                 PIC X(04).
000200     05  FILLER                      PIC X(02).
