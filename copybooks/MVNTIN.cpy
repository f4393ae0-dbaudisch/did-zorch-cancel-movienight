000143*                    AN UNATTENDED RUN CANNOT BE PROMPTED FOR
000144*                    ONE. BLANK ON OLD DECKS AND ON ROWS WHOSE
000145*                    REASON IS A REAL CODE; LANDS ON MVNTDETL.
000146*    2026-10-07 DWB  ADDED BATCH-NOTICE-HOURS: HOW MANY HOURS
000147*                    BEFORE THE NIGHT A CANCELLATION WAS CALLED
000148*                    IN (000-999). BLANK ON OLD DECKS MEANS NOT
000149*                    KNOWN; LANDS ON THE MVNTSTRK STRIKE LEDGER.
000150*    2026-10-14 DWB  ADDED BATCH-SERIES: THE MOVIE-NIGHT SERIES
000151*                    THE ROW BELONGS TO. BLANK ON OLD DECKS
000152*                    MEANS SERIES "MAIN".
000153*===============================================================*
000160 01  BATCH-RECORD.
000170     05  BATCH-DAY                   PIC 9(01).
000180     05  BATCH-DATE                   PIC 9(08).
000200     05  BATCH-CANCEL-PARTY           PIC X(10).
000210     05  BATCH-CANCEL-REASON          PIC X(10).
000220     05  BATCH-OTHER-NOTE             PIC X(60).
000230     05  BATCH-NOTICE-HOURS           PIC X(03).
000240     05  BATCH-SERIES                 PIC X(04).
