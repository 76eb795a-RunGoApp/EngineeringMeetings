000240*    summary of records read and selected.
000250*
000260* MODIFICATION HISTORY
000262*    15 OCT 2026  YR  AUDIT-LOG records are now 120 bytes - the
000264*                     audit chain trailer (see AUDCHAIN) follows
000266*                     the 100 audit columns and is not selected
000268*                     on or printed.
000270*    21 AUG 2026  YR  Initial version.
000280*
000290 ENVIRONMENT DIVISION.
000580     05  AL-OPERATOR             PIC X(10).
000590     05  FILLER                  PIC X(01).
000600     05  AL-ACTION               PIC X(20).
000605     05  FILLER                  PIC X(20).
000610
000620 FD  AUDIT-PARM.
000630 01  AUDIT-PARM-RECORD.
