000010******************************************************************
000020* AUDCHAIN.CPY
000030*
000040*   Audit-trail chain work areas.  Every program that writes
000050*   AUDITLOG (coboltut, HELLO, OPERMNT, DEPTMOVE, BUDGMNT,
000060*   PAYADJ, AUDITARC) and the AUDITVFY checker COPY this member
000065*   so all of them agree on the trailer layout and the check
000070*   value.
000080*
000090*   An AUDITLOG record is 120 bytes: columns 1-100 are the
000100*   audit line exactly as before, columns 101-120 carry the
000110*   trailer below - a 9-digit sequence number, a space, and a
000120*   10-digit check value.  The check value is folded, byte by
000130*   byte, from the previous record's check value, this
000140*   record's sequence number and its 100 audit columns:
000150*
000160*       work = previous check value
000170*       for each of the 109 bytes (sequence, then columns 1-100)
000180*           work = (work * 257 + byte code + 1) mod 9999999967
000190*       check value = work
000200*
000210*   so altering, removing or reordering any record breaks the
000220*   link to the record after it.  The first record of a chain
000230*   is sequence 1 chained from a check value of zero.  The byte
000240*   code is read through CHN-BYTE-VALUE, which overlays one
000250*   byte behind a LOW-VALUE, so the same bytes give the same
000260*   check value on every run.  Change this member and every
000270*   writer and the checker together, or the whole trail fails
000280*   verification.
000290*
000300*   AUDITLOG has more than one writer at a time - clerks
000310*   online together, or online work while COBTNITE, PAYADJ or
000320*   DEPTMOVE runs - so no writer may chain from a tail it read
000322*   earlier.  Before every WRITE (9200) a writer parks the
000324*   record's audit columns in CHN-HOLD-TEXT, closes AUDITLOG,
000326*   reloads CHN-LAST-SEQ/CHN-LAST-CHECK from the record now
000328*   last on the file (9100), reopens it EXTEND and chains the
000329*   record from that.
000330*
000340* MODIFICATION HISTORY
000350*    15 OCT 2026  YR  Initial version.
000360******************************************************************
000370 01  CHN-TRAILER.
000380     05  CHN-TRL-SEQ          PIC 9(09).
000390     05  FILLER               PIC X(01).
000400     05  CHN-TRL-CHECK        PIC 9(10).
000410
000420 01  CHN-LAST-SEQ             PIC 9(09) VALUE ZEROS.
000430 01  CHN-LAST-CHECK           PIC 9(10) VALUE ZEROS.
000435 01  CHN-HOLD-TEXT            PIC X(100) VALUE SPACES.
000440
000450 01  CHN-TAIL-EOF-SW          PIC X(01) VALUE "N".
000460     88  CHN-TAIL-EOF                    VALUE "Y".
000470
000480 01  CHN-INPUT.
000490     05  CHN-INPUT-SEQ        PIC 9(09).
000500     05  CHN-INPUT-TEXT       PIC X(100).
000510 01  FILLER REDEFINES CHN-INPUT.
000520     05  CHN-INPUT-BYTE       PIC X(01) OCCURS 109 TIMES.
000530
000540 01  CHN-BYTE-PAIR.
000550     05  FILLER               PIC X(01) VALUE LOW-VALUE.
000560     05  CHN-BYTE             PIC X(01) VALUE LOW-VALUE.
000570 01  FILLER REDEFINES CHN-BYTE-PAIR.
000580     05  CHN-BYTE-VALUE       PIC 9(04) COMP.
000590
000600 77  CHN-WORK                 PIC S9(18) COMP VALUE 0.
000610 77  CHN-QUOT                 PIC S9(18) COMP VALUE 0.
000620 77  CHN-REM                  PIC S9(18) COMP VALUE 0.
000630 77  CHN-SUB                  PIC 9(04) COMP VALUE 0.
