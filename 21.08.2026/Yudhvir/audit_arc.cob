000230*    accident is worse than archiving nothing - and ends the
000240*    run with RETURN-CODE 16 before any record is moved.
000250*
000251*    Every AUDITLOG record carries a sequence number and a
000252*    check value chained from the record before (AUDCHAIN),
000253*    so the split must not break the chain: once one record
000254*    is kept, every record after it is kept too, and a final
000255*    AUDIT ARCHIVED record, chained from the last one read,
000256*    is written to AUDITNEW, so the live log never starts
000257*    empty and its first record links to AUDITHST's last.
000258*
000260* MODIFICATION HISTORY
000270*    21 AUG 2026  YR  Initial version.
000280*    21 AUG 2026  YR  ARCPARM now carries days-to-keep and the
000290*                     cutoff is computed from the run date, so
000300*                     a nightly run keeps archiving without
000310*                     anyone editing a literal date.
000312*    15 OCT 2026  YR  Keep the audit chain whole across the
000314*                     split: split on the first kept record,
000316*                     120-byte records, and end AUDITNEW with
000318*                     a chained AUDIT ARCHIVED record.
000320*
000321 ENVIRONMENT DIVISION.
000322 INPUT-OUTPUT SECTION.
000450 01  AUDIT-LOG-RECORD.
000460     05  FILLER                  PIC X(47).
000470     05  AL-DATE                 PIC X(08).
000472     05  FILLER                  PIC X(45).
000474     05  AUDIT-LOG-CHAIN         PIC X(20).
000476 01  AUDIT-LOG-MARK.
000478     05  AUDIT-LOG-TEXT          PIC X(100).
000480     05  FILLER                  PIC X(20).
000490
000500 FD  ARC-PARM.
000510 01  ARC-PARM-RECORD.
000530     05  FILLER                  PIC X(76).
000540
000550 FD  AUDIT-HIST.
000560 01  AUDIT-HIST-RECORD           PIC X(120).
000570
000580 FD  AUDIT-NEW.
000590 01  AUDIT-NEW-RECORD            PIC X(120).
000600
000610 WORKING-STORAGE SECTION.
000620 01  AC-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000720
000730 01  AC-EOF-SW                   PIC X(01) VALUE "N".
000740     88  AC-END-OF-FILE                     VALUE "Y".
000742
000744 01  AC-KEEPING-SW               PIC X(01) VALUE "N".
000746     88  AC-KEEPING                         VALUE "Y".
000750
000760 01  AC-KEEP-DAYS-IN             PIC X(04) VALUE SPACES.
000762 01  AC-KEEP-DAYS                PIC 9(04) VALUE ZEROS.
000766 01  AC-INT-DATE                 PIC S9(09) COMP VALUE 0.
000768 01  AC-CUTOFF-DATE              PIC 9(08) VALUE ZEROS.
000770
000772 01  AC-RUN-TIME                 PIC 9(08) VALUE ZEROS.
000774 01  AC-MARK-NAME                PIC X(30) VALUE SPACES.
000776
000780 01  AC-COUNT-READ               PIC 9(08) COMP VALUE 0.
000790 01  AC-COUNT-ARCHIVED           PIC 9(08) COMP VALUE 0.
000800 01  AC-COUNT-KEPT               PIC 9(08) COMP VALUE 0.
000810 01  AC-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
000820
000822 COPY AUDCHAIN.
000824
000830 PROCEDURE DIVISION.
000840
000850 0000-MAINLINE.
001380
001390 3200-SPLIT-ONE-RECORD.
001400     ADD 1 TO AC-COUNT-READ
001405     PERFORM 9100-NOTE-AUDIT-CHAIN THRU 9100-EXIT
001410     IF AL-DATE < AC-CUTOFF-DATE
001415         AND NOT AC-KEEPING
001420         ADD 1 TO AC-COUNT-ARCHIVED
001430         MOVE AUDIT-LOG-RECORD TO AUDIT-HIST-RECORD
001440         WRITE AUDIT-HIST-RECORD
001450     ELSE
001460         ADD 1 TO AC-COUNT-KEPT
001465         SET AC-KEEPING TO TRUE
001470         MOVE AUDIT-LOG-RECORD TO AUDIT-NEW-RECORD
001480         WRITE AUDIT-NEW-RECORD
001490     END-IF
001520     EXIT.
001530
001540 9000-TERMINATE.
001545     PERFORM 9150-WRITE-CHAIN-MARK THRU 9150-EXIT
001550     CLOSE AUDIT-LOG
001560     CLOSE AUDIT-HIST
001570     CLOSE AUDIT-NEW
001630     DISPLAY "AUDITARC - RECORDS KEPT     " AC-COUNT-ED.
001640 9000-EXIT.
001650     EXIT.
001660****************************************************************
001670*    9100 - FOLLOW THE AUDIT CHAIN AS THE LOG IS SPLIT, SO THE
001680*    LAST SEQUENCE NUMBER AND CHECK VALUE READ ARE IN HAND FOR
001690*    THE MARK RECORD.  A RECORD WITH NO TRAILER RESTARTS THE
001700*    CHAIN, AS IT DOES IN EVERY WRITER'S 9100.
001710****************************************************************
001720 9100-NOTE-AUDIT-CHAIN.
001730     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
001740     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
001750         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
001760         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
001770     ELSE
001780         MOVE ZEROS TO CHN-LAST-SEQ
001790         MOVE ZEROS TO CHN-LAST-CHECK
001800     END-IF.
001810 9100-EXIT.
001820     EXIT.
001830
001840****************************************************************
001850*    9150 - THE AUDIT ARCHIVED MARK: ONE ORDINARY AUDIT RECORD
001860*    (NAME COLUMNS CARRY THE CUTOFF, OPERATOR AUDITARC), CHAINED
001870*    FROM THE LAST RECORD READ AND WRITTEN LAST TO AUDITNEW.  IT
001880*    RECORDS THE ARCHIVE RUN AND CARRIES THE CHAIN INTO THE NEW
001890*    LIVE LOG EVEN WHEN EVERY OTHER RECORD WAS ARCHIVED.  BUILT
001900*    IN THE AUDIT-LOG RECORD AREA SO 9200 CAN CHAIN IT.
001910****************************************************************
001920 9150-WRITE-CHAIN-MARK.
001930     ACCEPT AC-RUN-TIME FROM TIME
001940     MOVE SPACES TO AC-MARK-NAME
001950     STRING "AUDITARC CUTOFF "    DELIMITED BY SIZE
001960         AC-CUTOFF-DATE          DELIMITED BY SIZE
001970         INTO AC-MARK-NAME
001980     END-STRING
001990     MOVE SPACES TO AUDIT-LOG-MARK
002000     STRING AC-MARK-NAME         DELIMITED BY SIZE
002010         " SSN "                 DELIMITED BY SIZE
002020         "000-00-0000"           DELIMITED BY SIZE
002030         " "                     DELIMITED BY SIZE
002040         AC-RUN-DATE             DELIMITED BY SIZE
002050         " "                     DELIMITED BY SIZE
002060         AC-RUN-TIME             DELIMITED BY SIZE
002070         " OPR "                 DELIMITED BY SIZE
002080         "AUDITARC  "            DELIMITED BY SIZE
002090         " "                     DELIMITED BY SIZE
002100         "AUDIT ARCHIVED"        DELIMITED BY SIZE
002110         INTO AUDIT-LOG-MARK
002120     END-STRING
002130     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
002140     MOVE AUDIT-LOG-MARK TO AUDIT-NEW-RECORD
002150     WRITE AUDIT-NEW-RECORD
002160     DISPLAY "AUDITARC - CHAIN CARRIED AT SEQUENCE " CHN-LAST-SEQ.
002170 9150-EXIT.
002180     EXIT.
002190
002200****************************************************************
002210*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
002220*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
002230*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
002240*    AUDCHAIN) GO INTO COLUMNS 101-120.
002250****************************************************************
002260 9200-CHAIN-AUDIT.
002270     ADD 1 TO CHN-LAST-SEQ
002280     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
002290     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
002300     MOVE CHN-LAST-CHECK TO CHN-WORK
002310     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
002320         VARYING CHN-SUB FROM 1 BY 1
002330         UNTIL CHN-SUB > 109
002340     MOVE CHN-WORK TO CHN-LAST-CHECK
002350     MOVE SPACES TO CHN-TRAILER
002360     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
002370     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
002380     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
002390 9200-EXIT.
002400     EXIT.
002410
002420 9210-CHAIN-ONE-BYTE.
002430     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
002440     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
002450     DIVIDE CHN-WORK BY 9999999967
002460         GIVING CHN-QUOT REMAINDER CHN-REM
002470     MOVE CHN-REM TO CHN-WORK.
002480 9210-EXIT.
002490     EXIT.
