000340*    that is what DEPTRPT counts.
000350*
000360* MODIFICATION HISTORY
000361*    15 OCT 2026  YR  Chain every audit record (120 bytes,
000362*                     sequence number and check value in
000363*                     columns 101-120, see AUDCHAIN) from the
000364*                     last record on AUDIT-LOG, read afresh
000365*                     before every write.
000370*    02 SEP 2026  YR  Initial version.
000380*
000390 ENVIRONMENT DIVISION.
000960     05  FILLER                  PIC X(46).
000970
000980 FD  AUDIT-LOG.
000985 01  AUDIT-LOG-RECORD.
000990     05  AUDIT-LOG-TEXT          PIC X(100).
000995     05  AUDIT-LOG-CHAIN         PIC X(20).
001000
001010 FD  HR-EXTRACT.
001020 01  HR-EXTRACT-RECORD.
001430     88  DM-DEPTREF-OK                      VALUE "00".
001440
001450 01  DM-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001453
001456 COPY AUDCHAIN.
001460
001470 01  DM-HREXTR-STATUS            PIC X(02) VALUE SPACES.
001480
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002525     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
002530     OPEN EXTEND AUDIT-LOG
002540     IF DM-AUDIT-STATUS = "35"
002550         OPEN OUTPUT AUDIT-LOG
005680         "DEPT MOVED"            DELIMITED BY SIZE
005690         INTO AUDIT-LOG-RECORD
005700     END-STRING
005705     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
005710     WRITE AUDIT-LOG-RECORD.
005720 4000-EXIT.
005730     EXIT.
007320     CLOSE MOVE-RPT.
007330 9000-EXIT.
007340     EXIT.
007350
007360****************************************************************
007370*    9100 - PICK UP THE AUDIT CHAIN (SEE AUDCHAIN).  AUDITLOG
007380*    IS READ TO ITS LAST RECORD SO THE NEXT RECORD THIS SESSION
007390*    WRITES TAKES THE NEXT SEQUENCE NUMBER AND CHAINS FROM THAT
007400*    RECORD'S CHECK VALUE.  NO FILE, OR A LAST RECORD WITH NO
007410*    TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.  EVERY AUDITLOG
007420*    WRITER CARRIES THE SAME 9100-9200 PARAGRAPHS.
007430****************************************************************
007440 9100-LOAD-AUDIT-CHAIN.
007450     MOVE ZEROS TO CHN-LAST-SEQ
007460     MOVE ZEROS TO CHN-LAST-CHECK
007470     MOVE "N" TO CHN-TAIL-EOF-SW
007480     OPEN INPUT AUDIT-LOG
007490     IF DM-AUDIT-STATUS NOT = "00"
007500         GO TO 9100-EXIT
007510     END-IF
007520     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
007530         UNTIL CHN-TAIL-EOF
007540     CLOSE AUDIT-LOG.
007550 9100-EXIT.
007560     EXIT.
007570
007580 9110-READ-AUDIT-TAIL.
007590     READ AUDIT-LOG
007600         AT END SET CHN-TAIL-EOF TO TRUE
007610     END-READ
007620     IF DM-AUDIT-STATUS (1:1) NOT = "0"
007630         SET CHN-TAIL-EOF TO TRUE
007640     END-IF
007650     IF CHN-TAIL-EOF
007660         GO TO 9110-EXIT
007670     END-IF
007680     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
007690     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
007700         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
007710         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
007720     ELSE
007730         MOVE ZEROS TO CHN-LAST-SEQ
007740         MOVE ZEROS TO CHN-LAST-CHECK
007750     END-IF.
007760 9110-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*    9150 - OTHER SESSIONS WRITE AUDITLOG TOO, SO THE CHAIN IS
007810*    PICKED UP AFRESH BEFORE EVERY RECORD: THE RECORD BUILT SO
007820*    FAR IS PARKED, AUDITLOG IS CLOSED, 9100 READS THE TAIL AS
007830*    IT STANDS NOW, AND THE FILE IS REOPENED EXTEND WITH THE
007840*    RECORD PUT BACK FOR 9200 TO CHAIN (SEE AUDCHAIN).
007850****************************************************************
007860 9150-REFRESH-AUDIT-TAIL.
007870     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
007880     CLOSE AUDIT-LOG
007890     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
007900     OPEN EXTEND AUDIT-LOG
007910     IF DM-AUDIT-STATUS = "35"
007920         OPEN OUTPUT AUDIT-LOG
007930     END-IF
007940     MOVE SPACES TO AUDIT-LOG-RECORD
007950     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
007960 9150-EXIT.
007970     EXIT.
007980
007990****************************************************************
008000*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
008010*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
008020*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
008030*    AUDCHAIN) GO INTO COLUMNS 101-120.
008040****************************************************************
008050 9200-CHAIN-AUDIT.
008060     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
008070     ADD 1 TO CHN-LAST-SEQ
008080     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
008090     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
008100     MOVE CHN-LAST-CHECK TO CHN-WORK
008110     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
008120         VARYING CHN-SUB FROM 1 BY 1
008130         UNTIL CHN-SUB > 109
008140     MOVE CHN-WORK TO CHN-LAST-CHECK
008150     MOVE SPACES TO CHN-TRAILER
008160     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
008170     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
008180     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
008190 9200-EXIT.
008200     EXIT.
008210
008220 9210-CHAIN-ONE-BYTE.
008230     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
008240     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
008250     DIVIDE CHN-WORK BY 9999999967
008260         GIVING CHN-QUOT REMAINDER CHN-REM
008270     MOVE CHN-REM TO CHN-WORK.
008280 9210-EXIT.
008290     EXIT.
