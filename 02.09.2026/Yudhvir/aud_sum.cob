000110*    refusals per operator per month, and whether the reject
000120*    rate is trending up.  It reads the live AUDITLOG plus the
000130*    accumulated AUDITHST history COBTARCH maintains (so the
000138*    picture is not cut off at the archive window), sorts the
000146*    records into month/operator/action order, counts each
000154*    combination on the way out and prints the cross-tab with
000162*    operator, month and grand totals.
000170*    Every month line also counts its REJECTED/NOT AUTHORIZED
000180*    actions so the reject trend reads straight down the page.
000190*
000220*    the summary just covers the live log.
000230*
000240* MODIFICATION HISTORY
000241*    15 OCT 2026  YR  Count the month/operator/action cells off a
000242*                     SORT of the audit records instead of a
000243*                     1000-cell table - AUDITHST only ever grows,
000244*                     and a full table left combinations out of
000245*                     the totals.
000246*    15 OCT 2026  YR  AUDIT-LOG/AUDITHST records are now 120
000247*                     bytes - the audit chain trailer (see
000248*                     AUDCHAIN) follows the 100 audit columns
000249*                     and plays no part in the summary.
000250*    02 SEP 2026  YR  Initial version.
000260*
000270 ENVIRONMENT DIVISION.
000360     SELECT SUMMARY-RPT ASSIGN TO "AUDSUMR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS AU-RPT-STATUS.
000385     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000560     05  AL-OPERATOR             PIC X(10).
000570     05  FILLER                  PIC X(01).
000580     05  AL-ACTION               PIC X(20).
000585     05  FILLER                  PIC X(20).
000590
000600 FD  AUDIT-HIST.
000610 01  AUDIT-HIST-RECORD           PIC X(120).
000620
000630 FD  SUMMARY-RPT.
000640 01  SUMMARY-RPT-RECORD          PIC X(100).
000641
000642*    One row per audit record, live or archived.
000643 SD  SORT-FILE.
000644 01  SORT-RECORD.
000645     05  SR-KEY.
000646         10  SR-MONTH            PIC X(06).
000647         10  SR-OPERATOR         PIC X(10).
000648         10  SR-ACTION           PIC X(20).
000650
000660 WORKING-STORAGE SECTION.
000670 01  AU-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000780 01  AU-HIST-EOF-SW              PIC X(01) VALUE "N".
000790     88  AU-HIST-EOF                        VALUE "Y".
000800
000810 01  AU-SORT-EOF-SW              PIC X(01) VALUE "N".
000820     88  AU-SORT-EOF                        VALUE "Y".
000860
000870*    The month/operator/action combination being counted.
000950 01  AU-CELL-HOLD.
000958     05  AU-CH-KEY.
000966         10  AU-CH-MONTH         PIC X(06).
000974         10  AU-CH-OPERATOR      PIC X(10).
000982         10  AU-CH-ACTION        PIC X(20).
000990     05  AU-CH-COUNT             PIC 9(07) COMP.
001000
001010 01  AU-CELL-OPEN-SW             PIC X(01) VALUE "N".
001020     88  AU-CELL-OPEN                       VALUE "Y".
001060
001070 01  AU-PRINT-MONTH              PIC X(06) VALUE SPACES.
001080 01  AU-PRINT-OPERATOR           PIC X(10) VALUE SPACES.
001230
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001260     SORT SORT-FILE
001270         ON ASCENDING KEY SR-MONTH SR-OPERATOR SR-ACTION
001280         INPUT PROCEDURE IS 2000-SELECT-ACTIONS THRU 2000-EXIT
001290         OUTPUT PROCEDURE IS 8000-WRITE-REPORT THRU 8000-EXIT
001300     PERFORM 9000-TERMINATE THRU 9000-EXIT
001310     STOP RUN.
001320
001420     ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
001430 1000-EXIT.
001440     EXIT.
001441
001442****************************************************************
001443*    2000 - SORT INPUT: EVERY LIVE LOG AND AUDITHST RECORD.
001444****************************************************************
001445 2000-SELECT-ACTIONS.
001446     PERFORM 3000-TALLY-LIVE-LOG THRU 3000-EXIT
001447     PERFORM 3500-TALLY-HISTORY THRU 3500-EXIT.
001448 2000-EXIT.
001449     EXIT.
001450
001460 3000-TALLY-LIVE-LOG.
001470     PERFORM 3100-READ-LOG THRU 3100-EXIT
001600
001610 3200-TALLY-ONE-LOG.
001620     ADD 1 TO AU-COUNT-READ
001630     PERFORM 3300-RELEASE-ACTION THRU 3300-EXIT
001640     PERFORM 3100-READ-LOG THRU 3100-EXIT.
001650 3200-EXIT.
001660     EXIT.
001970 3700-TALLY-ONE-HIST.
001980     ADD 1 TO AU-COUNT-HIST
001990     MOVE AUDIT-HIST-RECORD TO AUDIT-LOG-RECORD
002000     PERFORM 3300-RELEASE-ACTION THRU 3300-EXIT
002010     PERFORM 3600-READ-HIST THRU 3600-EXIT.
002020 3700-EXIT.
002030     EXIT.
002040
002050 3300-RELEASE-ACTION.
002060     MOVE AL-DATE (1:6) TO SR-MONTH
002070     MOVE AL-OPERATOR TO SR-OPERATOR
002080     MOVE AL-ACTION TO SR-ACTION
002090     RELEASE SORT-RECORD.
002290 3300-EXIT.
002300     EXIT.
002310
002410****************************************************************
002416*    8000 - SORT OUTPUT.  THE RECORDS ARRIVE IN MONTH/OPERATOR/
002422*    ACTION ORDER; EACH RUN OF ONE COMBINATION IS COUNTED AND
002428*    PRINTED AS ONE CELL, WITH THE OPERATOR AND MONTH BREAKS
002434*    TAKEN AS THE CELLS GO OUT.
002440****************************************************************
002760 8000-WRITE-REPORT.
002770     MOVE SPACES TO SUMMARY-RPT-RECORD
002780     STRING "AUDSUM - ACTIVITY BY OPERATOR AND MONTH - RUN "
002850     WRITE SUMMARY-RPT-RECORD
002860     MOVE SPACES TO AU-PRINT-MONTH
002870     MOVE SPACES TO AU-PRINT-OPERATOR
002876     PERFORM 8050-COUNT-ONE-ACTION THRU 8050-EXIT
002882         UNTIL AU-SORT-EOF
002888     IF AU-CELL-OPEN
002894         PERFORM 8100-WRITE-ONE-CELL THRU 8100-EXIT
002900     END-IF
002910     IF AU-PRINT-OPERATOR NOT = SPACES
002920         PERFORM 8300-WRITE-OPER-TOTAL THRU 8300-EXIT
002930     END-IF
003270 8000-EXIT.
003280     EXIT.
003290
003291 8050-COUNT-ONE-ACTION.
003292     RETURN SORT-FILE
003293         AT END
003294             SET AU-SORT-EOF TO TRUE
003295             GO TO 8050-EXIT
003296     END-RETURN
003297     IF NOT AU-CELL-OPEN
003298         OR SR-KEY NOT = AU-CH-KEY
003299         IF AU-CELL-OPEN
003300             PERFORM 8100-WRITE-ONE-CELL THRU 8100-EXIT
003301         END-IF
003302         MOVE SR-KEY TO AU-CH-KEY
003303         MOVE 0 TO AU-CH-COUNT
003304         SET AU-CELL-OPEN TO TRUE
003305     END-IF
003306     ADD 1 TO AU-CH-COUNT.
003307 8050-EXIT.
003308     EXIT.
003309
003310 8100-WRITE-ONE-CELL.
003311     IF AU-CH-MONTH NOT = AU-PRINT-MONTH
003320         IF AU-PRINT-OPERATOR NOT = SPACES
003330             PERFORM 8300-WRITE-OPER-TOTAL THRU 8300-EXIT
003340         END-IF
003350         IF AU-PRINT-MONTH NOT = SPACES
003360             PERFORM 8400-WRITE-MONTH-TOTAL THRU 8400-EXIT
003370         END-IF
003380         MOVE AU-CH-MONTH TO AU-PRINT-MONTH
003390         MOVE SPACES TO AU-PRINT-OPERATOR
003400         MOVE 0 TO AU-MONTH-COUNT
003410         MOVE 0 TO AU-MONTH-REJECTS
003480         END-STRING
003490         WRITE SUMMARY-RPT-RECORD
003500     END-IF
003510     IF AU-CH-OPERATOR NOT = AU-PRINT-OPERATOR
003520         IF AU-PRINT-OPERATOR NOT = SPACES
003530             PERFORM 8300-WRITE-OPER-TOTAL THRU 8300-EXIT
003540         END-IF
003550         MOVE AU-CH-OPERATOR TO AU-PRINT-OPERATOR
003570         MOVE 0 TO AU-OPER-COUNT
003580         MOVE SPACES TO SUMMARY-RPT-RECORD
003590         STRING "  OPERATOR " DELIMITED BY SIZE
003620         END-STRING
003630         WRITE SUMMARY-RPT-RECORD
003640     END-IF
003650     ADD AU-CH-COUNT TO AU-OPER-COUNT
003660     ADD AU-CH-COUNT TO AU-MONTH-COUNT
003670     ADD AU-CH-COUNT TO AU-GRAND-COUNT
003680     IF AU-CH-ACTION (1:8) = "REJECTED"
003690         OR AU-CH-ACTION (1:14) = "NOT AUTHORIZED"
003700         ADD AU-CH-COUNT TO AU-MONTH-REJECTS
003710         ADD AU-CH-COUNT TO AU-GRAND-REJECTS
003720     END-IF
003730     MOVE AU-CH-COUNT TO AU-CELL-ED
003740     MOVE SPACES TO SUMMARY-RPT-RECORD
003750     MOVE AU-CH-ACTION TO SUMMARY-RPT-RECORD (5:20)
003770     MOVE AU-CELL-ED TO SUMMARY-RPT-RECORD (27:7)
003780     WRITE SUMMARY-RPT-RECORD.
003790 8100-EXIT.
