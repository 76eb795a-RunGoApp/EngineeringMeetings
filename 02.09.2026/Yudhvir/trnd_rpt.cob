000140*    EM-STATUS-DATE dates the termination (reinstated and
000150*    on-leave rows are not terminations and are not counted).
000160*
000170*    One pass over EMPLOYEE-MASTER releases one sort row per
000180*    hire and per termination, keyed by month and department
000190*    (the master arrives in enciphered-key order, i.e. no order
000200*    at all).  The sorted rows are counted up on the way out -
000210*    one line per month/department touched - and printed with
000220*    per-month subtotals and grand totals.
000230*
000240* MODIFICATION HISTORY
000242*    15 OCT 2026  YR  Count the month/dept cells off a SORT of
000244*                     the hire and termination events instead of
000246*                     a 400-cell table, so no combination is ever
000248*                     left off the report.
000250*    02 SEP 2026  YR  Initial version.
000260*
000270 ENVIRONMENT DIVISION.
000360     SELECT TREND-RPT ASSIGN TO "TRENDRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS TR-RPT-STATUS.
000385     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000560 FD  TREND-RPT.
000570 01  TREND-RPT-RECORD            PIC X(80).
000580
000581*    One row per hire or termination.
000582 SD  SORT-FILE.
000583 01  SORT-RECORD.
000584     05  SR-MONTH                PIC X(06).
000585     05  SR-DEPT                 PIC X(04).
000586     05  SR-EVENT                PIC X(01).
000587         88  SR-HIRE                        VALUE "H".
000588         88  SR-TERM                        VALUE "T".
000589
000590 WORKING-STORAGE SECTION.
000600 01  TR-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
000610     88  TR-EMPMAST-OK                      VALUE "00".
000650 01  TR-EOF-SW                   PIC X(01) VALUE "N".
000660     88  TR-END-OF-FILE                     VALUE "Y".
000670
000680 01  TR-SORT-EOF-SW              PIC X(01) VALUE "N".
000690     88  TR-SORT-EOF                        VALUE "Y".
000730
000740*    The month/department cell being counted.
000910 01  TR-PRINT-MONTH              PIC X(06) VALUE SPACES.
000920 01  TR-PRINT-DEPT               PIC X(04) VALUE SPACES.
000930 01  TR-CELL-HIRES               PIC 9(07) COMP VALUE 0.
000940 01  TR-CELL-TERMS               PIC 9(07) COMP VALUE 0.
001020
001030 01  TR-COUNT-READ               PIC 9(08) COMP VALUE 0.
001040 01  TR-COUNT-HIRES              PIC 9(08) COMP VALUE 0.
001140
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001170     SORT SORT-FILE
001180         ON ASCENDING KEY SR-MONTH SR-DEPT
001190         INPUT PROCEDURE IS 3000-SELECT-EVENTS THRU 3000-EXIT
001200         OUTPUT PROCEDURE IS 8000-WRITE-REPORT THRU 8000-EXIT
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT
001230     STOP RUN.
001240
001340     ACCEPT TR-RUN-DATE FROM DATE YYYYMMDD.
001350 1000-EXIT.
001360     EXIT.
001361
001362****************************************************************
001363*    3000 - SORT INPUT.  ONE PASS OF THE MASTER; A HIRE ROW FOR
001364*    EVERY ENTRY DATE AND A TERMINATION ROW FOR EVERY STATUS T.
001365****************************************************************
001366 3000-SELECT-EVENTS.
001367     PERFORM 3100-READ-MASTER THRU 3100-EXIT
001368     PERFORM 3200-TALLY-ONE-RECORD THRU 3200-EXIT
001369         UNTIL TR-END-OF-FILE.
001370 3000-EXIT.
001371     EXIT.
001372
001380 3100-READ-MASTER.
001390     READ EMPLOYEE-MASTER NEXT RECORD
001400         AT END SET TR-END-OF-FILE TO TRUE
001450 3200-TALLY-ONE-RECORD.
001460     ADD 1 TO TR-COUNT-READ
001470     IF EM-ENTRY-DATE NOT = ZEROS
001480         MOVE EM-ENTRY-DATE (1:6) TO SR-MONTH
001490         MOVE EM-DEPT-CODE TO SR-DEPT
001500         SET SR-HIRE TO TRUE
001510         ADD 1 TO TR-COUNT-HIRES
001520         RELEASE SORT-RECORD
001530     END-IF
001540     IF EM-TERMINATED
001550         MOVE EM-STATUS-DATE (1:6) TO SR-MONTH
001560         MOVE EM-DEPT-CODE TO SR-DEPT
001570         SET SR-TERM TO TRUE
001580         ADD 1 TO TR-COUNT-TERMS
001590         RELEASE SORT-RECORD
001600     END-IF
001610     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
001620 3200-EXIT.
001630     EXIT.
001640
002040****************************************************************
002050*    8000 - SORT OUTPUT.  THE ROWS ARRIVE IN MONTH/DEPT ORDER;
002060*    A CHANGE OF DEPT PRINTS THE CELL JUST COUNTED, A CHANGE OF
002070*    MONTH ALSO CLOSES THE MONTH WITH ITS TOTAL LINE.
002080****************************************************************
002400 8000-WRITE-REPORT.
002410     MOVE SPACES TO TREND-RPT-RECORD
002420     STRING "TRNDRPT - MONTHLY HIRES/TERMINATIONS - RUN "
002480     MOVE SPACES TO TREND-RPT-RECORD
002490     WRITE TREND-RPT-RECORD
002500     MOVE SPACES TO TR-PRINT-MONTH
002510     PERFORM 8100-COUNT-ONE-EVENT THRU 8100-EXIT
002520         UNTIL TR-SORT-EOF
002540     IF TR-PRINT-MONTH NOT = SPACES
002545         PERFORM 8150-WRITE-CELL THRU 8150-EXIT
002550         PERFORM 8200-WRITE-MONTH-TOTAL THRU 8200-EXIT
002560     END-IF
002570     MOVE SPACES TO TREND-RPT-RECORD
002800 8000-EXIT.
002810     EXIT.
002820
002823 8100-COUNT-ONE-EVENT.
002826     RETURN SORT-FILE
002829         AT END
002832             SET TR-SORT-EOF TO TRUE
002835             GO TO 8100-EXIT
002838     END-RETURN
002841     IF SR-MONTH NOT = TR-PRINT-MONTH
002850         IF TR-PRINT-MONTH NOT = SPACES
002855             PERFORM 8150-WRITE-CELL THRU 8150-EXIT
002860             PERFORM 8200-WRITE-MONTH-TOTAL THRU 8200-EXIT
002870         END-IF
002880         MOVE SR-MONTH TO TR-PRINT-MONTH
002890         MOVE 0 TO TR-MONTH-HIRES
002900         MOVE 0 TO TR-MONTH-TERMS
002910         MOVE SPACES TO TREND-RPT-RECORD
002960             INTO TREND-RPT-RECORD
002970         END-STRING
002980         WRITE TREND-RPT-RECORD
002982         MOVE SR-DEPT TO TR-PRINT-DEPT
002984         MOVE 0 TO TR-CELL-HIRES
002986         MOVE 0 TO TR-CELL-TERMS
002990     END-IF
002991     IF SR-DEPT NOT = TR-PRINT-DEPT
002992         PERFORM 8150-WRITE-CELL THRU 8150-EXIT
002993         MOVE SR-DEPT TO TR-PRINT-DEPT
002994         MOVE 0 TO TR-CELL-HIRES
002995         MOVE 0 TO TR-CELL-TERMS
002996     END-IF
002997     IF SR-HIRE
002998         ADD 1 TO TR-CELL-HIRES
002999         ADD 1 TO TR-MONTH-HIRES
003000     ELSE
003001         ADD 1 TO TR-CELL-TERMS
003002         ADD 1 TO TR-MONTH-TERMS
003003     END-IF.
003004 8100-EXIT.
003005     EXIT.
003006
003007 8150-WRITE-CELL.
003020     MOVE SPACES TO TREND-RPT-RECORD
003030     MOVE "  DEPT" TO TREND-RPT-RECORD (1:6)
003040     MOVE TR-PRINT-DEPT TO TREND-RPT-RECORD (8:4)
003050     MOVE "HIRES" TO TREND-RPT-RECORD (14:5)
003060     MOVE TR-CELL-HIRES TO TR-CELL-ED
003070     MOVE TR-CELL-ED TO TREND-RPT-RECORD (20:7)
003080     MOVE "TERMS" TO TREND-RPT-RECORD (29:5)
003090     MOVE TR-CELL-TERMS TO TR-CELL-ED
003100     MOVE TR-CELL-ED TO TREND-RPT-RECORD (35:7)
003110     WRITE TREND-RPT-RECORD.
003120 8150-EXIT.
003130     EXIT.
003140
003150 8200-WRITE-MONTH-TOTAL.
