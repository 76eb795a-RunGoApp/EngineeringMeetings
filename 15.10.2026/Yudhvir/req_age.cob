000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REQAGE.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* REQAGE - OPEN REQUISITION AGING BY DEPARTMENT.
000070*
000080*    Lists every requisition still open on REQFILE, grouped by
000090*    department (names from DEPTREF, as DEPTRPT shows them) and
000100*    oldest first within each, with the days it has been open
000110*    as of the run date placed under its age band: 0-30, 31-60,
000120*    61-90, 91-180 and over 180 days.  Each department closes
000130*    with its open count, total budgeted salary, a count per
000140*    band and the average days open; the report closes with the
000150*    same figures for the whole company and the file counts.
000160*
000170*    Filled and cancelled requisitions are counted but not
000180*    listed.  REQFILE is maintained from the coboltut
000190*    (R)equisitions menu and closed automatically by Add.
000200*
000210*    Return codes: 0 normal; 16 when REQFILE cannot be opened.
000220*
000230* MODIFICATION HISTORY
000240*    15 OCT 2026  YR  Initial version.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT REQ-FILE ASSIGN TO "REQFILE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS RQ-REQ-NUMBER
000330         FILE STATUS IS RA-REQFILE-STATUS.
000340     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RA-DEPTREF-STATUS.
000370     SELECT AGE-RPT ASSIGN TO "AGERPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RA-RPT-STATUS.
000400     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  REQ-FILE.
000450 01  REQ-FILE-RECORD.
000460     05  RQ-REQ-NUMBER           PIC 9(06).
000470     05  RQ-DEPT-CODE            PIC X(04).
000480     05  RQ-JOB-TITLE            PIC X(20).
000490     05  RQ-GRADE                PIC X(02).
000500     05  RQ-BUDGET-SALARY        PIC 9(07)V99.
000510     05  RQ-OPEN-DATE            PIC 9(08).
000520     05  RQ-OPENED-BY            PIC X(10).
000530     05  RQ-STATUS               PIC X(01).
000540         88  RQ-OPEN                        VALUE "O".
000550         88  RQ-FILLED                      VALUE "F".
000560         88  RQ-CANCELLED                   VALUE "C".
000570     05  RQ-CLOSED-DATE          PIC 9(08).
000580     05  RQ-CLOSED-BY            PIC X(10).
000590     05  FILLER                  PIC X(22).
000600
000610 FD  DEPT-REF.
000620 01  DEPT-REF-RECORD.
000630     05  DF-DEPT-CODE            PIC X(04).
000640     05  DF-DEPT-NAME            PIC X(30).
000650     05  FILLER                  PIC X(46).
000660
000670 FD  AGE-RPT.
000680 01  AGE-RPT-RECORD              PIC X(100).
000690
000700*    One open requisition, keyed department then open date so
000710*    the oldest in each department prints first.
000720 SD  SORT-FILE.
000730 01  SORT-RECORD.
000740     05  SR-DEPT-CODE            PIC X(04).
000750     05  SR-OPEN-DATE            PIC 9(08).
000760     05  SR-REQ-NUMBER           PIC 9(06).
000770     05  SR-JOB-TITLE            PIC X(20).
000780     05  SR-GRADE                PIC X(02).
000790     05  SR-BUDGET-SALARY        PIC 9(07)V99.
000800     05  SR-DAYS-OPEN            PIC 9(05).
000810
000820 WORKING-STORAGE SECTION.
000830 01  RA-REQFILE-STATUS           PIC X(02) VALUE SPACES.
000840     88  RA-REQFILE-OK                      VALUE "00".
000850     88  RA-REQFILE-READ-OK                 VALUE "00", "02".
000860
000870 01  RA-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
000880     88  RA-DEPTREF-OK                      VALUE "00".
000890
000900 01  RA-RPT-STATUS               PIC X(02) VALUE SPACES.
000910
000920 01  RA-EOF-SW                   PIC X(01) VALUE "N".
000930     88  RA-END-OF-FILE                     VALUE "Y".
000940
000950 01  RA-SORT-EOF-SW              PIC X(01) VALUE "N".
000960     88  RA-SORT-EOF                        VALUE "Y".
000970
000980 01  RA-REF-LOAD-SW              PIC X(01) VALUE "N".
000990     88  RA-REF-LOAD-DONE                   VALUE "Y".
001000
001010 01  RA-FIRST-SW                 PIC X(01) VALUE "Y".
001020     88  RA-FIRST-GROUP                     VALUE "Y".
001030
001040 01  RA-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001050 01  RA-INT-RUN-DATE             PIC 9(08) COMP VALUE 0.
001060 01  RA-INT-OPEN-DATE            PIC 9(08) COMP VALUE 0.
001070
001080 01  RA-CURR-DEPT                PIC X(04) VALUE SPACES.
001090 01  RA-DEPT-CODE                PIC X(04) VALUE SPACES.
001100 01  RA-DEPT-NAME                PIC X(30) VALUE SPACES.
001110
001120 77  RA-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001130 77  RA-DREF-USED                PIC 9(04) COMP VALUE 0.
001140 77  RA-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001150 77  RA-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001160
001170 01  RA-DREF-TABLE.
001180     05  RA-DREF-ENTRY OCCURS 500 TIMES.
001190         10  RA-RF-CODE          PIC X(04).
001200         10  RA-RF-NAME          PIC X(30).
001210
001220*    Age bands: upper limit in days and the column the days
001230*    figure prints in.  The last band has no upper limit.
001240 77  RA-BAND-COUNT               PIC 9(04) COMP VALUE 5.
001250 77  RA-BAND-SUB                 PIC 9(04) COMP VALUE 0.
001260 77  RA-BAND-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001270 01  RA-BAND-VALUES.
001280     05  FILLER                  PIC X(08) VALUE "00030055".
001290     05  FILLER                  PIC X(08) VALUE "00060062".
001300     05  FILLER                  PIC X(08) VALUE "00090069".
001310     05  FILLER                  PIC X(08) VALUE "00180076".
001320     05  FILLER                  PIC X(08) VALUE "99999083".
001330 01  RA-BAND-TABLE REDEFINES RA-BAND-VALUES.
001340     05  RA-BAND-ENTRY OCCURS 5 TIMES.
001350         10  RA-BD-LIMIT         PIC 9(05).
001360         10  RA-BD-COLUMN        PIC 9(03).
001370
001380*    Band counts, days and salary for one department (DEPT)
001390*    and for the whole run (ALL).
001400 01  RA-DEPT-TOTALS.
001410     05  RA-DT-BAND-CNT          PIC 9(07) COMP OCCURS 5 TIMES.
001420     05  RA-DT-COUNT             PIC 9(07) COMP.
001430     05  RA-DT-DAYS              PIC 9(09) COMP.
001440     05  RA-DT-SALARY            PIC 9(11)V99.
001450 01  RA-ALL-TOTALS.
001460     05  RA-AT-BAND-CNT          PIC 9(07) COMP OCCURS 5 TIMES.
001470     05  RA-AT-COUNT             PIC 9(07) COMP.
001480     05  RA-AT-DAYS              PIC 9(09) COMP.
001490     05  RA-AT-SALARY            PIC 9(11)V99.
001500
001510*    Totals line work area, filled from either of the above.
001520 01  RA-TOT-TOTALS.
001530     05  RA-TOT-BAND-CNT         PIC 9(07) COMP OCCURS 5 TIMES.
001540     05  RA-TOT-COUNT            PIC 9(07) COMP.
001550     05  RA-TOT-DAYS             PIC 9(09) COMP.
001560     05  RA-TOT-SALARY           PIC 9(11)V99.
001570 01  RA-TOT-LABEL                PIC X(20) VALUE SPACES.
001580 01  RA-AVG-DAYS                 PIC 9(05) VALUE 0.
001590
001600 01  RA-COUNT-READ               PIC 9(08) COMP VALUE 0.
001610 01  RA-COUNT-OPEN               PIC 9(08) COMP VALUE 0.
001620 01  RA-COUNT-FILLED             PIC 9(08) COMP VALUE 0.
001630 01  RA-COUNT-CANCELLED          PIC 9(08) COMP VALUE 0.
001640 01  RA-COUNT-OTHER              PIC 9(08) COMP VALUE 0.
001650 01  RA-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001660
001670 01  RA-DAYS-ED                  PIC ZZ,ZZ9.
001680 01  RA-COUNT-SMALL-ED           PIC ZZZ9.
001690 01  RA-SALARY-ED                PIC ZZZ,ZZZ,ZZ9.99.
001700 01  RA-BAND-COL                 PIC 9(03) VALUE 0.
001710
001720 PROCEDURE DIVISION.
001730
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     SORT SORT-FILE
001770         ON ASCENDING KEY SR-DEPT-CODE SR-OPEN-DATE SR-REQ-NUMBER
001780         INPUT PROCEDURE IS 3000-SELECT-OPEN THRU 3000-EXIT
001790         OUTPUT PROCEDURE IS 5000-WRITE-AGING THRU 5000-EXIT
001800     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT
001820     STOP RUN.
001830
001840 1000-INITIALIZE.
001850     OPEN INPUT REQ-FILE
001860     IF NOT RA-REQFILE-OK
001870         DISPLAY "REQAGE - CANNOT OPEN REQFILE - STATUS "
001880             RA-REQFILE-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
001930     OPEN OUTPUT AGE-RPT
001940     ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
001950*    Calendar arithmetic - the one job ordinary verbs cannot do
001960     COMPUTE RA-INT-RUN-DATE =
001970         FUNCTION INTEGER-OF-DATE (RA-RUN-DATE)
001980     INITIALIZE RA-ALL-TOTALS
001990     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
002000 1000-EXIT.
002010     EXIT.
002020
002030 1300-LOAD-DEPT-REF.
002040     MOVE 0 TO RA-DREF-USED
002050     MOVE "N" TO RA-REF-LOAD-SW
002060     OPEN INPUT DEPT-REF
002070     IF NOT RA-DEPTREF-OK
002080         DISPLAY "REQAGE - DEPTREF NOT AVAILABLE - NAMES "
002090             "WILL BE BLANK"
002100         GO TO 1300-EXIT
002110     END-IF
002120     PERFORM 1350-LOAD-ONE-REF THRU 1350-EXIT
002130         UNTIL RA-REF-LOAD-DONE
002140     CLOSE DEPT-REF.
002150 1300-EXIT.
002160     EXIT.
002170
002180 1350-LOAD-ONE-REF.
002190     READ DEPT-REF
002200         AT END
002210             SET RA-REF-LOAD-DONE TO TRUE
002220         NOT AT END
002230             IF RA-DREF-USED < RA-DREF-MAX
002240                 ADD 1 TO RA-DREF-USED
002250                 MOVE DF-DEPT-CODE TO
002260                     RA-RF-CODE (RA-DREF-USED)
002270                 MOVE DF-DEPT-NAME TO
002280                     RA-RF-NAME (RA-DREF-USED)
002290             END-IF
002300     END-READ.
002310 1350-EXIT.
002320     EXIT.
002330
002340 1400-WRITE-HEADINGS.
002350     MOVE SPACES TO AGE-RPT-RECORD
002360     STRING "REQAGE - OPEN REQUISITION AGING BY DEPARTMENT - "
002370         DELIMITED BY SIZE
002380         "AS OF " DELIMITED BY SIZE
002390         RA-RUN-DATE DELIMITED BY SIZE
002400         INTO AGE-RPT-RECORD
002410     END-STRING
002420     WRITE AGE-RPT-RECORD
002430     MOVE SPACES TO AGE-RPT-RECORD
002440     WRITE AGE-RPT-RECORD
002450     MOVE SPACES TO AGE-RPT-RECORD
002460     MOVE "---------- DAYS OPEN ----------"
002470         TO AGE-RPT-RECORD (57:32)
002480     WRITE AGE-RPT-RECORD
002490     MOVE SPACES TO AGE-RPT-RECORD
002500     MOVE "REQ#"          TO AGE-RPT-RECORD (1:4)
002510     MOVE "TITLE"         TO AGE-RPT-RECORD (8:5)
002520     MOVE "GR"            TO AGE-RPT-RECORD (29:2)
002530     MOVE "BUDGET SALARY" TO AGE-RPT-RECORD (32:13)
002540     MOVE "OPENED"        TO AGE-RPT-RECORD (46:6)
002550     MOVE "0-30"          TO AGE-RPT-RECORD (57:4)
002560     MOVE "31-60"         TO AGE-RPT-RECORD (63:5)
002570     MOVE "61-90"         TO AGE-RPT-RECORD (70:5)
002580     MOVE "91-180"        TO AGE-RPT-RECORD (76:6)
002590     MOVE "181+"          TO AGE-RPT-RECORD (85:4)
002600     MOVE "AVG DAYS"      TO AGE-RPT-RECORD (90:8)
002610     WRITE AGE-RPT-RECORD.
002620 1400-EXIT.
002630     EXIT.
002640
002650****************************************************************
002660*    3000 - SORT INPUT.  EVERY OPEN REQUISITION GOES TO THE
002670*    SORT WITH ITS DAYS OPEN; THE REST ARE ONLY COUNTED.
002680****************************************************************
002690 3000-SELECT-OPEN.
002700     PERFORM 3100-READ-REQ THRU 3100-EXIT
002710     PERFORM 3200-SELECT-ONE-REQ THRU 3200-EXIT
002720         UNTIL RA-END-OF-FILE.
002730 3000-EXIT.
002740     EXIT.
002750
002760 3100-READ-REQ.
002770     READ REQ-FILE NEXT RECORD
002780         AT END
002790             SET RA-END-OF-FILE TO TRUE
002800     END-READ
002810     IF NOT RA-END-OF-FILE
002820         AND NOT RA-REQFILE-READ-OK
002830         DISPLAY "REQAGE - REQFILE READ FAILED - STATUS "
002840             RA-REQFILE-STATUS
002850         SET RA-END-OF-FILE TO TRUE
002860     END-IF.
002870 3100-EXIT.
002880     EXIT.
002890
002900 3200-SELECT-ONE-REQ.
002910     ADD 1 TO RA-COUNT-READ
002920     EVALUATE TRUE
002930         WHEN RQ-OPEN
002940             ADD 1 TO RA-COUNT-OPEN
002950             PERFORM 3300-RELEASE-OPEN THRU 3300-EXIT
002960         WHEN RQ-FILLED
002970             ADD 1 TO RA-COUNT-FILLED
002980         WHEN RQ-CANCELLED
002990             ADD 1 TO RA-COUNT-CANCELLED
003000         WHEN OTHER
003010             ADD 1 TO RA-COUNT-OTHER
003020     END-EVALUATE
003030     PERFORM 3100-READ-REQ THRU 3100-EXIT.
003040 3200-EXIT.
003050     EXIT.
003060
003070****************************************************************
003080*    3300 - DAYS OPEN.  A DATE AFTER TODAY (A CLOCK PROBLEM, OR
003090*    A HAND-LOADED ROW) COUNTS AS OPENED TODAY.
003100****************************************************************
003110 3300-RELEASE-OPEN.
003120     MOVE RQ-DEPT-CODE TO SR-DEPT-CODE
003130     MOVE RQ-OPEN-DATE TO SR-OPEN-DATE
003140     MOVE RQ-REQ-NUMBER TO SR-REQ-NUMBER
003150     MOVE RQ-JOB-TITLE TO SR-JOB-TITLE
003160     MOVE RQ-GRADE TO SR-GRADE
003170     MOVE RQ-BUDGET-SALARY TO SR-BUDGET-SALARY
003180     MOVE 0 TO SR-DAYS-OPEN
003190     IF RQ-OPEN-DATE < RA-RUN-DATE
003200         COMPUTE RA-INT-OPEN-DATE =
003210             FUNCTION INTEGER-OF-DATE (RQ-OPEN-DATE)
003220         COMPUTE SR-DAYS-OPEN =
003230             RA-INT-RUN-DATE - RA-INT-OPEN-DATE
003240     END-IF
003250     RELEASE SORT-RECORD.
003260 3300-EXIT.
003270     EXIT.
003280
003290****************************************************************
003300*    5000 - SORT OUTPUT.  A DEPARTMENT HEADING ON EACH CHANGE OF
003310*    CODE, ONE LINE PER REQUISITION, AND THE DEPARTMENT'S
003320*    TOTALS BEFORE THE NEXT.
003330****************************************************************
003340 5000-WRITE-AGING.
003350     PERFORM 5100-WRITE-ONE-REQ THRU 5100-EXIT
003360         UNTIL RA-SORT-EOF
003370     IF NOT RA-FIRST-GROUP
003380         PERFORM 5300-END-DEPT THRU 5300-EXIT
003390     END-IF.
003400 5000-EXIT.
003410     EXIT.
003420
003430 5100-WRITE-ONE-REQ.
003440     RETURN SORT-FILE
003450         AT END
003460             SET RA-SORT-EOF TO TRUE
003470             GO TO 5100-EXIT
003480     END-RETURN
003490     IF RA-FIRST-GROUP
003500         OR SR-DEPT-CODE NOT = RA-CURR-DEPT
003510         IF NOT RA-FIRST-GROUP
003520             PERFORM 5300-END-DEPT THRU 5300-EXIT
003530         END-IF
003540         PERFORM 5200-START-DEPT THRU 5200-EXIT
003550     END-IF
003560     PERFORM 5400-FIND-BAND THRU 5400-EXIT
003570     ADD 1 TO RA-DT-BAND-CNT (RA-BAND-FOUND-SUB)
003580     ADD 1 TO RA-DT-COUNT
003590     ADD SR-DAYS-OPEN TO RA-DT-DAYS
003600     ADD SR-BUDGET-SALARY TO RA-DT-SALARY
003610     MOVE SPACES TO AGE-RPT-RECORD
003620     MOVE SR-REQ-NUMBER TO AGE-RPT-RECORD (1:6)
003630     MOVE SR-JOB-TITLE TO AGE-RPT-RECORD (8:20)
003640     MOVE SR-GRADE TO AGE-RPT-RECORD (29:2)
003650     MOVE SR-BUDGET-SALARY TO RA-SALARY-ED
003660     MOVE RA-SALARY-ED TO AGE-RPT-RECORD (31:14)
003670     MOVE SR-OPEN-DATE TO AGE-RPT-RECORD (46:8)
003680     MOVE SR-DAYS-OPEN TO RA-DAYS-ED
003690     MOVE RA-BD-COLUMN (RA-BAND-FOUND-SUB) TO RA-BAND-COL
003700     MOVE RA-DAYS-ED TO AGE-RPT-RECORD (RA-BAND-COL:6)
003710     WRITE AGE-RPT-RECORD.
003720 5100-EXIT.
003730     EXIT.
003740
003750 5200-START-DEPT.
003760     MOVE "N" TO RA-FIRST-SW
003770     MOVE SR-DEPT-CODE TO RA-CURR-DEPT
003780     INITIALIZE RA-DEPT-TOTALS
003790     MOVE SR-DEPT-CODE TO RA-DEPT-CODE
003800     PERFORM 8150-FIND-DEPT-NAME THRU 8150-EXIT
003810     MOVE SPACES TO AGE-RPT-RECORD
003820     WRITE AGE-RPT-RECORD
003830     MOVE SPACES TO AGE-RPT-RECORD
003840     STRING "DEPT " DELIMITED BY SIZE
003850         RA-DEPT-CODE DELIMITED BY SIZE
003860         "  " DELIMITED BY SIZE
003870         RA-DEPT-NAME DELIMITED BY SIZE
003880         INTO AGE-RPT-RECORD
003890     END-STRING
003900     WRITE AGE-RPT-RECORD.
003910 5200-EXIT.
003920     EXIT.
003930
003940 5300-END-DEPT.
003950     MOVE RA-DT-COUNT TO RA-TOT-COUNT
003960     MOVE RA-DT-DAYS TO RA-TOT-DAYS
003970     MOVE RA-DT-SALARY TO RA-TOT-SALARY
003980     PERFORM 5310-COPY-DEPT-BAND THRU 5310-EXIT
003990         VARYING RA-BAND-SUB FROM 1 BY 1
004000         UNTIL RA-BAND-SUB > RA-BAND-COUNT
004010     MOVE "DEPT TOTAL" TO RA-TOT-LABEL
004020     PERFORM 5500-WRITE-TOTAL-LINE THRU 5500-EXIT
004030     ADD RA-DT-COUNT TO RA-AT-COUNT
004040     ADD RA-DT-DAYS TO RA-AT-DAYS
004050     ADD RA-DT-SALARY TO RA-AT-SALARY.
004060 5300-EXIT.
004070     EXIT.
004080
004090 5310-COPY-DEPT-BAND.
004100     MOVE RA-DT-BAND-CNT (RA-BAND-SUB)
004110         TO RA-TOT-BAND-CNT (RA-BAND-SUB)
004120     ADD RA-DT-BAND-CNT (RA-BAND-SUB)
004130         TO RA-AT-BAND-CNT (RA-BAND-SUB).
004140 5310-EXIT.
004150     EXIT.
004160
004170 5400-FIND-BAND.
004180     MOVE 0 TO RA-BAND-FOUND-SUB
004190     PERFORM 5410-MATCH-ONE-BAND THRU 5410-EXIT
004200         VARYING RA-BAND-SUB FROM 1 BY 1
004210         UNTIL RA-BAND-SUB > RA-BAND-COUNT
004220             OR RA-BAND-FOUND-SUB > 0
004230     IF RA-BAND-FOUND-SUB = 0
004240         MOVE RA-BAND-COUNT TO RA-BAND-FOUND-SUB
004250     END-IF.
004260 5400-EXIT.
004270     EXIT.
004280
004290 5410-MATCH-ONE-BAND.
004300     IF SR-DAYS-OPEN NOT > RA-BD-LIMIT (RA-BAND-SUB)
004310         MOVE RA-BAND-SUB TO RA-BAND-FOUND-SUB
004320     END-IF.
004330 5410-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370*    5500 - TOTALS LINE FROM THE RA-TOT- WORK AREA: LABEL AND
004380*    OPEN COUNT, BUDGETED SALARY, COUNT PER AGE BAND UNDER THE
004390*    BAND'S COLUMN, AVERAGE DAYS OPEN.
004400****************************************************************
004410 5500-WRITE-TOTAL-LINE.
004420     MOVE SPACES TO AGE-RPT-RECORD
004430     MOVE RA-TOT-LABEL TO AGE-RPT-RECORD (8:11)
004440     MOVE RA-TOT-COUNT TO RA-COUNT-SMALL-ED
004450     MOVE RA-COUNT-SMALL-ED TO AGE-RPT-RECORD (19:4)
004460     MOVE "OPEN" TO AGE-RPT-RECORD (24:4)
004470     MOVE RA-TOT-SALARY TO RA-SALARY-ED
004480     MOVE RA-SALARY-ED TO AGE-RPT-RECORD (31:14)
004490     PERFORM 5510-EDIT-ONE-BAND THRU 5510-EXIT
004500         VARYING RA-BAND-SUB FROM 1 BY 1
004510         UNTIL RA-BAND-SUB > RA-BAND-COUNT
004520     MOVE 0 TO RA-AVG-DAYS
004530     IF RA-TOT-COUNT > 0
004540         COMPUTE RA-AVG-DAYS ROUNDED =
004550             RA-TOT-DAYS / RA-TOT-COUNT
004560     END-IF
004570     MOVE RA-AVG-DAYS TO RA-DAYS-ED
004580     MOVE RA-DAYS-ED TO AGE-RPT-RECORD (92:6)
004590     WRITE AGE-RPT-RECORD.
004600 5500-EXIT.
004610     EXIT.
004620
004630 5510-EDIT-ONE-BAND.
004640     MOVE RA-TOT-BAND-CNT (RA-BAND-SUB) TO RA-DAYS-ED
004650     MOVE RA-BD-COLUMN (RA-BAND-SUB) TO RA-BAND-COL
004660     MOVE RA-DAYS-ED TO AGE-RPT-RECORD (RA-BAND-COL:6).
004670 5510-EXIT.
004680     EXIT.
004690
004700 8150-FIND-DEPT-NAME.
004710     MOVE SPACES TO RA-DEPT-NAME
004720     IF RA-DEPT-CODE = SPACES
004730         MOVE "(NO DEPARTMENT CODE)" TO RA-DEPT-NAME
004740         GO TO 8150-EXIT
004750     END-IF
004760     MOVE 0 TO RA-DREF-FOUND-SUB
004770     PERFORM 8160-MATCH-ONE-REF THRU 8160-EXIT
004780         VARYING RA-DREF-SUB FROM 1 BY 1
004790         UNTIL RA-DREF-SUB > RA-DREF-USED
004800             OR RA-DREF-FOUND-SUB > 0
004810     IF RA-DREF-FOUND-SUB > 0
004820         MOVE RA-RF-NAME (RA-DREF-FOUND-SUB) TO RA-DEPT-NAME
004830     END-IF.
004840 8150-EXIT.
004850     EXIT.
004860
004870 8160-MATCH-ONE-REF.
004880     IF RA-RF-CODE (RA-DREF-SUB) = RA-DEPT-CODE
004890         MOVE RA-DREF-SUB TO RA-DREF-FOUND-SUB
004900     END-IF.
004910 8160-EXIT.
004920     EXIT.
004930
004940 8500-WRITE-TOTALS.
004950     MOVE SPACES TO AGE-RPT-RECORD
004960     WRITE AGE-RPT-RECORD
004970     MOVE RA-AT-COUNT TO RA-TOT-COUNT
004980     MOVE RA-AT-DAYS TO RA-TOT-DAYS
004990     MOVE RA-AT-SALARY TO RA-TOT-SALARY
005000     PERFORM 8510-COPY-ALL-BAND THRU 8510-EXIT
005010         VARYING RA-BAND-SUB FROM 1 BY 1
005020         UNTIL RA-BAND-SUB > RA-BAND-COUNT
005030     MOVE "ALL DEPTS" TO RA-TOT-LABEL
005040     PERFORM 5500-WRITE-TOTAL-LINE THRU 5500-EXIT
005050     MOVE SPACES TO AGE-RPT-RECORD
005060     WRITE AGE-RPT-RECORD
005070     MOVE RA-COUNT-OPEN TO RA-COUNT-ED
005080     MOVE SPACES TO AGE-RPT-RECORD
005090     STRING "REQUISITIONS OPEN  . . . . . . " DELIMITED BY SIZE
005100         RA-COUNT-ED DELIMITED BY SIZE
005110         INTO AGE-RPT-RECORD
005120     END-STRING
005130     WRITE AGE-RPT-RECORD
005140     MOVE RA-COUNT-FILLED TO RA-COUNT-ED
005150     MOVE SPACES TO AGE-RPT-RECORD
005160     STRING "REQUISITIONS FILLED  . . . . . " DELIMITED BY SIZE
005170         RA-COUNT-ED DELIMITED BY SIZE
005180         INTO AGE-RPT-RECORD
005190     END-STRING
005200     WRITE AGE-RPT-RECORD
005210     MOVE RA-COUNT-CANCELLED TO RA-COUNT-ED
005220     MOVE SPACES TO AGE-RPT-RECORD
005230     STRING "REQUISITIONS CANCELLED . . . . " DELIMITED BY SIZE
005240         RA-COUNT-ED DELIMITED BY SIZE
005250         INTO AGE-RPT-RECORD
005260     END-STRING
005270     WRITE AGE-RPT-RECORD
005280     IF RA-COUNT-OTHER > 0
005290         MOVE RA-COUNT-OTHER TO RA-COUNT-ED
005300         MOVE SPACES TO AGE-RPT-RECORD
005310         STRING "UNKNOWN STATUS - NOT LISTED  . "
005320             DELIMITED BY SIZE
005330             RA-COUNT-ED DELIMITED BY SIZE
005340             INTO AGE-RPT-RECORD
005350         END-STRING
005360         WRITE AGE-RPT-RECORD
005370     END-IF
005380     MOVE RA-COUNT-READ TO RA-COUNT-ED
005390     MOVE SPACES TO AGE-RPT-RECORD
005400     STRING "TOTAL RECORDS ON FILE  . . . . " DELIMITED BY SIZE
005410         RA-COUNT-ED DELIMITED BY SIZE
005420         INTO AGE-RPT-RECORD
005430     END-STRING
005440     WRITE AGE-RPT-RECORD.
005450 8500-EXIT.
005460     EXIT.
005470
005480 8510-COPY-ALL-BAND.
005490     MOVE RA-AT-BAND-CNT (RA-BAND-SUB)
005500         TO RA-TOT-BAND-CNT (RA-BAND-SUB).
005510 8510-EXIT.
005520     EXIT.
005530
005540 9000-TERMINATE.
005550     CLOSE REQ-FILE
005560     CLOSE AGE-RPT.
005570 9000-EXIT.
005580     EXIT.
