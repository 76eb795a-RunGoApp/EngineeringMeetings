000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDGVAR.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* BUDGVAR - BUDGET VERSUS ACTUAL BY DEPARTMENT.
000070*
000080*    Finance used to build this every month from the DEPTRPT
000090*    and COMPREG printouts and a spreadsheet.  This program
000100*    sets, department by department, the actual active
000110*    headcount (counted exactly as DEPTRPT counts it - EM-STATUS
000120*    "A" only) and the actual salary cost (each active
000130*    employee's most recent POSN-HIST row, exactly as COMPREG
000140*    takes it) against the DEPTBUDG row for the fiscal year on
000150*    the BUDGPRM card (cols 1-4, CCYY).
000160*
000170*    Variance is actual minus budget, so a positive figure is
000180*    over budget.  A department over on headcount or on salary
000190*    is flagged OVER.  A department with active staff but no
000200*    budget row for the year is listed after the budgeted ones
000210*    under its own heading - it is over budget by definition.
000220*    Active employees with no POSN-HIST row add to headcount
000230*    but nothing to salary; they are counted per department
000240*    (NOPOS column) because they understate the salary cost.
000250*
000260*    DEPTBUDG is kept in department / year order by BUDGMNT, so
000270*    the budgeted departments print in code order without a
000280*    sort; names come from DEPTREF as in DEPTRPT.
000290*
000300*    Return codes: 0 nothing over budget; 4 at least one
000310*    department flagged OVER; 16 when a file cannot be opened
000320*    or the BUDGPRM card is missing or invalid.
000330*
000340* MODIFICATION HISTORY
000350*    15 OCT 2026  YR  Initial version.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS EM-SSNUM
000440         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000450         FILE STATUS IS BV-EMPMAST-STATUS.
000460     SELECT POSN-HIST ASSIGN TO "POSHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PH-KEY
000500         FILE STATUS IS BV-POSHIST-STATUS.
000510     SELECT DEPT-BUDG ASSIGN TO "DEPTBUDG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BV-BUDG-STATUS.
000540     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BV-DEPTREF-STATUS.
000570     SELECT BUDG-PARM ASSIGN TO "BUDGPRM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BV-PARM-STATUS.
000600     SELECT VAR-RPT ASSIGN TO "VARRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS BV-RPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EMPLOYEE-MASTER.
000670 01  EMPLOYEE-MASTER-RECORD.
000680     COPY SSNUM
000690         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000700                   ==02  SSArea==   BY ==10  EM-SSAREA==
000710                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000720                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000730     05  EM-NAME                 PIC X(30).
000740     05  EM-ENTRY-DATE           PIC 9(08).
000750     05  EM-STATUS               PIC X(01).
000760         88  EM-ACTIVE                      VALUE "A".
000770     05  EM-STATUS-DATE          PIC 9(08).
000780     05  EM-DEPT-CODE            PIC X(04).
000790
000800 FD  POSN-HIST.
000810 01  POSN-HIST-RECORD.
000820     05  PH-KEY.
000830         10  PH-SSNUM            PIC 9(09).
000840         10  PH-EFF-DATE         PIC 9(08).
000850     05  PH-JOB-TITLE            PIC X(20).
000860     05  PH-GRADE                PIC X(02).
000870     05  PH-SALARY               PIC 9(07)V99.
000880
000890 FD  DEPT-BUDG.
000900 01  DEPT-BUDG-RECORD.
000910     05  BG-KEY.
000920         10  BG-DEPT-CODE        PIC X(04).
000930         10  BG-FISCAL-YEAR      PIC 9(04).
000940     05  BG-AUTH-HEADCOUNT       PIC 9(05).
000950     05  BG-AUTH-SALARY          PIC 9(09)V99.
000960     05  BG-CHANGED-DATE         PIC 9(08).
000970     05  BG-CHANGED-BY           PIC X(10).
000980     05  FILLER                  PIC X(38).
000990
001000 FD  DEPT-REF.
001010 01  DEPT-REF-RECORD.
001020     05  DF-DEPT-CODE            PIC X(04).
001030     05  DF-DEPT-NAME            PIC X(30).
001040     05  FILLER                  PIC X(46).
001050
001060 FD  BUDG-PARM.
001070 01  BUDG-PARM-RECORD.
001080     05  BP-FISCAL-YEAR          PIC X(04).
001090     05  FILLER                  PIC X(76).
001100
001110 FD  VAR-RPT.
001120 01  VAR-RPT-RECORD              PIC X(110).
001130
001140 WORKING-STORAGE SECTION.
001150 01  BV-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001160     88  BV-EMPMAST-OK                      VALUE "00".
001170
001180 01  BV-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001190     88  BV-POSHIST-OK                      VALUE "00".
001200     88  BV-POSHIST-READ-OK                 VALUE "00", "02".
001210
001220 01  BV-BUDG-STATUS              PIC X(02) VALUE SPACES.
001230     88  BV-BUDG-OK                         VALUE "00".
001240
001250 01  BV-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001260     88  BV-DEPTREF-OK                      VALUE "00".
001270
001280 01  BV-PARM-STATUS              PIC X(02) VALUE SPACES.
001290     88  BV-PARM-OK                         VALUE "00".
001300
001310 01  BV-RPT-STATUS               PIC X(02) VALUE SPACES.
001320
001330 01  BV-EOF-SW                   PIC X(01) VALUE "N".
001340     88  BV-END-OF-FILE                     VALUE "Y".
001350
001360 01  BV-BUDG-EOF-SW              PIC X(01) VALUE "N".
001370     88  BV-BUDG-EOF                        VALUE "Y".
001380
001390 01  BV-REF-LOAD-SW              PIC X(01) VALUE "N".
001400     88  BV-REF-LOAD-DONE                   VALUE "Y".
001410
001420 01  BV-POSN-DONE-SW             PIC X(01) VALUE "N".
001430     88  BV-POSN-DONE                       VALUE "Y".
001440
001450 01  BV-POSN-FOUND-SW            PIC X(01) VALUE "N".
001460     88  BV-POSN-FOUND                      VALUE "Y".
001470
001480 01  BV-CP-SALARY                PIC 9(07)V99 VALUE ZEROS.
001490
001500 01  BV-FISCAL-YEAR              PIC 9(04) VALUE ZEROS.
001510 01  BV-PREV-DEPT                PIC X(04) VALUE LOW-VALUES.
001520
001530 77  BV-DEPT-MAX                 PIC 9(04) COMP VALUE 500.
001540 77  BV-DEPT-USED                PIC 9(04) COMP VALUE 0.
001550 77  BV-DEPT-SUB                 PIC 9(04) COMP VALUE 0.
001560 77  BV-FOUND-SUB                PIC 9(04) COMP VALUE 0.
001570
001580*    One entry per department: the budgeted ones first, in the
001590*    order DEPTBUDG holds them, then any department found on
001600*    the master with no budget row for the year.
001610 01  BV-DEPT-TABLE.
001620     05  BV-DEPT-ENTRY OCCURS 500 TIMES.
001630         10  BV-DT-CODE          PIC X(04).
001640         10  BV-DT-BUDGETED      PIC X(01).
001650         10  BV-DT-AUTH-HC       PIC 9(05).
001660         10  BV-DT-AUTH-SALARY   PIC 9(09)V99.
001670         10  BV-DT-ACT-HC        PIC 9(07) COMP.
001680         10  BV-DT-NO-POSN       PIC 9(07) COMP.
001690         10  BV-DT-ACT-SALARY    PIC 9(11)V99.
001700
001710 77  BV-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001720 77  BV-DREF-USED                PIC 9(04) COMP VALUE 0.
001730 77  BV-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001740 77  BV-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001750
001760 01  BV-DREF-TABLE.
001770     05  BV-DREF-ENTRY OCCURS 500 TIMES.
001780         10  BV-RF-CODE          PIC X(04).
001790         10  BV-RF-NAME          PIC X(30).
001800
001810 01  BV-DEPT-CODE                PIC X(04) VALUE SPACES.
001820 01  BV-DEPT-NAME                PIC X(30) VALUE SPACES.
001830
001840 01  BV-HC-VAR                   PIC S9(07) COMP VALUE 0.
001850 01  BV-SALARY-VAR               PIC S9(11)V99 VALUE ZEROS.
001860 01  BV-OVER-SW                  PIC X(01) VALUE "N".
001870     88  BV-OVER                            VALUE "Y".
001880
001890 01  BV-COUNT-READ               PIC 9(08) COMP VALUE 0.
001900 01  BV-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
001910 01  BV-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
001920 01  BV-COUNT-BUDGETS            PIC 9(08) COMP VALUE 0.
001930 01  BV-COUNT-UNBUDGETED         PIC 9(08) COMP VALUE 0.
001940 01  BV-COUNT-OVER               PIC 9(08) COMP VALUE 0.
001950 01  BV-COUNT-DEPT-OVFL          PIC 9(08) COMP VALUE 0.
001960 01  BV-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001970
001980 01  BV-TOT-AUTH-HC              PIC 9(08) COMP VALUE 0.
001990 01  BV-TOT-ACT-HC               PIC 9(08) COMP VALUE 0.
002000 01  BV-TOT-AUTH-SALARY          PIC 9(11)V99 VALUE ZEROS.
002010 01  BV-TOT-ACT-SALARY           PIC 9(11)V99 VALUE ZEROS.
002020
002030 01  BV-HC-ED                    PIC ZZZ,ZZ9.
002040 01  BV-HC-VAR-ED                PIC -ZZ,ZZ9.
002050 01  BV-NOPOS-ED                 PIC ZZ,ZZ9.
002060 01  BV-SALARY-ED                PIC ZZZ,ZZZ,ZZ9.99.
002070 01  BV-SALARY-VAR-ED            PIC -ZZZ,ZZZ,ZZ9.99.
002080
002090 01  BV-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002100
002110 PROCEDURE DIVISION.
002120
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 3100-READ-MASTER THRU 3100-EXIT
002160     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
002170         UNTIL BV-END-OF-FILE
002180     PERFORM 8000-WRITE-VARIANCE THRU 8000-EXIT
002190     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT
002210     STOP RUN.
002220
002230 1000-INITIALIZE.
002240     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
002250     OPEN INPUT EMPLOYEE-MASTER
002260     IF NOT BV-EMPMAST-OK
002270         DISPLAY "BUDGVAR - CANNOT OPEN EMPMAST - STATUS "
002280             BV-EMPMAST-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     OPEN INPUT POSN-HIST
002330     IF NOT BV-POSHIST-OK
002340         DISPLAY "BUDGVAR - CANNOT OPEN POSHIST - STATUS "
002350             BV-POSHIST-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     PERFORM 1200-LOAD-BUDGETS THRU 1200-EXIT
002400     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
002410     OPEN OUTPUT VAR-RPT
002420     ACCEPT BV-RUN-DATE FROM DATE YYYYMMDD
002430     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
002440 1000-EXIT.
002450     EXIT.
002460
002470 1100-LOAD-PARM.
002480     OPEN INPUT BUDG-PARM
002490     IF NOT BV-PARM-OK
002500         DISPLAY "BUDGVAR - CANNOT OPEN BUDGPRM - STATUS "
002510             BV-PARM-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     READ BUDG-PARM
002560         AT END
002570             MOVE SPACES TO BUDG-PARM-RECORD
002580     END-READ
002590     CLOSE BUDG-PARM
002600     IF BP-FISCAL-YEAR NOT NUMERIC
002610         DISPLAY "BUDGVAR - BUDGPRM FISCAL YEAR MISSING OR "
002620             "NOT NUMERIC"
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     MOVE BP-FISCAL-YEAR TO BV-FISCAL-YEAR.
002670 1100-EXIT.
002680     EXIT.
002690
002700****************************************************************
002710*    1200 - THE YEAR'S BUDGET ROWS, IN FILE ORDER.  A ROW OUT OF
002720*    DEPARTMENT ORDER ONLY MEANS THE FILE WAS EDITED OUTSIDE
002730*    BUDGMNT; IT IS STILL USED, BUT SAID SO ON SYSOUT.
002740****************************************************************
002750 1200-LOAD-BUDGETS.
002760     OPEN INPUT DEPT-BUDG
002770     IF NOT BV-BUDG-OK
002780         DISPLAY "BUDGVAR - CANNOT OPEN DEPTBUDG - STATUS "
002790             BV-BUDG-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     PERFORM 1250-LOAD-ONE-BUDGET THRU 1250-EXIT
002840         UNTIL BV-BUDG-EOF
002850     CLOSE DEPT-BUDG.
002860 1200-EXIT.
002870     EXIT.
002880
002890 1250-LOAD-ONE-BUDGET.
002900     READ DEPT-BUDG
002910         AT END
002920             SET BV-BUDG-EOF TO TRUE
002930             GO TO 1250-EXIT
002940     END-READ
002950     IF BG-FISCAL-YEAR NOT = BV-FISCAL-YEAR
002960         GO TO 1250-EXIT
002970     END-IF
002980     IF BG-DEPT-CODE NOT > BV-PREV-DEPT
002990         DISPLAY "BUDGVAR - DEPTBUDG OUT OF ORDER AT " BG-KEY
003000     END-IF
003010     MOVE BG-DEPT-CODE TO BV-PREV-DEPT
003020     MOVE BG-DEPT-CODE TO BV-DEPT-CODE
003030     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
003040     IF BV-FOUND-SUB = 0
003050         GO TO 1250-EXIT
003060     END-IF
003070     IF BV-DT-BUDGETED (BV-FOUND-SUB) = "Y"
003080         DISPLAY "BUDGVAR - DUPLICATE DEPTBUDG ROW " BG-KEY
003090             " IGNORED"
003100         GO TO 1250-EXIT
003110     END-IF
003120     ADD 1 TO BV-COUNT-BUDGETS
003130     MOVE "Y" TO BV-DT-BUDGETED (BV-FOUND-SUB)
003140     MOVE BG-AUTH-HEADCOUNT TO BV-DT-AUTH-HC (BV-FOUND-SUB)
003150     MOVE BG-AUTH-SALARY TO BV-DT-AUTH-SALARY (BV-FOUND-SUB).
003160 1250-EXIT.
003170     EXIT.
003180
003190 1300-LOAD-DEPT-REF.
003200     MOVE 0 TO BV-DREF-USED
003210     MOVE "N" TO BV-REF-LOAD-SW
003220     OPEN INPUT DEPT-REF
003230     IF NOT BV-DEPTREF-OK
003240         DISPLAY "BUDGVAR - DEPTREF NOT AVAILABLE - NAMES "
003250             "WILL BE BLANK"
003260         GO TO 1300-EXIT
003270     END-IF
003280     PERFORM 1350-LOAD-ONE-REF THRU 1350-EXIT
003290         UNTIL BV-REF-LOAD-DONE
003300     CLOSE DEPT-REF.
003310 1300-EXIT.
003320     EXIT.
003330
003340 1350-LOAD-ONE-REF.
003350     READ DEPT-REF
003360         AT END
003370             SET BV-REF-LOAD-DONE TO TRUE
003380         NOT AT END
003390             IF BV-DREF-USED < BV-DREF-MAX
003400                 ADD 1 TO BV-DREF-USED
003410                 MOVE DF-DEPT-CODE TO
003420                     BV-RF-CODE (BV-DREF-USED)
003430                 MOVE DF-DEPT-NAME TO
003440                     BV-RF-NAME (BV-DREF-USED)
003450             END-IF
003460     END-READ.
003470 1350-EXIT.
003480     EXIT.
003490
003500 1400-WRITE-HEADINGS.
003510     MOVE SPACES TO VAR-RPT-RECORD
003520     STRING "BUDGVAR - BUDGET VERSUS ACTUAL BY DEPARTMENT - "
003530         DELIMITED BY SIZE
003540         "FISCAL YEAR " DELIMITED BY SIZE
003550         BV-FISCAL-YEAR DELIMITED BY SIZE
003560         " - RUN " DELIMITED BY SIZE
003570         BV-RUN-DATE DELIMITED BY SIZE
003580         INTO VAR-RPT-RECORD
003590     END-STRING
003600     WRITE VAR-RPT-RECORD
003610     MOVE SPACES TO VAR-RPT-RECORD
003620     MOVE "VARIANCE = ACTUAL - BUDGET; POSITIVE IS OVER BUDGET"
003630         TO VAR-RPT-RECORD
003640     WRITE VAR-RPT-RECORD
003650     MOVE SPACES TO VAR-RPT-RECORD
003660     WRITE VAR-RPT-RECORD
003670     MOVE SPACES TO VAR-RPT-RECORD
003680     MOVE "-------- HEADCOUNT --------" TO VAR-RPT-RECORD (27:26)
003690     MOVE "------------------ SALARY ------------------"
003700         TO VAR-RPT-RECORD (54:44)
003710     WRITE VAR-RPT-RECORD
003720     MOVE SPACES TO VAR-RPT-RECORD
003730     MOVE "DEPT NAME"     TO VAR-RPT-RECORD (1:9)
003740     MOVE "BUDGET"        TO VAR-RPT-RECORD (28:6)
003750     MOVE "ACTUAL"        TO VAR-RPT-RECORD (36:6)
003760     MOVE "VAR"           TO VAR-RPT-RECORD (47:3)
003770     MOVE "NOPOS"         TO VAR-RPT-RECORD (51:5)
003780     MOVE "BUDGET"        TO VAR-RPT-RECORD (65:6)
003790     MOVE "ACTUAL"        TO VAR-RPT-RECORD (80:6)
003800     MOVE "VARIANCE"      TO VAR-RPT-RECORD (93:8)
003810     WRITE VAR-RPT-RECORD
003820     MOVE SPACES TO VAR-RPT-RECORD
003830     WRITE VAR-RPT-RECORD.
003840 1400-EXIT.
003850     EXIT.
003860
003870 3100-READ-MASTER.
003880     READ EMPLOYEE-MASTER NEXT RECORD
003890         AT END SET BV-END-OF-FILE TO TRUE
003900     END-READ.
003910 3100-EXIT.
003920     EXIT.
003930
003940****************************************************************
003950*    3200 - ACTIVE EMPLOYEES ONLY, AS DEPTRPT COUNTS THEM.  EACH
003960*    ONE ADDS TO THEIR DEPARTMENT'S HEADCOUNT AND, THROUGH THE
003970*    LATEST POSITION ROW, TO ITS SALARY COST.
003980****************************************************************
003990 3200-PROCESS-ONE-RECORD.
004000     ADD 1 TO BV-COUNT-READ
004010     IF EM-ACTIVE
004020         ADD 1 TO BV-COUNT-ACTIVE
004030         MOVE EM-DEPT-CODE TO BV-DEPT-CODE
004040         PERFORM 3700-FIND-DEPT THRU 3700-EXIT
004050         PERFORM 3300-FIND-CURRENT-POSN THRU 3300-EXIT
004060         IF NOT BV-POSN-FOUND
004070             ADD 1 TO BV-COUNT-NO-POSN
004080         END-IF
004090         IF BV-FOUND-SUB > 0
004100             ADD 1 TO BV-DT-ACT-HC (BV-FOUND-SUB)
004110             IF BV-POSN-FOUND
004120                 ADD BV-CP-SALARY
004130                     TO BV-DT-ACT-SALARY (BV-FOUND-SUB)
004140             ELSE
004150                 ADD 1 TO BV-DT-NO-POSN (BV-FOUND-SUB)
004160             END-IF
004170         END-IF
004180     END-IF
004190     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004200 3200-EXIT.
004210     EXIT.
004220
004230****************************************************************
004240*    3300 - LATEST POSITION ROW, SAME WALK AS COMPREG'S 3300:
004250*    START AT (SSN, DATE ZERO) AND KEEP THE LAST ROW STILL UNDER
004260*    THE SAME SSN.
004270****************************************************************
004280 3300-FIND-CURRENT-POSN.
004290     MOVE "N" TO BV-POSN-FOUND-SW
004300     MOVE "N" TO BV-POSN-DONE-SW
004310     MOVE ZEROS TO BV-CP-SALARY
004320     MOVE EM-SSNUM TO PH-SSNUM
004330     MOVE ZEROS TO PH-EFF-DATE
004340     START POSN-HIST KEY IS >= PH-KEY
004350         INVALID KEY
004360             SET BV-POSN-DONE TO TRUE
004370     END-START
004380     IF NOT BV-POSHIST-READ-OK
004390         SET BV-POSN-DONE TO TRUE
004400     END-IF
004410     PERFORM 3400-READ-ONE-POSN THRU 3400-EXIT
004420         UNTIL BV-POSN-DONE.
004430 3300-EXIT.
004440     EXIT.
004450
004460 3400-READ-ONE-POSN.
004470     READ POSN-HIST NEXT RECORD
004480         AT END
004490             SET BV-POSN-DONE TO TRUE
004500     END-READ
004510     IF NOT BV-POSHIST-READ-OK
004520         SET BV-POSN-DONE TO TRUE
004530     END-IF
004540     IF BV-POSN-DONE
004550         GO TO 3400-EXIT
004560     END-IF
004570     IF PH-SSNUM NOT = EM-SSNUM
004580         SET BV-POSN-DONE TO TRUE
004590         GO TO 3400-EXIT
004600     END-IF
004610     SET BV-POSN-FOUND TO TRUE
004620     MOVE PH-SALARY TO BV-CP-SALARY.
004630 3400-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670*    3700 - DEPARTMENT SLOT FOR BV-DEPT-CODE, ADDED (UNBUDGETED)
004680*    ON FIRST SIGHT.  BV-FOUND-SUB IS ZERO ONLY IF THE TABLE IS
004690*    FULL, WHICH IS REPORTED.
004700****************************************************************
004710 3700-FIND-DEPT.
004720     MOVE 0 TO BV-FOUND-SUB
004730     PERFORM 3750-MATCH-ONE-DEPT THRU 3750-EXIT
004740         VARYING BV-DEPT-SUB FROM 1 BY 1
004750         UNTIL BV-DEPT-SUB > BV-DEPT-USED
004760             OR BV-FOUND-SUB > 0
004770     IF BV-FOUND-SUB > 0
004780         GO TO 3700-EXIT
004790     END-IF
004800     IF BV-DEPT-USED < BV-DEPT-MAX
004810         ADD 1 TO BV-DEPT-USED
004820         MOVE BV-DEPT-USED TO BV-FOUND-SUB
004830         MOVE BV-DEPT-CODE TO BV-DT-CODE (BV-FOUND-SUB)
004840         MOVE "N" TO BV-DT-BUDGETED (BV-FOUND-SUB)
004850         MOVE 0 TO BV-DT-AUTH-HC (BV-FOUND-SUB)
004860         MOVE 0 TO BV-DT-AUTH-SALARY (BV-FOUND-SUB)
004870         MOVE 0 TO BV-DT-ACT-HC (BV-FOUND-SUB)
004880         MOVE 0 TO BV-DT-NO-POSN (BV-FOUND-SUB)
004890         MOVE 0 TO BV-DT-ACT-SALARY (BV-FOUND-SUB)
004900     ELSE
004910         ADD 1 TO BV-COUNT-DEPT-OVFL
004920         DISPLAY "BUDGVAR - DEPT TABLE FULL - CODE "
004930             BV-DEPT-CODE " NOT TALLIED"
004940     END-IF.
004950 3700-EXIT.
004960     EXIT.
004970
004980 3750-MATCH-ONE-DEPT.
004990     IF BV-DT-CODE (BV-DEPT-SUB) = BV-DEPT-CODE
005000         MOVE BV-DEPT-SUB TO BV-FOUND-SUB
005010     END-IF.
005020 3750-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060*    8000 - THE BUDGETED DEPARTMENTS, THEN THE UNBUDGETED ONES
005070*    UNDER THEIR OWN HEADING.
005080****************************************************************
005090 8000-WRITE-VARIANCE.
005100     PERFORM 8050-COUNT-UNBUDGETED THRU 8050-EXIT
005110         VARYING BV-DEPT-SUB FROM 1 BY 1
005120         UNTIL BV-DEPT-SUB > BV-DEPT-USED
005130     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-EXIT
005140         VARYING BV-DEPT-SUB FROM 1 BY 1
005150         UNTIL BV-DEPT-SUB > BV-DEPT-USED
005160     IF BV-COUNT-UNBUDGETED > 0
005170         MOVE SPACES TO VAR-RPT-RECORD
005180         WRITE VAR-RPT-RECORD
005190         MOVE "ACTIVE STAFF, NO BUDGET ROW FOR THE YEAR"
005200             TO VAR-RPT-RECORD
005210         WRITE VAR-RPT-RECORD
005220         PERFORM 8200-WRITE-ONE-UNBUDGETED THRU 8200-EXIT
005230             VARYING BV-DEPT-SUB FROM 1 BY 1
005240             UNTIL BV-DEPT-SUB > BV-DEPT-USED
005250     END-IF
005260     MOVE SPACES TO VAR-RPT-RECORD
005270     WRITE VAR-RPT-RECORD
005280     MOVE SPACES TO VAR-RPT-RECORD
005290     MOVE "TOTAL" TO VAR-RPT-RECORD (1:5)
005300     MOVE BV-TOT-AUTH-HC TO BV-HC-ED
005310     MOVE BV-HC-ED TO VAR-RPT-RECORD (27:7)
005320     MOVE BV-TOT-ACT-HC TO BV-HC-ED
005330     MOVE BV-HC-ED TO VAR-RPT-RECORD (35:7)
005340     COMPUTE BV-HC-VAR = BV-TOT-ACT-HC - BV-TOT-AUTH-HC
005350     MOVE BV-HC-VAR TO BV-HC-VAR-ED
005360     MOVE BV-HC-VAR-ED TO VAR-RPT-RECORD (43:7)
005370     MOVE BV-COUNT-NO-POSN TO BV-NOPOS-ED
005380     MOVE BV-NOPOS-ED TO VAR-RPT-RECORD (50:6)
005390     MOVE BV-TOT-AUTH-SALARY TO BV-SALARY-ED
005400     MOVE BV-SALARY-ED TO VAR-RPT-RECORD (57:14)
005410     MOVE BV-TOT-ACT-SALARY TO BV-SALARY-ED
005420     MOVE BV-SALARY-ED TO VAR-RPT-RECORD (72:14)
005430     COMPUTE BV-SALARY-VAR = BV-TOT-ACT-SALARY
005440         - BV-TOT-AUTH-SALARY
005450     MOVE BV-SALARY-VAR TO BV-SALARY-VAR-ED
005460     MOVE BV-SALARY-VAR-ED TO VAR-RPT-RECORD (86:15)
005470     WRITE VAR-RPT-RECORD.
005480 8000-EXIT.
005490     EXIT.
005500
005510 8050-COUNT-UNBUDGETED.
005520     IF BV-DT-BUDGETED (BV-DEPT-SUB) NOT = "Y"
005530         ADD 1 TO BV-COUNT-UNBUDGETED
005540     END-IF.
005550 8050-EXIT.
005560     EXIT.
005570
005580 8100-WRITE-ONE-DEPT.
005590     IF BV-DT-BUDGETED (BV-DEPT-SUB) NOT = "Y"
005600         GO TO 8100-EXIT
005610     END-IF
005620     PERFORM 8300-FORMAT-DEPT-LINE THRU 8300-EXIT.
005630 8100-EXIT.
005640     EXIT.
005650
005660 8200-WRITE-ONE-UNBUDGETED.
005670     IF BV-DT-BUDGETED (BV-DEPT-SUB) = "Y"
005680         GO TO 8200-EXIT
005690     END-IF
005700     PERFORM 8300-FORMAT-DEPT-LINE THRU 8300-EXIT.
005710 8200-EXIT.
005720     EXIT.
005730
005740****************************************************************
005750*    8300 - ONE DEPARTMENT LINE AND ITS SHARE OF THE TOTALS.  AN
005760*    UNBUDGETED DEPARTMENT SHOWS "NO BUDGET" IN THE BUDGET
005770*    COLUMNS AND IS ALWAYS OVER.
005780****************************************************************
005790 8300-FORMAT-DEPT-LINE.
005800     MOVE "N" TO BV-OVER-SW
005810     MOVE BV-DT-CODE (BV-DEPT-SUB) TO BV-DEPT-CODE
005820     PERFORM 8150-FIND-DEPT-NAME THRU 8150-EXIT
005830     MOVE SPACES TO VAR-RPT-RECORD
005840     MOVE BV-DEPT-CODE TO VAR-RPT-RECORD (1:4)
005850     MOVE BV-DEPT-NAME TO VAR-RPT-RECORD (6:19)
005860     MOVE BV-DT-ACT-HC (BV-DEPT-SUB) TO BV-HC-ED
005870     MOVE BV-HC-ED TO VAR-RPT-RECORD (35:7)
005880     MOVE BV-DT-NO-POSN (BV-DEPT-SUB) TO BV-NOPOS-ED
005890     MOVE BV-NOPOS-ED TO VAR-RPT-RECORD (50:6)
005900     MOVE BV-DT-ACT-SALARY (BV-DEPT-SUB) TO BV-SALARY-ED
005910     MOVE BV-SALARY-ED TO VAR-RPT-RECORD (72:14)
005920     COMPUTE BV-HC-VAR = BV-DT-ACT-HC (BV-DEPT-SUB)
005930         - BV-DT-AUTH-HC (BV-DEPT-SUB)
005940     MOVE BV-HC-VAR TO BV-HC-VAR-ED
005950     MOVE BV-HC-VAR-ED TO VAR-RPT-RECORD (43:7)
005960     COMPUTE BV-SALARY-VAR = BV-DT-ACT-SALARY (BV-DEPT-SUB)
005970         - BV-DT-AUTH-SALARY (BV-DEPT-SUB)
005980     MOVE BV-SALARY-VAR TO BV-SALARY-VAR-ED
005990     MOVE BV-SALARY-VAR-ED TO VAR-RPT-RECORD (86:15)
006000     IF BV-DT-BUDGETED (BV-DEPT-SUB) = "Y"
006010         MOVE BV-DT-AUTH-HC (BV-DEPT-SUB) TO BV-HC-ED
006020         MOVE BV-HC-ED TO VAR-RPT-RECORD (27:7)
006030         MOVE BV-DT-AUTH-SALARY (BV-DEPT-SUB) TO BV-SALARY-ED
006040         MOVE BV-SALARY-ED TO VAR-RPT-RECORD (57:14)
006050         IF BV-HC-VAR > 0 OR BV-SALARY-VAR > 0
006060             SET BV-OVER TO TRUE
006070         END-IF
006080     ELSE
006090         MOVE "NO BUDGET" TO VAR-RPT-RECORD (25:9)
006100         MOVE "NO BUDGET" TO VAR-RPT-RECORD (62:9)
006110         SET BV-OVER TO TRUE
006120     END-IF
006130     IF BV-OVER
006140         MOVE "OVER" TO VAR-RPT-RECORD (103:4)
006150         ADD 1 TO BV-COUNT-OVER
006160     END-IF
006170     WRITE VAR-RPT-RECORD
006180     ADD BV-DT-AUTH-HC (BV-DEPT-SUB) TO BV-TOT-AUTH-HC
006190     ADD BV-DT-ACT-HC (BV-DEPT-SUB) TO BV-TOT-ACT-HC
006200     ADD BV-DT-AUTH-SALARY (BV-DEPT-SUB) TO BV-TOT-AUTH-SALARY
006210     ADD BV-DT-ACT-SALARY (BV-DEPT-SUB) TO BV-TOT-ACT-SALARY.
006220 8300-EXIT.
006230     EXIT.
006240
006250 8150-FIND-DEPT-NAME.
006260     MOVE SPACES TO BV-DEPT-NAME
006270     IF BV-DEPT-CODE = SPACES
006280         MOVE "(NO DEPARTMENT CODE)" TO BV-DEPT-NAME
006290         GO TO 8150-EXIT
006300     END-IF
006310     MOVE 0 TO BV-DREF-FOUND-SUB
006320     PERFORM 8160-MATCH-ONE-REF THRU 8160-EXIT
006330         VARYING BV-DREF-SUB FROM 1 BY 1
006340         UNTIL BV-DREF-SUB > BV-DREF-USED
006350             OR BV-DREF-FOUND-SUB > 0
006360     IF BV-DREF-FOUND-SUB > 0
006370         MOVE BV-RF-NAME (BV-DREF-FOUND-SUB) TO BV-DEPT-NAME
006380     END-IF.
006390 8150-EXIT.
006400     EXIT.
006410
006420 8160-MATCH-ONE-REF.
006430     IF BV-RF-CODE (BV-DREF-SUB) = BV-DEPT-CODE
006440         MOVE BV-DREF-SUB TO BV-DREF-FOUND-SUB
006450     END-IF.
006460 8160-EXIT.
006470     EXIT.
006480
006490 8500-WRITE-TOTALS.
006500     MOVE SPACES TO VAR-RPT-RECORD
006510     WRITE VAR-RPT-RECORD
006520     MOVE BV-COUNT-BUDGETS TO BV-COUNT-ED
006530     MOVE SPACES TO VAR-RPT-RECORD
006540     STRING "BUDGET ROWS FOR THE YEAR . . . " DELIMITED BY SIZE
006550         BV-COUNT-ED DELIMITED BY SIZE
006560         INTO VAR-RPT-RECORD
006570     END-STRING
006580     WRITE VAR-RPT-RECORD
006590     MOVE BV-COUNT-UNBUDGETED TO BV-COUNT-ED
006600     MOVE SPACES TO VAR-RPT-RECORD
006610     STRING "DEPARTMENTS WITH NO BUDGET . . " DELIMITED BY SIZE
006620         BV-COUNT-ED DELIMITED BY SIZE
006630         INTO VAR-RPT-RECORD
006640     END-STRING
006650     WRITE VAR-RPT-RECORD
006660     MOVE BV-COUNT-OVER TO BV-COUNT-ED
006670     MOVE SPACES TO VAR-RPT-RECORD
006680     STRING "DEPARTMENTS OVER BUDGET  . . . " DELIMITED BY SIZE
006690         BV-COUNT-ED DELIMITED BY SIZE
006700         INTO VAR-RPT-RECORD
006710     END-STRING
006720     WRITE VAR-RPT-RECORD
006730     MOVE BV-COUNT-NO-POSN TO BV-COUNT-ED
006740     MOVE SPACES TO VAR-RPT-RECORD
006750     STRING "ACTIVE, NO POSITION ROW  . . . " DELIMITED BY SIZE
006760         BV-COUNT-ED DELIMITED BY SIZE
006770         INTO VAR-RPT-RECORD
006780     END-STRING
006790     WRITE VAR-RPT-RECORD
006800     MOVE BV-COUNT-ACTIVE TO BV-COUNT-ED
006810     MOVE SPACES TO VAR-RPT-RECORD
006820     STRING "TOTAL ACTIVE . . . . . . . . . " DELIMITED BY SIZE
006830         BV-COUNT-ED DELIMITED BY SIZE
006840         INTO VAR-RPT-RECORD
006850     END-STRING
006860     WRITE VAR-RPT-RECORD
006870     MOVE BV-COUNT-READ TO BV-COUNT-ED
006880     MOVE SPACES TO VAR-RPT-RECORD
006890     STRING "TOTAL RECORDS ON FILE  . . . . " DELIMITED BY SIZE
006900         BV-COUNT-ED DELIMITED BY SIZE
006910         INTO VAR-RPT-RECORD
006920     END-STRING
006930     WRITE VAR-RPT-RECORD
006940     IF BV-COUNT-DEPT-OVFL > 0
006950         MOVE "*** DEPARTMENT TABLE FULL - FIGURES INCOMPLETE"
006960             TO VAR-RPT-RECORD
006970         WRITE VAR-RPT-RECORD
006980     END-IF
006990     IF BV-COUNT-OVER > 0
007000         MOVE 4 TO RETURN-CODE
007010     END-IF.
007020 8500-EXIT.
007030     EXIT.
007040
007050 9000-TERMINATE.
007060     CLOSE EMPLOYEE-MASTER
007070     CLOSE POSN-HIST
007080     CLOSE VAR-RPT.
007090 9000-EXIT.
007100     EXIT.
