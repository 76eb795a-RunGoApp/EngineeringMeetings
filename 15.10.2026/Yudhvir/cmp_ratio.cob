000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMPRATIO.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* CMPRATIO - COMPA-RATIO BY GRADE AND BY DEPARTMENT.
000070*
000080*    Sets every ACTIVE employee's current salary (the latest
000090*    POSN-HIST row, as COMPREG finds it) against the SALBAND
000100*    range for their grade:
000110*        - the compa-ratio, salary as a per cent of the band
000120*          midpoint ((SB-MIN + SB-MAX) / 2), so 100.0 is a
000130*          person paid exactly at the midpoint,
000140*        - where the salary sits in the band: BELOW MIN, the
000150*          first to fourth quarter of the range (Q1 - Q4), or
000160*          ABOVE MAX.  Anyone outside the band is flagged **
000170*          on the detail line - bands move, and a salary that
000180*          was in range when it was keyed may not be now.
000190*
000200*    The listing is printed twice from the same figures: once
000210*    by grade (with the band shown on each grade heading) and
000220*    once by department (names from DEPTREF, as DEPTRPT shows
000230*    them).  Every group closes with its head count, average
000240*    compa-ratio and a count in each band position; the report
000250*    closes with the same figures for everyone listed and the
000260*    file counts.  Active people with no position row, or
000270*    whose grade is not on SALBAND, are counted at the end but
000280*    cannot be placed in a band and are not listed - INTCHK's
000290*    weekly sweep lists them by name.
000300*
000310*    The second listing re-sorts a copy of the first (CMPWORK)
000320*    so the master and POSN-HIST are read only once.
000330*
000340*    Return codes: 0 normal; 16 when EMPMAST, POSHIST, SALBAND
000350*    or CIPHKEY cannot be opened or SALBAND is empty.
000360*
000370* MODIFICATION HISTORY
000380*    15 OCT 2026  YR  Initial version.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EM-SSNUM
000470         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000480         FILE STATUS IS CA-EMPMAST-STATUS.
000490     SELECT POSN-HIST ASSIGN TO "POSHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PH-KEY
000530         FILE STATUS IS CA-POSHIST-STATUS.
000540     SELECT SAL-BAND ASSIGN TO "SALBAND"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CA-SALBAND-STATUS.
000570     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CA-DEPTREF-STATUS.
000600     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CA-CIPHKEY-STATUS.
000630     SELECT CMP-WORK ASSIGN TO "CMPWORK"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CA-WORK-STATUS.
000660     SELECT CMP-RPT ASSIGN TO "CMPRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CA-RPT-STATUS.
000690     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EMPLOYEE-MASTER.
000740 01  EMPLOYEE-MASTER-RECORD.
000750     COPY SSNUM
000760         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000770                   ==02  SSArea==   BY ==10  EM-SSAREA==
000780                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000790                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000800     05  EM-NAME                 PIC X(30).
000810     05  EM-ENTRY-DATE           PIC 9(08).
000820     05  EM-STATUS               PIC X(01).
000830         88  EM-ACTIVE                      VALUE "A".
000840     05  EM-STATUS-DATE          PIC 9(08).
000850     05  EM-DEPT-CODE            PIC X(04).
000860
000870 FD  POSN-HIST.
000880 01  POSN-HIST-RECORD.
000890     05  PH-KEY.
000900         10  PH-SSNUM            PIC 9(09).
000910         10  PH-EFF-DATE         PIC 9(08).
000920     05  PH-JOB-TITLE            PIC X(20).
000930     05  PH-GRADE                PIC X(02).
000940     05  PH-SALARY               PIC 9(07)V99.
000950
000960 FD  SAL-BAND.
000970 01  SAL-BAND-RECORD.
000980     05  SB-GRADE                PIC X(02).
000990     05  SB-MIN                  PIC X(09).
001000     05  SB-MIN-N REDEFINES SB-MIN
001010                                 PIC 9(07)V99.
001020     05  SB-MAX                  PIC X(09).
001030     05  SB-MAX-N REDEFINES SB-MAX
001040                                 PIC 9(07)V99.
001050     05  FILLER                  PIC X(60).
001060
001070 FD  DEPT-REF.
001080 01  DEPT-REF-RECORD.
001090     05  DF-DEPT-CODE            PIC X(04).
001100     05  DF-DEPT-NAME            PIC X(30).
001110     05  FILLER                  PIC X(46).
001120
001130 FD  CIPH-KEY.
001140 01  CIPH-KEY-RECORD.
001150     05  CK-KEY-DIGITS           PIC X(09).
001160     05  FILLER                  PIC X(71).
001170
001180*    A copy of SORT-RECORD, written as the grade listing prints
001190*    and sorted again for the department listing.
001200 FD  CMP-WORK.
001210 01  CMP-WORK-RECORD             PIC X(88).
001220
001230 FD  CMP-RPT.
001240 01  CMP-RPT-RECORD              PIC X(100).
001250
001260*    One active employee placed in their grade's band.  The
001270*    salary, band and ratio are worked out once, in 3300, and
001280*    carried to both listings.
001290 SD  SORT-FILE.
001300 01  SORT-RECORD.
001310     05  SR-GRADE                PIC X(02).
001320     05  SR-DEPT-CODE            PIC X(04).
001330     05  SR-NAME                 PIC X(30).
001340     05  SR-MASKED-SSN           PIC X(11).
001350     05  SR-SALARY               PIC 9(07)V99.
001360     05  SR-BAND-MIN             PIC 9(07)V99.
001370     05  SR-BAND-MAX             PIC 9(07)V99.
001380     05  SR-MIDPOINT             PIC 9(07)V99.
001390     05  SR-COMPA-RATIO          PIC 9(03)V9.
001400     05  SR-POSITION             PIC 9(01).
001410
001420 WORKING-STORAGE SECTION.
001430 01  CA-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001440     88  CA-EMPMAST-OK                      VALUE "00".
001450     88  CA-EMPMAST-READ-OK                 VALUE "00", "02".
001460
001470 01  CA-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001480     88  CA-POSHIST-OK                      VALUE "00".
001490     88  CA-POSHIST-READ-OK                 VALUE "00", "02".
001500
001510 01  CA-SALBAND-STATUS           PIC X(02) VALUE SPACES.
001520     88  CA-SALBAND-OK                      VALUE "00".
001530
001540 01  CA-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001550     88  CA-DEPTREF-OK                      VALUE "00".
001560
001570 01  CA-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001580     88  CA-CIPHKEY-OK                      VALUE "00".
001590
001600 01  CA-WORK-STATUS              PIC X(02) VALUE SPACES.
001610     88  CA-WORK-OK                         VALUE "00".
001620
001630 01  CA-RPT-STATUS               PIC X(02) VALUE SPACES.
001640
001650 01  CA-MAST-EOF-SW              PIC X(01) VALUE "N".
001660     88  CA-MAST-EOF                        VALUE "Y".
001670
001680 01  CA-SORT-EOF-SW              PIC X(01) VALUE "N".
001690     88  CA-SORT-EOF                        VALUE "Y".
001700
001710 01  CA-REF-LOAD-SW              PIC X(01) VALUE "N".
001720     88  CA-REF-LOAD-DONE                   VALUE "Y".
001730
001740 01  CA-FIRST-SW                 PIC X(01) VALUE "Y".
001750     88  CA-FIRST-GROUP                     VALUE "Y".
001760
001770 01  CA-POSN-DONE-SW             PIC X(01) VALUE "N".
001780     88  CA-POSN-DONE                       VALUE "Y".
001790
001800 01  CA-POSN-FOUND-SW            PIC X(01) VALUE "N".
001810     88  CA-POSN-FOUND                      VALUE "Y".
001820
001830 01  CA-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001840
001850 01  CA-CURR-GRADE               PIC X(02) VALUE SPACES.
001860 01  CA-CURR-DEPT                PIC X(04) VALUE SPACES.
001870 01  CA-DEPT-CODE                PIC X(04) VALUE SPACES.
001880 01  CA-DEPT-NAME                PIC X(30) VALUE SPACES.
001890
001900 77  CA-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001910 77  CA-DREF-USED                PIC 9(04) COMP VALUE 0.
001920 77  CA-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001930 77  CA-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001940
001950 01  CA-DREF-TABLE.
001960     05  CA-DREF-ENTRY OCCURS 500 TIMES.
001970         10  CA-RF-CODE          PIC X(04).
001980         10  CA-RF-NAME          PIC X(30).
001990
002000*    SALBAND in storage, loaded as coboltut's 1300 loads it.
002010 77  CA-BAND-MAX                 PIC 9(04) COMP VALUE 50.
002020 77  CA-BAND-USED                PIC 9(04) COMP VALUE 0.
002030 77  CA-BAND-SUB                 PIC 9(04) COMP VALUE 0.
002040 77  CA-BAND-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002050 01  CA-BAND-TABLE.
002060     05  CA-BAND-ENTRY OCCURS 50 TIMES.
002070         10  CA-BT-GRADE         PIC X(02).
002080         10  CA-BT-MIN           PIC 9(07)V99.
002090         10  CA-BT-MAX           PIC 9(07)V99.
002100
002110*    Band positions, in the order SR-POSITION numbers them,
002120*    with the label each prints under.
002130 77  CA-POSN-COUNT               PIC 9(04) COMP VALUE 6.
002140 77  CA-POSN-SUB                 PIC 9(04) COMP VALUE 0.
002150 01  CA-POSN-VALUES.
002160     05  FILLER                  PIC X(09) VALUE "BELOW MIN".
002170     05  FILLER                  PIC X(09) VALUE "Q1".
002180     05  FILLER                  PIC X(09) VALUE "Q2".
002190     05  FILLER                  PIC X(09) VALUE "Q3".
002200     05  FILLER                  PIC X(09) VALUE "Q4".
002210     05  FILLER                  PIC X(09) VALUE "ABOVE MAX".
002220 01  CA-POSN-TABLE REDEFINES CA-POSN-VALUES.
002230     05  CA-POSN-LABEL           PIC X(09) OCCURS 6 TIMES.
002240 01  CA-POSN-COL                 PIC 9(03) VALUE 0.
002250
002260*    Current-position hold - the latest POSN-HIST row read under
002270*    the employee's key.
002280 01  CA-CURR-POSN.
002290     05  CA-CP-EFF-DATE          PIC 9(08) VALUE ZEROS.
002300     05  CA-CP-GRADE             PIC X(02) VALUE SPACES.
002310     05  CA-CP-SALARY            PIC 9(07)V99 VALUE ZEROS.
002320
002330 01  CA-BAND-RANGE               PIC 9(07)V99 VALUE ZEROS.
002340 01  CA-BAND-OFFSET              PIC 9(09)V99 VALUE ZEROS.
002350
002360*    Head count, compa-ratio total and a count per band position
002370*    for one group (GRP) and for everyone listed (ALL).
002380 01  CA-GRP-TOTALS.
002390     05  CA-GT-POSN-CNT          PIC 9(07) COMP OCCURS 6 TIMES.
002400     05  CA-GT-COUNT             PIC 9(07) COMP.
002410     05  CA-GT-RATIO-SUM         PIC 9(09)V9.
002420 01  CA-ALL-TOTALS.
002430     05  CA-AT-POSN-CNT          PIC 9(07) COMP OCCURS 6 TIMES.
002440     05  CA-AT-COUNT             PIC 9(07) COMP.
002450     05  CA-AT-RATIO-SUM         PIC 9(09)V9.
002460
002470*    Totals lines work area, filled from either of the above.
002480 01  CA-TOT-TOTALS.
002490     05  CA-TOT-POSN-CNT         PIC 9(07) COMP OCCURS 6 TIMES.
002500     05  CA-TOT-COUNT            PIC 9(07) COMP.
002510     05  CA-TOT-RATIO-SUM        PIC 9(09)V9.
002520 01  CA-TOT-LABEL                PIC X(20) VALUE SPACES.
002530 01  CA-AVG-RATIO                PIC 9(03)V9 VALUE 0.
002540
002550 01  CA-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
002560 01  FILLER REDEFINES CA-CIPHER-KEY.
002570     05  CA-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
002580
002590 01  CA-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
002600 01  FILLER REDEFINES CA-SSN-PLAIN.
002610     05  CA-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
002620
002630 01  CA-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
002640 01  FILLER REDEFINES CA-SSN-CRYPT.
002650     05  CA-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
002660
002670 77  CA-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
002680 77  CA-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
002690
002700 01  CA-MASKED-SSN               PIC X(11) VALUE SPACES.
002710
002720 01  CA-COUNT-READ               PIC 9(08) COMP VALUE 0.
002730 01  CA-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
002740 01  CA-COUNT-LISTED             PIC 9(08) COMP VALUE 0.
002750 01  CA-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
002760 01  CA-COUNT-NO-BAND            PIC 9(08) COMP VALUE 0.
002770 01  CA-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002780
002790 01  CA-COUNT-SMALL-ED           PIC ZZ,ZZ9.
002800 01  CA-MONEY-ED                 PIC Z,ZZZ,ZZ9.99.
002810 01  CA-RATIO-ED                 PIC ZZ9.9.
002820
002830 PROCEDURE DIVISION.
002840
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     SORT SORT-FILE
002880         ON ASCENDING KEY SR-GRADE SR-DEPT-CODE SR-NAME
002890         INPUT PROCEDURE IS 3000-SELECT-ACTIVE THRU 3000-EXIT
002900         OUTPUT PROCEDURE IS 5000-WRITE-BY-GRADE THRU 5000-EXIT
002910     SORT SORT-FILE
002920         ON ASCENDING KEY SR-DEPT-CODE SR-GRADE SR-NAME
002930         USING CMP-WORK
002940         OUTPUT PROCEDURE IS 6000-WRITE-BY-DEPT THRU 6000-EXIT
002950     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002960     PERFORM 9000-TERMINATE THRU 9000-EXIT
002970     STOP RUN.
002980
002990 1000-INITIALIZE.
003000     ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD
003010     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
003020     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
003030     PERFORM 1400-LOAD-SAL-BANDS THRU 1400-EXIT
003040     OPEN INPUT EMPLOYEE-MASTER
003050     IF NOT CA-EMPMAST-OK
003060         DISPLAY "CMPRATIO - CANNOT OPEN EMPMAST - STATUS "
003070             CA-EMPMAST-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     OPEN INPUT POSN-HIST
003120     IF NOT CA-POSHIST-OK
003130         DISPLAY "CMPRATIO - CANNOT OPEN POSHIST - STATUS "
003140             CA-POSHIST-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN OUTPUT CMP-RPT
003190     INITIALIZE CA-ALL-TOTALS
003200     PERFORM 1800-WRITE-HEADINGS THRU 1800-EXIT.
003210 1000-EXIT.
003220     EXIT.
003230
003240 1200-LOAD-CIPHER-KEY.
003250     OPEN INPUT CIPH-KEY
003260     IF NOT CA-CIPHKEY-OK
003270         DISPLAY "CMPRATIO - CANNOT OPEN CIPHKEY - STATUS "
003280             CA-CIPHKEY-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320     READ CIPH-KEY
003330         AT END
003340             MOVE SPACES TO CK-KEY-DIGITS
003350     END-READ
003360     CLOSE CIPH-KEY
003370     IF CK-KEY-DIGITS NOT NUMERIC
003380         DISPLAY "CMPRATIO - CIPHKEY EMPTY OR NOT NUMERIC"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003420     MOVE CK-KEY-DIGITS TO CA-CIPHER-KEY.
003430 1200-EXIT.
003440     EXIT.
003450
003460 1300-LOAD-DEPT-REF.
003470     MOVE 0 TO CA-DREF-USED
003480     MOVE "N" TO CA-REF-LOAD-SW
003490     OPEN INPUT DEPT-REF
003500     IF NOT CA-DEPTREF-OK
003510         DISPLAY "CMPRATIO - DEPTREF NOT AVAILABLE - NAMES "
003520             "WILL BE BLANK"
003530         GO TO 1300-EXIT
003540     END-IF
003550     PERFORM 1350-LOAD-ONE-REF THRU 1350-EXIT
003560         UNTIL CA-REF-LOAD-DONE
003570     CLOSE DEPT-REF.
003580 1300-EXIT.
003590     EXIT.
003600
003610 1350-LOAD-ONE-REF.
003620     READ DEPT-REF
003630         AT END
003640             SET CA-REF-LOAD-DONE TO TRUE
003650         NOT AT END
003660             IF CA-DREF-USED < CA-DREF-MAX
003670                 ADD 1 TO CA-DREF-USED
003680                 MOVE DF-DEPT-CODE TO
003690                     CA-RF-CODE (CA-DREF-USED)
003700                 MOVE DF-DEPT-NAME TO
003710                     CA-RF-NAME (CA-DREF-USED)
003720             END-IF
003730     END-READ.
003740 1350-EXIT.
003750     EXIT.
003760
003770****************************************************************
003780*    1400 - SALBAND IS REQUIRED: WITHOUT IT THERE IS NO BAND TO
003790*    MEASURE ANYONE AGAINST.  ROWS WITH A BLANK GRADE OR
003800*    NON-NUMERIC LIMITS ARE SKIPPED, AS COBOLTUT'S 1300 SKIPS
003810*    THEM.
003820****************************************************************
003830 1400-LOAD-SAL-BANDS.
003840     MOVE 0 TO CA-BAND-USED
003850     MOVE "N" TO CA-REF-LOAD-SW
003860     OPEN INPUT SAL-BAND
003870     IF NOT CA-SALBAND-OK
003880         DISPLAY "CMPRATIO - CANNOT OPEN SALBAND - STATUS "
003890             CA-SALBAND-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF
003930     PERFORM 1450-LOAD-ONE-BAND THRU 1450-EXIT
003940         UNTIL CA-REF-LOAD-DONE
003950     CLOSE SAL-BAND
003960     IF CA-BAND-USED = 0
003970         DISPLAY "CMPRATIO - SALBAND IS EMPTY"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010 1400-EXIT.
004020     EXIT.
004030
004040 1450-LOAD-ONE-BAND.
004050     READ SAL-BAND
004060         AT END
004070             SET CA-REF-LOAD-DONE TO TRUE
004080             GO TO 1450-EXIT
004090     END-READ
004100     IF SB-GRADE = SPACES
004110         OR SB-MIN NOT NUMERIC
004120         OR SB-MAX NOT NUMERIC
004130         GO TO 1450-EXIT
004140     END-IF
004150     IF CA-BAND-USED >= CA-BAND-MAX
004160         DISPLAY "CMPRATIO - SALBAND TABLE FULL"
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF
004200     ADD 1 TO CA-BAND-USED
004210     MOVE SB-GRADE TO CA-BT-GRADE (CA-BAND-USED)
004220     MOVE SB-MIN-N TO CA-BT-MIN (CA-BAND-USED)
004230     MOVE SB-MAX-N TO CA-BT-MAX (CA-BAND-USED).
004240 1450-EXIT.
004250     EXIT.
004260
004270 1800-WRITE-HEADINGS.
004280     MOVE SPACES TO CMP-RPT-RECORD
004290     STRING "CMPRATIO - COMPA-RATIO TO SALARY BAND MIDPOINT - "
004300         DELIMITED BY SIZE
004310         "AS OF " DELIMITED BY SIZE
004320         CA-RUN-DATE DELIMITED BY SIZE
004330         INTO CMP-RPT-RECORD
004340     END-STRING
004350     WRITE CMP-RPT-RECORD
004360     MOVE SPACES TO CMP-RPT-RECORD
004370     WRITE CMP-RPT-RECORD
004380     MOVE "COMPA-RATIO IS SALARY AS A PER CENT OF THE GRADE'S "
004390         TO CMP-RPT-RECORD
004400     MOVE "BAND MIDPOINT; ** = OUTSIDE THE BAND."
004410         TO CMP-RPT-RECORD (52:37)
004420     WRITE CMP-RPT-RECORD
004430     MOVE SPACES TO CMP-RPT-RECORD
004440     WRITE CMP-RPT-RECORD
004450     MOVE "SECTION 1 - BY GRADE" TO CMP-RPT-RECORD
004460     WRITE CMP-RPT-RECORD
004470     PERFORM 1850-WRITE-COLUMN-HEADS THRU 1850-EXIT.
004480 1800-EXIT.
004490     EXIT.
004500
004510 1850-WRITE-COLUMN-HEADS.
004520     MOVE SPACES TO CMP-RPT-RECORD
004530     MOVE "SSN"           TO CMP-RPT-RECORD (1:3)
004540     MOVE "NAME"          TO CMP-RPT-RECORD (13:4)
004550     MOVE "DEPT"          TO CMP-RPT-RECORD (36:4)
004560     MOVE "GR"            TO CMP-RPT-RECORD (41:2)
004570     MOVE "SALARY"        TO CMP-RPT-RECORD (50:6)
004580     MOVE "MIDPOINT"      TO CMP-RPT-RECORD (61:8)
004590     MOVE "COMPA"         TO CMP-RPT-RECORD (70:5)
004600     MOVE "POSITION"      TO CMP-RPT-RECORD (77:8)
004610     WRITE CMP-RPT-RECORD.
004620 1850-EXIT.
004630     EXIT.
004640
004650****************************************************************
004660*    3000 - SORT INPUT.  ONE PASS OF THE MASTER; EVERY ACTIVE
004670*    EMPLOYEE WITH A POSITION ROW WHOSE GRADE IS ON SALBAND
004680*    GOES TO THE SORT WITH THEIR RATIO AND BAND POSITION.
004690****************************************************************
004700 3000-SELECT-ACTIVE.
004710     MOVE LOW-VALUES TO EM-SSNUM
004720     START EMPLOYEE-MASTER KEY IS >= EM-SSNUM
004730         INVALID KEY
004740             SET CA-MAST-EOF TO TRUE
004750     END-START
004760     IF NOT CA-EMPMAST-READ-OK
004770         SET CA-MAST-EOF TO TRUE
004780     END-IF
004790     PERFORM 3200-SELECT-ONE-RECORD THRU 3200-EXIT
004800         UNTIL CA-MAST-EOF.
004810 3000-EXIT.
004820     EXIT.
004830
004840 3200-SELECT-ONE-RECORD.
004850     READ EMPLOYEE-MASTER NEXT RECORD
004860         AT END
004870             SET CA-MAST-EOF TO TRUE
004880     END-READ
004890     IF NOT CA-EMPMAST-READ-OK
004900         SET CA-MAST-EOF TO TRUE
004910     END-IF
004920     IF CA-MAST-EOF
004930         GO TO 3200-EXIT
004940     END-IF
004950     ADD 1 TO CA-COUNT-READ
004960     IF NOT EM-ACTIVE
004970         GO TO 3200-EXIT
004980     END-IF
004990     ADD 1 TO CA-COUNT-ACTIVE
005000     PERFORM 3500-FIND-CURRENT-POSN THRU 3500-EXIT
005010     IF NOT CA-POSN-FOUND
005020         ADD 1 TO CA-COUNT-NO-POSN
005030         GO TO 3200-EXIT
005040     END-IF
005050     PERFORM 3700-FIND-BAND THRU 3700-EXIT
005060     IF CA-BAND-FOUND-SUB = 0
005070         ADD 1 TO CA-COUNT-NO-BAND
005080         GO TO 3200-EXIT
005090     END-IF
005100     PERFORM 3300-RELEASE-ONE THRU 3300-EXIT.
005110 3200-EXIT.
005120     EXIT.
005130
005140****************************************************************
005150*    3300 - RATIO AND BAND POSITION.  THE MIDPOINT IS ROUNDED
005160*    TO THE CENT AND THE RATIO TO ONE DECIMAL.  A RATIO TOO
005170*    LARGE TO PRINT (OR A BAND OF ALL ZEROS) SHOWS AS 999.9.
005180*    WITHIN THE BAND THE QUARTER IS FOUND BY COMPARING FOUR
005190*    TIMES THE DISTANCE ABOVE SB-MIN WITH THE WIDTH OF THE
005200*    BAND; A SALARY EXACTLY ON A QUARTER LINE COUNTS IN THE
005210*    HIGHER QUARTER, AND SB-MAX ITSELF IS Q4.
005220****************************************************************
005230 3300-RELEASE-ONE.
005240     MOVE CA-CP-GRADE TO SR-GRADE
005250     MOVE EM-DEPT-CODE TO SR-DEPT-CODE
005260     MOVE EM-NAME TO SR-NAME
005270     MOVE EM-SSNUM TO CA-SSN-CRYPT
005280     PERFORM 7500-DECIPHER-SSN THRU 7500-EXIT
005290     PERFORM 7600-BUILD-MASKED-SSN THRU 7600-EXIT
005300     MOVE CA-MASKED-SSN TO SR-MASKED-SSN
005310     MOVE CA-CP-SALARY TO SR-SALARY
005320     MOVE CA-BT-MIN (CA-BAND-FOUND-SUB) TO SR-BAND-MIN
005330     MOVE CA-BT-MAX (CA-BAND-FOUND-SUB) TO SR-BAND-MAX
005340     COMPUTE SR-MIDPOINT ROUNDED =
005350         (SR-BAND-MIN + SR-BAND-MAX) / 2
005360     MOVE 999.9 TO SR-COMPA-RATIO
005370     IF SR-MIDPOINT > 0
005380         COMPUTE SR-COMPA-RATIO ROUNDED =
005390             SR-SALARY * 100 / SR-MIDPOINT
005400             ON SIZE ERROR
005410                 MOVE 999.9 TO SR-COMPA-RATIO
005420         END-COMPUTE
005430     END-IF
005440     EVALUATE TRUE
005450         WHEN SR-SALARY < SR-BAND-MIN
005460             MOVE 1 TO SR-POSITION
005470         WHEN SR-SALARY > SR-BAND-MAX
005480             MOVE 6 TO SR-POSITION
005490         WHEN OTHER
005500             PERFORM 3350-FIND-QUARTER THRU 3350-EXIT
005510     END-EVALUATE
005520     ADD 1 TO CA-COUNT-LISTED
005530     RELEASE SORT-RECORD.
005540 3300-EXIT.
005550     EXIT.
005560
005570 3350-FIND-QUARTER.
005580     COMPUTE CA-BAND-RANGE = SR-BAND-MAX - SR-BAND-MIN
005590     COMPUTE CA-BAND-OFFSET = (SR-SALARY - SR-BAND-MIN) * 4
005600     EVALUATE TRUE
005610         WHEN CA-BAND-OFFSET < CA-BAND-RANGE
005620             MOVE 2 TO SR-POSITION
005630         WHEN CA-BAND-OFFSET < CA-BAND-RANGE * 2
005640             MOVE 3 TO SR-POSITION
005650         WHEN CA-BAND-OFFSET < CA-BAND-RANGE * 3
005660             MOVE 4 TO SR-POSITION
005670         WHEN OTHER
005680             MOVE 5 TO SR-POSITION
005690     END-EVALUATE.
005700 3350-EXIT.
005710     EXIT.
005720
005730****************************************************************
005740*    3500 - LATEST POSITION ROW, AS COMPREG FINDS IT: START AT
005750*    (SSN, DATE ZERO) AND KEEP THE LAST ROW UNDER THE SAME SSN.
005760****************************************************************
005770 3500-FIND-CURRENT-POSN.
005780     MOVE "N" TO CA-POSN-FOUND-SW
005790     MOVE "N" TO CA-POSN-DONE-SW
005800     MOVE ZEROS TO CA-CP-EFF-DATE
005810     MOVE SPACES TO CA-CP-GRADE
005820     MOVE ZEROS TO CA-CP-SALARY
005830     MOVE EM-SSNUM TO PH-SSNUM
005840     MOVE ZEROS TO PH-EFF-DATE
005850     START POSN-HIST KEY IS >= PH-KEY
005860         INVALID KEY
005870             SET CA-POSN-DONE TO TRUE
005880     END-START
005890     IF NOT CA-POSHIST-READ-OK
005900         SET CA-POSN-DONE TO TRUE
005910     END-IF
005920     PERFORM 3600-READ-ONE-POSN THRU 3600-EXIT
005930         UNTIL CA-POSN-DONE.
005940 3500-EXIT.
005950     EXIT.
005960
005970 3600-READ-ONE-POSN.
005980     READ POSN-HIST NEXT RECORD
005990         AT END
006000             SET CA-POSN-DONE TO TRUE
006010     END-READ
006020     IF NOT CA-POSHIST-READ-OK
006030         SET CA-POSN-DONE TO TRUE
006040     END-IF
006050     IF CA-POSN-DONE
006060         GO TO 3600-EXIT
006070     END-IF
006080     IF PH-SSNUM NOT = EM-SSNUM
006090         SET CA-POSN-DONE TO TRUE
006100         GO TO 3600-EXIT
006110     END-IF
006120     SET CA-POSN-FOUND TO TRUE
006130     MOVE PH-EFF-DATE TO CA-CP-EFF-DATE
006140     MOVE PH-GRADE TO CA-CP-GRADE
006150     MOVE PH-SALARY TO CA-CP-SALARY.
006160 3600-EXIT.
006170     EXIT.
006180
006190 3700-FIND-BAND.
006200     MOVE 0 TO CA-BAND-FOUND-SUB
006210     PERFORM 3750-MATCH-ONE-BAND THRU 3750-EXIT
006220         VARYING CA-BAND-SUB FROM 1 BY 1
006230         UNTIL CA-BAND-SUB > CA-BAND-USED
006240             OR CA-BAND-FOUND-SUB > 0.
006250 3700-EXIT.
006260     EXIT.
006270
006280 3750-MATCH-ONE-BAND.
006290     IF CA-BT-GRADE (CA-BAND-SUB) = CA-CP-GRADE
006300         MOVE CA-BAND-SUB TO CA-BAND-FOUND-SUB
006310     END-IF.
006320 3750-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360*    5000 - FIRST SORT OUTPUT: BY GRADE.  A GRADE HEADING WITH
006370*    ITS BAND ON EACH CHANGE OF GRADE, ONE LINE PER PERSON, THE
006380*    GRADE'S TOTALS BEFORE THE NEXT.  EACH RECORD IS ALSO
006390*    COPIED TO CMPWORK FOR THE DEPARTMENT LISTING.
006400****************************************************************
006410 5000-WRITE-BY-GRADE.
006420     OPEN OUTPUT CMP-WORK
006430     IF NOT CA-WORK-OK
006440         DISPLAY "CMPRATIO - CANNOT OPEN CMPWORK - STATUS "
006450             CA-WORK-STATUS
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF
006490     MOVE "N" TO CA-SORT-EOF-SW
006500     MOVE "Y" TO CA-FIRST-SW
006510     PERFORM 5100-WRITE-ONE-GRADE-LINE THRU 5100-EXIT
006520         UNTIL CA-SORT-EOF
006530     IF NOT CA-FIRST-GROUP
006540         PERFORM 5300-END-GRADE THRU 5300-EXIT
006550     END-IF
006560     CLOSE CMP-WORK.
006570 5000-EXIT.
006580     EXIT.
006590
006600 5100-WRITE-ONE-GRADE-LINE.
006610     RETURN SORT-FILE
006620         AT END
006630             SET CA-SORT-EOF TO TRUE
006640             GO TO 5100-EXIT
006650     END-RETURN
006660     IF CA-FIRST-GROUP
006670         OR SR-GRADE NOT = CA-CURR-GRADE
006680         IF NOT CA-FIRST-GROUP
006690             PERFORM 5300-END-GRADE THRU 5300-EXIT
006700         END-IF
006710         PERFORM 5200-START-GRADE THRU 5200-EXIT
006720     END-IF
006730     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
006740     MOVE SORT-RECORD TO CMP-WORK-RECORD
006750     WRITE CMP-WORK-RECORD.
006760 5100-EXIT.
006770     EXIT.
006780
006790 5200-START-GRADE.
006800     MOVE "N" TO CA-FIRST-SW
006810     MOVE SR-GRADE TO CA-CURR-GRADE
006820     INITIALIZE CA-GRP-TOTALS
006830     MOVE SPACES TO CMP-RPT-RECORD
006840     WRITE CMP-RPT-RECORD
006850     MOVE SPACES TO CMP-RPT-RECORD
006860     STRING "GRADE " DELIMITED BY SIZE
006870         SR-GRADE DELIMITED BY SIZE
006880         INTO CMP-RPT-RECORD
006890     END-STRING
006900     MOVE "BAND" TO CMP-RPT-RECORD (13:4)
006910     MOVE SR-BAND-MIN TO CA-MONEY-ED
006920     MOVE CA-MONEY-ED TO CMP-RPT-RECORD (18:12)
006930     MOVE "-" TO CMP-RPT-RECORD (31:1)
006940     MOVE SR-BAND-MAX TO CA-MONEY-ED
006950     MOVE CA-MONEY-ED TO CMP-RPT-RECORD (33:12)
006960     MOVE "MIDPOINT" TO CMP-RPT-RECORD (48:8)
006970     MOVE SR-MIDPOINT TO CA-MONEY-ED
006980     MOVE CA-MONEY-ED TO CMP-RPT-RECORD (57:12)
006990     WRITE CMP-RPT-RECORD.
007000 5200-EXIT.
007010     EXIT.
007020
007030 5300-END-GRADE.
007040     MOVE CA-GRP-TOTALS TO CA-TOT-TOTALS
007050     MOVE "GRADE TOTAL" TO CA-TOT-LABEL
007060     PERFORM 7200-WRITE-TOTAL-LINES THRU 7200-EXIT
007070     ADD CA-GT-COUNT TO CA-AT-COUNT
007080     ADD CA-GT-RATIO-SUM TO CA-AT-RATIO-SUM
007090     PERFORM 5310-ADD-GRADE-POSN THRU 5310-EXIT
007100         VARYING CA-POSN-SUB FROM 1 BY 1
007110         UNTIL CA-POSN-SUB > CA-POSN-COUNT.
007120 5300-EXIT.
007130     EXIT.
007140
007150 5310-ADD-GRADE-POSN.
007160     ADD CA-GT-POSN-CNT (CA-POSN-SUB)
007170         TO CA-AT-POSN-CNT (CA-POSN-SUB).
007180 5310-EXIT.
007190     EXIT.
007200
007210****************************************************************
007220*    6000 - SECOND SORT OUTPUT: BY DEPARTMENT, FROM CMPWORK.
007230*    THE SAME LINES AND GROUP TOTALS AS 5000 UNDER A DEPARTMENT
007240*    HEADING; THE COMPANY TOTALS WERE TAKEN IN 5300.
007250****************************************************************
007260 6000-WRITE-BY-DEPT.
007270     MOVE SPACES TO CMP-RPT-RECORD
007280     WRITE CMP-RPT-RECORD
007290     MOVE SPACES TO CMP-RPT-RECORD
007300     WRITE CMP-RPT-RECORD
007310     MOVE "SECTION 2 - BY DEPARTMENT" TO CMP-RPT-RECORD
007320     WRITE CMP-RPT-RECORD
007330     PERFORM 1850-WRITE-COLUMN-HEADS THRU 1850-EXIT
007340     MOVE "N" TO CA-SORT-EOF-SW
007350     MOVE "Y" TO CA-FIRST-SW
007360     PERFORM 6100-WRITE-ONE-DEPT-LINE THRU 6100-EXIT
007370         UNTIL CA-SORT-EOF
007380     IF NOT CA-FIRST-GROUP
007390         PERFORM 6300-END-DEPT THRU 6300-EXIT
007400     END-IF.
007410 6000-EXIT.
007420     EXIT.
007430
007440 6100-WRITE-ONE-DEPT-LINE.
007450     RETURN SORT-FILE
007460         AT END
007470             SET CA-SORT-EOF TO TRUE
007480             GO TO 6100-EXIT
007490     END-RETURN
007500     IF CA-FIRST-GROUP
007510         OR SR-DEPT-CODE NOT = CA-CURR-DEPT
007520         IF NOT CA-FIRST-GROUP
007530             PERFORM 6300-END-DEPT THRU 6300-EXIT
007540         END-IF
007550         PERFORM 6200-START-DEPT THRU 6200-EXIT
007560     END-IF
007570     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
007580 6100-EXIT.
007590     EXIT.
007600
007610 6200-START-DEPT.
007620     MOVE "N" TO CA-FIRST-SW
007630     MOVE SR-DEPT-CODE TO CA-CURR-DEPT
007640     INITIALIZE CA-GRP-TOTALS
007650     MOVE SR-DEPT-CODE TO CA-DEPT-CODE
007660     PERFORM 8150-FIND-DEPT-NAME THRU 8150-EXIT
007670     MOVE SPACES TO CMP-RPT-RECORD
007680     WRITE CMP-RPT-RECORD
007690     MOVE SPACES TO CMP-RPT-RECORD
007700     STRING "DEPT " DELIMITED BY SIZE
007710         CA-DEPT-CODE DELIMITED BY SIZE
007720         "  " DELIMITED BY SIZE
007730         CA-DEPT-NAME DELIMITED BY SIZE
007740         INTO CMP-RPT-RECORD
007750     END-STRING
007760     WRITE CMP-RPT-RECORD.
007770 6200-EXIT.
007780     EXIT.
007790
007800 6300-END-DEPT.
007810     MOVE CA-GRP-TOTALS TO CA-TOT-TOTALS
007820     MOVE "DEPT TOTAL" TO CA-TOT-LABEL
007830     PERFORM 7200-WRITE-TOTAL-LINES THRU 7200-EXIT.
007840 6300-EXIT.
007850     EXIT.
007860
007870****************************************************************
007880*    7000 - ONE DETAIL LINE FROM THE SORT RECORD, ADDED TO THE
007890*    GROUP TOTALS.  BOTH LISTINGS PRINT THROUGH HERE.
007900****************************************************************
007910 7000-WRITE-DETAIL-LINE.
007920     ADD 1 TO CA-GT-COUNT
007930     ADD SR-COMPA-RATIO TO CA-GT-RATIO-SUM
007940     ADD 1 TO CA-GT-POSN-CNT (SR-POSITION)
007950     MOVE SPACES TO CMP-RPT-RECORD
007960     MOVE SR-MASKED-SSN TO CMP-RPT-RECORD (1:11)
007970     MOVE SR-NAME (1:22) TO CMP-RPT-RECORD (13:22)
007980     MOVE SR-DEPT-CODE TO CMP-RPT-RECORD (36:4)
007990     MOVE SR-GRADE TO CMP-RPT-RECORD (41:2)
008000     MOVE SR-SALARY TO CA-MONEY-ED
008010     MOVE CA-MONEY-ED TO CMP-RPT-RECORD (44:12)
008020     MOVE SR-MIDPOINT TO CA-MONEY-ED
008030     MOVE CA-MONEY-ED TO CMP-RPT-RECORD (57:12)
008040     MOVE SR-COMPA-RATIO TO CA-RATIO-ED
008050     MOVE CA-RATIO-ED TO CMP-RPT-RECORD (70:5)
008060     MOVE CA-POSN-LABEL (SR-POSITION) TO CMP-RPT-RECORD (77:9)
008070     IF SR-POSITION = 1 OR SR-POSITION = 6
008080         MOVE "**" TO CMP-RPT-RECORD (87:2)
008090     END-IF
008100     WRITE CMP-RPT-RECORD.
008110 7000-EXIT.
008120     EXIT.
008130
008140****************************************************************
008150*    7200 - TOTALS LINES FROM THE CA-TOT- WORK AREA: LABEL, HEAD
008160*    COUNT AND AVERAGE COMPA-RATIO (UNDER THE COMPA COLUMN),
008170*    THEN THE COUNT IN EACH BAND POSITION.
008180****************************************************************
008190 7200-WRITE-TOTAL-LINES.
008200     MOVE SPACES TO CMP-RPT-RECORD
008210     MOVE CA-TOT-LABEL TO CMP-RPT-RECORD (13:20)
008220     MOVE CA-TOT-COUNT TO CA-COUNT-SMALL-ED
008230     MOVE CA-COUNT-SMALL-ED TO CMP-RPT-RECORD (33:6)
008240     MOVE "PEOPLE" TO CMP-RPT-RECORD (40:6)
008250     MOVE "AVERAGE COMPA-RATIO" TO CMP-RPT-RECORD (49:19)
008260     MOVE 0 TO CA-AVG-RATIO
008270     IF CA-TOT-COUNT > 0
008280         COMPUTE CA-AVG-RATIO ROUNDED =
008290             CA-TOT-RATIO-SUM / CA-TOT-COUNT
008300     END-IF
008310     MOVE CA-AVG-RATIO TO CA-RATIO-ED
008320     MOVE CA-RATIO-ED TO CMP-RPT-RECORD (70:5)
008330     WRITE CMP-RPT-RECORD
008340     MOVE SPACES TO CMP-RPT-RECORD
008350     PERFORM 7210-EDIT-ONE-POSN THRU 7210-EXIT
008360         VARYING CA-POSN-SUB FROM 1 BY 1
008370         UNTIL CA-POSN-SUB > CA-POSN-COUNT
008380     WRITE CMP-RPT-RECORD.
008390 7200-EXIT.
008400     EXIT.
008410
008420 7210-EDIT-ONE-POSN.
008430     COMPUTE CA-POSN-COL = 5 + (CA-POSN-SUB - 1) * 16
008440     MOVE CA-POSN-LABEL (CA-POSN-SUB)
008450         TO CMP-RPT-RECORD (CA-POSN-COL:9)
008460     MOVE CA-TOT-POSN-CNT (CA-POSN-SUB) TO CA-COUNT-SMALL-ED
008470     ADD 10 TO CA-POSN-COL
008480     MOVE CA-COUNT-SMALL-ED TO CMP-RPT-RECORD (CA-POSN-COL:6).
008490 7210-EXIT.
008500     EXIT.
008510
008520 7500-DECIPHER-SSN.
008530     PERFORM 7510-DECIPHER-ONE-DIGIT THRU 7510-EXIT
008540         VARYING CA-CIPHER-SUB FROM 1 BY 1
008550         UNTIL CA-CIPHER-SUB > 9.
008560 7500-EXIT.
008570     EXIT.
008580
008590 7510-DECIPHER-ONE-DIGIT.
008600     COMPUTE CA-CIPHER-WORK = CA-CRYPT-DIGIT (CA-CIPHER-SUB)
008610         - CA-KEY-DIGIT (CA-CIPHER-SUB)
008620     IF CA-CIPHER-WORK < 0
008630         ADD 10 TO CA-CIPHER-WORK
008640     END-IF
008650     MOVE CA-CIPHER-WORK TO CA-PLAIN-DIGIT (CA-CIPHER-SUB).
008660 7510-EXIT.
008670     EXIT.
008680
008690 7600-BUILD-MASKED-SSN.
008700     MOVE SPACES TO CA-MASKED-SSN
008710     STRING "XXX-XX-"          DELIMITED BY SIZE
008720         CA-SSN-PLAIN (6:4)    DELIMITED BY SIZE
008730         INTO CA-MASKED-SSN
008740     END-STRING.
008750 7600-EXIT.
008760     EXIT.
008770
008780 8150-FIND-DEPT-NAME.
008790     MOVE SPACES TO CA-DEPT-NAME
008800     IF CA-DEPT-CODE = SPACES
008810         MOVE "(NO DEPARTMENT CODE)" TO CA-DEPT-NAME
008820         GO TO 8150-EXIT
008830     END-IF
008840     MOVE 0 TO CA-DREF-FOUND-SUB
008850     PERFORM 8160-MATCH-ONE-REF THRU 8160-EXIT
008860         VARYING CA-DREF-SUB FROM 1 BY 1
008870         UNTIL CA-DREF-SUB > CA-DREF-USED
008880             OR CA-DREF-FOUND-SUB > 0
008890     IF CA-DREF-FOUND-SUB > 0
008900         MOVE CA-RF-NAME (CA-DREF-FOUND-SUB) TO CA-DEPT-NAME
008910     END-IF.
008920 8150-EXIT.
008930     EXIT.
008940
008950 8160-MATCH-ONE-REF.
008960     IF CA-RF-CODE (CA-DREF-SUB) = CA-DEPT-CODE
008970         MOVE CA-DREF-SUB TO CA-DREF-FOUND-SUB
008980     END-IF.
008990 8160-EXIT.
009000     EXIT.
009010
009020 8500-WRITE-TOTALS.
009030     MOVE SPACES TO CMP-RPT-RECORD
009040     WRITE CMP-RPT-RECORD
009050     MOVE CA-ALL-TOTALS TO CA-TOT-TOTALS
009060     MOVE "ALL LISTED" TO CA-TOT-LABEL
009070     PERFORM 7200-WRITE-TOTAL-LINES THRU 7200-EXIT
009080     MOVE SPACES TO CMP-RPT-RECORD
009090     WRITE CMP-RPT-RECORD
009100     MOVE CA-COUNT-LISTED TO CA-COUNT-ED
009110     MOVE SPACES TO CMP-RPT-RECORD
009120     STRING "ACTIVE EMPLOYEES LISTED  . . . " DELIMITED BY SIZE
009130         CA-COUNT-ED DELIMITED BY SIZE
009140         INTO CMP-RPT-RECORD
009150     END-STRING
009160     WRITE CMP-RPT-RECORD
009170     MOVE CA-COUNT-NO-POSN TO CA-COUNT-ED
009180     MOVE SPACES TO CMP-RPT-RECORD
009190     STRING "ACTIVE, NO POSITION ROW  . . . " DELIMITED BY SIZE
009200         CA-COUNT-ED DELIMITED BY SIZE
009210         INTO CMP-RPT-RECORD
009220     END-STRING
009230     WRITE CMP-RPT-RECORD
009240     MOVE CA-COUNT-NO-BAND TO CA-COUNT-ED
009250     MOVE SPACES TO CMP-RPT-RECORD
009260     STRING "ACTIVE, GRADE NOT ON SALBAND . " DELIMITED BY SIZE
009270         CA-COUNT-ED DELIMITED BY SIZE
009280         INTO CMP-RPT-RECORD
009290     END-STRING
009300     WRITE CMP-RPT-RECORD
009310     MOVE CA-COUNT-ACTIVE TO CA-COUNT-ED
009320     MOVE SPACES TO CMP-RPT-RECORD
009330     STRING "ACTIVE EMPLOYEES . . . . . . . " DELIMITED BY SIZE
009340         CA-COUNT-ED DELIMITED BY SIZE
009350         INTO CMP-RPT-RECORD
009360     END-STRING
009370     WRITE CMP-RPT-RECORD
009380     MOVE CA-COUNT-READ TO CA-COUNT-ED
009390     MOVE SPACES TO CMP-RPT-RECORD
009400     STRING "TOTAL RECORDS ON FILE  . . . . " DELIMITED BY SIZE
009410         CA-COUNT-ED DELIMITED BY SIZE
009420         INTO CMP-RPT-RECORD
009430     END-STRING
009440     WRITE CMP-RPT-RECORD.
009450 8500-EXIT.
009460     EXIT.
009470
009480 9000-TERMINATE.
009490     CLOSE EMPLOYEE-MASTER
009500     CLOSE POSN-HIST
009510     CLOSE CMP-RPT.
009520 9000-EXIT.
009530     EXIT.
