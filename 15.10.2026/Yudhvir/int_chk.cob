000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTCHK.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* INTCHK - WEEKLY CROSS-FILE INTEGRITY SWEEP.
000070*
000080*    8500-BALANCE-CHECK in coboltut only ties record counts
000090*    together and HRRECON only compares us to HR; neither says
000100*    whether what is already on file still hangs together.
000110*    This program reads the whole EMPLOYEE-MASTER and the whole
000120*    POSN-HIST and reports on INTRPT every exception in six
000130*    classes:
000140*        - department code no longer on DEPTREF (blank is
000150*          allowed, as at capture - see coboltut 2700)
000160*        - status date earlier than the entry date
000170*        - SSN that would now fail coboltut's 2200-VALIDATE-SSN:
000180*          not numeric, or once deciphered area 000, 666 or
000190*          900+, group 00 or serial 0000
000200*        - active employee with no POSN-HIST row
000210*        - grade on the employee's current (latest) position row
000220*          no longer on SALBAND; superseded rows are history
000230*          and are not checked
000240*        - POSN-HIST row whose SSN has no master record
000250*    Each class is counted on the summary.
000260*
000270*    DEPTREF, SALBAND and CIPHKEY are required - without them
000280*    the sweep would report everything or nothing.
000290*
000300*    Return codes, for the scheduler to alert on:
000310*        0  clean
000320*        4  reference or date exceptions only (department,
000330*           grade, status date, active with no position row)
000340*        8  structural exceptions (orphan position rows or SSNs
000350*           failing the edit) - these mean the files have been
000360*           damaged or loaded around the online edits
000370*       16  a file could not be opened or a reference file is
000380*           empty or bad
000390*
000400* MODIFICATION HISTORY
000410*    15 OCT 2026  YR  Initial version.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EM-SSNUM
000500         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000510         FILE STATUS IS IC-EMPMAST-STATUS.
000520     SELECT POSN-HIST ASSIGN TO "POSHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PH-KEY
000560         FILE STATUS IS IC-POSHIST-STATUS.
000570     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS IC-DEPTREF-STATUS.
000600     SELECT SAL-BAND ASSIGN TO "SALBAND"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS IC-SALBAND-STATUS.
000630     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS IC-CIPHKEY-STATUS.
000660     SELECT INT-RPT ASSIGN TO "INTRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS IC-RPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EMPLOYEE-MASTER.
000730 01  EMPLOYEE-MASTER-RECORD.
000740     COPY SSNUM
000750         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000760                   ==02  SSArea==   BY ==10  EM-SSAREA==
000770                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000780                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000790     05  EM-NAME                 PIC X(30).
000800     05  EM-ENTRY-DATE           PIC 9(08).
000810     05  EM-STATUS               PIC X(01).
000820         88  EM-ACTIVE                      VALUE "A".
000830     05  EM-STATUS-DATE          PIC 9(08).
000840     05  EM-DEPT-CODE            PIC X(04).
000850
000860 FD  POSN-HIST.
000870 01  POSN-HIST-RECORD.
000880     05  PH-KEY.
000890         10  PH-SSNUM            PIC 9(09).
000900         10  PH-EFF-DATE         PIC 9(08).
000910     05  PH-JOB-TITLE            PIC X(20).
000920     05  PH-GRADE                PIC X(02).
000930     05  PH-SALARY               PIC 9(07)V99.
000940
000950 FD  DEPT-REF.
000960 01  DEPT-REF-RECORD.
000970     05  DF-DEPT-CODE            PIC X(04).
000980     05  DF-DEPT-NAME            PIC X(30).
000990     05  FILLER                  PIC X(46).
001000
001010 FD  SAL-BAND.
001020 01  SAL-BAND-RECORD.
001030     05  SB-GRADE                PIC X(02).
001040     05  SB-MIN                  PIC X(09).
001050     05  SB-MAX                  PIC X(09).
001060     05  FILLER                  PIC X(60).
001070
001080 FD  CIPH-KEY.
001090 01  CIPH-KEY-RECORD.
001100     05  CK-KEY-DIGITS           PIC X(09).
001110     05  FILLER                  PIC X(71).
001120
001130 FD  INT-RPT.
001140 01  INT-RPT-RECORD              PIC X(100).
001150
001160 WORKING-STORAGE SECTION.
001170 01  IC-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001180     88  IC-EMPMAST-OK                      VALUE "00".
001190     88  IC-EMPMAST-READ-OK                 VALUE "00", "02".
001200
001210 01  IC-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001220     88  IC-POSHIST-OK                      VALUE "00".
001230     88  IC-POSHIST-READ-OK                 VALUE "00", "02".
001240
001250 01  IC-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001260     88  IC-DEPTREF-OK                      VALUE "00".
001270
001280 01  IC-SALBAND-STATUS           PIC X(02) VALUE SPACES.
001290     88  IC-SALBAND-OK                      VALUE "00".
001300
001310 01  IC-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001320     88  IC-CIPHKEY-OK                      VALUE "00".
001330
001340 01  IC-RPT-STATUS               PIC X(02) VALUE SPACES.
001350
001360 01  IC-MAST-EOF-SW              PIC X(01) VALUE "N".
001370     88  IC-MAST-EOF                        VALUE "Y".
001380
001390 01  IC-POSN-EOF-SW              PIC X(01) VALUE "N".
001400     88  IC-POSN-EOF                        VALUE "Y".
001410
001420 01  IC-REF-LOAD-SW              PIC X(01) VALUE "N".
001430     88  IC-REF-LOAD-DONE                   VALUE "Y".
001440
001450 01  IC-POSN-DONE-SW             PIC X(01) VALUE "N".
001460     88  IC-POSN-DONE                       VALUE "Y".
001470
001480 01  IC-POSN-FOUND-SW            PIC X(01) VALUE "N".
001490     88  IC-POSN-FOUND                      VALUE "Y".
001500
001510 01  IC-SSN-VALID-SW             PIC X(01) VALUE "Y".
001520     88  IC-SSN-VALID                       VALUE "Y".
001530     88  IC-SSN-INVALID                     VALUE "N".
001540
001550 01  IC-ORPHAN-SW                PIC X(01) VALUE "N".
001560     88  IC-ORPHAN                          VALUE "Y".
001570
001580 01  IC-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
001590 01  FILLER REDEFINES IC-CIPHER-KEY.
001600     05  IC-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
001610
001620 01  IC-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
001630 01  FILLER REDEFINES IC-SSN-PLAIN.
001640     05  IC-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001650 01  FILLER REDEFINES IC-SSN-PLAIN.
001660     05  IC-PLAIN-AREA           PIC 9(03).
001670     05  IC-PLAIN-GROUP          PIC 9(02).
001680     05  IC-PLAIN-SERIAL         PIC 9(04).
001690
001700 01  IC-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
001710 01  FILLER REDEFINES IC-SSN-CRYPT.
001720     05  IC-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001730
001740 77  IC-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
001750 77  IC-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
001760
001770 77  IC-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001780 77  IC-DREF-USED                PIC 9(04) COMP VALUE 0.
001790 77  IC-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001800 77  IC-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001810
001820 01  IC-DREF-TABLE.
001830     05  IC-DR-CODE              PIC X(04) OCCURS 500 TIMES.
001840
001850 77  IC-BAND-MAX                 PIC 9(04) COMP VALUE 50.
001860 77  IC-BAND-USED                PIC 9(04) COMP VALUE 0.
001870 77  IC-BAND-SUB                 PIC 9(04) COMP VALUE 0.
001880 77  IC-BAND-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001890
001900 01  IC-BAND-TABLE.
001910     05  IC-BT-GRADE             PIC X(02) OCCURS 50 TIMES.
001920
001930*    The latest position row found for the current employee.
001940 01  IC-CP-EFF-DATE              PIC 9(08) VALUE ZEROS.
001950 01  IC-CP-GRADE                 PIC X(02) VALUE SPACES.
001960
001970 01  IC-LAST-PH-SSN              PIC 9(09) VALUE ZEROS.
001980
001990 01  IC-MASKED-SSN               PIC X(11) VALUE SPACES.
002000 01  IC-EXC-CLASS                PIC X(26) VALUE SPACES.
002010 01  IC-EXC-NAME                 PIC X(28) VALUE SPACES.
002020 01  IC-EXC-DETAIL               PIC X(30) VALUE SPACES.
002030
002040 01  IC-COUNT-MASTER             PIC 9(08) COMP VALUE 0.
002050 01  IC-COUNT-POSN               PIC 9(08) COMP VALUE 0.
002060 01  IC-COUNT-BAD-DEPT           PIC 9(08) COMP VALUE 0.
002070 01  IC-COUNT-BAD-DATE           PIC 9(08) COMP VALUE 0.
002080 01  IC-COUNT-BAD-SSN            PIC 9(08) COMP VALUE 0.
002090 01  IC-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
002100 01  IC-COUNT-BAD-GRADE          PIC 9(08) COMP VALUE 0.
002110 01  IC-COUNT-ORPHAN             PIC 9(08) COMP VALUE 0.
002120 01  IC-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002130
002140 01  IC-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002150
002160 PROCEDURE DIVISION.
002170
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002200     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT
002210     PERFORM 4000-SWEEP-POSN-HIST THRU 4000-EXIT
002220     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT
002240     STOP RUN.
002250
002260 1000-INITIALIZE.
002270     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
002280     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
002290     PERFORM 1400-LOAD-SAL-BANDS THRU 1400-EXIT
002300     OPEN INPUT EMPLOYEE-MASTER
002310     IF NOT IC-EMPMAST-OK
002320         DISPLAY "INTCHK - CANNOT OPEN EMPMAST - STATUS "
002330             IC-EMPMAST-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     OPEN INPUT POSN-HIST
002380     IF NOT IC-POSHIST-OK
002390         DISPLAY "INTCHK - CANNOT OPEN POSHIST - STATUS "
002400             IC-POSHIST-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF
002440     OPEN OUTPUT INT-RPT
002450     ACCEPT IC-RUN-DATE FROM DATE YYYYMMDD
002460     MOVE SPACES TO INT-RPT-RECORD
002470     STRING "INTCHK - CROSS-FILE INTEGRITY SWEEP - RUN "
002480         DELIMITED BY SIZE
002490         IC-RUN-DATE DELIMITED BY SIZE
002500         INTO INT-RPT-RECORD
002510     END-STRING
002520     WRITE INT-RPT-RECORD
002530     MOVE SPACES TO INT-RPT-RECORD
002540     WRITE INT-RPT-RECORD.
002550 1000-EXIT.
002560     EXIT.
002570
002580 1200-LOAD-CIPHER-KEY.
002590     OPEN INPUT CIPH-KEY
002600     IF NOT IC-CIPHKEY-OK
002610         DISPLAY "INTCHK - CANNOT OPEN CIPHKEY - STATUS "
002620             IC-CIPHKEY-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     READ CIPH-KEY
002670         AT END
002680             MOVE SPACES TO CK-KEY-DIGITS
002690     END-READ
002700     CLOSE CIPH-KEY
002710     IF CK-KEY-DIGITS NOT NUMERIC
002720         DISPLAY "INTCHK - CIPHKEY EMPTY OR NOT NUMERIC"
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     MOVE CK-KEY-DIGITS TO IC-CIPHER-KEY.
002770 1200-EXIT.
002780     EXIT.
002790
002800 1300-LOAD-DEPT-REF.
002810     MOVE 0 TO IC-DREF-USED
002820     MOVE "N" TO IC-REF-LOAD-SW
002830     OPEN INPUT DEPT-REF
002840     IF NOT IC-DEPTREF-OK
002850         DISPLAY "INTCHK - CANNOT OPEN DEPTREF - STATUS "
002860             IC-DEPTREF-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     PERFORM 1350-LOAD-ONE-DEPT THRU 1350-EXIT
002910         UNTIL IC-REF-LOAD-DONE
002920     CLOSE DEPT-REF
002930     IF IC-DREF-USED = 0
002940         DISPLAY "INTCHK - DEPTREF IS EMPTY"
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980 1300-EXIT.
002990     EXIT.
003000
003010 1350-LOAD-ONE-DEPT.
003020     READ DEPT-REF
003030         AT END
003040             SET IC-REF-LOAD-DONE TO TRUE
003050         NOT AT END
003060             IF DF-DEPT-CODE NOT = SPACES
003070                 IF IC-DREF-USED < IC-DREF-MAX
003080                     ADD 1 TO IC-DREF-USED
003090                     MOVE DF-DEPT-CODE TO
003100                         IC-DR-CODE (IC-DREF-USED)
003110                 ELSE
003120                     DISPLAY "INTCHK - DEPTREF TABLE FULL"
003130                     MOVE 16 TO RETURN-CODE
003140                     STOP RUN
003150                 END-IF
003160             END-IF
003170     END-READ.
003180 1350-EXIT.
003190     EXIT.
003200
003210****************************************************************
003220*    1400 - SALBAND GRADES.  A ROW COBOLTUT WOULD IGNORE AS BAD
003230*    (BLANK GRADE, NON-NUMERIC MIN OR MAX) IS IGNORED HERE TOO,
003240*    SO A GRADE WITH ONLY A BAD ROW COUNTS AS NOT ON SALBAND.
003250****************************************************************
003260 1400-LOAD-SAL-BANDS.
003270     MOVE 0 TO IC-BAND-USED
003280     MOVE "N" TO IC-REF-LOAD-SW
003290     OPEN INPUT SAL-BAND
003300     IF NOT IC-SALBAND-OK
003310         DISPLAY "INTCHK - CANNOT OPEN SALBAND - STATUS "
003320             IC-SALBAND-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     PERFORM 1450-LOAD-ONE-BAND THRU 1450-EXIT
003370         UNTIL IC-REF-LOAD-DONE
003380     CLOSE SAL-BAND
003390     IF IC-BAND-USED = 0
003400         DISPLAY "INTCHK - SALBAND IS EMPTY"
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440 1400-EXIT.
003450     EXIT.
003460
003470 1450-LOAD-ONE-BAND.
003480     READ SAL-BAND
003490         AT END
003500             SET IC-REF-LOAD-DONE TO TRUE
003510         NOT AT END
003520             IF SB-GRADE NOT = SPACES
003530                 AND SB-MIN NUMERIC
003540                 AND SB-MAX NUMERIC
003550                 IF IC-BAND-USED < IC-BAND-MAX
003560                     ADD 1 TO IC-BAND-USED
003570                     MOVE SB-GRADE TO
003580                         IC-BT-GRADE (IC-BAND-USED)
003590                 ELSE
003600                     DISPLAY "INTCHK - SALBAND TABLE FULL"
003610                     MOVE 16 TO RETURN-CODE
003620                     STOP RUN
003630                 END-IF
003640             END-IF
003650     END-READ.
003660 1450-EXIT.
003670     EXIT.
003680
003690****************************************************************
003700*    3000 - MASTER PASS.  EVERY RECORD IS CHECKED FOR ITS OWN
003710*    FIELDS, THEN ITS POSITION ROWS ARE LOOKED UP FOR THE
003720*    NO-POSITION AND GRADE CHECKS.
003730****************************************************************
003740 3000-SWEEP-MASTER.
003750     MOVE LOW-VALUES TO EM-SSNUM
003760     START EMPLOYEE-MASTER KEY IS >= EM-SSNUM
003770         INVALID KEY
003780             SET IC-MAST-EOF TO TRUE
003790     END-START
003800     IF NOT IC-EMPMAST-READ-OK
003810         SET IC-MAST-EOF TO TRUE
003820     END-IF
003830     PERFORM 3100-CHECK-ONE-MASTER THRU 3100-EXIT
003840         UNTIL IC-MAST-EOF.
003850 3000-EXIT.
003860     EXIT.
003870
003880 3100-CHECK-ONE-MASTER.
003890     READ EMPLOYEE-MASTER NEXT RECORD
003900         AT END
003910             SET IC-MAST-EOF TO TRUE
003920     END-READ
003930     IF NOT IC-EMPMAST-READ-OK
003940         SET IC-MAST-EOF TO TRUE
003950     END-IF
003960     IF IC-MAST-EOF
003970         GO TO 3100-EXIT
003980     END-IF
003990     ADD 1 TO IC-COUNT-MASTER
004000     IF EM-SSNUM NUMERIC
004002         MOVE EM-SSNUM TO IC-SSN-CRYPT
004004         PERFORM 6050-DECIPHER-SSN THRU 6050-EXIT
004006         PERFORM 6100-BUILD-MASKED-SSN THRU 6100-EXIT
004008     ELSE
004010         MOVE "XXX-XX-XXXX" TO IC-MASKED-SSN
004020     END-IF
004030     MOVE EM-NAME (1:28) TO IC-EXC-NAME
004040     PERFORM 3200-CHECK-DEPT THRU 3200-EXIT
004050     PERFORM 3300-CHECK-DATES THRU 3300-EXIT
004060     PERFORM 3400-CHECK-SSN THRU 3400-EXIT
004070     PERFORM 3500-FIND-CURRENT-POSN THRU 3500-EXIT
004080     IF NOT IC-POSN-FOUND
004090         IF EM-ACTIVE
004100             ADD 1 TO IC-COUNT-NO-POSN
004110             MOVE "ACTIVE, NO POSITION ROW" TO IC-EXC-CLASS
004120             MOVE SPACES TO IC-EXC-DETAIL
004130             STRING "ENTERED " DELIMITED BY SIZE
004140                 EM-ENTRY-DATE DELIMITED BY SIZE
004150                 INTO IC-EXC-DETAIL
004160             END-STRING
004170             PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
004180         END-IF
004190         GO TO 3100-EXIT
004200     END-IF
004210     PERFORM 3700-CHECK-GRADE THRU 3700-EXIT.
004220 3100-EXIT.
004230     EXIT.
004240
004250 3200-CHECK-DEPT.
004260     IF EM-DEPT-CODE = SPACES
004270         GO TO 3200-EXIT
004280     END-IF
004290     MOVE 0 TO IC-DREF-FOUND-SUB
004300     PERFORM 3250-MATCH-ONE-DEPT THRU 3250-EXIT
004310         VARYING IC-DREF-SUB FROM 1 BY 1
004320         UNTIL IC-DREF-SUB > IC-DREF-USED
004330             OR IC-DREF-FOUND-SUB > 0
004340     IF IC-DREF-FOUND-SUB > 0
004350         GO TO 3200-EXIT
004360     END-IF
004370     ADD 1 TO IC-COUNT-BAD-DEPT
004380     MOVE "DEPT NOT ON DEPTREF" TO IC-EXC-CLASS
004390     MOVE SPACES TO IC-EXC-DETAIL
004400     STRING "DEPT " DELIMITED BY SIZE
004410         EM-DEPT-CODE DELIMITED BY SIZE
004420         INTO IC-EXC-DETAIL
004430     END-STRING
004440     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
004450 3200-EXIT.
004460     EXIT.
004470
004480 3250-MATCH-ONE-DEPT.
004490     IF IC-DR-CODE (IC-DREF-SUB) = EM-DEPT-CODE
004500         MOVE IC-DREF-SUB TO IC-DREF-FOUND-SUB
004510     END-IF.
004520 3250-EXIT.
004530     EXIT.
004540
004550 3300-CHECK-DATES.
004560     IF EM-STATUS-DATE NOT < EM-ENTRY-DATE
004570         GO TO 3300-EXIT
004580     END-IF
004590     ADD 1 TO IC-COUNT-BAD-DATE
004600     MOVE "STATUS DATE BEFORE ENTRY" TO IC-EXC-CLASS
004610     MOVE SPACES TO IC-EXC-DETAIL
004620     STRING "ENTRY " DELIMITED BY SIZE
004630         EM-ENTRY-DATE DELIMITED BY SIZE
004640         " STATUS " DELIMITED BY SIZE
004650         EM-STATUS-DATE DELIMITED BY SIZE
004660         INTO IC-EXC-DETAIL
004670     END-STRING
004680     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
004690 3300-EXIT.
004700     EXIT.
004710
004720****************************************************************
004730*    3400 - THE SSN AGAINST THE SAME RULES AS COBOLTUT'S
004740*    2200-VALIDATE-SSN.  ONE THAT IS NOT NUMERIC CANNOT BE
004742*    DECIPHERED, SO IT IS REPORTED AS SUCH AND THE AREA, GROUP
004744*    AND SERIAL RULES ARE NOT TRIED.  ONLY THE SERIAL IS
004750*    PRINTED, SO THE DETAIL NAMES THE PART THAT FAILED.
004760****************************************************************
004770 3400-CHECK-SSN.
004780     SET IC-SSN-VALID TO TRUE
004790     MOVE SPACES TO IC-EXC-DETAIL
004791     IF EM-SSNUM NOT NUMERIC
004792         ADD 1 TO IC-COUNT-BAD-SSN
004793         MOVE "SSN FAILS VALIDATION" TO IC-EXC-CLASS
004794         MOVE "NOT NUMERIC" TO IC-EXC-DETAIL
004795         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
004796         GO TO 3400-EXIT
004797     END-IF
004800     IF IC-PLAIN-AREA = 000 OR IC-PLAIN-AREA = 666
004810         OR IC-PLAIN-AREA >= 900
004820         SET IC-SSN-INVALID TO TRUE
004830         MOVE "AREA NUMBER NOT ISSUED" TO IC-EXC-DETAIL
004840     END-IF
004850     IF IC-PLAIN-GROUP = 00
004860         SET IC-SSN-INVALID TO TRUE
004870         MOVE "GROUP NUMBER 00" TO IC-EXC-DETAIL
004880     END-IF
004890     IF IC-PLAIN-SERIAL = 0000
004900         SET IC-SSN-INVALID TO TRUE
004910         MOVE "SERIAL NUMBER 0000" TO IC-EXC-DETAIL
004920     END-IF
004930     IF IC-SSN-VALID
004940         GO TO 3400-EXIT
004950     END-IF
004960     ADD 1 TO IC-COUNT-BAD-SSN
004970     MOVE "SSN FAILS VALIDATION" TO IC-EXC-CLASS
004980     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
004990 3400-EXIT.
005000     EXIT.
005010
005020****************************************************************
005030*    3500 - LATEST POSITION ROW, AS COMPREG FINDS IT: START AT
005040*    (SSN, DATE ZERO) AND KEEP THE LAST ROW UNDER THE SAME SSN.
005050****************************************************************
005060 3500-FIND-CURRENT-POSN.
005070     MOVE "N" TO IC-POSN-FOUND-SW
005080     MOVE "N" TO IC-POSN-DONE-SW
005090     MOVE ZEROS TO IC-CP-EFF-DATE
005100     MOVE SPACES TO IC-CP-GRADE
005110     MOVE EM-SSNUM TO PH-SSNUM
005120     MOVE ZEROS TO PH-EFF-DATE
005130     START POSN-HIST KEY IS >= PH-KEY
005140         INVALID KEY
005150             SET IC-POSN-DONE TO TRUE
005160     END-START
005170     IF NOT IC-POSHIST-READ-OK
005180         SET IC-POSN-DONE TO TRUE
005190     END-IF
005200     PERFORM 3600-READ-ONE-POSN THRU 3600-EXIT
005210         UNTIL IC-POSN-DONE.
005220 3500-EXIT.
005230     EXIT.
005240
005250 3600-READ-ONE-POSN.
005260     READ POSN-HIST NEXT RECORD
005270         AT END
005280             SET IC-POSN-DONE TO TRUE
005290     END-READ
005300     IF NOT IC-POSHIST-READ-OK
005310         SET IC-POSN-DONE TO TRUE
005320     END-IF
005330     IF IC-POSN-DONE
005340         GO TO 3600-EXIT
005350     END-IF
005360     IF PH-SSNUM NOT = EM-SSNUM
005370         SET IC-POSN-DONE TO TRUE
005380         GO TO 3600-EXIT
005390     END-IF
005400     SET IC-POSN-FOUND TO TRUE
005410     MOVE PH-EFF-DATE TO IC-CP-EFF-DATE
005420     MOVE PH-GRADE TO IC-CP-GRADE.
005430 3600-EXIT.
005440     EXIT.
005450
005460 3700-CHECK-GRADE.
005470     MOVE 0 TO IC-BAND-FOUND-SUB
005480     PERFORM 3750-MATCH-ONE-BAND THRU 3750-EXIT
005490         VARYING IC-BAND-SUB FROM 1 BY 1
005500         UNTIL IC-BAND-SUB > IC-BAND-USED
005510             OR IC-BAND-FOUND-SUB > 0
005520     IF IC-BAND-FOUND-SUB > 0
005530         GO TO 3700-EXIT
005540     END-IF
005550     ADD 1 TO IC-COUNT-BAD-GRADE
005560     MOVE "GRADE NOT ON SALBAND" TO IC-EXC-CLASS
005570     MOVE SPACES TO IC-EXC-DETAIL
005580     STRING "GRADE " DELIMITED BY SIZE
005590         IC-CP-GRADE DELIMITED BY SIZE
005600         " EFFECTIVE " DELIMITED BY SIZE
005610         IC-CP-EFF-DATE DELIMITED BY SIZE
005620         INTO IC-EXC-DETAIL
005630     END-STRING
005640     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
005650 3700-EXIT.
005660     EXIT.
005670
005680 3750-MATCH-ONE-BAND.
005690     IF IC-BT-GRADE (IC-BAND-SUB) = IC-CP-GRADE
005700         MOVE IC-BAND-SUB TO IC-BAND-FOUND-SUB
005710     END-IF.
005720 3750-EXIT.
005730     EXIT.
005740
005750****************************************************************
005760*    4000 - POSITION HISTORY PASS.  EVERY ROW IS READ IN KEY
005770*    ORDER; ON EACH NEW SSN THE MASTER IS READ BY KEY, AND EVERY
005780*    ROW UNDER AN SSN WITH NO MASTER RECORD IS AN ORPHAN.
005790****************************************************************
005800 4000-SWEEP-POSN-HIST.
005810     MOVE ZEROS TO IC-LAST-PH-SSN
005820     MOVE "N" TO IC-ORPHAN-SW
005830     MOVE LOW-VALUES TO PH-KEY
005840     START POSN-HIST KEY IS >= PH-KEY
005850         INVALID KEY
005860             SET IC-POSN-EOF TO TRUE
005870     END-START
005880     IF NOT IC-POSHIST-READ-OK
005890         SET IC-POSN-EOF TO TRUE
005900     END-IF
005910     PERFORM 4100-CHECK-ONE-POSN THRU 4100-EXIT
005920         UNTIL IC-POSN-EOF.
005930 4000-EXIT.
005940     EXIT.
005950
005960 4100-CHECK-ONE-POSN.
005970     READ POSN-HIST NEXT RECORD
005980         AT END
005990             SET IC-POSN-EOF TO TRUE
006000     END-READ
006010     IF NOT IC-POSHIST-READ-OK
006020         SET IC-POSN-EOF TO TRUE
006030     END-IF
006040     IF IC-POSN-EOF
006050         GO TO 4100-EXIT
006060     END-IF
006070     ADD 1 TO IC-COUNT-POSN
006080     IF IC-COUNT-POSN = 1
006090         OR PH-SSNUM NOT = IC-LAST-PH-SSN
006100         MOVE PH-SSNUM TO IC-LAST-PH-SSN
006110         MOVE "N" TO IC-ORPHAN-SW
006120         MOVE PH-SSNUM TO EM-SSNUM
006130         READ EMPLOYEE-MASTER
006140             INVALID KEY
006150                 SET IC-ORPHAN TO TRUE
006160         END-READ
006170     END-IF
006180     IF NOT IC-ORPHAN
006190         GO TO 4100-EXIT
006200     END-IF
006210     ADD 1 TO IC-COUNT-ORPHAN
006220     MOVE PH-SSNUM TO IC-SSN-CRYPT
006230     PERFORM 6050-DECIPHER-SSN THRU 6050-EXIT
006240     PERFORM 6100-BUILD-MASKED-SSN THRU 6100-EXIT
006250     MOVE "(NO MASTER RECORD)" TO IC-EXC-NAME
006260     MOVE "POSITION ROW, NO MASTER" TO IC-EXC-CLASS
006270     MOVE SPACES TO IC-EXC-DETAIL
006280     STRING "EFFECTIVE " DELIMITED BY SIZE
006290         PH-EFF-DATE DELIMITED BY SIZE
006300         " GRADE " DELIMITED BY SIZE
006310         PH-GRADE DELIMITED BY SIZE
006320         INTO IC-EXC-DETAIL
006330     END-STRING
006340     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
006350 4100-EXIT.
006360     EXIT.
006370
006380****************************************************************
006390*    6050 - SSN DECIPHER, SAME DIGIT SUBSTITUTION AS COBOLTUT'S
006400*    2450-DECRYPT-SSN.
006410****************************************************************
006420 6050-DECIPHER-SSN.
006430     PERFORM 6060-DECIPHER-ONE-DIGIT THRU 6060-EXIT
006440         VARYING IC-CIPHER-SUB FROM 1 BY 1
006450         UNTIL IC-CIPHER-SUB > 9.
006460 6050-EXIT.
006470     EXIT.
006480
006490 6060-DECIPHER-ONE-DIGIT.
006500     COMPUTE IC-CIPHER-WORK = IC-CRYPT-DIGIT (IC-CIPHER-SUB)
006510         - IC-KEY-DIGIT (IC-CIPHER-SUB)
006520     IF IC-CIPHER-WORK < 0
006530         ADD 10 TO IC-CIPHER-WORK
006540     END-IF
006550     MOVE IC-CIPHER-WORK TO IC-PLAIN-DIGIT (IC-CIPHER-SUB).
006560 6060-EXIT.
006570     EXIT.
006580
006590 6100-BUILD-MASKED-SSN.
006600     MOVE SPACES TO IC-MASKED-SSN
006610     STRING "XXX-XX-"          DELIMITED BY SIZE
006620         IC-SSN-PLAIN (6:4)    DELIMITED BY SIZE
006630         INTO IC-MASKED-SSN
006640     END-STRING.
006650 6100-EXIT.
006660     EXIT.
006670
006680****************************************************************
006690*    6500 - ONE EXCEPTION LINE: CLASS, MASKED SSN, NAME, DETAIL.
006700****************************************************************
006710 6500-WRITE-EXCEPTION.
006720     MOVE SPACES TO INT-RPT-RECORD
006730     STRING IC-EXC-CLASS DELIMITED BY SIZE
006740         " " DELIMITED BY SIZE
006750         IC-MASKED-SSN DELIMITED BY SIZE
006760         " " DELIMITED BY SIZE
006770         IC-EXC-NAME DELIMITED BY SIZE
006780         " " DELIMITED BY SIZE
006790         IC-EXC-DETAIL DELIMITED BY SIZE
006800         INTO INT-RPT-RECORD
006810     END-STRING
006820     WRITE INT-RPT-RECORD.
006830 6500-EXIT.
006840     EXIT.
006850
006860 8000-WRITE-SUMMARY.
006870     MOVE SPACES TO INT-RPT-RECORD
006880     WRITE INT-RPT-RECORD
006890     MOVE IC-COUNT-MASTER TO IC-COUNT-ED
006900     MOVE SPACES TO INT-RPT-RECORD
006910     STRING "MASTER RECORDS READ  . . . . . " DELIMITED BY SIZE
006920         IC-COUNT-ED DELIMITED BY SIZE
006930         INTO INT-RPT-RECORD
006940     END-STRING
006950     WRITE INT-RPT-RECORD
006960     MOVE IC-COUNT-POSN TO IC-COUNT-ED
006970     MOVE SPACES TO INT-RPT-RECORD
006980     STRING "POSITION ROWS READ . . . . . . " DELIMITED BY SIZE
006990         IC-COUNT-ED DELIMITED BY SIZE
007000         INTO INT-RPT-RECORD
007010     END-STRING
007020     WRITE INT-RPT-RECORD
007030     MOVE IC-COUNT-BAD-DEPT TO IC-COUNT-ED
007040     MOVE SPACES TO INT-RPT-RECORD
007050     STRING "DEPT NOT ON DEPTREF  . . . . . " DELIMITED BY SIZE
007060         IC-COUNT-ED DELIMITED BY SIZE
007070         INTO INT-RPT-RECORD
007080     END-STRING
007090     WRITE INT-RPT-RECORD
007100     MOVE IC-COUNT-BAD-GRADE TO IC-COUNT-ED
007110     MOVE SPACES TO INT-RPT-RECORD
007120     STRING "GRADE NOT ON SALBAND . . . . . " DELIMITED BY SIZE
007130         IC-COUNT-ED DELIMITED BY SIZE
007140         INTO INT-RPT-RECORD
007150     END-STRING
007160     WRITE INT-RPT-RECORD
007170     MOVE IC-COUNT-BAD-DATE TO IC-COUNT-ED
007180     MOVE SPACES TO INT-RPT-RECORD
007190     STRING "STATUS DATE BEFORE ENTRY . . . " DELIMITED BY SIZE
007200         IC-COUNT-ED DELIMITED BY SIZE
007210         INTO INT-RPT-RECORD
007220     END-STRING
007230     WRITE INT-RPT-RECORD
007240     MOVE IC-COUNT-NO-POSN TO IC-COUNT-ED
007250     MOVE SPACES TO INT-RPT-RECORD
007260     STRING "ACTIVE, NO POSITION ROW  . . . " DELIMITED BY SIZE
007270         IC-COUNT-ED DELIMITED BY SIZE
007280         INTO INT-RPT-RECORD
007290     END-STRING
007300     WRITE INT-RPT-RECORD
007310     MOVE IC-COUNT-ORPHAN TO IC-COUNT-ED
007320     MOVE SPACES TO INT-RPT-RECORD
007330     STRING "POSITION ROW, NO MASTER  . . . " DELIMITED BY SIZE
007340         IC-COUNT-ED DELIMITED BY SIZE
007350         INTO INT-RPT-RECORD
007360     END-STRING
007370     WRITE INT-RPT-RECORD
007380     MOVE IC-COUNT-BAD-SSN TO IC-COUNT-ED
007390     MOVE SPACES TO INT-RPT-RECORD
007400     STRING "SSN FAILS VALIDATION . . . . . " DELIMITED BY SIZE
007410         IC-COUNT-ED DELIMITED BY SIZE
007420         INTO INT-RPT-RECORD
007430     END-STRING
007440     WRITE INT-RPT-RECORD
007450     IF IC-COUNT-BAD-DEPT > 0
007460         OR IC-COUNT-BAD-GRADE > 0
007470         OR IC-COUNT-BAD-DATE > 0
007480         OR IC-COUNT-NO-POSN > 0
007490         MOVE 4 TO RETURN-CODE
007500     END-IF
007510     IF IC-COUNT-ORPHAN > 0
007520         OR IC-COUNT-BAD-SSN > 0
007530         MOVE 8 TO RETURN-CODE
007540     END-IF.
007550 8000-EXIT.
007560     EXIT.
007570
007580 9000-TERMINATE.
007590     CLOSE EMPLOYEE-MASTER
007600     CLOSE POSN-HIST
007610     CLOSE INT-RPT.
007620 9000-EXIT.
007630     EXIT.
