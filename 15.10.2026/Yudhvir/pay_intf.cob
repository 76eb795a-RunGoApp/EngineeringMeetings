000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYINTF.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* PAYINTF - PAY-PERIOD INTERFACE FILE FOR THE PAYROLL SYSTEM.
000070*
000080*    Payroll used to key new hires, terminations and raises by
000090*    hand from the TRANS-OUT listing and the COMPREG register.
000100*    This program builds the outbound file instead, once per
000110*    pay period.  The period comes from the PAYPRM card:
000120*        cols  1- 8  period start date   CCYYMMDD
000130*        cols  9-16  period end date     CCYYMMDD
000140*        cols 17-18  pay periods a year  (26 = bi-weekly)
000150*
000160*    EMPLOYEE-MASTER is walked front to back.  A person goes
000170*    to the file if they are ACTIVE, or TERMINATED with a
000180*    status date inside the period (so their final pay is
000190*    run).  Each row carries the real SSN - payroll has no
000200*    cipher key - with name, department, status and status
000210*    date from the master, and the title, grade and annual
000220*    salary of the POSN-HIST row in force on the period end
000230*    date (same walk as EMPSNAP's 3300/3400).  The pay-period
000240*    gross is the annual salary over the periods a year,
000250*    rounded to the cent; proration of a leaver's last period
000260*    is left to payroll, which has the status date to do it.
000270*
000280*    The file opens with a HDR record (period, run date,
000290*    periods a year) and closes with a TRL record carrying the
000300*    detail count and the hash total of the annual salaries,
000310*    the same discipline TRANSIN's HDR/TRL records follow, so
000320*    payroll can prove it received the whole file.
000330*
000340*    A selected person with no POSN-HIST row has no salary to
000350*    send, so they are NOT written to the file; instead they
000360*    are listed on PAYRPT so that nobody is silently left
000370*    unpaid, and the run ends with return code 4.
000380*
000390*    Return codes: 0 clean; 4 when people were held back for
000400*    want of a position row; 16 when a file cannot be opened
000410*    or the PAYPRM card is missing or invalid.
000420*
000430* MODIFICATION HISTORY
000440*    15 OCT 2026  YR  Initial version.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS EM-SSNUM
000530         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000540         FILE STATUS IS PY-EMPMAST-STATUS.
000550     SELECT POSN-HIST ASSIGN TO "POSHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PH-KEY
000590         FILE STATUS IS PY-POSHIST-STATUS.
000600     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS PY-CIPHKEY-STATUS.
000630     SELECT PAY-PARM ASSIGN TO "PAYPRM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PY-PARM-STATUS.
000660     SELECT PAY-OUT ASSIGN TO "PAYOUT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS PY-OUT-STATUS.
000690     SELECT PAY-RPT ASSIGN TO "PAYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PY-RPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  EMPLOYEE-MASTER.
000760 01  EMPLOYEE-MASTER-RECORD.
000770     COPY SSNUM
000780         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000790                   ==02  SSArea==   BY ==10  EM-SSAREA==
000800                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000810                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000820     05  EM-NAME                 PIC X(30).
000830     05  EM-ENTRY-DATE           PIC 9(08).
000840     05  EM-STATUS               PIC X(01).
000850         88  EM-ACTIVE                      VALUE "A".
000860         88  EM-TERMINATED                  VALUE "T".
000870     05  EM-STATUS-DATE          PIC 9(08).
000880     05  EM-DEPT-CODE            PIC X(04).
000890
000900 FD  POSN-HIST.
000910 01  POSN-HIST-RECORD.
000920     05  PH-KEY.
000930         10  PH-SSNUM            PIC 9(09).
000940         10  PH-EFF-DATE         PIC 9(08).
000950     05  PH-JOB-TITLE            PIC X(20).
000960     05  PH-GRADE                PIC X(02).
000970     05  PH-SALARY               PIC 9(07)V99.
000980
000990 FD  CIPH-KEY.
001000 01  CIPH-KEY-RECORD.
001010     05  CK-KEY-DIGITS           PIC X(09).
001020     05  FILLER                  PIC X(71).
001030
001040 FD  PAY-PARM.
001050 01  PAY-PARM-RECORD.
001060     05  PP-PERIOD-START         PIC X(08).
001070     05  PP-PERIOD-END           PIC X(08).
001080     05  PP-PERIODS              PIC X(02).
001090     05  FILLER                  PIC X(62).
001100
001110*    Payroll interface record - 100 bytes.  HDR opens the file,
001120*    one DTL per person paid, TRL closes it.
001130 FD  PAY-OUT.
001140 01  PAY-OUT-RECORD.
001150     05  PO-REC-TYPE             PIC X(03).
001160         88  PO-HEADER                      VALUE "HDR".
001170         88  PO-DETAIL                      VALUE "DTL".
001180         88  PO-TRAILER                     VALUE "TRL".
001190     05  PO-DETAIL-AREA.
001200         10  PO-SSNUM            PIC 9(09).
001210         10  PO-NAME             PIC X(30).
001220         10  PO-DEPT-CODE        PIC X(04).
001230         10  PO-STATUS           PIC X(01).
001240         10  PO-STATUS-DATE      PIC 9(08).
001250         10  PO-JOB-TITLE        PIC X(20).
001260         10  PO-GRADE            PIC X(02).
001270         10  PO-ANNUAL-SALARY    PIC 9(07)V99.
001280         10  PO-PERIOD-GROSS     PIC 9(07)V99.
001290         10  FILLER              PIC X(05).
001300     05  PO-HEADER-AREA REDEFINES PO-DETAIL-AREA.
001310         10  PO-HDR-PERIOD-START PIC 9(08).
001320         10  PO-HDR-PERIOD-END   PIC 9(08).
001330         10  PO-HDR-RUN-DATE     PIC 9(08).
001340         10  PO-HDR-PERIODS      PIC 9(02).
001350         10  FILLER              PIC X(71).
001360     05  PO-TRAILER-AREA REDEFINES PO-DETAIL-AREA.
001370         10  PO-TRL-COUNT        PIC 9(08).
001380         10  PO-TRL-SALARY-HASH  PIC 9(13)V99.
001390         10  PO-TRL-GROSS-TOTAL  PIC 9(11)V99.
001400         10  FILLER              PIC X(61).
001410
001420 FD  PAY-RPT.
001430 01  PAY-RPT-RECORD              PIC X(100).
001440
001450 WORKING-STORAGE SECTION.
001460 01  PY-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001470     88  PY-EMPMAST-OK                      VALUE "00".
001471     88  PY-EMPMAST-READ-OK                 VALUE "00", "02".
001480
001490 01  PY-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001500     88  PY-POSHIST-OK                      VALUE "00".
001510     88  PY-POSHIST-READ-OK                 VALUE "00", "02".
001520
001530 01  PY-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001540     88  PY-CIPHKEY-OK                      VALUE "00".
001550
001560 01  PY-PARM-STATUS              PIC X(02) VALUE SPACES.
001570     88  PY-PARM-OK                         VALUE "00".
001580
001590 01  PY-OUT-STATUS               PIC X(02) VALUE SPACES.
001600     88  PY-OUT-OK                          VALUE "00".
001610
001620 01  PY-RPT-STATUS               PIC X(02) VALUE SPACES.
001621     88  PY-RPT-OK                          VALUE "00".
001630
001640 01  PY-EOF-SW                   PIC X(01) VALUE "N".
001650     88  PY-END-OF-FILE                     VALUE "Y".
001660
001670 01  PY-POSN-DONE-SW             PIC X(01) VALUE "N".
001680     88  PY-POSN-DONE                       VALUE "Y".
001690
001700 01  PY-POSN-FOUND-SW            PIC X(01) VALUE "N".
001710     88  PY-POSN-FOUND                      VALUE "Y".
001720
001730*    Current-position hold - the last POSN-HIST row read under
001740*    the employee's key that is not dated after the period end.
001750 01  PY-CURR-POSN.
001760     05  PY-CP-EFF-DATE          PIC 9(08) VALUE ZEROS.
001770     05  PY-CP-JOB-TITLE         PIC X(20) VALUE SPACES.
001780     05  PY-CP-GRADE             PIC X(02) VALUE SPACES.
001790     05  PY-CP-SALARY            PIC 9(07)V99 VALUE ZEROS.
001800
001810 01  PY-PERIOD-START             PIC 9(08) VALUE ZEROS.
001820 01  PY-PERIOD-END               PIC 9(08) VALUE ZEROS.
001830 01  PY-PERIODS                  PIC 9(02) VALUE ZEROS.
001840
001850 01  PY-KEY                      PIC 9(09) VALUE ZEROS.
001860 01  FILLER REDEFINES PY-KEY.
001870     05  PY-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
001880
001890 01  PY-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
001900 01  FILLER REDEFINES PY-SSN-PLAIN.
001910     05  PY-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001920 01  FILLER REDEFINES PY-SSN-PLAIN.
001930     05  FILLER                  PIC 9(05).
001940     05  PY-PLAIN-SERIAL         PIC 9(04).
001950
001960 01  PY-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
001970 01  FILLER REDEFINES PY-SSN-CRYPT.
001980     05  PY-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001990
002000 77  PY-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
002010 77  PY-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
002020
002030 01  PY-MASKED-SSN               PIC X(11) VALUE "XXX-XX-".
002040 01  PY-STATUS-WORD              PIC X(10) VALUE SPACES.
002050
002060 01  PY-COUNT-READ               PIC 9(08) COMP VALUE 0.
002070 01  PY-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
002080 01  PY-COUNT-TERM               PIC 9(08) COMP VALUE 0.
002090 01  PY-COUNT-WRITTEN            PIC 9(08) COMP VALUE 0.
002100 01  PY-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
002110 01  PY-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002120
002130 01  PY-SALARY-HASH              PIC 9(13)V99 VALUE ZEROS.
002140 01  PY-GROSS-TOTAL              PIC 9(11)V99 VALUE ZEROS.
002150 01  PY-HASH-ED                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002160
002170 01  PY-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002180
002190 PROCEDURE DIVISION.
002200
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002230     PERFORM 3100-READ-MASTER THRU 3100-EXIT
002240     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
002250         UNTIL PY-END-OF-FILE
002260     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002270     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002280     PERFORM 9000-TERMINATE THRU 9000-EXIT
002290     STOP RUN.
002300
002310 1000-INITIALIZE.
002320     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
002330     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
002340     OPEN INPUT EMPLOYEE-MASTER
002350     IF NOT PY-EMPMAST-OK
002360         DISPLAY "PAYINTF - CANNOT OPEN EMPMAST - STATUS "
002370             PY-EMPMAST-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     OPEN INPUT POSN-HIST
002420     IF NOT PY-POSHIST-OK
002430         DISPLAY "PAYINTF - CANNOT OPEN POSHIST - STATUS "
002440             PY-POSHIST-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     OPEN OUTPUT PAY-OUT
002490     IF NOT PY-OUT-OK
002500         DISPLAY "PAYINTF - CANNOT OPEN PAYOUT - STATUS "
002510             PY-OUT-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     OPEN OUTPUT PAY-RPT
002551     IF NOT PY-RPT-OK
002552         DISPLAY "PAYINTF - CANNOT OPEN PAYRPT - STATUS "
002553             PY-RPT-STATUS
002554         MOVE 16 TO RETURN-CODE
002555         STOP RUN
002556     END-IF
002560     ACCEPT PY-RUN-DATE FROM DATE YYYYMMDD
002570     MOVE SPACES TO PAY-OUT-RECORD
002580     SET PO-HEADER TO TRUE
002590     MOVE PY-PERIOD-START TO PO-HDR-PERIOD-START
002600     MOVE PY-PERIOD-END TO PO-HDR-PERIOD-END
002610     MOVE PY-RUN-DATE TO PO-HDR-RUN-DATE
002620     MOVE PY-PERIODS TO PO-HDR-PERIODS
002630     WRITE PAY-OUT-RECORD
002640     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670
002680****************************************************************
002690*    1100 - THE PAY PERIOD.  BOTH DATES MUST BE NUMERIC, THE
002700*    START NOT AFTER THE END, AND PERIODS A YEAR 01-52; ANYTHING
002710*    ELSE ENDS THE RUN BEFORE A FILE IS WRITTEN.
002720****************************************************************
002730 1100-LOAD-PARM.
002740     OPEN INPUT PAY-PARM
002750     IF NOT PY-PARM-OK
002760         DISPLAY "PAYINTF - CANNOT OPEN PAYPRM - STATUS "
002770             PY-PARM-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF
002810     READ PAY-PARM
002820         AT END
002830             MOVE SPACES TO PAY-PARM-RECORD
002840     END-READ
002850     CLOSE PAY-PARM
002860     IF PP-PERIOD-START NOT NUMERIC
002870         OR PP-PERIOD-END NOT NUMERIC
002880         OR PP-PERIODS NOT NUMERIC
002890         DISPLAY "PAYINTF - PAYPRM MISSING OR NOT NUMERIC"
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     MOVE PP-PERIOD-START TO PY-PERIOD-START
002940     MOVE PP-PERIOD-END TO PY-PERIOD-END
002950     MOVE PP-PERIODS TO PY-PERIODS
002960     IF PY-PERIOD-START > PY-PERIOD-END
002970         DISPLAY "PAYINTF - PAYPRM PERIOD START IS AFTER ITS END"
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     IF PY-PERIODS < 1 OR PY-PERIODS > 52
003020         DISPLAY "PAYINTF - PAYPRM PERIODS A YEAR NOT 01-52"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080
003090****************************************************************
003100*    1200 - PAYROLL NEEDS THE REAL SSN, SO EACH MASTER KEY IS
003110*    DECIPHERED.  SAME CIPHKEY DATASET AND RULES AS COBOLTUT.
003120****************************************************************
003130 1200-LOAD-CIPHER-KEY.
003140     OPEN INPUT CIPH-KEY
003150     IF NOT PY-CIPHKEY-OK
003160         DISPLAY "PAYINTF - CANNOT OPEN CIPHKEY - STATUS "
003170             PY-CIPHKEY-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210     READ CIPH-KEY
003220         AT END
003230             MOVE SPACES TO CK-KEY-DIGITS
003240     END-READ
003250     CLOSE CIPH-KEY
003260     IF CK-KEY-DIGITS NOT NUMERIC
003270         DISPLAY "PAYINTF - CIPHKEY EMPTY OR NOT NUMERIC - ENDING"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     MOVE CK-KEY-DIGITS TO PY-KEY.
003320 1200-EXIT.
003330     EXIT.
003340
003350 1300-WRITE-HEADINGS.
003360     MOVE SPACES TO PAY-RPT-RECORD
003370     STRING "PAYINTF - PAYROLL INTERFACE CONTROL - PERIOD "
003380         DELIMITED BY SIZE
003390         PY-PERIOD-START DELIMITED BY SIZE
003400         " TO " DELIMITED BY SIZE
003410         PY-PERIOD-END DELIMITED BY SIZE
003420         " - RUN " DELIMITED BY SIZE
003430         PY-RUN-DATE DELIMITED BY SIZE
003440         INTO PAY-RPT-RECORD
003450     END-STRING
003460     WRITE PAY-RPT-RECORD
003470     MOVE SPACES TO PAY-RPT-RECORD
003480     WRITE PAY-RPT-RECORD
003490     MOVE "NOT SENT TO PAYROLL - NO POSITION ROW ON FILE"
003500         TO PAY-RPT-RECORD
003510     WRITE PAY-RPT-RECORD
003520     MOVE SPACES TO PAY-RPT-RECORD
003530     WRITE PAY-RPT-RECORD
003540     MOVE "DEPT SSN         NAME" TO PAY-RPT-RECORD
003550     MOVE "STATUS" TO PAY-RPT-RECORD (49:6)
003560     MOVE "STATUS DATE" TO PAY-RPT-RECORD (60:11)
003570     WRITE PAY-RPT-RECORD.
003580 1300-EXIT.
003590     EXIT.
003600
003601****************************************************************
003602*    3100 - A READ ERROR ON THE MASTER ENDS THE RUN: CARRYING ON
003603*    WOULD PAY THE LAST GOOD RECORD AGAIN, AND TREATING IT AS END
003604*    OF FILE WOULD SEND PAYROLL A SHORT FILE.
003605****************************************************************
003610 3100-READ-MASTER.
003620     READ EMPLOYEE-MASTER NEXT RECORD
003621         AT END
003622             SET PY-END-OF-FILE TO TRUE
003623             GO TO 3100-EXIT
003624     END-READ
003625     IF NOT PY-EMPMAST-READ-OK
003626         DISPLAY "PAYINTF - EMPMAST READ FAILED - STATUS "
003627             PY-EMPMAST-STATUS
003628         MOVE 16 TO RETURN-CODE
003629         STOP RUN
003630     END-IF.
003650 3100-EXIT.
003660     EXIT.
003670
003680****************************************************************
003690*    3200 - SELECT, THEN EITHER SEND OR LIST.  ACTIVE PEOPLE AND
003700*    PEOPLE TERMINATED INSIDE THE PERIOD ARE SELECTED; ANYONE
003710*    ELSE (ON LEAVE, OR TERMINATED IN AN EARLIER PERIOD) IS
003720*    SKIPPED.
003730****************************************************************
003740 3200-PROCESS-ONE-RECORD.
003750     ADD 1 TO PY-COUNT-READ
003760     PERFORM 3250-PAY-ONE-RECORD THRU 3250-EXIT
003770     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003780 3200-EXIT.
003790     EXIT.
003800
003810 3250-PAY-ONE-RECORD.
003820     IF EM-ACTIVE
003830         ADD 1 TO PY-COUNT-ACTIVE
003840     ELSE
003850         IF EM-TERMINATED
003860             AND EM-STATUS-DATE NOT < PY-PERIOD-START
003870             AND EM-STATUS-DATE NOT > PY-PERIOD-END
003880             ADD 1 TO PY-COUNT-TERM
003890         ELSE
003900             GO TO 3250-EXIT
003910         END-IF
003920     END-IF
003930     MOVE EM-SSNUM TO PY-SSN-CRYPT
003940     PERFORM 6000-DECIPHER-ONE-DIGIT THRU 6000-EXIT
003950         VARYING PY-CIPHER-SUB FROM 1 BY 1
003960         UNTIL PY-CIPHER-SUB > 9
003970     PERFORM 3300-FIND-CURRENT-POSN THRU 3300-EXIT
003980     IF PY-POSN-FOUND
003990         PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
004000     ELSE
004010         ADD 1 TO PY-COUNT-NO-POSN
004020         PERFORM 3600-LIST-NO-POSN THRU 3600-EXIT
004030     END-IF.
004040 3250-EXIT.
004050     EXIT.
004060
004070****************************************************************
004080*    3300 - POSITION ROW IN FORCE ON THE PERIOD END.  START AT
004090*    (SSN, DATE ZERO) AND READ FORWARD; EVERY ROW UNDER THE SAME
004100*    SSN AND NOT DATED AFTER THE PERIOD END REPLACES THE HOLD, SO
004110*    A RAISE EFFECTIVE INSIDE THE PERIOD IS PAID THIS PERIOD.
004120****************************************************************
004130 3300-FIND-CURRENT-POSN.
004140     MOVE "N" TO PY-POSN-FOUND-SW
004150     MOVE "N" TO PY-POSN-DONE-SW
004160     MOVE ZEROS TO PY-CURR-POSN
004170     MOVE SPACES TO PY-CP-JOB-TITLE
004180     MOVE SPACES TO PY-CP-GRADE
004190     MOVE EM-SSNUM TO PH-SSNUM
004200     MOVE ZEROS TO PH-EFF-DATE
004210     START POSN-HIST KEY IS >= PH-KEY
004220         INVALID KEY
004230             SET PY-POSN-DONE TO TRUE
004240     END-START
004250     IF NOT PY-POSHIST-READ-OK
004260         SET PY-POSN-DONE TO TRUE
004270     END-IF
004280     PERFORM 3400-READ-ONE-POSN THRU 3400-EXIT
004290         UNTIL PY-POSN-DONE.
004300 3300-EXIT.
004310     EXIT.
004320
004330 3400-READ-ONE-POSN.
004340     READ POSN-HIST NEXT RECORD
004350         AT END
004360             SET PY-POSN-DONE TO TRUE
004370     END-READ
004380     IF NOT PY-POSHIST-READ-OK
004390         SET PY-POSN-DONE TO TRUE
004400     END-IF
004410     IF PY-POSN-DONE
004420         GO TO 3400-EXIT
004430     END-IF
004440     IF PH-SSNUM NOT = EM-SSNUM
004450         OR PH-EFF-DATE > PY-PERIOD-END
004460         SET PY-POSN-DONE TO TRUE
004470         GO TO 3400-EXIT
004480     END-IF
004490     SET PY-POSN-FOUND TO TRUE
004500     MOVE PH-EFF-DATE  TO PY-CP-EFF-DATE
004510     MOVE PH-JOB-TITLE TO PY-CP-JOB-TITLE
004520     MOVE PH-GRADE     TO PY-CP-GRADE
004530     MOVE PH-SALARY    TO PY-CP-SALARY.
004540 3400-EXIT.
004550     EXIT.
004560
004570 3500-WRITE-DETAIL.
004580     MOVE SPACES TO PAY-OUT-RECORD
004590     SET PO-DETAIL TO TRUE
004600     MOVE PY-SSN-PLAIN TO PO-SSNUM
004610     MOVE EM-NAME TO PO-NAME
004620     MOVE EM-DEPT-CODE TO PO-DEPT-CODE
004630     MOVE EM-STATUS TO PO-STATUS
004640     MOVE EM-STATUS-DATE TO PO-STATUS-DATE
004650     MOVE PY-CP-JOB-TITLE TO PO-JOB-TITLE
004660     MOVE PY-CP-GRADE TO PO-GRADE
004670     MOVE PY-CP-SALARY TO PO-ANNUAL-SALARY
004680     COMPUTE PO-PERIOD-GROSS ROUNDED = PY-CP-SALARY / PY-PERIODS
004690     WRITE PAY-OUT-RECORD
004700     ADD 1 TO PY-COUNT-WRITTEN
004710     ADD PY-CP-SALARY TO PY-SALARY-HASH
004720     ADD PO-PERIOD-GROSS TO PY-GROSS-TOTAL.
004730 3500-EXIT.
004740     EXIT.
004750
004760 3600-LIST-NO-POSN.
004770     MOVE PY-PLAIN-SERIAL TO PY-MASKED-SSN (8:4)
004780     EVALUATE TRUE
004790         WHEN EM-ACTIVE
004800             MOVE "ACTIVE" TO PY-STATUS-WORD
004810         WHEN OTHER
004820             MOVE "TERMINATED" TO PY-STATUS-WORD
004830     END-EVALUATE
004840     MOVE SPACES TO PAY-RPT-RECORD
004850     MOVE EM-DEPT-CODE TO PAY-RPT-RECORD (1:4)
004860     MOVE PY-MASKED-SSN TO PAY-RPT-RECORD (6:11)
004870     MOVE EM-NAME TO PAY-RPT-RECORD (18:30)
004880     MOVE PY-STATUS-WORD TO PAY-RPT-RECORD (49:10)
004890     MOVE EM-STATUS-DATE TO PAY-RPT-RECORD (60:8)
004900     WRITE PAY-RPT-RECORD.
004910 3600-EXIT.
004920     EXIT.
004930
004940****************************************************************
004950*    6000 - SAME DIGIT-SUBSTITUTION CIPHER AS COBOLTUT'S 2470:
004960*    PY-SSN-CRYPT TO PY-SSN-PLAIN, ONE DIGIT PER CALL.
004970****************************************************************
004980 6000-DECIPHER-ONE-DIGIT.
004990     COMPUTE PY-CIPHER-WORK = PY-CRYPT-DIGIT (PY-CIPHER-SUB)
005000         - PY-KEY-DIGIT (PY-CIPHER-SUB)
005010     IF PY-CIPHER-WORK < 0
005020         ADD 10 TO PY-CIPHER-WORK
005030     END-IF
005040     MOVE PY-CIPHER-WORK TO PY-PLAIN-DIGIT (PY-CIPHER-SUB).
005050 6000-EXIT.
005060     EXIT.
005070
005080 8000-WRITE-TRAILER.
005090     MOVE SPACES TO PAY-OUT-RECORD
005100     SET PO-TRAILER TO TRUE
005110     MOVE PY-COUNT-WRITTEN TO PO-TRL-COUNT
005120     MOVE PY-SALARY-HASH TO PO-TRL-SALARY-HASH
005130     MOVE PY-GROSS-TOTAL TO PO-TRL-GROSS-TOTAL
005140     WRITE PAY-OUT-RECORD.
005150 8000-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190*    8500 - CONTROL TOTALS.  THE RECORDS-SENT, SALARY-HASH AND
005200*    GROSS LINES ARE THE FIGURES ON THE TRL RECORD, SO PAYROLL
005210*    AND HR CAN AGREE THE FILE FROM THIS PAGE.
005220****************************************************************
005230 8500-WRITE-TOTALS.
005240     IF PY-COUNT-NO-POSN = 0
005250         MOVE "    (NONE)" TO PAY-RPT-RECORD
005260         WRITE PAY-RPT-RECORD
005270     END-IF
005280     MOVE SPACES TO PAY-RPT-RECORD
005290     WRITE PAY-RPT-RECORD
005300     MOVE PY-COUNT-READ TO PY-COUNT-ED
005310     MOVE SPACES TO PAY-RPT-RECORD
005320     STRING "TOTAL RECORDS ON FILE  . . . . " DELIMITED BY SIZE
005330         PY-COUNT-ED DELIMITED BY SIZE
005340         INTO PAY-RPT-RECORD
005350     END-STRING
005360     WRITE PAY-RPT-RECORD
005370     MOVE PY-COUNT-ACTIVE TO PY-COUNT-ED
005380     MOVE SPACES TO PAY-RPT-RECORD
005390     STRING "ACTIVE . . . . . . . . . . . . " DELIMITED BY SIZE
005400         PY-COUNT-ED DELIMITED BY SIZE
005410         INTO PAY-RPT-RECORD
005420     END-STRING
005430     WRITE PAY-RPT-RECORD
005440     MOVE PY-COUNT-TERM TO PY-COUNT-ED
005450     MOVE SPACES TO PAY-RPT-RECORD
005460     STRING "TERMINATED IN PERIOD . . . . . " DELIMITED BY SIZE
005470         PY-COUNT-ED DELIMITED BY SIZE
005480         INTO PAY-RPT-RECORD
005490     END-STRING
005500     WRITE PAY-RPT-RECORD
005510     MOVE PY-COUNT-NO-POSN TO PY-COUNT-ED
005520     MOVE SPACES TO PAY-RPT-RECORD
005530     STRING "NOT SENT - NO POSITION ROW . . " DELIMITED BY SIZE
005540         PY-COUNT-ED DELIMITED BY SIZE
005550         INTO PAY-RPT-RECORD
005560     END-STRING
005570     WRITE PAY-RPT-RECORD
005580     MOVE PY-COUNT-WRITTEN TO PY-COUNT-ED
005590     MOVE SPACES TO PAY-RPT-RECORD
005600     STRING "RECORDS SENT TO PAYROLL  . . . " DELIMITED BY SIZE
005610         PY-COUNT-ED DELIMITED BY SIZE
005620         INTO PAY-RPT-RECORD
005630     END-STRING
005640     WRITE PAY-RPT-RECORD
005650     MOVE PY-SALARY-HASH TO PY-HASH-ED
005660     MOVE SPACES TO PAY-RPT-RECORD
005670     STRING "ANNUAL SALARY HASH TOTAL . . . " DELIMITED BY SIZE
005680         PY-HASH-ED DELIMITED BY SIZE
005690         INTO PAY-RPT-RECORD
005700     END-STRING
005710     WRITE PAY-RPT-RECORD
005720     MOVE PY-GROSS-TOTAL TO PY-HASH-ED
005730     MOVE SPACES TO PAY-RPT-RECORD
005740     STRING "PAY-PERIOD GROSS TOTAL . . . . " DELIMITED BY SIZE
005750         PY-HASH-ED DELIMITED BY SIZE
005760         INTO PAY-RPT-RECORD
005770     END-STRING
005780     WRITE PAY-RPT-RECORD
005790     IF PY-COUNT-NO-POSN > 0
005800         MOVE SPACES TO PAY-RPT-RECORD
005810         WRITE PAY-RPT-RECORD
005820         MOVE "*** PEOPLE LISTED ABOVE WERE NOT SENT TO PAYROLL"
005830             TO PAY-RPT-RECORD
005840         WRITE PAY-RPT-RECORD
005850         MOVE 4 TO RETURN-CODE
005860     END-IF.
005870 8500-EXIT.
005880     EXIT.
005890
005900 9000-TERMINATE.
005910     CLOSE EMPLOYEE-MASTER
005920     CLOSE POSN-HIST
005930     CLOSE PAY-OUT
005940     CLOSE PAY-RPT
005950     MOVE PY-COUNT-WRITTEN TO PY-COUNT-ED
005960     DISPLAY "PAYINTF - RECORDS SENT    " PY-COUNT-ED
005970     MOVE PY-COUNT-NO-POSN TO PY-COUNT-ED
005980     DISPLAY "PAYINTF - NO POSITION ROW " PY-COUNT-ED
005990     MOVE PY-SALARY-HASH TO PY-HASH-ED
006000     DISPLAY "PAYINTF - SALARY HASH     " PY-HASH-ED.
006010 9000-EXIT.
006020     EXIT.
