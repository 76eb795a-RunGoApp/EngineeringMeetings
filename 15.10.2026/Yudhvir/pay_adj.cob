000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYADJ.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* PAYADJ - MASS PAY ADJUSTMENT.
000070*
000080*    An across-the-board or grade-based increase used to mean
000090*    one POSNIN row per employee, each keyed by hand with the
000100*    person's SSN, title, grade and new salary.  This utility
000110*    takes the increase from ADJPRM, walks EMPLOYEE-MASTER
000120*    once, and gives every selected ACTIVE employee a new
000130*    POSN-HIST row built from their current (latest) row - same
000140*    title and grade, salary raised by the adjustment.
000150*
000160*    ADJPRM cards, column 1 giving the card type:
000170*        A  the adjustment - exactly one card:
000180*               cols  2- 9  effective date     CCYYMMDD
000190*               col  10     P = per cent, F = flat amount
000200*               cols 11-17  amount, 2 decimals implied
000210*                           (0000350 = 3.50 per cent, or
000220*                           0150000 = 1,500.00 a year)
000230*        G  a grade to adjust, cols 2-3 (on SALBAND)
000240*        D  a department to adjust, cols 2-5 (on DEPTREF)
000250*    With no G cards every grade is adjusted; with no D cards
000260*    every department.  G and D cards together select the
000270*    people in one of the grades AND one of the departments.
000280*
000290*    Discipline matches DEPTMOVE and the POSNIN feed:
000300*        - every card is checked before the master is read;
000310*          a bad card fails the run (RC 16) with nothing
000320*          written,
000330*        - every new salary goes through the SALBAND check
000340*          coboltut's 2600 makes; one outside its grade's band,
000350*          or whose grade is not on SALBAND, is listed on
000360*          ADJEXC and NOT applied, as is anyone with no
000370*          position row or with a row dated on or after the
000380*          effective date,
000390*        - every adjustment applied gets its own AUDIT-LOG
000400*          entry (clear SSN, operator, PAY ADJUSTED) and an
000410*          action-C row on the HR-EXTRACT change feed,
000420*        - an effective date after today is not written to
000430*          POSN-HIST - the row goes to PENDING, exactly as a
000440*          future-dated POSNIN row does, and coboltut posts it
000450*          (band-checking it again) on the effective date; it is
000452*          audited now (PAY ADJ PENDING) but HR hears of it only
000454*          from coboltut, on the day it takes effect.
000460*
000470*    PARM='P' (or no PARM) is a preview: the full register,
000480*    the exception list and the cost totals are printed, but
000490*    POSN-HIST, PENDING, AUDIT-LOG and HR-EXTRACT are opened
000500*    for input or not at all.  PARM='U' applies the increase.
000510*
000520*    Return codes: 0 clean; 4 when anyone selected was listed
000530*    on ADJEXC instead of being adjusted; 16 when a file cannot
000540*    be opened or a parameter card is missing or invalid.
000550*
000560* MODIFICATION HISTORY
000570*    15 OCT 2026  YR  Initial version.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ADJ-PARM ASSIGN TO "ADJPRM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PA-PARM-STATUS.
000650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS EM-SSNUM
000690         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000700         FILE STATUS IS PA-EMPMAST-STATUS.
000710     SELECT POSN-HIST ASSIGN TO "POSHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PH-KEY
000750         FILE STATUS IS PA-POSHIST-STATUS.
000760     SELECT PENDING ASSIGN TO "PENDING"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS PD-KEY
000800         FILE STATUS IS PA-PENDING-STATUS.
000810     SELECT SAL-BAND ASSIGN TO "SALBAND"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PA-SALBAND-STATUS.
000840     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS PA-DEPTREF-STATUS.
000870     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS PA-AUDIT-STATUS.
000900     SELECT HR-EXTRACT ASSIGN TO "HREXTRCT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS PA-HREXTR-STATUS.
000930     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS PA-CIPHKEY-STATUS.
000960     SELECT ADJ-RPT ASSIGN TO "ADJRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS PA-RPT-STATUS.
000990     SELECT ADJ-EXC ASSIGN TO "ADJEXC"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS PA-EXC-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  ADJ-PARM.
001060 01  ADJ-PARM-RECORD.
001070     05  AP-CARD-TYPE            PIC X(01).
001080         88  AP-ADJUST-CARD                 VALUE "A".
001090         88  AP-GRADE-CARD                  VALUE "G".
001100         88  AP-DEPT-CARD                   VALUE "D".
001110     05  AP-CARD-DATA            PIC X(79).
001120     05  AP-ADJUST-DATA REDEFINES AP-CARD-DATA.
001130         10  AP-EFF-DATE         PIC X(08).
001140         10  AP-METHOD           PIC X(01).
001150             88  AP-METHOD-PERCENT          VALUE "P".
001160             88  AP-METHOD-FLAT             VALUE "F".
001170         10  AP-AMOUNT           PIC X(07).
001180         10  AP-AMOUNT-N REDEFINES AP-AMOUNT
001190                                 PIC 9(05)V99.
001200         10  FILLER              PIC X(63).
001210     05  AP-GRADE-DATA REDEFINES AP-CARD-DATA.
001220         10  AP-SEL-GRADE        PIC X(02).
001230         10  FILLER              PIC X(77).
001240     05  AP-DEPT-DATA REDEFINES AP-CARD-DATA.
001250         10  AP-SEL-DEPT         PIC X(04).
001260         10  FILLER              PIC X(75).
001270
001280 FD  EMPLOYEE-MASTER.
001290 01  EMPLOYEE-MASTER-RECORD.
001300     COPY SSNUM
001310         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
001320                   ==02  SSArea==   BY ==10  EM-SSAREA==
001330                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
001340                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
001350     05  EM-NAME                 PIC X(30).
001360     05  EM-ENTRY-DATE           PIC 9(08).
001370     05  EM-STATUS               PIC X(01).
001380         88  EM-ACTIVE                      VALUE "A".
001390     05  EM-STATUS-DATE          PIC 9(08).
001400     05  EM-DEPT-CODE            PIC X(04).
001410
001420 FD  POSN-HIST.
001430 01  POSN-HIST-RECORD.
001440     05  PH-KEY.
001450         10  PH-SSNUM            PIC 9(09).
001460         10  PH-EFF-DATE         PIC 9(08).
001470     05  PH-JOB-TITLE            PIC X(20).
001480     05  PH-GRADE                PIC X(02).
001490     05  PH-SALARY               PIC 9(07)V99.
001500
001510 FD  PENDING.
001520 01  PENDING-RECORD.
001530     05  PD-KEY.
001540         10  PD-EFF-DATE         PIC 9(08).
001550         10  PD-SSNUM            PIC 9(09).
001560         10  PD-TYPE             PIC X(01).
001570             88  PD-TYPE-POSITION           VALUE "P".
001580     05  PD-NAME                 PIC X(30).
001590     05  PD-QUEUED-DATE          PIC 9(08).
001600     05  PD-OPERATOR             PIC X(10).
001610     05  PD-IMAGE                PIC X(54).
001620     05  FILLER                  PIC X(08).
001630
001640 FD  SAL-BAND.
001650 01  SAL-BAND-RECORD.
001660     05  SB-GRADE                PIC X(02).
001670     05  SB-MIN                  PIC X(09).
001680     05  SB-MIN-N REDEFINES SB-MIN
001690                                 PIC 9(07)V99.
001700     05  SB-MAX                  PIC X(09).
001710     05  SB-MAX-N REDEFINES SB-MAX
001720                                 PIC 9(07)V99.
001730     05  FILLER                  PIC X(60).
001740
001750 FD  DEPT-REF.
001760 01  DEPT-REF-RECORD.
001770     05  DF-DEPT-CODE            PIC X(04).
001780     05  DF-DEPT-NAME            PIC X(30).
001790     05  FILLER                  PIC X(46).
001800
001810 FD  AUDIT-LOG.
001820 01  AUDIT-LOG-RECORD.
001830     05  AUDIT-LOG-TEXT          PIC X(100).
001840     05  AUDIT-LOG-CHAIN         PIC X(20).
001850
001860 FD  HR-EXTRACT.
001870 01  HR-EXTRACT-RECORD.
001880     05  HE-ACTION               PIC X(01).
001890     COPY SSNUM
001900         REPLACING ==01  SSNum==    BY ==05  HE-SSNUM==
001910                   ==02  SSArea==   BY ==10  HE-SSAREA==
001920                   ==02  SSGroup==  BY ==10  HE-SSGROUP==
001930                   ==02  SSSerial== BY ==10  HE-SSSERIAL==.
001940     05  HE-LAST-NAME            PIC X(15).
001950     05  HE-FIRST-NAME           PIC X(12).
001960     05  HE-MIDDLE-INITIAL       PIC X(01).
001970     05  HE-ENTRY-DATE           PIC 9(08).
001980     05  HE-STATUS               PIC X(01).
001990     05  HE-STATUS-DATE          PIC 9(08).
002000     05  HE-DEPT-CODE            PIC X(04).
002010
002020 FD  CIPH-KEY.
002030 01  CIPH-KEY-RECORD.
002040     05  CK-KEY-DIGITS           PIC X(09).
002050     05  FILLER                  PIC X(71).
002060
002070 FD  ADJ-RPT.
002080 01  ADJ-RPT-RECORD              PIC X(100).
002090
002100 FD  ADJ-EXC.
002110 01  ADJ-EXC-RECORD              PIC X(100).
002120
002130 WORKING-STORAGE SECTION.
002140 01  PA-PARM-STATUS              PIC X(02) VALUE SPACES.
002150     88  PA-PARM-OK                         VALUE "00".
002160
002170 01  PA-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
002180     88  PA-EMPMAST-OK                      VALUE "00".
002190     88  PA-EMPMAST-READ-OK                 VALUE "00", "02".
002200
002210 01  PA-POSHIST-STATUS           PIC X(02) VALUE SPACES.
002220     88  PA-POSHIST-OK                      VALUE "00".
002230     88  PA-POSHIST-READ-OK                 VALUE "00", "02".
002240
002250 01  PA-PENDING-STATUS           PIC X(02) VALUE SPACES.
002260     88  PA-PENDING-OK                      VALUE "00".
002270
002280 01  PA-SALBAND-STATUS           PIC X(02) VALUE SPACES.
002290     88  PA-SALBAND-OK                      VALUE "00".
002300
002310 01  PA-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
002320     88  PA-DEPTREF-OK                      VALUE "00".
002330
002340 01  PA-AUDIT-STATUS             PIC X(02) VALUE SPACES.
002350
002360 COPY AUDCHAIN.
002370
002380 01  PA-HREXTR-STATUS            PIC X(02) VALUE SPACES.
002390
002400 01  PA-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
002410     88  PA-CIPHKEY-OK                      VALUE "00".
002420
002430 01  PA-RPT-STATUS               PIC X(02) VALUE SPACES.
002440
002450 01  PA-EXC-STATUS               PIC X(02) VALUE SPACES.
002460
002470 01  PA-RUN-MODE                 PIC X(01) VALUE "P".
002480     88  PA-PREVIEW-MODE                    VALUE "P" "p".
002490     88  PA-UPDATE-MODE                     VALUE "U" "u".
002500
002510 01  PA-PARM-EOF-SW              PIC X(01) VALUE "N".
002520     88  PA-PARM-EOF                        VALUE "Y".
002530
002540 01  PA-PARM-BAD-SW              PIC X(01) VALUE "N".
002550     88  PA-PARM-BAD                        VALUE "Y".
002560
002570 01  PA-MAST-EOF-SW              PIC X(01) VALUE "N".
002580     88  PA-MAST-EOF                        VALUE "Y".
002590
002600 01  PA-REF-LOAD-SW              PIC X(01) VALUE "N".
002610     88  PA-REF-LOAD-DONE                   VALUE "Y".
002620
002630 01  PA-DEPTS-LOADED-SW          PIC X(01) VALUE "N".
002640     88  PA-DEPTS-LOADED                    VALUE "Y".
002650
002660 01  PA-PENDING-OPEN-SW          PIC X(01) VALUE "N".
002670     88  PA-PENDING-OPEN                    VALUE "Y".
002680
002690 01  PA-POSN-DONE-SW             PIC X(01) VALUE "N".
002700     88  PA-POSN-DONE                       VALUE "Y".
002710
002720 01  PA-POSN-FOUND-SW            PIC X(01) VALUE "N".
002730     88  PA-POSN-FOUND                      VALUE "Y".
002740
002750 01  PA-HOLD-SW                  PIC X(01) VALUE "N".
002760     88  PA-HOLD-ON-PENDING                 VALUE "Y".
002770
002780 01  PA-OPERATOR-ID              PIC X(10) VALUE SPACES.
002790
002800*    The adjustment, from the A card.
002810 01  PA-ADJ-COUNT                PIC 9(04) COMP VALUE 0.
002820 01  PA-EFF-DATE                 PIC 9(08) VALUE ZEROS.
002830 01  PA-ADJ-METHOD               PIC X(01) VALUE SPACE.
002840     88  PA-ADJ-PERCENT                     VALUE "P".
002850     88  PA-ADJ-FLAT                        VALUE "F".
002860 01  PA-ADJ-AMOUNT               PIC 9(05)V99 VALUE ZEROS.
002870
002880 77  PA-GSEL-MAX                 PIC 9(04) COMP VALUE 50.
002890 77  PA-GSEL-USED                PIC 9(04) COMP VALUE 0.
002900 77  PA-GSEL-SUB                 PIC 9(04) COMP VALUE 0.
002910 77  PA-GSEL-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002920 01  PA-GSEL-TABLE.
002930     05  PA-GSEL-GRADE           PIC X(02) OCCURS 50 TIMES.
002940
002950 77  PA-DSEL-MAX                 PIC 9(04) COMP VALUE 50.
002960 77  PA-DSEL-USED                PIC 9(04) COMP VALUE 0.
002970 77  PA-DSEL-SUB                 PIC 9(04) COMP VALUE 0.
002980 77  PA-DSEL-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002990 01  PA-DSEL-TABLE.
003000     05  PA-DSEL-CODE            PIC X(04) OCCURS 50 TIMES.
003010
003020 77  PA-DREF-MAX                 PIC 9(04) COMP VALUE 100.
003030 77  PA-DREF-USED                PIC 9(04) COMP VALUE 0.
003040 77  PA-DREF-SUB                 PIC 9(04) COMP VALUE 0.
003050 77  PA-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
003060 01  PA-DREF-TABLE.
003070     05  PA-DREF-CODE            PIC X(04) OCCURS 100 TIMES.
003080
003090*    SALBAND in storage, loaded as coboltut's 1300 loads it.
003100 77  PA-BAND-MAX                 PIC 9(04) COMP VALUE 50.
003110 77  PA-BAND-USED                PIC 9(04) COMP VALUE 0.
003120 77  PA-BAND-SUB                 PIC 9(04) COMP VALUE 0.
003130 77  PA-BAND-FOUND-SUB           PIC 9(04) COMP VALUE 0.
003140 01  PA-BAND-TABLE.
003150     05  PA-BAND-ENTRY OCCURS 50 TIMES.
003160         10  PA-BT-GRADE         PIC X(02).
003170         10  PA-BT-MIN           PIC 9(07)V99.
003180         10  PA-BT-MAX           PIC 9(07)V99.
003190
003200 01  PA-CHECK-CODE               PIC X(04) VALUE SPACES.
003210 01  PA-CHECK-GRADE              PIC X(02) VALUE SPACES.
003220
003230*    Effective-date check, same rules as coboltut's 2500.
003240 01  PA-DATE-CHECK               PIC 9(08) VALUE ZEROS.
003250 01  FILLER REDEFINES PA-DATE-CHECK.
003260     05  PA-DC-YEAR              PIC 9(04).
003270     05  PA-DC-MONTH             PIC 9(02).
003280     05  PA-DC-DAY               PIC 9(02).
003290 01  PA-DATE-LIMIT               PIC 9(08) VALUE ZEROS.
003300 77  PA-MAX-DAY                  PIC 9(02) VALUE 0.
003310 77  PA-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
003320 77  PA-LEAP-REM                 PIC 9(04) COMP VALUE 0.
003330 01  PA-LEAP-SW                  PIC X(01) VALUE "N".
003340     88  PA-LEAP-YEAR                       VALUE "Y".
003350 01  PA-DATE-RESULT              PIC X(01) VALUE "Y".
003360     88  PA-DATE-VALID                      VALUE "Y".
003370     88  PA-DATE-INVALID                    VALUE "N".
003380
003390*    Current-position hold - the latest POSN-HIST row read under
003400*    the employee's key.
003410 01  PA-CURR-POSN.
003420     05  PA-CP-EFF-DATE          PIC 9(08) VALUE ZEROS.
003430     05  PA-CP-JOB-TITLE         PIC X(20) VALUE SPACES.
003440     05  PA-CP-GRADE             PIC X(02) VALUE SPACES.
003450     05  PA-CP-SALARY            PIC 9(07)V99 VALUE ZEROS.
003460
003470 01  PA-NEW-SALARY               PIC 9(07)V99 VALUE ZEROS.
003480 01  PA-INCREASE                 PIC 9(07)V99 VALUE ZEROS.
003490
003500*    A future-dated row goes to PENDING in POSNIN's layout, so
003510*    coboltut's 3700 replays it through 3625 like its own.
003520 01  PA-POSN-IMAGE.
003530     05  PA-PI-SSNUM             PIC 9(09).
003540     05  PA-PI-EFF-DATE          PIC 9(08).
003550     05  PA-PI-JOB-TITLE         PIC X(20).
003560     05  PA-PI-GRADE             PIC X(02).
003570     05  PA-PI-SALARY            PIC 9(07)V99.
003580
003590 01  PA-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
003600 01  FILLER REDEFINES PA-CIPHER-KEY.
003610     05  PA-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
003620
003630 01  PA-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
003640 01  FILLER REDEFINES PA-SSN-PLAIN.
003650     05  PA-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
003660
003670 01  PA-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
003680 01  FILLER REDEFINES PA-SSN-CRYPT.
003690     05  PA-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
003700
003710 77  PA-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
003720 77  PA-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
003730
003740 01  PA-MASKED-SSN               PIC X(11) VALUE SPACES.
003750 01  PA-AUDIT-ACTION             PIC X(20) VALUE SPACES.
003760 01  PA-EXC-CLASS                PIC X(22) VALUE SPACES.
003770 01  PA-EXC-DETAIL               PIC X(17) VALUE SPACES.
003780
003790 01  PA-CURRENT-DATE-TIME.
003800     05  PA-CURRENT-DATE         PIC 9(08).
003810     05  PA-CURRENT-TIME         PIC 9(08).
003820 01  PA-RUN-DATE                 PIC 9(08) VALUE ZEROS.
003830
003840 01  PA-COUNT-READ               PIC 9(08) COMP VALUE 0.
003850 01  PA-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
003860 01  PA-COUNT-SELECTED           PIC 9(08) COMP VALUE 0.
003870 01  PA-COUNT-ADJUSTED           PIC 9(08) COMP VALUE 0.
003880 01  PA-COUNT-PENDED             PIC 9(08) COMP VALUE 0.
003890 01  PA-COUNT-EXCEPTION          PIC 9(08) COMP VALUE 0.
003900 01  PA-COUNT-OUT-BAND           PIC 9(08) COMP VALUE 0.
003910 01  PA-COUNT-AUDIT              PIC 9(08) COMP VALUE 0.
003920 01  PA-COUNT-HRFEED             PIC 9(08) COMP VALUE 0.
003930 01  PA-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
003940
003950 01  PA-TOTAL-BEFORE             PIC 9(11)V99 VALUE ZEROS.
003960 01  PA-TOTAL-AFTER              PIC 9(11)V99 VALUE ZEROS.
003970 01  PA-TOTAL-INCREASE           PIC 9(11)V99 VALUE ZEROS.
003980 01  PA-TOTAL-HELD               PIC 9(11)V99 VALUE ZEROS.
003990 01  PA-TOTAL-ED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004000 01  PA-MONEY-ED                 PIC Z,ZZZ,ZZ9.99.
004010 01  PA-AMOUNT-ED                PIC ZZ,ZZ9.99.
004020
004030 LINKAGE SECTION.
004040 01  PA-PROGRAM-PARM.
004050     05  PA-PARM-LEN             PIC S9(4) COMP.
004060     05  PA-PARM-RUN-MODE        PIC X(01).
004070
004080 PROCEDURE DIVISION USING PA-PROGRAM-PARM.
004090
004100 0000-MAINLINE.
004110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004120     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT
004130     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
004140     PERFORM 9000-TERMINATE THRU 9000-EXIT
004150     STOP RUN.
004160
004170 1000-INITIALIZE.
004180     IF PA-PARM-LEN > 0
004190         MOVE PA-PARM-RUN-MODE TO PA-RUN-MODE
004200     END-IF
004210     IF NOT PA-PREVIEW-MODE AND NOT PA-UPDATE-MODE
004220         DISPLAY "PAYADJ - PARM MUST BE P (PREVIEW) OR U "
004230             "(UPDATE) - ENDING"
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF
004270     DISPLAY "Operator ID " WITH NO ADVANCING
004280     ACCEPT PA-OPERATOR-ID
004290     IF PA-OPERATOR-ID = SPACES
004300         DISPLAY "PAYADJ - BLANK OPERATOR ID - ENDING"
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340     ACCEPT PA-RUN-DATE FROM DATE YYYYMMDD
004350     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
004360     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
004370     PERFORM 1400-LOAD-SAL-BANDS THRU 1400-EXIT
004380     PERFORM 1500-LOAD-PARM-CARDS THRU 1500-EXIT
004390     IF PA-EFF-DATE > PA-RUN-DATE
004400         SET PA-HOLD-ON-PENDING TO TRUE
004410     END-IF
004420     OPEN INPUT EMPLOYEE-MASTER
004430     IF NOT PA-EMPMAST-OK
004440         DISPLAY "PAYADJ - CANNOT OPEN EMPMAST - STATUS "
004450             PA-EMPMAST-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF
004490     IF PA-UPDATE-MODE
004500         PERFORM 1700-OPEN-FOR-UPDATE THRU 1700-EXIT
004510     ELSE
004520         PERFORM 1750-OPEN-FOR-PREVIEW THRU 1750-EXIT
004530     END-IF
004540     OPEN OUTPUT ADJ-RPT
004550     OPEN OUTPUT ADJ-EXC
004560     PERFORM 1800-WRITE-HEADINGS THRU 1800-EXIT.
004570 1000-EXIT.
004580     EXIT.
004590
004600 1200-LOAD-CIPHER-KEY.
004610     OPEN INPUT CIPH-KEY
004620     IF NOT PA-CIPHKEY-OK
004630         DISPLAY "PAYADJ - CANNOT OPEN CIPHKEY - STATUS "
004640             PA-CIPHKEY-STATUS
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF
004680     READ CIPH-KEY
004690         AT END
004700             MOVE SPACES TO CK-KEY-DIGITS
004710     END-READ
004720     CLOSE CIPH-KEY
004730     IF CK-KEY-DIGITS NOT NUMERIC
004740         DISPLAY "PAYADJ - CIPHKEY EMPTY OR NOT NUMERIC"
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF
004780     MOVE CK-KEY-DIGITS TO PA-CIPHER-KEY.
004790 1200-EXIT.
004800     EXIT.
004810
004820 1300-LOAD-DEPT-REF.
004830     MOVE 0 TO PA-DREF-USED
004840     MOVE "N" TO PA-REF-LOAD-SW
004850     OPEN INPUT DEPT-REF
004860     IF NOT PA-DEPTREF-OK
004870         DISPLAY "PAYADJ - DEPTREF NOT AVAILABLE - DEPARTMENT "
004880             "CARDS NOT VALIDATED"
004890         GO TO 1300-EXIT
004900     END-IF
004910     PERFORM 1350-LOAD-ONE-REF THRU 1350-EXIT
004920         UNTIL PA-REF-LOAD-DONE
004930     CLOSE DEPT-REF
004940     IF PA-DREF-USED > 0
004950         SET PA-DEPTS-LOADED TO TRUE
004960     END-IF.
004970 1300-EXIT.
004980     EXIT.
004990
005000 1350-LOAD-ONE-REF.
005010     READ DEPT-REF
005020         AT END
005030             SET PA-REF-LOAD-DONE TO TRUE
005040         NOT AT END
005050             IF PA-DREF-USED < PA-DREF-MAX
005060                 ADD 1 TO PA-DREF-USED
005070                 MOVE DF-DEPT-CODE TO
005080                     PA-DREF-CODE (PA-DREF-USED)
005090             END-IF
005100     END-READ.
005110 1350-EXIT.
005120     EXIT.
005130
005140****************************************************************
005150*    1400 - SALBAND IS REQUIRED: EVERY NEW SALARY MUST PASS ITS
005160*    GRADE'S BAND, SO WITHOUT THE FILE NOTHING COULD BE APPLIED.
005170*    ROWS WITH A BLANK GRADE OR NON-NUMERIC LIMITS ARE SKIPPED,
005180*    AS COBOLTUT'S 1300 SKIPS THEM.
005190****************************************************************
005200 1400-LOAD-SAL-BANDS.
005210     MOVE 0 TO PA-BAND-USED
005220     MOVE "N" TO PA-REF-LOAD-SW
005230     OPEN INPUT SAL-BAND
005240     IF NOT PA-SALBAND-OK
005250         DISPLAY "PAYADJ - CANNOT OPEN SALBAND - STATUS "
005260             PA-SALBAND-STATUS
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF
005300     PERFORM 1450-LOAD-ONE-BAND THRU 1450-EXIT
005310         UNTIL PA-REF-LOAD-DONE
005320     CLOSE SAL-BAND
005330     IF PA-BAND-USED = 0
005340         DISPLAY "PAYADJ - SALBAND IS EMPTY"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380 1400-EXIT.
005390     EXIT.
005400
005410 1450-LOAD-ONE-BAND.
005420     READ SAL-BAND
005430         AT END
005440             SET PA-REF-LOAD-DONE TO TRUE
005450             GO TO 1450-EXIT
005460     END-READ
005470     IF SB-GRADE = SPACES
005480         OR SB-MIN NOT NUMERIC
005490         OR SB-MAX NOT NUMERIC
005500         GO TO 1450-EXIT
005510     END-IF
005520     IF PA-BAND-USED >= PA-BAND-MAX
005530         DISPLAY "PAYADJ - SALBAND TABLE FULL"
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF
005570     ADD 1 TO PA-BAND-USED
005580     MOVE SB-GRADE TO PA-BT-GRADE (PA-BAND-USED)
005590     MOVE SB-MIN-N TO PA-BT-MIN (PA-BAND-USED)
005600     MOVE SB-MAX-N TO PA-BT-MAX (PA-BAND-USED).
005610 1450-EXIT.
005620     EXIT.
005630
005640****************************************************************
005650*    1500 - PARAMETER CARDS.  EVERY CARD IS CHECKED BEFORE THE
005660*    MASTER IS OPENED: NO A CARD OR MORE THAN ONE, A BAD DATE,
005670*    METHOD OR AMOUNT, A GRADE NOT ON SALBAND, A DEPARTMENT NOT
005680*    ON DEPTREF, A CARD REPEATED OR OF NO KNOWN TYPE ALL FAIL
005690*    THE RUN (RC 16) - THE SAME RULE DEPTMOVE KEEPS.
005700****************************************************************
005710 1500-LOAD-PARM-CARDS.
005720     MOVE 0 TO PA-ADJ-COUNT
005730     MOVE 0 TO PA-GSEL-USED
005740     MOVE 0 TO PA-DSEL-USED
005750     MOVE "N" TO PA-PARM-BAD-SW
005760     OPEN INPUT ADJ-PARM
005770     IF NOT PA-PARM-OK
005780         DISPLAY "PAYADJ - CANNOT OPEN ADJPRM - STATUS "
005790             PA-PARM-STATUS
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF
005830     PERFORM 1550-LOAD-ONE-CARD THRU 1550-EXIT
005840         UNTIL PA-PARM-EOF
005850     CLOSE ADJ-PARM
005860     IF PA-ADJ-COUNT = 0
005870         DISPLAY "PAYADJ - NO ADJUSTMENT (A) CARD - NOTHING "
005880             "TO DO"
005890         SET PA-PARM-BAD TO TRUE
005900     END-IF
005910     IF PA-PARM-BAD
005920         DISPLAY "PAYADJ - BAD PARAMETER CARD(S) - RUN "
005930             "ENDED, NOTHING WRITTEN"
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970 1500-EXIT.
005980     EXIT.
005990
006000 1550-LOAD-ONE-CARD.
006010     READ ADJ-PARM
006020         AT END
006030             SET PA-PARM-EOF TO TRUE
006040             GO TO 1550-EXIT
006050     END-READ
006060     IF ADJ-PARM-RECORD = SPACES
006070         GO TO 1550-EXIT
006080     END-IF
006090     EVALUATE TRUE
006100         WHEN AP-ADJUST-CARD
006110             PERFORM 1560-LOAD-ADJUST-CARD THRU 1560-EXIT
006120         WHEN AP-GRADE-CARD
006130             PERFORM 1570-LOAD-GRADE-CARD THRU 1570-EXIT
006140         WHEN AP-DEPT-CARD
006150             PERFORM 1580-LOAD-DEPT-CARD THRU 1580-EXIT
006160         WHEN OTHER
006170             DISPLAY "PAYADJ - UNKNOWN CARD TYPE " AP-CARD-TYPE
006180             SET PA-PARM-BAD TO TRUE
006190     END-EVALUATE.
006200 1550-EXIT.
006210     EXIT.
006220
006230 1560-LOAD-ADJUST-CARD.
006240     ADD 1 TO PA-ADJ-COUNT
006250     IF PA-ADJ-COUNT > 1
006260         DISPLAY "PAYADJ - MORE THAN ONE ADJUSTMENT (A) CARD"
006270         SET PA-PARM-BAD TO TRUE
006280         GO TO 1560-EXIT
006290     END-IF
006300     IF AP-EFF-DATE NOT NUMERIC
006310         DISPLAY "PAYADJ - EFFECTIVE DATE NOT NUMERIC - "
006320             AP-EFF-DATE
006330         SET PA-PARM-BAD TO TRUE
006340         GO TO 1560-EXIT
006350     END-IF
006360     MOVE AP-EFF-DATE TO PA-DATE-CHECK
006370     PERFORM 1600-VALIDATE-DATE THRU 1600-EXIT
006380     IF PA-DATE-INVALID
006390         DISPLAY "PAYADJ - EFFECTIVE DATE INVALID OR TOO FAR "
006400             "AHEAD - " AP-EFF-DATE
006410         SET PA-PARM-BAD TO TRUE
006420         GO TO 1560-EXIT
006430     END-IF
006440     IF NOT AP-METHOD-PERCENT AND NOT AP-METHOD-FLAT
006450         DISPLAY "PAYADJ - METHOD MUST BE P OR F - " AP-METHOD
006460         SET PA-PARM-BAD TO TRUE
006470         GO TO 1560-EXIT
006480     END-IF
006490     IF AP-AMOUNT NOT NUMERIC
006500         DISPLAY "PAYADJ - AMOUNT NOT NUMERIC - " AP-AMOUNT
006510         SET PA-PARM-BAD TO TRUE
006520         GO TO 1560-EXIT
006530     END-IF
006540     IF AP-AMOUNT-N = 0
006550         DISPLAY "PAYADJ - AMOUNT IS ZERO"
006560         SET PA-PARM-BAD TO TRUE
006570         GO TO 1560-EXIT
006580     END-IF
006590     MOVE PA-DATE-CHECK TO PA-EFF-DATE
006600     MOVE AP-METHOD TO PA-ADJ-METHOD
006610     MOVE AP-AMOUNT-N TO PA-ADJ-AMOUNT.
006620 1560-EXIT.
006630     EXIT.
006640
006650 1570-LOAD-GRADE-CARD.
006660     IF AP-SEL-GRADE = SPACES
006670         DISPLAY "PAYADJ - BLANK GRADE ON G CARD"
006680         SET PA-PARM-BAD TO TRUE
006690         GO TO 1570-EXIT
006700     END-IF
006710     MOVE AP-SEL-GRADE TO PA-CHECK-GRADE
006720     PERFORM 3700-FIND-BAND THRU 3700-EXIT
006730     IF PA-BAND-FOUND-SUB = 0
006740         DISPLAY "PAYADJ - GRADE " AP-SEL-GRADE
006750             " IS NOT ON SALBAND"
006760         SET PA-PARM-BAD TO TRUE
006770         GO TO 1570-EXIT
006780     END-IF
006790     PERFORM 3260-MATCH-GRADE-SEL THRU 3260-EXIT
006800     IF PA-GSEL-FOUND-SUB > 0
006810         DISPLAY "PAYADJ - GRADE " AP-SEL-GRADE
006820             " APPEARS ON TWO CARDS"
006830         SET PA-PARM-BAD TO TRUE
006840         GO TO 1570-EXIT
006850     END-IF
006860     IF PA-GSEL-USED >= PA-GSEL-MAX
006870         DISPLAY "PAYADJ - TOO MANY GRADE CARDS - LIMIT IS 50"
006880         SET PA-PARM-BAD TO TRUE
006890         GO TO 1570-EXIT
006900     END-IF
006910     ADD 1 TO PA-GSEL-USED
006920     MOVE AP-SEL-GRADE TO PA-GSEL-GRADE (PA-GSEL-USED).
006930 1570-EXIT.
006940     EXIT.
006950
006960 1580-LOAD-DEPT-CARD.
006970     IF AP-SEL-DEPT = SPACES
006980         DISPLAY "PAYADJ - BLANK DEPARTMENT ON D CARD"
006990         SET PA-PARM-BAD TO TRUE
007000         GO TO 1580-EXIT
007010     END-IF
007020     MOVE AP-SEL-DEPT TO PA-CHECK-CODE
007030     PERFORM 1590-CHECK-DREF THRU 1590-EXIT
007040     IF PA-DEPTS-LOADED
007050         AND PA-DREF-FOUND-SUB = 0
007060         DISPLAY "PAYADJ - DEPARTMENT " AP-SEL-DEPT
007070             " IS NOT ON DEPTREF"
007080         SET PA-PARM-BAD TO TRUE
007090         GO TO 1580-EXIT
007100     END-IF
007110     PERFORM 3250-MATCH-DEPT-SEL THRU 3250-EXIT
007120     IF PA-DSEL-FOUND-SUB > 0
007130         DISPLAY "PAYADJ - DEPARTMENT " AP-SEL-DEPT
007140             " APPEARS ON TWO CARDS"
007150         SET PA-PARM-BAD TO TRUE
007160         GO TO 1580-EXIT
007170     END-IF
007180     IF PA-DSEL-USED >= PA-DSEL-MAX
007190         DISPLAY "PAYADJ - TOO MANY DEPARTMENT CARDS - LIMIT "
007200             "IS 50"
007210         SET PA-PARM-BAD TO TRUE
007220         GO TO 1580-EXIT
007230     END-IF
007240     ADD 1 TO PA-DSEL-USED
007250     MOVE AP-SEL-DEPT TO PA-DSEL-CODE (PA-DSEL-USED).
007260 1580-EXIT.
007270     EXIT.
007280
007290 1590-CHECK-DREF.
007300     MOVE 0 TO PA-DREF-FOUND-SUB
007310     PERFORM 1595-MATCH-ONE-DREF THRU 1595-EXIT
007320         VARYING PA-DREF-SUB FROM 1 BY 1
007330         UNTIL PA-DREF-SUB > PA-DREF-USED
007340             OR PA-DREF-FOUND-SUB > 0.
007350 1590-EXIT.
007360     EXIT.
007370
007380 1595-MATCH-ONE-DREF.
007390     IF PA-DREF-CODE (PA-DREF-SUB) = PA-CHECK-CODE
007400         MOVE PA-DREF-SUB TO PA-DREF-FOUND-SUB
007410     END-IF.
007420 1595-EXIT.
007430     EXIT.
007440
007450****************************************************************
007460*    1600 - CALENDAR CHECK OF THE EFFECTIVE DATE, AS COBOLTUT'S
007470*    2500 MAKES IT: A REAL DATE, NO LATER THAN THE END OF NEXT
007480*    YEAR.
007490****************************************************************
007500 1600-VALIDATE-DATE.
007510     SET PA-DATE-VALID TO TRUE
007520     IF PA-DC-MONTH < 1 OR PA-DC-MONTH > 12
007530         SET PA-DATE-INVALID TO TRUE
007540         GO TO 1600-EXIT
007550     END-IF
007560     PERFORM 1620-CHECK-LEAP-YEAR THRU 1620-EXIT
007570     EVALUATE PA-DC-MONTH
007580         WHEN 01
007590         WHEN 03
007600         WHEN 05
007610         WHEN 07
007620         WHEN 08
007630         WHEN 10
007640         WHEN 12
007650             MOVE 31 TO PA-MAX-DAY
007660         WHEN 04
007670         WHEN 06
007680         WHEN 09
007690         WHEN 11
007700             MOVE 30 TO PA-MAX-DAY
007710         WHEN 02
007720             IF PA-LEAP-YEAR
007730                 MOVE 29 TO PA-MAX-DAY
007740             ELSE
007750                 MOVE 28 TO PA-MAX-DAY
007760             END-IF
007770     END-EVALUATE
007780     IF PA-DC-DAY < 1 OR PA-DC-DAY > PA-MAX-DAY
007790         SET PA-DATE-INVALID TO TRUE
007800         GO TO 1600-EXIT
007810     END-IF
007820     COMPUTE PA-DATE-LIMIT = PA-RUN-DATE / 10000
007830     COMPUTE PA-DATE-LIMIT =
007840         (PA-DATE-LIMIT + 1) * 10000 + 1231
007850     IF PA-DATE-CHECK > PA-DATE-LIMIT
007860         SET PA-DATE-INVALID TO TRUE
007870     END-IF.
007880 1600-EXIT.
007890     EXIT.
007900
007910 1620-CHECK-LEAP-YEAR.
007920     MOVE "N" TO PA-LEAP-SW
007930     DIVIDE PA-DC-YEAR BY 4 GIVING PA-LEAP-QUOT
007940         REMAINDER PA-LEAP-REM
007950     IF PA-LEAP-REM = 0
007960         SET PA-LEAP-YEAR TO TRUE
007970     END-IF
007980     DIVIDE PA-DC-YEAR BY 100 GIVING PA-LEAP-QUOT
007990         REMAINDER PA-LEAP-REM
008000     IF PA-LEAP-REM = 0
008010         MOVE "N" TO PA-LEAP-SW
008020     END-IF
008030     DIVIDE PA-DC-YEAR BY 400 GIVING PA-LEAP-QUOT
008040         REMAINDER PA-LEAP-REM
008050     IF PA-LEAP-REM = 0
008060         SET PA-LEAP-YEAR TO TRUE
008070     END-IF.
008080 1620-EXIT.
008090     EXIT.
008100
008110 1700-OPEN-FOR-UPDATE.
008120     OPEN I-O POSN-HIST
008130     IF NOT PA-POSHIST-OK
008140         DISPLAY "PAYADJ - CANNOT OPEN POSHIST - STATUS "
008150             PA-POSHIST-STATUS
008160         MOVE 16 TO RETURN-CODE
008170         STOP RUN
008180     END-IF
008190     OPEN I-O PENDING
008200     IF NOT PA-PENDING-OK
008210         OPEN OUTPUT PENDING
008220         CLOSE PENDING
008230         OPEN I-O PENDING
008240     END-IF
008250     IF NOT PA-PENDING-OK
008260         DISPLAY "PAYADJ - CANNOT OPEN PENDING - STATUS "
008270             PA-PENDING-STATUS
008280         MOVE 16 TO RETURN-CODE
008290         STOP RUN
008300     END-IF
008310     SET PA-PENDING-OPEN TO TRUE
008320     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
008330     OPEN EXTEND AUDIT-LOG
008340     IF PA-AUDIT-STATUS = "35"
008350         OPEN OUTPUT AUDIT-LOG
008360     END-IF
008370     OPEN EXTEND HR-EXTRACT
008380     IF PA-HREXTR-STATUS = "35"
008390         OPEN OUTPUT HR-EXTRACT
008400     END-IF.
008410 1700-EXIT.
008420     EXIT.
008430
008440****************************************************************
008450*    1750 - A PREVIEW READS POSN-HIST AND (IF IT IS THERE)
008460*    PENDING, AND OPENS NOTHING IT COULD WRITE TO.
008470****************************************************************
008480 1750-OPEN-FOR-PREVIEW.
008490     OPEN INPUT POSN-HIST
008500     IF NOT PA-POSHIST-OK
008510         DISPLAY "PAYADJ - CANNOT OPEN POSHIST - STATUS "
008520             PA-POSHIST-STATUS
008530         MOVE 16 TO RETURN-CODE
008540         STOP RUN
008550     END-IF
008560     OPEN INPUT PENDING
008570     IF PA-PENDING-OK
008580         SET PA-PENDING-OPEN TO TRUE
008590     END-IF.
008600 1750-EXIT.
008610     EXIT.
008620
008630 1800-WRITE-HEADINGS.
008640     MOVE SPACES TO ADJ-RPT-RECORD
008650     IF PA-UPDATE-MODE
008660         STRING "PAYADJ - MASS PAY ADJUSTMENT REGISTER - RUN "
008670             DELIMITED BY SIZE
008680             PA-RUN-DATE DELIMITED BY SIZE
008690             INTO ADJ-RPT-RECORD
008700         END-STRING
008710     ELSE
008720         STRING "PAYADJ - MASS PAY ADJUSTMENT PREVIEW - RUN "
008730             DELIMITED BY SIZE
008740             PA-RUN-DATE DELIMITED BY SIZE
008750             " - NOTHING WRITTEN" DELIMITED BY SIZE
008760             INTO ADJ-RPT-RECORD
008770         END-STRING
008780     END-IF
008790     WRITE ADJ-RPT-RECORD
008800     MOVE SPACES TO ADJ-RPT-RECORD
008810     WRITE ADJ-RPT-RECORD
008820     MOVE PA-ADJ-AMOUNT TO PA-AMOUNT-ED
008830     MOVE SPACES TO ADJ-RPT-RECORD
008840     IF PA-ADJ-PERCENT
008850         STRING "INCREASE " DELIMITED BY SIZE
008860             PA-AMOUNT-ED DELIMITED BY SIZE
008870             " PER CENT, EFFECTIVE " DELIMITED BY SIZE
008880             PA-EFF-DATE DELIMITED BY SIZE
008890             INTO ADJ-RPT-RECORD
008900         END-STRING
008910     ELSE
008920         STRING "INCREASE " DELIMITED BY SIZE
008930             PA-AMOUNT-ED DELIMITED BY SIZE
008940             " A YEAR FLAT, EFFECTIVE " DELIMITED BY SIZE
008950             PA-EFF-DATE DELIMITED BY SIZE
008960             INTO ADJ-RPT-RECORD
008970         END-STRING
008980     END-IF
008990     WRITE ADJ-RPT-RECORD
009000     IF PA-HOLD-ON-PENDING
009010         MOVE "FUTURE EFFECTIVE DATE - ROWS ARE HELD ON PENDING "
009020             TO ADJ-RPT-RECORD
009030         MOVE "UNTIL THAT DATE" TO ADJ-RPT-RECORD (50:15)
009040         WRITE ADJ-RPT-RECORD
009050     END-IF
009060     MOVE SPACES TO ADJ-RPT-RECORD
009070     IF PA-GSEL-USED = 0
009080         MOVE "GRADES       ALL" TO ADJ-RPT-RECORD
009090         WRITE ADJ-RPT-RECORD
009100     ELSE
009110         PERFORM 1810-WRITE-ONE-GRADE-SEL THRU 1810-EXIT
009120             VARYING PA-GSEL-SUB FROM 1 BY 1
009130             UNTIL PA-GSEL-SUB > PA-GSEL-USED
009140     END-IF
009150     MOVE SPACES TO ADJ-RPT-RECORD
009160     IF PA-DSEL-USED = 0
009170         MOVE "DEPARTMENTS  ALL" TO ADJ-RPT-RECORD
009180         WRITE ADJ-RPT-RECORD
009190     ELSE
009200         PERFORM 1820-WRITE-ONE-DEPT-SEL THRU 1820-EXIT
009210             VARYING PA-DSEL-SUB FROM 1 BY 1
009220             UNTIL PA-DSEL-SUB > PA-DSEL-USED
009230     END-IF
009240     MOVE SPACES TO ADJ-RPT-RECORD
009250     WRITE ADJ-RPT-RECORD
009260     MOVE "SSN" TO ADJ-RPT-RECORD (1:3)
009270     MOVE "NAME" TO ADJ-RPT-RECORD (13:4)
009280     MOVE "DEPT" TO ADJ-RPT-RECORD (39:4)
009290     MOVE "GR" TO ADJ-RPT-RECORD (44:2)
009300     MOVE "CURRENT" TO ADJ-RPT-RECORD (52:7)
009310     MOVE "NEW" TO ADJ-RPT-RECORD (69:3)
009320     MOVE "INCREASE" TO ADJ-RPT-RECORD (77:8)
009330     WRITE ADJ-RPT-RECORD
009340     MOVE SPACES TO ADJ-RPT-RECORD
009350     WRITE ADJ-RPT-RECORD
009360     MOVE SPACES TO ADJ-EXC-RECORD
009370     STRING "PAYADJ - MASS PAY ADJUSTMENT EXCEPTIONS, NOT "
009380         DELIMITED BY SIZE
009390         "APPLIED - RUN " DELIMITED BY SIZE
009400         PA-RUN-DATE DELIMITED BY SIZE
009410         INTO ADJ-EXC-RECORD
009420     END-STRING
009430     WRITE ADJ-EXC-RECORD
009440     MOVE SPACES TO ADJ-EXC-RECORD
009450     WRITE ADJ-EXC-RECORD
009460     MOVE "EXCEPTION" TO ADJ-EXC-RECORD (1:9)
009470     MOVE "SSN" TO ADJ-EXC-RECORD (24:3)
009480     MOVE "NAME" TO ADJ-EXC-RECORD (36:4)
009490     MOVE "GR" TO ADJ-EXC-RECORD (55:2)
009500     MOVE "CURRENT" TO ADJ-EXC-RECORD (62:7)
009510     MOVE "NEW" TO ADJ-EXC-RECORD (79:3)
009520     MOVE "DETAIL" TO ADJ-EXC-RECORD (84:6)
009530     WRITE ADJ-EXC-RECORD
009540     MOVE SPACES TO ADJ-EXC-RECORD
009550     WRITE ADJ-EXC-RECORD.
009560 1800-EXIT.
009570     EXIT.
009580
009590 1810-WRITE-ONE-GRADE-SEL.
009600     MOVE SPACES TO ADJ-RPT-RECORD
009610     MOVE "GRADE" TO ADJ-RPT-RECORD (1:5)
009620     MOVE PA-GSEL-GRADE (PA-GSEL-SUB) TO ADJ-RPT-RECORD (14:2)
009630     WRITE ADJ-RPT-RECORD.
009640 1810-EXIT.
009650     EXIT.
009660
009670 1820-WRITE-ONE-DEPT-SEL.
009680     MOVE SPACES TO ADJ-RPT-RECORD
009690     MOVE "DEPARTMENT" TO ADJ-RPT-RECORD (1:10)
009700     MOVE PA-DSEL-CODE (PA-DSEL-SUB) TO ADJ-RPT-RECORD (14:4)
009710     WRITE ADJ-RPT-RECORD.
009720 1820-EXIT.
009730     EXIT.
009740
009750 3000-SWEEP-MASTER.
009760     MOVE LOW-VALUES TO EM-SSNUM
009770     START EMPLOYEE-MASTER KEY IS >= EM-SSNUM
009780         INVALID KEY
009790             SET PA-MAST-EOF TO TRUE
009800     END-START
009810     IF NOT PA-EMPMAST-READ-OK
009820         SET PA-MAST-EOF TO TRUE
009830     END-IF
009840     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
009850         UNTIL PA-MAST-EOF.
009860 3000-EXIT.
009870     EXIT.
009880
009890****************************************************************
009900*    3200 - SELECT ONE MASTER RECORD.  ONLY ACTIVE PEOPLE ARE
009910*    ADJUSTED; THE DEPARTMENT COMES FROM THE MASTER AND THE
009920*    GRADE FROM THE LATEST POSITION ROW.  A SELECTED PERSON
009930*    WITH NO POSITION ROW HAS NO SALARY TO RAISE AND IS LISTED,
009940*    NOT SKIPPED, SO NOBODY IS SILENTLY LEFT OUT.
009950****************************************************************
009960 3200-PROCESS-ONE-RECORD.
009970     READ EMPLOYEE-MASTER NEXT RECORD
009980         AT END
009990             SET PA-MAST-EOF TO TRUE
010000     END-READ
010010     IF NOT PA-EMPMAST-READ-OK
010020         SET PA-MAST-EOF TO TRUE
010030     END-IF
010040     IF PA-MAST-EOF
010050         GO TO 3200-EXIT
010060     END-IF
010070     ADD 1 TO PA-COUNT-READ
010080     IF NOT EM-ACTIVE
010090         GO TO 3200-EXIT
010100     END-IF
010110     ADD 1 TO PA-COUNT-ACTIVE
010120     MOVE 0 TO PA-NEW-SALARY
010130     IF PA-DSEL-USED > 0
010140         MOVE EM-DEPT-CODE TO PA-CHECK-CODE
010150         PERFORM 3250-MATCH-DEPT-SEL THRU 3250-EXIT
010160         IF PA-DSEL-FOUND-SUB = 0
010170             GO TO 3200-EXIT
010180         END-IF
010190     END-IF
010200     MOVE EM-SSNUM TO PA-SSN-CRYPT
010210     PERFORM 6000-DECIPHER-SSN THRU 6000-EXIT
010220     PERFORM 6100-BUILD-MASKED-SSN THRU 6100-EXIT
010230     PERFORM 3500-FIND-CURRENT-POSN THRU 3500-EXIT
010240     IF NOT PA-POSN-FOUND
010250         ADD 1 TO PA-COUNT-SELECTED
010260         MOVE "NO POSITION ROW" TO PA-EXC-CLASS
010270         MOVE SPACES TO PA-EXC-DETAIL
010280         STRING "DEPT " DELIMITED BY SIZE
010290             EM-DEPT-CODE DELIMITED BY SIZE
010300             INTO PA-EXC-DETAIL
010310         END-STRING
010320         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
010330         GO TO 3200-EXIT
010340     END-IF
010350     IF PA-GSEL-USED > 0
010360         MOVE PA-CP-GRADE TO PA-CHECK-GRADE
010370         PERFORM 3260-MATCH-GRADE-SEL THRU 3260-EXIT
010380         IF PA-GSEL-FOUND-SUB = 0
010390             GO TO 3200-EXIT
010400         END-IF
010410     END-IF
010420     ADD 1 TO PA-COUNT-SELECTED
010430     PERFORM 3300-ADJUST-ONE THRU 3300-EXIT.
010440 3200-EXIT.
010450     EXIT.
010460
010470 3250-MATCH-DEPT-SEL.
010480     MOVE 0 TO PA-DSEL-FOUND-SUB
010490     PERFORM 3255-MATCH-ONE-DEPT THRU 3255-EXIT
010500         VARYING PA-DSEL-SUB FROM 1 BY 1
010510         UNTIL PA-DSEL-SUB > PA-DSEL-USED
010520             OR PA-DSEL-FOUND-SUB > 0.
010530 3250-EXIT.
010540     EXIT.
010550
010560 3255-MATCH-ONE-DEPT.
010570     IF PA-DSEL-CODE (PA-DSEL-SUB) = PA-CHECK-CODE
010580         MOVE PA-DSEL-SUB TO PA-DSEL-FOUND-SUB
010590     END-IF.
010600 3255-EXIT.
010610     EXIT.
010620
010630 3260-MATCH-GRADE-SEL.
010640     MOVE 0 TO PA-GSEL-FOUND-SUB
010650     PERFORM 3265-MATCH-ONE-GRADE THRU 3265-EXIT
010660         VARYING PA-GSEL-SUB FROM 1 BY 1
010670         UNTIL PA-GSEL-SUB > PA-GSEL-USED
010680             OR PA-GSEL-FOUND-SUB > 0.
010690 3260-EXIT.
010700     EXIT.
010710
010720 3265-MATCH-ONE-GRADE.
010730     IF PA-GSEL-GRADE (PA-GSEL-SUB) = PA-CHECK-GRADE
010740         MOVE PA-GSEL-SUB TO PA-GSEL-FOUND-SUB
010750     END-IF.
010760 3265-EXIT.
010770     EXIT.
010780
010790****************************************************************
010800*    3300 - ONE ADJUSTMENT.  THE NEW ROW MUST BE LATER THAN THE
010810*    CURRENT ONE (OR IT WOULD NOT BE CURRENT) AND NOT BEFORE
010820*    THE PERSON STARTED, THE NEW SALARY MUST FIT THE PICTURE
010830*    AND PASS THE BAND, AND A FUTURE ROW MUST NOT COLLIDE WITH
010840*    ONE ALREADY ON PENDING.  WHATEVER FAILS GOES TO ADJEXC;
010850*    WHAT PASSES GOES ON THE REGISTER AND, IN AN UPDATE RUN,
010860*    TO THE FILES.
010870****************************************************************
010880 3300-ADJUST-ONE.
010890     IF EM-ENTRY-DATE > PA-EFF-DATE
010900         MOVE "BEFORE ENTRY DATE" TO PA-EXC-CLASS
010910         MOVE SPACES TO PA-EXC-DETAIL
010920         STRING "ENTERED " DELIMITED BY SIZE
010930             EM-ENTRY-DATE DELIMITED BY SIZE
010940             INTO PA-EXC-DETAIL
010950         END-STRING
010960         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
010970         GO TO 3300-EXIT
010980     END-IF
010990     IF PA-CP-EFF-DATE NOT < PA-EFF-DATE
011000         MOVE "LATER POSITION ON FILE" TO PA-EXC-CLASS
011010         MOVE SPACES TO PA-EXC-DETAIL
011020         STRING "ROW OF " DELIMITED BY SIZE
011030             PA-CP-EFF-DATE DELIMITED BY SIZE
011040             INTO PA-EXC-DETAIL
011050         END-STRING
011060         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
011070         GO TO 3300-EXIT
011080     END-IF
011090     IF PA-ADJ-PERCENT
011100         COMPUTE PA-NEW-SALARY ROUNDED =
011110             PA-CP-SALARY * (100 + PA-ADJ-AMOUNT) / 100
011120             ON SIZE ERROR
011130                 MOVE 0 TO PA-NEW-SALARY
011140         END-COMPUTE
011150     ELSE
011160         COMPUTE PA-NEW-SALARY = PA-CP-SALARY + PA-ADJ-AMOUNT
011170             ON SIZE ERROR
011180                 MOVE 0 TO PA-NEW-SALARY
011190         END-COMPUTE
011200     END-IF
011210     IF PA-NEW-SALARY = 0
011220         MOVE "NEW SALARY TOO LARGE" TO PA-EXC-CLASS
011230         MOVE SPACES TO PA-EXC-DETAIL
011240         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
011250         GO TO 3300-EXIT
011260     END-IF
011270     COMPUTE PA-INCREASE = PA-NEW-SALARY - PA-CP-SALARY
011280     MOVE PA-CP-GRADE TO PA-CHECK-GRADE
011290     PERFORM 3700-FIND-BAND THRU 3700-EXIT
011300     IF PA-BAND-FOUND-SUB = 0
011310         MOVE "GRADE NOT ON SALBAND" TO PA-EXC-CLASS
011320         MOVE SPACES TO PA-EXC-DETAIL
011330         PERFORM 3350-OUT-OF-BAND THRU 3350-EXIT
011340         GO TO 3300-EXIT
011350     END-IF
011360     IF PA-NEW-SALARY > PA-BT-MAX (PA-BAND-FOUND-SUB)
011370         MOVE "ABOVE SALARY BAND" TO PA-EXC-CLASS
011380         MOVE PA-BT-MAX (PA-BAND-FOUND-SUB) TO PA-MONEY-ED
011390         MOVE SPACES TO PA-EXC-DETAIL
011400         STRING "MAX " DELIMITED BY SIZE
011410             PA-MONEY-ED DELIMITED BY SIZE
011420             INTO PA-EXC-DETAIL
011430         END-STRING
011440         PERFORM 3350-OUT-OF-BAND THRU 3350-EXIT
011450         GO TO 3300-EXIT
011460     END-IF
011470     IF PA-NEW-SALARY < PA-BT-MIN (PA-BAND-FOUND-SUB)
011480         MOVE "BELOW SALARY BAND" TO PA-EXC-CLASS
011490         MOVE PA-BT-MIN (PA-BAND-FOUND-SUB) TO PA-MONEY-ED
011500         MOVE SPACES TO PA-EXC-DETAIL
011510         STRING "MIN " DELIMITED BY SIZE
011520             PA-MONEY-ED DELIMITED BY SIZE
011530             INTO PA-EXC-DETAIL
011540         END-STRING
011550         PERFORM 3350-OUT-OF-BAND THRU 3350-EXIT
011560         GO TO 3300-EXIT
011570     END-IF
011580     IF PA-HOLD-ON-PENDING
011590         AND PA-PENDING-OPEN
011600         MOVE PA-EFF-DATE TO PD-EFF-DATE
011610         MOVE EM-SSNUM TO PD-SSNUM
011620         SET PD-TYPE-POSITION TO TRUE
011630         READ PENDING
011640             INVALID KEY
011650                 CONTINUE
011660             NOT INVALID KEY
011670                 MOVE "ALREADY PENDING" TO PA-EXC-CLASS
011680                 MOVE SPACES TO PA-EXC-DETAIL
011690                 STRING "EFF " DELIMITED BY SIZE
011700                     PA-EFF-DATE DELIMITED BY SIZE
011710                     INTO PA-EXC-DETAIL
011720                 END-STRING
011730                 PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
011740                 GO TO 3300-EXIT
011750         END-READ
011760     END-IF
011770     IF PA-UPDATE-MODE
011780         PERFORM 3800-POST-ADJUSTMENT THRU 3800-EXIT
011790         IF PA-EXC-CLASS NOT = SPACES
011800             GO TO 3300-EXIT
011810         END-IF
011820     END-IF
011830     ADD 1 TO PA-COUNT-ADJUSTED
011840     ADD PA-CP-SALARY TO PA-TOTAL-BEFORE
011850     ADD PA-NEW-SALARY TO PA-TOTAL-AFTER
011860     ADD PA-INCREASE TO PA-TOTAL-INCREASE
011870     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
011880 3300-EXIT.
011890     EXIT.
011900
011910 3350-OUT-OF-BAND.
011920     ADD 1 TO PA-COUNT-OUT-BAND
011930     ADD PA-INCREASE TO PA-TOTAL-HELD
011940     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
011950 3350-EXIT.
011960     EXIT.
011970
011980****************************************************************
011990*    3500 - LATEST POSITION ROW, AS COMPREG FINDS IT: START AT
012000*    (SSN, DATE ZERO) AND KEEP THE LAST ROW UNDER THE SAME SSN.
012010****************************************************************
012020 3500-FIND-CURRENT-POSN.
012030     MOVE "N" TO PA-POSN-FOUND-SW
012040     MOVE "N" TO PA-POSN-DONE-SW
012050     MOVE ZEROS TO PA-CP-EFF-DATE
012060     MOVE SPACES TO PA-CP-JOB-TITLE
012070     MOVE SPACES TO PA-CP-GRADE
012080     MOVE ZEROS TO PA-CP-SALARY
012090     MOVE EM-SSNUM TO PH-SSNUM
012100     MOVE ZEROS TO PH-EFF-DATE
012110     START POSN-HIST KEY IS >= PH-KEY
012120         INVALID KEY
012130             SET PA-POSN-DONE TO TRUE
012140     END-START
012150     IF NOT PA-POSHIST-READ-OK
012160         SET PA-POSN-DONE TO TRUE
012170     END-IF
012180     PERFORM 3600-READ-ONE-POSN THRU 3600-EXIT
012190         UNTIL PA-POSN-DONE.
012200 3500-EXIT.
012210     EXIT.
012220
012230 3600-READ-ONE-POSN.
012240     READ POSN-HIST NEXT RECORD
012250         AT END
012260             SET PA-POSN-DONE TO TRUE
012270     END-READ
012280     IF NOT PA-POSHIST-READ-OK
012290         SET PA-POSN-DONE TO TRUE
012300     END-IF
012310     IF PA-POSN-DONE
012320         GO TO 3600-EXIT
012330     END-IF
012340     IF PH-SSNUM NOT = EM-SSNUM
012350         SET PA-POSN-DONE TO TRUE
012360         GO TO 3600-EXIT
012370     END-IF
012380     SET PA-POSN-FOUND TO TRUE
012390     MOVE PH-EFF-DATE TO PA-CP-EFF-DATE
012400     MOVE PH-JOB-TITLE TO PA-CP-JOB-TITLE
012410     MOVE PH-GRADE TO PA-CP-GRADE
012420     MOVE PH-SALARY TO PA-CP-SALARY.
012430 3600-EXIT.
012440     EXIT.
012450
012460 3700-FIND-BAND.
012470     MOVE 0 TO PA-BAND-FOUND-SUB
012480     PERFORM 3750-MATCH-ONE-BAND THRU 3750-EXIT
012490         VARYING PA-BAND-SUB FROM 1 BY 1
012500         UNTIL PA-BAND-SUB > PA-BAND-USED
012510             OR PA-BAND-FOUND-SUB > 0.
012520 3700-EXIT.
012530     EXIT.
012540
012550 3750-MATCH-ONE-BAND.
012560     IF PA-BT-GRADE (PA-BAND-SUB) = PA-CHECK-GRADE
012570         MOVE PA-BAND-SUB TO PA-BAND-FOUND-SUB
012580     END-IF.
012590 3750-EXIT.
012600     EXIT.
012610
012620****************************************************************
012630*    3800 - UPDATE RUN ONLY.  THE NEW ROW KEEPS THE CURRENT
012640*    TITLE AND GRADE.  DATED TODAY OR EARLIER IT IS WRITTEN TO
012650*    POSN-HIST; DATED LATER IT IS QUEUED ON PENDING AS A TYPE-P
012660*    ITEM (SSN ZEROED IN THE IMAGE, AS COBOLTUT'S 3640 QUEUES
012670*    IT).  A KEY ALREADY TAKEN LEAVES PA-EXC-CLASS SET FOR 3300.
012672*    ONLY A ROW POSTED NOW GOES ON THE HR FEED (4500); A QUEUED
012674*    ONE REACHES HR WHEN COBOLTUT POSTS IT ON THE EFFECTIVE DATE.
012680****************************************************************
012690 3800-POST-ADJUSTMENT.
012700     MOVE SPACES TO PA-EXC-CLASS
012710     IF PA-HOLD-ON-PENDING
012720         MOVE ZEROS TO PA-PI-SSNUM
012730         MOVE PA-EFF-DATE TO PA-PI-EFF-DATE
012740         MOVE PA-CP-JOB-TITLE TO PA-PI-JOB-TITLE
012750         MOVE PA-CP-GRADE TO PA-PI-GRADE
012760         MOVE PA-NEW-SALARY TO PA-PI-SALARY
012770         MOVE SPACES TO PENDING-RECORD
012780         MOVE PA-EFF-DATE TO PD-EFF-DATE
012790         MOVE EM-SSNUM TO PD-SSNUM
012800         SET PD-TYPE-POSITION TO TRUE
012810         MOVE EM-NAME TO PD-NAME
012820         MOVE PA-RUN-DATE TO PD-QUEUED-DATE
012830         MOVE PA-OPERATOR-ID TO PD-OPERATOR
012840         MOVE PA-POSN-IMAGE TO PD-IMAGE
012850         WRITE PENDING-RECORD
012860             INVALID KEY
012870                 MOVE "ALREADY PENDING" TO PA-EXC-CLASS
012880         END-WRITE
012890         MOVE "PAY ADJ PENDING" TO PA-AUDIT-ACTION
012900     ELSE
012910         MOVE EM-SSNUM TO PH-SSNUM
012920         MOVE PA-EFF-DATE TO PH-EFF-DATE
012930         MOVE PA-CP-JOB-TITLE TO PH-JOB-TITLE
012940         MOVE PA-CP-GRADE TO PH-GRADE
012950         MOVE PA-NEW-SALARY TO PH-SALARY
012960         WRITE POSN-HIST-RECORD
012970             INVALID KEY
012980                 MOVE "DUPLICATE POSITION KEY" TO PA-EXC-CLASS
012990         END-WRITE
013000         MOVE "PAY ADJUSTED" TO PA-AUDIT-ACTION
013010     END-IF
013020     IF PA-EXC-CLASS NOT = SPACES
013030         MOVE SPACES TO PA-EXC-DETAIL
013040         STRING "EFF " DELIMITED BY SIZE
013050             PA-EFF-DATE DELIMITED BY SIZE
013060             INTO PA-EXC-DETAIL
013070         END-STRING
013080         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
013090         GO TO 3800-EXIT
013100     END-IF
013110     IF PA-HOLD-ON-PENDING
013120         ADD 1 TO PA-COUNT-PENDED
013130     END-IF
013140     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
013150     IF NOT PA-HOLD-ON-PENDING
013152         PERFORM 4500-WRITE-HR-FEED THRU 4500-EXIT
013154     END-IF.
013160 3800-EXIT.
013170     EXIT.
013180
013190****************************************************************
013200*    4000 - ONE AUDIT ROW PER ADJUSTMENT, IN COBOLTUT'S 2060
013210*    LAYOUT (CLEAR SSN, OPERATOR, ACTION) SO AUDITINQ AND AUDSUM
013220*    SEE THE INCREASE LIKE ANY OTHER ACTIVITY.
013230****************************************************************
013240 4000-WRITE-AUDIT.
013250     ACCEPT PA-CURRENT-DATE FROM DATE YYYYMMDD
013260     ACCEPT PA-CURRENT-TIME FROM TIME
013270     MOVE SPACES TO AUDIT-LOG-RECORD
013280     STRING EM-NAME              DELIMITED BY SIZE
013290         " SSN "                 DELIMITED BY SIZE
013300         PA-SSN-PLAIN (1:3)      DELIMITED BY SIZE
013310         "-"                     DELIMITED BY SIZE
013320         PA-SSN-PLAIN (4:2)      DELIMITED BY SIZE
013330         "-"                     DELIMITED BY SIZE
013340         PA-SSN-PLAIN (6:4)      DELIMITED BY SIZE
013350         " "                     DELIMITED BY SIZE
013360         PA-CURRENT-DATE         DELIMITED BY SIZE
013370         " "                     DELIMITED BY SIZE
013380         PA-CURRENT-TIME         DELIMITED BY SIZE
013390         " OPR "                 DELIMITED BY SIZE
013400         PA-OPERATOR-ID          DELIMITED BY SIZE
013410         " "                     DELIMITED BY SIZE
013420         PA-AUDIT-ACTION         DELIMITED BY SIZE
013430         INTO AUDIT-LOG-RECORD
013440     END-STRING
013450     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
013460     WRITE AUDIT-LOG-RECORD
013470     ADD 1 TO PA-COUNT-AUDIT.
013480 4000-EXIT.
013490     EXIT.
013500
013510****************************************************************
013520*    4500 - HR CHANGE FEED.  A PAY ADJUSTMENT IS A CHANGE LIKE
013530*    ANY OTHER, SO EVERY ONE POSTED TODAY GETS AN ACTION-C ROW IN
013540*    COBOLTUT'S 2080 LAYOUT, AS DEPTMOVE'S REORG ROWS DO.  3200
013550*    HAS ALREADY DECIPHERED THE SSN.
013560****************************************************************
013570 4500-WRITE-HR-FEED.
013580     MOVE SPACES TO HR-EXTRACT-RECORD
013590     MOVE "C" TO HE-ACTION
013600     MOVE PA-SSN-PLAIN TO HE-SSNUM
013610     MOVE EM-NAME (1:15) TO HE-LAST-NAME
013620     MOVE EM-NAME (16:12) TO HE-FIRST-NAME
013630     MOVE EM-NAME (28:1) TO HE-MIDDLE-INITIAL
013640     MOVE EM-ENTRY-DATE TO HE-ENTRY-DATE
013650     MOVE EM-STATUS TO HE-STATUS
013660     MOVE EM-STATUS-DATE TO HE-STATUS-DATE
013670     MOVE EM-DEPT-CODE TO HE-DEPT-CODE
013680     ADD 1 TO PA-COUNT-HRFEED
013690     WRITE HR-EXTRACT-RECORD.
013700 4500-EXIT.
013710     EXIT.
013720
013730 6000-DECIPHER-SSN.
013740     PERFORM 6010-DECIPHER-ONE-DIGIT THRU 6010-EXIT
013750         VARYING PA-CIPHER-SUB FROM 1 BY 1
013760         UNTIL PA-CIPHER-SUB > 9.
013770 6000-EXIT.
013780     EXIT.
013790
013800 6010-DECIPHER-ONE-DIGIT.
013810     COMPUTE PA-CIPHER-WORK = PA-CRYPT-DIGIT (PA-CIPHER-SUB)
013820         - PA-KEY-DIGIT (PA-CIPHER-SUB)
013830     IF PA-CIPHER-WORK < 0
013840         ADD 10 TO PA-CIPHER-WORK
013850     END-IF
013860     MOVE PA-CIPHER-WORK TO PA-PLAIN-DIGIT (PA-CIPHER-SUB).
013870 6010-EXIT.
013880     EXIT.
013890
013900 6100-BUILD-MASKED-SSN.
013910     MOVE SPACES TO PA-MASKED-SSN
013920     STRING "XXX-XX-"          DELIMITED BY SIZE
013930         PA-SSN-PLAIN (6:4)    DELIMITED BY SIZE
013940         INTO PA-MASKED-SSN
013950     END-STRING.
013960 6100-EXIT.
013970     EXIT.
013980
013990****************************************************************
014000*    6500 - ONE EXCEPTION LINE: CLASS, MASKED SSN, NAME, GRADE,
014010*    CURRENT AND PROPOSED SALARY, DETAIL.
014020****************************************************************
014030 6500-WRITE-EXCEPTION.
014040     ADD 1 TO PA-COUNT-EXCEPTION
014050     MOVE SPACES TO ADJ-EXC-RECORD
014060     MOVE PA-EXC-CLASS TO ADJ-EXC-RECORD (1:22)
014070     MOVE PA-MASKED-SSN TO ADJ-EXC-RECORD (24:11)
014080     MOVE EM-NAME (1:18) TO ADJ-EXC-RECORD (36:18)
014090     MOVE PA-CP-GRADE TO ADJ-EXC-RECORD (55:2)
014100     IF PA-POSN-FOUND
014110         MOVE PA-CP-SALARY TO PA-MONEY-ED
014120         MOVE PA-MONEY-ED TO ADJ-EXC-RECORD (58:12)
014130     END-IF
014140     IF PA-NEW-SALARY > 0
014150         MOVE PA-NEW-SALARY TO PA-MONEY-ED
014160         MOVE PA-MONEY-ED TO ADJ-EXC-RECORD (71:12)
014170     END-IF
014180     MOVE PA-EXC-DETAIL TO ADJ-EXC-RECORD (84:17)
014190     WRITE ADJ-EXC-RECORD.
014200 6500-EXIT.
014210     EXIT.
014220
014230 7000-WRITE-REGISTER-LINE.
014240     MOVE SPACES TO ADJ-RPT-RECORD
014250     MOVE PA-MASKED-SSN TO ADJ-RPT-RECORD (1:11)
014260     MOVE EM-NAME (1:25) TO ADJ-RPT-RECORD (13:25)
014270     MOVE EM-DEPT-CODE TO ADJ-RPT-RECORD (39:4)
014280     MOVE PA-CP-GRADE TO ADJ-RPT-RECORD (44:2)
014290     MOVE PA-CP-SALARY TO PA-MONEY-ED
014300     MOVE PA-MONEY-ED TO ADJ-RPT-RECORD (47:12)
014310     MOVE PA-NEW-SALARY TO PA-MONEY-ED
014320     MOVE PA-MONEY-ED TO ADJ-RPT-RECORD (60:12)
014330     MOVE PA-INCREASE TO PA-MONEY-ED
014340     MOVE PA-MONEY-ED TO ADJ-RPT-RECORD (73:12)
014350     WRITE ADJ-RPT-RECORD.
014360 7000-EXIT.
014370     EXIT.
014380
014390****************************************************************
014400*    8000 - COUNTS AND COST IMPACT.  THE INCREASE HELD BACK IS
014410*    WHAT THE OUT-OF-BAND PEOPLE WOULD HAVE COST, SO THE TWO
014420*    FIGURES TOGETHER ARE THE FULL PRICE OF THE CARDS AS KEYED.
014430****************************************************************
014440 8000-WRITE-TOTALS.
014450     MOVE SPACES TO ADJ-RPT-RECORD
014460     WRITE ADJ-RPT-RECORD
014470     MOVE PA-COUNT-READ TO PA-COUNT-ED
014480     MOVE SPACES TO ADJ-RPT-RECORD
014490     STRING "TOTAL RECORDS ON FILE  . . . . " DELIMITED BY SIZE
014500         PA-COUNT-ED DELIMITED BY SIZE
014510         INTO ADJ-RPT-RECORD
014520     END-STRING
014530     WRITE ADJ-RPT-RECORD
014540     MOVE PA-COUNT-ACTIVE TO PA-COUNT-ED
014550     MOVE SPACES TO ADJ-RPT-RECORD
014560     STRING "ACTIVE EMPLOYEES . . . . . . . " DELIMITED BY SIZE
014570         PA-COUNT-ED DELIMITED BY SIZE
014580         INTO ADJ-RPT-RECORD
014590     END-STRING
014600     WRITE ADJ-RPT-RECORD
014610     MOVE PA-COUNT-SELECTED TO PA-COUNT-ED
014620     MOVE SPACES TO ADJ-RPT-RECORD
014630     STRING "SELECTED BY THE CARDS  . . . . " DELIMITED BY SIZE
014640         PA-COUNT-ED DELIMITED BY SIZE
014650         INTO ADJ-RPT-RECORD
014660     END-STRING
014670     WRITE ADJ-RPT-RECORD
014680     MOVE PA-COUNT-ADJUSTED TO PA-COUNT-ED
014690     MOVE SPACES TO ADJ-RPT-RECORD
014700     STRING "ADJUSTED (ON THIS REGISTER)  . " DELIMITED BY SIZE
014710         PA-COUNT-ED DELIMITED BY SIZE
014720         INTO ADJ-RPT-RECORD
014730     END-STRING
014740     WRITE ADJ-RPT-RECORD
014750     MOVE PA-COUNT-PENDED TO PA-COUNT-ED
014760     MOVE SPACES TO ADJ-RPT-RECORD
014770     STRING "  OF WHICH HELD ON PENDING . . " DELIMITED BY SIZE
014780         PA-COUNT-ED DELIMITED BY SIZE
014790         INTO ADJ-RPT-RECORD
014800     END-STRING
014810     WRITE ADJ-RPT-RECORD
014820     MOVE PA-COUNT-EXCEPTION TO PA-COUNT-ED
014830     MOVE SPACES TO ADJ-RPT-RECORD
014840     STRING "NOT APPLIED (SEE ADJEXC) . . . " DELIMITED BY SIZE
014850         PA-COUNT-ED DELIMITED BY SIZE
014860         INTO ADJ-RPT-RECORD
014870     END-STRING
014880     WRITE ADJ-RPT-RECORD
014890     MOVE PA-COUNT-OUT-BAND TO PA-COUNT-ED
014900     MOVE SPACES TO ADJ-RPT-RECORD
014910     STRING "  OF WHICH OUTSIDE THE BAND  . " DELIMITED BY SIZE
014920         PA-COUNT-ED DELIMITED BY SIZE
014930         INTO ADJ-RPT-RECORD
014940     END-STRING
014950     WRITE ADJ-RPT-RECORD
014960     MOVE SPACES TO ADJ-RPT-RECORD
014970     WRITE ADJ-RPT-RECORD
014980     MOVE PA-TOTAL-BEFORE TO PA-TOTAL-ED
014990     MOVE SPACES TO ADJ-RPT-RECORD
015000     STRING "CURRENT ANNUAL SALARIES  . . . " DELIMITED BY SIZE
015010         PA-TOTAL-ED DELIMITED BY SIZE
015020         INTO ADJ-RPT-RECORD
015030     END-STRING
015040     WRITE ADJ-RPT-RECORD
015050     MOVE PA-TOTAL-AFTER TO PA-TOTAL-ED
015060     MOVE SPACES TO ADJ-RPT-RECORD
015070     STRING "NEW ANNUAL SALARIES  . . . . . " DELIMITED BY SIZE
015080         PA-TOTAL-ED DELIMITED BY SIZE
015090         INTO ADJ-RPT-RECORD
015100     END-STRING
015110     WRITE ADJ-RPT-RECORD
015120     MOVE PA-TOTAL-INCREASE TO PA-TOTAL-ED
015130     MOVE SPACES TO ADJ-RPT-RECORD
015140     STRING "ANNUAL COST OF THE INCREASE  . " DELIMITED BY SIZE
015150         PA-TOTAL-ED DELIMITED BY SIZE
015160         INTO ADJ-RPT-RECORD
015170     END-STRING
015180     WRITE ADJ-RPT-RECORD
015190     MOVE PA-TOTAL-HELD TO PA-TOTAL-ED
015200     MOVE SPACES TO ADJ-RPT-RECORD
015210     STRING "INCREASE HELD BACK, OUT OF BAND" DELIMITED BY SIZE
015220         PA-TOTAL-ED DELIMITED BY SIZE
015230         INTO ADJ-RPT-RECORD
015240     END-STRING
015250     WRITE ADJ-RPT-RECORD
015260     MOVE SPACES TO ADJ-RPT-RECORD
015270     WRITE ADJ-RPT-RECORD
015280     IF PA-UPDATE-MODE
015290         MOVE PA-COUNT-AUDIT TO PA-COUNT-ED
015300         MOVE SPACES TO ADJ-RPT-RECORD
015310         STRING "AUDIT ROWS WRITTEN . . . . . . "
015320             DELIMITED BY SIZE
015330             PA-COUNT-ED DELIMITED BY SIZE
015340             INTO ADJ-RPT-RECORD
015350         END-STRING
015360         WRITE ADJ-RPT-RECORD
015370         MOVE PA-COUNT-HRFEED TO PA-COUNT-ED
015380         MOVE SPACES TO ADJ-RPT-RECORD
015390         STRING "HR FEED ROWS WRITTEN . . . . . "
015400             DELIMITED BY SIZE
015410             PA-COUNT-ED DELIMITED BY SIZE
015420             INTO ADJ-RPT-RECORD
015430         END-STRING
015440         WRITE ADJ-RPT-RECORD
015450     ELSE
015460         MOVE "PREVIEW RUN - NO POSHIST, PENDING, AUDITLOG OR "
015470             TO ADJ-RPT-RECORD
015480         MOVE "HREXTRCT RECORDS WERE WRITTEN" TO
015490             ADJ-RPT-RECORD (48:29)
015500         WRITE ADJ-RPT-RECORD
015510     END-IF
015520     IF PA-COUNT-EXCEPTION = 0
015530         MOVE SPACES TO ADJ-EXC-RECORD
015540         MOVE "NO EXCEPTIONS" TO ADJ-EXC-RECORD
015550         WRITE ADJ-EXC-RECORD
015560     ELSE
015570         MOVE 4 TO RETURN-CODE
015580     END-IF.
015590 8000-EXIT.
015600     EXIT.
015610
015620 9000-TERMINATE.
015630     CLOSE EMPLOYEE-MASTER
015640     CLOSE POSN-HIST
015650     IF PA-PENDING-OPEN
015660         CLOSE PENDING
015670     END-IF
015680     IF PA-UPDATE-MODE
015690         CLOSE AUDIT-LOG
015700         CLOSE HR-EXTRACT
015710     END-IF
015720     CLOSE ADJ-RPT
015730     CLOSE ADJ-EXC.
015740 9000-EXIT.
015750     EXIT.
015760
015770****************************************************************
015780*    9100 - PICK UP THE AUDIT CHAIN (SEE AUDCHAIN).  AUDITLOG
015790*    IS READ TO ITS LAST RECORD SO THE NEXT RECORD THIS SESSION
015800*    WRITES TAKES THE NEXT SEQUENCE NUMBER AND CHAINS FROM THAT
015810*    RECORD'S CHECK VALUE.  NO FILE, OR A LAST RECORD WITH NO
015820*    TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.  EVERY AUDITLOG
015830*    WRITER CARRIES THE SAME 9100-9200 PARAGRAPHS.
015840****************************************************************
015850 9100-LOAD-AUDIT-CHAIN.
015860     MOVE ZEROS TO CHN-LAST-SEQ
015870     MOVE ZEROS TO CHN-LAST-CHECK
015880     MOVE "N" TO CHN-TAIL-EOF-SW
015890     OPEN INPUT AUDIT-LOG
015900     IF PA-AUDIT-STATUS NOT = "00"
015910         GO TO 9100-EXIT
015920     END-IF
015930     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
015940         UNTIL CHN-TAIL-EOF
015950     CLOSE AUDIT-LOG.
015960 9100-EXIT.
015970     EXIT.
015980
015990 9110-READ-AUDIT-TAIL.
016000     READ AUDIT-LOG
016010         AT END SET CHN-TAIL-EOF TO TRUE
016020     END-READ
016030     IF PA-AUDIT-STATUS (1:1) NOT = "0"
016040         SET CHN-TAIL-EOF TO TRUE
016050     END-IF
016060     IF CHN-TAIL-EOF
016070         GO TO 9110-EXIT
016080     END-IF
016090     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
016100     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
016110         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
016120         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
016130     ELSE
016140         MOVE ZEROS TO CHN-LAST-SEQ
016150         MOVE ZEROS TO CHN-LAST-CHECK
016160     END-IF.
016170 9110-EXIT.
016180     EXIT.
016190
016191****************************************************************
016192*    9150 - OTHER SESSIONS WRITE AUDITLOG TOO, SO THE CHAIN IS
016193*    PICKED UP AFRESH BEFORE EVERY RECORD: THE RECORD BUILT SO
016194*    FAR IS PARKED, AUDITLOG IS CLOSED, 9100 READS THE TAIL AS
016195*    IT STANDS NOW, AND THE FILE IS REOPENED EXTEND WITH THE
016196*    RECORD PUT BACK FOR 9200 TO CHAIN (SEE AUDCHAIN).
016197****************************************************************
016198 9150-REFRESH-AUDIT-TAIL.
016199     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
016200     CLOSE AUDIT-LOG
016201     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
016202     OPEN EXTEND AUDIT-LOG
016203     IF PA-AUDIT-STATUS = "35"
016204         OPEN OUTPUT AUDIT-LOG
016205     END-IF
016206     MOVE SPACES TO AUDIT-LOG-RECORD
016207     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
016208 9150-EXIT.
016209     EXIT.
016210
016211****************************************************************
016212*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
016220*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
016230*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
016240*    AUDCHAIN) GO INTO COLUMNS 101-120.
016250****************************************************************
016260 9200-CHAIN-AUDIT.
016265     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
016270     ADD 1 TO CHN-LAST-SEQ
016280     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
016290     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
016300     MOVE CHN-LAST-CHECK TO CHN-WORK
016310     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
016320         VARYING CHN-SUB FROM 1 BY 1
016330         UNTIL CHN-SUB > 109
016340     MOVE CHN-WORK TO CHN-LAST-CHECK
016350     MOVE SPACES TO CHN-TRAILER
016360     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
016370     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
016380     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
016390 9200-EXIT.
016400     EXIT.
016410
016420 9210-CHAIN-ONE-BYTE.
016430     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
016440     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
016450     DIVIDE CHN-WORK BY 9999999967
016460         GIVING CHN-QUOT REMAINDER CHN-REM
016470     MOVE CHN-REM TO CHN-WORK.
016480 9210-EXIT.
016490     EXIT.
