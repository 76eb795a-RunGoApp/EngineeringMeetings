000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDGMNT.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* BUDGMNT - DEPARTMENT BUDGET FILE MAINTENANCE.
000070*
000080*    DEPTBUDG records what each department is allowed to have
000090*    in a fiscal year: one row per department code and fiscal
000100*    year, carrying the authorized headcount and the authorized
000110*    annual salary budget.  BUDGVAR sets the actual headcount
000120*    and salary cost against it.  This program is the only
000130*    sanctioned editor of the file: it lists rows, adds one,
000140*    changes the figures on one, or removes one, and writes
000150*    every action to AUDIT-LOG stamped with the operator's ID.
000160*
000170*    The department code must be on DEPTREF before a budget can
000180*    be added for it.  Each row also carries the date and the
000190*    operator of its last change.
000200*
000210*    The operator signs on with their OPERPIN PIN under the same
000220*    rules as coboltut and OPERMNT before anything is loaded: not
000230*    enrolled, locked, the scheduled batch ID, or three wrong PINs
000240*    ends the run with return code 16, and the refusal is audited.
000250*    OPERPIN is never created or enrolled here - that is OPERMNT's
000260*    job.
000270*
000280*    The table is held in storage in department / fiscal-year
000290*    order and the whole file is rewritten after every change,
000300*    as OPERMNT does with OPERAUTH, so an abend mid-session
000310*    leaves the last complete version on file and the file is
000320*    always in key order for BUDGVAR.  Audit records are cut in
000330*    the exact layout coboltut's 2060-WRITE-AUDIT uses so
000340*    AUDITINQ and the archive jobs keep working; the name
000350*    columns carry the department, year and figures, and a
000360*    change writes two records - the figures before and after.
000370*
000380* MODIFICATION HISTORY
000390*    15 OCT 2026  YR  PIN sign-on against OPERPIN before any
000400*                     budget row is loaded or changed.
000410*    15 OCT 2026  YR  Chain every audit record (120 bytes,
000420*                     sequence number and check value in
000430*                     columns 101-120, see AUDCHAIN) from the
000440*                     last record on AUDIT-LOG, read afresh
000450*                     before every write.
000460*    15 OCT 2026  YR  Initial version.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DEPT-BUDG ASSIGN TO "DEPTBUDG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BM-BUDG-STATUS.
000540     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BM-DEPTREF-STATUS.
000570     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BM-AUDIT-STATUS.
000600     SELECT OPER-PIN ASSIGN TO "OPERPIN"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PN-OPERATOR-ID
000640         FILE STATUS IS BM-OPERPIN-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DEPT-BUDG.
000690 01  DEPT-BUDG-RECORD.
000700     05  BG-KEY.
000710         10  BG-DEPT-CODE        PIC X(04).
000720         10  BG-FISCAL-YEAR      PIC 9(04).
000730     05  BG-AUTH-HEADCOUNT       PIC 9(05).
000740     05  BG-AUTH-SALARY          PIC 9(09)V99.
000750     05  BG-CHANGED-DATE         PIC 9(08).
000760     05  BG-CHANGED-BY           PIC X(10).
000770     05  FILLER                  PIC X(38).
000780
000790 FD  DEPT-REF.
000800 01  DEPT-REF-RECORD.
000810     05  DF-DEPT-CODE            PIC X(04).
000820     05  DF-DEPT-NAME            PIC X(30).
000830     05  FILLER                  PIC X(46).
000840
000850 FD  AUDIT-LOG.
000860 01  AUDIT-LOG-RECORD.
000870     05  AUDIT-LOG-TEXT          PIC X(100).
000880     05  AUDIT-LOG-CHAIN         PIC X(20).
000890
000900 FD  OPER-PIN.
000910 01  OPER-PIN-RECORD.
000920     05  PN-OPERATOR-ID          PIC X(10).
000930     05  PN-PIN-HASH             PIC 9(10).
000940     05  PN-FAIL-COUNT           PIC 9(01).
000950     05  PN-LOCK-SW              PIC X(01).
000960         88  PN-LOCKED                      VALUE "Y".
000970     05  PN-CHANGE-SW            PIC X(01).
000980         88  PN-MUST-CHANGE                 VALUE "Y".
000990     05  PN-BATCH-SW             PIC X(01).
001000         88  PN-BATCH-ID                    VALUE "Y".
001010     05  PN-PIN-DATE             PIC 9(08).
001020     05  PN-LAST-SIGNON-DATE     PIC 9(08).
001030     05  FILLER                  PIC X(40).
001040
001050 WORKING-STORAGE SECTION.
001060 01  BM-BUDG-STATUS              PIC X(02) VALUE SPACES.
001070     88  BM-BUDG-OK                         VALUE "00".
001080     88  BM-BUDG-MISSING                    VALUE "35".
001090
001100 01  BM-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001110     88  BM-DEPTREF-OK                      VALUE "00".
001120
001130 01  BM-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001140
001150 COPY AUDCHAIN.
001160
001170 01  BM-OPERATOR-ID              PIC X(10) VALUE SPACES.
001180
001190 01  BM-OPERPIN-STATUS           PIC X(02) VALUE SPACES.
001200     88  BM-OPERPIN-OK                      VALUE "00".
001210
001220 01  BM-SIGNON-SW                PIC X(01) VALUE "N".
001230     88  BM-SIGNED-ON                       VALUE "Y".
001240
001250 01  BM-PIN-CHANGE-SW            PIC X(01) VALUE "N".
001260     88  BM-PIN-CHANGED                     VALUE "Y".
001270     88  BM-PIN-ABANDONED                   VALUE "X".
001280
001290 01  BM-PIN-VALID-SW             PIC X(01) VALUE "N".
001300     88  BM-PIN-VALID                       VALUE "Y".
001310
001320 77  BM-PIN-MAX-TRIES            PIC 9(01) VALUE 3.
001330 77  BM-PIN-MAX-DAYS             PIC 9(03) VALUE 90.
001340 77  BM-PIN-LEN                  PIC 9(04) COMP VALUE 0.
001350 77  BM-PIN-AGE-DAYS             PIC S9(07) COMP VALUE 0.
001360
001370 01  BM-PIN-IN                   PIC X(08) VALUE SPACES.
001380 01  BM-PIN-NEW                  PIC X(08) VALUE SPACES.
001390
001400*    1600-HASH-PIN work areas.  coboltut, HELLO and OPERMNT carry
001410*    the same routine and must produce the same digest - change
001420*    all four together or every operator is locked out.
001430 01  BM-HASH-ID                  PIC X(10) VALUE SPACES.
001440 01  FILLER REDEFINES BM-HASH-ID.
001450     05  BM-HASH-ID-CHAR         PIC X(01) OCCURS 10 TIMES.
001460 01  BM-HASH-PIN                 PIC X(08) VALUE SPACES.
001470 01  FILLER REDEFINES BM-HASH-PIN.
001480     05  BM-HASH-PIN-CHAR        PIC X(01) OCCURS 8 TIMES.
001490 01  BM-HASH-CHARS               PIC X(40) VALUE
001500     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_@#".
001510 01  FILLER REDEFINES BM-HASH-CHARS.
001520     05  BM-HASH-CHAR            PIC X(01) OCCURS 40 TIMES.
001530 01  BM-HASH-DIGIT               PIC 9(01) VALUE 0.
001540 01  BM-HASH-RESULT              PIC 9(10) VALUE ZEROS.
001550 77  BM-HASH-WORK                PIC S9(18) COMP VALUE 0.
001560 77  BM-HASH-QUOT                PIC S9(18) COMP VALUE 0.
001570 77  BM-HASH-REM                 PIC S9(18) COMP VALUE 0.
001580 77  BM-HASH-VALUE               PIC 9(04) COMP VALUE 0.
001590 77  BM-HASH-SUB                 PIC 9(04) COMP VALUE 0.
001600 77  BM-HASH-CHAR-SUB            PIC 9(04) COMP VALUE 0.
001610 77  BM-HASH-ROUND               PIC 9(04) COMP VALUE 0.
001620
001630 01  BM-LOAD-DONE-SW             PIC X(01) VALUE "N".
001640     88  BM-LOAD-DONE                       VALUE "Y".
001650
001660 77  BM-TBL-MAX                  PIC 9(04) COMP VALUE 500.
001670 77  BM-TBL-USED                 PIC 9(04) COMP VALUE 0.
001680 77  BM-TBL-SUB                  PIC 9(04) COMP VALUE 0.
001690 77  BM-FOUND-SUB                PIC 9(04) COMP VALUE 0.
001700 77  BM-INSERT-SUB               PIC 9(04) COMP VALUE 0.
001710
001720*    Held in BG-KEY order (department, then fiscal year).
001730 01  BM-BUDG-TABLE.
001740     05  BM-BUDG-ENTRY OCCURS 500 TIMES.
001750         10  BM-TB-KEY.
001760             15  BM-TB-DEPT      PIC X(04).
001770             15  BM-TB-YEAR      PIC 9(04).
001780         10  BM-TB-HEADCOUNT     PIC 9(05).
001790         10  BM-TB-SALARY        PIC 9(09)V99.
001800         10  BM-TB-CHANGED-DATE  PIC 9(08).
001810         10  BM-TB-CHANGED-BY    PIC X(10).
001820
001830 77  BM-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001840 77  BM-DREF-USED                PIC 9(04) COMP VALUE 0.
001850 77  BM-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001860 77  BM-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001870
001880 01  BM-DREF-TABLE.
001890     05  BM-DREF-ENTRY OCCURS 500 TIMES.
001900         10  BM-RF-CODE          PIC X(04).
001910
001920 01  BM-REF-LOAD-SW              PIC X(01) VALUE "N".
001930     88  BM-REF-LOAD-DONE                   VALUE "Y".
001940
001950 01  BM-MENU-SW                  PIC X(01) VALUE "N".
001960     88  BM-MENU-DONE                       VALUE "Y".
001970
001980 01  BM-MENU-CHOICE              PIC X(01) VALUE SPACES.
001990     88  BM-MENU-LIST                       VALUE "L" "l".
002000     88  BM-MENU-ADD                        VALUE "A" "a".
002010     88  BM-MENU-CHANGE                     VALUE "C" "c".
002020     88  BM-MENU-REMOVE                     VALUE "R" "r".
002030     88  BM-MENU-EXIT                       VALUE "X" "x".
002040
002050 01  BM-TARGET-KEY.
002060     05  BM-TARGET-DEPT          PIC X(04) VALUE SPACES.
002070     05  BM-TARGET-YEAR          PIC 9(04) VALUE ZEROS.
002080
002090 01  BM-YEAR-IN                  PIC X(04) VALUE SPACES.
002100 01  FILLER REDEFINES BM-YEAR-IN.
002110     05  BM-YEAR-IN-N            PIC 9(04).
002120
002130 01  BM-HEADCOUNT-IN             PIC X(05) VALUE SPACES.
002140 01  FILLER REDEFINES BM-HEADCOUNT-IN.
002150     05  BM-HEADCOUNT-IN-N       PIC 9(05).
002160
002170 01  BM-SALARY-IN                PIC X(11) VALUE SPACES.
002180 01  FILLER REDEFINES BM-SALARY-IN.
002190     05  BM-SALARY-IN-N          PIC 9(09)V99.
002200
002210 01  BM-ENTRY-OK-SW              PIC X(01) VALUE "N".
002220     88  BM-ENTRY-OK                        VALUE "Y".
002230
002240 01  BM-LIST-YEAR                PIC 9(04) VALUE ZEROS.
002250 01  BM-LIST-COUNT               PIC 9(04) COMP VALUE 0.
002260
002270 01  BM-HEADCOUNT-ED             PIC ZZ,ZZ9.
002280 01  BM-SALARY-ED                PIC ZZZ,ZZZ,ZZ9.99.
002290
002300 01  BM-AUDIT-ACTION             PIC X(20) VALUE SPACES.
002310 01  BM-AUDIT-NAME               PIC X(30) VALUE SPACES.
002320 01  BM-AUDIT-SALARY             PIC 9(09) VALUE ZEROS.
002330
002340 01  BM-CURRENT-DATE-TIME.
002350     05  BM-CURRENT-DATE         PIC 9(08).
002360     05  BM-CURRENT-TIME         PIC 9(08).
002370
002380 PROCEDURE DIVISION.
002390
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002420     PERFORM 2000-MENU-DRIVER THRU 2000-EXIT
002430     PERFORM 9000-TERMINATE THRU 9000-EXIT
002440     STOP RUN.
002450
002460 1000-INITIALIZE.
002470     DISPLAY "Operator ID " WITH NO ADVANCING
002480     ACCEPT BM-OPERATOR-ID
002490     IF BM-OPERATOR-ID = SPACES
002500         DISPLAY "BUDGMNT - BLANK OPERATOR ID - ENDING"
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF
002540     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
002550     OPEN EXTEND AUDIT-LOG
002560     IF BM-AUDIT-STATUS = "35"
002570         OPEN OUTPUT AUDIT-LOG
002580     END-IF
002590     PERFORM 1500-SIGN-ON THRU 1500-EXIT
002600     PERFORM 1100-LOAD-BUDG-TABLE THRU 1100-EXIT
002610     PERFORM 1200-LOAD-DEPT-REF THRU 1200-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640
002650 1100-LOAD-BUDG-TABLE.
002660     MOVE 0 TO BM-TBL-USED
002670     MOVE "N" TO BM-LOAD-DONE-SW
002680     OPEN INPUT DEPT-BUDG
002690     IF BM-BUDG-MISSING
002700         DISPLAY "DEPTBUDG is empty - starting a new file"
002710         GO TO 1100-EXIT
002720     END-IF
002730     IF NOT BM-BUDG-OK
002740         DISPLAY "BUDGMNT - CANNOT OPEN DEPTBUDG - STATUS "
002750             BM-BUDG-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     PERFORM 1150-LOAD-ONE-BUDG THRU 1150-EXIT
002800         UNTIL BM-LOAD-DONE
002810     CLOSE DEPT-BUDG.
002820 1100-EXIT.
002830     EXIT.
002840
002850****************************************************************
002860*    1150 - ONE BUDGET ROW.  EACH ROW IS FILED THROUGH 2460 SO
002870*    THE TABLE ENDS IN KEY ORDER EVEN IF THE FILE WAS NOT, AND
002880*    THE FIRST REWRITE PUTS THE FILE BACK IN ORDER.  A REPEATED
002890*    KEY IS DROPPED WITH A MESSAGE.
002900****************************************************************
002910 1150-LOAD-ONE-BUDG.
002920     READ DEPT-BUDG
002930         AT END
002940             SET BM-LOAD-DONE TO TRUE
002950             GO TO 1150-EXIT
002960     END-READ
002970     MOVE BG-KEY TO BM-TARGET-KEY
002980     PERFORM 2200-FIND-TARGET THRU 2200-EXIT
002990     IF BM-FOUND-SUB > 0
003000         DISPLAY "BUDGMNT - DUPLICATE DEPTBUDG ROW " BG-KEY
003010             " DROPPED"
003020         GO TO 1150-EXIT
003030     END-IF
003040     IF BM-TBL-USED >= BM-TBL-MAX
003050         DISPLAY "BUDGMNT - BUDGET TABLE FULL - ROW " BG-KEY
003060             " DROPPED"
003070         GO TO 1150-EXIT
003080     END-IF
003090     PERFORM 2460-OPEN-TABLE-SLOT THRU 2460-EXIT
003100     MOVE BG-KEY TO BM-TB-KEY (BM-INSERT-SUB)
003110     MOVE BG-AUTH-HEADCOUNT TO BM-TB-HEADCOUNT (BM-INSERT-SUB)
003120     MOVE BG-AUTH-SALARY TO BM-TB-SALARY (BM-INSERT-SUB)
003130     MOVE BG-CHANGED-DATE TO BM-TB-CHANGED-DATE (BM-INSERT-SUB)
003140     MOVE BG-CHANGED-BY TO BM-TB-CHANGED-BY (BM-INSERT-SUB).
003150 1150-EXIT.
003160     EXIT.
003170
003180 1200-LOAD-DEPT-REF.
003190     MOVE 0 TO BM-DREF-USED
003200     MOVE "N" TO BM-REF-LOAD-SW
003210     OPEN INPUT DEPT-REF
003220     IF NOT BM-DEPTREF-OK
003230         DISPLAY "BUDGMNT - CANNOT OPEN DEPTREF - STATUS "
003240             BM-DEPTREF-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280     PERFORM 1250-LOAD-ONE-REF THRU 1250-EXIT
003290         UNTIL BM-REF-LOAD-DONE
003300     CLOSE DEPT-REF.
003310 1200-EXIT.
003320     EXIT.
003330
003340 1250-LOAD-ONE-REF.
003350     READ DEPT-REF
003360         AT END
003370             SET BM-REF-LOAD-DONE TO TRUE
003380         NOT AT END
003390             IF BM-DREF-USED < BM-DREF-MAX
003400                 ADD 1 TO BM-DREF-USED
003410                 MOVE DF-DEPT-CODE TO BM-RF-CODE (BM-DREF-USED)
003420             END-IF
003430     END-READ.
003440 1250-EXIT.
003450     EXIT.
003460
003470****************************************************************
003480*    1500 - OPERATOR SIGN-ON, THE SAME RULES AS COBOLTUT'S AND
003490*    OPERMNT'S 1500-SIGN-ON: NOT ENROLLED OR LOCKED IS REFUSED,
003500*    THREE WRONG PINS (COUNTED ON FILE) LOCK THE ID, AND A RESET
003510*    PIN OR ONE BM-PIN-MAX-DAYS OLD MUST BE CHANGED.  THE
003520*    SCHEDULED BATCH ID IS REFUSED OUTRIGHT.  THERE IS NO FIRST-
003530*    OPERATOR ENROLMENT HERE - AN EMPTY OR MISSING OPERPIN SIMPLY
003540*    REFUSES EVERYONE UNTIL OPERMNT HAS ENROLLED THEM.
003550****************************************************************
003560 1500-SIGN-ON.
003570     OPEN I-O OPER-PIN
003580     IF NOT BM-OPERPIN-OK
003590         DISPLAY "BUDGMNT - CANNOT OPEN OPERPIN - STATUS "
003600             BM-OPERPIN-STATUS
003610         CLOSE AUDIT-LOG
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     MOVE BM-OPERATOR-ID TO PN-OPERATOR-ID
003660     READ OPER-PIN
003670         INVALID KEY
003680             DISPLAY "Operator " BM-OPERATOR-ID " is not enrolled"
003690             MOVE "SIGN-ON NOT ENROLLED" TO BM-AUDIT-ACTION
003700             PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
003710     END-READ
003720     IF PN-BATCH-ID
003730         DISPLAY "The scheduled batch ID cannot sign on "
003740             "interactively"
003750         MOVE "SIGN-ON REFUSED BTCH" TO BM-AUDIT-ACTION
003760         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
003770     END-IF
003780     IF PN-LOCKED
003790         DISPLAY "Operator ID is locked - see your administrator"
003800         MOVE "SIGN-ON REFUSED LOCK" TO BM-AUDIT-ACTION
003810         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
003820     END-IF
003830     PERFORM 1520-ACCEPT-PIN THRU 1520-EXIT
003840         UNTIL BM-SIGNED-ON OR PN-LOCKED
003850     IF PN-LOCKED
003860         DISPLAY "Too many failed attempts - operator ID locked"
003870         MOVE "SIGN-ON LOCKED OUT" TO BM-AUDIT-ACTION
003880         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
003890     END-IF
003900     PERFORM 1550-CHECK-PIN-AGE THRU 1550-EXIT
003910     MOVE 0 TO PN-FAIL-COUNT
003920     MOVE BM-CURRENT-DATE TO PN-LAST-SIGNON-DATE
003930     REWRITE OPER-PIN-RECORD
003940     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
003950     MOVE "SIGN-ON OK" TO BM-AUDIT-ACTION
003960     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
003970 1500-EXIT.
003980     EXIT.
003990
004000 1520-ACCEPT-PIN.
004010     MOVE SPACES TO BM-PIN-IN
004020     DISPLAY "PIN " WITH NO ADVANCING
004030     ACCEPT BM-PIN-IN
004040     MOVE BM-OPERATOR-ID TO BM-HASH-ID
004050     MOVE BM-PIN-IN TO BM-HASH-PIN
004060     PERFORM 1600-HASH-PIN THRU 1600-EXIT
004070     IF BM-PIN-IN NOT = SPACES
004080         AND BM-HASH-RESULT = PN-PIN-HASH
004090         SET BM-SIGNED-ON TO TRUE
004100         GO TO 1520-EXIT
004110     END-IF
004120     ADD 1 TO PN-FAIL-COUNT
004130     IF PN-FAIL-COUNT >= BM-PIN-MAX-TRIES
004140         MOVE "Y" TO PN-LOCK-SW
004150     END-IF
004160     REWRITE OPER-PIN-RECORD
004170     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
004180     MOVE "SIGN-ON FAILED" TO BM-AUDIT-ACTION
004190     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
004200     IF NOT PN-LOCKED
004210         DISPLAY "Incorrect PIN - re-enter"
004220     END-IF.
004230 1520-EXIT.
004240     EXIT.
004250
004260 1550-CHECK-PIN-AGE.
004270     ACCEPT BM-CURRENT-DATE FROM DATE YYYYMMDD
004280     IF PN-PIN-DATE NOT NUMERIC OR PN-PIN-DATE = ZEROS
004290         MOVE "Y" TO PN-CHANGE-SW
004300     END-IF
004310*    Calendar arithmetic - the one job ordinary verbs cannot do
004320     IF NOT PN-MUST-CHANGE
004330         COMPUTE BM-PIN-AGE-DAYS =
004340             FUNCTION INTEGER-OF-DATE (BM-CURRENT-DATE)
004350             - FUNCTION INTEGER-OF-DATE (PN-PIN-DATE)
004360         IF BM-PIN-AGE-DAYS < BM-PIN-MAX-DAYS
004370             GO TO 1550-EXIT
004380         END-IF
004390         DISPLAY "Your PIN has expired - choose a new one"
004400     ELSE
004410         DISPLAY "Your PIN must be changed before you go on"
004420     END-IF
004430     MOVE "N" TO BM-PIN-CHANGE-SW
004440     PERFORM 1560-ACCEPT-NEW-PIN THRU 1560-EXIT
004450         UNTIL BM-PIN-CHANGED OR BM-PIN-ABANDONED
004460     IF BM-PIN-ABANDONED
004470         MOVE "PIN CHANGE ABANDONED" TO BM-AUDIT-ACTION
004480         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
004490     END-IF
004500     MOVE BM-HASH-RESULT TO PN-PIN-HASH
004510     MOVE BM-CURRENT-DATE TO PN-PIN-DATE
004520     MOVE "N" TO PN-CHANGE-SW
004530     MOVE "PIN CHANGED" TO BM-AUDIT-ACTION
004540     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
004550 1550-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590*    1560 - ACCEPT THE OPERATOR'S NEW PIN, TWICE, AND LEAVE ITS
004600*    DIGEST IN BM-HASH-RESULT.
004610****************************************************************
004620 1560-ACCEPT-NEW-PIN.
004630     MOVE SPACES TO BM-PIN-NEW
004640     DISPLAY "New PIN, 4 to 8 digits (blank to cancel) "
004650         WITH NO ADVANCING
004660     ACCEPT BM-PIN-NEW
004670     IF BM-PIN-NEW = SPACES
004680         SET BM-PIN-ABANDONED TO TRUE
004690         GO TO 1560-EXIT
004700     END-IF
004710     PERFORM 1570-EDIT-PIN THRU 1570-EXIT
004720     IF NOT BM-PIN-VALID
004730         DISPLAY "PIN must be 4 to 8 digits - re-enter"
004740         GO TO 1560-EXIT
004750     END-IF
004760     MOVE BM-OPERATOR-ID TO BM-HASH-ID
004770     MOVE BM-PIN-NEW TO BM-HASH-PIN
004780     PERFORM 1600-HASH-PIN THRU 1600-EXIT
004790     IF BM-HASH-RESULT = PN-PIN-HASH
004800         DISPLAY "New PIN must differ from the old one"
004810         GO TO 1560-EXIT
004820     END-IF
004830     MOVE SPACES TO BM-PIN-IN
004840     DISPLAY "Re-enter new PIN " WITH NO ADVANCING
004850     ACCEPT BM-PIN-IN
004860     IF BM-PIN-IN NOT = BM-PIN-NEW
004870         DISPLAY "PINs do not match - re-enter"
004880         GO TO 1560-EXIT
004890     END-IF
004900     SET BM-PIN-CHANGED TO TRUE.
004910 1560-EXIT.
004920     EXIT.
004930
004940 1570-EDIT-PIN.
004950     MOVE "N" TO BM-PIN-VALID-SW
004960     MOVE 0 TO BM-PIN-LEN
004970     INSPECT BM-PIN-NEW TALLYING BM-PIN-LEN
004980         FOR CHARACTERS BEFORE INITIAL SPACE
004990     IF BM-PIN-LEN < 4
005000         GO TO 1570-EXIT
005010     END-IF
005020     IF BM-PIN-NEW (1:BM-PIN-LEN) NOT NUMERIC
005030         GO TO 1570-EXIT
005040     END-IF
005050     IF BM-PIN-LEN < 8
005060         IF BM-PIN-NEW (BM-PIN-LEN + 1:) NOT = SPACES
005070             GO TO 1570-EXIT
005080         END-IF
005090     END-IF
005100     SET BM-PIN-VALID TO TRUE.
005110 1570-EXIT.
005120     EXIT.
005130
005140 1580-WRITE-SIGNON-AUDIT.
005150     MOVE BM-OPERATOR-ID TO BM-AUDIT-NAME
005160     PERFORM 4010-WRITE-AUDIT-LINE THRU 4010-EXIT.
005170 1580-EXIT.
005180     EXIT.
005190
005200 1590-REFUSE-SIGN-ON.
005210     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
005220     CLOSE OPER-PIN
005230     CLOSE AUDIT-LOG
005240     MOVE 16 TO RETURN-CODE
005250     STOP RUN.
005260 1590-EXIT.
005270     EXIT.
005280
005290****************************************************************
005300*    1600 - PIN DIGEST, THE SAME ROUTINE AS COBOLTUT'S AND
005310*    OPERMNT'S 1600-HASH-PIN AND HELLO'S 3700-HASH-PIN: THE
005320*    UPPER-CASED OPERATOR ID SALTS THE PIN, THE PIN DIGITS ARE
005330*    FOLDED IN THREE TIMES, ALL MODULO THE PRIME 9999999967.
005340****************************************************************
005350 1600-HASH-PIN.
005360     INSPECT BM-HASH-ID CONVERTING
005370         "abcdefghijklmnopqrstuvwxyz"
005380         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005390     MOVE 1234567 TO BM-HASH-WORK
005400     PERFORM 1610-HASH-ID-CHAR THRU 1610-EXIT
005410         VARYING BM-HASH-SUB FROM 1 BY 1
005420         UNTIL BM-HASH-SUB > 10
005430     PERFORM 1620-HASH-PIN-CHAR THRU 1620-EXIT
005440         VARYING BM-HASH-ROUND FROM 1 BY 1
005450         UNTIL BM-HASH-ROUND > 3
005460         AFTER BM-HASH-SUB FROM 1 BY 1
005470         UNTIL BM-HASH-SUB > 8
005480     MOVE BM-HASH-WORK TO BM-HASH-RESULT.
005490 1600-EXIT.
005500     EXIT.
005510
005520 1610-HASH-ID-CHAR.
005530     MOVE 0 TO BM-HASH-VALUE
005540     PERFORM 1615-MATCH-HASH-CHAR THRU 1615-EXIT
005550         VARYING BM-HASH-CHAR-SUB FROM 1 BY 1
005560         UNTIL BM-HASH-CHAR-SUB > 40
005570             OR BM-HASH-VALUE > 0
005580     COMPUTE BM-HASH-WORK = BM-HASH-WORK * 37 + BM-HASH-VALUE
005590     DIVIDE BM-HASH-WORK BY 9999999967
005600         GIVING BM-HASH-QUOT REMAINDER BM-HASH-REM
005610     MOVE BM-HASH-REM TO BM-HASH-WORK.
005620 1610-EXIT.
005630     EXIT.
005640
005650 1615-MATCH-HASH-CHAR.
005660     IF BM-HASH-CHAR (BM-HASH-CHAR-SUB)
005670         = BM-HASH-ID-CHAR (BM-HASH-SUB)
005680         MOVE BM-HASH-CHAR-SUB TO BM-HASH-VALUE
005690     END-IF.
005700 1615-EXIT.
005710     EXIT.
005720
005730 1620-HASH-PIN-CHAR.
005740     MOVE 0 TO BM-HASH-VALUE
005750     IF BM-HASH-PIN-CHAR (BM-HASH-SUB) NUMERIC
005760         MOVE BM-HASH-PIN-CHAR (BM-HASH-SUB) TO BM-HASH-DIGIT
005770         COMPUTE BM-HASH-VALUE = BM-HASH-DIGIT + 1
005780     END-IF
005790     COMPUTE BM-HASH-WORK = BM-HASH-WORK * 131
005800         + BM-HASH-VALUE + BM-HASH-ROUND * 17
005810     DIVIDE BM-HASH-WORK BY 9999999967
005820         GIVING BM-HASH-QUOT REMAINDER BM-HASH-REM
005830     MOVE BM-HASH-REM TO BM-HASH-WORK.
005840 1620-EXIT.
005850     EXIT.
005860
005870 1700-CHECK-PIN-WRITE.
005880     IF NOT BM-OPERPIN-OK
005890         DISPLAY "BUDGMNT - CANNOT UPDATE OPERPIN - STATUS "
005900             BM-OPERPIN-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940 1700-EXIT.
005950     EXIT.
005960
005970 2000-MENU-DRIVER.
005980     MOVE "N" TO BM-MENU-SW
005990     PERFORM 2005-SHOW-MENU THRU 2005-EXIT
006000         UNTIL BM-MENU-DONE.
006010 2000-EXIT.
006020     EXIT.
006030
006040 2005-SHOW-MENU.
006050     DISPLAY "---------------------------------------------"
006060     DISPLAY "  (L)ist (A)dd (C)hange (R)emove e(X)it"
006070     DISPLAY "---------------------------------------------"
006080     DISPLAY "Select an option " WITH NO ADVANCING
006090     ACCEPT BM-MENU-CHOICE
006100     EVALUATE TRUE
006110         WHEN BM-MENU-LIST
006120             PERFORM 2010-LIST-BUDGETS THRU 2010-EXIT
006130         WHEN BM-MENU-ADD
006140             PERFORM 2020-ADD-BUDGET THRU 2020-EXIT
006150         WHEN BM-MENU-CHANGE
006160             PERFORM 2030-CHANGE-BUDGET THRU 2030-EXIT
006170         WHEN BM-MENU-REMOVE
006180             PERFORM 2040-REMOVE-BUDGET THRU 2040-EXIT
006190         WHEN BM-MENU-EXIT
006200             SET BM-MENU-DONE TO TRUE
006210         WHEN OTHER
006220             DISPLAY "Invalid option - please re-enter"
006230     END-EVALUATE.
006240 2005-EXIT.
006250     EXIT.
006260
006270****************************************************************
006280*    2010 - LIST ONE FISCAL YEAR, OR EVERY YEAR IF THE YEAR IS
006290*    LEFT BLANK.
006300****************************************************************
006310 2010-LIST-BUDGETS.
006320     IF BM-TBL-USED = 0
006330         DISPLAY "No budgets on file"
006340         GO TO 2010-EXIT
006350     END-IF
006360     MOVE SPACES TO BM-YEAR-IN
006370     DISPLAY "Fiscal year to list (CCYY, blank for all) "
006380         WITH NO ADVANCING
006390     ACCEPT BM-YEAR-IN
006400     IF BM-YEAR-IN = SPACES
006410         MOVE ZEROS TO BM-LIST-YEAR
006420     ELSE
006430         IF BM-YEAR-IN NOT NUMERIC
006440             DISPLAY "Invalid fiscal year"
006450             GO TO 2010-EXIT
006460         END-IF
006470         MOVE BM-YEAR-IN-N TO BM-LIST-YEAR
006480     END-IF
006490     MOVE 0 TO BM-LIST-COUNT
006500     DISPLAY "DEPT YEAR HEADCOUNT  SALARY BUDGET   CHANGED  BY"
006510     PERFORM 2015-LIST-ONE-BUDGET THRU 2015-EXIT
006520         VARYING BM-TBL-SUB FROM 1 BY 1
006530         UNTIL BM-TBL-SUB > BM-TBL-USED
006540     IF BM-LIST-COUNT = 0
006550         DISPLAY "No budgets on file for that year"
006560     END-IF.
006570 2010-EXIT.
006580     EXIT.
006590
006600 2015-LIST-ONE-BUDGET.
006610     IF BM-LIST-YEAR NOT = ZEROS
006620         AND BM-TB-YEAR (BM-TBL-SUB) NOT = BM-LIST-YEAR
006630         GO TO 2015-EXIT
006640     END-IF
006650     ADD 1 TO BM-LIST-COUNT
006660     MOVE BM-TB-HEADCOUNT (BM-TBL-SUB) TO BM-HEADCOUNT-ED
006670     MOVE BM-TB-SALARY (BM-TBL-SUB) TO BM-SALARY-ED
006680     DISPLAY BM-TB-DEPT (BM-TBL-SUB) " "
006690         BM-TB-YEAR (BM-TBL-SUB) "    "
006700         BM-HEADCOUNT-ED " "
006710         BM-SALARY-ED " "
006720         BM-TB-CHANGED-DATE (BM-TBL-SUB) " "
006730         BM-TB-CHANGED-BY (BM-TBL-SUB).
006740 2015-EXIT.
006750     EXIT.
006760
006770 2020-ADD-BUDGET.
006780     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
006790     IF NOT BM-ENTRY-OK
006800         GO TO 2020-EXIT
006810     END-IF
006820     PERFORM 2150-CHECK-DEPT-REF THRU 2150-EXIT
006830     IF BM-DREF-FOUND-SUB = 0
006840         DISPLAY "Department " BM-TARGET-DEPT
006850             " is not on DEPTREF - budget not added"
006860         GO TO 2020-EXIT
006870     END-IF
006880     PERFORM 2200-FIND-TARGET THRU 2200-EXIT
006890     IF BM-FOUND-SUB > 0
006900         DISPLAY "Budget already on file - use (C)hange"
006910         GO TO 2020-EXIT
006920     END-IF
006930     IF BM-TBL-USED >= BM-TBL-MAX
006940         DISPLAY "Budget table is full"
006950         GO TO 2020-EXIT
006960     END-IF
006970     PERFORM 2300-ACCEPT-FIGURES THRU 2300-EXIT
006980     IF NOT BM-ENTRY-OK
006990         GO TO 2020-EXIT
007000     END-IF
007010     PERFORM 2460-OPEN-TABLE-SLOT THRU 2460-EXIT
007020     MOVE BM-TARGET-KEY TO BM-TB-KEY (BM-INSERT-SUB)
007030     MOVE BM-INSERT-SUB TO BM-FOUND-SUB
007040     PERFORM 2400-STORE-FIGURES THRU 2400-EXIT
007050     PERFORM 3000-REWRITE-BUDG-FILE THRU 3000-EXIT
007060     DISPLAY "Budget " BM-TARGET-DEPT " " BM-TARGET-YEAR " added"
007070     MOVE "BUDGET ADDED" TO BM-AUDIT-ACTION
007080     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
007090 2020-EXIT.
007100     EXIT.
007110
007120 2030-CHANGE-BUDGET.
007130     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
007140     IF NOT BM-ENTRY-OK
007150         GO TO 2030-EXIT
007160     END-IF
007170     PERFORM 2200-FIND-TARGET THRU 2200-EXIT
007180     IF BM-FOUND-SUB = 0
007190         DISPLAY "Budget not on file"
007200         GO TO 2030-EXIT
007210     END-IF
007220     MOVE BM-TB-HEADCOUNT (BM-FOUND-SUB) TO BM-HEADCOUNT-ED
007230     MOVE BM-TB-SALARY (BM-FOUND-SUB) TO BM-SALARY-ED
007240     DISPLAY "Current budget - headcount " BM-HEADCOUNT-ED
007250         " salary " BM-SALARY-ED
007260     PERFORM 2300-ACCEPT-FIGURES THRU 2300-EXIT
007270     IF NOT BM-ENTRY-OK
007280         GO TO 2030-EXIT
007290     END-IF
007300     MOVE "BUDGET CHANGED FROM" TO BM-AUDIT-ACTION
007310     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
007320     PERFORM 2400-STORE-FIGURES THRU 2400-EXIT
007330     PERFORM 3000-REWRITE-BUDG-FILE THRU 3000-EXIT
007340     DISPLAY "Budget " BM-TARGET-DEPT " " BM-TARGET-YEAR
007350         " changed"
007360     MOVE "BUDGET CHANGED TO" TO BM-AUDIT-ACTION
007370     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
007380 2030-EXIT.
007390     EXIT.
007400
007410 2040-REMOVE-BUDGET.
007420     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
007430     IF NOT BM-ENTRY-OK
007440         GO TO 2040-EXIT
007450     END-IF
007460     PERFORM 2200-FIND-TARGET THRU 2200-EXIT
007470     IF BM-FOUND-SUB = 0
007480         DISPLAY "Budget not on file"
007490         GO TO 2040-EXIT
007500     END-IF
007510     MOVE "BUDGET REMOVED" TO BM-AUDIT-ACTION
007520     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
007530     PERFORM 2450-CLOSE-TABLE-GAP THRU 2450-EXIT
007540     PERFORM 3000-REWRITE-BUDG-FILE THRU 3000-EXIT
007550     DISPLAY "Budget " BM-TARGET-DEPT " " BM-TARGET-YEAR
007560         " removed".
007570 2040-EXIT.
007580     EXIT.
007590
007600 2100-ACCEPT-TARGET.
007610     MOVE "N" TO BM-ENTRY-OK-SW
007620     MOVE SPACES TO BM-TARGET-DEPT
007630     DISPLAY "Department code (blank to cancel) "
007640         WITH NO ADVANCING
007650     ACCEPT BM-TARGET-DEPT
007660     IF BM-TARGET-DEPT = SPACES
007670         GO TO 2100-EXIT
007680     END-IF
007690     MOVE SPACES TO BM-YEAR-IN
007700     DISPLAY "Fiscal year (CCYY) " WITH NO ADVANCING
007710     ACCEPT BM-YEAR-IN
007720     IF BM-YEAR-IN NOT NUMERIC
007730         DISPLAY "Invalid fiscal year"
007740         GO TO 2100-EXIT
007750     END-IF
007760     MOVE BM-YEAR-IN-N TO BM-TARGET-YEAR
007770     SET BM-ENTRY-OK TO TRUE.
007780 2100-EXIT.
007790     EXIT.
007800
007810 2150-CHECK-DEPT-REF.
007820     MOVE 0 TO BM-DREF-FOUND-SUB
007830     PERFORM 2160-MATCH-ONE-REF THRU 2160-EXIT
007840         VARYING BM-DREF-SUB FROM 1 BY 1
007850         UNTIL BM-DREF-SUB > BM-DREF-USED
007860             OR BM-DREF-FOUND-SUB > 0.
007870 2150-EXIT.
007880     EXIT.
007890
007900 2160-MATCH-ONE-REF.
007910     IF BM-RF-CODE (BM-DREF-SUB) = BM-TARGET-DEPT
007920         MOVE BM-DREF-SUB TO BM-DREF-FOUND-SUB
007930     END-IF.
007940 2160-EXIT.
007950     EXIT.
007960
007970 2200-FIND-TARGET.
007980     MOVE 0 TO BM-FOUND-SUB
007990     PERFORM 2250-MATCH-ONE-TARGET THRU 2250-EXIT
008000         VARYING BM-TBL-SUB FROM 1 BY 1
008010         UNTIL BM-TBL-SUB > BM-TBL-USED
008020             OR BM-FOUND-SUB > 0.
008030 2200-EXIT.
008040     EXIT.
008050
008060 2250-MATCH-ONE-TARGET.
008070     IF BM-TB-KEY (BM-TBL-SUB) = BM-TARGET-KEY
008080         MOVE BM-TBL-SUB TO BM-FOUND-SUB
008090     END-IF.
008100 2250-EXIT.
008110     EXIT.
008120
008130****************************************************************
008140*    2300 - THE TWO FIGURES, FIXED-WIDTH AS COBOLTUT TAKES A
008150*    SALARY: HEADCOUNT 5 DIGITS, SALARY BUDGET 11 DIGITS WITH
008160*    THE LAST TWO THE CENTS.  EITHER ONE BAD CANCELS THE ENTRY.
008170****************************************************************
008180 2300-ACCEPT-FIGURES.
008190     MOVE "N" TO BM-ENTRY-OK-SW
008200     MOVE SPACES TO BM-HEADCOUNT-IN
008210     DISPLAY "Authorized headcount (5 digits) " WITH NO ADVANCING
008220     ACCEPT BM-HEADCOUNT-IN
008230     IF BM-HEADCOUNT-IN NOT NUMERIC
008240         DISPLAY "Invalid headcount - nothing changed"
008250         GO TO 2300-EXIT
008260     END-IF
008270     MOVE SPACES TO BM-SALARY-IN
008280     DISPLAY "Salary budget (11 digits, last 2 are cents) "
008290         WITH NO ADVANCING
008300     ACCEPT BM-SALARY-IN
008310     IF BM-SALARY-IN NOT NUMERIC
008320         DISPLAY "Invalid salary budget - nothing changed"
008330         GO TO 2300-EXIT
008340     END-IF
008350     SET BM-ENTRY-OK TO TRUE.
008360 2300-EXIT.
008370     EXIT.
008380
008390 2400-STORE-FIGURES.
008400     ACCEPT BM-CURRENT-DATE FROM DATE YYYYMMDD
008410     MOVE BM-HEADCOUNT-IN-N TO BM-TB-HEADCOUNT (BM-FOUND-SUB)
008420     MOVE BM-SALARY-IN-N TO BM-TB-SALARY (BM-FOUND-SUB)
008430     MOVE BM-CURRENT-DATE TO BM-TB-CHANGED-DATE (BM-FOUND-SUB)
008440     MOVE BM-OPERATOR-ID TO BM-TB-CHANGED-BY (BM-FOUND-SUB).
008450 2400-EXIT.
008460     EXIT.
008470
008480 2450-CLOSE-TABLE-GAP.
008490     PERFORM 2455-SHIFT-ONE-DOWN THRU 2455-EXIT
008500         VARYING BM-TBL-SUB FROM BM-FOUND-SUB BY 1
008510         UNTIL BM-TBL-SUB >= BM-TBL-USED
008520     SUBTRACT 1 FROM BM-TBL-USED.
008530 2450-EXIT.
008540     EXIT.
008550
008560 2455-SHIFT-ONE-DOWN.
008570     MOVE BM-BUDG-ENTRY (BM-TBL-SUB + 1)
008580         TO BM-BUDG-ENTRY (BM-TBL-SUB).
008590 2455-EXIT.
008600     EXIT.
008610
008620****************************************************************
008630*    2460 - MAKE ROOM FOR BM-TARGET-KEY IN KEY ORDER.  THE
008640*    INSERT POINT IS THE FIRST ENTRY WITH A HIGHER KEY; EVERY
008650*    ENTRY FROM THERE UP MOVES ONE PLACE TOWARD THE END.
008660*    THE CALLER HAS ALREADY CHECKED THE TABLE IS NOT FULL.
008670****************************************************************
008680 2460-OPEN-TABLE-SLOT.
008690     COMPUTE BM-INSERT-SUB = BM-TBL-USED + 1
008700     PERFORM 2465-CHECK-INSERT-POINT THRU 2465-EXIT
008710         VARYING BM-TBL-SUB FROM 1 BY 1
008720         UNTIL BM-TBL-SUB > BM-TBL-USED
008730             OR BM-INSERT-SUB NOT > BM-TBL-USED
008740     PERFORM 2470-SHIFT-ONE-UP THRU 2470-EXIT
008750         VARYING BM-TBL-SUB FROM BM-TBL-USED BY -1
008760         UNTIL BM-TBL-SUB < BM-INSERT-SUB
008770     ADD 1 TO BM-TBL-USED
008780     MOVE SPACES TO BM-BUDG-ENTRY (BM-INSERT-SUB).
008790 2460-EXIT.
008800     EXIT.
008810
008820 2465-CHECK-INSERT-POINT.
008830     IF BM-TB-KEY (BM-TBL-SUB) > BM-TARGET-KEY
008840         MOVE BM-TBL-SUB TO BM-INSERT-SUB
008850     END-IF.
008860 2465-EXIT.
008870     EXIT.
008880
008890 2470-SHIFT-ONE-UP.
008900     MOVE BM-BUDG-ENTRY (BM-TBL-SUB)
008910         TO BM-BUDG-ENTRY (BM-TBL-SUB + 1).
008920 2470-EXIT.
008930     EXIT.
008940
008950****************************************************************
008960*    3000 - REWRITE THE WHOLE FILE FROM THE TABLE AFTER EVERY
008970*    CHANGE, SAME AS OPERMNT.  THE TABLE IS IN KEY ORDER, SO
008980*    THE FILE IS TOO.
008990****************************************************************
009000 3000-REWRITE-BUDG-FILE.
009010     OPEN OUTPUT DEPT-BUDG
009020     IF NOT BM-BUDG-OK
009030         DISPLAY "BUDGMNT - CANNOT REWRITE DEPTBUDG - STATUS "
009040             BM-BUDG-STATUS
009050         MOVE 16 TO RETURN-CODE
009060         STOP RUN
009070     END-IF
009080     PERFORM 3100-WRITE-ONE-BUDG THRU 3100-EXIT
009090         VARYING BM-TBL-SUB FROM 1 BY 1
009100         UNTIL BM-TBL-SUB > BM-TBL-USED
009110     CLOSE DEPT-BUDG.
009120 3000-EXIT.
009130     EXIT.
009140
009150 3100-WRITE-ONE-BUDG.
009160     MOVE SPACES TO DEPT-BUDG-RECORD
009170     MOVE BM-TB-KEY (BM-TBL-SUB) TO BG-KEY
009180     MOVE BM-TB-HEADCOUNT (BM-TBL-SUB) TO BG-AUTH-HEADCOUNT
009190     MOVE BM-TB-SALARY (BM-TBL-SUB) TO BG-AUTH-SALARY
009200     MOVE BM-TB-CHANGED-DATE (BM-TBL-SUB) TO BG-CHANGED-DATE
009210     MOVE BM-TB-CHANGED-BY (BM-TBL-SUB) TO BG-CHANGED-BY
009220     WRITE DEPT-BUDG-RECORD.
009230 3100-EXIT.
009240     EXIT.
009250
009260****************************************************************
009270*    4000 - AUDIT TRAIL, SAME LAYOUT AS COBOLTUT'S 2060.  THE
009280*    NAME COLUMNS CARRY "DEPT YEAR HCnnnnn SALnnnnnnnnn" - THE
009290*    FIGURES ON THE ENTRY AT BM-FOUND-SUB, SALARY IN WHOLE
009300*    DOLLARS - THE SSN COLUMNS CARRY ZEROS, AND THE OPR
009310*    COLUMNS NAME WHO MADE THE CHANGE.  SIGN-ON RECORDS (1580)
009320*    GO STRAIGHT TO 4010 WITH THE OPERATOR ID IN THE NAME
009330*    COLUMNS, AS OPERMNT'S DO.
009340****************************************************************
009350 4000-WRITE-AUDIT.
009360     MOVE BM-TB-SALARY (BM-FOUND-SUB) TO BM-AUDIT-SALARY
009370     MOVE SPACES TO BM-AUDIT-NAME
009380     STRING BM-TB-DEPT (BM-FOUND-SUB) DELIMITED BY SIZE
009390         " "                     DELIMITED BY SIZE
009400         BM-TB-YEAR (BM-FOUND-SUB) DELIMITED BY SIZE
009410         " HC"                   DELIMITED BY SIZE
009420         BM-TB-HEADCOUNT (BM-FOUND-SUB) DELIMITED BY SIZE
009430         " SAL"                  DELIMITED BY SIZE
009440         BM-AUDIT-SALARY         DELIMITED BY SIZE
009450         INTO BM-AUDIT-NAME
009460     END-STRING
009470     PERFORM 4010-WRITE-AUDIT-LINE THRU 4010-EXIT.
009480 4000-EXIT.
009490     EXIT.
009500
009510 4010-WRITE-AUDIT-LINE.
009520     ACCEPT BM-CURRENT-DATE FROM DATE YYYYMMDD
009530     ACCEPT BM-CURRENT-TIME FROM TIME
009540     MOVE SPACES TO AUDIT-LOG-RECORD
009550     STRING BM-AUDIT-NAME        DELIMITED BY SIZE
009560         " SSN "                 DELIMITED BY SIZE
009570         "000-00-0000"           DELIMITED BY SIZE
009580         " "                     DELIMITED BY SIZE
009590         BM-CURRENT-DATE         DELIMITED BY SIZE
009600         " "                     DELIMITED BY SIZE
009610         BM-CURRENT-TIME         DELIMITED BY SIZE
009620         " OPR "                 DELIMITED BY SIZE
009630         BM-OPERATOR-ID          DELIMITED BY SIZE
009640         " "                     DELIMITED BY SIZE
009650         BM-AUDIT-ACTION         DELIMITED BY SIZE
009660         INTO AUDIT-LOG-RECORD
009670     END-STRING
009680     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
009690     WRITE AUDIT-LOG-RECORD.
009700 4010-EXIT.
009710     EXIT.
009720
009730 9000-TERMINATE.
009740     CLOSE OPER-PIN
009750     CLOSE AUDIT-LOG.
009760 9000-EXIT.
009770     EXIT.
009780
009790****************************************************************
009800*    9100 - PICK UP THE AUDIT CHAIN (SEE AUDCHAIN).  AUDITLOG
009810*    IS READ TO ITS LAST RECORD SO THE NEXT RECORD THIS SESSION
009820*    WRITES TAKES THE NEXT SEQUENCE NUMBER AND CHAINS FROM THAT
009830*    RECORD'S CHECK VALUE.  NO FILE, OR A LAST RECORD WITH NO
009840*    TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.  EVERY AUDITLOG
009850*    WRITER CARRIES THE SAME 9100-9200 PARAGRAPHS.
009860****************************************************************
009870 9100-LOAD-AUDIT-CHAIN.
009880     MOVE ZEROS TO CHN-LAST-SEQ
009890     MOVE ZEROS TO CHN-LAST-CHECK
009900     MOVE "N" TO CHN-TAIL-EOF-SW
009910     OPEN INPUT AUDIT-LOG
009920     IF BM-AUDIT-STATUS NOT = "00"
009930         GO TO 9100-EXIT
009940     END-IF
009950     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
009960         UNTIL CHN-TAIL-EOF
009970     CLOSE AUDIT-LOG.
009980 9100-EXIT.
009990     EXIT.
010000
010010 9110-READ-AUDIT-TAIL.
010020     READ AUDIT-LOG
010030         AT END SET CHN-TAIL-EOF TO TRUE
010040     END-READ
010050     IF BM-AUDIT-STATUS (1:1) NOT = "0"
010060         SET CHN-TAIL-EOF TO TRUE
010070     END-IF
010080     IF CHN-TAIL-EOF
010090         GO TO 9110-EXIT
010100     END-IF
010110     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
010120     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
010130         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
010140         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
010150     ELSE
010160         MOVE ZEROS TO CHN-LAST-SEQ
010170         MOVE ZEROS TO CHN-LAST-CHECK
010180     END-IF.
010190 9110-EXIT.
010200     EXIT.
010210
010220****************************************************************
010230*    9150 - OTHER SESSIONS WRITE AUDITLOG TOO, SO THE CHAIN IS
010240*    PICKED UP AFRESH BEFORE EVERY RECORD: THE RECORD BUILT SO
010250*    FAR IS PARKED, AUDITLOG IS CLOSED, 9100 READS THE TAIL AS
010260*    IT STANDS NOW, AND THE FILE IS REOPENED EXTEND WITH THE
010270*    RECORD PUT BACK FOR 9200 TO CHAIN (SEE AUDCHAIN).
010280****************************************************************
010290 9150-REFRESH-AUDIT-TAIL.
010300     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
010310     CLOSE AUDIT-LOG
010320     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
010330     OPEN EXTEND AUDIT-LOG
010340     IF BM-AUDIT-STATUS = "35"
010350         OPEN OUTPUT AUDIT-LOG
010360     END-IF
010370     MOVE SPACES TO AUDIT-LOG-RECORD
010380     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
010390 9150-EXIT.
010400     EXIT.
010410
010420****************************************************************
010430*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
010440*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
010450*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
010460*    AUDCHAIN) GO INTO COLUMNS 101-120.
010470****************************************************************
010480 9200-CHAIN-AUDIT.
010490     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
010500     ADD 1 TO CHN-LAST-SEQ
010510     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
010520     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
010530     MOVE CHN-LAST-CHECK TO CHN-WORK
010540     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
010550         VARYING CHN-SUB FROM 1 BY 1
010560         UNTIL CHN-SUB > 109
010570     MOVE CHN-WORK TO CHN-LAST-CHECK
010580     MOVE SPACES TO CHN-TRAILER
010590     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
010600     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
010610     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
010620 9200-EXIT.
010630     EXIT.
010640
010650 9210-CHAIN-ONE-BYTE.
010660     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
010670     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
010680     DIVIDE CHN-WORK BY 9999999967
010690         GIVING CHN-QUOT REMAINDER CHN-REM
010700     MOVE CHN-REM TO CHN-WORK.
010710 9210-EXIT.
010720     EXIT.
