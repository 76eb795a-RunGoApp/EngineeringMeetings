000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BENELIG.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* BENELIG - BENEFITS ELIGIBILITY EVENTS FOR THE BENEFITS VENDOR.
000070*
000080*    The benefits clerk used to work out from CSVOUT by hand who
000090*    had become eligible, who had lost eligibility and who had
000100*    changed benefit class, and people were missed.  This
000110*    program works it out every night from EMPLOYEE-MASTER and
000120*    POSN-HIST and writes the day's events to BENFEED, the next
000130*    generation of the outbound feed, with a listing for the
000140*    benefits team on BENRPT.
000150*
000160*    The rules come from BENRULE, which the benefits team keep:
000170*        C rows - one per benefit class:
000180*            cols  2- 3  class code
000190*            cols  4- 5  lowest grade in the class
000200*            cols  6- 8  waiting period in days from
000210*                        EM-ENTRY-DATE
000220*            cols  9-38  class name
000230*        L row  - exactly one:
000240*            cols  2- 4  days on leave after which
000250*                        eligibility is lost
000260*    A grade belongs to the class with the highest lowest-
000270*    grade not above it; a grade below every class is not
000280*    covered.  Every row is checked before anything is read:
000290*    a bad row fails the run (RC 16).
000300*
000310*    Each person's eligibility today:
000320*        TERMINATED        not eligible from EM-STATUS-DATE
000330*        ON LEAVE          not eligible once the leave has
000340*                          lasted the L-row days, from that day
000350*        otherwise         eligible from EM-ENTRY-DATE plus the
000360*                          class waiting period, in the class of
000370*                          the grade on the POSN-HIST row in
000380*                          force today; a grade not covered is
000390*                          not eligible
000400*    BENSTAT (keyed by the enciphered SSN, as the master is)
000410*    holds what the vendor was last told about each person,
000420*    and an event is written only where today differs from it:
000430*        E  became eligible  - W waiting period met,
000440*                              R regained after a loss
000450*        C  changed class    - G grade change
000460*        L  lost eligibility - T terminated, L long leave,
000470*                              G grade not covered, W waiting
000480*                              period no longer met, D no
000490*                              longer on the master
000500*    So a night that does not run, or a change keyed late with
000510*    a back date, is picked up by the next run with its proper
000520*    effective date.  The first run of all, against an empty
000530*    BENSTAT, sends an E row for everyone already eligible.
000540*
000550*    A second run on the same day works everyone out again
000560*    against what the vendor knew at the start of the day (the
000570*    BS-DAY- fields), not against the first run's answer, and
000580*    sends each person's net event for the day: eligible and
000590*    then lost the same day is no event at all, class A to B to
000600*    C is one change from A to C, and an event an earlier run
000610*    recorded that still stands is sent again.  So the latest
000620*    generation cut on a day is always the whole day's file and
000630*    replaces any earlier one - send only that one, once the
000640*    day's last run is done.  After an abend, rerun and send it.
000650*
000660*    The feed carries the real SSN (the vendor has no cipher
000670*    key) between a HDR record and a TRL record with the counts
000680*    and an SSN hash total, the discipline PAYINTF follows.
000690*    Anyone who cannot be assessed - no position row, or an
000700*    unusable entry or status date - is listed on BENRPT and
000710*    left as they were on BENSTAT.
000720*
000730*    Return codes: 0 clean; 4 when anyone could not be
000740*    assessed; 16 when a file cannot be opened, BENRULE is
000750*    bad, or BENSTAT cannot be updated.
000760*
000770* MODIFICATION HISTORY
000780*    15 OCT 2026  YR  Initial version.
000790*
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS EM-SSNUM
000870         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000880         FILE STATUS IS BE-EMPMAST-STATUS.
000890     SELECT POSN-HIST ASSIGN TO "POSHIST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS PH-KEY
000930         FILE STATUS IS BE-POSHIST-STATUS.
000940     SELECT BEN-STAT ASSIGN TO "BENSTAT"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS BS-SSNUM
000980         FILE STATUS IS BE-BENSTAT-STATUS.
000990     SELECT BEN-RULE ASSIGN TO "BENRULE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS BE-RULE-STATUS.
001020     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS BE-CIPHKEY-STATUS.
001050     SELECT BEN-FEED ASSIGN TO "BENFEED"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS BE-FEED-STATUS.
001080     SELECT BEN-RPT ASSIGN TO "BENRPT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS BE-RPT-STATUS.
001110     SELECT SORT-FILE ASSIGN TO "SORTWK01".
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  EMPLOYEE-MASTER.
001160 01  EMPLOYEE-MASTER-RECORD.
001170     COPY SSNUM
001180         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
001190                   ==02  SSArea==   BY ==10  EM-SSAREA==
001200                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
001210                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
001220     05  EM-NAME                 PIC X(30).
001230     05  EM-ENTRY-DATE           PIC 9(08).
001240     05  EM-STATUS               PIC X(01).
001250         88  EM-ACTIVE                      VALUE "A".
001260         88  EM-TERMINATED                  VALUE "T".
001270         88  EM-ON-LEAVE                    VALUE "L".
001280     05  EM-STATUS-DATE          PIC 9(08).
001290     05  EM-DEPT-CODE            PIC X(04).
001300
001310 FD  POSN-HIST.
001320 01  POSN-HIST-RECORD.
001330     05  PH-KEY.
001340         10  PH-SSNUM            PIC 9(09).
001350         10  PH-EFF-DATE         PIC 9(08).
001360     05  PH-JOB-TITLE            PIC X(20).
001370     05  PH-GRADE                PIC X(02).
001380     05  PH-SALARY               PIC 9(07)V99.
001390
001400*    What the vendor was last told, one row per person - 80
001410*    bytes.  BS-CHANGE-DATE is the run date of the last event
001420*    and the BS-LAST- fields describe it - the net event for
001430*    that day - so a second run the same day can send it again.
001440*    BS-OLD-CLASS is the class before that event.  BS-DAY-
001450*    ELIG-SW and BS-DAY-CLASS are where the vendor stood at the
001460*    start of BS-CHANGE-DATE, set only when an event moves
001470*    BS-CHANGE-DATE on to a new day; X means the vendor had
001480*    never been told of the person at all.
001490 FD  BEN-STAT.
001500 01  BEN-STAT-RECORD.
001510     05  BS-SSNUM                PIC 9(09).
001520     05  BS-ELIG-SW              PIC X(01).
001530         88  BS-ELIGIBLE                    VALUE "Y".
001540     05  BS-CLASS                PIC X(02).
001550     05  BS-NAME                 PIC X(30).
001560     05  BS-SEEN-DATE            PIC 9(08).
001570     05  BS-CHANGE-DATE          PIC 9(08).
001580     05  BS-LAST-ACTION          PIC X(01).
001590     05  BS-LAST-REASON          PIC X(01).
001600     05  BS-EVENT-DATE           PIC 9(08).
001610     05  BS-OLD-CLASS            PIC X(02).
001620     05  BS-DAY-ELIG-SW          PIC X(01).
001630         88  BS-DAY-NOT-TOLD                VALUE "X".
001640     05  BS-DAY-CLASS            PIC X(02).
001650     05  FILLER                  PIC X(07).
001660
001670 FD  BEN-RULE.
001680 01  BEN-RULE-RECORD.
001690     05  BR-ROW-TYPE             PIC X(01).
001700         88  BR-CLASS-ROW                   VALUE "C".
001710         88  BR-LEAVE-ROW                   VALUE "L".
001720     05  BR-ROW-DATA             PIC X(79).
001730     05  BR-CLASS-DATA REDEFINES BR-ROW-DATA.
001740         10  BR-CLASS            PIC X(02).
001750         10  BR-FROM-GRADE       PIC X(02).
001760         10  BR-WAIT-DAYS        PIC X(03).
001770         10  BR-WAIT-DAYS-N REDEFINES BR-WAIT-DAYS
001780                                 PIC 9(03).
001790         10  BR-CLASS-NAME       PIC X(30).
001800         10  FILLER              PIC X(42).
001810     05  BR-LEAVE-DATA REDEFINES BR-ROW-DATA.
001820         10  BR-LEAVE-DAYS       PIC X(03).
001830         10  BR-LEAVE-DAYS-N REDEFINES BR-LEAVE-DAYS
001840                                 PIC 9(03).
001850         10  FILLER              PIC X(76).
001860
001870 FD  CIPH-KEY.
001880 01  CIPH-KEY-RECORD.
001890     05  CK-KEY-DIGITS           PIC X(09).
001900     05  FILLER                  PIC X(71).
001910
001920*    Benefits feed record - 100 bytes.  HDR opens the file, one
001930*    DTL per event, TRL closes it.  On a DTL, BF-CLASS is the
001940*    class after the event and BF-OLD-CLASS the class before.
001950 FD  BEN-FEED.
001960 01  BEN-FEED-RECORD.
001970     05  BF-REC-TYPE             PIC X(03).
001980         88  BF-HEADER                      VALUE "HDR".
001990         88  BF-DETAIL                      VALUE "DTL".
002000         88  BF-TRAILER                     VALUE "TRL".
002010     05  BF-DETAIL-AREA.
002020         10  BF-ACTION           PIC X(01).
002030         10  BF-REASON           PIC X(01).
002040         10  BF-SSNUM            PIC 9(09).
002050         10  BF-NAME             PIC X(30).
002060         10  BF-EFF-DATE         PIC 9(08).
002070         10  BF-CLASS            PIC X(02).
002080         10  BF-OLD-CLASS        PIC X(02).
002090         10  BF-GRADE            PIC X(02).
002100         10  BF-ENTRY-DATE       PIC 9(08).
002110         10  BF-STATUS           PIC X(01).
002120         10  BF-STATUS-DATE      PIC 9(08).
002130         10  BF-DEPT-CODE        PIC X(04).
002140         10  FILLER              PIC X(21).
002150     05  BF-HEADER-AREA REDEFINES BF-DETAIL-AREA.
002160         10  BF-HDR-RUN-DATE     PIC 9(08).
002170         10  FILLER              PIC X(89).
002180     05  BF-TRAILER-AREA REDEFINES BF-DETAIL-AREA.
002190         10  BF-TRL-COUNT        PIC 9(08).
002200         10  BF-TRL-ELIG-COUNT   PIC 9(08).
002210         10  BF-TRL-CLASS-COUNT  PIC 9(08).
002220         10  BF-TRL-LOSS-COUNT   PIC 9(08).
002230         10  BF-TRL-SSN-HASH     PIC 9(15).
002240         10  FILLER              PIC X(50).
002250
002260 FD  BEN-RPT.
002270 01  BEN-RPT-RECORD              PIC X(100).
002280
002290*    One event (groups 1-3) or one person not assessed (group
002300*    4), listed by group and then by name.
002310 SD  SORT-FILE.
002320 01  SORT-RECORD.
002330     05  SR-GROUP                PIC 9(01).
002340         88  SR-NOT-ASSESSED                VALUE 4.
002350     05  SR-NAME                 PIC X(30).
002360     05  SR-SSNUM                PIC 9(09).
002370     05  SR-ACTION               PIC X(01).
002380         88  SR-ACT-ELIGIBLE                VALUE "E".
002390         88  SR-ACT-CLASS                   VALUE "C".
002400         88  SR-ACT-LOSS                    VALUE "L".
002410     05  SR-REASON               PIC X(01).
002420     05  SR-EFF-DATE             PIC 9(08).
002430     05  SR-CLASS                PIC X(02).
002440     05  SR-OLD-CLASS            PIC X(02).
002450     05  SR-GRADE                PIC X(02).
002460     05  SR-ENTRY-DATE           PIC 9(08).
002470     05  SR-STATUS               PIC X(01).
002480     05  SR-STATUS-DATE          PIC 9(08).
002490     05  SR-DEPT-CODE            PIC X(04).
002500     05  SR-NOTE                 PIC X(30).
002510
002520 WORKING-STORAGE SECTION.
002530 01  BE-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
002540     88  BE-EMPMAST-OK                      VALUE "00".
002550     88  BE-EMPMAST-READ-OK                 VALUE "00", "02".
002560
002570 01  BE-POSHIST-STATUS           PIC X(02) VALUE SPACES.
002580     88  BE-POSHIST-OK                      VALUE "00".
002590     88  BE-POSHIST-READ-OK                 VALUE "00", "02".
002600
002610 01  BE-BENSTAT-STATUS           PIC X(02) VALUE SPACES.
002620     88  BE-BENSTAT-OK                      VALUE "00".
002630     88  BE-BENSTAT-READ-OK                 VALUE "00", "02".
002640
002650 01  BE-RULE-STATUS              PIC X(02) VALUE SPACES.
002660     88  BE-RULE-OK                         VALUE "00".
002670
002680 01  BE-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
002690     88  BE-CIPHKEY-OK                      VALUE "00".
002700
002710 01  BE-FEED-STATUS              PIC X(02) VALUE SPACES.
002720     88  BE-FEED-OK                         VALUE "00".
002730
002740 01  BE-RPT-STATUS               PIC X(02) VALUE SPACES.
002750
002760 01  BE-EOF-SW                   PIC X(01) VALUE "N".
002770     88  BE-END-OF-FILE                     VALUE "Y".
002780
002790 01  BE-STAT-EOF-SW              PIC X(01) VALUE "N".
002800     88  BE-STAT-EOF                        VALUE "Y".
002810
002820 01  BE-SORT-EOF-SW              PIC X(01) VALUE "N".
002830     88  BE-SORT-EOF                        VALUE "Y".
002840
002850 01  BE-RULE-EOF-SW              PIC X(01) VALUE "N".
002860     88  BE-RULE-EOF                        VALUE "Y".
002870
002880 01  BE-RULE-BAD-SW              PIC X(01) VALUE "N".
002890     88  BE-RULE-BAD                        VALUE "Y".
002900
002910 01  BE-POSN-DONE-SW             PIC X(01) VALUE "N".
002920     88  BE-POSN-DONE                       VALUE "Y".
002930
002940 01  BE-POSN-FOUND-SW            PIC X(01) VALUE "N".
002950     88  BE-POSN-FOUND                      VALUE "Y".
002960
002970 01  BE-STAT-NEW-SW              PIC X(01) VALUE "N".
002980     88  BE-STAT-NEW                        VALUE "Y".
002990
003000 01  BE-ASSESS-SW                PIC X(01) VALUE "Y".
003010     88  BE-ASSESSED                        VALUE "Y".
003020     88  BE-NOT-ASSESSED                    VALUE "N".
003030
003040 01  BE-DATE-OK-SW               PIC X(01) VALUE "N".
003050     88  BE-DATE-OK                         VALUE "Y".
003060
003070 01  BE-RESTATE-SW               PIC X(01) VALUE "N".
003080     88  BE-RESTATED                        VALUE "Y".
003090
003100*    Where the vendor stood at the start of today, held by 3780
003110*    for 3850 to file in the BS-DAY- fields.
003120 01  BE-START-OF-DAY.
003130     05  BE-SOD-ELIG-SW          PIC X(01) VALUE "N".
003140     05  BE-SOD-CLASS            PIC X(02) VALUE SPACES.
003150
003160*    Current-position hold - the last POSN-HIST row read under
003170*    the employee's key that is not dated after today.
003180 01  BE-CURR-POSN.
003190     05  BE-CP-EFF-DATE          PIC 9(08) VALUE ZEROS.
003200     05  BE-CP-GRADE             PIC X(02) VALUE SPACES.
003210
003220*    Eligibility as it stands today, worked out by 3500.
003230 01  BE-NOW.
003240     05  BE-NOW-ELIG-SW          PIC X(01) VALUE "N".
003250         88  BE-NOW-ELIGIBLE                VALUE "Y".
003260     05  BE-NOW-CLASS            PIC X(02) VALUE SPACES.
003270     05  BE-NOW-REASON           PIC X(01) VALUE SPACE.
003280     05  BE-NOW-EFF-DATE         PIC 9(08) VALUE ZEROS.
003290     05  BE-ELIG-DATE            PIC 9(08) VALUE ZEROS.
003300
003310*    The person an event is about - from the master, or from
003320*    BENSTAT alone for someone no longer on the master.
003330 01  BE-PERSON.
003340     05  BE-PN-NAME              PIC X(30) VALUE SPACES.
003350     05  BE-PN-ENTRY-DATE        PIC 9(08) VALUE ZEROS.
003360     05  BE-PN-STATUS            PIC X(01) VALUE SPACE.
003370     05  BE-PN-STATUS-DATE       PIC 9(08) VALUE ZEROS.
003380     05  BE-PN-DEPT-CODE         PIC X(04) VALUE SPACES.
003390     05  BE-PN-GRADE             PIC X(02) VALUE SPACES.
003400
003410 01  BE-EXC-NOTE                 PIC X(30) VALUE SPACES.
003420
003430 77  BE-CLASS-MAX                PIC 9(04) COMP VALUE 20.
003440 77  BE-CLASS-USED               PIC 9(04) COMP VALUE 0.
003450 77  BE-CLASS-SUB                PIC 9(04) COMP VALUE 0.
003460 77  BE-CLASS-FOUND-SUB          PIC 9(04) COMP VALUE 0.
003470 01  BE-CLASS-TABLE.
003480     05  BE-CLASS-ENTRY OCCURS 20 TIMES.
003490         10  BE-CT-CLASS         PIC X(02).
003500         10  BE-CT-FROM-GRADE    PIC X(02).
003510         10  BE-CT-WAIT-DAYS     PIC 9(03).
003520         10  BE-CT-NAME          PIC X(30).
003530
003540 01  BE-LEAVE-DAYS               PIC 9(03) VALUE ZEROS.
003550 01  BE-LEAVE-COUNT              PIC 9(04) COMP VALUE 0.
003560 01  BE-RULE-COUNT               PIC 9(04) COMP VALUE 0.
003570 01  BE-CHECK-GRADE              PIC X(02) VALUE SPACES.
003580
003590 01  BE-CHECK-DATE               PIC 9(08) VALUE ZEROS.
003600 01  FILLER REDEFINES BE-CHECK-DATE.
003610     05  BE-CHECK-CCYY           PIC 9(04).
003620     05  BE-CHECK-MM             PIC 9(02).
003630     05  BE-CHECK-DD             PIC 9(02).
003640
003650 01  BE-INT-RUN-DATE             PIC S9(09) COMP VALUE 0.
003660 01  BE-INT-WORK                 PIC S9(09) COMP VALUE 0.
003670
003680 01  BE-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
003690 01  FILLER REDEFINES BE-CIPHER-KEY.
003700     05  BE-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
003710
003720 01  BE-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
003730 01  FILLER REDEFINES BE-SSN-PLAIN.
003740     05  BE-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
003750 01  FILLER REDEFINES BE-SSN-PLAIN.
003760     05  FILLER                  PIC 9(05).
003770     05  BE-PLAIN-SERIAL         PIC 9(04).
003780
003790 01  BE-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
003800 01  FILLER REDEFINES BE-SSN-CRYPT.
003810     05  BE-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
003820
003830 77  BE-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
003840 77  BE-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
003850
003860 01  BE-MASKED-SSN               PIC X(11) VALUE "XXX-XX-".
003870 01  BE-REASON-WORD              PIC X(26) VALUE SPACES.
003880 01  BE-PRINT-GROUP              PIC 9(01) VALUE 0.
003890
003900 01  BE-RUN-DATE                 PIC 9(08) VALUE ZEROS.
003910
003920 01  BE-COUNT-READ               PIC 9(08) COMP VALUE 0.
003930 01  BE-COUNT-NOT-ASSESSED       PIC 9(08) COMP VALUE 0.
003940 01  BE-COUNT-ELIG               PIC 9(08) COMP VALUE 0.
003950 01  BE-COUNT-CLASS              PIC 9(08) COMP VALUE 0.
003960 01  BE-COUNT-LOSS               PIC 9(08) COMP VALUE 0.
003970 01  BE-COUNT-SENT               PIC 9(08) COMP VALUE 0.
003980 01  BE-COUNT-REPEATED           PIC 9(08) COMP VALUE 0.
003990 01  BE-COUNT-NOW-ELIG           PIC 9(08) COMP VALUE 0.
004000 01  BE-COUNT-DROPPED            PIC 9(08) COMP VALUE 0.
004010 01  BE-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
004020
004030 01  BE-SSN-HASH                 PIC 9(15) VALUE ZEROS.
004040 01  BE-HASH-ED                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
004050
004060 PROCEDURE DIVISION.
004070
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004100     SORT SORT-FILE
004110         ON ASCENDING KEY SR-GROUP SR-NAME SR-SSNUM
004120         INPUT PROCEDURE IS 3000-WORK-OUT-EVENTS THRU 3000-EXIT
004130         OUTPUT PROCEDURE IS 5000-WRITE-EVENTS THRU 5000-EXIT
004140     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
004150     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
004160     PERFORM 9000-TERMINATE THRU 9000-EXIT
004170     STOP RUN.
004180
004190 1000-INITIALIZE.
004200     ACCEPT BE-RUN-DATE FROM DATE YYYYMMDD
004210*    Calendar arithmetic - the one job ordinary verbs cannot do
004220     COMPUTE BE-INT-RUN-DATE =
004230         FUNCTION INTEGER-OF-DATE (BE-RUN-DATE)
004240     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
004250     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
004260     OPEN INPUT EMPLOYEE-MASTER
004270     IF NOT BE-EMPMAST-OK
004280         DISPLAY "BENELIG - CANNOT OPEN EMPMAST - STATUS "
004290             BE-EMPMAST-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF
004330     OPEN INPUT POSN-HIST
004340     IF NOT BE-POSHIST-OK
004350         DISPLAY "BENELIG - CANNOT OPEN POSHIST - STATUS "
004360             BE-POSHIST-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF
004400*    An empty cluster (the first run) is opened for output once
004410*    to establish it, as coboltut does for CONTACT.
004420     OPEN I-O BEN-STAT
004430     IF NOT BE-BENSTAT-OK
004440         OPEN OUTPUT BEN-STAT
004450         CLOSE BEN-STAT
004460         OPEN I-O BEN-STAT
004470     END-IF
004480     IF NOT BE-BENSTAT-OK
004490         DISPLAY "BENELIG - CANNOT OPEN BENSTAT - STATUS "
004500             BE-BENSTAT-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF
004540     OPEN OUTPUT BEN-FEED
004550     IF NOT BE-FEED-OK
004560         DISPLAY "BENELIG - CANNOT OPEN BENFEED - STATUS "
004570             BE-FEED-STATUS
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF
004610     OPEN OUTPUT BEN-RPT
004620     MOVE SPACES TO BEN-FEED-RECORD
004630     SET BF-HEADER TO TRUE
004640     MOVE BE-RUN-DATE TO BF-HDR-RUN-DATE
004650     WRITE BEN-FEED-RECORD
004660     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
004670 1000-EXIT.
004680     EXIT.
004690
004700****************************************************************
004710*    1100 - THE RULES.  EVERY ROW IS CHECKED BEFORE A RECORD IS
004720*    READ: A ROW OF NO KNOWN TYPE, A C ROW WITH A BLANK CLASS OR
004730*    GRADE OR A NON-NUMERIC WAITING PERIOD, A CLASS OR LOWEST
004740*    GRADE GIVEN TWICE, TOO MANY CLASSES, AN L ROW THAT IS NOT
004750*    A NUMBER OF DAYS, OR NOT EXACTLY ONE L ROW AND AT LEAST ONE
004760*    C ROW ALL FAIL THE RUN (RC 16) - A FEED BUILT ON HALF A
004770*    RULE SET WOULD TELL THE VENDOR THE WRONG THING.
004780****************************************************************
004790 1100-LOAD-RULES.
004800     MOVE 0 TO BE-CLASS-USED
004810     MOVE 0 TO BE-LEAVE-COUNT
004820     MOVE 0 TO BE-RULE-COUNT
004830     MOVE "N" TO BE-RULE-BAD-SW
004840     OPEN INPUT BEN-RULE
004850     IF NOT BE-RULE-OK
004860         DISPLAY "BENELIG - CANNOT OPEN BENRULE - STATUS "
004870             BE-RULE-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF
004910     PERFORM 1150-LOAD-ONE-ROW THRU 1150-EXIT
004920         UNTIL BE-RULE-EOF
004930     CLOSE BEN-RULE
004940     IF BE-CLASS-USED = 0
004950         DISPLAY "BENELIG - NO C ROWS ON BENRULE"
004960         SET BE-RULE-BAD TO TRUE
004970     END-IF
004980     IF BE-LEAVE-COUNT NOT = 1
004990         DISPLAY "BENELIG - BENRULE NEEDS EXACTLY ONE L ROW"
005000         SET BE-RULE-BAD TO TRUE
005010     END-IF
005020     IF BE-RULE-BAD
005030         DISPLAY "BENELIG - BAD BENRULE ROW(S) - RUN ENDED, "
005040             "NOTHING WRITTEN"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100
005110 1150-LOAD-ONE-ROW.
005120     READ BEN-RULE
005130         AT END
005140             SET BE-RULE-EOF TO TRUE
005150             GO TO 1150-EXIT
005160     END-READ
005170     IF BEN-RULE-RECORD = SPACES
005180         GO TO 1150-EXIT
005190     END-IF
005200     ADD 1 TO BE-RULE-COUNT
005210     EVALUATE TRUE
005220         WHEN BR-CLASS-ROW
005230             PERFORM 1160-LOAD-CLASS-ROW THRU 1160-EXIT
005240         WHEN BR-LEAVE-ROW
005250             PERFORM 1170-LOAD-LEAVE-ROW THRU 1170-EXIT
005260         WHEN OTHER
005270             DISPLAY "BENELIG - UNKNOWN BENRULE ROW TYPE "
005280                 BR-ROW-TYPE
005290             SET BE-RULE-BAD TO TRUE
005300     END-EVALUATE.
005310 1150-EXIT.
005320     EXIT.
005330
005340 1160-LOAD-CLASS-ROW.
005350     IF BR-CLASS = SPACES
005360         OR BR-FROM-GRADE = SPACES
005370         DISPLAY "BENELIG - BLANK CLASS OR GRADE ON C ROW"
005380         SET BE-RULE-BAD TO TRUE
005390         GO TO 1160-EXIT
005400     END-IF
005410     IF BR-WAIT-DAYS NOT NUMERIC
005420         DISPLAY "BENELIG - WAITING PERIOD NOT NUMERIC - CLASS "
005430             BR-CLASS
005440         SET BE-RULE-BAD TO TRUE
005450         GO TO 1160-EXIT
005460     END-IF
005470     PERFORM 1165-CHECK-ONE-CLASS THRU 1165-EXIT
005480         VARYING BE-CLASS-SUB FROM 1 BY 1
005490         UNTIL BE-CLASS-SUB > BE-CLASS-USED
005500     IF BE-CLASS-USED >= BE-CLASS-MAX
005510         DISPLAY "BENELIG - TOO MANY C ROWS - LIMIT IS 20"
005520         SET BE-RULE-BAD TO TRUE
005530         GO TO 1160-EXIT
005540     END-IF
005550     ADD 1 TO BE-CLASS-USED
005560     MOVE BR-CLASS TO BE-CT-CLASS (BE-CLASS-USED)
005570     MOVE BR-FROM-GRADE TO BE-CT-FROM-GRADE (BE-CLASS-USED)
005580     MOVE BR-WAIT-DAYS-N TO BE-CT-WAIT-DAYS (BE-CLASS-USED)
005590     MOVE BR-CLASS-NAME TO BE-CT-NAME (BE-CLASS-USED).
005600 1160-EXIT.
005610     EXIT.
005620
005630 1165-CHECK-ONE-CLASS.
005640     IF BE-CT-CLASS (BE-CLASS-SUB) = BR-CLASS
005650         DISPLAY "BENELIG - CLASS " BR-CLASS
005660             " APPEARS ON TWO C ROWS"
005670         SET BE-RULE-BAD TO TRUE
005680     END-IF
005690     IF BE-CT-FROM-GRADE (BE-CLASS-SUB) = BR-FROM-GRADE
005700         DISPLAY "BENELIG - GRADE " BR-FROM-GRADE
005710             " STARTS TWO CLASSES"
005720         SET BE-RULE-BAD TO TRUE
005730     END-IF.
005740 1165-EXIT.
005750     EXIT.
005760
005770 1170-LOAD-LEAVE-ROW.
005780     ADD 1 TO BE-LEAVE-COUNT
005790     IF BR-LEAVE-DAYS NOT NUMERIC
005800         OR BR-LEAVE-DAYS-N = 0
005810         DISPLAY "BENELIG - L ROW DAYS NOT A NUMBER OF DAYS"
005820         SET BE-RULE-BAD TO TRUE
005830         GO TO 1170-EXIT
005840     END-IF
005850     MOVE BR-LEAVE-DAYS-N TO BE-LEAVE-DAYS.
005860 1170-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*    1200 - THE VENDOR NEEDS THE REAL SSN, SO EACH KEY IS
005910*    DECIPHERED.  SAME CIPHKEY DATASET AND RULES AS COBOLTUT.
005920****************************************************************
005930 1200-LOAD-CIPHER-KEY.
005940     OPEN INPUT CIPH-KEY
005950     IF NOT BE-CIPHKEY-OK
005960         DISPLAY "BENELIG - CANNOT OPEN CIPHKEY - STATUS "
005970             BE-CIPHKEY-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     READ CIPH-KEY
006020         AT END
006030             MOVE SPACES TO CK-KEY-DIGITS
006040     END-READ
006050     CLOSE CIPH-KEY
006060     IF CK-KEY-DIGITS NOT NUMERIC
006070         DISPLAY "BENELIG - CIPHKEY EMPTY OR NOT NUMERIC - ENDING"
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF
006110     MOVE CK-KEY-DIGITS TO BE-CIPHER-KEY.
006120 1200-EXIT.
006130     EXIT.
006140
006150 1300-WRITE-HEADINGS.
006160     MOVE SPACES TO BEN-RPT-RECORD
006170     STRING "BENELIG - BENEFITS ELIGIBILITY EVENTS - RUN "
006180         DELIMITED BY SIZE
006190         BE-RUN-DATE DELIMITED BY SIZE
006200         INTO BEN-RPT-RECORD
006210     END-STRING
006220     WRITE BEN-RPT-RECORD
006230     MOVE SPACES TO BEN-RPT-RECORD
006240     WRITE BEN-RPT-RECORD
006250     MOVE "RULES IN FORCE (BENRULE)" TO BEN-RPT-RECORD
006260     WRITE BEN-RPT-RECORD
006270     MOVE SPACES TO BEN-RPT-RECORD
006280     MOVE "CLASS" TO BEN-RPT-RECORD (1:5)
006290     MOVE "FROM GRADE" TO BEN-RPT-RECORD (8:10)
006300     MOVE "WAIT DAYS" TO BEN-RPT-RECORD (20:9)
006310     MOVE "NAME" TO BEN-RPT-RECORD (31:4)
006320     WRITE BEN-RPT-RECORD
006330     PERFORM 1310-WRITE-ONE-CLASS THRU 1310-EXIT
006340         VARYING BE-CLASS-SUB FROM 1 BY 1
006350         UNTIL BE-CLASS-SUB > BE-CLASS-USED
006360     MOVE SPACES TO BEN-RPT-RECORD
006370     STRING "ELIGIBILITY LOST AFTER " DELIMITED BY SIZE
006380         BE-LEAVE-DAYS DELIMITED BY SIZE
006390         " DAYS ON LEAVE" DELIMITED BY SIZE
006400         INTO BEN-RPT-RECORD
006410     END-STRING
006420     WRITE BEN-RPT-RECORD.
006430 1300-EXIT.
006440     EXIT.
006450
006460 1310-WRITE-ONE-CLASS.
006470     MOVE SPACES TO BEN-RPT-RECORD
006480     MOVE BE-CT-CLASS (BE-CLASS-SUB) TO BEN-RPT-RECORD (1:2)
006490     MOVE BE-CT-FROM-GRADE (BE-CLASS-SUB)
006500         TO BEN-RPT-RECORD (8:2)
006510     MOVE BE-CT-WAIT-DAYS (BE-CLASS-SUB)
006520         TO BEN-RPT-RECORD (20:3)
006530     MOVE BE-CT-NAME (BE-CLASS-SUB) TO BEN-RPT-RECORD (31:30)
006540     WRITE BEN-RPT-RECORD.
006550 1310-EXIT.
006560     EXIT.
006570
006580****************************************************************
006590*    3000 - SORT INPUT.  ONE PASS OF THE MASTER, SETTING EACH
006600*    PERSON'S BENSTAT ROW STRAIGHT, THEN ONE PASS OF BENSTAT FOR
006610*    ANYONE THE MASTER NO LONGER HOLDS.
006620****************************************************************
006630 3000-WORK-OUT-EVENTS.
006640     PERFORM 3100-READ-MASTER THRU 3100-EXIT
006650     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
006660         UNTIL BE-END-OF-FILE
006670     PERFORM 4000-SWEEP-STATUS THRU 4000-EXIT.
006680 3000-EXIT.
006690     EXIT.
006700
006710****************************************************************
006720*    3100 - A READ ERROR ON THE MASTER ENDS THE RUN: TREATED AS
006730*    END OF FILE, IT WOULD MAKE EVERYONE NOT YET READ LOOK AS
006740*    IF THEY HAD LEFT, AND THE VENDOR WOULD BE TOLD SO.
006750****************************************************************
006760 3100-READ-MASTER.
006770     READ EMPLOYEE-MASTER NEXT RECORD
006780         AT END
006790             SET BE-END-OF-FILE TO TRUE
006800             GO TO 3100-EXIT
006810     END-READ
006820     IF NOT BE-EMPMAST-READ-OK
006830         DISPLAY "BENELIG - EMPMAST READ FAILED - STATUS "
006840             BE-EMPMAST-STATUS
006850         MOVE 16 TO RETURN-CODE
006860         STOP RUN
006870     END-IF.
006880 3100-EXIT.
006890     EXIT.
006900
006910 3200-PROCESS-ONE-RECORD.
006920     ADD 1 TO BE-COUNT-READ
006930     PERFORM 3250-ASSESS-ONE-RECORD THRU 3250-EXIT
006940     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
006950 3200-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990*    3250 - ONE PERSON.  WORK OUT TODAY'S ELIGIBILITY, SET IT
007000*    AGAINST BENSTAT, SEND WHAT HAS CHANGED AND SAVE THE ROW.
007010*    SOMEONE WHO CANNOT BE ASSESSED IS LISTED AND THEIR ROW, IF
007020*    THEY HAVE ONE, IS ONLY MARKED AS SEEN.
007030****************************************************************
007040 3250-ASSESS-ONE-RECORD.
007050     MOVE EM-NAME TO BE-PN-NAME
007060     MOVE EM-ENTRY-DATE TO BE-PN-ENTRY-DATE
007070     MOVE EM-STATUS TO BE-PN-STATUS
007080     MOVE EM-STATUS-DATE TO BE-PN-STATUS-DATE
007090     MOVE EM-DEPT-CODE TO BE-PN-DEPT-CODE
007100     PERFORM 3300-FIND-CURRENT-POSN THRU 3300-EXIT
007110     MOVE BE-CP-GRADE TO BE-PN-GRADE
007120     PERFORM 3500-WORK-OUT-ELIGIBILITY THRU 3500-EXIT
007130     PERFORM 3700-READ-STATUS THRU 3700-EXIT
007140     IF BE-NOT-ASSESSED
007150         ADD 1 TO BE-COUNT-NOT-ASSESSED
007160         PERFORM 3750-RELEASE-EXCEPTION THRU 3750-EXIT
007170         IF BE-STAT-NEW
007180             GO TO 3250-EXIT
007190         END-IF
007200         PERFORM 3900-REPEAT-TODAY THRU 3900-EXIT
007210     ELSE
007220         PERFORM 3800-COMPARE-STATUS THRU 3800-EXIT
007230     END-IF
007240     IF BS-ELIGIBLE
007250         ADD 1 TO BE-COUNT-NOW-ELIG
007260     END-IF
007270     MOVE EM-NAME TO BS-NAME
007280     MOVE BE-RUN-DATE TO BS-SEEN-DATE
007290     PERFORM 3950-SAVE-STATUS THRU 3950-EXIT.
007300 3250-EXIT.
007310     EXIT.
007320
007330****************************************************************
007340*    3300 - POSITION ROW IN FORCE TODAY.  START AT (SSN, DATE
007350*    ZERO) AND READ FORWARD; EVERY ROW UNDER THE SAME SSN AND
007360*    NOT DATED AFTER TODAY REPLACES THE HOLD (PAYINTF'S 3300).
007370****************************************************************
007380 3300-FIND-CURRENT-POSN.
007390     MOVE "N" TO BE-POSN-FOUND-SW
007400     MOVE "N" TO BE-POSN-DONE-SW
007410     MOVE ZEROS TO BE-CP-EFF-DATE
007420     MOVE SPACES TO BE-CP-GRADE
007430     MOVE EM-SSNUM TO PH-SSNUM
007440     MOVE ZEROS TO PH-EFF-DATE
007450     START POSN-HIST KEY IS >= PH-KEY
007460         INVALID KEY
007470             SET BE-POSN-DONE TO TRUE
007480     END-START
007490     IF NOT BE-POSHIST-READ-OK
007500         SET BE-POSN-DONE TO TRUE
007510     END-IF
007520     PERFORM 3400-READ-ONE-POSN THRU 3400-EXIT
007530         UNTIL BE-POSN-DONE.
007540 3300-EXIT.
007550     EXIT.
007560
007570 3400-READ-ONE-POSN.
007580     READ POSN-HIST NEXT RECORD
007590         AT END
007600             SET BE-POSN-DONE TO TRUE
007610     END-READ
007620     IF NOT BE-POSHIST-READ-OK
007630         SET BE-POSN-DONE TO TRUE
007640     END-IF
007650     IF BE-POSN-DONE
007660         GO TO 3400-EXIT
007670     END-IF
007680     IF PH-SSNUM NOT = EM-SSNUM
007690         OR PH-EFF-DATE > BE-RUN-DATE
007700         SET BE-POSN-DONE TO TRUE
007710         GO TO 3400-EXIT
007720     END-IF
007730     SET BE-POSN-FOUND TO TRUE
007740     MOVE PH-EFF-DATE TO BE-CP-EFF-DATE
007750     MOVE PH-GRADE TO BE-CP-GRADE.
007760 3400-EXIT.
007770     EXIT.
007780
007790****************************************************************
007800*    3500 - TODAY'S ELIGIBILITY, CLASS, AND - FOR SOMEONE NOT
007810*    ELIGIBLE - WHY AND SINCE WHEN.  A TERMINATION NEEDS NO
007820*    POSITION ROW; ANYONE ELSE DOES, FOR THEIR GRADE.
007830****************************************************************
007840 3500-WORK-OUT-ELIGIBILITY.
007850     SET BE-ASSESSED TO TRUE
007860     MOVE "N" TO BE-NOW-ELIG-SW
007870     MOVE SPACES TO BE-NOW-CLASS
007880     MOVE SPACE TO BE-NOW-REASON
007890     MOVE ZEROS TO BE-NOW-EFF-DATE
007900     MOVE ZEROS TO BE-ELIG-DATE
007910     IF EM-TERMINATED
007920         MOVE "T" TO BE-NOW-REASON
007930         MOVE EM-STATUS-DATE TO BE-NOW-EFF-DATE
007940         GO TO 3500-EXIT
007950     END-IF
007960     IF EM-ON-LEAVE
007970         MOVE EM-STATUS-DATE TO BE-CHECK-DATE
007980         PERFORM 6300-CHECK-DATE THRU 6300-EXIT
007990         IF NOT BE-DATE-OK
008000             SET BE-NOT-ASSESSED TO TRUE
008010             MOVE "STATUS DATE NOT A DATE" TO BE-EXC-NOTE
008020             GO TO 3500-EXIT
008030         END-IF
008040         COMPUTE BE-INT-WORK =
008050             FUNCTION INTEGER-OF-DATE (EM-STATUS-DATE)
008060             + BE-LEAVE-DAYS
008070         IF BE-INT-WORK NOT > BE-INT-RUN-DATE
008080             MOVE "L" TO BE-NOW-REASON
008090             MOVE FUNCTION DATE-OF-INTEGER (BE-INT-WORK)
008100                 TO BE-NOW-EFF-DATE
008110             GO TO 3500-EXIT
008120         END-IF
008130     END-IF
008140     MOVE EM-ENTRY-DATE TO BE-CHECK-DATE
008150     PERFORM 6300-CHECK-DATE THRU 6300-EXIT
008160     IF NOT BE-DATE-OK
008170         SET BE-NOT-ASSESSED TO TRUE
008180         MOVE "ENTRY DATE NOT A DATE" TO BE-EXC-NOTE
008190         GO TO 3500-EXIT
008200     END-IF
008210     IF NOT BE-POSN-FOUND
008220         SET BE-NOT-ASSESSED TO TRUE
008230         MOVE "NO POSITION ROW" TO BE-EXC-NOTE
008240         GO TO 3500-EXIT
008250     END-IF
008260     MOVE BE-CP-GRADE TO BE-CHECK-GRADE
008270     PERFORM 3600-FIND-CLASS THRU 3600-EXIT
008280     IF BE-CLASS-FOUND-SUB = 0
008290         MOVE "G" TO BE-NOW-REASON
008300         MOVE BE-CP-EFF-DATE TO BE-NOW-EFF-DATE
008310         GO TO 3500-EXIT
008320     END-IF
008330     MOVE BE-CT-CLASS (BE-CLASS-FOUND-SUB) TO BE-NOW-CLASS
008340     COMPUTE BE-INT-WORK =
008350         FUNCTION INTEGER-OF-DATE (EM-ENTRY-DATE)
008360         + BE-CT-WAIT-DAYS (BE-CLASS-FOUND-SUB)
008370     MOVE FUNCTION DATE-OF-INTEGER (BE-INT-WORK)
008380         TO BE-ELIG-DATE
008390     IF BE-ELIG-DATE > BE-RUN-DATE
008400         MOVE "W" TO BE-NOW-REASON
008410         MOVE BE-RUN-DATE TO BE-NOW-EFF-DATE
008420         GO TO 3500-EXIT
008430     END-IF
008440     SET BE-NOW-ELIGIBLE TO TRUE
008450     MOVE BE-ELIG-DATE TO BE-NOW-EFF-DATE.
008460 3500-EXIT.
008470     EXIT.
008480
008490****************************************************************
008500*    3600 - THE CLASS FOR BE-CHECK-GRADE: THE C ROW WITH THE
008510*    HIGHEST LOWEST-GRADE NOT ABOVE IT.  ZERO MEANS THE GRADE
008520*    IS BELOW EVERY CLASS.
008530****************************************************************
008540 3600-FIND-CLASS.
008550     MOVE 0 TO BE-CLASS-FOUND-SUB
008560     PERFORM 3650-CHECK-ONE-CLASS THRU 3650-EXIT
008570         VARYING BE-CLASS-SUB FROM 1 BY 1
008580         UNTIL BE-CLASS-SUB > BE-CLASS-USED.
008590 3600-EXIT.
008600     EXIT.
008610
008620 3650-CHECK-ONE-CLASS.
008630     IF BE-CT-FROM-GRADE (BE-CLASS-SUB) > BE-CHECK-GRADE
008640         GO TO 3650-EXIT
008650     END-IF
008660     IF BE-CLASS-FOUND-SUB = 0
008670         MOVE BE-CLASS-SUB TO BE-CLASS-FOUND-SUB
008680         GO TO 3650-EXIT
008690     END-IF
008700     IF BE-CT-FROM-GRADE (BE-CLASS-SUB)
008710         > BE-CT-FROM-GRADE (BE-CLASS-FOUND-SUB)
008720         MOVE BE-CLASS-SUB TO BE-CLASS-FOUND-SUB
008730     END-IF.
008740 3650-EXIT.
008750     EXIT.
008760
008770 3700-READ-STATUS.
008780     MOVE "N" TO BE-STAT-NEW-SW
008790     MOVE EM-SSNUM TO BS-SSNUM
008800     READ BEN-STAT
008810         INVALID KEY
008820             SET BE-STAT-NEW TO TRUE
008830     END-READ
008840     IF NOT BE-STAT-NEW
008850         AND NOT BE-BENSTAT-READ-OK
008860         DISPLAY "BENELIG - BENSTAT READ FAILED - STATUS "
008870             BE-BENSTAT-STATUS
008880         MOVE 16 TO RETURN-CODE
008890         STOP RUN
008900     END-IF
008910     IF BE-STAT-NEW
008920         MOVE SPACES TO BEN-STAT-RECORD
008930         MOVE EM-SSNUM TO BS-SSNUM
008940         MOVE "N" TO BS-ELIG-SW
008950         MOVE ZEROS TO BS-SEEN-DATE
008960         MOVE ZEROS TO BS-CHANGE-DATE
008970         MOVE ZEROS TO BS-EVENT-DATE
008980     END-IF.
008990 3700-EXIT.
009000     EXIT.
009010
009020 3750-RELEASE-EXCEPTION.
009030     MOVE SPACES TO SORT-RECORD
009040     MOVE 4 TO SR-GROUP
009050     MOVE EM-NAME TO SR-NAME
009060     MOVE EM-SSNUM TO SR-SSNUM
009070     MOVE ZEROS TO SR-EFF-DATE
009080     MOVE EM-ENTRY-DATE TO SR-ENTRY-DATE
009090     MOVE EM-STATUS TO SR-STATUS
009100     MOVE EM-STATUS-DATE TO SR-STATUS-DATE
009110     MOVE EM-DEPT-CODE TO SR-DEPT-CODE
009120     MOVE BE-EXC-NOTE TO SR-NOTE
009130     RELEASE SORT-RECORD.
009140 3750-EXIT.
009150     EXIT.
009160
009170****************************************************************
009180*    3780 - WHERE THE VENDOR STOOD AT THE START OF TODAY.  A ROW
009190*    AN EARLIER RUN TODAY HAS ALREADY CHANGED IS PUT BACK TO ITS
009200*    BS-DAY- STATE FIRST, SO THE DAY'S NET EVENT IS WORKED OUT
009210*    AFRESH AND ANY EVENT SINCE UNDONE IS DROPPED.  THE STATE IS
009220*    HELD FOR 3850, WHICH FILES IT IN THE BS-DAY- FIELDS WHEN AN
009230*    EVENT MOVES BS-CHANGE-DATE ON TO TODAY.
009240****************************************************************
009250 3780-START-OF-DAY.
009260     MOVE "N" TO BE-RESTATE-SW
009270     IF BS-CHANGE-DATE = BE-RUN-DATE
009280         SET BE-RESTATED TO TRUE
009290         MOVE BS-DAY-CLASS TO BS-CLASS
009300         MOVE SPACE TO BS-LAST-ACTION
009310         MOVE SPACE TO BS-LAST-REASON
009320         MOVE ZEROS TO BS-EVENT-DATE
009330         MOVE SPACES TO BS-OLD-CLASS
009340         IF BS-DAY-NOT-TOLD
009350             MOVE "N" TO BS-ELIG-SW
009360             MOVE ZEROS TO BS-CHANGE-DATE
009370         ELSE
009380             MOVE BS-DAY-ELIG-SW TO BS-ELIG-SW
009390         END-IF
009400     END-IF
009410     IF BS-CHANGE-DATE = ZEROS
009420         MOVE "X" TO BE-SOD-ELIG-SW
009430     ELSE
009440         MOVE BS-ELIG-SW TO BE-SOD-ELIG-SW
009450     END-IF
009460     MOVE BS-CLASS TO BE-SOD-CLASS.
009470 3780-EXIT.
009480     EXIT.
009490
009500****************************************************************
009510*    3800 - TODAY AGAINST BENSTAT AS IT STOOD AT THE START OF
009520*    THE DAY (3780).  A CHANGE OF ELIGIBILITY OR, FOR SOMEONE
009530*    STILL ELIGIBLE, OF CLASS IS AN EVENT; NO CHANGE IS NONE,
009540*    WHATEVER AN EARLIER RUN TODAY SENT.  THE CLASS IS KEPT UP
009550*    TO DATE EITHER WAY.
009560****************************************************************
009570 3800-COMPARE-STATUS.
009580     PERFORM 3780-START-OF-DAY THRU 3780-EXIT
009590     EVALUATE TRUE
009600         WHEN BE-NOW-ELIGIBLE AND NOT BS-ELIGIBLE
009610             PERFORM 3810-ELIGIBLE-EVENT THRU 3810-EXIT
009620         WHEN NOT BE-NOW-ELIGIBLE AND BS-ELIGIBLE
009630             PERFORM 3820-LOSS-EVENT THRU 3820-EXIT
009640         WHEN BE-NOW-ELIGIBLE AND BE-NOW-CLASS NOT = BS-CLASS
009650             PERFORM 3830-CLASS-EVENT THRU 3830-EXIT
009660         WHEN OTHER
009670             CONTINUE
009680     END-EVALUATE
009690     IF BE-NOW-CLASS NOT = SPACES
009700         MOVE BE-NOW-CLASS TO BS-CLASS
009710     END-IF.
009720 3800-EXIT.
009730     EXIT.
009740
009750****************************************************************
009760*    3810 - BECAME ELIGIBLE.  THE FIRST TIME, FROM THE END OF
009770*    THE WAITING PERIOD.  AFTER A LOSS, FROM WHICHEVER CAME
009780*    LAST OF THAT, THE RETURN TO ACTIVE (STATUS DATE) AND THE
009790*    POSITION ROW NOW IN FORCE - WHICHEVER ENDED THE LOSS.
009800****************************************************************
009810 3810-ELIGIBLE-EVENT.
009820     MOVE "Y" TO BS-ELIG-SW
009830     MOVE "E" TO BS-LAST-ACTION
009840     MOVE SPACES TO BS-OLD-CLASS
009850     MOVE BE-NOW-CLASS TO BS-CLASS
009860     MOVE BE-ELIG-DATE TO BS-EVENT-DATE
009870     IF BS-CHANGE-DATE = ZEROS
009880         MOVE "W" TO BS-LAST-REASON
009890     ELSE
009900         MOVE "R" TO BS-LAST-REASON
009910         IF EM-ACTIVE
009920             AND EM-STATUS-DATE > BS-EVENT-DATE
009930             AND EM-STATUS-DATE NOT > BE-RUN-DATE
009940             MOVE EM-STATUS-DATE TO BS-EVENT-DATE
009950         END-IF
009960         IF BE-CP-EFF-DATE > BS-EVENT-DATE
009970             MOVE BE-CP-EFF-DATE TO BS-EVENT-DATE
009980         END-IF
009990     END-IF
010000     PERFORM 3850-RECORD-EVENT THRU 3850-EXIT.
010010 3810-EXIT.
010020     EXIT.
010030
010040 3820-LOSS-EVENT.
010050     MOVE "N" TO BS-ELIG-SW
010060     MOVE "L" TO BS-LAST-ACTION
010070     MOVE BE-NOW-REASON TO BS-LAST-REASON
010080     MOVE BE-NOW-EFF-DATE TO BS-EVENT-DATE
010090     MOVE BS-CLASS TO BS-OLD-CLASS
010100     PERFORM 3850-RECORD-EVENT THRU 3850-EXIT.
010110 3820-EXIT.
010120     EXIT.
010130
010140 3830-CLASS-EVENT.
010150     MOVE "C" TO BS-LAST-ACTION
010160     MOVE "G" TO BS-LAST-REASON
010170     MOVE BE-CP-EFF-DATE TO BS-EVENT-DATE
010180     MOVE BS-CLASS TO BS-OLD-CLASS
010190     MOVE BE-NOW-CLASS TO BS-CLASS
010200     PERFORM 3850-RECORD-EVENT THRU 3850-EXIT.
010210 3830-EXIT.
010220     EXIT.
010230
010240****************************************************************
010250*    3850 - THE FIRST EVENT OF A DAY FILES THE START-OF-DAY
010260*    STATE 3780 HELD.  ONE THAT RESTATES AN EARLIER RUN'S EVENT
010270*    TODAY IS COUNTED AS SENT AGAIN.
010280****************************************************************
010290 3850-RECORD-EVENT.
010300     IF BS-CHANGE-DATE NOT = BE-RUN-DATE
010310         MOVE BE-SOD-ELIG-SW TO BS-DAY-ELIG-SW
010320         MOVE BE-SOD-CLASS TO BS-DAY-CLASS
010330         MOVE BE-RUN-DATE TO BS-CHANGE-DATE
010340     END-IF
010350     IF BE-RESTATED
010360         ADD 1 TO BE-COUNT-REPEATED
010370     END-IF
010380     PERFORM 3870-RELEASE-EVENT THRU 3870-EXIT.
010390 3850-EXIT.
010400     EXIT.
010410
010420****************************************************************
010430*    3870 - ONE EVENT TO THE SORT, FROM THE BS-LAST- FIELDS AND
010440*    THE PERSON HOLD.  A LOSS CARRIES THE CLASS LOST AS THE OLD
010450*    CLASS AND NO NEW ONE.
010460****************************************************************
010470 3870-RELEASE-EVENT.
010480     MOVE SPACES TO SORT-RECORD
010490     EVALUATE BS-LAST-ACTION
010500         WHEN "E"
010510             MOVE 1 TO SR-GROUP
010520             MOVE BS-CLASS TO SR-CLASS
010530         WHEN "C"
010540             MOVE 2 TO SR-GROUP
010550             MOVE BS-CLASS TO SR-CLASS
010560             MOVE BS-OLD-CLASS TO SR-OLD-CLASS
010570         WHEN OTHER
010580             MOVE 3 TO SR-GROUP
010590             MOVE BS-OLD-CLASS TO SR-OLD-CLASS
010600     END-EVALUATE
010610     MOVE BE-PN-NAME TO SR-NAME
010620     MOVE BS-SSNUM TO SR-SSNUM
010630     MOVE BS-LAST-ACTION TO SR-ACTION
010640     MOVE BS-LAST-REASON TO SR-REASON
010650     MOVE BS-EVENT-DATE TO SR-EFF-DATE
010660     MOVE BE-PN-GRADE TO SR-GRADE
010670     MOVE BE-PN-ENTRY-DATE TO SR-ENTRY-DATE
010680     MOVE BE-PN-STATUS TO SR-STATUS
010690     MOVE BE-PN-STATUS-DATE TO SR-STATUS-DATE
010700     MOVE BE-PN-DEPT-CODE TO SR-DEPT-CODE
010710     RELEASE SORT-RECORD.
010720 3870-EXIT.
010730     EXIT.
010740
010750****************************************************************
010760*    3900 - SOMEONE NOT ASSESSED TONIGHT, OR NO LONGER ON THE
010770*    MASTER AND ALREADY NOT ELIGIBLE: THE NET EVENT AN EARLIER
010780*    RUN TODAY RECORDED, IF ANY, GOES INTO THIS GENERATION TOO,
010790*    SO THE LATEST GENERATION OF THE DAY IS ALWAYS COMPLETE.
010800****************************************************************
010810 3900-REPEAT-TODAY.
010820     IF BS-CHANGE-DATE NOT = BE-RUN-DATE
010830         OR BS-LAST-ACTION = SPACE
010840         GO TO 3900-EXIT
010850     END-IF
010860     ADD 1 TO BE-COUNT-REPEATED
010870     PERFORM 3870-RELEASE-EVENT THRU 3870-EXIT.
010880 3900-EXIT.
010890     EXIT.
010900
010910 3950-SAVE-STATUS.
010920     IF BE-STAT-NEW
010930         WRITE BEN-STAT-RECORD
010940     ELSE
010950         REWRITE BEN-STAT-RECORD
010960     END-IF
010970     IF NOT BE-BENSTAT-OK
010980         DISPLAY "BENELIG - BENSTAT UPDATE FAILED - STATUS "
010990             BE-BENSTAT-STATUS
011000         MOVE 16 TO RETURN-CODE
011010         STOP RUN
011020     END-IF.
011030 3950-EXIT.
011040     EXIT.
011050
011060****************************************************************
011070*    4000 - BENSTAT ROWS NOT SEEN ON THE MASTER TONIGHT BELONG
011080*    TO PEOPLE NO LONGER ON IT.  ONE STILL ELIGIBLE IS TAKEN
011090*    BACK TO THE START OF TODAY (3780) AND, IF ELIGIBLE THEN,
011100*    LOSES IT TODAY (REASON D) - ONE WHO ONLY BECAME ELIGIBLE
011110*    EARLIER TODAY NETS TO NO EVENT.  ONE WHOSE LOSS WAS SENT
011120*    EARLIER TODAY IS SENT AGAIN; ANY OTHER IS FINISHED WITH AND
011130*    DELETED.
011140****************************************************************
011150 4000-SWEEP-STATUS.
011160     MOVE ZEROS TO BS-SSNUM
011170     START BEN-STAT KEY IS >= BS-SSNUM
011180         INVALID KEY
011190             SET BE-STAT-EOF TO TRUE
011200     END-START
011210     IF NOT BE-BENSTAT-READ-OK
011220         SET BE-STAT-EOF TO TRUE
011230     END-IF
011240     PERFORM 4100-SWEEP-ONE-STATUS THRU 4100-EXIT
011250         UNTIL BE-STAT-EOF.
011260 4000-EXIT.
011270     EXIT.
011280
011290 4100-SWEEP-ONE-STATUS.
011300     READ BEN-STAT NEXT RECORD
011310         AT END
011320             SET BE-STAT-EOF TO TRUE
011330             GO TO 4100-EXIT
011340     END-READ
011350     IF NOT BE-BENSTAT-READ-OK
011360         DISPLAY "BENELIG - BENSTAT READ FAILED - STATUS "
011370             BE-BENSTAT-STATUS
011380         MOVE 16 TO RETURN-CODE
011390         STOP RUN
011400     END-IF
011410     IF BS-SEEN-DATE = BE-RUN-DATE
011420         GO TO 4100-EXIT
011430     END-IF
011440     MOVE BS-NAME TO BE-PN-NAME
011450     MOVE ZEROS TO BE-PN-ENTRY-DATE
011460     MOVE SPACE TO BE-PN-STATUS
011470     MOVE ZEROS TO BE-PN-STATUS-DATE
011480     MOVE SPACES TO BE-PN-DEPT-CODE
011490     MOVE SPACES TO BE-PN-GRADE
011500     IF BS-ELIGIBLE
011510         PERFORM 3780-START-OF-DAY THRU 3780-EXIT
011520         IF BS-ELIGIBLE
011530             MOVE "D" TO BE-NOW-REASON
011540             MOVE BE-RUN-DATE TO BE-NOW-EFF-DATE
011550             PERFORM 3820-LOSS-EVENT THRU 3820-EXIT
011560         END-IF
011570         MOVE "N" TO BE-STAT-NEW-SW
011580         PERFORM 3950-SAVE-STATUS THRU 3950-EXIT
011590         GO TO 4100-EXIT
011600     END-IF
011610     IF BS-CHANGE-DATE = BE-RUN-DATE
011620         PERFORM 3900-REPEAT-TODAY THRU 3900-EXIT
011630         GO TO 4100-EXIT
011640     END-IF
011650     DELETE BEN-STAT RECORD
011660     IF NOT BE-BENSTAT-OK
011670         DISPLAY "BENELIG - BENSTAT DELETE FAILED - STATUS "
011680             BE-BENSTAT-STATUS
011690         MOVE 16 TO RETURN-CODE
011700         STOP RUN
011710     END-IF
011720     ADD 1 TO BE-COUNT-DROPPED.
011730 4100-EXIT.
011740     EXIT.
011750
011760****************************************************************
011770*    5000 - SORT OUTPUT.  EACH EVENT GOES TO THE FEED WITH THE
011780*    CLEAR SSN AND TO THE LISTING WITH IT MASKED; THE PEOPLE
011790*    NOT ASSESSED ARE LISTED ONLY.  A HEADING STARTS EACH GROUP.
011800****************************************************************
011810 5000-WRITE-EVENTS.
011820     MOVE 0 TO BE-PRINT-GROUP
011830     PERFORM 5100-WRITE-ONE-EVENT THRU 5100-EXIT
011840         UNTIL BE-SORT-EOF
011850     IF BE-PRINT-GROUP = 0
011860         MOVE SPACES TO BEN-RPT-RECORD
011870         WRITE BEN-RPT-RECORD
011880         MOVE "NO ELIGIBILITY EVENTS TODAY" TO BEN-RPT-RECORD
011890         WRITE BEN-RPT-RECORD
011900     END-IF.
011910 5000-EXIT.
011920     EXIT.
011930
011940 5100-WRITE-ONE-EVENT.
011950     RETURN SORT-FILE
011960         AT END
011970             SET BE-SORT-EOF TO TRUE
011980             GO TO 5100-EXIT
011990     END-RETURN
012000     IF SR-GROUP NOT = BE-PRINT-GROUP
012010         PERFORM 5200-WRITE-GROUP-HEADING THRU 5200-EXIT
012020     END-IF
012030     MOVE SR-SSNUM TO BE-SSN-CRYPT
012040     PERFORM 6000-DECIPHER-ONE-DIGIT THRU 6000-EXIT
012050         VARYING BE-CIPHER-SUB FROM 1 BY 1
012060         UNTIL BE-CIPHER-SUB > 9
012070     MOVE BE-PLAIN-SERIAL TO BE-MASKED-SSN (8:4)
012080     IF SR-NOT-ASSESSED
012090         PERFORM 5400-LIST-NOT-ASSESSED THRU 5400-EXIT
012100         GO TO 5100-EXIT
012110     END-IF
012120     PERFORM 5300-WRITE-FEED-ROW THRU 5300-EXIT
012130     PERFORM 5350-LIST-EVENT THRU 5350-EXIT.
012140 5100-EXIT.
012150     EXIT.
012160
012170 5200-WRITE-GROUP-HEADING.
012180     MOVE SR-GROUP TO BE-PRINT-GROUP
012190     MOVE SPACES TO BEN-RPT-RECORD
012200     WRITE BEN-RPT-RECORD
012210     EVALUATE SR-GROUP
012220         WHEN 1
012230             MOVE "BECAME ELIGIBLE (E)" TO BEN-RPT-RECORD
012240         WHEN 2
012250             MOVE "CHANGED BENEFIT CLASS (C)" TO BEN-RPT-RECORD
012260         WHEN 3
012270             MOVE "LOST ELIGIBILITY (L)" TO BEN-RPT-RECORD
012280         WHEN OTHER
012290             MOVE "NOT ASSESSED - NOTHING SENT FOR THESE"
012300                 TO BEN-RPT-RECORD
012310     END-EVALUATE
012320     WRITE BEN-RPT-RECORD
012330     MOVE SPACES TO BEN-RPT-RECORD
012340     MOVE "DEPT SSN         NAME" TO BEN-RPT-RECORD
012350     IF SR-NOT-ASSESSED
012360         MOVE "STATUS" TO BEN-RPT-RECORD (49:6)
012370         MOVE "PROBLEM" TO BEN-RPT-RECORD (57:7)
012380     ELSE
012390         MOVE "EFFECTIVE" TO BEN-RPT-RECORD (49:9)
012400         MOVE "CLASS" TO BEN-RPT-RECORD (59:5)
012410         MOVE "WAS" TO BEN-RPT-RECORD (65:3)
012420         MOVE "REASON" TO BEN-RPT-RECORD (70:6)
012430     END-IF
012440     WRITE BEN-RPT-RECORD.
012450 5200-EXIT.
012460     EXIT.
012470
012480 5300-WRITE-FEED-ROW.
012490     MOVE SPACES TO BEN-FEED-RECORD
012500     SET BF-DETAIL TO TRUE
012510     MOVE SR-ACTION TO BF-ACTION
012520     MOVE SR-REASON TO BF-REASON
012530     MOVE BE-SSN-PLAIN TO BF-SSNUM
012540     MOVE SR-NAME TO BF-NAME
012550     MOVE SR-EFF-DATE TO BF-EFF-DATE
012560     MOVE SR-CLASS TO BF-CLASS
012570     MOVE SR-OLD-CLASS TO BF-OLD-CLASS
012580     MOVE SR-GRADE TO BF-GRADE
012590     MOVE SR-ENTRY-DATE TO BF-ENTRY-DATE
012600     MOVE SR-STATUS TO BF-STATUS
012610     MOVE SR-STATUS-DATE TO BF-STATUS-DATE
012620     MOVE SR-DEPT-CODE TO BF-DEPT-CODE
012630     WRITE BEN-FEED-RECORD
012640     ADD 1 TO BE-COUNT-SENT
012650     ADD BE-SSN-PLAIN TO BE-SSN-HASH
012660     EVALUATE TRUE
012670         WHEN SR-ACT-ELIGIBLE
012680             ADD 1 TO BE-COUNT-ELIG
012690         WHEN SR-ACT-CLASS
012700             ADD 1 TO BE-COUNT-CLASS
012710         WHEN OTHER
012720             ADD 1 TO BE-COUNT-LOSS
012730     END-EVALUATE.
012740 5300-EXIT.
012750     EXIT.
012760
012770 5350-LIST-EVENT.
012780     EVALUATE SR-ACTION ALSO SR-REASON
012790         WHEN "E" ALSO "W"
012800             MOVE "WAITING PERIOD MET" TO BE-REASON-WORD
012810         WHEN "E" ALSO "R"
012820             MOVE "REGAINED" TO BE-REASON-WORD
012830         WHEN "C" ALSO ANY
012840             MOVE "GRADE CHANGE" TO BE-REASON-WORD
012850         WHEN "L" ALSO "T"
012860             MOVE "TERMINATED" TO BE-REASON-WORD
012870         WHEN "L" ALSO "L"
012880             MOVE "LONG LEAVE" TO BE-REASON-WORD
012890         WHEN "L" ALSO "G"
012900             MOVE "GRADE NOT COVERED" TO BE-REASON-WORD
012910         WHEN "L" ALSO "W"
012920             MOVE "WAITING PERIOD NOT MET" TO BE-REASON-WORD
012930         WHEN "L" ALSO "D"
012940             MOVE "NO LONGER ON MASTER" TO BE-REASON-WORD
012950         WHEN OTHER
012960             MOVE SR-REASON TO BE-REASON-WORD
012970     END-EVALUATE
012980     MOVE SPACES TO BEN-RPT-RECORD
012990     MOVE SR-DEPT-CODE TO BEN-RPT-RECORD (1:4)
013000     MOVE BE-MASKED-SSN TO BEN-RPT-RECORD (6:11)
013010     MOVE SR-NAME TO BEN-RPT-RECORD (18:30)
013020     MOVE SR-EFF-DATE TO BEN-RPT-RECORD (49:8)
013030     MOVE SR-CLASS TO BEN-RPT-RECORD (59:2)
013040     MOVE SR-OLD-CLASS TO BEN-RPT-RECORD (65:2)
013050     MOVE BE-REASON-WORD TO BEN-RPT-RECORD (70:26)
013060     WRITE BEN-RPT-RECORD.
013070 5350-EXIT.
013080     EXIT.
013090
013100 5400-LIST-NOT-ASSESSED.
013110     MOVE SPACES TO BEN-RPT-RECORD
013120     MOVE SR-DEPT-CODE TO BEN-RPT-RECORD (1:4)
013130     MOVE BE-MASKED-SSN TO BEN-RPT-RECORD (6:11)
013140     MOVE SR-NAME TO BEN-RPT-RECORD (18:30)
013150     MOVE SR-STATUS TO BEN-RPT-RECORD (49:1)
013160     MOVE SR-NOTE TO BEN-RPT-RECORD (57:30)
013170     WRITE BEN-RPT-RECORD.
013180 5400-EXIT.
013190     EXIT.
013200
013210****************************************************************
013220*    6000 - SAME DIGIT-SUBSTITUTION CIPHER AS COBOLTUT'S 2470:
013230*    BE-SSN-CRYPT TO BE-SSN-PLAIN, ONE DIGIT PER CALL.
013240****************************************************************
013250 6000-DECIPHER-ONE-DIGIT.
013260     COMPUTE BE-CIPHER-WORK = BE-CRYPT-DIGIT (BE-CIPHER-SUB)
013270         - BE-KEY-DIGIT (BE-CIPHER-SUB)
013280     IF BE-CIPHER-WORK < 0
013290         ADD 10 TO BE-CIPHER-WORK
013300     END-IF
013310     MOVE BE-CIPHER-WORK TO BE-PLAIN-DIGIT (BE-CIPHER-SUB).
013320 6000-EXIT.
013330     EXIT.
013340
013350****************************************************************
013360*    6300 - IS BE-CHECK-DATE FIT FOR DATE ARITHMETIC?  A YEAR
013370*    FROM 1601, A MONTH 01-12 AND A DAY 01-31.
013380****************************************************************
013390 6300-CHECK-DATE.
013400     MOVE "N" TO BE-DATE-OK-SW
013410     IF BE-CHECK-DATE NOT NUMERIC
013420         GO TO 6300-EXIT
013430     END-IF
013440     IF BE-CHECK-CCYY < 1601
013450         OR BE-CHECK-MM < 1 OR BE-CHECK-MM > 12
013460         OR BE-CHECK-DD < 1 OR BE-CHECK-DD > 31
013470         GO TO 6300-EXIT
013480     END-IF
013490     SET BE-DATE-OK TO TRUE.
013500 6300-EXIT.
013510     EXIT.
013520
013530 8000-WRITE-TRAILER.
013540     MOVE SPACES TO BEN-FEED-RECORD
013550     SET BF-TRAILER TO TRUE
013560     MOVE BE-COUNT-SENT TO BF-TRL-COUNT
013570     MOVE BE-COUNT-ELIG TO BF-TRL-ELIG-COUNT
013580     MOVE BE-COUNT-CLASS TO BF-TRL-CLASS-COUNT
013590     MOVE BE-COUNT-LOSS TO BF-TRL-LOSS-COUNT
013600     MOVE BE-SSN-HASH TO BF-TRL-SSN-HASH
013610     WRITE BEN-FEED-RECORD.
013620 8000-EXIT.
013630     EXIT.
013640
013650****************************************************************
013660*    8500 - CONTROL TOTALS.  THE EVENT COUNTS AND THE SSN HASH
013670*    ARE THE FIGURES ON THE TRL RECORD, SO THE VENDOR AND THE
013680*    BENEFITS TEAM CAN AGREE THE FILE FROM THIS PAGE.
013690****************************************************************
013700 8500-WRITE-TOTALS.
013710     MOVE SPACES TO BEN-RPT-RECORD
013720     WRITE BEN-RPT-RECORD
013730     MOVE BE-COUNT-READ TO BE-COUNT-ED
013740     MOVE SPACES TO BEN-RPT-RECORD
013750     STRING "MASTER RECORDS READ  . . . . . " DELIMITED BY SIZE
013760         BE-COUNT-ED DELIMITED BY SIZE
013770         INTO BEN-RPT-RECORD
013780     END-STRING
013790     WRITE BEN-RPT-RECORD
013800     MOVE BE-COUNT-NOT-ASSESSED TO BE-COUNT-ED
013810     MOVE SPACES TO BEN-RPT-RECORD
013820     STRING "NOT ASSESSED . . . . . . . . . " DELIMITED BY SIZE
013830         BE-COUNT-ED DELIMITED BY SIZE
013840         INTO BEN-RPT-RECORD
013850     END-STRING
013860     WRITE BEN-RPT-RECORD
013870     MOVE BE-COUNT-ELIG TO BE-COUNT-ED
013880     MOVE SPACES TO BEN-RPT-RECORD
013890     STRING "BECAME ELIGIBLE  . . . . . . . " DELIMITED BY SIZE
013900         BE-COUNT-ED DELIMITED BY SIZE
013910         INTO BEN-RPT-RECORD
013920     END-STRING
013930     WRITE BEN-RPT-RECORD
013940     MOVE BE-COUNT-CLASS TO BE-COUNT-ED
013950     MOVE SPACES TO BEN-RPT-RECORD
013960     STRING "CHANGED BENEFIT CLASS  . . . . " DELIMITED BY SIZE
013970         BE-COUNT-ED DELIMITED BY SIZE
013980         INTO BEN-RPT-RECORD
013990     END-STRING
014000     WRITE BEN-RPT-RECORD
014010     MOVE BE-COUNT-LOSS TO BE-COUNT-ED
014020     MOVE SPACES TO BEN-RPT-RECORD
014030     STRING "LOST ELIGIBILITY . . . . . . . " DELIMITED BY SIZE
014040         BE-COUNT-ED DELIMITED BY SIZE
014050         INTO BEN-RPT-RECORD
014060     END-STRING
014070     WRITE BEN-RPT-RECORD
014080     MOVE BE-COUNT-SENT TO BE-COUNT-ED
014090     MOVE SPACES TO BEN-RPT-RECORD
014100     STRING "EVENTS SENT TO THE VENDOR  . . " DELIMITED BY SIZE
014110         BE-COUNT-ED DELIMITED BY SIZE
014120         INTO BEN-RPT-RECORD
014130     END-STRING
014140     WRITE BEN-RPT-RECORD
014150     MOVE BE-COUNT-REPEATED TO BE-COUNT-ED
014160     MOVE SPACES TO BEN-RPT-RECORD
014170     STRING "  SENT AGAIN FROM EARLIER RUN  " DELIMITED BY SIZE
014180         BE-COUNT-ED DELIMITED BY SIZE
014190         INTO BEN-RPT-RECORD
014200     END-STRING
014210     WRITE BEN-RPT-RECORD
014220     MOVE BE-SSN-HASH TO BE-HASH-ED
014230     MOVE SPACES TO BEN-RPT-RECORD
014240     STRING "SSN HASH TOTAL . . . . . . . . " DELIMITED BY SIZE
014250         BE-HASH-ED DELIMITED BY SIZE
014260         INTO BEN-RPT-RECORD
014270     END-STRING
014280     WRITE BEN-RPT-RECORD
014290     MOVE BE-COUNT-NOW-ELIG TO BE-COUNT-ED
014300     MOVE SPACES TO BEN-RPT-RECORD
014310     STRING "ELIGIBLE AFTER THIS RUN  . . . " DELIMITED BY SIZE
014320         BE-COUNT-ED DELIMITED BY SIZE
014330         INTO BEN-RPT-RECORD
014340     END-STRING
014350     WRITE BEN-RPT-RECORD
014360     MOVE BE-COUNT-DROPPED TO BE-COUNT-ED
014370     MOVE SPACES TO BEN-RPT-RECORD
014380     STRING "BENSTAT ROWS DELETED . . . . . " DELIMITED BY SIZE
014390         BE-COUNT-ED DELIMITED BY SIZE
014400         INTO BEN-RPT-RECORD
014410     END-STRING
014420     WRITE BEN-RPT-RECORD
014430     IF BE-COUNT-NOT-ASSESSED > 0
014440         MOVE SPACES TO BEN-RPT-RECORD
014450         WRITE BEN-RPT-RECORD
014460         MOVE "*** SOME PEOPLE NOT ASSESSED - SEE LIST ABOVE"
014470             TO BEN-RPT-RECORD
014480         WRITE BEN-RPT-RECORD
014490         MOVE 4 TO RETURN-CODE
014500     END-IF.
014510 8500-EXIT.
014520     EXIT.
014530
014540 9000-TERMINATE.
014550     CLOSE EMPLOYEE-MASTER
014560     CLOSE POSN-HIST
014570     CLOSE BEN-STAT
014580     CLOSE BEN-FEED
014590     CLOSE BEN-RPT
014600     MOVE BE-COUNT-SENT TO BE-COUNT-ED
014610     DISPLAY "BENELIG - EVENTS SENT     " BE-COUNT-ED
014620     MOVE BE-COUNT-NOT-ASSESSED TO BE-COUNT-ED
014630     DISPLAY "BENELIG - NOT ASSESSED    " BE-COUNT-ED
014640     MOVE BE-SSN-HASH TO BE-HASH-ED
014650     DISPLAY "BENELIG - SSN HASH        " BE-HASH-ED.
014660 9000-EXIT.
014670     EXIT.
