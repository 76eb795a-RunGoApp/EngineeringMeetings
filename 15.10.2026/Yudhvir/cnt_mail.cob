000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNTMAIL.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* CNTMAIL - MAILING LABELS AND MAIL-MERGE FILE.
000070*
000080*    Takes a selection of employees from MAILPRM, finds each
000090*    one's mailing address on CONTACT (kept by coboltut's
000100*    (C)ontacts option under the same enciphered key as the
000110*    master) and writes MAILOUT as either
000120*        PARM='L'  1-up address labels, six lines each: name,
000130*                  address line 1, address line 2 (closed up
000140*                  when blank), city / state / postcode, and
000150*                  blank lines to the next label,
000160*        PARM='M'  a comma-delimited mail-merge file, one
000170*                  heading row and one row per person, laid
000180*                  out like coboltut's CSV export.
000190*    Labels and rows come out in postcode order, then name.
000200*
000210*    MAILPRM cards, column 1 giving the card type:
000220*        D  a department, cols 2-5 (on DEPTREF when present)
000230*        S  a status, col 2: A active, T terminated, L leave
000240*        T  the day's terminations - every action-T row on
000250*           HREXTRCT (the generation COBTNITE cut), provided
000260*           the master still shows that person terminated
000270*    D cards and S cards may be repeated; a person must match
000280*    one of the departments AND one of the statuses given, and
000290*    a type with no cards matches everyone.  A T card may be
000300*    combined with D cards but not with S cards.  At least one
000310*    card is needed, and every card is checked before any file
000320*    is read: a bad card fails the run (RC 16).
000330*
000340*    Anyone selected who has no CONTACT record, or whose
000350*    address has no line 1, city or postcode, is listed on
000360*    MAILRPT (SSN masked) and not mailed.  MAILRPT closes with
000370*    the counts.
000380*
000390*    Return codes: 0 clean; 4 when anyone selected could not
000400*    be mailed; 16 when a file cannot be opened or a parameter
000410*    card is missing or invalid.
000420*
000430* MODIFICATION HISTORY
000440*    15 OCT 2026  YR  Initial version.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT MAIL-PARM ASSIGN TO "MAILPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CM-PARM-STATUS.
000520     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS EM-SSNUM
000560         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000570         FILE STATUS IS CM-EMPMAST-STATUS.
000580     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CN-SSNUM
000620         FILE STATUS IS CM-CONTACT-STATUS.
000630     SELECT HR-EXTRACT ASSIGN TO "HREXTRCT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CM-HREXTR-STATUS.
000660     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CM-DEPTREF-STATUS.
000690     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CM-CIPHKEY-STATUS.
000720     SELECT MAIL-OUT ASSIGN TO "MAILOUT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CM-OUT-STATUS.
000750     SELECT MAIL-RPT ASSIGN TO "MAILRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CM-RPT-STATUS.
000780     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  MAIL-PARM.
000830 01  MAIL-PARM-RECORD.
000840     05  MP-CARD-TYPE            PIC X(01).
000850         88  MP-DEPT-CARD                   VALUE "D".
000860         88  MP-STATUS-CARD                 VALUE "S".
000870         88  MP-TERM-CARD                   VALUE "T".
000880     05  MP-CARD-DATA            PIC X(79).
000890     05  MP-DEPT-DATA REDEFINES MP-CARD-DATA.
000900         10  MP-SEL-DEPT         PIC X(04).
000910         10  FILLER              PIC X(75).
000920     05  MP-STATUS-DATA REDEFINES MP-CARD-DATA.
000930         10  MP-SEL-STATUS       PIC X(01).
000940             88  MP-STATUS-VALID            VALUE "A" "T" "L".
000950         10  FILLER              PIC X(78).
000960
000970 FD  EMPLOYEE-MASTER.
000980 01  EMPLOYEE-MASTER-RECORD.
000990     COPY SSNUM
001000         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
001010                   ==02  SSArea==   BY ==10  EM-SSAREA==
001020                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
001030                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
001040     05  EM-NAME                 PIC X(30).
001050     05  EM-ENTRY-DATE           PIC 9(08).
001060     05  EM-STATUS               PIC X(01).
001070         88  EM-TERMINATED                  VALUE "T".
001080     05  EM-STATUS-DATE          PIC 9(08).
001090     05  EM-DEPT-CODE            PIC X(04).
001100
001110*    Same layout as coboltut's CONTACT-FILE.
001120 FD  CONTACT-FILE.
001130 01  CONTACT-RECORD.
001140     05  CN-SSNUM                PIC 9(09).
001150     05  CN-ADDR-LINE-1          PIC X(30).
001160     05  CN-ADDR-LINE-2          PIC X(30).
001170     05  CN-CITY                 PIC X(20).
001180     05  CN-STATE                PIC X(02).
001190     05  CN-POSTCODE             PIC X(10).
001200     05  CN-PHONE                PIC X(15).
001210     05  CN-EMERG-NAME           PIC X(30).
001220     05  CN-EMERG-RELATION       PIC X(10).
001230     05  CN-EMERG-PHONE          PIC X(15).
001240     05  CN-UPDATED-DATE         PIC 9(08).
001250     05  CN-UPDATED-BY           PIC X(10).
001260     05  FILLER                  PIC X(11).
001270
001280 FD  HR-EXTRACT.
001290 01  HR-EXTRACT-RECORD.
001300     05  HE-ACTION               PIC X(01).
001310         88  HE-ACT-TERMINATE               VALUE "T".
001320     COPY SSNUM
001330         REPLACING ==01  SSNum==    BY ==05  HE-SSNUM==
001340                   ==02  SSArea==   BY ==10  HE-SSAREA==
001350                   ==02  SSGroup==  BY ==10  HE-SSGROUP==
001360                   ==02  SSSerial== BY ==10  HE-SSSERIAL==.
001370     05  HE-LAST-NAME            PIC X(15).
001380     05  HE-FIRST-NAME           PIC X(12).
001390     05  HE-MIDDLE-INITIAL       PIC X(01).
001400     05  HE-ENTRY-DATE           PIC 9(08).
001410     05  HE-STATUS               PIC X(01).
001420     05  HE-STATUS-DATE          PIC 9(08).
001430     05  HE-DEPT-CODE            PIC X(04).
001440
001450 FD  DEPT-REF.
001460 01  DEPT-REF-RECORD.
001470     05  DF-DEPT-CODE            PIC X(04).
001480     05  DF-DEPT-NAME            PIC X(30).
001490     05  FILLER                  PIC X(46).
001500
001510 FD  CIPH-KEY.
001520 01  CIPH-KEY-RECORD.
001530     05  CK-KEY-DIGITS           PIC X(09).
001540     05  FILLER                  PIC X(71).
001550
001560 FD  MAIL-OUT.
001570 01  MAIL-OUT-RECORD             PIC X(150).
001580
001590 FD  MAIL-RPT.
001600 01  MAIL-RPT-RECORD             PIC X(100).
001610
001620*    One person to mail, in postcode order.
001630 SD  SORT-FILE.
001640 01  SORT-RECORD.
001650     05  SR-POSTCODE             PIC X(10).
001660     05  SR-NAME                 PIC X(30).
001670     05  SR-SSNUM                PIC 9(09).
001680     05  SR-DEPT-CODE            PIC X(04).
001690     05  SR-ADDR-LINE-1          PIC X(30).
001700     05  SR-ADDR-LINE-2          PIC X(30).
001710     05  SR-CITY                 PIC X(20).
001720     05  SR-STATE                PIC X(02).
001730
001740 WORKING-STORAGE SECTION.
001750 01  CM-PARM-STATUS              PIC X(02) VALUE SPACES.
001760     88  CM-PARM-OK                         VALUE "00".
001770
001780 01  CM-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001790     88  CM-EMPMAST-OK                      VALUE "00".
001800     88  CM-EMPMAST-READ-OK                 VALUE "00", "02".
001810
001820 01  CM-CONTACT-STATUS           PIC X(02) VALUE SPACES.
001830     88  CM-CONTACT-OK                      VALUE "00".
001840
001850 01  CM-HREXTR-STATUS            PIC X(02) VALUE SPACES.
001860     88  CM-HREXTR-OK                       VALUE "00".
001870
001880 01  CM-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001890     88  CM-DEPTREF-OK                      VALUE "00".
001900
001910 01  CM-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001920     88  CM-CIPHKEY-OK                      VALUE "00".
001930
001940 01  CM-OUT-STATUS               PIC X(02) VALUE SPACES.
001950     88  CM-OUT-OK                          VALUE "00".
001960
001970 01  CM-RPT-STATUS               PIC X(02) VALUE SPACES.
001980
001990 01  CM-RUN-MODE                 PIC X(01) VALUE "L".
002000     88  CM-LABEL-MODE                      VALUE "L" "l".
002010     88  CM-MERGE-MODE                      VALUE "M" "m".
002020
002030 01  CM-PARM-EOF-SW              PIC X(01) VALUE "N".
002040     88  CM-PARM-EOF                        VALUE "Y".
002050
002060 01  CM-PARM-BAD-SW              PIC X(01) VALUE "N".
002070     88  CM-PARM-BAD                        VALUE "Y".
002080
002090 01  CM-TERM-SW                  PIC X(01) VALUE "N".
002100     88  CM-TERM-SELECT                     VALUE "Y".
002110
002120 01  CM-INPUT-EOF-SW             PIC X(01) VALUE "N".
002130     88  CM-INPUT-EOF                       VALUE "Y".
002140
002150 01  CM-SORT-EOF-SW              PIC X(01) VALUE "N".
002160     88  CM-SORT-EOF                        VALUE "Y".
002170
002180 01  CM-REF-LOAD-SW              PIC X(01) VALUE "N".
002190     88  CM-REF-LOAD-DONE                   VALUE "Y".
002200
002210 01  CM-DEPTS-LOADED-SW          PIC X(01) VALUE "N".
002220     88  CM-DEPTS-LOADED                    VALUE "Y".
002230
002240 01  CM-CARD-COUNT               PIC 9(04) COMP VALUE 0.
002250
002260 77  CM-DSEL-MAX                 PIC 9(04) COMP VALUE 50.
002270 77  CM-DSEL-USED                PIC 9(04) COMP VALUE 0.
002280 77  CM-DSEL-SUB                 PIC 9(04) COMP VALUE 0.
002290 77  CM-DSEL-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002300 01  CM-DSEL-TABLE.
002310     05  CM-DSEL-CODE            PIC X(04) OCCURS 50 TIMES.
002320
002330 77  CM-SSEL-USED                PIC 9(04) COMP VALUE 0.
002340 77  CM-SSEL-SUB                 PIC 9(04) COMP VALUE 0.
002350 77  CM-SSEL-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002360 01  CM-SSEL-TABLE.
002370     05  CM-SSEL-STATUS          PIC X(01) OCCURS 3 TIMES.
002380
002390 77  CM-DREF-MAX                 PIC 9(04) COMP VALUE 500.
002400 77  CM-DREF-USED                PIC 9(04) COMP VALUE 0.
002410 77  CM-DREF-SUB                 PIC 9(04) COMP VALUE 0.
002420 77  CM-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
002430 01  CM-DREF-TABLE.
002440     05  CM-DREF-CODE            PIC X(04) OCCURS 500 TIMES.
002450
002460 01  CM-CHECK-CODE               PIC X(04) VALUE SPACES.
002470 01  CM-CHECK-STATUS             PIC X(01) VALUE SPACE.
002480
002490 01  CM-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
002500 01  FILLER REDEFINES CM-CIPHER-KEY.
002510     05  CM-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
002520
002530 01  CM-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
002540 01  FILLER REDEFINES CM-SSN-PLAIN.
002550     05  CM-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
002560
002570 01  CM-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
002580 01  FILLER REDEFINES CM-SSN-CRYPT.
002590     05  CM-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
002600
002610 77  CM-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
002620 77  CM-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
002630
002640 01  CM-MASKED-SSN               PIC X(11) VALUE SPACES.
002650 01  CM-EXC-CLASS                PIC X(22) VALUE SPACES.
002660 01  CM-EXC-NAME                 PIC X(30) VALUE SPACES.
002670 01  CM-EXC-DEPT                 PIC X(04) VALUE SPACES.
002680
002690*    The last person mailed - the day's feed can carry the same
002700*    person twice (terminated, reinstated and terminated again).
002710 01  CM-LAST-SSNUM               PIC 9(09) VALUE ZEROS.
002720 01  CM-FIRST-SW                 PIC X(01) VALUE "Y".
002730     88  CM-FIRST-RECORD                    VALUE "Y".
002740
002750*    The name as it is addressed: first name, initial, last.
002760 01  CM-LABEL-NAME               PIC X(40) VALUE SPACES.
002770 01  CM-LABEL-CITY               PIC X(40) VALUE SPACES.
002780 01  CM-LABEL-LINE               PIC X(40) VALUE SPACES.
002790 77  CM-LABEL-LINES              PIC 9(04) COMP VALUE 6.
002800 77  CM-LINES-USED               PIC 9(04) COMP VALUE 0.
002810 77  CM-NAME-PTR                 PIC 9(04) COMP VALUE 0.
002820
002830 01  CM-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002840
002850 01  CM-COUNT-READ               PIC 9(08) COMP VALUE 0.
002860 01  CM-COUNT-TERM-ROWS          PIC 9(08) COMP VALUE 0.
002870 01  CM-COUNT-NOT-TERM           PIC 9(08) COMP VALUE 0.
002880 01  CM-COUNT-NOT-ON-MAST        PIC 9(08) COMP VALUE 0.
002890 01  CM-COUNT-SELECTED           PIC 9(08) COMP VALUE 0.
002900 01  CM-COUNT-NO-CONTACT         PIC 9(08) COMP VALUE 0.
002910 01  CM-COUNT-INCOMPLETE         PIC 9(08) COMP VALUE 0.
002920 01  CM-COUNT-DUPLICATE          PIC 9(08) COMP VALUE 0.
002930 01  CM-COUNT-MAILED             PIC 9(08) COMP VALUE 0.
002940 01  CM-COUNT-EXCEPTION          PIC 9(08) COMP VALUE 0.
002950 01  CM-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002960
002970 LINKAGE SECTION.
002980 01  CM-PROGRAM-PARM.
002990     05  CM-PARM-LEN             PIC S9(4) COMP.
003000     05  CM-PARM-RUN-MODE        PIC X(01).
003010
003020 PROCEDURE DIVISION USING CM-PROGRAM-PARM.
003030
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003060     SORT SORT-FILE
003070         ON ASCENDING KEY SR-POSTCODE SR-NAME SR-SSNUM
003080         INPUT PROCEDURE IS 3000-SELECT-PEOPLE THRU 3000-EXIT
003090         OUTPUT PROCEDURE IS 5000-WRITE-MAIL THRU 5000-EXIT
003100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT
003120     STOP RUN.
003130
003140 1000-INITIALIZE.
003150     IF CM-PARM-LEN > 0
003160         MOVE CM-PARM-RUN-MODE TO CM-RUN-MODE
003170     END-IF
003180     IF NOT CM-LABEL-MODE AND NOT CM-MERGE-MODE
003190         DISPLAY "CNTMAIL - PARM MUST BE L (LABELS) OR M "
003200             "(MERGE FILE) - ENDING"
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF
003240     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
003250     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
003260     PERFORM 1300-LOAD-DEPT-REF THRU 1300-EXIT
003270     PERFORM 1500-LOAD-PARM-CARDS THRU 1500-EXIT
003280     OPEN INPUT EMPLOYEE-MASTER
003290     IF NOT CM-EMPMAST-OK
003300         DISPLAY "CNTMAIL - CANNOT OPEN EMPMAST - STATUS "
003310             CM-EMPMAST-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN INPUT CONTACT-FILE
003360     IF NOT CM-CONTACT-OK
003370         DISPLAY "CNTMAIL - CANNOT OPEN CONTACT - STATUS "
003380             CM-CONTACT-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003420     IF CM-TERM-SELECT
003430         OPEN INPUT HR-EXTRACT
003440         IF NOT CM-HREXTR-OK
003450             DISPLAY "CNTMAIL - CANNOT OPEN HREXTRCT - STATUS "
003460                 CM-HREXTR-STATUS
003470             MOVE 16 TO RETURN-CODE
003480             STOP RUN
003490         END-IF
003500     END-IF
003510     OPEN OUTPUT MAIL-OUT
003520     IF NOT CM-OUT-OK
003530         DISPLAY "CNTMAIL - CANNOT OPEN MAILOUT - STATUS "
003540             CM-OUT-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     OPEN OUTPUT MAIL-RPT
003590     PERFORM 1800-WRITE-HEADINGS THRU 1800-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620
003630 1200-LOAD-CIPHER-KEY.
003640     OPEN INPUT CIPH-KEY
003650     IF NOT CM-CIPHKEY-OK
003660         DISPLAY "CNTMAIL - CANNOT OPEN CIPHKEY - STATUS "
003670             CM-CIPHKEY-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF
003710     READ CIPH-KEY
003720         AT END
003730             MOVE SPACES TO CK-KEY-DIGITS
003740     END-READ
003750     CLOSE CIPH-KEY
003760     IF CK-KEY-DIGITS NOT NUMERIC
003770         DISPLAY "CNTMAIL - CIPHKEY EMPTY OR NOT NUMERIC"
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF
003810     MOVE CK-KEY-DIGITS TO CM-CIPHER-KEY.
003820 1200-EXIT.
003830     EXIT.
003840
003850 1300-LOAD-DEPT-REF.
003860     MOVE 0 TO CM-DREF-USED
003870     MOVE "N" TO CM-REF-LOAD-SW
003880     OPEN INPUT DEPT-REF
003890     IF NOT CM-DEPTREF-OK
003900         DISPLAY "CNTMAIL - DEPTREF NOT AVAILABLE - DEPARTMENT "
003910             "CARDS NOT VALIDATED"
003920         GO TO 1300-EXIT
003930     END-IF
003940     PERFORM 1350-LOAD-ONE-REF THRU 1350-EXIT
003950         UNTIL CM-REF-LOAD-DONE
003960     CLOSE DEPT-REF
003970     IF CM-DREF-USED > 0
003980         SET CM-DEPTS-LOADED TO TRUE
003990     END-IF.
004000 1300-EXIT.
004010     EXIT.
004020
004030 1350-LOAD-ONE-REF.
004040     READ DEPT-REF
004050         AT END
004060             SET CM-REF-LOAD-DONE TO TRUE
004070         NOT AT END
004080             IF CM-DREF-USED < CM-DREF-MAX
004090                 ADD 1 TO CM-DREF-USED
004100                 MOVE DF-DEPT-CODE TO
004110                     CM-DREF-CODE (CM-DREF-USED)
004120             END-IF
004130     END-READ.
004140 1350-EXIT.
004150     EXIT.
004160
004170****************************************************************
004180*    1500 - PARAMETER CARDS.  EVERY CARD IS CHECKED BEFORE ANY
004190*    FILE IS READ: NO CARDS AT ALL, A DEPARTMENT NOT ON
004200*    DEPTREF, A STATUS OTHER THAN A/T/L, A CARD REPEATED, A T
004210*    CARD WITH S CARDS, OR A CARD OF NO KNOWN TYPE ALL FAIL THE
004220*    RUN (RC 16) - THE SAME RULE PAYADJ AND DEPTMOVE KEEP.
004230****************************************************************
004240 1500-LOAD-PARM-CARDS.
004250     MOVE 0 TO CM-CARD-COUNT
004260     MOVE 0 TO CM-DSEL-USED
004270     MOVE 0 TO CM-SSEL-USED
004280     MOVE "N" TO CM-PARM-BAD-SW
004290     MOVE "N" TO CM-TERM-SW
004300     OPEN INPUT MAIL-PARM
004310     IF NOT CM-PARM-OK
004320         DISPLAY "CNTMAIL - CANNOT OPEN MAILPRM - STATUS "
004330             CM-PARM-STATUS
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF
004370     PERFORM 1550-LOAD-ONE-CARD THRU 1550-EXIT
004380         UNTIL CM-PARM-EOF
004390     CLOSE MAIL-PARM
004400     IF CM-CARD-COUNT = 0
004410         DISPLAY "CNTMAIL - NO SELECTION CARDS - NOTHING TO DO"
004420         SET CM-PARM-BAD TO TRUE
004430     END-IF
004440     IF CM-TERM-SELECT
004450         AND CM-SSEL-USED > 0
004460         DISPLAY "CNTMAIL - A T CARD CANNOT BE COMBINED WITH "
004470             "S CARDS"
004480         SET CM-PARM-BAD TO TRUE
004490     END-IF
004500     IF CM-PARM-BAD
004510         DISPLAY "CNTMAIL - BAD PARAMETER CARD(S) - RUN "
004520             "ENDED, NOTHING WRITTEN"
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560 1500-EXIT.
004570     EXIT.
004580
004590 1550-LOAD-ONE-CARD.
004600     READ MAIL-PARM
004610         AT END
004620             SET CM-PARM-EOF TO TRUE
004630             GO TO 1550-EXIT
004640     END-READ
004650     IF MAIL-PARM-RECORD = SPACES
004660         GO TO 1550-EXIT
004670     END-IF
004680     ADD 1 TO CM-CARD-COUNT
004690     EVALUATE TRUE
004700         WHEN MP-DEPT-CARD
004710             PERFORM 1560-LOAD-DEPT-CARD THRU 1560-EXIT
004720         WHEN MP-STATUS-CARD
004730             PERFORM 1570-LOAD-STATUS-CARD THRU 1570-EXIT
004740         WHEN MP-TERM-CARD
004750             IF CM-TERM-SELECT
004760                 DISPLAY "CNTMAIL - MORE THAN ONE T CARD"
004770                 SET CM-PARM-BAD TO TRUE
004780             END-IF
004790             SET CM-TERM-SELECT TO TRUE
004800         WHEN OTHER
004810             DISPLAY "CNTMAIL - UNKNOWN CARD TYPE " MP-CARD-TYPE
004820             SET CM-PARM-BAD TO TRUE
004830     END-EVALUATE.
004840 1550-EXIT.
004850     EXIT.
004860
004870 1560-LOAD-DEPT-CARD.
004880     IF MP-SEL-DEPT = SPACES
004890         DISPLAY "CNTMAIL - BLANK DEPARTMENT ON D CARD"
004900         SET CM-PARM-BAD TO TRUE
004910         GO TO 1560-EXIT
004920     END-IF
004930     MOVE MP-SEL-DEPT TO CM-CHECK-CODE
004940     PERFORM 1590-CHECK-DREF THRU 1590-EXIT
004950     IF CM-DEPTS-LOADED
004960         AND CM-DREF-FOUND-SUB = 0
004970         DISPLAY "CNTMAIL - DEPARTMENT " MP-SEL-DEPT
004980             " IS NOT ON DEPTREF"
004990         SET CM-PARM-BAD TO TRUE
005000         GO TO 1560-EXIT
005010     END-IF
005020     PERFORM 3250-MATCH-DEPT-SEL THRU 3250-EXIT
005030     IF CM-DSEL-FOUND-SUB > 0
005040         DISPLAY "CNTMAIL - DEPARTMENT " MP-SEL-DEPT
005050             " APPEARS ON TWO CARDS"
005060         SET CM-PARM-BAD TO TRUE
005070         GO TO 1560-EXIT
005080     END-IF
005090     IF CM-DSEL-USED >= CM-DSEL-MAX
005100         DISPLAY "CNTMAIL - TOO MANY DEPARTMENT CARDS - LIMIT "
005110             "IS 50"
005120         SET CM-PARM-BAD TO TRUE
005130         GO TO 1560-EXIT
005140     END-IF
005150     ADD 1 TO CM-DSEL-USED
005160     MOVE MP-SEL-DEPT TO CM-DSEL-CODE (CM-DSEL-USED).
005170 1560-EXIT.
005180     EXIT.
005190
005200 1570-LOAD-STATUS-CARD.
005210     IF NOT MP-STATUS-VALID
005220         DISPLAY "CNTMAIL - STATUS MUST BE A, T OR L - "
005230             MP-SEL-STATUS
005240         SET CM-PARM-BAD TO TRUE
005250         GO TO 1570-EXIT
005260     END-IF
005270     MOVE MP-SEL-STATUS TO CM-CHECK-STATUS
005280     PERFORM 3260-MATCH-STATUS-SEL THRU 3260-EXIT
005290     IF CM-SSEL-FOUND-SUB > 0
005300         DISPLAY "CNTMAIL - STATUS " MP-SEL-STATUS
005310             " APPEARS ON TWO CARDS"
005320         SET CM-PARM-BAD TO TRUE
005330         GO TO 1570-EXIT
005340     END-IF
005350     ADD 1 TO CM-SSEL-USED
005360     MOVE MP-SEL-STATUS TO CM-SSEL-STATUS (CM-SSEL-USED).
005370 1570-EXIT.
005380     EXIT.
005390
005400 1590-CHECK-DREF.
005410     MOVE 0 TO CM-DREF-FOUND-SUB
005420     PERFORM 1595-MATCH-ONE-DREF THRU 1595-EXIT
005430         VARYING CM-DREF-SUB FROM 1 BY 1
005440         UNTIL CM-DREF-SUB > CM-DREF-USED
005450             OR CM-DREF-FOUND-SUB > 0.
005460 1590-EXIT.
005470     EXIT.
005480
005490 1595-MATCH-ONE-DREF.
005500     IF CM-DREF-CODE (CM-DREF-SUB) = CM-CHECK-CODE
005510         MOVE CM-DREF-SUB TO CM-DREF-FOUND-SUB
005520     END-IF.
005530 1595-EXIT.
005540     EXIT.
005550
005560 1800-WRITE-HEADINGS.
005570     MOVE SPACES TO MAIL-RPT-RECORD
005580     IF CM-LABEL-MODE
005590         STRING "CNTMAIL - MAILING LABELS - RUN "
005600             DELIMITED BY SIZE
005610             CM-RUN-DATE DELIMITED BY SIZE
005620             INTO MAIL-RPT-RECORD
005630         END-STRING
005640     ELSE
005650         STRING "CNTMAIL - MAIL-MERGE FILE - RUN "
005660             DELIMITED BY SIZE
005670             CM-RUN-DATE DELIMITED BY SIZE
005680             INTO MAIL-RPT-RECORD
005690         END-STRING
005700     END-IF
005710     WRITE MAIL-RPT-RECORD
005720     MOVE SPACES TO MAIL-RPT-RECORD
005730     WRITE MAIL-RPT-RECORD
005740     IF CM-TERM-SELECT
005750         MOVE "SELECTION    TODAY'S TERMINATIONS (HREXTRCT)"
005760             TO MAIL-RPT-RECORD
005770         WRITE MAIL-RPT-RECORD
005780     END-IF
005790     MOVE SPACES TO MAIL-RPT-RECORD
005800     IF CM-DSEL-USED = 0
005810         MOVE "DEPARTMENTS  ALL" TO MAIL-RPT-RECORD
005820         WRITE MAIL-RPT-RECORD
005830     ELSE
005840         PERFORM 1810-WRITE-ONE-DEPT-SEL THRU 1810-EXIT
005850             VARYING CM-DSEL-SUB FROM 1 BY 1
005860             UNTIL CM-DSEL-SUB > CM-DSEL-USED
005870     END-IF
005880     MOVE SPACES TO MAIL-RPT-RECORD
005890     IF CM-SSEL-USED = 0
005900         IF NOT CM-TERM-SELECT
005910             MOVE "STATUSES     ALL" TO MAIL-RPT-RECORD
005920             WRITE MAIL-RPT-RECORD
005930         END-IF
005940     ELSE
005950         PERFORM 1820-WRITE-ONE-STATUS-SEL THRU 1820-EXIT
005960             VARYING CM-SSEL-SUB FROM 1 BY 1
005970             UNTIL CM-SSEL-SUB > CM-SSEL-USED
005980     END-IF
005990     MOVE SPACES TO MAIL-RPT-RECORD
006000     WRITE MAIL-RPT-RECORD
006010     MOVE "NOT MAILED" TO MAIL-RPT-RECORD (1:10)
006020     MOVE "SSN" TO MAIL-RPT-RECORD (24:3)
006030     MOVE "NAME" TO MAIL-RPT-RECORD (36:4)
006040     MOVE "DEPT" TO MAIL-RPT-RECORD (67:4)
006050     WRITE MAIL-RPT-RECORD
006060     MOVE SPACES TO MAIL-RPT-RECORD
006070     WRITE MAIL-RPT-RECORD
006080     IF CM-MERGE-MODE
006090         MOVE SPACES TO MAIL-OUT-RECORD
006100         STRING "NAME,ADDRESS LINE 1,ADDRESS LINE 2,CITY,STATE,"
006110             "POSTCODE,DEPT"
006120             DELIMITED BY SIZE
006130             INTO MAIL-OUT-RECORD
006140         END-STRING
006150         WRITE MAIL-OUT-RECORD
006160     END-IF.
006170 1800-EXIT.
006180     EXIT.
006190
006200 1810-WRITE-ONE-DEPT-SEL.
006210     MOVE SPACES TO MAIL-RPT-RECORD
006220     MOVE "DEPARTMENT" TO MAIL-RPT-RECORD (1:10)
006230     MOVE CM-DSEL-CODE (CM-DSEL-SUB) TO MAIL-RPT-RECORD (14:4)
006240     WRITE MAIL-RPT-RECORD.
006250 1810-EXIT.
006260     EXIT.
006270
006280 1820-WRITE-ONE-STATUS-SEL.
006290     MOVE SPACES TO MAIL-RPT-RECORD
006300     MOVE "STATUS" TO MAIL-RPT-RECORD (1:6)
006310     MOVE CM-SSEL-STATUS (CM-SSEL-SUB) TO MAIL-RPT-RECORD (14:1)
006320     WRITE MAIL-RPT-RECORD.
006330 1820-EXIT.
006340     EXIT.
006350
006360****************************************************************
006370*    3000 - SORT INPUT.  EITHER ONE PASS OF THE MASTER, OR ONE
006380*    PASS OF THE DAY'S HR FEED LOOKING EACH TERMINATION UP ON
006390*    THE MASTER.  EVERYONE SELECTED IS LOOKED UP ON CONTACT;
006400*    THOSE WHO CANNOT BE MAILED ARE LISTED HERE, THE REST GO TO
006410*    THE SORT.
006420****************************************************************
006430 3000-SELECT-PEOPLE.
006440     MOVE "N" TO CM-INPUT-EOF-SW
006450     IF CM-TERM-SELECT
006460         PERFORM 3400-SELECT-ONE-TERMINATION THRU 3400-EXIT
006470             UNTIL CM-INPUT-EOF
006480         GO TO 3000-EXIT
006490     END-IF
006500     MOVE LOW-VALUES TO EM-SSNUM
006510     START EMPLOYEE-MASTER KEY IS >= EM-SSNUM
006520         INVALID KEY
006530             SET CM-INPUT-EOF TO TRUE
006540     END-START
006550     IF NOT CM-EMPMAST-READ-OK
006560         SET CM-INPUT-EOF TO TRUE
006570     END-IF
006580     PERFORM 3200-SELECT-ONE-RECORD THRU 3200-EXIT
006590         UNTIL CM-INPUT-EOF.
006600 3000-EXIT.
006610     EXIT.
006620
006630 3200-SELECT-ONE-RECORD.
006640     READ EMPLOYEE-MASTER NEXT RECORD
006650         AT END
006660             SET CM-INPUT-EOF TO TRUE
006670     END-READ
006680     IF NOT CM-EMPMAST-READ-OK
006690         SET CM-INPUT-EOF TO TRUE
006700     END-IF
006710     IF CM-INPUT-EOF
006720         GO TO 3200-EXIT
006730     END-IF
006740     ADD 1 TO CM-COUNT-READ
006750     IF CM-SSEL-USED > 0
006760         MOVE EM-STATUS TO CM-CHECK-STATUS
006770         PERFORM 3260-MATCH-STATUS-SEL THRU 3260-EXIT
006780         IF CM-SSEL-FOUND-SUB = 0
006790             GO TO 3200-EXIT
006800         END-IF
006810     END-IF
006820     IF CM-DSEL-USED > 0
006830         MOVE EM-DEPT-CODE TO CM-CHECK-CODE
006840         PERFORM 3250-MATCH-DEPT-SEL THRU 3250-EXIT
006850         IF CM-DSEL-FOUND-SUB = 0
006860             GO TO 3200-EXIT
006870         END-IF
006880     END-IF
006890     MOVE EM-SSNUM TO CM-SSN-CRYPT
006900     PERFORM 6000-DECIPHER-SSN THRU 6000-EXIT
006910     PERFORM 3300-RELEASE-ONE THRU 3300-EXIT.
006920 3200-EXIT.
006930     EXIT.
006940
006950 3250-MATCH-DEPT-SEL.
006960     MOVE 0 TO CM-DSEL-FOUND-SUB
006970     PERFORM 3255-MATCH-ONE-DEPT THRU 3255-EXIT
006980         VARYING CM-DSEL-SUB FROM 1 BY 1
006990         UNTIL CM-DSEL-SUB > CM-DSEL-USED
007000             OR CM-DSEL-FOUND-SUB > 0.
007010 3250-EXIT.
007020     EXIT.
007030
007040 3255-MATCH-ONE-DEPT.
007050     IF CM-DSEL-CODE (CM-DSEL-SUB) = CM-CHECK-CODE
007060         MOVE CM-DSEL-SUB TO CM-DSEL-FOUND-SUB
007070     END-IF.
007080 3255-EXIT.
007090     EXIT.
007100
007110 3260-MATCH-STATUS-SEL.
007120     MOVE 0 TO CM-SSEL-FOUND-SUB
007130     PERFORM 3265-MATCH-ONE-STATUS THRU 3265-EXIT
007140         VARYING CM-SSEL-SUB FROM 1 BY 1
007150         UNTIL CM-SSEL-SUB > CM-SSEL-USED
007160             OR CM-SSEL-FOUND-SUB > 0.
007170 3260-EXIT.
007180     EXIT.
007190
007200 3265-MATCH-ONE-STATUS.
007210     IF CM-SSEL-STATUS (CM-SSEL-SUB) = CM-CHECK-STATUS
007220         MOVE CM-SSEL-SUB TO CM-SSEL-FOUND-SUB
007230     END-IF.
007240 3265-EXIT.
007250     EXIT.
007260
007270****************************************************************
007280*    3300 - ONE PERSON SELECTED, MASTER RECORD IN THE RECORD
007290*    AREA AND CLEAR SSN IN CM-SSN-PLAIN.  NO CONTACT RECORD, OR
007300*    AN ADDRESS WITHOUT LINE 1, CITY OR POSTCODE, IS LISTED;
007310*    ANYONE ELSE GOES TO THE SORT.
007320****************************************************************
007330 3300-RELEASE-ONE.
007340     ADD 1 TO CM-COUNT-SELECTED
007350     PERFORM 6100-BUILD-MASKED-SSN THRU 6100-EXIT
007360     MOVE EM-NAME TO CM-EXC-NAME
007370     MOVE EM-DEPT-CODE TO CM-EXC-DEPT
007380     MOVE EM-SSNUM TO CN-SSNUM
007390     READ CONTACT-FILE
007400         INVALID KEY
007410             ADD 1 TO CM-COUNT-NO-CONTACT
007420             MOVE "NO CONTACT RECORD" TO CM-EXC-CLASS
007430             PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
007440             GO TO 3300-EXIT
007450     END-READ
007460     IF CN-ADDR-LINE-1 = SPACES
007470         OR CN-CITY = SPACES
007480         OR CN-POSTCODE = SPACES
007490         ADD 1 TO CM-COUNT-INCOMPLETE
007500         MOVE "ADDRESS INCOMPLETE" TO CM-EXC-CLASS
007510         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
007520         GO TO 3300-EXIT
007530     END-IF
007540     MOVE CN-POSTCODE TO SR-POSTCODE
007550     MOVE EM-NAME TO SR-NAME
007560     MOVE EM-SSNUM TO SR-SSNUM
007570     MOVE EM-DEPT-CODE TO SR-DEPT-CODE
007580     MOVE CN-ADDR-LINE-1 TO SR-ADDR-LINE-1
007590     MOVE CN-ADDR-LINE-2 TO SR-ADDR-LINE-2
007600     MOVE CN-CITY TO SR-CITY
007610     MOVE CN-STATE TO SR-STATE
007620     RELEASE SORT-RECORD.
007630 3300-EXIT.
007640     EXIT.
007650
007660****************************************************************
007670*    3400 - ONE HR FEED ROW.  ONLY ACTION-T ROWS COUNT.  THE
007680*    FEED CARRIES THE CLEAR SSN, SO IT IS ENCIPHERED TO READ
007690*    THE MASTER; SOMEONE REINSTATED LATER THE SAME DAY (NO
007700*    LONGER TERMINATED ON THE MASTER) IS COUNTED AND SKIPPED.
007710*    THE DEPARTMENT TEST USES THE MASTER, AS A MASTER PASS
007720*    WOULD.
007730****************************************************************
007740 3400-SELECT-ONE-TERMINATION.
007750     READ HR-EXTRACT
007760         AT END
007770             SET CM-INPUT-EOF TO TRUE
007780             GO TO 3400-EXIT
007790     END-READ
007800     ADD 1 TO CM-COUNT-READ
007810     IF NOT HE-ACT-TERMINATE
007820         GO TO 3400-EXIT
007830     END-IF
007840     ADD 1 TO CM-COUNT-TERM-ROWS
007850     IF HE-SSNUM NOT NUMERIC
007860         ADD 1 TO CM-COUNT-NOT-ON-MAST
007870         GO TO 3400-EXIT
007880     END-IF
007890     MOVE HE-SSNUM TO CM-SSN-PLAIN
007900     PERFORM 6200-ENCIPHER-SSN THRU 6200-EXIT
007910     MOVE CM-SSN-CRYPT TO EM-SSNUM
007920     READ EMPLOYEE-MASTER
007930         INVALID KEY
007940             ADD 1 TO CM-COUNT-NOT-ON-MAST
007950             GO TO 3400-EXIT
007960     END-READ
007970     IF NOT EM-TERMINATED
007980         ADD 1 TO CM-COUNT-NOT-TERM
007990         GO TO 3400-EXIT
008000     END-IF
008010     IF CM-DSEL-USED > 0
008020         MOVE EM-DEPT-CODE TO CM-CHECK-CODE
008030         PERFORM 3250-MATCH-DEPT-SEL THRU 3250-EXIT
008040         IF CM-DSEL-FOUND-SUB = 0
008050             GO TO 3400-EXIT
008060         END-IF
008070     END-IF
008080     PERFORM 3300-RELEASE-ONE THRU 3300-EXIT.
008090 3400-EXIT.
008100     EXIT.
008110
008120****************************************************************
008130*    5000 - SORT OUTPUT.  ONE LABEL OR ONE MERGE ROW PER
008140*    PERSON, IN POSTCODE ORDER.  THE SAME PERSON TWICE (ONLY
008150*    POSSIBLE FROM THE HR FEED) IS MAILED ONCE.
008160****************************************************************
008170 5000-WRITE-MAIL.
008180     MOVE "N" TO CM-SORT-EOF-SW
008190     MOVE "Y" TO CM-FIRST-SW
008200     PERFORM 5100-WRITE-ONE-PERSON THRU 5100-EXIT
008210         UNTIL CM-SORT-EOF.
008220 5000-EXIT.
008230     EXIT.
008240
008250 5100-WRITE-ONE-PERSON.
008260     RETURN SORT-FILE
008270         AT END
008280             SET CM-SORT-EOF TO TRUE
008290             GO TO 5100-EXIT
008300     END-RETURN
008310     IF NOT CM-FIRST-RECORD
008320         AND SR-SSNUM = CM-LAST-SSNUM
008330         ADD 1 TO CM-COUNT-DUPLICATE
008340         GO TO 5100-EXIT
008350     END-IF
008360     MOVE "N" TO CM-FIRST-SW
008370     MOVE SR-SSNUM TO CM-LAST-SSNUM
008380     PERFORM 5200-BUILD-NAME THRU 5200-EXIT
008390     IF CM-LABEL-MODE
008400         PERFORM 5300-WRITE-LABEL THRU 5300-EXIT
008410     ELSE
008420         PERFORM 5400-WRITE-MERGE-ROW THRU 5400-EXIT
008430     END-IF
008440     ADD 1 TO CM-COUNT-MAILED.
008450 5100-EXIT.
008460     EXIT.
008470
008480****************************************************************
008490*    5200 - THE NAME AS ADDRESSED.  EM-NAME HOLDS LAST (15),
008500*    FIRST (12) AND MIDDLE INITIAL (1); EACH PART ENDS AT ITS
008510*    FIRST DOUBLE SPACE SO "VAN DYKE" STAYS WHOLE.
008520****************************************************************
008530 5200-BUILD-NAME.
008540     MOVE SPACES TO CM-LABEL-NAME
008550     MOVE 1 TO CM-NAME-PTR
008560     IF SR-NAME (16:12) NOT = SPACES
008570         STRING SR-NAME (16:12) DELIMITED BY "  "
008580             " "                DELIMITED BY SIZE
008590             INTO CM-LABEL-NAME
008600             WITH POINTER CM-NAME-PTR
008610         END-STRING
008620     END-IF
008630     IF SR-NAME (28:1) NOT = SPACE
008640         STRING SR-NAME (28:1)  DELIMITED BY SIZE
008650             " "                DELIMITED BY SIZE
008660             INTO CM-LABEL-NAME
008670             WITH POINTER CM-NAME-PTR
008680         END-STRING
008690     END-IF
008700     STRING SR-NAME (1:15)      DELIMITED BY "  "
008710         INTO CM-LABEL-NAME
008720         WITH POINTER CM-NAME-PTR
008730     END-STRING.
008740 5200-EXIT.
008750     EXIT.
008760
008770****************************************************************
008780*    5300 - ONE LABEL: NAME, ADDRESS LINES, CITY LINE, THEN
008790*    BLANK LINES UP TO CM-LABEL-LINES SO EVERY LABEL STARTS ON
008800*    THE SAME LINE OF THE STOCK.  A BLANK SECOND ADDRESS LINE
008810*    IS CLOSED UP.
008820****************************************************************
008830 5300-WRITE-LABEL.
008840     MOVE 0 TO CM-LINES-USED
008850     MOVE CM-LABEL-NAME TO CM-LABEL-LINE
008860     PERFORM 5350-WRITE-LABEL-LINE THRU 5350-EXIT
008870     MOVE SR-ADDR-LINE-1 TO CM-LABEL-LINE
008880     PERFORM 5350-WRITE-LABEL-LINE THRU 5350-EXIT
008890     IF SR-ADDR-LINE-2 NOT = SPACES
008900         MOVE SR-ADDR-LINE-2 TO CM-LABEL-LINE
008910         PERFORM 5350-WRITE-LABEL-LINE THRU 5350-EXIT
008920     END-IF
008930     MOVE SPACES TO CM-LABEL-CITY
008940     STRING SR-CITY             DELIMITED BY "  "
008950         " "                    DELIMITED BY SIZE
008960         SR-STATE               DELIMITED BY SPACE
008970         "  "                   DELIMITED BY SIZE
008980         SR-POSTCODE            DELIMITED BY SIZE
008990         INTO CM-LABEL-CITY
009000     END-STRING
009010     MOVE CM-LABEL-CITY TO CM-LABEL-LINE
009020     PERFORM 5350-WRITE-LABEL-LINE THRU 5350-EXIT
009030     MOVE SPACES TO CM-LABEL-LINE
009040     PERFORM 5350-WRITE-LABEL-LINE THRU 5350-EXIT
009050         UNTIL CM-LINES-USED >= CM-LABEL-LINES.
009060 5300-EXIT.
009070     EXIT.
009080
009090 5350-WRITE-LABEL-LINE.
009100     MOVE SPACES TO MAIL-OUT-RECORD
009110     MOVE CM-LABEL-LINE TO MAIL-OUT-RECORD (1:40)
009120     WRITE MAIL-OUT-RECORD
009130     ADD 1 TO CM-LINES-USED.
009140 5350-EXIT.
009150     EXIT.
009160
009170****************************************************************
009180*    5400 - ONE MERGE ROW, FIXED-WIDTH FIELDS BETWEEN COMMAS AS
009190*    COBOLTUT'S 2090 EXPORT WRITES THEM.  A COMMA KEYED INSIDE
009200*    AN ADDRESS WOULD SPLIT THE FIELD, SO IT BECOMES A SPACE.
009210****************************************************************
009220 5400-WRITE-MERGE-ROW.
009230     INSPECT CM-LABEL-NAME REPLACING ALL "," BY SPACE
009240     INSPECT SR-ADDR-LINE-1 REPLACING ALL "," BY SPACE
009250     INSPECT SR-ADDR-LINE-2 REPLACING ALL "," BY SPACE
009260     INSPECT SR-CITY REPLACING ALL "," BY SPACE
009270     INSPECT SR-POSTCODE REPLACING ALL "," BY SPACE
009280     MOVE SPACES TO MAIL-OUT-RECORD
009290     STRING CM-LABEL-NAME       DELIMITED BY SIZE
009300         ","                    DELIMITED BY SIZE
009310         SR-ADDR-LINE-1         DELIMITED BY SIZE
009320         ","                    DELIMITED BY SIZE
009330         SR-ADDR-LINE-2         DELIMITED BY SIZE
009340         ","                    DELIMITED BY SIZE
009350         SR-CITY                DELIMITED BY SIZE
009360         ","                    DELIMITED BY SIZE
009370         SR-STATE               DELIMITED BY SIZE
009380         ","                    DELIMITED BY SIZE
009390         SR-POSTCODE            DELIMITED BY SIZE
009400         ","                    DELIMITED BY SIZE
009410         SR-DEPT-CODE           DELIMITED BY SIZE
009420         INTO MAIL-OUT-RECORD
009430     END-STRING
009440     WRITE MAIL-OUT-RECORD.
009450 5400-EXIT.
009460     EXIT.
009470
009480 6000-DECIPHER-SSN.
009490     PERFORM 6010-DECIPHER-ONE-DIGIT THRU 6010-EXIT
009500         VARYING CM-CIPHER-SUB FROM 1 BY 1
009510         UNTIL CM-CIPHER-SUB > 9.
009520 6000-EXIT.
009530     EXIT.
009540
009550 6010-DECIPHER-ONE-DIGIT.
009560     COMPUTE CM-CIPHER-WORK = CM-CRYPT-DIGIT (CM-CIPHER-SUB)
009570         - CM-KEY-DIGIT (CM-CIPHER-SUB)
009580     IF CM-CIPHER-WORK < 0
009590         ADD 10 TO CM-CIPHER-WORK
009600     END-IF
009610     MOVE CM-CIPHER-WORK TO CM-PLAIN-DIGIT (CM-CIPHER-SUB).
009620 6010-EXIT.
009630     EXIT.
009640
009650 6100-BUILD-MASKED-SSN.
009660     MOVE SPACES TO CM-MASKED-SSN
009670     STRING "XXX-XX-"          DELIMITED BY SIZE
009680         CM-SSN-PLAIN (6:4)    DELIMITED BY SIZE
009690         INTO CM-MASKED-SSN
009700     END-STRING.
009710 6100-EXIT.
009720     EXIT.
009730
009740*    Same digit-wise cipher as coboltut's 2400-ENCRYPT-SSN.
009750 6200-ENCIPHER-SSN.
009760     PERFORM 6210-ENCIPHER-ONE-DIGIT THRU 6210-EXIT
009770         VARYING CM-CIPHER-SUB FROM 1 BY 1
009780         UNTIL CM-CIPHER-SUB > 9.
009790 6200-EXIT.
009800     EXIT.
009810
009820 6210-ENCIPHER-ONE-DIGIT.
009830     COMPUTE CM-CIPHER-WORK = CM-PLAIN-DIGIT (CM-CIPHER-SUB)
009840         + CM-KEY-DIGIT (CM-CIPHER-SUB)
009850     IF CM-CIPHER-WORK > 9
009860         SUBTRACT 10 FROM CM-CIPHER-WORK
009870     END-IF
009880     MOVE CM-CIPHER-WORK TO CM-CRYPT-DIGIT (CM-CIPHER-SUB).
009890 6210-EXIT.
009900     EXIT.
009910
009920 6500-WRITE-EXCEPTION.
009930     ADD 1 TO CM-COUNT-EXCEPTION
009940     MOVE SPACES TO MAIL-RPT-RECORD
009950     MOVE CM-EXC-CLASS TO MAIL-RPT-RECORD (1:22)
009960     MOVE CM-MASKED-SSN TO MAIL-RPT-RECORD (24:11)
009970     MOVE CM-EXC-NAME TO MAIL-RPT-RECORD (36:30)
009980     MOVE CM-EXC-DEPT TO MAIL-RPT-RECORD (67:4)
009990     WRITE MAIL-RPT-RECORD.
010000 6500-EXIT.
010010     EXIT.
010020
010030 8000-WRITE-TOTALS.
010040     IF CM-COUNT-EXCEPTION = 0
010050         MOVE SPACES TO MAIL-RPT-RECORD
010060         MOVE "NONE - EVERYONE SELECTED WAS MAILED"
010070             TO MAIL-RPT-RECORD
010080         WRITE MAIL-RPT-RECORD
010090     END-IF
010100     MOVE SPACES TO MAIL-RPT-RECORD
010110     WRITE MAIL-RPT-RECORD
010120     MOVE CM-COUNT-READ TO CM-COUNT-ED
010130     MOVE SPACES TO MAIL-RPT-RECORD
010140     IF CM-TERM-SELECT
010150         STRING "HR FEED ROWS READ  . . . . . . "
010160             DELIMITED BY SIZE
010170             CM-COUNT-ED DELIMITED BY SIZE
010180             INTO MAIL-RPT-RECORD
010190         END-STRING
010200     ELSE
010210         STRING "MASTER RECORDS READ  . . . . . "
010220             DELIMITED BY SIZE
010230             CM-COUNT-ED DELIMITED BY SIZE
010240             INTO MAIL-RPT-RECORD
010250         END-STRING
010260     END-IF
010270     WRITE MAIL-RPT-RECORD
010280     IF CM-TERM-SELECT
010290         MOVE CM-COUNT-TERM-ROWS TO CM-COUNT-ED
010300         MOVE SPACES TO MAIL-RPT-RECORD
010310         STRING "TERMINATION ROWS . . . . . . . "
010320             DELIMITED BY SIZE
010330             CM-COUNT-ED DELIMITED BY SIZE
010340             INTO MAIL-RPT-RECORD
010350         END-STRING
010360         WRITE MAIL-RPT-RECORD
010370         MOVE CM-COUNT-NOT-TERM TO CM-COUNT-ED
010380         MOVE SPACES TO MAIL-RPT-RECORD
010390         STRING "  NO LONGER TERMINATED . . . . "
010400             DELIMITED BY SIZE
010410             CM-COUNT-ED DELIMITED BY SIZE
010420             INTO MAIL-RPT-RECORD
010430         END-STRING
010440         WRITE MAIL-RPT-RECORD
010450         MOVE CM-COUNT-NOT-ON-MAST TO CM-COUNT-ED
010460         MOVE SPACES TO MAIL-RPT-RECORD
010470         STRING "  NOT ON THE MASTER  . . . . . "
010480             DELIMITED BY SIZE
010490             CM-COUNT-ED DELIMITED BY SIZE
010500             INTO MAIL-RPT-RECORD
010510         END-STRING
010520         WRITE MAIL-RPT-RECORD
010530     END-IF
010540     MOVE CM-COUNT-SELECTED TO CM-COUNT-ED
010550     MOVE SPACES TO MAIL-RPT-RECORD
010560     STRING "SELECTED BY THE CARDS  . . . . " DELIMITED BY SIZE
010570         CM-COUNT-ED DELIMITED BY SIZE
010580         INTO MAIL-RPT-RECORD
010590     END-STRING
010600     WRITE MAIL-RPT-RECORD
010610     MOVE CM-COUNT-NO-CONTACT TO CM-COUNT-ED
010620     MOVE SPACES TO MAIL-RPT-RECORD
010630     STRING "  NO CONTACT RECORD  . . . . . " DELIMITED BY SIZE
010640         CM-COUNT-ED DELIMITED BY SIZE
010650         INTO MAIL-RPT-RECORD
010660     END-STRING
010670     WRITE MAIL-RPT-RECORD
010680     MOVE CM-COUNT-INCOMPLETE TO CM-COUNT-ED
010690     MOVE SPACES TO MAIL-RPT-RECORD
010700     STRING "  ADDRESS INCOMPLETE . . . . . " DELIMITED BY SIZE
010710         CM-COUNT-ED DELIMITED BY SIZE
010720         INTO MAIL-RPT-RECORD
010730     END-STRING
010740     WRITE MAIL-RPT-RECORD
010750     IF CM-TERM-SELECT
010760         MOVE CM-COUNT-DUPLICATE TO CM-COUNT-ED
010770         MOVE SPACES TO MAIL-RPT-RECORD
010780         STRING "  SAME PERSON AGAIN  . . . . . "
010790             DELIMITED BY SIZE
010800             CM-COUNT-ED DELIMITED BY SIZE
010810             INTO MAIL-RPT-RECORD
010820         END-STRING
010830         WRITE MAIL-RPT-RECORD
010840     END-IF
010850     MOVE CM-COUNT-MAILED TO CM-COUNT-ED
010860     MOVE SPACES TO MAIL-RPT-RECORD
010870     IF CM-LABEL-MODE
010880         STRING "LABELS WRITTEN . . . . . . . . "
010890             DELIMITED BY SIZE
010900             CM-COUNT-ED DELIMITED BY SIZE
010910             INTO MAIL-RPT-RECORD
010920         END-STRING
010930     ELSE
010940         STRING "MERGE ROWS WRITTEN . . . . . . "
010950             DELIMITED BY SIZE
010960             CM-COUNT-ED DELIMITED BY SIZE
010970             INTO MAIL-RPT-RECORD
010980         END-STRING
010990     END-IF
011000     WRITE MAIL-RPT-RECORD
011010     IF CM-COUNT-EXCEPTION > 0
011020         MOVE 4 TO RETURN-CODE
011030     END-IF.
011040 8000-EXIT.
011050     EXIT.
011060
011070 9000-TERMINATE.
011080     CLOSE EMPLOYEE-MASTER
011090     CLOSE CONTACT-FILE
011100     IF CM-TERM-SELECT
011110         CLOSE HR-EXTRACT
011120     END-IF
011130     CLOSE MAIL-OUT
011140     CLOSE MAIL-RPT.
011150 9000-EXIT.
011160     EXIT.
