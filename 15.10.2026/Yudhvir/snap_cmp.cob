000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNAPCMP.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* SNAPCMP - PERIOD-TO-PERIOD MOVEMENT REPORT.
000070*
000080*    Compares two EMPSNAP generations - SNAPOLD (the earlier)
000090*    and SNAPNEW (the later) - and lists on MOVERPT every person
000100*    who, between the two snapshot dates:
000110*        JOINED    on the later snapshot only,
000120*        LEFT      on the earlier snapshot only,
000130*        DEPT      changed department,
000140*        STATUS    changed status (a termination or leave shows
000150*                  here - the master never deletes a record),
000160*        PAY       changed grade or salary on the current
000170*                  position row.
000180*    One person can carry several lines.  The lines are sorted
000190*    into department order (the later department for joiners
000200*    and transfers, the earlier one for leavers), then name.
000210*
000220*    The report closes with a movement table per department:
000230*        OPENING + JOINED - LEFT + XFER IN - XFER OUT = CLOSING
000240*    where OPENING and CLOSING are the department's records on
000250*    each snapshot, so the columns total to the two snapshot
000260*    record counts.  Each snapshot's own trailer count is
000270*    checked against the rows actually read, and any
000280*    department whose line does not foot is starred.
000290*
000300*    Both snapshots are in enciphered-key order, so the
000310*    comparison is a straight sequential match - no table of
000320*    people and no cipher key needed.  Snapshots taken under
000330*    different cipher keys share no keys at all; that case is
000340*    called out rather than reported as everyone leaving and
000350*    rejoining.
000360*
000370*    Return codes: 0 clean; 8 when a snapshot is incomplete,
000380*    out of sequence, the totals do not tie or the snapshots
000390*    have no SSN in common; 16 when a file cannot be opened or
000400*    is not a snapshot, or SNAPOLD is later than SNAPNEW.
000410*
000420* MODIFICATION HISTORY
000430*    15 OCT 2026  YR  Initial version.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SNAP-OLD ASSIGN TO "SNAPOLD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SC-OLD-STATUS.
000510     SELECT SNAP-NEW ASSIGN TO "SNAPNEW"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SC-NEW-STATUS.
000540     SELECT DEPT-REF ASSIGN TO "DEPTREF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SC-DEPTREF-STATUS.
000570     SELECT MOVE-RPT ASSIGN TO "MOVERPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SC-RPT-STATUS.
000600     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    Both inputs use the EMPSNAP row layout (120 bytes).
000650 FD  SNAP-OLD.
000660 01  SNAP-OLD-RECORD.
000670     05  SO-REC-TYPE             PIC X(01).
000680         88  SO-HEADER                      VALUE "H".
000690         88  SO-DETAIL                      VALUE "D".
000700         88  SO-TRAILER                     VALUE "T".
000710     05  SO-DETAIL-AREA.
000720         10  SO-SSNUM            PIC X(09).
000730         10  SO-SSN-SERIAL       PIC X(04).
000740         10  SO-NAME             PIC X(30).
000750         10  SO-ENTRY-DATE       PIC 9(08).
000760         10  SO-STATUS           PIC X(01).
000770         10  SO-STATUS-DATE      PIC 9(08).
000780         10  SO-DEPT-CODE        PIC X(04).
000790         10  SO-POSN-SW          PIC X(01).
000800         10  SO-EFF-DATE         PIC 9(08).
000810         10  SO-JOB-TITLE        PIC X(20).
000820         10  SO-GRADE            PIC X(02).
000830         10  SO-SALARY           PIC 9(07)V99.
000840         10  FILLER              PIC X(15).
000850     05  SO-HEADER-AREA REDEFINES SO-DETAIL-AREA.
000860         10  SO-SNAP-DATE        PIC 9(08).
000870         10  FILLER              PIC X(111).
000880     05  SO-TRAILER-AREA REDEFINES SO-DETAIL-AREA.
000890         10  FILLER              PIC X(08).
000900         10  SO-RECORD-COUNT     PIC 9(08).
000910         10  FILLER              PIC X(103).
000920
000930 FD  SNAP-NEW.
000940 01  SNAP-NEW-RECORD.
000950     05  SW-REC-TYPE             PIC X(01).
000960         88  SW-HEADER                      VALUE "H".
000970         88  SW-DETAIL                      VALUE "D".
000980         88  SW-TRAILER                     VALUE "T".
000990     05  SW-DETAIL-AREA.
001000         10  SW-SSNUM            PIC X(09).
001010         10  SW-SSN-SERIAL       PIC X(04).
001020         10  SW-NAME             PIC X(30).
001030         10  SW-ENTRY-DATE       PIC 9(08).
001040         10  SW-STATUS           PIC X(01).
001050         10  SW-STATUS-DATE      PIC 9(08).
001060         10  SW-DEPT-CODE        PIC X(04).
001070         10  SW-POSN-SW          PIC X(01).
001080         10  SW-EFF-DATE         PIC 9(08).
001090         10  SW-JOB-TITLE        PIC X(20).
001100         10  SW-GRADE            PIC X(02).
001110         10  SW-SALARY           PIC 9(07)V99.
001120         10  FILLER              PIC X(15).
001130     05  SW-HEADER-AREA REDEFINES SW-DETAIL-AREA.
001140         10  SW-SNAP-DATE        PIC 9(08).
001150         10  FILLER              PIC X(111).
001160     05  SW-TRAILER-AREA REDEFINES SW-DETAIL-AREA.
001170         10  FILLER              PIC X(08).
001180         10  SW-RECORD-COUNT     PIC 9(08).
001190         10  FILLER              PIC X(103).
001200
001210 FD  DEPT-REF.
001220 01  DEPT-REF-RECORD.
001230     05  DF-DEPT-CODE            PIC X(04).
001240     05  DF-DEPT-NAME            PIC X(30).
001250     05  FILLER                  PIC X(46).
001260
001270 FD  MOVE-RPT.
001280 01  MOVE-RPT-RECORD             PIC X(100).
001290
001300*    One movement line, keyed department then name.  The
001310*    arrival number keeps one person's lines in the order
001320*    they were found (DEPT, STATUS, PAY).
001330 SD  SORT-FILE.
001340 01  SORT-RECORD.
001350     05  SR-DEPT-CODE            PIC X(04).
001360     05  SR-NAME                 PIC X(30).
001370     05  SR-SEQ                  PIC 9(08).
001380     05  SR-LINE                 PIC X(100).
001390
001400 WORKING-STORAGE SECTION.
001410 01  SC-OLD-STATUS               PIC X(02) VALUE SPACES.
001420     88  SC-OLD-OK                          VALUE "00".
001430
001440 01  SC-NEW-STATUS               PIC X(02) VALUE SPACES.
001450     88  SC-NEW-OK                          VALUE "00".
001460
001470 01  SC-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
001480     88  SC-DEPTREF-OK                      VALUE "00".
001490
001500 01  SC-RPT-STATUS               PIC X(02) VALUE SPACES.
001510
001520 01  SC-OLD-EOF-SW               PIC X(01) VALUE "N".
001530     88  SC-OLD-EOF                         VALUE "Y".
001540
001550 01  SC-NEW-EOF-SW               PIC X(01) VALUE "N".
001560     88  SC-NEW-EOF                         VALUE "Y".
001570
001580 01  SC-OLD-TRL-SW               PIC X(01) VALUE "N".
001590     88  SC-OLD-TRL-SEEN                    VALUE "Y".
001600
001610 01  SC-NEW-TRL-SW               PIC X(01) VALUE "N".
001620     88  SC-NEW-TRL-SEEN                    VALUE "Y".
001630
001640 01  SC-REF-LOAD-SW              PIC X(01) VALUE "N".
001650     88  SC-REF-LOAD-DONE                   VALUE "Y".
001660
001670 01  SC-SORT-EOF-SW              PIC X(01) VALUE "N".
001680     88  SC-SORT-EOF                        VALUE "Y".
001690
001700 01  SC-OUT-OF-BAL-SW            PIC X(01) VALUE "N".
001710     88  SC-OUT-OF-BALANCE                  VALUE "Y".
001720
001730*    Match keys - HIGH-VALUES once a file is exhausted, so the
001740*    other side drains through the normal compare.
001750 01  SC-OLD-KEY                  PIC X(09) VALUE LOW-VALUES.
001760 01  SC-NEW-KEY                  PIC X(09) VALUE LOW-VALUES.
001770 01  SC-OLD-PREV-KEY             PIC X(09) VALUE LOW-VALUES.
001780 01  SC-NEW-PREV-KEY             PIC X(09) VALUE LOW-VALUES.
001790
001800 01  SC-OLD-DATE                 PIC 9(08) VALUE ZEROS.
001810 01  SC-NEW-DATE                 PIC 9(08) VALUE ZEROS.
001820 01  SC-OLD-TRL-COUNT            PIC 9(08) VALUE ZEROS.
001830 01  SC-NEW-TRL-COUNT            PIC 9(08) VALUE ZEROS.
001840
001850 77  SC-DEPT-MAX                 PIC 9(04) COMP VALUE 500.
001860 77  SC-DEPT-USED                PIC 9(04) COMP VALUE 0.
001870 77  SC-DEPT-SUB                 PIC 9(04) COMP VALUE 0.
001880 77  SC-FOUND-SUB                PIC 9(04) COMP VALUE 0.
001890
001900 77  SC-DREF-MAX                 PIC 9(04) COMP VALUE 500.
001910 77  SC-DREF-USED                PIC 9(04) COMP VALUE 0.
001920 77  SC-DREF-SUB                 PIC 9(04) COMP VALUE 0.
001930 77  SC-DREF-FOUND-SUB           PIC 9(04) COMP VALUE 0.
001940
001950 01  SC-DREF-TABLE.
001960     05  SC-DREF-ENTRY OCCURS 500 TIMES.
001970         10  SC-RF-CODE          PIC X(04).
001980         10  SC-RF-NAME          PIC X(30).
001990
002000*    Movement per department.  Filled in first-seen order and
002010*    printed in that order after a sort-free ascending pass
002020*    (8100 picks the lowest unprinted code each time).
002030 01  SC-DEPT-TABLE.
002040     05  SC-DEPT-ENTRY OCCURS 500 TIMES.
002050         10  SC-DT-CODE          PIC X(04).
002060         10  SC-DT-OPENING       PIC 9(07) COMP.
002070         10  SC-DT-JOINED        PIC 9(07) COMP.
002080         10  SC-DT-LEFT          PIC 9(07) COMP.
002090         10  SC-DT-XFER-IN       PIC 9(07) COMP.
002100         10  SC-DT-XFER-OUT      PIC 9(07) COMP.
002110         10  SC-DT-CLOSING       PIC 9(07) COMP.
002120         10  SC-DT-PRINTED       PIC X(01).
002130
002140 01  SC-DEPT-CODE                PIC X(04) VALUE SPACES.
002150 01  SC-DEPT-NAME                PIC X(30) VALUE SPACES.
002160 01  SC-PRINT-DEPT               PIC X(04) VALUE LOW-VALUES.
002170 01  SC-LOW-CODE                 PIC X(04) VALUE SPACES.
002180 77  SC-LOW-SUB                  PIC 9(04) COMP VALUE 0.
002190 77  SC-PRINT-COUNT              PIC 9(04) COMP VALUE 0.
002200
002210 01  SC-CALC                     PIC S9(09) COMP VALUE 0.
002220
002230 01  SC-SEQ                      PIC 9(08) VALUE ZEROS.
002240 01  SC-MASKED-SSN               PIC X(11) VALUE SPACES.
002250 01  SC-DETAIL                   PIC X(46) VALUE SPACES.
002260 01  SC-MOVE-TYPE                PIC X(10) VALUE SPACES.
002270 01  SC-STATUS-CODE              PIC X(01) VALUE SPACE.
002280 01  SC-STATUS-WORD              PIC X(10) VALUE SPACES.
002290 01  SC-STATUS-WORD-2            PIC X(10) VALUE SPACES.
002300
002310 01  SC-COUNT-OLD-READ           PIC 9(08) COMP VALUE 0.
002320 01  SC-COUNT-NEW-READ           PIC 9(08) COMP VALUE 0.
002330 01  SC-COUNT-MATCHED            PIC 9(08) COMP VALUE 0.
002340 01  SC-COUNT-JOINED             PIC 9(08) COMP VALUE 0.
002350 01  SC-COUNT-LEFT               PIC 9(08) COMP VALUE 0.
002360 01  SC-COUNT-XFER               PIC 9(08) COMP VALUE 0.
002370 01  SC-COUNT-STATUS             PIC 9(08) COMP VALUE 0.
002380 01  SC-COUNT-PAY                PIC 9(08) COMP VALUE 0.
002390 01  SC-COUNT-SEQ-ERR            PIC 9(08) COMP VALUE 0.
002400 01  SC-COUNT-DEPT-OVFL          PIC 9(08) COMP VALUE 0.
002410
002420 01  SC-TOT-OPENING              PIC 9(08) COMP VALUE 0.
002430 01  SC-TOT-JOINED               PIC 9(08) COMP VALUE 0.
002440 01  SC-TOT-LEFT                 PIC 9(08) COMP VALUE 0.
002450 01  SC-TOT-XFER-IN              PIC 9(08) COMP VALUE 0.
002460 01  SC-TOT-XFER-OUT             PIC 9(08) COMP VALUE 0.
002470 01  SC-TOT-CLOSING              PIC 9(08) COMP VALUE 0.
002480
002490 01  SC-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002500 01  SC-COL-ED                   PIC ZZZ,ZZ9.
002510 01  SC-SALARY-ED                PIC Z,ZZZ,ZZ9.99.
002520 01  SC-SALARY-ED-2              PIC Z,ZZZ,ZZ9.99.
002530
002540 01  SC-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002550
002560 PROCEDURE DIVISION.
002570
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     SORT SORT-FILE
002610         ON ASCENDING KEY SR-DEPT-CODE SR-NAME SR-SEQ
002620         INPUT PROCEDURE IS 3000-MATCH-SNAPSHOTS THRU 3000-EXIT
002630         OUTPUT PROCEDURE IS 5000-WRITE-MOVEMENTS THRU 5000-EXIT
002640     PERFORM 8000-WRITE-DEPT-TABLE THRU 8000-EXIT
002650     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT
002670     STOP RUN.
002680
002690 1000-INITIALIZE.
002700     OPEN INPUT SNAP-OLD
002710     IF NOT SC-OLD-OK
002720         DISPLAY "SNAPCMP - CANNOT OPEN SNAPOLD - STATUS "
002730             SC-OLD-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     OPEN INPUT SNAP-NEW
002780     IF NOT SC-NEW-OK
002790         DISPLAY "SNAPCMP - CANNOT OPEN SNAPNEW - STATUS "
002800             SC-NEW-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     READ SNAP-OLD
002850         AT END
002860             MOVE SPACES TO SNAP-OLD-RECORD
002870     END-READ
002880     IF NOT SO-HEADER
002890         DISPLAY "SNAPCMP - SNAPOLD IS NOT AN EMPSNAP GENERATION"
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     MOVE SO-SNAP-DATE TO SC-OLD-DATE
002940     READ SNAP-NEW
002950         AT END
002960             MOVE SPACES TO SNAP-NEW-RECORD
002970     END-READ
002980     IF NOT SW-HEADER
002990         DISPLAY "SNAPCMP - SNAPNEW IS NOT AN EMPSNAP GENERATION"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     MOVE SW-SNAP-DATE TO SC-NEW-DATE
003040     IF SC-OLD-DATE > SC-NEW-DATE
003050         DISPLAY "SNAPCMP - SNAPOLD (" SC-OLD-DATE
003060             ") IS LATER THAN SNAPNEW (" SC-NEW-DATE ")"
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100     OPEN OUTPUT MOVE-RPT
003110     PERFORM 1200-LOAD-DEPT-REF THRU 1200-EXIT
003120     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
003130     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160
003170 1200-LOAD-DEPT-REF.
003180     MOVE 0 TO SC-DREF-USED
003190     MOVE "N" TO SC-REF-LOAD-SW
003200     OPEN INPUT DEPT-REF
003210     IF NOT SC-DEPTREF-OK
003220         DISPLAY "SNAPCMP - DEPTREF NOT AVAILABLE - NAMES "
003230             "WILL BE BLANK"
003240         GO TO 1200-EXIT
003250     END-IF
003260     PERFORM 1250-LOAD-ONE-REF THRU 1250-EXIT
003270         UNTIL SC-REF-LOAD-DONE
003280     CLOSE DEPT-REF.
003290 1200-EXIT.
003300     EXIT.
003310
003320 1250-LOAD-ONE-REF.
003330     READ DEPT-REF
003340         AT END
003350             SET SC-REF-LOAD-DONE TO TRUE
003360         NOT AT END
003370             IF SC-DREF-USED < SC-DREF-MAX
003380                 ADD 1 TO SC-DREF-USED
003390                 MOVE DF-DEPT-CODE TO
003400                     SC-RF-CODE (SC-DREF-USED)
003410                 MOVE DF-DEPT-NAME TO
003420                     SC-RF-NAME (SC-DREF-USED)
003430             END-IF
003440     END-READ.
003450 1250-EXIT.
003460     EXIT.
003470
003480 1300-WRITE-HEADINGS.
003490     MOVE SPACES TO MOVE-RPT-RECORD
003500     STRING "SNAPCMP - MOVEMENT BETWEEN SNAPSHOTS OF "
003510         DELIMITED BY SIZE
003520         SC-OLD-DATE DELIMITED BY SIZE
003530         " AND " DELIMITED BY SIZE
003540         SC-NEW-DATE DELIMITED BY SIZE
003550         " - RUN " DELIMITED BY SIZE
003560         SC-RUN-DATE DELIMITED BY SIZE
003570         INTO MOVE-RPT-RECORD
003580     END-STRING
003590     WRITE MOVE-RPT-RECORD
003600     MOVE SPACES TO MOVE-RPT-RECORD
003610     WRITE MOVE-RPT-RECORD
003620     MOVE SPACES TO MOVE-RPT-RECORD
003630     MOVE "MOVEMENT"  TO MOVE-RPT-RECORD (1:8)
003640     MOVE "SSN"       TO MOVE-RPT-RECORD (12:3)
003650     MOVE "NAME"      TO MOVE-RPT-RECORD (24:4)
003660     MOVE "DETAIL"    TO MOVE-RPT-RECORD (55:6)
003670     WRITE MOVE-RPT-RECORD.
003680 1300-EXIT.
003690     EXIT.
003700
003710****************************************************************
003720*    3000 - SEQUENTIAL MATCH OF THE TWO SNAPSHOTS ON THE
003730*    ENCIPHERED SSN.  EVERY ROW READ COUNTS TOWARD ITS
003740*    DEPARTMENT'S OPENING (SNAPOLD) OR CLOSING (SNAPNEW) FIGURE;
003750*    EVERY DIFFERENCE IS RELEASED TO THE SORT AS A REPORT LINE.
003760****************************************************************
003770 3000-MATCH-SNAPSHOTS.
003780     PERFORM 3100-READ-OLD THRU 3100-EXIT
003790     PERFORM 3150-READ-NEW THRU 3150-EXIT
003800     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
003810         UNTIL SC-OLD-EOF AND SC-NEW-EOF.
003820 3000-EXIT.
003830     EXIT.
003840
003850****************************************************************
003860*    3100/3150 - NEXT DETAIL ROW.  THE TRAILER ENDS THE FILE AND
003870*    ITS COUNT IS KEPT FOR THE TIE-OUT; PHYSICAL END OF FILE
003880*    WITHOUT ONE MEANS A SHORT SNAPSHOT.  A KEY NOT ABOVE THE
003890*    ONE BEFORE IT IS COUNTED AS A SEQUENCE ERROR AND SKIPPED,
003900*    SINCE THE MATCH DEPENDS ON ASCENDING ORDER.
003910****************************************************************
003920 3100-READ-OLD.
003930     READ SNAP-OLD
003940         AT END
003950             SET SC-OLD-EOF TO TRUE
003960             MOVE HIGH-VALUES TO SC-OLD-KEY
003970             GO TO 3100-EXIT
003980     END-READ
003990     IF SO-TRAILER
004000         SET SC-OLD-TRL-SEEN TO TRUE
004010         MOVE SO-RECORD-COUNT TO SC-OLD-TRL-COUNT
004020         SET SC-OLD-EOF TO TRUE
004030         MOVE HIGH-VALUES TO SC-OLD-KEY
004040         GO TO 3100-EXIT
004050     END-IF
004060     IF NOT SO-DETAIL
004070         OR SO-SSNUM NOT > SC-OLD-PREV-KEY
004080         ADD 1 TO SC-COUNT-SEQ-ERR
004090         DISPLAY "SNAPCMP - SNAPOLD ROW OUT OF SEQUENCE - SKIPPED"
004100         GO TO 3100-READ-OLD
004110     END-IF
004120     ADD 1 TO SC-COUNT-OLD-READ
004130     MOVE SO-SSNUM TO SC-OLD-KEY
004140     MOVE SO-SSNUM TO SC-OLD-PREV-KEY
004150     MOVE SO-DEPT-CODE TO SC-DEPT-CODE
004160     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
004170     IF SC-FOUND-SUB > 0
004180         ADD 1 TO SC-DT-OPENING (SC-FOUND-SUB)
004190     END-IF.
004200 3100-EXIT.
004210     EXIT.
004220
004230 3150-READ-NEW.
004240     READ SNAP-NEW
004250         AT END
004260             SET SC-NEW-EOF TO TRUE
004270             MOVE HIGH-VALUES TO SC-NEW-KEY
004280             GO TO 3150-EXIT
004290     END-READ
004300     IF SW-TRAILER
004310         SET SC-NEW-TRL-SEEN TO TRUE
004320         MOVE SW-RECORD-COUNT TO SC-NEW-TRL-COUNT
004330         SET SC-NEW-EOF TO TRUE
004340         MOVE HIGH-VALUES TO SC-NEW-KEY
004350         GO TO 3150-EXIT
004360     END-IF
004370     IF NOT SW-DETAIL
004380         OR SW-SSNUM NOT > SC-NEW-PREV-KEY
004390         ADD 1 TO SC-COUNT-SEQ-ERR
004400         DISPLAY "SNAPCMP - SNAPNEW ROW OUT OF SEQUENCE - SKIPPED"
004410         GO TO 3150-READ-NEW
004420     END-IF
004430     ADD 1 TO SC-COUNT-NEW-READ
004440     MOVE SW-SSNUM TO SC-NEW-KEY
004450     MOVE SW-SSNUM TO SC-NEW-PREV-KEY
004460     MOVE SW-DEPT-CODE TO SC-DEPT-CODE
004470     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
004480     IF SC-FOUND-SUB > 0
004490         ADD 1 TO SC-DT-CLOSING (SC-FOUND-SUB)
004500     END-IF.
004510 3150-EXIT.
004520     EXIT.
004530
004540 3200-MATCH-ONE.
004550     EVALUATE TRUE
004560         WHEN SC-OLD-KEY < SC-NEW-KEY
004570             PERFORM 3300-RELEASE-LEFT THRU 3300-EXIT
004580             PERFORM 3100-READ-OLD THRU 3100-EXIT
004590         WHEN SC-OLD-KEY > SC-NEW-KEY
004600             PERFORM 3350-RELEASE-JOINED THRU 3350-EXIT
004610             PERFORM 3150-READ-NEW THRU 3150-EXIT
004620         WHEN OTHER
004630             ADD 1 TO SC-COUNT-MATCHED
004640             PERFORM 3400-COMPARE-PAIR THRU 3400-EXIT
004650             PERFORM 3100-READ-OLD THRU 3100-EXIT
004660             PERFORM 3150-READ-NEW THRU 3150-EXIT
004670     END-EVALUATE.
004680 3200-EXIT.
004690     EXIT.
004700
004710 3300-RELEASE-LEFT.
004720     ADD 1 TO SC-COUNT-LEFT
004730     MOVE SO-DEPT-CODE TO SC-DEPT-CODE
004740     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
004750     IF SC-FOUND-SUB > 0
004760         ADD 1 TO SC-DT-LEFT (SC-FOUND-SUB)
004770     END-IF
004780     MOVE "LEFT" TO SC-MOVE-TYPE
004790     MOVE SO-STATUS TO SC-STATUS-CODE
004800     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
004810     MOVE SPACES TO SC-DETAIL
004820     STRING "FROM " DELIMITED BY SIZE
004830         SO-DEPT-CODE DELIMITED BY SIZE
004840         "  " DELIMITED BY SIZE
004850         SC-STATUS-WORD DELIMITED BY SPACE
004860         INTO SC-DETAIL
004870     END-STRING
004880     MOVE SO-SSN-SERIAL TO SC-MASKED-SSN (8:4)
004890     MOVE SO-DEPT-CODE TO SR-DEPT-CODE
004900     MOVE SO-NAME TO SR-NAME
004910     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
004920 3300-EXIT.
004930     EXIT.
004940
004950 3350-RELEASE-JOINED.
004960     ADD 1 TO SC-COUNT-JOINED
004970     MOVE SW-DEPT-CODE TO SC-DEPT-CODE
004980     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
004990     IF SC-FOUND-SUB > 0
005000         ADD 1 TO SC-DT-JOINED (SC-FOUND-SUB)
005010     END-IF
005020     MOVE "JOINED" TO SC-MOVE-TYPE
005030     MOVE SW-STATUS TO SC-STATUS-CODE
005040     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
005050     MOVE SPACES TO SC-DETAIL
005060     IF SW-POSN-SW = "Y"
005070         MOVE SW-SALARY TO SC-SALARY-ED
005080         STRING "INTO " DELIMITED BY SIZE
005090             SW-DEPT-CODE DELIMITED BY SIZE
005100             "  " DELIMITED BY SIZE
005110             SC-STATUS-WORD DELIMITED BY SPACE
005120             "  GR " DELIMITED BY SIZE
005130             SW-GRADE DELIMITED BY SIZE
005140             " " DELIMITED BY SIZE
005150             SC-SALARY-ED DELIMITED BY SIZE
005160             INTO SC-DETAIL
005170         END-STRING
005180     ELSE
005190         STRING "INTO " DELIMITED BY SIZE
005200             SW-DEPT-CODE DELIMITED BY SIZE
005210             "  " DELIMITED BY SIZE
005220             SC-STATUS-WORD DELIMITED BY SPACE
005230             "  NO POSITION ROW" DELIMITED BY SIZE
005240             INTO SC-DETAIL
005250         END-STRING
005260     END-IF
005270     MOVE SW-SSN-SERIAL TO SC-MASKED-SSN (8:4)
005280     MOVE SW-DEPT-CODE TO SR-DEPT-CODE
005290     MOVE SW-NAME TO SR-NAME
005300     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
005310 3350-EXIT.
005320     EXIT.
005330
005340****************************************************************
005350*    3400 - SAME PERSON ON BOTH SNAPSHOTS.  ONE LINE PER KIND OF
005360*    CHANGE, ALL FILED UNDER THE LATER DEPARTMENT AND NAME.
005370****************************************************************
005380 3400-COMPARE-PAIR.
005390     MOVE SW-SSN-SERIAL TO SC-MASKED-SSN (8:4)
005400     MOVE SW-DEPT-CODE TO SR-DEPT-CODE
005410     MOVE SW-NAME TO SR-NAME
005420     IF SO-DEPT-CODE NOT = SW-DEPT-CODE
005430         PERFORM 3410-RELEASE-TRANSFER THRU 3410-EXIT
005440     END-IF
005450     IF SO-STATUS NOT = SW-STATUS
005460         PERFORM 3420-RELEASE-STATUS THRU 3420-EXIT
005470     END-IF
005480     IF SO-GRADE NOT = SW-GRADE
005490         OR SO-SALARY NOT = SW-SALARY
005500         PERFORM 3430-RELEASE-PAY THRU 3430-EXIT
005510     END-IF.
005520 3400-EXIT.
005530     EXIT.
005540
005550 3410-RELEASE-TRANSFER.
005560     ADD 1 TO SC-COUNT-XFER
005570     MOVE SO-DEPT-CODE TO SC-DEPT-CODE
005580     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
005590     IF SC-FOUND-SUB > 0
005600         ADD 1 TO SC-DT-XFER-OUT (SC-FOUND-SUB)
005610     END-IF
005620     MOVE SW-DEPT-CODE TO SC-DEPT-CODE
005630     PERFORM 3700-FIND-DEPT THRU 3700-EXIT
005640     IF SC-FOUND-SUB > 0
005650         ADD 1 TO SC-DT-XFER-IN (SC-FOUND-SUB)
005660     END-IF
005670     MOVE "DEPT" TO SC-MOVE-TYPE
005680     MOVE SPACES TO SC-DETAIL
005690     STRING SO-DEPT-CODE DELIMITED BY SIZE
005700         " -> " DELIMITED BY SIZE
005710         SW-DEPT-CODE DELIMITED BY SIZE
005720         INTO SC-DETAIL
005730     END-STRING
005740     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
005750 3410-EXIT.
005760     EXIT.
005770
005780 3420-RELEASE-STATUS.
005790     ADD 1 TO SC-COUNT-STATUS
005800     MOVE SO-STATUS TO SC-STATUS-CODE
005810     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
005820     MOVE SC-STATUS-WORD TO SC-STATUS-WORD-2
005830     MOVE SW-STATUS TO SC-STATUS-CODE
005840     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
005850     MOVE "STATUS" TO SC-MOVE-TYPE
005860     MOVE SPACES TO SC-DETAIL
005870     STRING SC-STATUS-WORD-2 DELIMITED BY SPACE
005880         " -> " DELIMITED BY SIZE
005890         SC-STATUS-WORD DELIMITED BY SPACE
005900         " ON " DELIMITED BY SIZE
005910         SW-STATUS-DATE DELIMITED BY SIZE
005920         INTO SC-DETAIL
005930     END-STRING
005940     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
005950 3420-EXIT.
005960     EXIT.
005970
005980 3430-RELEASE-PAY.
005990     ADD 1 TO SC-COUNT-PAY
006000     MOVE "PAY" TO SC-MOVE-TYPE
006010     MOVE SO-SALARY TO SC-SALARY-ED
006020     MOVE SW-SALARY TO SC-SALARY-ED-2
006030     MOVE SPACES TO SC-DETAIL
006040     STRING "GR " DELIMITED BY SIZE
006050         SO-GRADE DELIMITED BY SIZE
006060         " -> " DELIMITED BY SIZE
006070         SW-GRADE DELIMITED BY SIZE
006080         " " DELIMITED BY SIZE
006090         SC-SALARY-ED DELIMITED BY SIZE
006100         " ->" DELIMITED BY SIZE
006110         SC-SALARY-ED-2 DELIMITED BY SIZE
006120         INTO SC-DETAIL
006130     END-STRING
006140     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
006150 3430-EXIT.
006160     EXIT.
006170
006180****************************************************************
006190*    3700 - DEPARTMENT MOVEMENT SLOT FOR SC-DEPT-CODE, ADDED ON
006200*    FIRST SIGHT.  SC-FOUND-SUB IS ZERO ONLY IF THE TABLE IS
006210*    FULL, WHICH THROWS THE TIE-OUT AND IS REPORTED.
006220****************************************************************
006230 3700-FIND-DEPT.
006240     MOVE 0 TO SC-FOUND-SUB
006250     PERFORM 3750-MATCH-ONE-DEPT THRU 3750-EXIT
006260         VARYING SC-DEPT-SUB FROM 1 BY 1
006270         UNTIL SC-DEPT-SUB > SC-DEPT-USED
006280             OR SC-FOUND-SUB > 0
006290     IF SC-FOUND-SUB > 0
006300         GO TO 3700-EXIT
006310     END-IF
006320     IF SC-DEPT-USED < SC-DEPT-MAX
006330         ADD 1 TO SC-DEPT-USED
006340         MOVE SC-DEPT-USED TO SC-FOUND-SUB
006350         MOVE SC-DEPT-CODE TO SC-DT-CODE (SC-FOUND-SUB)
006360         MOVE 0 TO SC-DT-OPENING (SC-FOUND-SUB)
006370         MOVE 0 TO SC-DT-JOINED (SC-FOUND-SUB)
006380         MOVE 0 TO SC-DT-LEFT (SC-FOUND-SUB)
006390         MOVE 0 TO SC-DT-XFER-IN (SC-FOUND-SUB)
006400         MOVE 0 TO SC-DT-XFER-OUT (SC-FOUND-SUB)
006410         MOVE 0 TO SC-DT-CLOSING (SC-FOUND-SUB)
006420         MOVE "N" TO SC-DT-PRINTED (SC-FOUND-SUB)
006430     ELSE
006440         ADD 1 TO SC-COUNT-DEPT-OVFL
006450         DISPLAY "SNAPCMP - DEPT TABLE FULL - CODE "
006460             SC-DEPT-CODE " NOT TALLIED"
006470     END-IF.
006480 3700-EXIT.
006490     EXIT.
006500
006510 3750-MATCH-ONE-DEPT.
006520     IF SC-DT-CODE (SC-DEPT-SUB) = SC-DEPT-CODE
006530         MOVE SC-DEPT-SUB TO SC-FOUND-SUB
006540     END-IF.
006550 3750-EXIT.
006560     EXIT.
006570
006580 3900-RELEASE-LINE.
006590     MOVE "XXX-XX-" TO SC-MASKED-SSN (1:7)
006600     MOVE SPACES TO SR-LINE
006610     MOVE SC-MOVE-TYPE TO SR-LINE (1:10)
006620     MOVE SC-MASKED-SSN TO SR-LINE (12:11)
006630     MOVE SR-NAME TO SR-LINE (24:30)
006640     MOVE SC-DETAIL TO SR-LINE (55:46)
006650     ADD 1 TO SC-SEQ
006660     MOVE SC-SEQ TO SR-SEQ
006670     RELEASE SORT-RECORD.
006680 3900-EXIT.
006690     EXIT.
006700
006710 3950-STATUS-WORD.
006720     EVALUATE SC-STATUS-CODE
006730         WHEN "A"
006740             MOVE "ACTIVE" TO SC-STATUS-WORD
006750         WHEN "T"
006760             MOVE "TERMINATED" TO SC-STATUS-WORD
006770         WHEN "L"
006780             MOVE "LEAVE" TO SC-STATUS-WORD
006790         WHEN OTHER
006800             MOVE SPACES TO SC-STATUS-WORD
006810             STRING "STATUS-" DELIMITED BY SIZE
006820                 SC-STATUS-CODE DELIMITED BY SIZE
006830                 INTO SC-STATUS-WORD
006840             END-STRING
006850     END-EVALUATE.
006860 3950-EXIT.
006870     EXIT.
006880
006890****************************************************************
006900*    5000 - PRINT THE SORTED MOVEMENT LINES WITH A DEPARTMENT
006910*    HEADING (CODE AND DEPTREF NAME) AT EACH CHANGE OF CODE.
006920****************************************************************
006930 5000-WRITE-MOVEMENTS.
006940     MOVE LOW-VALUES TO SC-PRINT-DEPT
006950     PERFORM 5100-RETURN-ONE THRU 5100-EXIT
006960         UNTIL SC-SORT-EOF
006970     IF SC-PRINT-DEPT = LOW-VALUES
006980         MOVE SPACES TO MOVE-RPT-RECORD
006990         WRITE MOVE-RPT-RECORD
007000         MOVE "NO MOVEMENT BETWEEN THE TWO SNAPSHOTS"
007010             TO MOVE-RPT-RECORD
007020         WRITE MOVE-RPT-RECORD
007030     END-IF.
007040 5000-EXIT.
007050     EXIT.
007060
007070 5100-RETURN-ONE.
007080     RETURN SORT-FILE
007090         AT END
007100             SET SC-SORT-EOF TO TRUE
007110             GO TO 5100-EXIT
007120     END-RETURN
007130     IF SR-DEPT-CODE NOT = SC-PRINT-DEPT
007140         MOVE SR-DEPT-CODE TO SC-PRINT-DEPT
007150         MOVE SR-DEPT-CODE TO SC-DEPT-CODE
007160         PERFORM 8150-FIND-DEPT-NAME THRU 8150-EXIT
007170         MOVE SPACES TO MOVE-RPT-RECORD
007180         WRITE MOVE-RPT-RECORD
007190         MOVE SPACES TO MOVE-RPT-RECORD
007200         STRING "DEPT " DELIMITED BY SIZE
007210             SR-DEPT-CODE DELIMITED BY SIZE
007220             " " DELIMITED BY SIZE
007230             SC-DEPT-NAME DELIMITED BY SIZE
007240             INTO MOVE-RPT-RECORD
007250         END-STRING
007260         WRITE MOVE-RPT-RECORD
007270     END-IF
007280     MOVE SR-LINE TO MOVE-RPT-RECORD
007290     WRITE MOVE-RPT-RECORD.
007300 5100-EXIT.
007310     EXIT.
007320
007330****************************************************************
007340*    8000 - DEPARTMENT MOVEMENT TABLE IN CODE ORDER.  THE TABLE
007350*    IS SMALL, SO EACH PASS OF 8100 SIMPLY PICKS THE LOWEST
007360*    CODE NOT YET PRINTED.
007370****************************************************************
007380 8000-WRITE-DEPT-TABLE.
007390     MOVE SPACES TO MOVE-RPT-RECORD
007400     WRITE MOVE-RPT-RECORD
007410     WRITE MOVE-RPT-RECORD
007420     MOVE "MOVEMENT BY DEPARTMENT" TO MOVE-RPT-RECORD
007430     WRITE MOVE-RPT-RECORD
007440     MOVE SPACES TO MOVE-RPT-RECORD
007450     WRITE MOVE-RPT-RECORD
007460     MOVE SPACES TO MOVE-RPT-RECORD
007470     MOVE "DEPT NAME"   TO MOVE-RPT-RECORD (1:9)
007480     MOVE "OPENING"     TO MOVE-RPT-RECORD (38:7)
007490     MOVE "JOINED"      TO MOVE-RPT-RECORD (48:6)
007500     MOVE "LEFT"        TO MOVE-RPT-RECORD (59:4)
007510     MOVE "XFER IN"     TO MOVE-RPT-RECORD (65:7)
007520     MOVE "XFER OUT"    TO MOVE-RPT-RECORD (73:8)
007530     MOVE "CLOSING"     TO MOVE-RPT-RECORD (83:7)
007540     WRITE MOVE-RPT-RECORD
007550     MOVE 0 TO SC-PRINT-COUNT
007560     PERFORM 8100-WRITE-NEXT-DEPT THRU 8100-EXIT
007570         UNTIL SC-PRINT-COUNT >= SC-DEPT-USED
007580     MOVE SPACES TO MOVE-RPT-RECORD
007590     MOVE "TOTAL" TO MOVE-RPT-RECORD (1:5)
007600     MOVE SC-TOT-OPENING TO SC-COL-ED
007610     MOVE SC-COL-ED TO MOVE-RPT-RECORD (38:7)
007620     MOVE SC-TOT-JOINED TO SC-COL-ED
007630     MOVE SC-COL-ED TO MOVE-RPT-RECORD (47:7)
007640     MOVE SC-TOT-LEFT TO SC-COL-ED
007650     MOVE SC-COL-ED TO MOVE-RPT-RECORD (56:7)
007660     MOVE SC-TOT-XFER-IN TO SC-COL-ED
007670     MOVE SC-COL-ED TO MOVE-RPT-RECORD (65:7)
007680     MOVE SC-TOT-XFER-OUT TO SC-COL-ED
007690     MOVE SC-COL-ED TO MOVE-RPT-RECORD (74:7)
007700     MOVE SC-TOT-CLOSING TO SC-COL-ED
007710     MOVE SC-COL-ED TO MOVE-RPT-RECORD (83:7)
007720     WRITE MOVE-RPT-RECORD.
007730 8000-EXIT.
007740     EXIT.
007750
007760 8100-WRITE-NEXT-DEPT.
007770     MOVE 0 TO SC-LOW-SUB
007780     MOVE HIGH-VALUES TO SC-LOW-CODE
007790     PERFORM 8110-CHECK-ONE-LOW THRU 8110-EXIT
007800         VARYING SC-DEPT-SUB FROM 1 BY 1
007810         UNTIL SC-DEPT-SUB > SC-DEPT-USED
007820     ADD 1 TO SC-PRINT-COUNT
007830     IF SC-LOW-SUB = 0
007840         GO TO 8100-EXIT
007850     END-IF
007860     MOVE "Y" TO SC-DT-PRINTED (SC-LOW-SUB)
007870     MOVE SC-DT-CODE (SC-LOW-SUB) TO SC-DEPT-CODE
007880     PERFORM 8150-FIND-DEPT-NAME THRU 8150-EXIT
007890     MOVE SPACES TO MOVE-RPT-RECORD
007900     MOVE SC-DEPT-CODE TO MOVE-RPT-RECORD (1:4)
007910     MOVE SC-DEPT-NAME TO MOVE-RPT-RECORD (6:30)
007920     MOVE SC-DT-OPENING (SC-LOW-SUB) TO SC-COL-ED
007930     MOVE SC-COL-ED TO MOVE-RPT-RECORD (38:7)
007940     MOVE SC-DT-JOINED (SC-LOW-SUB) TO SC-COL-ED
007950     MOVE SC-COL-ED TO MOVE-RPT-RECORD (47:7)
007960     MOVE SC-DT-LEFT (SC-LOW-SUB) TO SC-COL-ED
007970     MOVE SC-COL-ED TO MOVE-RPT-RECORD (56:7)
007980     MOVE SC-DT-XFER-IN (SC-LOW-SUB) TO SC-COL-ED
007990     MOVE SC-COL-ED TO MOVE-RPT-RECORD (65:7)
008000     MOVE SC-DT-XFER-OUT (SC-LOW-SUB) TO SC-COL-ED
008010     MOVE SC-COL-ED TO MOVE-RPT-RECORD (74:7)
008020     MOVE SC-DT-CLOSING (SC-LOW-SUB) TO SC-COL-ED
008030     MOVE SC-COL-ED TO MOVE-RPT-RECORD (83:7)
008040     COMPUTE SC-CALC = SC-DT-OPENING (SC-LOW-SUB)
008050         + SC-DT-JOINED (SC-LOW-SUB)
008060         - SC-DT-LEFT (SC-LOW-SUB)
008070         + SC-DT-XFER-IN (SC-LOW-SUB)
008080         - SC-DT-XFER-OUT (SC-LOW-SUB)
008090     IF SC-CALC NOT = SC-DT-CLOSING (SC-LOW-SUB)
008100         MOVE "*" TO MOVE-RPT-RECORD (91:1)
008110         SET SC-OUT-OF-BALANCE TO TRUE
008120     END-IF
008130     WRITE MOVE-RPT-RECORD
008140     ADD SC-DT-OPENING (SC-LOW-SUB) TO SC-TOT-OPENING
008150     ADD SC-DT-JOINED (SC-LOW-SUB) TO SC-TOT-JOINED
008160     ADD SC-DT-LEFT (SC-LOW-SUB) TO SC-TOT-LEFT
008170     ADD SC-DT-XFER-IN (SC-LOW-SUB) TO SC-TOT-XFER-IN
008180     ADD SC-DT-XFER-OUT (SC-LOW-SUB) TO SC-TOT-XFER-OUT
008190     ADD SC-DT-CLOSING (SC-LOW-SUB) TO SC-TOT-CLOSING.
008200 8100-EXIT.
008210     EXIT.
008220
008230 8110-CHECK-ONE-LOW.
008240     IF SC-DT-PRINTED (SC-DEPT-SUB) = "N"
008250         AND SC-DT-CODE (SC-DEPT-SUB) < SC-LOW-CODE
008260         MOVE SC-DT-CODE (SC-DEPT-SUB) TO SC-LOW-CODE
008270         MOVE SC-DEPT-SUB TO SC-LOW-SUB
008280     END-IF.
008290 8110-EXIT.
008300     EXIT.
008310
008320 8150-FIND-DEPT-NAME.
008330     MOVE SPACES TO SC-DEPT-NAME
008340     IF SC-DEPT-CODE = SPACES
008350         MOVE "(NO DEPARTMENT CODE)" TO SC-DEPT-NAME
008360         GO TO 8150-EXIT
008370     END-IF
008380     MOVE 0 TO SC-DREF-FOUND-SUB
008390     PERFORM 8160-MATCH-ONE-REF THRU 8160-EXIT
008400         VARYING SC-DREF-SUB FROM 1 BY 1
008410         UNTIL SC-DREF-SUB > SC-DREF-USED
008420             OR SC-DREF-FOUND-SUB > 0
008430     IF SC-DREF-FOUND-SUB > 0
008440         MOVE SC-RF-NAME (SC-DREF-FOUND-SUB) TO SC-DEPT-NAME
008450     END-IF.
008460 8150-EXIT.
008470     EXIT.
008480
008490 8160-MATCH-ONE-REF.
008500     IF SC-RF-CODE (SC-DREF-SUB) = SC-DEPT-CODE
008510         MOVE SC-DREF-SUB TO SC-DREF-FOUND-SUB
008520     END-IF.
008530 8160-EXIT.
008540     EXIT.
008550
008560****************************************************************
008570*    8500 - MOVEMENT COUNTS AND THE TIE-OUT.  THE TABLE'S OPENING
008580*    AND CLOSING TOTALS MUST EQUAL THE ROWS READ, AND THE ROWS
008590*    READ MUST EQUAL EACH SNAPSHOT'S OWN TRAILER COUNT.
008600****************************************************************
008610 8500-WRITE-TOTALS.
008620     MOVE SPACES TO MOVE-RPT-RECORD
008630     WRITE MOVE-RPT-RECORD
008640     MOVE SC-COUNT-OLD-READ TO SC-COUNT-ED
008650     MOVE SPACES TO MOVE-RPT-RECORD
008660     STRING "RECORDS ON EARLIER SNAPSHOT  . " DELIMITED BY SIZE
008670         SC-COUNT-ED DELIMITED BY SIZE
008680         INTO MOVE-RPT-RECORD
008690     END-STRING
008700     WRITE MOVE-RPT-RECORD
008710     MOVE SC-COUNT-NEW-READ TO SC-COUNT-ED
008720     MOVE SPACES TO MOVE-RPT-RECORD
008730     STRING "RECORDS ON LATER SNAPSHOT  . . " DELIMITED BY SIZE
008740         SC-COUNT-ED DELIMITED BY SIZE
008750         INTO MOVE-RPT-RECORD
008760     END-STRING
008770     WRITE MOVE-RPT-RECORD
008780     MOVE SC-COUNT-MATCHED TO SC-COUNT-ED
008790     MOVE SPACES TO MOVE-RPT-RECORD
008800     STRING "ON BOTH SNAPSHOTS  . . . . . . " DELIMITED BY SIZE
008810         SC-COUNT-ED DELIMITED BY SIZE
008820         INTO MOVE-RPT-RECORD
008830     END-STRING
008840     WRITE MOVE-RPT-RECORD
008850     MOVE SC-COUNT-JOINED TO SC-COUNT-ED
008860     MOVE SPACES TO MOVE-RPT-RECORD
008870     STRING "JOINED . . . . . . . . . . . . " DELIMITED BY SIZE
008880         SC-COUNT-ED DELIMITED BY SIZE
008890         INTO MOVE-RPT-RECORD
008900     END-STRING
008910     WRITE MOVE-RPT-RECORD
008920     MOVE SC-COUNT-LEFT TO SC-COUNT-ED
008930     MOVE SPACES TO MOVE-RPT-RECORD
008940     STRING "LEFT . . . . . . . . . . . . . " DELIMITED BY SIZE
008950         SC-COUNT-ED DELIMITED BY SIZE
008960         INTO MOVE-RPT-RECORD
008970     END-STRING
008980     WRITE MOVE-RPT-RECORD
008990     MOVE SC-COUNT-XFER TO SC-COUNT-ED
009000     MOVE SPACES TO MOVE-RPT-RECORD
009010     STRING "DEPARTMENT CHANGES . . . . . . " DELIMITED BY SIZE
009020         SC-COUNT-ED DELIMITED BY SIZE
009030         INTO MOVE-RPT-RECORD
009040     END-STRING
009050     WRITE MOVE-RPT-RECORD
009060     MOVE SC-COUNT-STATUS TO SC-COUNT-ED
009070     MOVE SPACES TO MOVE-RPT-RECORD
009080     STRING "STATUS CHANGES . . . . . . . . " DELIMITED BY SIZE
009090         SC-COUNT-ED DELIMITED BY SIZE
009100         INTO MOVE-RPT-RECORD
009110     END-STRING
009120     WRITE MOVE-RPT-RECORD
009130     MOVE SC-COUNT-PAY TO SC-COUNT-ED
009140     MOVE SPACES TO MOVE-RPT-RECORD
009150     STRING "GRADE / SALARY CHANGES . . . . " DELIMITED BY SIZE
009160         SC-COUNT-ED DELIMITED BY SIZE
009170         INTO MOVE-RPT-RECORD
009180     END-STRING
009190     WRITE MOVE-RPT-RECORD
009200     MOVE SPACES TO MOVE-RPT-RECORD
009210     WRITE MOVE-RPT-RECORD
009220     IF NOT SC-OLD-TRL-SEEN
009230         MOVE "*** EARLIER SNAPSHOT HAS NO TRAILER - INCOMPLETE"
009240             TO MOVE-RPT-RECORD
009250         WRITE MOVE-RPT-RECORD
009260         SET SC-OUT-OF-BALANCE TO TRUE
009270     ELSE
009280         IF SC-OLD-TRL-COUNT NOT = SC-COUNT-OLD-READ
009290             MOVE SC-OLD-TRL-COUNT TO SC-COUNT-ED
009300             MOVE SPACES TO MOVE-RPT-RECORD
009310             STRING "*** EARLIER SNAPSHOT TRAILER SAYS "
009320                 DELIMITED BY SIZE
009330                 SC-COUNT-ED DELIMITED BY SIZE
009340                 INTO MOVE-RPT-RECORD
009350             END-STRING
009360             WRITE MOVE-RPT-RECORD
009370             SET SC-OUT-OF-BALANCE TO TRUE
009380         END-IF
009390     END-IF
009400     IF NOT SC-NEW-TRL-SEEN
009410         MOVE "*** LATER SNAPSHOT HAS NO TRAILER - INCOMPLETE"
009420             TO MOVE-RPT-RECORD
009430         WRITE MOVE-RPT-RECORD
009440         SET SC-OUT-OF-BALANCE TO TRUE
009450     ELSE
009460         IF SC-NEW-TRL-COUNT NOT = SC-COUNT-NEW-READ
009470             MOVE SC-NEW-TRL-COUNT TO SC-COUNT-ED
009480             MOVE SPACES TO MOVE-RPT-RECORD
009490             STRING "*** LATER SNAPSHOT TRAILER SAYS "
009500                 DELIMITED BY SIZE
009510                 SC-COUNT-ED DELIMITED BY SIZE
009520                 INTO MOVE-RPT-RECORD
009530             END-STRING
009540             WRITE MOVE-RPT-RECORD
009550             SET SC-OUT-OF-BALANCE TO TRUE
009560         END-IF
009570     END-IF
009580     IF SC-COUNT-SEQ-ERR > 0
009590         MOVE SC-COUNT-SEQ-ERR TO SC-COUNT-ED
009600         MOVE SPACES TO MOVE-RPT-RECORD
009610         STRING "*** ROWS SKIPPED OUT OF SEQUENCE "
009620             DELIMITED BY SIZE
009630             SC-COUNT-ED DELIMITED BY SIZE
009640             INTO MOVE-RPT-RECORD
009650         END-STRING
009660         WRITE MOVE-RPT-RECORD
009670         SET SC-OUT-OF-BALANCE TO TRUE
009680     END-IF
009690     IF SC-COUNT-DEPT-OVFL > 0
009700         MOVE "*** DEPARTMENT TABLE FULL - TABLE DOES NOT FOOT"
009710             TO MOVE-RPT-RECORD
009720         WRITE MOVE-RPT-RECORD
009730         SET SC-OUT-OF-BALANCE TO TRUE
009740     END-IF
009750     IF SC-TOT-OPENING NOT = SC-COUNT-OLD-READ
009760         OR SC-TOT-CLOSING NOT = SC-COUNT-NEW-READ
009770         SET SC-OUT-OF-BALANCE TO TRUE
009780     END-IF
009790     IF SC-COUNT-MATCHED = 0
009800         AND SC-COUNT-OLD-READ > 0
009810         AND SC-COUNT-NEW-READ > 0
009820         MOVE "*** NO SSN IN COMMON - SNAPSHOTS TAKEN UNDER "
009830             TO MOVE-RPT-RECORD
009840         MOVE "DIFFERENT CIPHER KEYS?" TO MOVE-RPT-RECORD (47:22)
009850         WRITE MOVE-RPT-RECORD
009860         SET SC-OUT-OF-BALANCE TO TRUE
009870     END-IF
009880     IF SC-OUT-OF-BALANCE
009890         MOVE "*** OUT OF BALANCE - INVESTIGATE BEFORE USING"
009900             TO MOVE-RPT-RECORD
009910         MOVE 8 TO RETURN-CODE
009920     ELSE
009930         MOVE "BALANCING CHECK  . . . . . . . IN BALANCE"
009940             TO MOVE-RPT-RECORD
009950     END-IF
009960     WRITE MOVE-RPT-RECORD.
009970 8500-EXIT.
009980     EXIT.
009990
010000 9000-TERMINATE.
010010     CLOSE SNAP-OLD
010020     CLOSE SNAP-NEW
010030     CLOSE MOVE-RPT.
010040 9000-EXIT.
010050     EXIT.
