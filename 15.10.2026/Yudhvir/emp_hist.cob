000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPHIST.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* EMPHIST - EMPLOYEE CHANGE-HISTORY INQUIRY.
000070*
000080*    "When did this person move departments, who keyed it, and
000090*    what was their salary at the time?" used to mean three
000100*    separate hunts - EMPJRNL for the before/after images,
000110*    POSN-HIST for the title/grade/salary rows, AUDITINQ for
000120*    who did what - and then lining the answers up by hand.
000130*    This program takes ONE SSN from HISTPRM (cols 1-9, nine
000140*    digits, no dashes) and merges all three into a single
000150*    dated timeline on HISTRPT:
000160*        - every EMPJRNL image pair for the person, broken out
000170*          into what actually changed - name, department
000180*          (including DEPTMOVE reorgs), status with its status
000190*          date - each with the operator on the journal row,
000200*        - every POSN-HIST row (title, grade, salary) at its
000210*          effective date,
000220*        - every AUDITHST and AUDITLOG entry for the SSN except
000230*          plain lookups, with its operator, so the long-term
000240*          trail is there even after EMPJRNL has been cleared
000250*          at the last backup.
000260*    POSN-HIST carries no operator of its own; the operator
000270*    who keyed a position row is on the POSITION ADDED (or
000280*    SALARY OVERRIDE) audit line for the day it was keyed.
000290*
000300*    The events are released to a SORT on date, time and
000310*    arrival order, so same-second entries keep the order they
000320*    were read in (journal, positions, archived audit, live
000330*    audit).  The SSN never appears in clear on the report -
000340*    the heading carries it masked XXX-XX-serial exactly as
000350*    coboltut's 2070-BUILD-MASKED-SSN shows it on screen.
000360*
000370*    The parameter SSN is enciphered with the CIPHKEY key to
000380*    match EMPJRNL and POSN-HIST (both hold the crypt form);
000390*    AUDIT-LOG holds the clear form and is matched as typed.
000400*    A missing EMPJRNL or AUDITHST is noted on the report and
000410*    the rest of the timeline is still produced.
000420*
000430* MODIFICATION HISTORY
000432*    15 OCT 2026  YR  AUDIT-LOG/AUDITHST records are now 120
000434*                     bytes; only the 100 audit columns are
000436*                     used (the chain trailer is AUDITVFY's).
000440*    15 OCT 2026  YR  Initial version.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HIST-PARM ASSIGN TO "HISTPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS EH-PARM-STATUS.
000520     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS EH-CIPHKEY-STATUS.
000550     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EM-SSNUM
000590         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000600         FILE STATUS IS EH-EMPMAST-STATUS.
000610     SELECT EMP-JRNL ASSIGN TO "EMPJRNL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS EH-JRNL-STATUS.
000640     SELECT POSN-HIST ASSIGN TO "POSHIST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PH-KEY
000680         FILE STATUS IS EH-POSHIST-STATUS.
000690     SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS EH-HIST-STATUS.
000720     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS EH-AUDIT-STATUS.
000750     SELECT HIST-RPT ASSIGN TO "HISTRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS EH-RPT-STATUS.
000780     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  HIST-PARM.
000830 01  HIST-PARM-RECORD.
000840     05  HP-SSNUM                PIC X(09).
000850     05  FILLER                  PIC X(71).
000860
000870 FD  CIPH-KEY.
000880 01  CIPH-KEY-RECORD.
000890     05  CK-KEY-DIGITS           PIC X(09).
000900     05  FILLER                  PIC X(71).
000910
000920 FD  EMPLOYEE-MASTER.
000930 01  EMPLOYEE-MASTER-RECORD.
000940     COPY SSNUM
000950         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000960                   ==02  SSArea==   BY ==10  EM-SSAREA==
000970                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000980                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000990     05  EM-NAME                 PIC X(30).
001000     05  EM-ENTRY-DATE           PIC 9(08).
001010     05  EM-STATUS               PIC X(01).
001020     05  EM-STATUS-DATE          PIC 9(08).
001030     05  EM-DEPT-CODE            PIC X(04).
001040
001050 FD  EMP-JRNL.
001060 01  EMP-JRNL-RECORD.
001070     05  JR-ACTION               PIC X(08).
001080     05  JR-DATE                 PIC 9(08).
001090     05  JR-TIME                 PIC 9(08).
001100     05  JR-OPERATOR             PIC X(10).
001110     05  JR-BEFORE               PIC X(60).
001120     05  JR-AFTER                PIC X(60).
001130
001140 FD  POSN-HIST.
001150 01  POSN-HIST-RECORD.
001160     05  PH-KEY.
001170         10  PH-SSNUM            PIC 9(09).
001180         10  PH-EFF-DATE         PIC 9(08).
001190     05  PH-JOB-TITLE            PIC X(20).
001200     05  PH-GRADE                PIC X(02).
001210     05  PH-SALARY               PIC 9(07)V99.
001220
001230 FD  AUDIT-HIST.
001240 01  AUDIT-HIST-RECORD           PIC X(120).
001250
001260 FD  AUDIT-LOG.
001270 01  AUDIT-LOG-RECORD            PIC X(120).
001280
001290 FD  HIST-RPT.
001300 01  HIST-RPT-RECORD             PIC X(100).
001310
001320*    One timeline event.  Date, time and arrival sequence are
001330*    the sort key; the second detail line is used only where
001340*    one line will not hold the change (a name change).
001350 SD  SORT-FILE.
001360 01  SORT-RECORD.
001370     05  SR-DATE                 PIC 9(08).
001380     05  SR-TIME                 PIC 9(08).
001390     05  SR-SEQ                  PIC 9(08).
001400     05  SR-SOURCE               PIC X(04).
001410     05  SR-OPERATOR             PIC X(10).
001420     05  SR-EVENT                PIC X(20).
001430     05  SR-DETAIL               PIC X(47).
001440     05  SR-DETAIL-2             PIC X(47).
001450
001460 WORKING-STORAGE SECTION.
001470 01  EH-PARM-STATUS              PIC X(02) VALUE SPACES.
001480     88  EH-PARM-OK                         VALUE "00".
001490
001500 01  EH-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001510     88  EH-CIPHKEY-OK                      VALUE "00".
001520
001530 01  EH-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001540     88  EH-EMPMAST-OK                      VALUE "00".
001550
001560 01  EH-JRNL-STATUS              PIC X(02) VALUE SPACES.
001570     88  EH-JRNL-OK                         VALUE "00".
001580
001590 01  EH-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001600     88  EH-POSHIST-OK                      VALUE "00".
001610     88  EH-POSHIST-READ-OK                 VALUE "00", "02".
001620
001630 01  EH-HIST-STATUS              PIC X(02) VALUE SPACES.
001640     88  EH-HIST-OK                         VALUE "00".
001650
001660 01  EH-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001670     88  EH-AUDIT-OK                        VALUE "00".
001680
001690 01  EH-RPT-STATUS               PIC X(02) VALUE SPACES.
001700
001710 01  EH-EOF-SW                   PIC X(01) VALUE "N".
001720     88  EH-END-OF-FILE                     VALUE "Y".
001730
001740 01  EH-POSN-DONE-SW             PIC X(01) VALUE "N".
001750     88  EH-POSN-DONE                       VALUE "Y".
001760
001770 01  EH-SORT-EOF-SW              PIC X(01) VALUE "N".
001780     88  EH-SORT-EOF                        VALUE "Y".
001790
001800 01  EH-ON-MASTER-SW             PIC X(01) VALUE "N".
001810     88  EH-ON-MASTER                       VALUE "Y".
001820
001830 01  EH-JRNL-MISSING-SW          PIC X(01) VALUE "N".
001840     88  EH-JRNL-MISSING                    VALUE "Y".
001850
001860 01  EH-HIST-MISSING-SW          PIC X(01) VALUE "N".
001870     88  EH-HIST-MISSING                    VALUE "Y".
001880
001890 01  EH-AUDIT-MISSING-SW         PIC X(01) VALUE "N".
001900     88  EH-AUDIT-MISSING                   VALUE "Y".
001910
001920*    The SSN asked about, clear and enciphered.
001930 01  EH-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
001940 01  FILLER REDEFINES EH-SSN-PLAIN.
001950     05  EH-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001960 01  FILLER REDEFINES EH-SSN-PLAIN.
001970     05  EH-PLAIN-AREA           PIC X(03).
001980     05  EH-PLAIN-GROUP          PIC X(02).
001990     05  EH-PLAIN-SERIAL         PIC X(04).
002000
002010 01  EH-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
002020 01  FILLER REDEFINES EH-SSN-CRYPT.
002030     05  EH-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
002040
002050 01  EH-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
002060 01  FILLER REDEFINES EH-CIPHER-KEY.
002070     05  EH-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
002080
002090 77  EH-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
002100 77  EH-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
002110
002120 01  EH-MASKED-SSN               PIC X(11) VALUE SPACES.
002130
002140*    Journal images laid over the master layout so each field
002150*    can be compared before against after.
002160 01  EH-JRNL-BEFORE.
002170     05  EH-JB-SSNUM             PIC 9(09).
002180     05  EH-JB-NAME              PIC X(30).
002190     05  EH-JB-ENTRY-DATE        PIC 9(08).
002200     05  EH-JB-STATUS            PIC X(01).
002210     05  EH-JB-STATUS-DATE       PIC 9(08).
002220     05  EH-JB-DEPT-CODE         PIC X(04).
002230
002240 01  EH-JRNL-AFTER.
002250     05  EH-JA-SSNUM             PIC 9(09).
002260     05  EH-JA-NAME              PIC X(30).
002270     05  EH-JA-ENTRY-DATE        PIC 9(08).
002280     05  EH-JA-STATUS            PIC X(01).
002290     05  EH-JA-STATUS-DATE       PIC 9(08).
002300     05  EH-JA-DEPT-CODE         PIC X(04).
002310
002320*    Clear-SSN view of an audit line, AUDITINQ's layout.
002330 01  EH-AUDIT-LINE.
002340     05  EH-AL-NAME              PIC X(30).
002350     05  FILLER                  PIC X(05).
002360     05  EH-AL-SSAREA            PIC X(03).
002370     05  FILLER                  PIC X(01).
002380     05  EH-AL-SSGROUP           PIC X(02).
002390     05  FILLER                  PIC X(01).
002400     05  EH-AL-SSSERIAL          PIC X(04).
002410     05  FILLER                  PIC X(01).
002420     05  EH-AL-DATE              PIC X(08).
002430     05  FILLER                  PIC X(01).
002440     05  EH-AL-TIME              PIC X(08).
002450     05  FILLER                  PIC X(05).
002460     05  EH-AL-OPERATOR          PIC X(10).
002470     05  FILLER                  PIC X(01).
002480     05  EH-AL-ACTION            PIC X(20).
002490
002500 01  EH-AUDIT-SOURCE             PIC X(04) VALUE SPACES.
002510
002520 01  EH-STATUS-CODE              PIC X(01) VALUE SPACES.
002530 01  EH-STATUS-WORD              PIC X(10) VALUE SPACES.
002540 01  EH-STATUS-WORD-2            PIC X(10) VALUE SPACES.
002550
002560 01  EH-SALARY-ED                PIC Z,ZZZ,ZZ9.99.
002570
002580 01  EH-RUN-DATE                 PIC 9(08) VALUE ZEROS.
002590 01  EH-SEQ                      PIC 9(08) VALUE ZEROS.
002600
002610 01  EH-COUNT-JRNL               PIC 9(08) COMP VALUE 0.
002620 01  EH-COUNT-POSN               PIC 9(08) COMP VALUE 0.
002630 01  EH-COUNT-AUDIT              PIC 9(08) COMP VALUE 0.
002640 01  EH-COUNT-EVENTS             PIC 9(08) COMP VALUE 0.
002650 01  EH-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002660
002670 PROCEDURE DIVISION.
002680
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     SORT SORT-FILE
002720         ON ASCENDING KEY SR-DATE SR-TIME SR-SEQ
002730         INPUT PROCEDURE IS 3000-COLLECT-EVENTS THRU 3000-EXIT
002740         OUTPUT PROCEDURE IS 8000-WRITE-TIMELINE THRU 8000-EXIT
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT
002760     STOP RUN.
002770
002780 1000-INITIALIZE.
002790     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
002800     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
002810     PERFORM 6000-ENCIPHER-SSN THRU 6000-EXIT
002820     MOVE SPACES TO EH-MASKED-SSN
002830     STRING "XXX-XX-"           DELIMITED BY SIZE
002840         EH-PLAIN-SERIAL        DELIMITED BY SIZE
002850         INTO EH-MASKED-SSN
002860     END-STRING
002870     OPEN INPUT EMPLOYEE-MASTER
002880     IF NOT EH-EMPMAST-OK
002890         DISPLAY "EMPHIST - CANNOT OPEN EMPMAST - STATUS "
002900             EH-EMPMAST-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     OPEN INPUT POSN-HIST
002950     IF NOT EH-POSHIST-OK
002960         DISPLAY "EMPHIST - CANNOT OPEN POSHIST - STATUS "
002970             EH-POSHIST-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     MOVE EH-SSN-CRYPT TO EM-SSNUM
003020     READ EMPLOYEE-MASTER
003030         INVALID KEY
003040             MOVE "N" TO EH-ON-MASTER-SW
003050         NOT INVALID KEY
003060             SET EH-ON-MASTER TO TRUE
003070     END-READ
003080     OPEN OUTPUT HIST-RPT
003090     ACCEPT EH-RUN-DATE FROM DATE YYYYMMDD
003100     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
003110 1000-EXIT.
003120     EXIT.
003130
003140 1100-LOAD-PARM.
003150     OPEN INPUT HIST-PARM
003160     IF NOT EH-PARM-OK
003170         DISPLAY "EMPHIST - CANNOT OPEN HISTPRM - STATUS "
003180             EH-PARM-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220     READ HIST-PARM
003230         AT END
003240             MOVE SPACES TO HP-SSNUM
003250     END-READ
003260     CLOSE HIST-PARM
003270     IF HP-SSNUM NOT NUMERIC
003280         DISPLAY "EMPHIST - HISTPRM SSN MISSING OR NOT NUMERIC"
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320     MOVE HP-SSNUM TO EH-SSN-PLAIN.
003330 1100-EXIT.
003340     EXIT.
003350
003360 1200-LOAD-CIPHER-KEY.
003370     OPEN INPUT CIPH-KEY
003380     IF NOT EH-CIPHKEY-OK
003390         DISPLAY "EMPHIST - CANNOT OPEN CIPHKEY - STATUS "
003400             EH-CIPHKEY-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF
003440     READ CIPH-KEY
003450         AT END
003460             MOVE SPACES TO CK-KEY-DIGITS
003470     END-READ
003480     CLOSE CIPH-KEY
003490     IF CK-KEY-DIGITS NOT NUMERIC
003500         DISPLAY "EMPHIST - CIPHKEY EMPTY OR NOT NUMERIC"
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     MOVE CK-KEY-DIGITS TO EH-CIPHER-KEY.
003550 1200-EXIT.
003560     EXIT.
003570
003580 1300-WRITE-HEADINGS.
003590     MOVE SPACES TO HIST-RPT-RECORD
003600     STRING "EMPHIST - EMPLOYEE CHANGE HISTORY - RUN "
003610         DELIMITED BY SIZE
003620         EH-RUN-DATE DELIMITED BY SIZE
003630         INTO HIST-RPT-RECORD
003640     END-STRING
003650     WRITE HIST-RPT-RECORD
003660     MOVE SPACES TO HIST-RPT-RECORD
003670     WRITE HIST-RPT-RECORD
003680     MOVE SPACES TO HIST-RPT-RECORD
003690     IF EH-ON-MASTER
003700         STRING "SSN " DELIMITED BY SIZE
003710             EH-MASKED-SSN DELIMITED BY SIZE
003720             "  " DELIMITED BY SIZE
003730             EM-NAME DELIMITED BY SIZE
003740             " DEPT " DELIMITED BY SIZE
003750             EM-DEPT-CODE DELIMITED BY SIZE
003760             " STATUS " DELIMITED BY SIZE
003770             EM-STATUS DELIMITED BY SIZE
003780             " SINCE " DELIMITED BY SIZE
003790             EM-STATUS-DATE DELIMITED BY SIZE
003800             INTO HIST-RPT-RECORD
003810         END-STRING
003820     ELSE
003830         STRING "SSN " DELIMITED BY SIZE
003840             EH-MASKED-SSN DELIMITED BY SIZE
003850             "  *** NOT ON EMPLOYEE MASTER" DELIMITED BY SIZE
003860             INTO HIST-RPT-RECORD
003870         END-STRING
003880     END-IF
003890     WRITE HIST-RPT-RECORD
003900     MOVE SPACES TO HIST-RPT-RECORD
003910     WRITE HIST-RPT-RECORD
003920     MOVE "DATE     TIME   SRCE OPERATOR   EVENT"
003930         TO HIST-RPT-RECORD
003940     MOVE "DETAIL" TO HIST-RPT-RECORD (54:6)
003950     WRITE HIST-RPT-RECORD
003960     MOVE SPACES TO HIST-RPT-RECORD
003970     WRITE HIST-RPT-RECORD.
003980 1300-EXIT.
003990     EXIT.
004000
004010****************************************************************
004020*    3000 - SORT INPUT.  EACH SOURCE IS READ FRONT TO BACK AND
004030*    EVERY EVENT FOR THE SSN IS RELEASED WITH ITS DATE, TIME
004040*    AND A RUNNING ARRIVAL NUMBER.
004050****************************************************************
004060 3000-COLLECT-EVENTS.
004070     PERFORM 3100-SCAN-JOURNAL THRU 3100-EXIT
004080     PERFORM 3300-SCAN-POSITIONS THRU 3300-EXIT
004090     MOVE "AHST" TO EH-AUDIT-SOURCE
004100     OPEN INPUT AUDIT-HIST
004110     IF EH-HIST-OK
004120         MOVE "N" TO EH-EOF-SW
004130         PERFORM 3500-READ-ONE-AUDIT-HIST THRU 3500-EXIT
004140             UNTIL EH-END-OF-FILE
004150         CLOSE AUDIT-HIST
004160     ELSE
004170         SET EH-HIST-MISSING TO TRUE
004180     END-IF
004190     MOVE "AUDT" TO EH-AUDIT-SOURCE
004200     OPEN INPUT AUDIT-LOG
004210     IF EH-AUDIT-OK
004220         MOVE "N" TO EH-EOF-SW
004230         PERFORM 3550-READ-ONE-AUDIT-LOG THRU 3550-EXIT
004240             UNTIL EH-END-OF-FILE
004250         CLOSE AUDIT-LOG
004260     ELSE
004270         SET EH-AUDIT-MISSING TO TRUE
004280     END-IF.
004290 3000-EXIT.
004300     EXIT.
004310
004320 3100-SCAN-JOURNAL.
004330     OPEN INPUT EMP-JRNL
004340     IF NOT EH-JRNL-OK
004350         SET EH-JRNL-MISSING TO TRUE
004360         GO TO 3100-EXIT
004370     END-IF
004380     MOVE "N" TO EH-EOF-SW
004390     PERFORM 3150-READ-ONE-JOURNAL THRU 3150-EXIT
004400         UNTIL EH-END-OF-FILE
004410     CLOSE EMP-JRNL.
004420 3100-EXIT.
004430     EXIT.
004440
004450 3150-READ-ONE-JOURNAL.
004460     READ EMP-JRNL
004470         AT END
004480             SET EH-END-OF-FILE TO TRUE
004490             GO TO 3150-EXIT
004500     END-READ
004510     MOVE JR-BEFORE TO EH-JRNL-BEFORE
004520     MOVE JR-AFTER TO EH-JRNL-AFTER
004530     IF EH-JA-SSNUM NOT = EH-SSN-CRYPT
004540         GO TO 3150-EXIT
004550     END-IF
004560     ADD 1 TO EH-COUNT-JRNL
004570     IF JR-ACTION = "WRITE"
004580         PERFORM 3200-RELEASE-NEW-HIRE THRU 3200-EXIT
004590         GO TO 3150-EXIT
004600     END-IF
004610     IF EH-JB-NAME NOT = EH-JA-NAME
004620         PERFORM 3210-RELEASE-NAME THRU 3210-EXIT
004630     END-IF
004640     IF EH-JB-DEPT-CODE NOT = EH-JA-DEPT-CODE
004650         PERFORM 3220-RELEASE-DEPT THRU 3220-EXIT
004660     END-IF
004670     IF EH-JB-STATUS NOT = EH-JA-STATUS
004680         OR EH-JB-STATUS-DATE NOT = EH-JA-STATUS-DATE
004690         PERFORM 3230-RELEASE-STATUS THRU 3230-EXIT
004700     END-IF.
004710 3150-EXIT.
004720     EXIT.
004730
004740****************************************************************
004750*    3200-3230 - ONE EVENT PER FIELD THAT CHANGED BETWEEN THE
004760*    JOURNAL'S BEFORE AND AFTER IMAGES.  THE JOURNAL OPERATOR
004770*    IS THE ONE WHO MADE THE CHANGE (DEPTMOVE JOURNALS UNDER
004780*    THE OPERATOR WHO RAN THE REORG).
004790****************************************************************
004800 3200-RELEASE-NEW-HIRE.
004810     PERFORM 3900-START-JOURNAL-EVENT THRU 3900-EXIT
004820     MOVE "ADDED TO MASTER" TO SR-EVENT
004830     MOVE EH-JA-STATUS TO EH-STATUS-CODE
004840     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
004850     STRING "DEPT " DELIMITED BY SIZE
004860         EH-JA-DEPT-CODE DELIMITED BY SIZE
004870         " ENTRY " DELIMITED BY SIZE
004880         EH-JA-ENTRY-DATE DELIMITED BY SIZE
004890         " " DELIMITED BY SIZE
004900         EH-STATUS-WORD DELIMITED BY SIZE
004910         INTO SR-DETAIL
004920     END-STRING
004930     STRING "NAME " DELIMITED BY SIZE
004940         EH-JA-NAME DELIMITED BY SIZE
004950         INTO SR-DETAIL-2
004960     END-STRING
004970     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
004980 3200-EXIT.
004990     EXIT.
005000
005010 3210-RELEASE-NAME.
005020     PERFORM 3900-START-JOURNAL-EVENT THRU 3900-EXIT
005030     MOVE "NAME CHANGED" TO SR-EVENT
005040     STRING "FROM " DELIMITED BY SIZE
005050         EH-JB-NAME DELIMITED BY SIZE
005060         INTO SR-DETAIL
005070     END-STRING
005080     STRING "TO   " DELIMITED BY SIZE
005090         EH-JA-NAME DELIMITED BY SIZE
005100         INTO SR-DETAIL-2
005110     END-STRING
005120     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
005130 3210-EXIT.
005140     EXIT.
005150
005160 3220-RELEASE-DEPT.
005170     PERFORM 3900-START-JOURNAL-EVENT THRU 3900-EXIT
005180     MOVE "DEPT CHANGED" TO SR-EVENT
005190     STRING "FROM " DELIMITED BY SIZE
005200         EH-JB-DEPT-CODE DELIMITED BY SIZE
005210         " TO " DELIMITED BY SIZE
005220         EH-JA-DEPT-CODE DELIMITED BY SIZE
005230         INTO SR-DETAIL
005240     END-STRING
005250     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
005260 3220-EXIT.
005270     EXIT.
005280
005290 3230-RELEASE-STATUS.
005300     PERFORM 3900-START-JOURNAL-EVENT THRU 3900-EXIT
005310     MOVE "STATUS CHANGED" TO SR-EVENT
005320     MOVE EH-JB-STATUS TO EH-STATUS-CODE
005330     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
005340     MOVE EH-STATUS-WORD TO EH-STATUS-WORD-2
005350     MOVE EH-JA-STATUS TO EH-STATUS-CODE
005360     PERFORM 3950-STATUS-WORD THRU 3950-EXIT
005370     STRING EH-STATUS-WORD-2 DELIMITED BY SPACE
005380         " TO " DELIMITED BY SIZE
005390         EH-STATUS-WORD DELIMITED BY SPACE
005400         " EFF " DELIMITED BY SIZE
005410         EH-JA-STATUS-DATE DELIMITED BY SIZE
005420         INTO SR-DETAIL
005430     END-STRING
005440     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
005450 3230-EXIT.
005460     EXIT.
005470
005480****************************************************************
005490*    3300 - POSITION ROWS.  START AT (SSN, DATE ZERO) AND READ
005500*    FORWARD WHILE THE KEY IS STILL THIS SSN, AS COMPREG DOES.
005510****************************************************************
005520 3300-SCAN-POSITIONS.
005530     MOVE "N" TO EH-POSN-DONE-SW
005540     MOVE EH-SSN-CRYPT TO PH-SSNUM
005550     MOVE ZEROS TO PH-EFF-DATE
005560     START POSN-HIST KEY IS >= PH-KEY
005570         INVALID KEY
005580             SET EH-POSN-DONE TO TRUE
005590     END-START
005600     IF NOT EH-POSHIST-READ-OK
005610         SET EH-POSN-DONE TO TRUE
005620     END-IF
005630     PERFORM 3350-READ-ONE-POSN THRU 3350-EXIT
005640         UNTIL EH-POSN-DONE.
005650 3300-EXIT.
005660     EXIT.
005670
005680 3350-READ-ONE-POSN.
005690     READ POSN-HIST NEXT RECORD
005700         AT END
005710             SET EH-POSN-DONE TO TRUE
005720     END-READ
005730     IF NOT EH-POSHIST-READ-OK
005740         SET EH-POSN-DONE TO TRUE
005750     END-IF
005760     IF EH-POSN-DONE
005770         GO TO 3350-EXIT
005780     END-IF
005790     IF PH-SSNUM NOT = EH-SSN-CRYPT
005800         SET EH-POSN-DONE TO TRUE
005810         GO TO 3350-EXIT
005820     END-IF
005830     ADD 1 TO EH-COUNT-POSN
005840     MOVE SPACES TO SORT-RECORD
005850     MOVE PH-EFF-DATE TO SR-DATE
005860     MOVE ZEROS TO SR-TIME
005870     MOVE "POSN" TO SR-SOURCE
005880     MOVE "POSITION EFFECTIVE" TO SR-EVENT
005890     MOVE PH-SALARY TO EH-SALARY-ED
005900     STRING PH-JOB-TITLE DELIMITED BY SIZE
005910         " GR " DELIMITED BY SIZE
005920         PH-GRADE DELIMITED BY SIZE
005930         " " DELIMITED BY SIZE
005940         EH-SALARY-ED DELIMITED BY SIZE
005950         INTO SR-DETAIL
005960     END-STRING
005970     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
005980 3350-EXIT.
005990     EXIT.
006000
006010 3500-READ-ONE-AUDIT-HIST.
006020     READ AUDIT-HIST
006030         AT END
006040             SET EH-END-OF-FILE TO TRUE
006050             GO TO 3500-EXIT
006060     END-READ
006070     MOVE AUDIT-HIST-RECORD TO EH-AUDIT-LINE
006080     PERFORM 3600-SELECT-AUDIT THRU 3600-EXIT.
006090 3500-EXIT.
006100     EXIT.
006110
006120 3550-READ-ONE-AUDIT-LOG.
006130     READ AUDIT-LOG
006140         AT END
006150             SET EH-END-OF-FILE TO TRUE
006160             GO TO 3550-EXIT
006170     END-READ
006180     MOVE AUDIT-LOG-RECORD TO EH-AUDIT-LINE
006190     PERFORM 3600-SELECT-AUDIT THRU 3600-EXIT.
006200 3550-EXIT.
006210     EXIT.
006220
006230****************************************************************
006240*    3600 - AN AUDIT LINE FOR THIS SSN GOES ON THE TIMELINE
006250*    UNLESS IT IS A PLAIN LOOKUP - LOOKUPS ARE NOT CHANGES, AND
006260*    AUDITINQ WILL STILL LIST THEM FOR ANYONE WHO ASKS.
006270****************************************************************
006280 3600-SELECT-AUDIT.
006290     IF EH-AL-SSAREA NOT = EH-PLAIN-AREA
006300         OR EH-AL-SSGROUP NOT = EH-PLAIN-GROUP
006310         OR EH-AL-SSSERIAL NOT = EH-PLAIN-SERIAL
006320         GO TO 3600-EXIT
006330     END-IF
006340     IF EH-AL-ACTION = "LOOKUP"
006350         GO TO 3600-EXIT
006360     END-IF
006370     ADD 1 TO EH-COUNT-AUDIT
006380     MOVE SPACES TO SORT-RECORD
006390     IF EH-AL-DATE IS NUMERIC
006400         MOVE EH-AL-DATE TO SR-DATE
006410     ELSE
006420         MOVE ZEROS TO SR-DATE
006430     END-IF
006440     IF EH-AL-TIME IS NUMERIC
006450         MOVE EH-AL-TIME TO SR-TIME
006460     ELSE
006470         MOVE ZEROS TO SR-TIME
006480     END-IF
006490     MOVE EH-AUDIT-SOURCE TO SR-SOURCE
006500     MOVE EH-AL-OPERATOR TO SR-OPERATOR
006510     MOVE EH-AL-ACTION TO SR-EVENT
006520     MOVE EH-AL-NAME TO SR-DETAIL
006530     PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
006540 3600-EXIT.
006550     EXIT.
006560
006570 3900-START-JOURNAL-EVENT.
006580     MOVE SPACES TO SORT-RECORD
006590     MOVE JR-DATE TO SR-DATE
006600     MOVE JR-TIME TO SR-TIME
006610     MOVE "JRNL" TO SR-SOURCE
006620     MOVE JR-OPERATOR TO SR-OPERATOR.
006630 3900-EXIT.
006640     EXIT.
006650
006660 3950-STATUS-WORD.
006670     EVALUATE EH-STATUS-CODE
006680         WHEN "A"
006690             MOVE "ACTIVE" TO EH-STATUS-WORD
006700         WHEN "T"
006710             MOVE "TERMINATED" TO EH-STATUS-WORD
006720         WHEN "L"
006730             MOVE "LEAVE" TO EH-STATUS-WORD
006740         WHEN OTHER
006750             MOVE SPACES TO EH-STATUS-WORD
006760             STRING "STATUS " DELIMITED BY SIZE
006770                 EH-STATUS-CODE DELIMITED BY SIZE
006780                 INTO EH-STATUS-WORD
006790             END-STRING
006800     END-EVALUATE.
006810 3950-EXIT.
006820     EXIT.
006830
006840 3990-RELEASE-EVENT.
006850     ADD 1 TO EH-SEQ
006860     MOVE EH-SEQ TO SR-SEQ
006870     ADD 1 TO EH-COUNT-EVENTS
006880     RELEASE SORT-RECORD.
006890 3990-EXIT.
006900     EXIT.
006910
006920****************************************************************
006930*    6000 - ENCIPHER THE PARAMETER SSN WITH THE CIPHKEY KEY,
006940*    THE SAME DIGIT SUBSTITUTION COBOLTUT'S 2400 APPLIES, SO IT
006950*    MATCHES THE CRYPT FORM HELD ON EMPJRNL AND POSN-HIST.
006960****************************************************************
006970 6000-ENCIPHER-SSN.
006980     PERFORM 6010-ENCIPHER-ONE-DIGIT THRU 6010-EXIT
006990         VARYING EH-CIPHER-SUB FROM 1 BY 1
007000         UNTIL EH-CIPHER-SUB > 9.
007010 6000-EXIT.
007020     EXIT.
007030
007040 6010-ENCIPHER-ONE-DIGIT.
007050     COMPUTE EH-CIPHER-WORK = EH-PLAIN-DIGIT (EH-CIPHER-SUB)
007060         + EH-KEY-DIGIT (EH-CIPHER-SUB)
007070     IF EH-CIPHER-WORK > 9
007080         SUBTRACT 10 FROM EH-CIPHER-WORK
007090     END-IF
007100     MOVE EH-CIPHER-WORK TO EH-CRYPT-DIGIT (EH-CIPHER-SUB).
007110 6010-EXIT.
007120     EXIT.
007130
007140****************************************************************
007150*    8000 - SORT OUTPUT.  ONE LINE PER EVENT IN DATE/TIME
007160*    ORDER (A SECOND LINE UNDER IT WHERE THE EVENT NEEDS ONE),
007170*    THEN THE SOURCE COUNTS AND ANY SOURCE THAT WAS MISSING.
007180****************************************************************
007190 8000-WRITE-TIMELINE.
007200     MOVE "N" TO EH-SORT-EOF-SW
007210     PERFORM 8100-WRITE-ONE-EVENT THRU 8100-EXIT
007220         UNTIL EH-SORT-EOF
007230     IF EH-COUNT-EVENTS = 0
007240         MOVE "*** NO HISTORY FOUND FOR THIS SSN"
007250             TO HIST-RPT-RECORD
007260         WRITE HIST-RPT-RECORD
007270     END-IF
007280     MOVE SPACES TO HIST-RPT-RECORD
007290     WRITE HIST-RPT-RECORD
007300     MOVE EH-COUNT-JRNL TO EH-COUNT-ED
007310     MOVE SPACES TO HIST-RPT-RECORD
007320     STRING "JOURNAL IMAGE PAIRS  . . . . . " DELIMITED BY SIZE
007330         EH-COUNT-ED DELIMITED BY SIZE
007340         INTO HIST-RPT-RECORD
007350     END-STRING
007360     WRITE HIST-RPT-RECORD
007370     MOVE EH-COUNT-POSN TO EH-COUNT-ED
007380     MOVE SPACES TO HIST-RPT-RECORD
007390     STRING "POSITION ROWS  . . . . . . . . " DELIMITED BY SIZE
007400         EH-COUNT-ED DELIMITED BY SIZE
007410         INTO HIST-RPT-RECORD
007420     END-STRING
007430     WRITE HIST-RPT-RECORD
007440     MOVE EH-COUNT-AUDIT TO EH-COUNT-ED
007450     MOVE SPACES TO HIST-RPT-RECORD
007460     STRING "AUDIT ENTRIES  . . . . . . . . " DELIMITED BY SIZE
007470         EH-COUNT-ED DELIMITED BY SIZE
007480         INTO HIST-RPT-RECORD
007490     END-STRING
007500     WRITE HIST-RPT-RECORD
007510     MOVE EH-COUNT-EVENTS TO EH-COUNT-ED
007520     MOVE SPACES TO HIST-RPT-RECORD
007530     STRING "TIMELINE EVENTS  . . . . . . . " DELIMITED BY SIZE
007540         EH-COUNT-ED DELIMITED BY SIZE
007550         INTO HIST-RPT-RECORD
007560     END-STRING
007570     WRITE HIST-RPT-RECORD
007580     IF EH-JRNL-MISSING
007590         MOVE "*** EMPJRNL NOT AVAILABLE - NO IMAGE DETAIL"
007600             TO HIST-RPT-RECORD
007610         WRITE HIST-RPT-RECORD
007620     END-IF
007630     IF EH-HIST-MISSING
007640         MOVE "*** AUDITHST NOT AVAILABLE - ARCHIVE OMITTED"
007650             TO HIST-RPT-RECORD
007660         WRITE HIST-RPT-RECORD
007670     END-IF
007680     IF EH-AUDIT-MISSING
007690         MOVE "*** AUDITLOG NOT AVAILABLE - LIVE AUDIT OMITTED"
007700             TO HIST-RPT-RECORD
007710         WRITE HIST-RPT-RECORD
007720     END-IF.
007730 8000-EXIT.
007740     EXIT.
007750
007760 8100-WRITE-ONE-EVENT.
007770     RETURN SORT-FILE
007780         AT END
007790             SET EH-SORT-EOF TO TRUE
007800             GO TO 8100-EXIT
007810     END-RETURN
007820     MOVE SPACES TO HIST-RPT-RECORD
007830     MOVE SR-DATE TO HIST-RPT-RECORD (1:8)
007840     MOVE SR-TIME (1:6) TO HIST-RPT-RECORD (10:6)
007850     MOVE SR-SOURCE TO HIST-RPT-RECORD (17:4)
007860     MOVE SR-OPERATOR TO HIST-RPT-RECORD (22:10)
007870     MOVE SR-EVENT TO HIST-RPT-RECORD (33:20)
007880     MOVE SR-DETAIL TO HIST-RPT-RECORD (54:47)
007890     WRITE HIST-RPT-RECORD
007900     IF SR-DETAIL-2 NOT = SPACES
007910         MOVE SPACES TO HIST-RPT-RECORD
007920         MOVE SR-DETAIL-2 TO HIST-RPT-RECORD (54:47)
007930         WRITE HIST-RPT-RECORD
007940     END-IF.
007950 8100-EXIT.
007960     EXIT.
007970
007980 9000-TERMINATE.
007990     CLOSE EMPLOYEE-MASTER
008000     CLOSE POSN-HIST
008010     CLOSE HIST-RPT.
008020 9000-EXIT.
008030     EXIT.
