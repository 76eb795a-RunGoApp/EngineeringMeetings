000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPSNAP.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* EMPSNAP - MONTH-END EMPLOYEE-MASTER SNAPSHOT.
000070*
000080*    DEPTRPT, TRNDRPT and COMPREG only ever see the master as it
000090*    is right now, so "who was in FIN1 at the end of last
000100*    quarter" had no answer.  This program is the month-end
000110*    step of COBTSNAP: it walks EMPLOYEE-MASTER front to back,
000120*    joins each person to the POSN-HIST row current on the
000130*    snapshot date (the latest effective date not after it -
000140*    same walk as COMPREG's 3300/3400), and writes one detail
000150*    row per master record to a new EMPSNAP generation.
000160*
000170*    The generation opens with a header row carrying the
000180*    snapshot date and closes with a trailer row carrying the
000190*    record count, the active count and the active salary
000200*    total, so SNAPCMP (and anyone else) can prove a snapshot
000210*    is complete before trusting it.
000220*
000230*    Every master record is written, whatever its status, so
000240*    a snapshot is the whole file as it stood.  The SSN stays
000250*    in its enciphered form (the master key), which keeps the
000260*    rows in ascending key order - SNAPCMP matches two
000270*    snapshots on it without a sort.  Only the last four
000280*    digits are carried in clear, for the masked XXX-XX-nnnn
000290*    display the reports already use.  A snapshot is only
000300*    comparable with another taken under the same cipher key;
000310*    take a fresh one after a COBTKROT rotation.
000320*
000330* MODIFICATION HISTORY
000340*    15 OCT 2026  YR  Initial version.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS EM-SSNUM
000430         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000440         FILE STATUS IS ES-EMPMAST-STATUS.
000450     SELECT POSN-HIST ASSIGN TO "POSHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PH-KEY
000490         FILE STATUS IS ES-POSHIST-STATUS.
000500     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ES-CIPHKEY-STATUS.
000530     SELECT SNAP-OUT ASSIGN TO "SNAPOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ES-SNAP-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLOYEE-MASTER.
000600 01  EMPLOYEE-MASTER-RECORD.
000610     COPY SSNUM
000620         REPLACING ==01  SSNum==    BY ==05  EM-SSNUM==
000630                   ==02  SSArea==   BY ==10  EM-SSAREA==
000640                   ==02  SSGroup==  BY ==10  EM-SSGROUP==
000650                   ==02  SSSerial== BY ==10  EM-SSSERIAL==.
000660     05  EM-NAME                 PIC X(30).
000670     05  EM-ENTRY-DATE           PIC 9(08).
000680     05  EM-STATUS               PIC X(01).
000690         88  EM-ACTIVE                      VALUE "A".
000700     05  EM-STATUS-DATE          PIC 9(08).
000710     05  EM-DEPT-CODE            PIC X(04).
000720
000730 FD  POSN-HIST.
000740 01  POSN-HIST-RECORD.
000750     05  PH-KEY.
000760         10  PH-SSNUM            PIC 9(09).
000770         10  PH-EFF-DATE         PIC 9(08).
000780     05  PH-JOB-TITLE            PIC X(20).
000790     05  PH-GRADE                PIC X(02).
000800     05  PH-SALARY               PIC 9(07)V99.
000810
000820 FD  CIPH-KEY.
000830 01  CIPH-KEY-RECORD.
000840     05  CK-KEY-DIGITS           PIC X(09).
000850     05  FILLER                  PIC X(71).
000860
000870*    Snapshot row - 120 bytes.  Type H opens the generation,
000880*    one D per master record, T closes it.
000890 FD  SNAP-OUT.
000900 01  SNAP-RECORD.
000910     05  SN-REC-TYPE             PIC X(01).
000920         88  SN-HEADER                      VALUE "H".
000930         88  SN-DETAIL                      VALUE "D".
000940         88  SN-TRAILER                     VALUE "T".
000950     05  SN-DETAIL-AREA.
000960         10  SN-SSNUM            PIC 9(09).
000970         10  SN-SSN-SERIAL       PIC 9(04).
000980         10  SN-NAME             PIC X(30).
000990         10  SN-ENTRY-DATE       PIC 9(08).
001000         10  SN-STATUS           PIC X(01).
001010         10  SN-STATUS-DATE      PIC 9(08).
001020         10  SN-DEPT-CODE        PIC X(04).
001030         10  SN-POSN-SW          PIC X(01).
001040         10  SN-EFF-DATE         PIC 9(08).
001050         10  SN-JOB-TITLE        PIC X(20).
001060         10  SN-GRADE            PIC X(02).
001070         10  SN-SALARY           PIC 9(07)V99.
001080         10  FILLER              PIC X(15).
001090     05  SN-HEADER-AREA REDEFINES SN-DETAIL-AREA.
001100         10  SH-SNAP-DATE        PIC 9(08).
001110         10  SH-RUN-TIME         PIC 9(08).
001120         10  SH-PROGRAM          PIC X(08).
001130         10  FILLER              PIC X(95).
001140     05  SN-TRAILER-AREA REDEFINES SN-DETAIL-AREA.
001150         10  ST-SNAP-DATE        PIC 9(08).
001160         10  ST-RECORD-COUNT     PIC 9(08).
001170         10  ST-ACTIVE-COUNT     PIC 9(08).
001180         10  ST-SALARY-TOTAL     PIC 9(11)V99.
001190         10  FILLER              PIC X(82).
001200
001210 WORKING-STORAGE SECTION.
001220 01  ES-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
001230     88  ES-EMPMAST-OK                      VALUE "00".
001231     88  ES-EMPMAST-READ-OK                 VALUE "00", "02".
001240
001250 01  ES-POSHIST-STATUS           PIC X(02) VALUE SPACES.
001260     88  ES-POSHIST-OK                      VALUE "00".
001270     88  ES-POSHIST-READ-OK                 VALUE "00", "02".
001280
001290 01  ES-CIPHKEY-STATUS           PIC X(02) VALUE SPACES.
001300     88  ES-CIPHKEY-OK                      VALUE "00".
001310
001320 01  ES-SNAP-STATUS              PIC X(02) VALUE SPACES.
001330     88  ES-SNAP-OK                         VALUE "00".
001340
001350 01  ES-EOF-SW                   PIC X(01) VALUE "N".
001360     88  ES-END-OF-FILE                     VALUE "Y".
001370
001380 01  ES-POSN-DONE-SW             PIC X(01) VALUE "N".
001390     88  ES-POSN-DONE                       VALUE "Y".
001400
001410 01  ES-POSN-FOUND-SW            PIC X(01) VALUE "N".
001420     88  ES-POSN-FOUND                      VALUE "Y".
001430
001440*    Current-position hold - the last POSN-HIST row read under
001450*    the employee's key that is not dated after the snapshot.
001460 01  ES-CURR-POSN.
001470     05  ES-CP-EFF-DATE          PIC 9(08) VALUE ZEROS.
001480     05  ES-CP-JOB-TITLE         PIC X(20) VALUE SPACES.
001490     05  ES-CP-GRADE             PIC X(02) VALUE SPACES.
001500     05  ES-CP-SALARY            PIC 9(07)V99 VALUE ZEROS.
001510
001520 01  ES-KEY                      PIC 9(09) VALUE ZEROS.
001530 01  FILLER REDEFINES ES-KEY.
001540     05  ES-KEY-DIGIT            PIC 9(01) OCCURS 9 TIMES.
001550
001560 01  ES-SSN-PLAIN                PIC 9(09) VALUE ZEROS.
001570 01  FILLER REDEFINES ES-SSN-PLAIN.
001580     05  ES-PLAIN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001590 01  FILLER REDEFINES ES-SSN-PLAIN.
001600     05  FILLER                  PIC 9(05).
001610     05  ES-PLAIN-SERIAL         PIC 9(04).
001620
001630 01  ES-SSN-CRYPT                PIC 9(09) VALUE ZEROS.
001640 01  FILLER REDEFINES ES-SSN-CRYPT.
001650     05  ES-CRYPT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001660
001670 77  ES-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
001680 77  ES-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
001690
001700 01  ES-COUNT-READ               PIC 9(08) COMP VALUE 0.
001710 01  ES-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
001720 01  ES-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
001730 01  ES-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001740
001750 01  ES-SALARY-TOTAL             PIC 9(11)V99 VALUE ZEROS.
001760 01  ES-SALARY-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001770
001780 01  ES-SNAP-DATE                PIC 9(08) VALUE ZEROS.
001790 01  ES-RUN-TIME                 PIC 9(08) VALUE ZEROS.
001800
001810 PROCEDURE DIVISION.
001820
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 3100-READ-MASTER THRU 3100-EXIT
001860     PERFORM 3200-SNAP-ONE-RECORD THRU 3200-EXIT
001870         UNTIL ES-END-OF-FILE
001880     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT
001900     STOP RUN.
001910
001920 1000-INITIALIZE.
001930     PERFORM 1200-LOAD-CIPHER-KEY THRU 1200-EXIT
001940     OPEN INPUT EMPLOYEE-MASTER
001950     IF NOT ES-EMPMAST-OK
001960         DISPLAY "EMPSNAP - CANNOT OPEN EMPMAST - STATUS "
001970             ES-EMPMAST-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     OPEN INPUT POSN-HIST
002020     IF NOT ES-POSHIST-OK
002030         DISPLAY "EMPSNAP - CANNOT OPEN POSHIST - STATUS "
002040             ES-POSHIST-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     OPEN OUTPUT SNAP-OUT
002090     IF NOT ES-SNAP-OK
002100         DISPLAY "EMPSNAP - CANNOT OPEN SNAPOUT - STATUS "
002110             ES-SNAP-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002150     ACCEPT ES-SNAP-DATE FROM DATE YYYYMMDD
002160     ACCEPT ES-RUN-TIME FROM TIME
002170     MOVE SPACES TO SNAP-RECORD
002180     SET SN-HEADER TO TRUE
002190     MOVE ES-SNAP-DATE TO SH-SNAP-DATE
002200     MOVE ES-RUN-TIME TO SH-RUN-TIME
002210     MOVE "EMPSNAP" TO SH-PROGRAM
002220     WRITE SNAP-RECORD.
002230 1000-EXIT.
002240     EXIT.
002250
002260****************************************************************
002270*    1200 - THE CIPHER KEY IS NEEDED ONLY TO RECOVER THE LAST
002280*    FOUR DIGITS FOR THE MASKED DISPLAY; THE MATCH KEY STAYS
002290*    ENCIPHERED.  SAME CIPHKEY DATASET AND RULES AS COBOLTUT.
002300****************************************************************
002310 1200-LOAD-CIPHER-KEY.
002320     OPEN INPUT CIPH-KEY
002330     IF NOT ES-CIPHKEY-OK
002340         DISPLAY "EMPSNAP - CANNOT OPEN CIPHKEY - STATUS "
002350             ES-CIPHKEY-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     READ CIPH-KEY
002400         AT END
002410             MOVE SPACES TO CK-KEY-DIGITS
002420     END-READ
002430     CLOSE CIPH-KEY
002440     IF CK-KEY-DIGITS NOT NUMERIC
002450         DISPLAY "EMPSNAP - CIPHKEY EMPTY OR NOT NUMERIC - ENDING"
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF
002490     MOVE CK-KEY-DIGITS TO ES-KEY.
002500 1200-EXIT.
002510     EXIT.
002520
002521****************************************************************
002522*    3100 - A READ ERROR ON THE MASTER ENDS THE RUN: CARRYING ON
002523*    WOULD SNAP THE LAST GOOD RECORD AGAIN, AND TREATING IT AS
002524*    END OF FILE WOULD CUT A SHORT SNAPSHOT THAT MOVEMENT REPORTS
002525*    WOULD READ AS LEAVERS.
002526****************************************************************
002530 3100-READ-MASTER.
002540     READ EMPLOYEE-MASTER NEXT RECORD
002541         AT END
002542             SET ES-END-OF-FILE TO TRUE
002543             GO TO 3100-EXIT
002544     END-READ
002545     IF NOT ES-EMPMAST-READ-OK
002546         DISPLAY "EMPSNAP - EMPMAST READ FAILED - STATUS "
002547             ES-EMPMAST-STATUS
002548         MOVE 16 TO RETURN-CODE
002549         STOP RUN
002550     END-IF.
002570 3100-EXIT.
002580     EXIT.
002590
002600 3200-SNAP-ONE-RECORD.
002610     ADD 1 TO ES-COUNT-READ
002620     PERFORM 3300-FIND-CURRENT-POSN THRU 3300-EXIT
002630     MOVE SPACES TO SNAP-RECORD
002640     SET SN-DETAIL TO TRUE
002650     MOVE EM-SSNUM TO SN-SSNUM
002660     MOVE EM-SSNUM TO ES-SSN-CRYPT
002670     PERFORM 6000-DECIPHER-ONE-DIGIT THRU 6000-EXIT
002680         VARYING ES-CIPHER-SUB FROM 1 BY 1
002690         UNTIL ES-CIPHER-SUB > 9
002700     MOVE ES-PLAIN-SERIAL TO SN-SSN-SERIAL
002710     MOVE EM-NAME TO SN-NAME
002720     MOVE EM-ENTRY-DATE TO SN-ENTRY-DATE
002730     MOVE EM-STATUS TO SN-STATUS
002740     MOVE EM-STATUS-DATE TO SN-STATUS-DATE
002750     MOVE EM-DEPT-CODE TO SN-DEPT-CODE
002760     MOVE ES-CP-EFF-DATE TO SN-EFF-DATE
002770     MOVE ES-CP-JOB-TITLE TO SN-JOB-TITLE
002780     MOVE ES-CP-GRADE TO SN-GRADE
002790     MOVE ES-CP-SALARY TO SN-SALARY
002800     IF ES-POSN-FOUND
002810         MOVE "Y" TO SN-POSN-SW
002820     ELSE
002830         MOVE "N" TO SN-POSN-SW
002840     END-IF
002850     IF EM-ACTIVE
002860         ADD 1 TO ES-COUNT-ACTIVE
002870         ADD ES-CP-SALARY TO ES-SALARY-TOTAL
002880         IF NOT ES-POSN-FOUND
002890             ADD 1 TO ES-COUNT-NO-POSN
002900         END-IF
002910     END-IF
002920     WRITE SNAP-RECORD
002930     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
002940 3200-EXIT.
002950     EXIT.
002960
002970****************************************************************
002980*    3300 - POSITION ROW CURRENT ON THE SNAPSHOT DATE.  START AT
002990*    (SSN, DATE ZERO) AND READ FORWARD; EVERY ROW UNDER THE SAME
003000*    SSN AND NOT DATED AFTER THE SNAPSHOT REPLACES THE HOLD, SO
003010*    THE HOLD ENDS ON THE ROW IN FORCE THAT DAY.
003020****************************************************************
003030 3300-FIND-CURRENT-POSN.
003040     MOVE "N" TO ES-POSN-FOUND-SW
003050     MOVE "N" TO ES-POSN-DONE-SW
003060     MOVE ZEROS TO ES-CURR-POSN
003070     MOVE SPACES TO ES-CP-JOB-TITLE
003080     MOVE SPACES TO ES-CP-GRADE
003090     MOVE EM-SSNUM TO PH-SSNUM
003100     MOVE ZEROS TO PH-EFF-DATE
003110     START POSN-HIST KEY IS >= PH-KEY
003120         INVALID KEY
003130             SET ES-POSN-DONE TO TRUE
003140     END-START
003150     IF NOT ES-POSHIST-READ-OK
003160         SET ES-POSN-DONE TO TRUE
003170     END-IF
003180     PERFORM 3400-READ-ONE-POSN THRU 3400-EXIT
003190         UNTIL ES-POSN-DONE.
003200 3300-EXIT.
003210     EXIT.
003220
003230 3400-READ-ONE-POSN.
003240     READ POSN-HIST NEXT RECORD
003250         AT END
003260             SET ES-POSN-DONE TO TRUE
003270     END-READ
003280     IF NOT ES-POSHIST-READ-OK
003290         SET ES-POSN-DONE TO TRUE
003300     END-IF
003310     IF ES-POSN-DONE
003320         GO TO 3400-EXIT
003330     END-IF
003340     IF PH-SSNUM NOT = EM-SSNUM
003350         OR PH-EFF-DATE > ES-SNAP-DATE
003360         SET ES-POSN-DONE TO TRUE
003370         GO TO 3400-EXIT
003380     END-IF
003390     SET ES-POSN-FOUND TO TRUE
003400     MOVE PH-EFF-DATE  TO ES-CP-EFF-DATE
003410     MOVE PH-JOB-TITLE TO ES-CP-JOB-TITLE
003420     MOVE PH-GRADE     TO ES-CP-GRADE
003430     MOVE PH-SALARY    TO ES-CP-SALARY.
003440 3400-EXIT.
003450     EXIT.
003460
003470****************************************************************
003480*    6000 - SAME DIGIT-SUBSTITUTION CIPHER AS COBOLTUT'S 2470:
003490*    ES-SSN-CRYPT TO ES-SSN-PLAIN, ONE DIGIT PER CALL.
003500****************************************************************
003510 6000-DECIPHER-ONE-DIGIT.
003520     COMPUTE ES-CIPHER-WORK = ES-CRYPT-DIGIT (ES-CIPHER-SUB)
003530         - ES-KEY-DIGIT (ES-CIPHER-SUB)
003540     IF ES-CIPHER-WORK < 0
003550         ADD 10 TO ES-CIPHER-WORK
003560     END-IF
003570     MOVE ES-CIPHER-WORK TO ES-PLAIN-DIGIT (ES-CIPHER-SUB).
003580 6000-EXIT.
003590     EXIT.
003600
003610 8000-WRITE-TRAILER.
003620     MOVE SPACES TO SNAP-RECORD
003630     SET SN-TRAILER TO TRUE
003640     MOVE ES-SNAP-DATE TO ST-SNAP-DATE
003650     MOVE ES-COUNT-READ TO ST-RECORD-COUNT
003660     MOVE ES-COUNT-ACTIVE TO ST-ACTIVE-COUNT
003670     MOVE ES-SALARY-TOTAL TO ST-SALARY-TOTAL
003680     WRITE SNAP-RECORD.
003690 8000-EXIT.
003700     EXIT.
003710
003720 9000-TERMINATE.
003730     CLOSE EMPLOYEE-MASTER
003740     CLOSE POSN-HIST
003750     CLOSE SNAP-OUT
003760     DISPLAY "EMPSNAP - SNAPSHOT DATE   " ES-SNAP-DATE
003770     MOVE ES-COUNT-READ TO ES-COUNT-ED
003780     DISPLAY "EMPSNAP - RECORDS WRITTEN " ES-COUNT-ED
003790     MOVE ES-COUNT-ACTIVE TO ES-COUNT-ED
003800     DISPLAY "EMPSNAP - ACTIVE          " ES-COUNT-ED
003810     MOVE ES-COUNT-NO-POSN TO ES-COUNT-ED
003820     DISPLAY "EMPSNAP - ACTIVE, NO POSN " ES-COUNT-ED
003830     MOVE ES-SALARY-TOTAL TO ES-SALARY-ED
003840     DISPLAY "EMPSNAP - ACTIVE SALARY   " ES-SALARY-ED.
003850 9000-EXIT.
003860     EXIT.
