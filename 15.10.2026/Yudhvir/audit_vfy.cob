000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITVFY.
000030 AUTHOR. Yudhvir Raj.
000040 DATE-WRITTEN. Oct 15 2026.
000050*
000060* AUDITVFY - AUDIT TRAIL CHAIN VERIFICATION.
000070*
000080*    Every AUDITLOG writer stamps each record with a sequence
000090*    number and a check value folded from the record before it
000100*    (layout and algorithm in AUDCHAIN).  This program reads the
000110*    trail end to end - AUDITHST first, since AUDITARC only ever
000120*    moves the oldest records there, then the live AUDITLOG - and
000130*    refolds every link.  It reports on AUDVRPT, with the record
000140*    echoed under each line, every exception in six classes:
000150*        - broken link: the stored check value is not the one
000160*          folded from the previous record and this one, so this
000170*          record (or the trailer of the one before) was altered
000180*        - gap: sequence numbers skipped, so records were removed
000190*        - out of order: a sequence number not above the last
000200*          one, so records were moved or copied in
000210*        - chain restarted: sequence 1 again after the chain
000220*          began, so the log was emptied or replaced and a writer
000230*          started over
000240*        - unchained: a record with no trailer after the chain
000250*          began, so it was keyed in by hand
000260*        - damaged trailer: columns 101-120 not in the layout
000270*    Records with no trailer ahead of the first chained record
000280*    were written before chaining went in; they are counted, not
000290*    reported.  After a gap, out-of-order or damaged record the
000300*    check carries on from the next good link, so one bad record
000310*    is reported once and does not flag the rest of the trail.
000320*
000330*    AUDITLOG is required.  A missing AUDITHST (no archive run
000340*    yet) is not an error: the chain is then taken up at the
000350*    first chained record on AUDITLOG, whatever its sequence.
000360*
000370*    The chain is not keyed, so it proves the trail was not
000380*    edited with an ordinary editor or utility; it cannot prove
000390*    that someone did not refold the whole trail after editing.
000400*
000410*    Return codes, for the scheduler to alert on:
000420*        0  trail verified, no exceptions
000430*        8  one or more exceptions - see AUDVRPT
000440*       16  AUDITLOG or AUDITHST could not be opened
000450*
000460* MODIFICATION HISTORY
000470*    15 OCT 2026  YR  Initial version.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AV-HIST-STATUS.
000550     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AV-AUDIT-STATUS.
000580     SELECT VFY-RPT ASSIGN TO "AUDVRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AV-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-HIST.
000650 01  AUDIT-HIST-RECORD           PIC X(120).
000660
000670 FD  AUDIT-LOG.
000680 01  AUDIT-LOG-RECORD            PIC X(120).
000690
000700 FD  VFY-RPT.
000710 01  VFY-RPT-RECORD              PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740 01  AV-HIST-STATUS              PIC X(02) VALUE SPACES.
000750     88  AV-HIST-OK                         VALUE "00".
000760     88  AV-HIST-MISSING                    VALUE "35".
000770
000780 01  AV-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000790     88  AV-AUDIT-OK                        VALUE "00".
000800
000810 01  AV-RPT-STATUS               PIC X(02) VALUE SPACES.
000820
000830 01  AV-EOF-SW                   PIC X(01) VALUE "N".
000840     88  AV-EOF                             VALUE "Y".
000850
000860 01  AV-HIST-SW                  PIC X(01) VALUE "Y".
000870     88  AV-HIST-PRESENT                    VALUE "Y".
000880     88  AV-NO-HIST                         VALUE "N".
000890
000900 01  AV-CHAIN-SW                 PIC X(01) VALUE "N".
000910     88  AV-CHAIN-STARTED                   VALUE "Y".
000920
000930 COPY AUDCHAIN.
000940
000950*    The record under check, from either file.
000960 01  AV-RECORD.
000970     05  AV-TEXT                 PIC X(100).
000980     05  AV-CHAIN                PIC X(20).
000990 01  FILLER REDEFINES AV-RECORD.
001000     05  FILLER                  PIC X(100).
001010     05  AV-CHAIN-SEQ            PIC X(09).
001020     05  AV-CHAIN-GAP            PIC X(01).
001030     05  AV-CHAIN-CHECK          PIC X(10).
001040
001050 01  AV-FILE-NAME                PIC X(08) VALUE SPACES.
001060 01  AV-REC-NUM                  PIC 9(08) COMP VALUE 0.
001070 01  AV-REC-ED                   PIC Z(07)9.
001080 01  AV-EXPECT-SEQ               PIC 9(09) VALUE ZEROS.
001090 01  AV-MISSING                  PIC 9(09) VALUE ZEROS.
001100 01  AV-MISSING-ED               PIC Z(08)9.
001110 01  AV-CHECK-CALC               PIC 9(10) VALUE ZEROS.
001120
001130 01  AV-EXC-CLASS                PIC X(16) VALUE SPACES.
001140 01  AV-EXC-DETAIL               PIC X(60) VALUE SPACES.
001150 01  AV-SUM-LABEL                PIC X(32) VALUE SPACES.
001160 01  AV-SUM-COUNT                PIC 9(08) COMP VALUE 0.
001170
001180 01  AV-COUNT-HIST               PIC 9(08) COMP VALUE 0.
001190 01  AV-COUNT-LOG                PIC 9(08) COMP VALUE 0.
001200 01  AV-COUNT-LEGACY             PIC 9(08) COMP VALUE 0.
001210 01  AV-COUNT-CHAINED            PIC 9(08) COMP VALUE 0.
001220 01  AV-COUNT-BROKEN             PIC 9(08) COMP VALUE 0.
001230 01  AV-COUNT-GAP                PIC 9(08) COMP VALUE 0.
001240 01  AV-COUNT-MISSING            PIC 9(08) COMP VALUE 0.
001250 01  AV-COUNT-ORDER              PIC 9(08) COMP VALUE 0.
001260 01  AV-COUNT-RESTART            PIC 9(08) COMP VALUE 0.
001270 01  AV-COUNT-UNCHAINED          PIC 9(08) COMP VALUE 0.
001280 01  AV-COUNT-DAMAGED            PIC 9(08) COMP VALUE 0.
001290 01  AV-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001300
001310 01  AV-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001320
001330 PROCEDURE DIVISION.
001340
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001370     PERFORM 3000-VERIFY-HISTORY THRU 3000-EXIT
001380     PERFORM 4000-VERIFY-LIVE-LOG THRU 4000-EXIT
001390     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT
001410     STOP RUN.
001420
001430 1000-INITIALIZE.
001440     OPEN INPUT AUDIT-LOG
001450     IF NOT AV-AUDIT-OK
001460         DISPLAY "AUDITVFY - CANNOT OPEN AUDITLOG - STATUS "
001470             AV-AUDIT-STATUS
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF
001510     OPEN INPUT AUDIT-HIST
001520     IF AV-HIST-MISSING
001530         SET AV-NO-HIST TO TRUE
001540         DISPLAY "AUDITVFY - NO AUDITHST - CHECKING AUDITLOG ONLY"
001550     ELSE
001560         IF NOT AV-HIST-OK
001570             DISPLAY "AUDITVFY - CANNOT OPEN AUDITHST - STATUS "
001580                 AV-HIST-STATUS
001590             MOVE 16 TO RETURN-CODE
001600             STOP RUN
001610         END-IF
001620     END-IF
001630     OPEN OUTPUT VFY-RPT
001640     ACCEPT AV-RUN-DATE FROM DATE YYYYMMDD
001650     MOVE SPACES TO VFY-RPT-RECORD
001660     STRING "AUDITVFY - AUDIT TRAIL CHAIN VERIFICATION - RUN "
001670         DELIMITED BY SIZE
001680         AV-RUN-DATE DELIMITED BY SIZE
001690         INTO VFY-RPT-RECORD
001700     END-STRING
001710     WRITE VFY-RPT-RECORD
001720     MOVE SPACES TO VFY-RPT-RECORD
001730     WRITE VFY-RPT-RECORD
001740     IF AV-NO-HIST
001750         MOVE "AUDITHST NOT FOUND - AUDITLOG CHECKED ON ITS OWN"
001760             TO VFY-RPT-RECORD
001770         WRITE VFY-RPT-RECORD
001780         MOVE SPACES TO VFY-RPT-RECORD
001790         WRITE VFY-RPT-RECORD
001800     END-IF
001810     MOVE ZEROS TO CHN-LAST-SEQ
001820     MOVE ZEROS TO CHN-LAST-CHECK.
001830 1000-EXIT.
001840     EXIT.
001850
001860****************************************************************
001870*    3000 - THE ARCHIVED PART OF THE TRAIL, OLDEST FIRST.
001880****************************************************************
001890 3000-VERIFY-HISTORY.
001900     IF AV-NO-HIST
001910         GO TO 3000-EXIT
001920     END-IF
001930     MOVE "AUDITHST" TO AV-FILE-NAME
001940     MOVE 0 TO AV-REC-NUM
001950     MOVE "N" TO AV-EOF-SW
001960     PERFORM 3100-READ-ONE-HIST THRU 3100-EXIT
001970         UNTIL AV-EOF
001980     CLOSE AUDIT-HIST.
001990 3000-EXIT.
002000     EXIT.
002010
002020 3100-READ-ONE-HIST.
002030     READ AUDIT-HIST
002040         AT END
002050             SET AV-EOF TO TRUE
002060     END-READ
002070     IF NOT AV-HIST-OK
002080         SET AV-EOF TO TRUE
002090     END-IF
002100     IF AV-EOF
002110         GO TO 3100-EXIT
002120     END-IF
002130     ADD 1 TO AV-REC-NUM
002140     ADD 1 TO AV-COUNT-HIST
002150     MOVE AUDIT-HIST-RECORD TO AV-RECORD
002160     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
002170 3100-EXIT.
002180     EXIT.
002190
002200****************************************************************
002210*    4000 - THE LIVE LOG, WHICH CARRIES ON FROM THE LAST RECORD
002220*    ARCHIVED (AUDITARC'S AUDIT ARCHIVED RECORD IS CHAINED FROM
002230*    IT).
002240****************************************************************
002250 4000-VERIFY-LIVE-LOG.
002260     MOVE "AUDITLOG" TO AV-FILE-NAME
002270     MOVE 0 TO AV-REC-NUM
002280     MOVE "N" TO AV-EOF-SW
002290     PERFORM 4100-READ-ONE-LOG THRU 4100-EXIT
002300         UNTIL AV-EOF.
002310 4000-EXIT.
002320     EXIT.
002330
002340 4100-READ-ONE-LOG.
002350     READ AUDIT-LOG
002360         AT END
002370             SET AV-EOF TO TRUE
002380     END-READ
002390     IF NOT AV-AUDIT-OK
002400         SET AV-EOF TO TRUE
002410     END-IF
002420     IF AV-EOF
002430         GO TO 4100-EXIT
002440     END-IF
002450     ADD 1 TO AV-REC-NUM
002460     ADD 1 TO AV-COUNT-LOG
002470     MOVE AUDIT-LOG-RECORD TO AV-RECORD
002480     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
002490 4100-EXIT.
002500     EXIT.
002510
002520****************************************************************
002530*    5000 - ONE RECORD AGAINST THE CHAIN SO FAR.  CHN-LAST-SEQ
002540*    AND CHN-LAST-CHECK HOLD THE LAST GOOD LINK.
002550****************************************************************
002560 5000-CHECK-RECORD.
002570     IF AV-CHAIN = SPACES
002580         IF NOT AV-CHAIN-STARTED
002590             ADD 1 TO AV-COUNT-LEGACY
002600             GO TO 5000-EXIT
002610         END-IF
002620         ADD 1 TO AV-COUNT-UNCHAINED
002630         MOVE "UNCHAINED" TO AV-EXC-CLASS
002640         MOVE "NO SEQUENCE OR CHECK VALUE AFTER THE CHAIN BEGAN"
002650             TO AV-EXC-DETAIL
002660         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
002670         GO TO 5000-EXIT
002680     END-IF
002690     MOVE AV-CHAIN TO CHN-TRAILER
002700     IF AV-CHAIN-SEQ NOT NUMERIC
002710         OR AV-CHAIN-CHECK NOT NUMERIC
002720         OR AV-CHAIN-GAP NOT = SPACE
002730         OR CHN-TRL-SEQ = 0
002740         ADD 1 TO AV-COUNT-DAMAGED
002750         MOVE "DAMAGED TRAILER" TO AV-EXC-CLASS
002760         MOVE "COLUMNS 101-120 ARE NOT A SEQUENCE AND CHECK VALUE"
002770             TO AV-EXC-DETAIL
002780         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
002790         GO TO 5000-EXIT
002800     END-IF
002810     ADD 1 TO AV-COUNT-CHAINED
002820     IF NOT AV-CHAIN-STARTED
002830         SET AV-CHAIN-STARTED TO TRUE
002840         PERFORM 5100-CHECK-FIRST-LINK THRU 5100-EXIT
002850         GO TO 5000-EXIT
002860     END-IF
002870     IF CHN-TRL-SEQ = 1
002880         PERFORM 5200-CHAIN-RESTARTED THRU 5200-EXIT
002890         GO TO 5000-EXIT
002900     END-IF
002910     COMPUTE AV-EXPECT-SEQ = CHN-LAST-SEQ + 1
002920     IF CHN-TRL-SEQ = AV-EXPECT-SEQ
002930         PERFORM 5500-VERIFY-LINK THRU 5500-EXIT
002940         GO TO 5000-EXIT
002950     END-IF
002960     IF CHN-TRL-SEQ > AV-EXPECT-SEQ
002970         PERFORM 5300-SEQUENCE-GAP THRU 5300-EXIT
002980         GO TO 5000-EXIT
002990     END-IF
003000     PERFORM 5400-OUT-OF-ORDER THRU 5400-EXIT.
003010 5000-EXIT.
003020     EXIT.
003030
003040****************************************************************
003050*    5100 - THE FIRST CHAINED RECORD.  SEQUENCE 1 IS CHAINED FROM
003060*    ZERO AND IS CHECKED LIKE ANY OTHER LINK.  A CHAIN THAT
003070*    BEGINS HIGHER HAS LOST ITS FIRST RECORDS - UNLESS THERE IS
003080*    NO AUDITHST, WHEN THEY MAY SIMPLY NOT BE HERE TO READ.
003090****************************************************************
003100 5100-CHECK-FIRST-LINK.
003110     IF CHN-TRL-SEQ = 1
003120         MOVE ZEROS TO CHN-LAST-CHECK
003130         PERFORM 5500-VERIFY-LINK THRU 5500-EXIT
003140         GO TO 5100-EXIT
003150     END-IF
003160     IF AV-HIST-PRESENT
003170         COMPUTE AV-MISSING = CHN-TRL-SEQ - 1
003180         ADD 1 TO AV-COUNT-GAP
003190         ADD AV-MISSING TO AV-COUNT-MISSING
003200         MOVE AV-MISSING TO AV-MISSING-ED
003210         MOVE "GAP" TO AV-EXC-CLASS
003220         MOVE SPACES TO AV-EXC-DETAIL
003230         STRING "CHAIN BEGINS HERE - " DELIMITED BY SIZE
003240             AV-MISSING-ED DELIMITED BY SIZE
003250             " EARLIER RECORD(S) MISSING" DELIMITED BY SIZE
003260             INTO AV-EXC-DETAIL
003270         END-STRING
003280         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
003290     END-IF
003300     PERFORM 5600-ANCHOR-LINK THRU 5600-EXIT.
003310 5100-EXIT.
003320     EXIT.
003330
003340 5200-CHAIN-RESTARTED.
003350     ADD 1 TO AV-COUNT-RESTART
003360     MOVE "CHAIN RESTARTED" TO AV-EXC-CLASS
003370     MOVE SPACES TO AV-EXC-DETAIL
003380     STRING "SEQUENCE 1 AFTER SEQUENCE " DELIMITED BY SIZE
003390         CHN-LAST-SEQ DELIMITED BY SIZE
003400         INTO AV-EXC-DETAIL
003410     END-STRING
003420     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
003430     MOVE ZEROS TO CHN-LAST-CHECK
003440     PERFORM 5500-VERIFY-LINK THRU 5500-EXIT.
003450 5200-EXIT.
003460     EXIT.
003470
003480 5300-SEQUENCE-GAP.
003490     COMPUTE AV-MISSING = CHN-TRL-SEQ - AV-EXPECT-SEQ
003500     ADD 1 TO AV-COUNT-GAP
003510     ADD AV-MISSING TO AV-COUNT-MISSING
003520     MOVE AV-MISSING TO AV-MISSING-ED
003530     MOVE "GAP" TO AV-EXC-CLASS
003540     MOVE SPACES TO AV-EXC-DETAIL
003550     STRING AV-MISSING-ED DELIMITED BY SIZE
003560         " RECORD(S) MISSING AFTER SEQUENCE " DELIMITED BY SIZE
003570         CHN-LAST-SEQ DELIMITED BY SIZE
003580         INTO AV-EXC-DETAIL
003590     END-STRING
003600     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
003610     PERFORM 5600-ANCHOR-LINK THRU 5600-EXIT.
003620 5300-EXIT.
003630     EXIT.
003640
003650****************************************************************
003660*    5400 - A SEQUENCE NUMBER AT OR BELOW THE LAST GOOD ONE IS A
003670*    MOVED OR DUPLICATED RECORD.  THE CHAIN STAYS ANCHORED ON THE
003680*    LAST GOOD LINK SO THE RECORDS AFTER IT STILL CHECK.
003690****************************************************************
003700 5400-OUT-OF-ORDER.
003710     ADD 1 TO AV-COUNT-ORDER
003720     MOVE "OUT OF ORDER" TO AV-EXC-CLASS
003730     MOVE SPACES TO AV-EXC-DETAIL
003740     STRING "MOVED OR DUPLICATED - LAST SEQUENCE WAS "
003750         DELIMITED BY SIZE
003760         CHN-LAST-SEQ DELIMITED BY SIZE
003770         INTO AV-EXC-DETAIL
003780     END-STRING
003790     PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT.
003800 5400-EXIT.
003810     EXIT.
003820
003830****************************************************************
003840*    5500 - REFOLD THE CHECK VALUE FROM THE LAST LINK AND THIS
003850*    RECORD, EXACTLY AS THE WRITERS' 9200-CHAIN-AUDIT DOES, AND
003860*    COMPARE.  THE CHAIN IS THEN ANCHORED ON THE STORED VALUE, SO
003870*    AN ALTERED RECORD BREAKS ITS OWN LINK AND NOT EVERY ONE
003880*    AFTER IT.
003890****************************************************************
003900 5500-VERIFY-LINK.
003910     MOVE CHN-TRL-SEQ TO CHN-INPUT-SEQ
003920     MOVE AV-TEXT TO CHN-INPUT-TEXT
003930     MOVE CHN-LAST-CHECK TO CHN-WORK
003940     PERFORM 5550-CHAIN-ONE-BYTE THRU 5550-EXIT
003950         VARYING CHN-SUB FROM 1 BY 1
003960         UNTIL CHN-SUB > 109
003970     MOVE CHN-WORK TO AV-CHECK-CALC
003980     IF AV-CHECK-CALC NOT = CHN-TRL-CHECK
003990         ADD 1 TO AV-COUNT-BROKEN
004000         MOVE "BROKEN LINK" TO AV-EXC-CLASS
004010         MOVE SPACES TO AV-EXC-DETAIL
004020         STRING "CHECK VALUE " DELIMITED BY SIZE
004030             CHN-TRL-CHECK DELIMITED BY SIZE
004040             " SHOULD BE " DELIMITED BY SIZE
004050             AV-CHECK-CALC DELIMITED BY SIZE
004060             INTO AV-EXC-DETAIL
004070         END-STRING
004080         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
004090     END-IF
004100     PERFORM 5600-ANCHOR-LINK THRU 5600-EXIT.
004110 5500-EXIT.
004120     EXIT.
004130
004140*    Same fold as 9210-CHAIN-ONE-BYTE in every AUDITLOG writer.
004150 5550-CHAIN-ONE-BYTE.
004160     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
004170     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
004180     DIVIDE CHN-WORK BY 9999999967
004190         GIVING CHN-QUOT REMAINDER CHN-REM
004200     MOVE CHN-REM TO CHN-WORK.
004210 5550-EXIT.
004220     EXIT.
004230
004240 5600-ANCHOR-LINK.
004250     MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
004260     MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK.
004270 5600-EXIT.
004280     EXIT.
004290
004300****************************************************************
004310*    6500 - ONE EXCEPTION: CLASS, FILE, RECORD NUMBER WITHIN THE
004320*    FILE, SEQUENCE AS STORED AND DETAIL, THEN THE AUDIT LINE
004330*    ITSELF SO THE READER NEED NOT GO LOOKING FOR IT.
004340****************************************************************
004350 6500-WRITE-EXCEPTION.
004360     MOVE AV-REC-NUM TO AV-REC-ED
004370     MOVE SPACES TO VFY-RPT-RECORD
004380     STRING AV-EXC-CLASS DELIMITED BY SIZE
004390         " " DELIMITED BY SIZE
004400         AV-FILE-NAME DELIMITED BY SIZE
004410         " RECORD " DELIMITED BY SIZE
004420         AV-REC-ED DELIMITED BY SIZE
004430         " SEQ " DELIMITED BY SIZE
004440         AV-CHAIN-SEQ DELIMITED BY SIZE
004450         " " DELIMITED BY SIZE
004460         AV-EXC-DETAIL DELIMITED BY SIZE
004470         INTO VFY-RPT-RECORD
004480     END-STRING
004490     WRITE VFY-RPT-RECORD
004500     MOVE SPACES TO VFY-RPT-RECORD
004510     STRING "    " DELIMITED BY SIZE
004520         AV-TEXT DELIMITED BY SIZE
004530         INTO VFY-RPT-RECORD
004540     END-STRING
004550     WRITE VFY-RPT-RECORD.
004560 6500-EXIT.
004570     EXIT.
004580
004590 8000-WRITE-SUMMARY.
004600     MOVE SPACES TO VFY-RPT-RECORD
004610     WRITE VFY-RPT-RECORD
004620     MOVE "AUDITHST RECORDS READ  . . . . ." TO AV-SUM-LABEL
004630     MOVE AV-COUNT-HIST TO AV-SUM-COUNT
004640     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004650     MOVE "AUDITLOG RECORDS READ  . . . . ." TO AV-SUM-LABEL
004660     MOVE AV-COUNT-LOG TO AV-SUM-COUNT
004670     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004680     MOVE "WRITTEN BEFORE CHAINING BEGAN  ." TO AV-SUM-LABEL
004690     MOVE AV-COUNT-LEGACY TO AV-SUM-COUNT
004700     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004710     MOVE "CHAINED RECORDS  . . . . . . . ." TO AV-SUM-LABEL
004720     MOVE AV-COUNT-CHAINED TO AV-SUM-COUNT
004730     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004740     MOVE "BROKEN LINKS . . . . . . . . . ." TO AV-SUM-LABEL
004750     MOVE AV-COUNT-BROKEN TO AV-SUM-COUNT
004760     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004770     MOVE "GAPS . . . . . . . . . . . . . ." TO AV-SUM-LABEL
004780     MOVE AV-COUNT-GAP TO AV-SUM-COUNT
004790     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004800     MOVE "  RECORDS MISSING IN GAPS  . . ." TO AV-SUM-LABEL
004810     MOVE AV-COUNT-MISSING TO AV-SUM-COUNT
004820     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004830     MOVE "OUT OF ORDER OR DUPLICATED . . ." TO AV-SUM-LABEL
004840     MOVE AV-COUNT-ORDER TO AV-SUM-COUNT
004850     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004860     MOVE "CHAIN RESTARTS . . . . . . . . ." TO AV-SUM-LABEL
004870     MOVE AV-COUNT-RESTART TO AV-SUM-COUNT
004880     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004890     MOVE "UNCHAINED AFTER CHAIN BEGAN  . ." TO AV-SUM-LABEL
004900     MOVE AV-COUNT-UNCHAINED TO AV-SUM-COUNT
004910     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004920     MOVE "DAMAGED TRAILERS . . . . . . . ." TO AV-SUM-LABEL
004930     MOVE AV-COUNT-DAMAGED TO AV-SUM-COUNT
004940     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004950     MOVE SPACES TO VFY-RPT-RECORD
004960     STRING "LAST SEQUENCE NUMBER . . . . . . " DELIMITED BY SIZE
004970         CHN-LAST-SEQ DELIMITED BY SIZE
004980         INTO VFY-RPT-RECORD
004990     END-STRING
005000     WRITE VFY-RPT-RECORD
005010     IF AV-COUNT-BROKEN > 0
005020         OR AV-COUNT-GAP > 0
005030         OR AV-COUNT-ORDER > 0
005040         OR AV-COUNT-RESTART > 0
005050         OR AV-COUNT-UNCHAINED > 0
005060         OR AV-COUNT-DAMAGED > 0
005070         MOVE 8 TO RETURN-CODE
005080     END-IF.
005090 8000-EXIT.
005100     EXIT.
005110
005120 8100-WRITE-COUNT-LINE.
005130     MOVE AV-SUM-COUNT TO AV-COUNT-ED
005140     MOVE SPACES TO VFY-RPT-RECORD
005150     STRING AV-SUM-LABEL DELIMITED BY SIZE
005160         " " DELIMITED BY SIZE
005170         AV-COUNT-ED DELIMITED BY SIZE
005180         INTO VFY-RPT-RECORD
005190     END-STRING
005200     WRITE VFY-RPT-RECORD.
005210 8100-EXIT.
005220     EXIT.
005230
005240 9000-TERMINATE.
005250     CLOSE AUDIT-LOG
005260     CLOSE VFY-RPT.
005270 9000-EXIT.
005280     EXIT.
