000120*    most recent POSN-HIST row - the keys sort ascending within
000130*    an SSN, so the last row under a key is the current one.
000140*    The master arrives in enciphered-key order, i.e. no order
000150*    at all, so the rows go through a SORT into department/name
000160*    sequence before printing: each department's people appear
000180*    together with the department subtotal directly under
000190*    them, then a grand total - so finance can answer "what is
000200*    our current salary cost by department" without browsing
000205*    the cluster.  Two people with the same name in the same
000210*    department keep master-key order, so the register prints
000215*    the same way every run.
000220*
000230*    Both files carry the SAME enciphered SSN as their key, so
000240*    the match is crypt-to-crypt and this program never needs
000290*    counted) instead of silently dropping out of the salary
000300*    cost - those are the rows the merit cycle missed.
000310*
000370* MODIFICATION HISTORY
000372*    15 OCT 2026  YR  Sort the register rows with SORT instead of
000374*                     holding them in a 2000-row table, so the
000376*                     register is complete and grouped at any
000378*                     headcount - no more ungrouped overflow rows.
000380*    02 SEP 2026  YR  Hold and sort the detail so the register
000390*                     really is grouped by department, with
000400*                     each subtotal under its own group, not
000590     SELECT COMP-RPT ASSIGN TO "COMPRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CR-RPT-STATUS.
000615     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000870
000880 FD  COMP-RPT.
000890 01  COMP-RPT-RECORD             PIC X(100).
000891
000892*    One row per active employee.  Type "D" is a detail with a
000893*    position row, "X" is the no-position exception line.
000894 SD  SORT-FILE.
000895 01  SORT-RECORD.
000896     05  SR-DEPT                 PIC X(04).
000897     05  SR-NAME                 PIC X(30).
000898     05  SR-SSNUM                PIC 9(09).
000899     05  SR-TYPE                 PIC X(01).
000900     05  SR-GRADE                PIC X(02).
000901     05  SR-TITLE                PIC X(20).
000902     05  SR-SALARY               PIC 9(07)V99.
000903
000910 WORKING-STORAGE SECTION.
000920 01  CR-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
000930     88  CR-EMPMAST-OK                      VALUE "00".
001150     05  CR-CP-GRADE             PIC X(02) VALUE SPACES.
001160     05  CR-CP-SALARY            PIC 9(07)V99 VALUE ZEROS.
001170
001180 01  CR-SORT-EOF-SW              PIC X(01) VALUE "N".
001190     88  CR-SORT-EOF                        VALUE "Y".
001520
001530 01  CR-PRINT-DEPT               PIC X(04) VALUE LOW-VALUES.
001540 01  CR-DEPT-SALARY              PIC 9(09)V99 VALUE ZEROS.
001580 01  CR-COUNT-ACTIVE             PIC 9(08) COMP VALUE 0.
001590 01  CR-COUNT-LISTED             PIC 9(08) COMP VALUE 0.
001600 01  CR-COUNT-NO-POSN            PIC 9(08) COMP VALUE 0.
001620 01  CR-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001630
001640 01  CR-GRAND-SALARY             PIC 9(11)V99 VALUE ZEROS.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     SORT SORT-FILE
001750         ON ASCENDING KEY SR-DEPT SR-NAME SR-SSNUM
001760         INPUT PROCEDURE IS 3000-SELECT-ACTIVE THRU 3000-EXIT
001770         OUTPUT PROCEDURE IS 8000-WRITE-REGISTER THRU 8000-EXIT
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT
001800     STOP RUN.
001810
002180     WRITE COMP-RPT-RECORD.
002190 1300-EXIT.
002200     EXIT.
002201
002202****************************************************************
002203*    3000 - SORT INPUT.  ONE PASS OF THE MASTER; EVERY ACTIVE
002204*    EMPLOYEE GOES TO THE SORT WITH THEIR CURRENT POSITION.
002205****************************************************************
002206 3000-SELECT-ACTIVE.
002207     PERFORM 3100-READ-MASTER THRU 3100-EXIT
002208     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
002209         UNTIL CR-END-OF-FILE.
002210 3000-EXIT.
002211     EXIT.
002212
002220 3100-READ-MASTER.
002230     READ EMPLOYEE-MASTER NEXT RECORD
002240         AT END SET CR-END-OF-FILE TO TRUE
002340         IF CR-POSN-FOUND
002350             ADD 1 TO CR-COUNT-LISTED
002360             ADD CR-CP-SALARY TO CR-GRAND-SALARY
002370             MOVE "D" TO SR-TYPE
002380         ELSE
002390             ADD 1 TO CR-COUNT-NO-POSN
002400             MOVE "X" TO SR-TYPE
002410         END-IF
002420         PERFORM 3500-RELEASE-DETAIL THRU 3500-EXIT
002430     END-IF
002440     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
002450 3200-EXIT.
002930 3400-EXIT.
002940     EXIT.
002950
002960 3500-RELEASE-DETAIL.
002970     MOVE EM-DEPT-CODE   TO SR-DEPT
002980     MOVE EM-NAME        TO SR-NAME
002990     MOVE EM-SSNUM       TO SR-SSNUM
003000     MOVE CR-CP-GRADE    TO SR-GRADE
003010     MOVE CR-CP-JOB-TITLE TO SR-TITLE
003020     MOVE CR-CP-SALARY   TO SR-SALARY
003030     RELEASE SORT-RECORD.
003200 3500-EXIT.
003210     EXIT.
003220
003340****************************************************************
003350*    8000 - SORT OUTPUT, THE REGISTER PROPER.  A CHANGE OF DEPT
003360*    CODE CLOSES THE GROUP WITH ITS SUBTOTAL LINE, SO EVERY
003370*    DEPARTMENT'S PEOPLE AND SUBTOTAL SIT TOGETHER.
003750****************************************************************
003760 8000-WRITE-REGISTER.
003770     MOVE LOW-VALUES TO CR-PRINT-DEPT
003780     MOVE 0 TO CR-DEPT-COUNT
003790     MOVE ZEROS TO CR-DEPT-SALARY
003800     PERFORM 8100-WRITE-ONE-DETAIL THRU 8100-EXIT
003810         UNTIL CR-SORT-EOF
003820     IF CR-PRINT-DEPT NOT = LOW-VALUES
003840         PERFORM 8200-WRITE-DEPT-SUBTOTAL THRU 8200-EXIT
003850     END-IF
003860     MOVE SPACES TO COMP-RPT-RECORD
004060         INTO COMP-RPT-RECORD
004070     END-STRING
004080     WRITE COMP-RPT-RECORD
004190     MOVE CR-COUNT-ACTIVE TO CR-COUNT-ED
004200     MOVE SPACES TO COMP-RPT-RECORD
004210     STRING "TOTAL ACTIVE . . . . . . . . . " DELIMITED BY SIZE
004340     EXIT.
004350
004360 8100-WRITE-ONE-DETAIL.
004362     RETURN SORT-FILE
004364         AT END
004366             SET CR-SORT-EOF TO TRUE
004368             GO TO 8100-EXIT
004370     END-RETURN
004372     IF SR-DEPT NOT = CR-PRINT-DEPT
004380         IF CR-PRINT-DEPT NOT = LOW-VALUES
004390             PERFORM 8200-WRITE-DEPT-SUBTOTAL THRU 8200-EXIT
004400         END-IF
004410         MOVE SR-DEPT TO CR-PRINT-DEPT
004420         MOVE 0 TO CR-DEPT-COUNT
004430         MOVE ZEROS TO CR-DEPT-SALARY
004440     END-IF
004450     PERFORM 8300-WRITE-DETAIL-LINE THRU 8300-EXIT
004460     IF SR-TYPE = "D"
004480         ADD 1 TO CR-DEPT-COUNT
004490         ADD SR-SALARY TO CR-DEPT-SALARY
004500     END-IF.
004510 8100-EXIT.
004520     EXIT.
004690 8200-EXIT.
004700     EXIT.
004710
004720 8300-WRITE-DETAIL-LINE.
004770     MOVE SPACES TO COMP-RPT-RECORD
004780     MOVE SR-DEPT TO COMP-RPT-RECORD (1:4)
004790     MOVE SR-NAME TO COMP-RPT-RECORD (6:30)
004800     IF SR-TYPE = "D"
004810         MOVE SR-GRADE TO COMP-RPT-RECORD (37:2)
004820         MOVE SR-TITLE TO COMP-RPT-RECORD (40:20)
004830         MOVE SR-SALARY TO CR-SALARY-ED
004840         MOVE CR-SALARY-ED TO COMP-RPT-RECORD (68:14)
004850     ELSE
004860         MOVE "*** ACTIVE - NO POSITION ROW ON FILE"
