000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000081*    15 OCT 2026  YR  Chain every audit record (AUDCHAIN) from
000082*                     the last record on AUDIT-LOG, read afresh
000083*                     before every write.
000084*    15 OCT 2026  YR  Prove the operator with a PIN checked
000085*                     against its digest on OPERPIN.  Three
000086*                     misses lock the ID until OPERMNT resets
000087*                     it, an old or reset PIN must be changed,
000088*                     and every sign-on, failure and lockout is
000089*                     audited; the flagged batch ID is exempt.
000090*    09 AUG 2026  YR  Repurpose HELLO as the operator sign-on
000100*                     banner for the registration job stream -
000110*                     capture and validate the operator ID and
000160* HELLO - OPERATOR SIGN-ON BANNER.
000170*
000180*   Accepts an operator ID, re-prompting until it is non-blank,
000181*   proves it with the operator's PIN, and displays it back
000182*   along with the run date so the job log shows who is running
000183*   the suite before COBOLTUT or any later step in the job
000184*   stream executes.  A refused sign-on ends with return code
000185*   16 so no later step runs.
000186******************************************************************
000187 ENVIRONMENT DIVISION.
000188 INPUT-OUTPUT SECTION.
000189 FILE-CONTROL.
000190     SELECT OPER-PIN ASSIGN TO "OPERPIN"
000191         ORGANIZATION IS INDEXED
000192         ACCESS MODE IS DYNAMIC
000193         RECORD KEY IS PN-OPERATOR-ID
000194         FILE STATUS IS HL-OPERPIN-STATUS.
000195     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000196         ORGANIZATION IS LINE SEQUENTIAL
000197         FILE STATUS IS HL-AUDIT-STATUS.
000198 DATA DIVISION.
000199 FILE SECTION.
000200 FD  OPER-PIN.
000201 01  OPER-PIN-RECORD.
000202     05  PN-OPERATOR-ID          PIC X(10).
000203     05  PN-PIN-HASH             PIC 9(10).
000204     05  PN-FAIL-COUNT           PIC 9(01).
000205     05  PN-LOCK-SW              PIC X(01).
000206         88  PN-LOCKED                      VALUE "Y".
000207     05  PN-CHANGE-SW            PIC X(01).
000208         88  PN-MUST-CHANGE                 VALUE "Y".
000209     05  PN-BATCH-SW             PIC X(01).
000210         88  PN-BATCH-ID                    VALUE "Y".
000211     05  PN-PIN-DATE             PIC 9(08).
000212     05  PN-LAST-SIGNON-DATE     PIC 9(08).
000213     05  FILLER                  PIC X(40).
000214 FD  AUDIT-LOG.
000215 01  AUDIT-LOG-RECORD.
000216     05  AUDIT-LOG-TEXT          PIC X(100).
000217     05  AUDIT-LOG-CHAIN         PIC X(20).
000250 WORKING-STORAGE SECTION.
000260 01  HL-OPERATOR-ID              PIC X(10) VALUE SPACES.
000270 01  HL-OPERATOR-VALID-SW        PIC X(01) VALUE "N".
000280     88  HL-OPERATOR-VALID                  VALUE "Y".
000290     88  HL-OPERATOR-INVALID                VALUE "N".
000300 01  HL-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000301 77  HL-MAX-RETRIES              PIC 9(02) VALUE 3.
000302 01  HL-RETRY-COUNT              PIC 9(02) VALUE 0.
000303 01  HL-RETRY-EXCEEDED-SW        PIC X(01) VALUE "N".
000304     88  HL-RETRY-EXCEEDED                  VALUE "Y".
000305 01  HL-OPERPIN-STATUS           PIC X(02) VALUE SPACES.
000306     88  HL-OPERPIN-OK                      VALUE "00".
000307 01  HL-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000308 COPY AUDCHAIN.
000309 01  HL-SIGNON-SW                PIC X(01) VALUE "N".
000310     88  HL-SIGNED-ON                       VALUE "Y".
000311 01  HL-PIN-CHANGE-SW            PIC X(01) VALUE "N".
000312     88  HL-PIN-CHANGED                     VALUE "Y".
000313     88  HL-PIN-ABANDONED                   VALUE "X".
000314 01  HL-PIN-VALID-SW             PIC X(01) VALUE "N".
000315     88  HL-PIN-VALID                       VALUE "Y".
000316 77  HL-PIN-MAX-TRIES            PIC 9(01) VALUE 3.
000317 77  HL-PIN-MAX-DAYS             PIC 9(03) VALUE 90.
000318 77  HL-PIN-LEN                  PIC 9(04) COMP VALUE 0.
000319 77  HL-PIN-AGE-DAYS             PIC S9(07) COMP VALUE 0.
000320 01  HL-PIN-IN                   PIC X(08) VALUE SPACES.
000321 01  HL-PIN-NEW                  PIC X(08) VALUE SPACES.
000322 01  HL-AUDIT-ACTION             PIC X(20) VALUE SPACES.
000323 01  HL-AUDIT-NAME               PIC X(30) VALUE SPACES.
000324 01  HL-CURRENT-DATE-TIME.
000325     05  HL-CURRENT-DATE         PIC 9(08).
000326     05  HL-CURRENT-TIME         PIC 9(08).
000327*   3700-HASH-PIN work areas.  coboltut, OPERMNT and BUDGMNT
000328*   carry the same routine and must produce the same digest -
000329*   change all four together or every operator is locked out.
000330 01  HL-HASH-ID                  PIC X(10) VALUE SPACES.
000331 01  FILLER REDEFINES HL-HASH-ID.
000332     05  HL-HASH-ID-CHAR         PIC X(01) OCCURS 10 TIMES.
000333 01  HL-HASH-PIN                 PIC X(08) VALUE SPACES.
000334 01  FILLER REDEFINES HL-HASH-PIN.
000335     05  HL-HASH-PIN-CHAR        PIC X(01) OCCURS 8 TIMES.
000336 01  HL-HASH-CHARS               PIC X(40) VALUE
000337     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_@#".
000338 01  FILLER REDEFINES HL-HASH-CHARS.
000339     05  HL-HASH-CHAR            PIC X(01) OCCURS 40 TIMES.
000340 01  HL-HASH-DIGIT               PIC 9(01) VALUE 0.
000341 01  HL-HASH-RESULT              PIC 9(10) VALUE ZEROS.
000342 77  HL-HASH-WORK                PIC S9(18) COMP VALUE 0.
000343 77  HL-HASH-QUOT                PIC S9(18) COMP VALUE 0.
000344 77  HL-HASH-REM                 PIC S9(18) COMP VALUE 0.
000345 77  HL-HASH-VALUE               PIC 9(04) COMP VALUE 0.
000346 77  HL-HASH-SUB                 PIC 9(04) COMP VALUE 0.
000347 77  HL-HASH-CHAR-SUB            PIC 9(04) COMP VALUE 0.
000348 77  HL-HASH-ROUND               PIC 9(04) COMP VALUE 0.
000350 PROCEDURE DIVISION.
000360*****************************************************************
000370* 0000-MAINLINE - SIGN THE OPERATOR ON AND STAMP THE RUN DATE.
000430         DISPLAY "Operator ID not supplied - sign-on failed"
000440         MOVE 16 TO RETURN-CODE
000450     ELSE
000455         PERFORM 3000-SIGN-ON THRU 3000-EXIT
000460         PERFORM 2000-SHOW-BANNER THRU 2000-EXIT
000470     END-IF
000480     STOP RUN.
000780     DISPLAY "Run date " HL-RUN-DATE.
000790 2000-EXIT.
000800     EXIT.
000810*
000820*****************************************************************
000830* 3000-SIGN-ON - PROVE THE OPERATOR ID WITH ITS PIN, THE SAME
000840*   RULES AS COBOLTUT'S 1500-SIGN-ON: NOT ENROLLED OR LOCKED IS
000850*   REFUSED, THREE WRONG PINS (COUNTED ON FILE, ACROSS SESSIONS)
000860*   LOCK THE ID, AND A RESET PIN OR ONE HL-PIN-MAX-DAYS OLD MUST
000870*   BE CHANGED.  THE ONE ID FLAGGED ON OPERPIN AS THE SCHEDULED
000880*   BATCH ID SIGNS ON WITHOUT A PIN - HELLO GRANTS NO RIGHTS, AND
000890*   COBOLTUT REFUSES THAT ID ANYWHERE BUT A BATCH RUN.
000900*****************************************************************
000910 3000-SIGN-ON.
000920     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
000930     OPEN EXTEND AUDIT-LOG
000940     IF HL-AUDIT-STATUS = "35"
000950         OPEN OUTPUT AUDIT-LOG
000960     END-IF
000970     OPEN I-O OPER-PIN
000980     IF NOT HL-OPERPIN-OK
000990         DISPLAY "HELLO - CANNOT OPEN OPERPIN - STATUS "
001000             HL-OPERPIN-STATUS
001010         CLOSE AUDIT-LOG
001020         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF
001050     ACCEPT HL-CURRENT-DATE FROM DATE YYYYMMDD
001060     MOVE HL-OPERATOR-ID TO PN-OPERATOR-ID
001070     READ OPER-PIN
001080         INVALID KEY
001090             DISPLAY "Operator " HL-OPERATOR-ID " is not enrolled"
001100             MOVE "SIGN-ON NOT ENROLLED" TO HL-AUDIT-ACTION
001110             PERFORM 3600-REFUSE-SIGN-ON THRU 3600-EXIT
001120     END-READ
001130     IF PN-BATCH-ID
001140         MOVE "SIGN-ON OK - BATCH" TO HL-AUDIT-ACTION
001150     ELSE
001160         PERFORM 3050-PROVE-PIN THRU 3050-EXIT
001170     END-IF
001180     MOVE HL-CURRENT-DATE TO PN-LAST-SIGNON-DATE
001190     REWRITE OPER-PIN-RECORD
001200     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
001210     CLOSE OPER-PIN
001220     CLOSE AUDIT-LOG.
001230 3000-EXIT.
001240     EXIT.
001250*
001260 3050-PROVE-PIN.
001270     IF PN-LOCKED
001280         DISPLAY "Operator ID is locked - see your administrator"
001290         MOVE "SIGN-ON REFUSED LOCK" TO HL-AUDIT-ACTION
001300         PERFORM 3600-REFUSE-SIGN-ON THRU 3600-EXIT
001310     END-IF
001320     PERFORM 3100-ACCEPT-PIN THRU 3100-EXIT
001330         UNTIL HL-SIGNED-ON OR PN-LOCKED
001340     IF PN-LOCKED
001350         DISPLAY "Too many failed attempts - operator ID locked"
001360         MOVE "SIGN-ON LOCKED OUT" TO HL-AUDIT-ACTION
001370         PERFORM 3600-REFUSE-SIGN-ON THRU 3600-EXIT
001380     END-IF
001390     PERFORM 3200-CHECK-PIN-AGE THRU 3200-EXIT
001400     MOVE 0 TO PN-FAIL-COUNT
001410     MOVE "SIGN-ON OK" TO HL-AUDIT-ACTION.
001420 3050-EXIT.
001430     EXIT.
001440*
001450*****************************************************************
001460* 3100-ACCEPT-PIN - ONE ATTEMPT.  A WRONG (OR BLANK) PIN IS
001470*   COUNTED AND THE RECORD REWRITTEN AT ONCE.
001480*****************************************************************
001490 3100-ACCEPT-PIN.
001500     MOVE SPACES TO HL-PIN-IN
001510     DISPLAY "PIN " WITH NO ADVANCING
001520     ACCEPT HL-PIN-IN
001530     MOVE HL-OPERATOR-ID TO HL-HASH-ID
001540     MOVE HL-PIN-IN TO HL-HASH-PIN
001550     PERFORM 3700-HASH-PIN THRU 3700-EXIT
001560     IF HL-PIN-IN NOT = SPACES
001570         AND HL-HASH-RESULT = PN-PIN-HASH
001580         SET HL-SIGNED-ON TO TRUE
001590         GO TO 3100-EXIT
001600     END-IF
001610     ADD 1 TO PN-FAIL-COUNT
001620     IF PN-FAIL-COUNT >= HL-PIN-MAX-TRIES
001630         MOVE "Y" TO PN-LOCK-SW
001640     END-IF
001650     REWRITE OPER-PIN-RECORD
001660     MOVE "SIGN-ON FAILED" TO HL-AUDIT-ACTION
001670     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
001680     IF NOT PN-LOCKED
001690         DISPLAY "Incorrect PIN - re-enter"
001700     END-IF.
001710 3100-EXIT.
001720     EXIT.
001730*
001740*****************************************************************
001750* 3200-CHECK-PIN-AGE - FORCE A NEW PIN WHEN THE OLD ONE WAS
001760*   RESET OR IS HL-PIN-MAX-DAYS OLD.  BLANK GIVES UP.
001770*****************************************************************
001780 3200-CHECK-PIN-AGE.
001790     IF PN-PIN-DATE NOT NUMERIC OR PN-PIN-DATE = ZEROS
001800         MOVE "Y" TO PN-CHANGE-SW
001810     END-IF
001820*   Calendar arithmetic - the one job ordinary verbs cannot do
001830     IF NOT PN-MUST-CHANGE
001840         COMPUTE HL-PIN-AGE-DAYS =
001850             FUNCTION INTEGER-OF-DATE (HL-CURRENT-DATE)
001860             - FUNCTION INTEGER-OF-DATE (PN-PIN-DATE)
001870         IF HL-PIN-AGE-DAYS < HL-PIN-MAX-DAYS
001880             GO TO 3200-EXIT
001890         END-IF
001900         DISPLAY "Your PIN has expired - choose a new one"
001910     ELSE
001920         DISPLAY "Your PIN must be changed before you go on"
001930     END-IF
001940     MOVE "N" TO HL-PIN-CHANGE-SW
001950     PERFORM 3300-ACCEPT-NEW-PIN THRU 3300-EXIT
001960         UNTIL HL-PIN-CHANGED OR HL-PIN-ABANDONED
001970     IF HL-PIN-ABANDONED
001980         MOVE "PIN CHANGE ABANDONED" TO HL-AUDIT-ACTION
001990         PERFORM 3600-REFUSE-SIGN-ON THRU 3600-EXIT
002000     END-IF
002010     MOVE HL-HASH-RESULT TO PN-PIN-HASH
002020     MOVE HL-CURRENT-DATE TO PN-PIN-DATE
002030     MOVE "N" TO PN-CHANGE-SW
002040     MOVE "PIN CHANGED" TO HL-AUDIT-ACTION
002050     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT.
002060 3200-EXIT.
002070     EXIT.
002080*
002090 3300-ACCEPT-NEW-PIN.
002100     MOVE SPACES TO HL-PIN-NEW
002110     DISPLAY "New PIN, 4 to 8 digits (blank to cancel) "
002120         WITH NO ADVANCING
002130     ACCEPT HL-PIN-NEW
002140     IF HL-PIN-NEW = SPACES
002150         SET HL-PIN-ABANDONED TO TRUE
002160         GO TO 3300-EXIT
002170     END-IF
002180     PERFORM 3400-EDIT-PIN THRU 3400-EXIT
002190     IF NOT HL-PIN-VALID
002200         DISPLAY "PIN must be 4 to 8 digits - re-enter"
002210         GO TO 3300-EXIT
002220     END-IF
002230     MOVE HL-OPERATOR-ID TO HL-HASH-ID
002240     MOVE HL-PIN-NEW TO HL-HASH-PIN
002250     PERFORM 3700-HASH-PIN THRU 3700-EXIT
002260     IF HL-HASH-RESULT = PN-PIN-HASH
002270         DISPLAY "New PIN must differ from the old one"
002280         GO TO 3300-EXIT
002290     END-IF
002300     MOVE SPACES TO HL-PIN-IN
002310     DISPLAY "Re-enter new PIN " WITH NO ADVANCING
002320     ACCEPT HL-PIN-IN
002330     IF HL-PIN-IN NOT = HL-PIN-NEW
002340         DISPLAY "PINs do not match - re-enter"
002350         GO TO 3300-EXIT
002360     END-IF
002370     SET HL-PIN-CHANGED TO TRUE.
002380 3300-EXIT.
002390     EXIT.
002400*
002410 3400-EDIT-PIN.
002420     MOVE "N" TO HL-PIN-VALID-SW
002430     MOVE 0 TO HL-PIN-LEN
002440     INSPECT HL-PIN-NEW TALLYING HL-PIN-LEN
002450         FOR CHARACTERS BEFORE INITIAL SPACE
002460     IF HL-PIN-LEN < 4
002470         GO TO 3400-EXIT
002480     END-IF
002490     IF HL-PIN-NEW (1:HL-PIN-LEN) NOT NUMERIC
002500         GO TO 3400-EXIT
002510     END-IF
002520     IF HL-PIN-LEN < 8
002530         IF HL-PIN-NEW (HL-PIN-LEN + 1:) NOT = SPACES
002540             GO TO 3400-EXIT
002550         END-IF
002560     END-IF
002570     SET HL-PIN-VALID TO TRUE.
002580 3400-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620* 3500-WRITE-AUDIT - SAME LAYOUT AS COBOLTUT'S 2060-WRITE-AUDIT:
002630*   THE NAME COLUMNS CARRY THE OPERATOR ID, THE SSN COLUMNS
002640*   CARRY ZEROS.
002650*****************************************************************
002660 3500-WRITE-AUDIT.
002670     ACCEPT HL-CURRENT-TIME FROM TIME
002680     MOVE SPACES TO HL-AUDIT-NAME
002690     MOVE HL-OPERATOR-ID TO HL-AUDIT-NAME
002700     MOVE SPACES TO AUDIT-LOG-RECORD
002710     STRING HL-AUDIT-NAME        DELIMITED BY SIZE
002720         " SSN "                 DELIMITED BY SIZE
002730         "000-00-0000"           DELIMITED BY SIZE
002740         " "                     DELIMITED BY SIZE
002750         HL-CURRENT-DATE         DELIMITED BY SIZE
002760         " "                     DELIMITED BY SIZE
002770         HL-CURRENT-TIME         DELIMITED BY SIZE
002780         " OPR "                 DELIMITED BY SIZE
002790         HL-OPERATOR-ID          DELIMITED BY SIZE
002800         " "                     DELIMITED BY SIZE
002810         HL-AUDIT-ACTION         DELIMITED BY SIZE
002820         INTO AUDIT-LOG-RECORD
002830     END-STRING
002840     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
002850     WRITE AUDIT-LOG-RECORD.
002860 3500-EXIT.
002870     EXIT.
002880*
002890 3600-REFUSE-SIGN-ON.
002900     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002910     CLOSE OPER-PIN
002920     CLOSE AUDIT-LOG
002930     MOVE 16 TO RETURN-CODE
002940     STOP RUN.
002950 3600-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
002990* 3700-HASH-PIN - PIN DIGEST, THE SAME ROUTINE AS COBOLTUT'S
003000*   1600-HASH-PIN: THE UPPER-CASED OPERATOR ID SALTS THE PIN, THE
003010*   PIN DIGITS ARE FOLDED IN THREE TIMES, ALL MODULO THE PRIME
003020*   9999999967.  ONE-WAY - A FORGOTTEN PIN IS RESET, NEVER READ.
003030*****************************************************************
003040 3700-HASH-PIN.
003050     INSPECT HL-HASH-ID CONVERTING
003060         "abcdefghijklmnopqrstuvwxyz"
003070         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003080     MOVE 1234567 TO HL-HASH-WORK
003090     PERFORM 3710-HASH-ID-CHAR THRU 3710-EXIT
003100         VARYING HL-HASH-SUB FROM 1 BY 1
003110         UNTIL HL-HASH-SUB > 10
003120     PERFORM 3720-HASH-PIN-CHAR THRU 3720-EXIT
003130         VARYING HL-HASH-ROUND FROM 1 BY 1
003140         UNTIL HL-HASH-ROUND > 3
003150         AFTER HL-HASH-SUB FROM 1 BY 1
003160         UNTIL HL-HASH-SUB > 8
003170     MOVE HL-HASH-WORK TO HL-HASH-RESULT.
003180 3700-EXIT.
003190     EXIT.
003200*
003210 3710-HASH-ID-CHAR.
003220     MOVE 0 TO HL-HASH-VALUE
003230     PERFORM 3715-MATCH-HASH-CHAR THRU 3715-EXIT
003240         VARYING HL-HASH-CHAR-SUB FROM 1 BY 1
003250         UNTIL HL-HASH-CHAR-SUB > 40
003260             OR HL-HASH-VALUE > 0
003270     COMPUTE HL-HASH-WORK = HL-HASH-WORK * 37 + HL-HASH-VALUE
003280     DIVIDE HL-HASH-WORK BY 9999999967
003290         GIVING HL-HASH-QUOT REMAINDER HL-HASH-REM
003300     MOVE HL-HASH-REM TO HL-HASH-WORK.
003310 3710-EXIT.
003320     EXIT.
003330*
003340 3715-MATCH-HASH-CHAR.
003350     IF HL-HASH-CHAR (HL-HASH-CHAR-SUB)
003360         = HL-HASH-ID-CHAR (HL-HASH-SUB)
003370         MOVE HL-HASH-CHAR-SUB TO HL-HASH-VALUE
003380     END-IF.
003390 3715-EXIT.
003400     EXIT.
003410*
003420 3720-HASH-PIN-CHAR.
003430     MOVE 0 TO HL-HASH-VALUE
003440     IF HL-HASH-PIN-CHAR (HL-HASH-SUB) NUMERIC
003450         MOVE HL-HASH-PIN-CHAR (HL-HASH-SUB) TO HL-HASH-DIGIT
003460         COMPUTE HL-HASH-VALUE = HL-HASH-DIGIT + 1
003470     END-IF
003480     COMPUTE HL-HASH-WORK = HL-HASH-WORK * 131
003490         + HL-HASH-VALUE + HL-HASH-ROUND * 17
003500     DIVIDE HL-HASH-WORK BY 9999999967
003510         GIVING HL-HASH-QUOT REMAINDER HL-HASH-REM
003520     MOVE HL-HASH-REM TO HL-HASH-WORK.
003530 3720-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570* 9100-LOAD-AUDIT-CHAIN - PICK UP THE AUDIT CHAIN (SEE
003580*   AUDCHAIN).  AUDITLOG IS READ TO ITS LAST RECORD SO THE
003590*   NEXT RECORD WRITTEN TAKES THE NEXT SEQUENCE NUMBER AND
003600*   CHAINS FROM THAT RECORD'S CHECK VALUE.  NO FILE, OR A LAST
003610*   RECORD WITH NO TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.
003620*   EVERY AUDITLOG WRITER CARRIES THE SAME 9100-9200
003630*   PARAGRAPHS.
003640*****************************************************************
003650 9100-LOAD-AUDIT-CHAIN.
003660     MOVE ZEROS TO CHN-LAST-SEQ
003670     MOVE ZEROS TO CHN-LAST-CHECK
003680     MOVE "N" TO CHN-TAIL-EOF-SW
003690     OPEN INPUT AUDIT-LOG
003700     IF HL-AUDIT-STATUS NOT = "00"
003710         GO TO 9100-EXIT
003720     END-IF
003730     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
003740         UNTIL CHN-TAIL-EOF
003750     CLOSE AUDIT-LOG.
003760 9100-EXIT.
003770     EXIT.
003780*
003790 9110-READ-AUDIT-TAIL.
003800     READ AUDIT-LOG
003810         AT END SET CHN-TAIL-EOF TO TRUE
003820     END-READ
003830     IF HL-AUDIT-STATUS (1:1) NOT = "0"
003840         SET CHN-TAIL-EOF TO TRUE
003850     END-IF
003860     IF CHN-TAIL-EOF
003870         GO TO 9110-EXIT
003880     END-IF
003890     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
003900     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
003910         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
003920         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
003930     ELSE
003940         MOVE ZEROS TO CHN-LAST-SEQ
003950         MOVE ZEROS TO CHN-LAST-CHECK
003960     END-IF.
003970 9110-EXIT.
003980     EXIT.
003990*
004000*****************************************************************
004010* 9150-REFRESH-AUDIT-TAIL - OTHER SESSIONS WRITE AUDITLOG TOO,
004020*   SO THE CHAIN IS PICKED UP AFRESH BEFORE EVERY RECORD: THE
004030*   RECORD BUILT SO FAR IS PARKED, AUDITLOG IS CLOSED, 9100
004040*   READS THE TAIL AS IT STANDS NOW, AND THE FILE IS REOPENED
004050*   EXTEND WITH THE RECORD PUT BACK FOR 9200 TO CHAIN.
004060*****************************************************************
004070 9150-REFRESH-AUDIT-TAIL.
004080     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
004090     CLOSE AUDIT-LOG
004100     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
004110     OPEN EXTEND AUDIT-LOG
004120     IF HL-AUDIT-STATUS = "35"
004130         OPEN OUTPUT AUDIT-LOG
004140     END-IF
004150     MOVE SPACES TO AUDIT-LOG-RECORD
004160     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
004170 9150-EXIT.
004180     EXIT.
004190*
004200*****************************************************************
004210* 9200-CHAIN-AUDIT - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS
004220*   WRITE: THE NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED
004230*   FROM THE PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS
004240*   (SEE AUDCHAIN) GO INTO COLUMNS 101-120.
004250*****************************************************************
004260 9200-CHAIN-AUDIT.
004270     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
004280     ADD 1 TO CHN-LAST-SEQ
004290     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
004300     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
004310     MOVE CHN-LAST-CHECK TO CHN-WORK
004320     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
004330         VARYING CHN-SUB FROM 1 BY 1
004340         UNTIL CHN-SUB > 109
004350     MOVE CHN-WORK TO CHN-LAST-CHECK
004360     MOVE SPACES TO CHN-TRAILER
004370     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
004380     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
004390     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
004400 9200-EXIT.
004410     EXIT.
004420*
004430 9210-CHAIN-ONE-BYTE.
004440     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
004450     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
004460     DIVIDE CHN-WORK BY 9999999967
004470         GIVING CHN-QUOT REMAINDER CHN-REM
004480     MOVE CHN-REM TO CHN-WORK.
004490 9210-EXIT.
004500     EXIT.
