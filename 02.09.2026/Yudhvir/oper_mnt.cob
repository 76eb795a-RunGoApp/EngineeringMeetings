000250*    coboltut's 2060-WRITE-AUDIT uses (SSN position carries
000260*    zeros) so AUDITINQ and the archive jobs keep working.
000270*
000271*    OPERMNT also administers OPERPIN, the sign-on PIN digests:
000272*    (P)IN reset sets a temporary PIN for an operator - enrolling
000273*    one who has none, unlocking one who is locked out - which
000274*    must be changed at the next sign-on; (B)atch ID marks the
000275*    one ID COBTNITE runs under, which needs no PIN, and clears
000276*    the mark from any other.  The administrator signs on here
000277*    with a PIN like everyone else; when OPERPIN is empty the
000278*    first operator to run this program is enrolled instead.
000279*
000280* MODIFICATION HISTORY
000281*    15 OCT 2026  YR  Chain every audit record (120 bytes,
000282*                     sequence number and check value in
000283*                     columns 101-120, see AUDCHAIN) from the
000284*                     last record on AUDIT-LOG, read afresh
000285*                     before every write.
000286*    15 OCT 2026  YR  PIN sign-on for the administrator, PIN
000287*                     reset/enrolment and scheduled batch ID
000288*                     maintenance on OPERPIN, PIN state on the
000289*                     listing, and a temporary PIN set when an
000290*                     operator is added.
000291*    02 SEP 2026  YR  Initial version.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000370     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS OP-AUDIT-STATUS.
000391     SELECT OPER-PIN ASSIGN TO "OPERPIN"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS PN-OPERATOR-ID
000395         FILE STATUS IS OP-OPERPIN-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000480     05  FILLER                  PIC X(68).
000490
000500 FD  AUDIT-LOG.
000501 01  AUDIT-LOG-RECORD.
000502     05  AUDIT-LOG-TEXT          PIC X(100).
000503     05  AUDIT-LOG-CHAIN         PIC X(20).
000504
000505 FD  OPER-PIN.
000506 01  OPER-PIN-RECORD.
000507     05  PN-OPERATOR-ID          PIC X(10).
000508     05  PN-PIN-HASH             PIC 9(10).
000509     05  PN-FAIL-COUNT           PIC 9(01).
000510     05  PN-LOCK-SW              PIC X(01).
000511         88  PN-LOCKED                      VALUE "Y".
000512     05  PN-CHANGE-SW            PIC X(01).
000513         88  PN-MUST-CHANGE                 VALUE "Y".
000514     05  PN-BATCH-SW             PIC X(01).
000515         88  PN-BATCH-ID                    VALUE "Y".
000516     05  PN-PIN-DATE             PIC 9(08).
000517     05  PN-LAST-SIGNON-DATE     PIC 9(08).
000518     05  FILLER                  PIC X(40).
000520
000530 WORKING-STORAGE SECTION.
000540 01  OP-OPERAUTH-STATUS          PIC X(02) VALUE SPACES.
000570     88  OP-OPERAUTH-MISSING                VALUE "35".
000580
000590 01  OP-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000593
000596 COPY AUDCHAIN.
000600
000610 01  OP-OPERATOR-ID              PIC X(10) VALUE SPACES.
000620
000820     88  OP-MENU-ADD                        VALUE "A" "a".
000830     88  OP-MENU-CHANGE                     VALUE "C" "c".
000840     88  OP-MENU-REMOVE                     VALUE "R" "r".
000843     88  OP-MENU-PIN-RESET                  VALUE "P" "p".
000846     88  OP-MENU-BATCH-ID                   VALUE "B" "b".
000850     88  OP-MENU-EXIT                       VALUE "X" "x".
000860
000870 01  OP-TARGET-ID                PIC X(10) VALUE SPACES.
000880 01  OP-FLAG-IN                  PIC X(01) VALUE SPACE.
000890
000891 01  OP-AUDIT-ACTION             PIC X(20) VALUE SPACES.
000892 01  OP-AUDIT-NAME               PIC X(30) VALUE SPACES.
000893
000894 01  OP-CURRENT-DATE-TIME.
000895     05  OP-CURRENT-DATE         PIC 9(08).
000896     05  OP-CURRENT-TIME         PIC 9(08).
000897
000898 01  OP-OPERPIN-STATUS           PIC X(02) VALUE SPACES.
000899     88  OP-OPERPIN-OK                      VALUE "00".
000900     88  OP-OPERPIN-READ-OK                 VALUE "00", "02".
000901     88  OP-OPERPIN-MISSING                 VALUE "35".
000902
000903 01  OP-SIGNON-SW                PIC X(01) VALUE "N".
000904     88  OP-SIGNED-ON                       VALUE "Y".
000905
000906 01  OP-PIN-CHANGE-SW            PIC X(01) VALUE "N".
000907     88  OP-PIN-CHANGED                     VALUE "Y".
000908     88  OP-PIN-ABANDONED                   VALUE "X".
000909
000910 01  OP-PIN-VALID-SW             PIC X(01) VALUE "N".
000911     88  OP-PIN-VALID                       VALUE "Y".
000912
000913 01  OP-PIN-ON-FILE-SW           PIC X(01) VALUE "N".
000914     88  OP-PIN-ON-FILE                     VALUE "Y".
000915
000916 01  OP-PIN-SWEEP-SW             PIC X(01) VALUE "N".
000917     88  OP-PIN-SWEEP-DONE                  VALUE "Y".
000918
000919 77  OP-PIN-MAX-TRIES            PIC 9(01) VALUE 3.
000920 77  OP-PIN-MAX-DAYS             PIC 9(03) VALUE 90.
000921 77  OP-PIN-LEN                  PIC 9(04) COMP VALUE 0.
000922 77  OP-PIN-AGE-DAYS             PIC S9(07) COMP VALUE 0.
000923
000924 01  OP-PIN-IN                   PIC X(08) VALUE SPACES.
000925 01  OP-PIN-NEW                  PIC X(08) VALUE SPACES.
000926 01  OP-PIN-OWNER                PIC X(10) VALUE SPACES.
000927 01  OP-PIN-STATE                PIC X(08) VALUE SPACES.
000928 01  OP-BATCH-TARGET             PIC X(10) VALUE SPACES.
000929 01  OP-REPLY                    PIC X(01) VALUE SPACE.
000930     88  OP-REPLY-YES                       VALUE "Y" "y".
000931
000932*    1600-HASH-PIN work areas.  coboltut, HELLO and BUDGMNT carry
000933*    the same routine and must produce the same digest - change
000934*    all four together or every operator is locked out.
000935 01  OP-HASH-ID                  PIC X(10) VALUE SPACES.
000936 01  FILLER REDEFINES OP-HASH-ID.
000937     05  OP-HASH-ID-CHAR         PIC X(01) OCCURS 10 TIMES.
000938 01  OP-HASH-PIN                 PIC X(08) VALUE SPACES.
000939 01  FILLER REDEFINES OP-HASH-PIN.
000940     05  OP-HASH-PIN-CHAR        PIC X(01) OCCURS 8 TIMES.
000941 01  OP-HASH-CHARS               PIC X(40) VALUE
000942     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_@#".
000943 01  FILLER REDEFINES OP-HASH-CHARS.
000944     05  OP-HASH-CHAR            PIC X(01) OCCURS 40 TIMES.
000945 01  OP-HASH-DIGIT               PIC 9(01) VALUE 0.
000946 01  OP-HASH-RESULT              PIC 9(10) VALUE ZEROS.
000947 77  OP-HASH-WORK                PIC S9(18) COMP VALUE 0.
000948 77  OP-HASH-QUOT                PIC S9(18) COMP VALUE 0.
000949 77  OP-HASH-REM                 PIC S9(18) COMP VALUE 0.
000950 77  OP-HASH-VALUE               PIC 9(04) COMP VALUE 0.
000951 77  OP-HASH-SUB                 PIC 9(04) COMP VALUE 0.
000952 77  OP-HASH-CHAR-SUB            PIC 9(04) COMP VALUE 0.
000953 77  OP-HASH-ROUND               PIC 9(04) COMP VALUE 0.
000960
000970 PROCEDURE DIVISION.
000980
001110         STOP RUN
001120     END-IF
001130     PERFORM 1100-LOAD-AUTH-TABLE THRU 1100-EXIT
001135     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
001140     OPEN EXTEND AUDIT-LOG
001150     IF OP-AUDIT-STATUS = "35"
001160         OPEN OUTPUT AUDIT-LOG
001166     END-IF
001172     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001180 1000-EXIT.
001190     EXIT.
001200
001370     CLOSE OPER-AUTH.
001380 1100-EXIT.
001390     EXIT.
001391
001392 1150-LOAD-ONE-AUTH.
001393     READ OPER-AUTH
001394         AT END
001395             SET OP-LOAD-DONE TO TRUE
001396         NOT AT END
001397             IF OP-TBL-USED < OP-TBL-MAX
001398                 ADD 1 TO OP-TBL-USED
001399                 MOVE OA-OPERATOR-ID TO
001400                     OP-TB-OPERATOR (OP-TBL-USED)
001401                 MOVE OA-AUTH-MODIFY TO
001402                     OP-TB-MODIFY (OP-TBL-USED)
001403                 MOVE OA-AUTH-DELETE TO
001404                     OP-TB-DELETE (OP-TBL-USED)
001405             ELSE
001406                 DISPLAY "OPERMNT - AUTH TABLE FULL - RECORD "
001407                     "FOR " OA-OPERATOR-ID " DROPPED"
001408             END-IF
001409     END-READ.
001410 1150-EXIT.
001411     EXIT.
001412
001413****************************************************************
001414*    1500 - ADMINISTRATOR SIGN-ON, THE SAME RULES AS COBOLTUT'S
001415*    1500-SIGN-ON: NOT ENROLLED OR LOCKED IS REFUSED, THREE WRONG
001416*    PINS (COUNTED ON FILE) LOCK THE ID, AND A RESET PIN OR ONE
001417*    OP-PIN-MAX-DAYS OLD MUST BE CHANGED.  THE SCHEDULED BATCH
001418*    ID IS REFUSED HERE OUTRIGHT.  OPERPIN STAYS OPEN FOR THE
001419*    SESSION.  WHEN IT HOLDS NO RECORDS AT ALL THE OPERATOR
001420*    RUNNING THE PROGRAM IS ENROLLED WITH A PIN OF THEIR OWN
001421*    CHOOSING, SO THE FIRST ADMINISTRATOR CAN GET IN.
001422****************************************************************
001423 1500-SIGN-ON.
001424     OPEN I-O OPER-PIN
001425     IF OP-OPERPIN-MISSING
001426         OPEN OUTPUT OPER-PIN
001427         CLOSE OPER-PIN
001428         OPEN I-O OPER-PIN
001429     END-IF
001430     IF NOT OP-OPERPIN-OK
001431         DISPLAY "OPERMNT - CANNOT OPEN OPERPIN - STATUS "
001432             OP-OPERPIN-STATUS
001433         MOVE 16 TO RETURN-CODE
001434         STOP RUN
001435     END-IF
001436     MOVE LOW-VALUES TO PN-OPERATOR-ID
001437     START OPER-PIN KEY IS >= PN-OPERATOR-ID
001438         INVALID KEY
001439             PERFORM 1510-ENROLL-FIRST THRU 1510-EXIT
001440             GO TO 1500-EXIT
001441     END-START
001442     MOVE OP-OPERATOR-ID TO PN-OPERATOR-ID
001443     READ OPER-PIN
001444         INVALID KEY
001445             DISPLAY "Operator " OP-OPERATOR-ID " is not enrolled"
001446             MOVE "SIGN-ON NOT ENROLLED" TO OP-AUDIT-ACTION
001447             PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001448     END-READ
001449     IF PN-BATCH-ID
001450         DISPLAY "The scheduled batch ID cannot sign on "
001451             "interactively"
001452         MOVE "SIGN-ON REFUSED BTCH" TO OP-AUDIT-ACTION
001453         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001454     END-IF
001455     IF PN-LOCKED
001456         DISPLAY "Operator ID is locked - see your administrator"
001457         MOVE "SIGN-ON REFUSED LOCK" TO OP-AUDIT-ACTION
001458         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001459     END-IF
001460     PERFORM 1520-ACCEPT-PIN THRU 1520-EXIT
001461         UNTIL OP-SIGNED-ON OR PN-LOCKED
001462     IF PN-LOCKED
001463         DISPLAY "Too many failed attempts - operator ID locked"
001464         MOVE "SIGN-ON LOCKED OUT" TO OP-AUDIT-ACTION
001465         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001466     END-IF
001467     PERFORM 1550-CHECK-PIN-AGE THRU 1550-EXIT
001468     MOVE 0 TO PN-FAIL-COUNT
001469     MOVE OP-CURRENT-DATE TO PN-LAST-SIGNON-DATE
001470     REWRITE OPER-PIN-RECORD
001471     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
001472     MOVE "SIGN-ON OK" TO OP-AUDIT-ACTION
001473     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
001474 1500-EXIT.
001475     EXIT.
001476
001477 1510-ENROLL-FIRST.
001478     DISPLAY "OPERPIN is empty - enrolling " OP-OPERATOR-ID
001479         " as the first operator"
001480     MOVE SPACES TO OPER-PIN-RECORD
001481     MOVE OP-OPERATOR-ID TO PN-OPERATOR-ID
001482     MOVE ZEROS TO PN-PIN-HASH
001483     MOVE OP-OPERATOR-ID TO OP-PIN-OWNER
001484     MOVE "N" TO OP-PIN-CHANGE-SW
001485     PERFORM 1560-ACCEPT-NEW-PIN THRU 1560-EXIT
001486         UNTIL OP-PIN-CHANGED OR OP-PIN-ABANDONED
001487     IF OP-PIN-ABANDONED
001488         MOVE "PIN CHANGE ABANDONED" TO OP-AUDIT-ACTION
001489         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001490     END-IF
001491     ACCEPT OP-CURRENT-DATE FROM DATE YYYYMMDD
001492     MOVE OP-HASH-RESULT TO PN-PIN-HASH
001493     MOVE 0 TO PN-FAIL-COUNT
001494     MOVE "N" TO PN-LOCK-SW
001495     MOVE "N" TO PN-CHANGE-SW
001496     MOVE "N" TO PN-BATCH-SW
001497     MOVE OP-CURRENT-DATE TO PN-PIN-DATE
001498     MOVE OP-CURRENT-DATE TO PN-LAST-SIGNON-DATE
001499     WRITE OPER-PIN-RECORD
001500     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
001501     MOVE "PIN ENROLLED" TO OP-AUDIT-ACTION
001502     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
001503 1510-EXIT.
001504     EXIT.
001505
001506 1520-ACCEPT-PIN.
001507     MOVE SPACES TO OP-PIN-IN
001508     DISPLAY "PIN " WITH NO ADVANCING
001509     ACCEPT OP-PIN-IN
001510     MOVE OP-OPERATOR-ID TO OP-HASH-ID
001511     MOVE OP-PIN-IN TO OP-HASH-PIN
001512     PERFORM 1600-HASH-PIN THRU 1600-EXIT
001513     IF OP-PIN-IN NOT = SPACES
001514         AND OP-HASH-RESULT = PN-PIN-HASH
001515         SET OP-SIGNED-ON TO TRUE
001516         GO TO 1520-EXIT
001517     END-IF
001518     ADD 1 TO PN-FAIL-COUNT
001519     IF PN-FAIL-COUNT >= OP-PIN-MAX-TRIES
001520         MOVE "Y" TO PN-LOCK-SW
001521     END-IF
001522     REWRITE OPER-PIN-RECORD
001523     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
001524     MOVE "SIGN-ON FAILED" TO OP-AUDIT-ACTION
001525     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
001526     IF NOT PN-LOCKED
001527         DISPLAY "Incorrect PIN - re-enter"
001528     END-IF.
001529 1520-EXIT.
001530     EXIT.
001531
001532 1550-CHECK-PIN-AGE.
001533     ACCEPT OP-CURRENT-DATE FROM DATE YYYYMMDD
001534     IF PN-PIN-DATE NOT NUMERIC OR PN-PIN-DATE = ZEROS
001535         MOVE "Y" TO PN-CHANGE-SW
001536     END-IF
001537*    Calendar arithmetic - the one job ordinary verbs cannot do
001538     IF NOT PN-MUST-CHANGE
001539         COMPUTE OP-PIN-AGE-DAYS =
001540             FUNCTION INTEGER-OF-DATE (OP-CURRENT-DATE)
001541             - FUNCTION INTEGER-OF-DATE (PN-PIN-DATE)
001542         IF OP-PIN-AGE-DAYS < OP-PIN-MAX-DAYS
001543             GO TO 1550-EXIT
001544         END-IF
001545         DISPLAY "Your PIN has expired - choose a new one"
001546     ELSE
001547         DISPLAY "Your PIN must be changed before you go on"
001548     END-IF
001549     MOVE OP-OPERATOR-ID TO OP-PIN-OWNER
001550     MOVE "N" TO OP-PIN-CHANGE-SW
001551     PERFORM 1560-ACCEPT-NEW-PIN THRU 1560-EXIT
001552         UNTIL OP-PIN-CHANGED OR OP-PIN-ABANDONED
001553     IF OP-PIN-ABANDONED
001554         MOVE "PIN CHANGE ABANDONED" TO OP-AUDIT-ACTION
001555         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
001556     END-IF
001557     MOVE OP-HASH-RESULT TO PN-PIN-HASH
001558     MOVE OP-CURRENT-DATE TO PN-PIN-DATE
001559     MOVE "N" TO PN-CHANGE-SW
001560     MOVE "PIN CHANGED" TO OP-AUDIT-ACTION
001561     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
001562 1550-EXIT.
001563     EXIT.
001564
001565****************************************************************
001566*    1560 - ACCEPT A NEW PIN FOR OP-PIN-OWNER, TWICE, AND LEAVE
001567*    ITS DIGEST IN OP-HASH-RESULT.  USED FOR THE ADMINISTRATOR'S
001568*    OWN FORCED CHANGE AND FOR THE TEMPORARY PIN 2055 SETS.
001569****************************************************************
001570 1560-ACCEPT-NEW-PIN.
001571     MOVE SPACES TO OP-PIN-NEW
001572     DISPLAY "New PIN, 4 to 8 digits (blank to cancel) "
001573         WITH NO ADVANCING
001574     ACCEPT OP-PIN-NEW
001575     IF OP-PIN-NEW = SPACES
001576         SET OP-PIN-ABANDONED TO TRUE
001577         GO TO 1560-EXIT
001578     END-IF
001579     PERFORM 1570-EDIT-PIN THRU 1570-EXIT
001580     IF NOT OP-PIN-VALID
001581         DISPLAY "PIN must be 4 to 8 digits - re-enter"
001582         GO TO 1560-EXIT
001583     END-IF
001584     MOVE OP-PIN-OWNER TO OP-HASH-ID
001585     MOVE OP-PIN-NEW TO OP-HASH-PIN
001586     PERFORM 1600-HASH-PIN THRU 1600-EXIT
001587     IF OP-HASH-RESULT = PN-PIN-HASH
001588         DISPLAY "New PIN must differ from the old one"
001589         GO TO 1560-EXIT
001590     END-IF
001591     MOVE SPACES TO OP-PIN-IN
001592     DISPLAY "Re-enter new PIN " WITH NO ADVANCING
001593     ACCEPT OP-PIN-IN
001594     IF OP-PIN-IN NOT = OP-PIN-NEW
001595         DISPLAY "PINs do not match - re-enter"
001596         GO TO 1560-EXIT
001597     END-IF
001598     SET OP-PIN-CHANGED TO TRUE.
001599 1560-EXIT.
001600     EXIT.
001601
001602 1570-EDIT-PIN.
001603     MOVE "N" TO OP-PIN-VALID-SW
001604     MOVE 0 TO OP-PIN-LEN
001605     INSPECT OP-PIN-NEW TALLYING OP-PIN-LEN
001606         FOR CHARACTERS BEFORE INITIAL SPACE
001607     IF OP-PIN-LEN < 4
001608         GO TO 1570-EXIT
001609     END-IF
001610     IF OP-PIN-NEW (1:OP-PIN-LEN) NOT NUMERIC
001611         GO TO 1570-EXIT
001612     END-IF
001613     IF OP-PIN-LEN < 8
001614         IF OP-PIN-NEW (OP-PIN-LEN + 1:) NOT = SPACES
001615             GO TO 1570-EXIT
001616         END-IF
001617     END-IF
001618     SET OP-PIN-VALID TO TRUE.
001619 1570-EXIT.
001620     EXIT.
001621
001622 1580-WRITE-SIGNON-AUDIT.
001623     MOVE OP-OPERATOR-ID TO OP-TARGET-ID
001624     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
001625     MOVE SPACES TO OP-TARGET-ID.
001626 1580-EXIT.
001627     EXIT.
001628
001629 1590-REFUSE-SIGN-ON.
001630     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
001631     CLOSE OPER-PIN
001632     CLOSE AUDIT-LOG
001633     MOVE 16 TO RETURN-CODE
001634     STOP RUN.
001635 1590-EXIT.
001636     EXIT.
001637
001638****************************************************************
001639*    1600 - PIN DIGEST, THE SAME ROUTINE AS COBOLTUT'S
001640*    1600-HASH-PIN AND HELLO'S 3700-HASH-PIN: THE UPPER-CASED
001641*    OPERATOR ID SALTS THE PIN, THE PIN DIGITS ARE FOLDED IN
001642*    THREE TIMES, ALL MODULO THE PRIME 9999999967.  ONE-WAY -
001643*    A FORGOTTEN PIN IS RESET, NEVER LOOKED UP.
001644****************************************************************
001645 1600-HASH-PIN.
001646     INSPECT OP-HASH-ID CONVERTING
001647         "abcdefghijklmnopqrstuvwxyz"
001648         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001649     MOVE 1234567 TO OP-HASH-WORK
001650     PERFORM 1610-HASH-ID-CHAR THRU 1610-EXIT
001651         VARYING OP-HASH-SUB FROM 1 BY 1
001652         UNTIL OP-HASH-SUB > 10
001653     PERFORM 1620-HASH-PIN-CHAR THRU 1620-EXIT
001654         VARYING OP-HASH-ROUND FROM 1 BY 1
001655         UNTIL OP-HASH-ROUND > 3
001656         AFTER OP-HASH-SUB FROM 1 BY 1
001657         UNTIL OP-HASH-SUB > 8
001658     MOVE OP-HASH-WORK TO OP-HASH-RESULT.
001659 1600-EXIT.
001660     EXIT.
001661
001662 1610-HASH-ID-CHAR.
001663     MOVE 0 TO OP-HASH-VALUE
001664     PERFORM 1615-MATCH-HASH-CHAR THRU 1615-EXIT
001665         VARYING OP-HASH-CHAR-SUB FROM 1 BY 1
001666         UNTIL OP-HASH-CHAR-SUB > 40
001667             OR OP-HASH-VALUE > 0
001668     COMPUTE OP-HASH-WORK = OP-HASH-WORK * 37 + OP-HASH-VALUE
001669     DIVIDE OP-HASH-WORK BY 9999999967
001670         GIVING OP-HASH-QUOT REMAINDER OP-HASH-REM
001671     MOVE OP-HASH-REM TO OP-HASH-WORK.
001672 1610-EXIT.
001673     EXIT.
001674
001675 1615-MATCH-HASH-CHAR.
001676     IF OP-HASH-CHAR (OP-HASH-CHAR-SUB)
001677         = OP-HASH-ID-CHAR (OP-HASH-SUB)
001678         MOVE OP-HASH-CHAR-SUB TO OP-HASH-VALUE
001679     END-IF.
001680 1615-EXIT.
001681     EXIT.
001682
001683 1620-HASH-PIN-CHAR.
001684     MOVE 0 TO OP-HASH-VALUE
001685     IF OP-HASH-PIN-CHAR (OP-HASH-SUB) NUMERIC
001686         MOVE OP-HASH-PIN-CHAR (OP-HASH-SUB) TO OP-HASH-DIGIT
001687         COMPUTE OP-HASH-VALUE = OP-HASH-DIGIT + 1
001688     END-IF
001689     COMPUTE OP-HASH-WORK = OP-HASH-WORK * 131
001690         + OP-HASH-VALUE + OP-HASH-ROUND * 17
001691     DIVIDE OP-HASH-WORK BY 9999999967
001692         GIVING OP-HASH-QUOT REMAINDER OP-HASH-REM
001693     MOVE OP-HASH-REM TO OP-HASH-WORK.
001694 1620-EXIT.
001695     EXIT.
001696
001697 1700-CHECK-PIN-WRITE.
001698     IF NOT OP-OPERPIN-OK
001699         DISPLAY "OPERMNT - CANNOT UPDATE OPERPIN - STATUS "
001700             OP-OPERPIN-STATUS
001701         MOVE 16 TO RETURN-CODE
001702         STOP RUN
001703     END-IF.
001704 1700-EXIT.
001705     EXIT.
001706
001707 2000-MENU-DRIVER.
001708     MOVE "N" TO OP-MENU-SW
001709     PERFORM 2005-SHOW-MENU THRU 2005-EXIT
001710         UNTIL OP-MENU-DONE.
001711 2000-EXIT.
001712     EXIT.
001713
001714 2005-SHOW-MENU.
001715     DISPLAY "---------------------------------------------"
001716     DISPLAY "  (L)ist (A)dd (C)hange (R)emove (P)IN reset "
001717         "(B)atch ID e(X)it"
001720     DISPLAY "---------------------------------------------"
001730     DISPLAY "Select an option " WITH NO ADVANCING
001740     ACCEPT OP-MENU-CHOICE
001810             PERFORM 2030-CHANGE-OPERATOR THRU 2030-EXIT
001820         WHEN OP-MENU-REMOVE
001830             PERFORM 2040-REMOVE-OPERATOR THRU 2040-EXIT
001832         WHEN OP-MENU-PIN-RESET
001834             PERFORM 2050-RESET-PIN THRU 2050-EXIT
001836         WHEN OP-MENU-BATCH-ID
001838             PERFORM 2060-SET-BATCH-ID THRU 2060-EXIT
001840         WHEN OP-MENU-EXIT
001850             SET OP-MENU-DONE TO TRUE
001860         WHEN OTHER
001940         DISPLAY "No operators on file"
001950         GO TO 2010-EXIT
001960     END-IF
001970     DISPLAY "OPERATOR    MOD DEL PIN"
001980     PERFORM 2015-LIST-ONE-OPERATOR THRU 2015-EXIT
001990         VARYING OP-TBL-SUB FROM 1 BY 1
002000         UNTIL OP-TBL-SUB > OP-TBL-USED.
002020     EXIT.
002030
002040 2015-LIST-ONE-OPERATOR.
002043     MOVE OP-TB-OPERATOR (OP-TBL-SUB) TO PN-OPERATOR-ID
002046     PERFORM 2017-PIN-STATE THRU 2017-EXIT
002050     DISPLAY OP-TB-OPERATOR (OP-TBL-SUB) "   "
002060         OP-TB-MODIFY (OP-TBL-SUB) "   "
002061         OP-TB-DELETE (OP-TBL-SUB) "   "
002062         OP-PIN-STATE.
002063 2015-EXIT.
002064     EXIT.
002065
002066 2017-PIN-STATE.
002067     READ OPER-PIN
002068         INVALID KEY
002069             MOVE "NONE" TO OP-PIN-STATE
002070             GO TO 2017-EXIT
002071     END-READ
002072     EVALUATE TRUE
002073         WHEN PN-BATCH-ID
002074             MOVE "BATCH ID" TO OP-PIN-STATE
002075         WHEN PN-LOCKED
002076             MOVE "LOCKED" TO OP-PIN-STATE
002077         WHEN PN-MUST-CHANGE
002078             MOVE "RESET" TO OP-PIN-STATE
002079         WHEN OTHER
002080             MOVE "SET" TO OP-PIN-STATE
002081     END-EVALUATE.
002082 2017-EXIT.
002090     EXIT.
002100
002110 2020-ADD-OPERATOR.
002310     PERFORM 3000-REWRITE-AUTH-FILE THRU 3000-EXIT
002320     DISPLAY "Operator " OP-TARGET-ID " added"
002330     MOVE "AUTH ADDED" TO OP-AUDIT-ACTION
002332     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
002334     MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002336     READ OPER-PIN
002338         INVALID KEY
002340             DISPLAY "Operator has no PIN yet - "
002342                 "set a temporary one"
002344             PERFORM 2055-SET-TEMP-PIN THRU 2055-EXIT
002346     END-READ.
002350 2020-EXIT.
002360     EXIT.
002370
002650
002660 2040-REMOVE-OPERATOR.
002670     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
002671     IF OP-TARGET-ID = SPACES
002672         GO TO 2040-EXIT
002673     END-IF
002674     IF OP-TARGET-ID = OP-OPERATOR-ID
002675         PERFORM 2400-REFUSE-OWN-RECORD THRU 2400-EXIT
002676         GO TO 2040-EXIT
002677     END-IF
002678     PERFORM 2200-FIND-TARGET THRU 2200-EXIT
002679     IF OP-FOUND-SUB = 0
002680         DISPLAY "Operator not on file"
002681         GO TO 2040-EXIT
002682     END-IF
002683     PERFORM 2450-CLOSE-TABLE-GAP THRU 2450-EXIT
002684     PERFORM 3000-REWRITE-AUTH-FILE THRU 3000-EXIT
002685     DISPLAY "Operator " OP-TARGET-ID " removed"
002686     MOVE "AUTH REMOVED" TO OP-AUDIT-ACTION
002687     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
002688 2040-EXIT.
002689     EXIT.
002690
002691****************************************************************
002692*    2050 - PIN RESET.  THE ADMINISTRATOR KEYS A TEMPORARY PIN
002693*    FOR THE OPERATOR AND HANDS IT OVER; THE RESET CLEARS THE
002694*    FAILURE COUNT AND ANY LOCK, AND THE OPERATOR MUST CHANGE
002695*    THE PIN AT THE NEXT SIGN-ON.  AN OPERATOR WITH NO OPERPIN
002696*    RECORD IS ENROLLED THE SAME WAY.
002697****************************************************************
002698 2050-RESET-PIN.
002699     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
002700     IF OP-TARGET-ID = SPACES
002701         GO TO 2050-EXIT
002702     END-IF
002703     IF OP-TARGET-ID = OP-OPERATOR-ID
002704         PERFORM 2400-REFUSE-OWN-RECORD THRU 2400-EXIT
002705         GO TO 2050-EXIT
002706     END-IF
002707     PERFORM 2055-SET-TEMP-PIN THRU 2055-EXIT.
002708 2050-EXIT.
002709     EXIT.
002710
002711 2055-SET-TEMP-PIN.
002712     MOVE "N" TO OP-PIN-ON-FILE-SW
002713     MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002714     READ OPER-PIN
002715         INVALID KEY
002716             CONTINUE
002717         NOT INVALID KEY
002718             SET OP-PIN-ON-FILE TO TRUE
002719     END-READ
002720     IF OP-PIN-ON-FILE AND PN-BATCH-ID
002721         DISPLAY "The scheduled batch ID has no PIN to reset"
002722         GO TO 2055-EXIT
002723     END-IF
002724     IF NOT OP-PIN-ON-FILE
002725         MOVE SPACES TO OPER-PIN-RECORD
002726         MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002727         MOVE ZEROS TO PN-PIN-HASH
002728         MOVE ZEROS TO PN-LAST-SIGNON-DATE
002729         MOVE "N" TO PN-BATCH-SW
002730     END-IF
002731     MOVE OP-TARGET-ID TO OP-PIN-OWNER
002732     MOVE "N" TO OP-PIN-CHANGE-SW
002733     PERFORM 1560-ACCEPT-NEW-PIN THRU 1560-EXIT
002734         UNTIL OP-PIN-CHANGED OR OP-PIN-ABANDONED
002735     IF OP-PIN-ABANDONED
002736         DISPLAY "PIN not set"
002737         GO TO 2055-EXIT
002738     END-IF
002739     ACCEPT OP-CURRENT-DATE FROM DATE YYYYMMDD
002740     MOVE OP-HASH-RESULT TO PN-PIN-HASH
002741     MOVE 0 TO PN-FAIL-COUNT
002742     MOVE "N" TO PN-LOCK-SW
002743     MOVE "Y" TO PN-CHANGE-SW
002744     MOVE OP-CURRENT-DATE TO PN-PIN-DATE
002745     IF OP-PIN-ON-FILE
002746         REWRITE OPER-PIN-RECORD
002747         MOVE "PIN RESET" TO OP-AUDIT-ACTION
002748     ELSE
002749         WRITE OPER-PIN-RECORD
002750         MOVE "PIN ENROLLED" TO OP-AUDIT-ACTION
002751     END-IF
002752     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
002753     DISPLAY "PIN set for " OP-TARGET-ID
002754         " - it must be changed at the next sign-on"
002755     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
002756 2055-EXIT.
002757     EXIT.
002758
002759****************************************************************
002760*    2060 - SCHEDULED BATCH ID.  EXACTLY ONE OPERPIN RECORD MAY
002761*    CARRY THE MARK: SETTING IT ON ONE ID CLEARS IT FROM ANY
002762*    OTHER (WHICH THEN NEEDS A PIN RESET BEFORE IT CAN SIGN ON),
002763*    AND EACH CHANGE IS AUDITED.  THE MARKED ID SIGNS ON WITHOUT
002764*    A PIN, BUT COBOLTUT TAKES IT ONLY IN A BATCH OR VALIDATE
002765*    RUN AND THIS PROGRAM NOT AT ALL.
002766****************************************************************
002767 2060-SET-BATCH-ID.
002768     PERFORM 2100-ACCEPT-TARGET THRU 2100-EXIT
002769     IF OP-TARGET-ID = SPACES
002770         GO TO 2060-EXIT
002771     END-IF
002772     IF OP-TARGET-ID = OP-OPERATOR-ID
002773         PERFORM 2400-REFUSE-OWN-RECORD THRU 2400-EXIT
002774         GO TO 2060-EXIT
002775     END-IF
002776     MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002777     READ OPER-PIN
002778         INVALID KEY
002779             MOVE "N" TO PN-BATCH-SW
002780     END-READ
002781     IF PN-BATCH-ID
002782         DISPLAY "Operator " OP-TARGET-ID
002783             " is already the scheduled batch ID"
002784         GO TO 2060-EXIT
002785     END-IF
002786     DISPLAY "Make " OP-TARGET-ID " the scheduled batch ID - "
002787         "it will sign on with no PIN (Y/N) " WITH NO ADVANCING
002788     MOVE SPACE TO OP-REPLY
002789     ACCEPT OP-REPLY
002790     IF NOT OP-REPLY-YES
002791         DISPLAY "Batch ID not changed"
002792         GO TO 2060-EXIT
002793     END-IF
002794     MOVE OP-TARGET-ID TO OP-BATCH-TARGET
002795     MOVE "N" TO OP-PIN-SWEEP-SW
002796     MOVE LOW-VALUES TO PN-OPERATOR-ID
002797     START OPER-PIN KEY IS >= PN-OPERATOR-ID
002798         INVALID KEY
002799             SET OP-PIN-SWEEP-DONE TO TRUE
002800     END-START
002801     PERFORM 2065-CLEAR-ONE-BATCH-ID THRU 2065-EXIT
002802         UNTIL OP-PIN-SWEEP-DONE
002803     MOVE OP-BATCH-TARGET TO OP-TARGET-ID
002804     MOVE "Y" TO OP-PIN-ON-FILE-SW
002805     MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002806     READ OPER-PIN
002807         INVALID KEY
002808             MOVE "N" TO OP-PIN-ON-FILE-SW
002809             MOVE SPACES TO OPER-PIN-RECORD
002810             MOVE OP-TARGET-ID TO PN-OPERATOR-ID
002811             MOVE ZEROS TO PN-LAST-SIGNON-DATE
002812     END-READ
002813     ACCEPT OP-CURRENT-DATE FROM DATE YYYYMMDD
002814     MOVE ZEROS TO PN-PIN-HASH
002815     MOVE 0 TO PN-FAIL-COUNT
002816     MOVE "N" TO PN-LOCK-SW
002817     MOVE "N" TO PN-CHANGE-SW
002818     MOVE "Y" TO PN-BATCH-SW
002819     MOVE OP-CURRENT-DATE TO PN-PIN-DATE
002820     IF OP-PIN-ON-FILE
002821         REWRITE OPER-PIN-RECORD
002822     ELSE
002823         WRITE OPER-PIN-RECORD
002824     END-IF
002825     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
002826     DISPLAY "Operator " OP-TARGET-ID " is now the scheduled "
002827         "batch ID"
002828     MOVE "BATCH ID SET" TO OP-AUDIT-ACTION
002829     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
002830 2060-EXIT.
002831     EXIT.
002832
002833 2065-CLEAR-ONE-BATCH-ID.
002834     READ OPER-PIN NEXT RECORD
002835         AT END
002836             SET OP-PIN-SWEEP-DONE TO TRUE
002837     END-READ
002838     IF NOT OP-OPERPIN-READ-OK
002839         SET OP-PIN-SWEEP-DONE TO TRUE
002840     END-IF
002841     IF OP-PIN-SWEEP-DONE
002842         GO TO 2065-EXIT
002843     END-IF
002844     IF NOT PN-BATCH-ID
002845         GO TO 2065-EXIT
002846     END-IF
002847     MOVE "N" TO PN-BATCH-SW
002848     MOVE "Y" TO PN-LOCK-SW
002849     REWRITE OPER-PIN-RECORD
002850     PERFORM 1700-CHECK-PIN-WRITE THRU 1700-EXIT
002851     DISPLAY "Operator " PN-OPERATOR-ID " is no longer the "
002852         "batch ID - reset its PIN before it signs on"
002853     MOVE PN-OPERATOR-ID TO OP-TARGET-ID
002854     MOVE "BATCH ID CLEARED" TO OP-AUDIT-ACTION
002855     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
002856 2065-EXIT.
002860     EXIT.
002870
002880 2100-ACCEPT-TARGET.
004280         OP-AUDIT-ACTION         DELIMITED BY SIZE
004290         INTO AUDIT-LOG-RECORD
004300     END-STRING
004305     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
004310     WRITE AUDIT-LOG-RECORD.
004320 4000-EXIT.
004330     EXIT.
004340
004350 9000-TERMINATE.
004355     CLOSE OPER-PIN
004360     CLOSE AUDIT-LOG.
004370 9000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410*    9100 - PICK UP THE AUDIT CHAIN (SEE AUDCHAIN).  AUDITLOG
004420*    IS READ TO ITS LAST RECORD SO THE NEXT RECORD THIS SESSION
004430*    WRITES TAKES THE NEXT SEQUENCE NUMBER AND CHAINS FROM THAT
004440*    RECORD'S CHECK VALUE.  NO FILE, OR A LAST RECORD WITH NO
004450*    TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.  EVERY AUDITLOG
004460*    WRITER CARRIES THE SAME 9100-9200 PARAGRAPHS.
004470****************************************************************
004480 9100-LOAD-AUDIT-CHAIN.
004490     MOVE ZEROS TO CHN-LAST-SEQ
004500     MOVE ZEROS TO CHN-LAST-CHECK
004510     MOVE "N" TO CHN-TAIL-EOF-SW
004520     OPEN INPUT AUDIT-LOG
004530     IF OP-AUDIT-STATUS NOT = "00"
004540         GO TO 9100-EXIT
004550     END-IF
004560     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
004570         UNTIL CHN-TAIL-EOF
004580     CLOSE AUDIT-LOG.
004590 9100-EXIT.
004600     EXIT.
004610
004620 9110-READ-AUDIT-TAIL.
004630     READ AUDIT-LOG
004640         AT END SET CHN-TAIL-EOF TO TRUE
004650     END-READ
004660     IF OP-AUDIT-STATUS (1:1) NOT = "0"
004670         SET CHN-TAIL-EOF TO TRUE
004680     END-IF
004690     IF CHN-TAIL-EOF
004700         GO TO 9110-EXIT
004710     END-IF
004720     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
004730     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
004740         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
004750         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
004760     ELSE
004770         MOVE ZEROS TO CHN-LAST-SEQ
004780         MOVE ZEROS TO CHN-LAST-CHECK
004790     END-IF.
004800 9110-EXIT.
004810     EXIT.
004820
004830****************************************************************
004840*    9150 - OTHER SESSIONS WRITE AUDITLOG TOO, SO THE CHAIN IS
004850*    PICKED UP AFRESH BEFORE EVERY RECORD: THE RECORD BUILT SO
004860*    FAR IS PARKED, AUDITLOG IS CLOSED, 9100 READS THE TAIL AS
004870*    IT STANDS NOW, AND THE FILE IS REOPENED EXTEND WITH THE
004880*    RECORD PUT BACK FOR 9200 TO CHAIN (SEE AUDCHAIN).
004890****************************************************************
004900 9150-REFRESH-AUDIT-TAIL.
004910     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
004920     CLOSE AUDIT-LOG
004930     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
004940     OPEN EXTEND AUDIT-LOG
004950     IF OP-AUDIT-STATUS = "35"
004960         OPEN OUTPUT AUDIT-LOG
004970     END-IF
004980     MOVE SPACES TO AUDIT-LOG-RECORD
004990     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
005000 9150-EXIT.
005010     EXIT.
005020
005030****************************************************************
005040*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
005050*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
005060*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
005070*    AUDCHAIN) GO INTO COLUMNS 101-120.
005080****************************************************************
005090 9200-CHAIN-AUDIT.
005100     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
005110     ADD 1 TO CHN-LAST-SEQ
005120     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
005130     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
005140     MOVE CHN-LAST-CHECK TO CHN-WORK
005150     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
005160         VARYING CHN-SUB FROM 1 BY 1
005170         UNTIL CHN-SUB > 109
005180     MOVE CHN-WORK TO CHN-LAST-CHECK
005190     MOVE SPACES TO CHN-TRAILER
005200     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
005210     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
005220     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
005230 9200-EXIT.
005240     EXIT.
005250
005260 9210-CHAIN-ONE-BYTE.
005270     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
005280     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
005290     DIVIDE CHN-WORK BY 9999999967
005300         GIVING CHN-QUOT REMAINDER CHN-REM
005310     MOVE CHN-REM TO CHN-WORK.
005320 9210-EXIT.
005330     EXIT.
