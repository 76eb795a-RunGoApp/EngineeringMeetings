000300 AUTHOR. Yudhvir Raj.
000400 DATE-WRITTEN. May 07 2020.
000500*
000501* MODIFICATION HISTORY
000502*    15 OCT 2026  YR  Keep employee contact details (mailing
000503*                     address, phone, emergency contact) on a
000504*                     new CONTACT file keyed by the enciphered
000505*                     SSN, as the master is.  The (C)ontacts
000506*                     menu option adds and changes them with
000507*                     modify authority and the same lost-update
000508*                     check as Modify; every write is audited
000509*                     and journalled to a new CNTJRNL.
000510*    15 OCT 2026  YR  Stop lost updates online: Modify, status
000511*                     changes and Position re-read the master
000512*                     (and the latest POSN-HIST row) just before
000513*                     writing and compare with what was shown.
000514*                     If anyone changed it meanwhile the operator
000515*                     sees the values now on file and re-applies
000516*                     or abandons, and the collision is audited;
000517*                     the journal before image is the true one.
000518*    15 OCT 2026  YR  Chain the audit trail: AUDIT-LOG records
000519*                     grow to 120 bytes and carry a sequence
000520*                     number and a check value folded from the
000521*                     record before (AUDCHAIN), picked up from
000522*                     the last record on the file just before
000523*                     each write, so AUDITVFY can prove that no
000524*                     record was altered, removed or reordered.
000525*    15 OCT 2026  YR  Prove the operator at sign-on with a PIN
000526*                     checked against its digest on the new
000527*                     OPERPIN file; three misses lock the ID
000528*                     until OPERMNT resets it, and an old or
000529*                     reset PIN must be changed.  Only the
000530*                     scheduled batch ID is exempt, and only in
000531*                     batch and validate runs.  Sign-ons,
000532*                     failures and lockouts are audited.
000533*    15 OCT 2026  YR  Track open positions on a new REQFILE:
000534*                     the (R)equisitions menu option opens
000535*                     (department checked against DEPTREF,
000536*                     grade and budgeted salary against
000537*                     SALBAND), lists and cancels them.  Add
000538*                     takes an optional requisition number;
000539*                     the requisition then supplies the
000540*                     department, is closed as filled, and
000541*                     seeds the first POSN-HIST row.  All
000542*                     audited.
000543*    15 OCT 2026  YR  Hold future-dated work on a new PENDING
000544*                     file: a change or delete transaction
000545*                     carrying an effective date (TRANS-IN
000546*                     cols 47-54) after the run date, and a
000547*                     POSNIN row dated after it, is edited and
000548*                     queued instead of applied.  Every batch
000549*                     run first replays the items that have
000550*                     come due through the same edits, journal,
000551*                     audit and HR feed as a same-day change.
000552*                     CONTROL-RPT lists what is still pending,
000553*                     and the (F)uture-dated menu option
000554*                     cancels an item before it fires.
000601*    02 SEP 2026  YR  Process a POSNIN position/salary feed in
000602*                     the nightly batch alongside TRANS-IN:
000603*                     each record carries SSN, effective date,
015297     SELECT RUN-CTL ASSIGN TO "RUNCTL"
015298         ORGANIZATION IS LINE SEQUENTIAL
015299         FILE STATUS IS CT-RUNCTL-STATUS.
015303     SELECT PENDING ASSIGN TO "PENDING"
015307         ORGANIZATION IS INDEXED
015311         ACCESS MODE IS DYNAMIC
015315         RECORD KEY IS PD-KEY
015319         FILE STATUS IS CT-PENDING-STATUS.
015323     SELECT REQ-FILE ASSIGN TO "REQFILE"
015327         ORGANIZATION IS INDEXED
015331         ACCESS MODE IS DYNAMIC
015335         RECORD KEY IS RQ-REQ-NUMBER
015339         FILE STATUS IS CT-REQFILE-STATUS.
015343     SELECT OPER-PIN ASSIGN TO "OPERPIN"
015347         ORGANIZATION IS INDEXED
015351         ACCESS MODE IS DYNAMIC
015355         RECORD KEY IS PN-OPERATOR-ID
015359         FILE STATUS IS CT-OPERPIN-STATUS.
015363     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
015367         ORGANIZATION IS INDEXED
015371         ACCESS MODE IS DYNAMIC
015375         RECORD KEY IS CN-SSNUM
015379         FILE STATUS IS CT-CONTACT-STATUS.
015383     SELECT CNT-JRNL ASSIGN TO "CNTJRNL"
015387         ORGANIZATION IS LINE SEQUENTIAL
015391         FILE STATUS IS CT-CNTJRNL-STATUS.
015395
015400 DATA DIVISION.
015500 FILE SECTION.
015600 FD  EMPLOYEE-MASTER.
018700     05  TI-NUM1                 PIC 9.
018800     05  TI-NUM2                 PIC 9.
018900     05  TI-DEPT-CODE            PIC X(04).
018905     05  TI-EFF-DATE             PIC X(08).
018910*    Control-record view of the same area.  Each department
018920*    file opens with HDR (dept + creation date) and closes
018930*    with TRL (dept + record count); 3050 checks them before
019500 01  CONTROL-RPT-RECORD          PIC X(80).
019600
019700 FD  AUDIT-LOG.
019710 01  AUDIT-LOG-RECORD.
019720     05  AUDIT-LOG-TEXT          PIC X(100).
019730     05  AUDIT-LOG-CHAIN         PIC X(20).
019900
020000 FD  RESTART-CKPT.
020100 01  RESTART-CKPT-RECORD.
021100     05  RC-COUNT-SUSPENSE       PIC 9(08).
021200     05  RC-COUNT-REJ-CODE       PIC 9(08).
021210     05  RC-COUNT-REJ-DEPT       PIC 9(08).
021220     05  RC-COUNT-REJ-DATE       PIC 9(08).
021230     05  RC-COUNT-REJ-PEND       PIC 9(08).
021240     05  RC-COUNT-PEND-QUEUED    PIC 9(08).
021250     05  RC-COUNT-PEND-APPLIED   PIC 9(08).
021300
021400 FD  SUSPENSE.
021500 01  SUSPENSE-RECORD             PIC X(80).
022650 FD  CSV-EXPORT.
022700 01  CSV-EXPORT-RECORD           PIC X(120).
022800
022803*    One record per employee who has contact details, keyed by
022806*    the enciphered SSN exactly as EMPLOYEE-MASTER is.
022809 FD  CONTACT-FILE.
022812 01  CONTACT-RECORD.
022815     05  CN-SSNUM                PIC 9(09).
022818     05  CN-ADDR-LINE-1          PIC X(30).
022821     05  CN-ADDR-LINE-2          PIC X(30).
022824     05  CN-CITY                 PIC X(20).
022827     05  CN-STATE                PIC X(02).
022830     05  CN-POSTCODE             PIC X(10).
022833     05  CN-PHONE                PIC X(15).
022836     05  CN-EMERG-NAME           PIC X(30).
022839     05  CN-EMERG-RELATION       PIC X(10).
022842     05  CN-EMERG-PHONE          PIC X(15).
022845     05  CN-UPDATED-DATE         PIC 9(08).
022848     05  CN-UPDATED-BY           PIC X(10).
022851     05  FILLER                  PIC X(11).
022854
022857*    Before and after image of every CONTACT write/rewrite, as
022860*    EMP-JRNL is for the master.
022863 FD  CNT-JRNL.
022866 01  CNT-JRNL-RECORD.
022869     05  CJ-ACTION               PIC X(08).
022872     05  CJ-DATE                 PIC 9(08).
022875     05  CJ-TIME                 PIC 9(08).
022878     05  CJ-OPERATOR             PIC X(10).
022881     05  CJ-BEFORE               PIC X(200).
022884     05  CJ-AFTER                PIC X(200).
022887
022900 FD  OPER-AUTH.
023000 01  OPER-AUTH-RECORD.
023100     05  OA-OPERATOR-ID          PIC X(10).
023200     05  OA-AUTH-MODIFY          PIC X(01).
023300     05  OA-AUTH-DELETE          PIC X(01).
023400     05  FILLER                  PIC X(68).
023405
023410*    One record per operator.  The PIN itself is never stored,
023415*    only the digest 1600-HASH-PIN makes of it.
023420 FD  OPER-PIN.
023425 01  OPER-PIN-RECORD.
023430     05  PN-OPERATOR-ID          PIC X(10).
023435     05  PN-PIN-HASH             PIC 9(10).
023440     05  PN-FAIL-COUNT           PIC 9(01).
023445     05  PN-LOCK-SW              PIC X(01).
023450         88  PN-LOCKED                      VALUE "Y".
023455     05  PN-CHANGE-SW            PIC X(01).
023460         88  PN-MUST-CHANGE                 VALUE "Y".
023465     05  PN-BATCH-SW             PIC X(01).
023470         88  PN-BATCH-ID                    VALUE "Y".
023475     05  PN-PIN-DATE             PIC 9(08).
023480     05  PN-LAST-SIGNON-DATE     PIC 9(08).
023485     05  FILLER                  PIC X(40).
023500
023600 FD  HR-EXTRACT.
023700 01  HR-EXTRACT-RECORD.
024610     05  HE-STATUS               PIC X(01).
024620     05  HE-STATUS-DATE          PIC 9(08).
024630     05  HE-DEPT-CODE            PIC X(04).
024631
024632*    Work held for a later effective date.  Keyed by the date
024633*    first so the nightly sweep (3700) reads due items in order
024634*    and stops at the first one still in the future.  The SSN
024635*    is enciphered, same as the master; PD-IMAGE is the
024636*    TRANS-IN (change/delete) or POSNIN (position) record as
024637*    received, with its clear SSN zeroed.
024638 FD  PENDING.
024639 01  PENDING-RECORD.
024640     05  PD-KEY.
024641         10  PD-EFF-DATE         PIC 9(08).
024642         10  PD-SSNUM            PIC 9(09).
024643         10  PD-TYPE             PIC X(01).
024644             88  PD-TYPE-CHANGE             VALUE "C".
024645             88  PD-TYPE-DELETE             VALUE "D".
024646             88  PD-TYPE-POSITION           VALUE "P".
024647     05  PD-NAME                 PIC X(30).
024648     05  PD-QUEUED-DATE          PIC 9(08).
024649     05  PD-OPERATOR             PIC X(10).
024650     05  PD-IMAGE                PIC X(54).
024651     05  FILLER                  PIC X(08).
024652
024653 FD  REQ-FILE.
024654 01  REQ-FILE-RECORD.
024655     05  RQ-REQ-NUMBER           PIC 9(06).
024656     05  RQ-DEPT-CODE            PIC X(04).
024657     05  RQ-JOB-TITLE            PIC X(20).
024658     05  RQ-GRADE                PIC X(02).
024659     05  RQ-BUDGET-SALARY        PIC 9(07)V99.
024660     05  RQ-OPEN-DATE            PIC 9(08).
024661     05  RQ-OPENED-BY            PIC X(10).
024662     05  RQ-STATUS               PIC X(01).
024663         88  RQ-OPEN                        VALUE "O".
024664         88  RQ-FILLED                      VALUE "F".
024665         88  RQ-CANCELLED                   VALUE "C".
024666     05  RQ-CLOSED-DATE          PIC 9(08).
024667     05  RQ-CLOSED-BY            PIC X(10).
024668     05  FILLER                  PIC X(22).
024669
024700 WORKING-STORAGE SECTION.
024800 01  EmployeeName.
024900     05  EN-LAST-NAME         PIC X(15) VALUE SPACES.
030900
031000 01  CT-AUDIT-STATUS             PIC X(02) VALUE SPACES.
031100
031110 COPY AUDCHAIN.
031120
031200 01  CT-OPERATOR-ID              PIC X(10) VALUE SPACES.
031300
031400 01  CT-OPERAUTH-STATUS          PIC X(02) VALUE SPACES.
032300
032400 01  CT-AUTH-DONE-SW             PIC X(01) VALUE "N".
032500     88  CT-AUTH-DONE                       VALUE "Y".
032502
032504 01  CT-OPERPIN-STATUS           PIC X(02) VALUE SPACES.
032506     88  CT-OPERPIN-OK                      VALUE "00".
032508
032510 01  CT-SIGNON-SW                PIC X(01) VALUE "N".
032512     88  CT-SIGNED-ON                       VALUE "Y".
032514
032516 01  CT-PIN-CHANGE-SW            PIC X(01) VALUE "N".
032518     88  CT-PIN-CHANGED                     VALUE "Y".
032520     88  CT-PIN-ABANDONED                   VALUE "X".
032522
032524 01  CT-PIN-VALID-SW             PIC X(01) VALUE "N".
032526     88  CT-PIN-VALID                       VALUE "Y".
032528
032530 77  CT-PIN-MAX-TRIES            PIC 9(01) VALUE 3.
032532 77  CT-PIN-MAX-DAYS             PIC 9(03) VALUE 90.
032534 77  CT-PIN-LEN                  PIC 9(04) COMP VALUE 0.
032536 77  CT-PIN-AGE-DAYS             PIC S9(07) COMP VALUE 0.
032538
032540 01  CT-PIN-IN                   PIC X(08) VALUE SPACES.
032542 01  CT-PIN-NEW                  PIC X(08) VALUE SPACES.
032544
032546*    1600-HASH-PIN work areas.  HELLO, OPERMNT and BUDGMNT carry
032548*    the same routine and must produce the same digest - change
032550*    all four together or every operator is locked out.
032552 01  CT-HASH-ID                  PIC X(10) VALUE SPACES.
032554 01  FILLER REDEFINES CT-HASH-ID.
032556     05  CT-HASH-ID-CHAR         PIC X(01) OCCURS 10 TIMES.
032558 01  CT-HASH-PIN                 PIC X(08) VALUE SPACES.
032560 01  FILLER REDEFINES CT-HASH-PIN.
032562     05  CT-HASH-PIN-CHAR        PIC X(01) OCCURS 8 TIMES.
032564 01  CT-HASH-CHARS               PIC X(40) VALUE
032566     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_@#".
032568 01  FILLER REDEFINES CT-HASH-CHARS.
032570     05  CT-HASH-CHAR            PIC X(01) OCCURS 40 TIMES.
032572 01  CT-HASH-DIGIT               PIC 9(01) VALUE 0.
032574 01  CT-HASH-RESULT              PIC 9(10) VALUE ZEROS.
032576 77  CT-HASH-WORK                PIC S9(18) COMP VALUE 0.
032578 77  CT-HASH-QUOT                PIC S9(18) COMP VALUE 0.
032580 77  CT-HASH-REM                 PIC S9(18) COMP VALUE 0.
032582 77  CT-HASH-VALUE               PIC 9(04) COMP VALUE 0.
032584 77  CT-HASH-SUB                 PIC 9(04) COMP VALUE 0.
032586 77  CT-HASH-CHAR-SUB            PIC 9(04) COMP VALUE 0.
032588 77  CT-HASH-ROUND               PIC 9(04) COMP VALUE 0.
032600
032700 01  CT-CIPHER-KEY               PIC 9(09) VALUE ZEROS.
032800 01  FILLER REDEFINES CT-CIPHER-KEY.
035900     88  CT-STATUS-TERMINATE                VALUE "T" "t".
036000     88  CT-STATUS-LEAVE                    VALUE "L" "l".
036100     88  CT-STATUS-REINSTATE                VALUE "A" "a".
036102
036104*    Lost-update check on the online update paths (2035, 2088):
036106*    the operator's version of the record is held here while the
036108*    master is re-read and compared with CT-EM-BEFORE.
036110 01  CT-EM-WANTED.
036112     05  CT-WN-SSNUM             PIC 9(09).
036114     05  CT-WN-NAME              PIC X(30).
036116     05  CT-WN-ENTRY-DATE        PIC 9(08).
036118     05  CT-WN-STATUS            PIC X(01).
036120     05  CT-WN-STATUS-DATE       PIC 9(08).
036122     05  CT-WN-DEPT-CODE         PIC X(04).
036124
036126 01  CT-UPDATE-SW                PIC X(01) VALUE "N".
036128     88  CT-UPDATE-PENDING                  VALUE "N".
036130     88  CT-UPDATE-CLEAR                    VALUE "Y".
036132     88  CT-UPDATE-ABANDONED                VALUE "A".
036134
036136 01  CT-COLLIDE-REPLY            PIC X(01) VALUE SPACE.
036138     88  CT-COLLIDE-REAPPLY                 VALUE "R" "r".
036140
036142 01  CT-NEW-STATUS               PIC X(01) VALUE SPACE.
036144 01  CT-SAVE-ACTION              PIC X(20) VALUE SPACES.
036146
036148*    Latest POSN-HIST row for the employee: as shown (BEFORE), as
036150*    found now (LATEST), and the row the operator keyed (WANTED).
036152 01  CT-PH-BEFORE                PIC X(48) VALUE SPACES.
036154 01  CT-PH-LATEST.
036156     05  CT-PL-SSNUM             PIC 9(09).
036158     05  CT-PL-EFF-DATE          PIC 9(08).
036160     05  CT-PL-JOB-TITLE         PIC X(20).
036162     05  CT-PL-GRADE             PIC X(02).
036164     05  CT-PL-SALARY            PIC 9(07)V99.
036166 01  CT-PH-WANTED.
036168     05  CT-PW-SSNUM             PIC 9(09).
036170     05  CT-PW-EFF-DATE          PIC 9(08).
036172     05  CT-PW-JOB-TITLE         PIC X(20).
036174     05  CT-PW-GRADE             PIC X(02).
036176     05  CT-PW-SALARY            PIC 9(07)V99.
036178
036180 01  CT-PH-SCAN-SW               PIC X(01) VALUE "N".
036182     88  CT-PH-SCAN-DONE                    VALUE "Y".
036200
036300 01  CT-EFF-DATE-IN              PIC X(08) VALUE SPACES.
036310
043500     88  CT-MENU-DELETE                     VALUE "D" "d".
043600     88  CT-MENU-EXPORT                     VALUE "E" "e".
043700     88  CT-MENU-POSITION                   VALUE "P" "p".
043710     88  CT-MENU-PENDING                    VALUE "F" "f".
043720     88  CT-MENU-REQUISITION                VALUE "R" "r".
043730     88  CT-MENU-CONTACT                    VALUE "C" "c".
043800     88  CT-MENU-EXIT                       VALUE "X" "x".
043900
043901 01  CT-PENDING-STATUS           PIC X(02) VALUE SPACES.
043902     88  CT-PENDING-OK                      VALUE "00".
043903     88  CT-PENDING-READ-OK                 VALUE "00", "02".
043904
043905 01  CT-PEND-DONE-SW             PIC X(01) VALUE "N".
043906     88  CT-PEND-DONE                       VALUE "Y".
043907
043908 01  CT-PEND-HELD-SW             PIC X(01) VALUE "N".
043909     88  CT-PEND-HELD                       VALUE "Y".
043910
043911*    Set while 3710 replays a held position row, so 3625 also
043912*    tells HR the day the row takes effect.
043913 01  CT-PEND-REPLAY-SW           PIC X(01) VALUE "N".
043914     88  CT-PEND-REPLAY                     VALUE "Y".
043915
043916*    When a change/delete takes effect: now (dated today or
043917*    earlier, or undated), later (held on PENDING), or never
043918*    (the date column is not a usable date).
043919 01  CT-TRANS-WHEN               PIC X(01) VALUE "T".
043920     88  CT-TRANS-DUE                       VALUE "T".
043921     88  CT-TRANS-FUTURE                    VALUE "F".
043922     88  CT-TRANS-BAD-DATE                  VALUE "B".
043923
043924 01  CT-TRANS-EFF-DATE           PIC 9(08) VALUE ZEROS.
043925 01  CT-PEND-RUN-DATE            PIC 9(08) VALUE ZEROS.
043926 01  CT-PEND-KEY-SAVE            PIC X(18) VALUE SPACES.
043927 01  CT-PEND-TYPE-TEXT           PIC X(09) VALUE SPACES.
043928
043929 01  CT-COUNT-REJ-DATE           PIC 9(08) COMP VALUE 0.
043930 01  CT-COUNT-REJ-PEND           PIC 9(08) COMP VALUE 0.
043931 01  CT-COUNT-PEND-QUEUED        PIC 9(08) COMP VALUE 0.
043932 01  CT-COUNT-PEND-APPLIED       PIC 9(08) COMP VALUE 0.
043933 01  CT-COUNT-PEND-ON-FILE       PIC 9(08) COMP VALUE 0.
043934 01  CT-COUNT-POSN-PENDED        PIC 9(08) COMP VALUE 0.
043935
043936*    The POSNIN row being edited.  3625 works from this copy
043937*    rather than the FD area so a held row can be replayed
043938*    through it from PENDING without POSNIN being open.
043939 01  CT-POSN-IMAGE.
043940     COPY SSNUM
043941         REPLACING ==01  SSNum==    BY ==05  CT-PI-SSNUM==
043942                   ==02  SSArea==   BY ==10  CT-PI-SSAREA==
043943                   ==02  SSGroup==  BY ==10  CT-PI-SSGROUP==
043944                   ==02  SSSerial== BY ==10  CT-PI-SSSERIAL==.
043945     05  CT-PI-EFF-DATE          PIC X(08).
043946     05  CT-PI-JOB-TITLE         PIC X(20).
043947     05  CT-PI-GRADE             PIC X(02).
043948     05  CT-PI-SALARY            PIC X(09).
043949
043950*    One person's pending items as listed by 2095, so the
043951*    operator can pick one to cancel by its list number.
043952 77  CT-PLIST-MAX                PIC 9(04) COMP VALUE 9.
043953 77  CT-PLIST-USED               PIC 9(04) COMP VALUE 0.
043954 01  CT-PLIST-TABLE.
043955     05  CT-PLIST-KEY            PIC X(18) OCCURS 9 TIMES.
043956 01  CT-PLIST-PICK               PIC X(01) VALUE SPACE.
043957 01  CT-PLIST-PICK-N REDEFINES CT-PLIST-PICK
043958                                 PIC 9(01).
043959
043960
043961 01  CT-REQFILE-STATUS           PIC X(02) VALUE SPACES.
043962     88  CT-REQFILE-OK                      VALUE "00".
043963     88  CT-REQFILE-READ-OK                 VALUE "00", "02".
043964
043965*    Set when the operator names an open requisition on Add;
043966*    2820 then closes it and seeds the first position row.
043967 01  CT-REQ-NAMED-SW             PIC X(01) VALUE "N".
043968     88  CT-REQ-NAMED                       VALUE "Y".
043969 01  CT-REQ-CHECKED-SW           PIC X(01) VALUE "N".
043970     88  CT-REQ-CHECKED                     VALUE "Y".
043971 01  CT-REQ-DONE-SW              PIC X(01) VALUE "N".
043972     88  CT-REQ-DONE                        VALUE "Y".
043973 01  CT-REQ-IN                   PIC X(06) VALUE SPACES.
043974 01  CT-REQ-IN-N REDEFINES CT-REQ-IN
043975                                 PIC 9(06).
043976 01  CT-REQ-NUMBER               PIC 9(06) VALUE ZEROS.
043977 01  CT-REQ-CHOICE               PIC X(01) VALUE SPACE.
043978     88  CT-REQ-CHOOSE-OPEN                 VALUE "O" "o".
043979     88  CT-REQ-CHOOSE-LIST                 VALUE "L" "l".
043980     88  CT-REQ-CHOOSE-CANCEL               VALUE "C" "c".
043981 01  CT-REQ-REPLY                PIC X(01) VALUE SPACE.
043982     88  CT-REQ-REPLY-YES                   VALUE "Y" "y".
043983 01  CT-REQ-LIST-COUNT           PIC 9(08) COMP VALUE 0.
043984 01  CT-REQ-STATUS-TEXT          PIC X(09) VALUE SPACES.
043985
043986*    Contact details (2900): the record as shown, and the
043987*    operator's version while the file is re-read (2935).
043988 01  CT-CONTACT-STATUS           PIC X(02) VALUE SPACES.
043989     88  CT-CONTACT-OK                      VALUE "00".
043990 01  CT-CNTJRNL-STATUS           PIC X(02) VALUE SPACES.
043991 01  CT-CN-BEFORE                PIC X(200) VALUE SPACES.
043992 01  CT-CN-WANTED                PIC X(200) VALUE SPACES.
043993 01  CT-CN-NEW-SW                PIC X(01) VALUE "N".
043994     88  CT-CN-NEW                          VALUE "Y".
043995 01  CT-CN-PROMPT                PIC X(20) VALUE SPACES.
043996 01  CT-CN-ENTRY                 PIC X(30) VALUE SPACES.
043997 01  CT-CN-FIELD                 PIC X(30) VALUE SPACES.
044000 LINKAGE SECTION.
044100 01  CT-PROGRAM-PARM.
044200     05  CT-PARM-LEN             PIC S9(4) COMP.
045300     ELSE
045400         MOVE CT-PARM-RUN-MODE TO CT-RUN-MODE
045500     END-IF
045510     PERFORM 1500-SIGN-ON THRU 1500-EXIT
045600     IF CT-BATCH-MODE OR CT-VALIDATE-MODE
045700         PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
045800     ELSE
047200         DISPLAY "Operator ID " WITH NO ADVANCING
047300         ACCEPT CT-OPERATOR-ID
047400     END-IF
047410     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
047500     OPEN EXTEND AUDIT-LOG
047600     IF CT-AUDIT-STATUS = "35"
047700         OPEN OUTPUT AUDIT-LOG
048810     OPEN EXTEND EMP-JRNL
048820     IF CT-JRNL-STATUS = "35"
048830         OPEN OUTPUT EMP-JRNL
048832     END-IF
048834     OPEN I-O PENDING
048836     IF NOT CT-PENDING-OK
048838         OPEN OUTPUT PENDING
048840         CLOSE PENDING
048842         OPEN I-O PENDING
048844     END-IF
048846     OPEN I-O REQ-FILE
048848     IF NOT CT-REQFILE-OK
048850         OPEN OUTPUT REQ-FILE
048852         CLOSE REQ-FILE
048854         OPEN I-O REQ-FILE
048856     END-IF
048858     OPEN I-O CONTACT-FILE
048860     IF NOT CT-CONTACT-OK
048862         OPEN OUTPUT CONTACT-FILE
048864         CLOSE CONTACT-FILE
048866         OPEN I-O CONTACT-FILE
048868     END-IF
048870     OPEN EXTEND CNT-JRNL
048872     IF CT-CNTJRNL-STATUS = "35"
048874         OPEN OUTPUT CNT-JRNL
048876     END-IF
048900     PERFORM 1100-LOAD-OPERATOR-AUTH THRU 1100-EXIT.
049000 1000-EXIT.
049100     EXIT.
052444 1450-EXIT.
052445     EXIT.
052446
052447****************************************************************
052448*    1500 - OPERATOR SIGN-ON.  THE OPERATOR ID ALONE USED TO BE
052449*    ENOUGH; NOW EVERY ID MUST PROVE ITSELF WITH ITS PIN AGAINST
052450*    THE DIGEST ON OPERPIN BEFORE OPERAUTH'S RIGHTS MEAN ANYTHING.
052451*    THREE WRONG PINS IN A ROW (ACROSS SESSIONS - THE COUNT IS
052452*    KEPT ON FILE) LOCK THE ID UNTIL AN ADMINISTRATOR RESETS IT
052453*    THROUGH OPERMNT.  A PIN OLDER THAN CT-PIN-MAX-DAYS, OR ONE
052454*    AN ADMINISTRATOR HAS JUST RESET, MUST BE CHANGED BEFORE THE
052455*    SESSION GOES ON.  THE ONE ID FLAGGED ON OPERPIN AS THE
052456*    SCHEDULED BATCH ID (COBTNITE'S) NEEDS NO PIN, BUT ONLY IN A
052457*    BATCH OR VALIDATE RUN - IT CANNOT SIGN ON INTERACTIVELY.
052458*    EVERY SIGN-ON, FAILURE AND LOCKOUT GOES TO AUDIT-LOG; ANY
052459*    REFUSAL ENDS THE RUN WITH RETURN CODE 16.
052460****************************************************************
052461 1500-SIGN-ON.
052462     OPEN I-O OPER-PIN
052463     IF NOT CT-OPERPIN-OK
052464         DISPLAY "COBOLTUT - CANNOT OPEN OPERPIN - STATUS "
052465             CT-OPERPIN-STATUS
052466         PERFORM 9000-TERMINATE THRU 9000-EXIT
052467         MOVE 16 TO RETURN-CODE
052468         STOP RUN
052469     END-IF
052470     MOVE "N" TO CT-SIGNON-SW
052471     MOVE CT-OPERATOR-ID TO PN-OPERATOR-ID
052472     READ OPER-PIN
052473         INVALID KEY
052474             DISPLAY "Operator " CT-OPERATOR-ID " is not enrolled"
052475             MOVE "SIGN-ON NOT ENROLLED" TO CT-AUDIT-ACTION
052476             PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
052477     END-READ
052478     IF PN-BATCH-ID
052479         PERFORM 1510-BATCH-SIGN-ON THRU 1510-EXIT
052480         GO TO 1500-EXIT
052481     END-IF
052482     IF PN-LOCKED
052483         DISPLAY "Operator ID is locked - see your administrator"
052484         MOVE "SIGN-ON REFUSED LOCK" TO CT-AUDIT-ACTION
052485         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
052486     END-IF
052487     PERFORM 1520-ACCEPT-PIN THRU 1520-EXIT
052488         UNTIL CT-SIGNED-ON OR PN-LOCKED
052489     IF PN-LOCKED
052490         DISPLAY "Too many failed attempts - operator ID locked"
052491         MOVE "SIGN-ON LOCKED OUT" TO CT-AUDIT-ACTION
052492         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
052493     END-IF
052494     PERFORM 1550-CHECK-PIN-AGE THRU 1550-EXIT
052495     MOVE 0 TO PN-FAIL-COUNT
052496     MOVE CT-CURRENT-DATE TO PN-LAST-SIGNON-DATE
052497     REWRITE OPER-PIN-RECORD
052498     MOVE "SIGN-ON OK" TO CT-AUDIT-ACTION
052499     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
052500     CLOSE OPER-PIN.
052501 1500-EXIT.
052502     EXIT.
052503
052504 1510-BATCH-SIGN-ON.
052505     IF NOT CT-BATCH-MODE AND NOT CT-VALIDATE-MODE
052506         DISPLAY "The scheduled batch ID cannot sign on "
052507             "interactively"
052508         MOVE "SIGN-ON REFUSED BTCH" TO CT-AUDIT-ACTION
052509         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
052510     END-IF
052511     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
052512     MOVE CT-CURRENT-DATE TO PN-LAST-SIGNON-DATE
052513     REWRITE OPER-PIN-RECORD
052514     MOVE "SIGN-ON OK - BATCH" TO CT-AUDIT-ACTION
052515     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
052516     CLOSE OPER-PIN.
052517 1510-EXIT.
052518     EXIT.
052519
052520****************************************************************
052521*    1520 - ONE PIN ATTEMPT.  A WRONG (OR BLANK) PIN IS COUNTED
052522*    AND THE RECORD REWRITTEN AT ONCE, SO DROPPING THE SESSION
052523*    DOES NOT CLEAR THE COUNT.
052524****************************************************************
052525 1520-ACCEPT-PIN.
052526     MOVE SPACES TO CT-PIN-IN
052527     DISPLAY "PIN " WITH NO ADVANCING
052528     ACCEPT CT-PIN-IN
052529     MOVE CT-OPERATOR-ID TO CT-HASH-ID
052530     MOVE CT-PIN-IN TO CT-HASH-PIN
052531     PERFORM 1600-HASH-PIN THRU 1600-EXIT
052532     IF CT-PIN-IN NOT = SPACES
052533         AND CT-HASH-RESULT = PN-PIN-HASH
052534         SET CT-SIGNED-ON TO TRUE
052535         GO TO 1520-EXIT
052536     END-IF
052537     ADD 1 TO PN-FAIL-COUNT
052538     IF PN-FAIL-COUNT >= CT-PIN-MAX-TRIES
052539         MOVE "Y" TO PN-LOCK-SW
052540     END-IF
052541     REWRITE OPER-PIN-RECORD
052542     MOVE "SIGN-ON FAILED" TO CT-AUDIT-ACTION
052543     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
052544     IF NOT PN-LOCKED
052545         DISPLAY "Incorrect PIN - re-enter"
052546     END-IF.
052547 1520-EXIT.
052548     EXIT.
052549
052550****************************************************************
052551*    1550 - FORCED PIN CHANGE, WHEN THE ADMINISTRATOR HAS JUST
052552*    RESET THE PIN OR IT IS CT-PIN-MAX-DAYS OLD.  BLANK AT THE
052553*    NEW-PIN PROMPT GIVES UP, AND THE SIGN-ON IS REFUSED.
052554****************************************************************
052555 1550-CHECK-PIN-AGE.
052556     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
052557     IF PN-PIN-DATE NOT NUMERIC OR PN-PIN-DATE = ZEROS
052558         MOVE "Y" TO PN-CHANGE-SW
052559     END-IF
052560*    Calendar arithmetic - the one job ordinary verbs cannot do
052561     IF NOT PN-MUST-CHANGE
052562         COMPUTE CT-PIN-AGE-DAYS =
052563             FUNCTION INTEGER-OF-DATE (CT-CURRENT-DATE)
052564             - FUNCTION INTEGER-OF-DATE (PN-PIN-DATE)
052565         IF CT-PIN-AGE-DAYS < CT-PIN-MAX-DAYS
052566             GO TO 1550-EXIT
052567         END-IF
052568         DISPLAY "Your PIN has expired - choose a new one"
052569     ELSE
052570         DISPLAY "Your PIN must be changed before you go on"
052571     END-IF
052572     MOVE "N" TO CT-PIN-CHANGE-SW
052573     PERFORM 1560-ACCEPT-NEW-PIN THRU 1560-EXIT
052574         UNTIL CT-PIN-CHANGED OR CT-PIN-ABANDONED
052575     IF CT-PIN-ABANDONED
052576         MOVE "PIN CHANGE ABANDONED" TO CT-AUDIT-ACTION
052577         PERFORM 1590-REFUSE-SIGN-ON THRU 1590-EXIT
052578     END-IF
052579     MOVE CT-HASH-RESULT TO PN-PIN-HASH
052580     MOVE CT-CURRENT-DATE TO PN-PIN-DATE
052581     MOVE "N" TO PN-CHANGE-SW
052582     MOVE "PIN CHANGED" TO CT-AUDIT-ACTION
052583     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT.
052584 1550-EXIT.
052585     EXIT.
052586
052587 1560-ACCEPT-NEW-PIN.
052588     MOVE SPACES TO CT-PIN-NEW
052589     DISPLAY "New PIN, 4 to 8 digits (blank to cancel) "
052590         WITH NO ADVANCING
052591     ACCEPT CT-PIN-NEW
052592     IF CT-PIN-NEW = SPACES
052593         SET CT-PIN-ABANDONED TO TRUE
052594         GO TO 1560-EXIT
052595     END-IF
052596     PERFORM 1570-EDIT-PIN THRU 1570-EXIT
052597     IF NOT CT-PIN-VALID
052598         DISPLAY "PIN must be 4 to 8 digits - re-enter"
052599         GO TO 1560-EXIT
052600     END-IF
052601     MOVE CT-OPERATOR-ID TO CT-HASH-ID
052602     MOVE CT-PIN-NEW TO CT-HASH-PIN
052603     PERFORM 1600-HASH-PIN THRU 1600-EXIT
052604     IF CT-HASH-RESULT = PN-PIN-HASH
052605         DISPLAY "New PIN must differ from the old one"
052606         GO TO 1560-EXIT
052607     END-IF
052608     MOVE SPACES TO CT-PIN-IN
052609     DISPLAY "Re-enter new PIN " WITH NO ADVANCING
052610     ACCEPT CT-PIN-IN
052611     IF CT-PIN-IN NOT = CT-PIN-NEW
052612         DISPLAY "PINs do not match - re-enter"
052613         GO TO 1560-EXIT
052614     END-IF
052615     SET CT-PIN-CHANGED TO TRUE.
052616 1560-EXIT.
052617     EXIT.
052618
052619 1570-EDIT-PIN.
052620     MOVE "N" TO CT-PIN-VALID-SW
052621     MOVE 0 TO CT-PIN-LEN
052622     INSPECT CT-PIN-NEW TALLYING CT-PIN-LEN
052623         FOR CHARACTERS BEFORE INITIAL SPACE
052624     IF CT-PIN-LEN < 4
052625         GO TO 1570-EXIT
052626     END-IF
052627     IF CT-PIN-NEW (1:CT-PIN-LEN) NOT NUMERIC
052628         GO TO 1570-EXIT
052629     END-IF
052630     IF CT-PIN-LEN < 8
052631         IF CT-PIN-NEW (CT-PIN-LEN + 1:) NOT = SPACES
052632             GO TO 1570-EXIT
052633         END-IF
052634     END-IF
052635     SET CT-PIN-VALID TO TRUE.
052636 1570-EXIT.
052637     EXIT.
052638
052639****************************************************************
052640*    1580 - SIGN-ON AUDIT IN 2060'S LAYOUT (OPERATOR ID AS NAME,
052641*    ZERO SSN), WRITTEN BY 2065 SO VALIDATE RUNS LOG IT TOO.
052642****************************************************************
052643 1580-WRITE-SIGNON-AUDIT.
052644     MOVE SPACES TO EmployeeName
052645     MOVE ZEROS TO SSNum
052646     MOVE CT-OPERATOR-ID TO EmployeeName
052647     PERFORM 2065-WRITE-AUDIT-LINE THRU 2065-EXIT.
052648 1580-EXIT.
052649     EXIT.
052650
052651 1590-REFUSE-SIGN-ON.
052652     PERFORM 1580-WRITE-SIGNON-AUDIT THRU 1580-EXIT
052653     CLOSE OPER-PIN
052654     PERFORM 9000-TERMINATE THRU 9000-EXIT
052655     MOVE 16 TO RETURN-CODE
052656     STOP RUN.
052657 1590-EXIT.
052658     EXIT.
052659
052660****************************************************************
052661*    1600 - PIN DIGEST.  THE UPPER-CASED OPERATOR ID SALTS THE PIN
052662*    SO TWO OPERATORS WITH THE SAME PIN DO NOT SHARE A DIGEST,
052663*    THEN THE PIN DIGITS ARE FOLDED IN THREE TIMES, ALL MODULO THE
052664*    PRIME 9999999967.  IT IS ONE-WAY, SO A FORGOTTEN PIN IS
052665*    RESET, NEVER LOOKED UP.  HELLO, OPERMNT AND BUDGMNT CARRY THE
052666*    SAME ROUTINE - CHANGE ALL FOUR TOGETHER.
052667****************************************************************
052668 1600-HASH-PIN.
052669     INSPECT CT-HASH-ID CONVERTING
052670         "abcdefghijklmnopqrstuvwxyz"
052671         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
052672     MOVE 1234567 TO CT-HASH-WORK
052673     PERFORM 1610-HASH-ID-CHAR THRU 1610-EXIT
052674         VARYING CT-HASH-SUB FROM 1 BY 1
052675         UNTIL CT-HASH-SUB > 10
052676     PERFORM 1620-HASH-PIN-CHAR THRU 1620-EXIT
052677         VARYING CT-HASH-ROUND FROM 1 BY 1
052678         UNTIL CT-HASH-ROUND > 3
052679         AFTER CT-HASH-SUB FROM 1 BY 1
052680         UNTIL CT-HASH-SUB > 8
052681     MOVE CT-HASH-WORK TO CT-HASH-RESULT.
052682 1600-EXIT.
052683     EXIT.
052684
052685 1610-HASH-ID-CHAR.
052686     MOVE 0 TO CT-HASH-VALUE
052687     PERFORM 1615-MATCH-HASH-CHAR THRU 1615-EXIT
052688         VARYING CT-HASH-CHAR-SUB FROM 1 BY 1
052689         UNTIL CT-HASH-CHAR-SUB > 40
052690             OR CT-HASH-VALUE > 0
052691     COMPUTE CT-HASH-WORK = CT-HASH-WORK * 37 + CT-HASH-VALUE
052692     DIVIDE CT-HASH-WORK BY 9999999967
052693         GIVING CT-HASH-QUOT REMAINDER CT-HASH-REM
052694     MOVE CT-HASH-REM TO CT-HASH-WORK.
052695 1610-EXIT.
052696     EXIT.
052697
052698 1615-MATCH-HASH-CHAR.
052699     IF CT-HASH-CHAR (CT-HASH-CHAR-SUB)
052700         = CT-HASH-ID-CHAR (CT-HASH-SUB)
052701         MOVE CT-HASH-CHAR-SUB TO CT-HASH-VALUE
052702     END-IF.
052703 1615-EXIT.
052704     EXIT.
052705
052706 1620-HASH-PIN-CHAR.
052707     MOVE 0 TO CT-HASH-VALUE
052708     IF CT-HASH-PIN-CHAR (CT-HASH-SUB) NUMERIC
052709         MOVE CT-HASH-PIN-CHAR (CT-HASH-SUB) TO CT-HASH-DIGIT
052710         COMPUTE CT-HASH-VALUE = CT-HASH-DIGIT + 1
052711     END-IF
052712     COMPUTE CT-HASH-WORK = CT-HASH-WORK * 131
052713         + CT-HASH-VALUE + CT-HASH-ROUND * 17
052714     DIVIDE CT-HASH-WORK BY 9999999967
052715         GIVING CT-HASH-QUOT REMAINDER CT-HASH-REM
052716     MOVE CT-HASH-REM TO CT-HASH-WORK.
052717 1620-EXIT.
052718     EXIT.
052719
052720 2000-MENU-DRIVER.
052721     MOVE "N" TO CT-MENU-SW
052722     PERFORM 2005-SHOW-MENU THRU 2005-EXIT
052800         UNTIL CT-MENU-DONE.
052900 2000-EXIT.
053000     EXIT.
053200 2005-SHOW-MENU.
053300     DISPLAY "---------------------------------------------"
053400     DISPLAY "  (A)dd (L)ookup (M)odify (D)eactivate (E)xport "
053410         "(P)osition"
053420     DISPLAY "  (F)uture-dated changes (R)equisitions (C)ontacts "
053430         "e(X)it"
053600     DISPLAY "---------------------------------------------"
053700     DISPLAY "Select an option " WITH NO ADVANCING
053800     ACCEPT CT-MENU-CHOICE
056100             ELSE
056200                 PERFORM 2007-REFUSE-FUNCTION THRU 2007-EXIT
056300             END-IF
056306         WHEN CT-MENU-PENDING
056312             IF CT-AUTH-MODIFY
056318                 PERFORM 2095-CANCEL-PENDING THRU 2095-EXIT
056324             ELSE
056330                 PERFORM 2007-REFUSE-FUNCTION THRU 2007-EXIT
056336             END-IF
056342         WHEN CT-MENU-REQUISITION
056348             PERFORM 2850-REQUISITION-MENU THRU 2850-EXIT
056354         WHEN CT-MENU-CONTACT
056360             IF CT-AUTH-MODIFY
056366                 PERFORM 2900-MAINTAIN-CONTACT THRU 2900-EXIT
056372             ELSE
056378                 PERFORM 2007-REFUSE-FUNCTION THRU 2007-EXIT
056384             END-IF
056400         WHEN CT-MENU-EXIT
056500             SET CT-MENU-DONE TO TRUE
056600         WHEN OTHER
058300     PERFORM 2012-ACCEPT-NAME THRU 2012-EXIT
058400     DISPLAY "Hello " EN-FIRST-NAME " " EN-LAST-NAME
058500     PERFORM 2100-ACCEPT-SSN THRU 2100-EXIT
058510     PERFORM 2800-ACCEPT-REQUISITION THRU 2800-EXIT
058520     IF CT-REQ-NAMED
058530         MOVE RQ-DEPT-CODE TO CT-DEPT-CODE
058540         DISPLAY "Department " CT-DEPT-CODE
058550             " from the requisition"
058560     ELSE
058570         MOVE "N" TO CT-DEPT-PROMPT-MODE
058580         PERFORM 2710-ACCEPT-DEPT-CODE THRU 2710-EXIT
058590     END-IF
058900     PERFORM 2400-ENCRYPT-SSN THRU 2400-EXIT
059000     MOVE CT-SSN-CRYPT TO EM-SSNUM
059100     MOVE EmployeeName TO EM-NAME
059900             MOVE "REJECTED - DUP SSN"  TO CT-AUDIT-ACTION
060000             DISPLAY "Unable to add " EN-FIRST-NAME " "
060100                 EN-LAST-NAME " - SSN on file"
060110             MOVE "N" TO CT-REQ-NAMED-SW
060200         NOT INVALID KEY
060300             MOVE "ADDED"               TO CT-AUDIT-ACTION
060310             MOVE "A" TO CT-HRFEED-ACTION
060420             MOVE "WRITE" TO CT-JRNL-ACTION
060430             PERFORM 2075-WRITE-JOURNAL THRU 2075-EXIT
060500     END-WRITE
060510     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
060520     IF CT-REQ-NAMED
060530         PERFORM 2820-FILL-REQUISITION THRU 2820-EXIT
060540     END-IF.
060700 2010-EXIT.
060800     EXIT.
060900
073800             PERFORM 2070-BUILD-MASKED-SSN THRU 2070-EXIT
073900             DISPLAY "Modifying " EM-NAME " SSN " CT-MASKED-SSN
074000             PERFORM 2012-ACCEPT-NAME THRU 2012-EXIT
074200             DISPLAY "Current department is " EM-DEPT-CODE
074300             MOVE "K" TO CT-DEPT-PROMPT-MODE
074400             PERFORM 2710-ACCEPT-DEPT-CODE THRU 2710-EXIT
074410             MOVE "N" TO CT-UPDATE-SW
074420             PERFORM 2032-APPLY-MODIFY THRU 2032-EXIT
074430                 UNTIL NOT CT-UPDATE-PENDING
074440             IF CT-UPDATE-ABANDONED
074450                 GO TO 2030-EXIT
074800             END-IF
074900             REWRITE EMPLOYEE-MASTER-RECORD
074910             MOVE "REWRITE" TO CT-JRNL-ACTION
075100             PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
075200     END-READ.
075300 2030-EXIT.
075301     EXIT.
075302
075303****************************************************************
075304*    2032 - PUT THE OPERATOR'S NAME AND DEPARTMENT ON THE RECORD
075305*    AND CHECK NO ONE ELSE HAS CHANGED IT SINCE IT WAS SHOWN.
075306*    ON A RE-APPLY THE RECORD AREA HOLDS THE CURRENT RECORD AND
075307*    THIS RUNS AGAIN.
075308****************************************************************
075309 2032-APPLY-MODIFY.
075310     MOVE EmployeeName TO EM-NAME
075311     IF CT-DEPT-CODE NOT = SPACES
075312         MOVE CT-DEPT-CODE TO EM-DEPT-CODE
075313     END-IF
075314     PERFORM 2035-RECHECK-MASTER THRU 2035-EXIT.
075315 2032-EXIT.
075316     EXIT.
075317
075318****************************************************************
075319*    2035 - LOST-UPDATE CHECK.  THE MASTER IS READ AGAIN JUST
075320*    BEFORE THE REWRITE AND COMPARED WITH CT-EM-BEFORE, THE
075321*    IMAGE THE OPERATOR WAS SHOWN.  UNCHANGED: THE OPERATOR'S
075322*    VERSION GOES BACK IN THE RECORD AREA (CT-UPDATE-CLEAR).
075323*    CHANGED BY ANOTHER OPERATOR OR RUN: THE CURRENT VALUES ARE
075324*    SHOWN, THE COLLISION IS AUDITED AND THE OPERATOR RE-APPLIES
075325*    (CT-EM-BEFORE BECOMES THE CURRENT IMAGE, SO THE JOURNAL
075326*    CARRIES THE TRUE BEFORE, AND THE CALLER LOOPS) OR ABANDONS.
075327****************************************************************
075328 2035-RECHECK-MASTER.
075329     MOVE EMPLOYEE-MASTER-RECORD TO CT-EM-WANTED
075330     READ EMPLOYEE-MASTER
075331         INVALID KEY
075332             DISPLAY "Employee is no longer on file - "
075333                 "change abandoned"
075334             SET CT-UPDATE-ABANDONED TO TRUE
075335             GO TO 2035-EXIT
075336     END-READ
075337     IF EMPLOYEE-MASTER-RECORD = CT-EM-BEFORE
075338         MOVE CT-EM-WANTED TO EMPLOYEE-MASTER-RECORD
075339         SET CT-UPDATE-CLEAR TO TRUE
075340         GO TO 2035-EXIT
075341     END-IF
075342     DISPLAY "*** This employee was changed by another operator "
075343         "or run since it was shown"
075344     DISPLAY "Now on file . " EM-NAME
075345     DISPLAY "              status " EM-STATUS
075346         " since " EM-STATUS-DATE " dept " EM-DEPT-CODE
075347     DISPLAY "Your change . " CT-WN-NAME
075348     DISPLAY "              status " CT-WN-STATUS
075349         " since " CT-WN-STATUS-DATE " dept " CT-WN-DEPT-CODE
075350     PERFORM 2036-ASK-REAPPLY THRU 2036-EXIT
075351     IF CT-UPDATE-PENDING
075352         MOVE EMPLOYEE-MASTER-RECORD TO CT-EM-BEFORE
075353     END-IF.
075354 2035-EXIT.
075355     EXIT.
075356
075357****************************************************************
075358*    2036 - AUDIT A COLLISION AND ASK WHAT TO DO.  RE-APPLY
075359*    LEAVES CT-UPDATE-PENDING SET FOR THE CALLER'S LOOP; ABANDON
075360*    IS AUDITED TOO.  THE CALLER'S AUDIT ACTION IS KEPT.
075361****************************************************************
075362 2036-ASK-REAPPLY.
075363     MOVE CT-AUDIT-ACTION TO CT-SAVE-ACTION
075364     MOVE "UPDATE COLLISION" TO CT-AUDIT-ACTION
075365     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
075366     DISPLAY "(R)e-apply your change to the record now on file "
075367         "or (A)bandon it " WITH NO ADVANCING
075368     MOVE SPACE TO CT-COLLIDE-REPLY
075369     ACCEPT CT-COLLIDE-REPLY
075370     IF CT-COLLIDE-REAPPLY
075371         MOVE CT-SAVE-ACTION TO CT-AUDIT-ACTION
075372         DISPLAY "Re-applying your change"
075373         GO TO 2036-EXIT
075374     END-IF
075375     MOVE "CHANGE ABANDONED" TO CT-AUDIT-ACTION
075376     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
075377     DISPLAY "Change abandoned - the record is left as shown"
075378     SET CT-UPDATE-ABANDONED TO TRUE.
075379 2036-EXIT.
075400     EXIT.
075500
075600 2040-DELETE-EMPLOYEE.
079600     MOVE EM-ENTRY-DATE TO CT-DATE-FLOOR
079700     PERFORM 2510-ACCEPT-EFF-DATE THRU 2510-EXIT
079800     MOVE CT-DATE-CHECK TO EM-STATUS-DATE
079810     MOVE EM-STATUS TO CT-NEW-STATUS
079820     MOVE "N" TO CT-UPDATE-SW
079830     PERFORM 2052-APPLY-STATUS THRU 2052-EXIT
079840         UNTIL NOT CT-UPDATE-PENDING
079850     IF CT-UPDATE-ABANDONED
079860         GO TO 2050-EXIT
079870     END-IF
081000     REWRITE EMPLOYEE-MASTER-RECORD
081010     MOVE "REWRITE" TO CT-JRNL-ACTION
081020     PERFORM 2075-WRITE-JOURNAL THRU 2075-EXIT
081210     PERFORM 2080-WRITE-HR-EXTRACT THRU 2080-EXIT
081300     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
081400 2050-EXIT.
081401     EXIT.
081402
081403****************************************************************
081404*    2052 - PUT THE NEW STATUS AND DATE ON THE RECORD AND CHECK
081405*    NO ONE ELSE HAS CHANGED IT SINCE IT WAS SHOWN (SEE 2035).
081406****************************************************************
081407 2052-APPLY-STATUS.
081408     MOVE EM-NAME TO EmployeeName
081409     MOVE CT-NEW-STATUS TO EM-STATUS
081410     MOVE CT-DATE-CHECK TO EM-STATUS-DATE
081411     PERFORM 2035-RECHECK-MASTER THRU 2035-EXIT.
081412 2052-EXIT.
081413     EXIT.
081414
081415****************************************************************
081416*    2087 - LATEST POSN-HIST ROW FOR THE EMPLOYEE IN THE RECORD
081417*    AREA INTO CT-PH-LATEST (SPACES IF THERE IS NONE).
081418****************************************************************
081419 2087-FIND-LATEST-POSN.
081420     MOVE SPACES TO CT-PH-LATEST
081421     MOVE "N" TO CT-PH-SCAN-SW
081422     MOVE EM-SSNUM TO PH-SSNUM
081423     MOVE ZEROS TO PH-EFF-DATE
081424     START POSN-HIST KEY IS >= PH-KEY
081425         INVALID KEY
081426             SET CT-PH-SCAN-DONE TO TRUE
081427     END-START
081428     IF NOT CT-POSHIST-OK
081429         SET CT-PH-SCAN-DONE TO TRUE
081430     END-IF
081431     PERFORM 2089-READ-ONE-POSN THRU 2089-EXIT
081432         UNTIL CT-PH-SCAN-DONE.
081433 2087-EXIT.
081434     EXIT.
081435
081436 2089-READ-ONE-POSN.
081437     READ POSN-HIST NEXT RECORD
081438         AT END
081439             SET CT-PH-SCAN-DONE TO TRUE
081440     END-READ
081441     IF NOT CT-POSHIST-OK
081442         SET CT-PH-SCAN-DONE TO TRUE
081443     END-IF
081444     IF CT-PH-SCAN-DONE
081445         GO TO 2089-EXIT
081446     END-IF
081447     IF PH-SSNUM NOT = EM-SSNUM
081448         SET CT-PH-SCAN-DONE TO TRUE
081449         GO TO 2089-EXIT
081450     END-IF
081451     MOVE POSN-HIST-RECORD TO CT-PH-LATEST.
081452 2089-EXIT.
081453     EXIT.
081454
081455****************************************************************
081456*    2088 - LOST-UPDATE CHECK FOR A NEW POSITION ROW.  NOTHING IS
081457*    REWRITTEN, BUT THE ROW WAS KEYED AGAINST THE MASTER AND THE
081458*    LATEST ROW AS THEY STOOD - IF EITHER HAS CHANGED SINCE (A
081459*    STATUS CHANGE, ANOTHER RAISE) THE OPERATOR SEES THEM NOW
081460*    AND RE-APPLIES OR ABANDONS, AS IN 2035.
081461****************************************************************
081462 2088-RECHECK-POSITION.
081463     READ EMPLOYEE-MASTER
081464         INVALID KEY
081465             DISPLAY "Employee is no longer on file - "
081466                 "row not added"
081467             SET CT-UPDATE-ABANDONED TO TRUE
081468             GO TO 2088-EXIT
081469     END-READ
081470     PERFORM 2087-FIND-LATEST-POSN THRU 2087-EXIT
081471     IF EMPLOYEE-MASTER-RECORD = CT-EM-BEFORE
081472         AND CT-PH-LATEST = CT-PH-BEFORE
081473         SET CT-UPDATE-CLEAR TO TRUE
081474         GO TO 2088-EXIT
081475     END-IF
081476     DISPLAY "*** This employee was changed by another operator "
081477         "or run since it was shown"
081478     DISPLAY "Now on file . status " EM-STATUS
081479         " since " EM-STATUS-DATE " dept " EM-DEPT-CODE
081480     IF CT-PH-LATEST = SPACES
081481         DISPLAY "              no position row"
081482     ELSE
081483         MOVE CT-PL-SALARY TO CT-SALARY-ED
081484         DISPLAY "              " CT-PL-JOB-TITLE " grade "
081485             CT-PL-GRADE " salary " CT-SALARY-ED
081486             " effective " CT-PL-EFF-DATE
081487     END-IF
081488     MOVE CT-PW-SALARY TO CT-SALARY-ED
081489     DISPLAY "Your row  . . " CT-PW-JOB-TITLE " grade "
081490         CT-PW-GRADE " salary " CT-SALARY-ED
081491         " effective " CT-PW-EFF-DATE
081492     PERFORM 2036-ASK-REAPPLY THRU 2036-EXIT
081493     IF CT-UPDATE-PENDING
081494         MOVE EMPLOYEE-MASTER-RECORD TO CT-EM-BEFORE
081495         MOVE CT-PH-LATEST TO CT-PH-BEFORE
081496         MOVE EM-NAME TO EmployeeName
081497     END-IF.
081498 2088-EXIT.
081500     EXIT.
081600
081700 2100-ACCEPT-SSN.
091657 2650-EXIT.
091658     EXIT.
091659
091660****************************************************************
091661*    2660 - BAND CHECK AT REQUISITION FILL.  THE BANDS MAY HAVE
091662*    BEEN REVISED SINCE THE REQUISITION WAS OPENED, SO ITS GRADE
091663*    AND BUDGETED SALARY GO THROUGH 2600 AGAIN BEFORE 2820 SEEDS
091664*    A POSITION ROW FROM THEM.  A FAILURE REFUSES THE FILL AND IS
091665*    AUDITED; THE REQUISITION STAYS OPEN, AND THE POSITION CAN BE
091666*    RECORDED THROUGH (P)OSITION, WHERE AN OVERRIDE CAN BE GIVEN.
091667****************************************************************
091668 2660-CHECK-REQ-BAND.
091669     MOVE RQ-GRADE TO CT-BAND-GRADE
091670     MOVE RQ-BUDGET-SALARY TO CT-BAND-SALARY
091671     PERFORM 2600-CHECK-SALARY-BAND THRU 2600-EXIT
091672     IF CT-BAND-IN-RANGE
091673         GO TO 2660-EXIT
091674     END-IF
091675     IF CT-BAND-NO-GRADE
091676         DISPLAY "Grade " RQ-GRADE " is no longer on SALBAND"
091677         MOVE "REJECTED - BAD GRADE" TO CT-AUDIT-ACTION
091678     ELSE
091679         MOVE CT-BT-MIN (CT-BAND-FOUND-SUB) TO CT-SALARY-ED
091680         DISPLAY "Budgeted salary is now outside the band for "
091681             "grade " RQ-GRADE " (minimum " CT-SALARY-ED
091682             WITH NO ADVANCING
091683         MOVE CT-BT-MAX (CT-BAND-FOUND-SUB) TO CT-SALARY-ED
091684         DISPLAY " maximum " CT-SALARY-ED ")"
091685         MOVE "REJECTED - BAND" TO CT-AUDIT-ACTION
091686     END-IF
091687     DISPLAY "Requisition " CT-REQ-IN " left open - no position "
091688         "row recorded"
091689     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
091690 2660-EXIT.
091691     EXIT.
091692
091700 2060-WRITE-AUDIT.
091800     IF CT-VALIDATE-MODE
091900         GO TO 2060-EXIT
092000     END-IF
092010     PERFORM 2065-WRITE-AUDIT-LINE THRU 2065-EXIT.
092020 2060-EXIT.
092030     EXIT.
092040
092050****************************************************************
092060*    2065 - BUILD, CHAIN AND WRITE ONE AUDIT LINE.  2060 SKIPS IT
092070*    IN A VALIDATE RUN; SIGN-ON EVENTS (1580) COME STRAIGHT HERE
092080*    SO THEY ARE RECORDED IN EVERY MODE.
092090****************************************************************
092095 2065-WRITE-AUDIT-LINE.
092100     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
092200     ACCEPT CT-CURRENT-TIME FROM TIME
092300     MOVE SPACES TO AUDIT-LOG-RECORD
093800         CT-AUDIT-ACTION      DELIMITED BY SIZE
093900         INTO AUDIT-LOG-RECORD
094000     END-STRING
094010     PERFORM 9200-CHAIN-AUDIT THRU 9200-EXIT
094100     WRITE AUDIT-LOG-RECORD.
094200 2065-EXIT.
094300     EXIT.
094400
094500 2070-BUILD-MASKED-SSN.
099000     END-IF
099100     MOVE EM-NAME TO EmployeeName
099200     DISPLAY "Recording position change for " EM-NAME
099210     MOVE EMPLOYEE-MASTER-RECORD TO CT-EM-BEFORE
099220     PERFORM 2087-FIND-LATEST-POSN THRU 2087-EXIT
099230     MOVE CT-PH-LATEST TO CT-PH-BEFORE
099240     IF CT-PH-LATEST NOT = SPACES
099250         MOVE CT-PL-SALARY TO CT-SALARY-ED
099260         DISPLAY "Current position " CT-PL-JOB-TITLE " grade "
099270             CT-PL-GRADE " salary " CT-SALARY-ED
099280             " effective " CT-PL-EFF-DATE
099290     END-IF
099300     MOVE CT-SSN-CRYPT TO PH-SSNUM
099400     MOVE EM-ENTRY-DATE TO CT-DATE-FLOOR
099500     PERFORM 2510-ACCEPT-EFF-DATE THRU 2510-EXIT
101968         SET CT-OVR-PENDING TO TRUE
101970     END-IF
102000     MOVE CT-SALARY-IN-N TO PH-SALARY
102010     MOVE POSN-HIST-RECORD TO CT-PH-WANTED
102020     MOVE "N" TO CT-UPDATE-SW
102030     PERFORM 2088-RECHECK-POSITION THRU 2088-EXIT
102040         UNTIL NOT CT-UPDATE-PENDING
102050     IF CT-UPDATE-ABANDONED
102060         GO TO 2085-EXIT
102070     END-IF
102080     MOVE CT-PH-WANTED TO POSN-HIST-RECORD
102100     WRITE POSN-HIST-RECORD
102200         INVALID KEY
102300             DISPLAY "A position row already exists for that "
103461 2715-EXIT.
103462     EXIT.
103463
103464****************************************************************
103465*    2800 - REQUISITION ON ADD.  THE OPERATOR MAY NAME THE OPEN
103466*    REQUISITION THE NEW HIRE FILLS; ITS DEPARTMENT THEN STANDS
103467*    IN FOR THE DEPARTMENT PROMPT, AND ONCE THE MASTER RECORD
103468*    IS WRITTEN 2820 CLOSES THE REQUISITION AND SEEDS THE FIRST
103469*    POSITION ROW FROM IT.  BLANK MEANS NO REQUISITION.
103470****************************************************************
103471 2800-ACCEPT-REQUISITION.
103472     MOVE "N" TO CT-REQ-NAMED-SW
103473     MOVE "N" TO CT-REQ-CHECKED-SW
103474     PERFORM 2805-GET-AND-CHECK-REQ THRU 2805-EXIT
103475         UNTIL CT-REQ-CHECKED.
103476 2800-EXIT.
103477     EXIT.
103478
103479 2805-GET-AND-CHECK-REQ.
103480     DISPLAY "Requisition number (blank for none) "
103481         WITH NO ADVANCING
103482     MOVE SPACES TO CT-REQ-IN
103483     ACCEPT CT-REQ-IN
103484     IF CT-REQ-IN = SPACES
103485         SET CT-REQ-CHECKED TO TRUE
103486         GO TO 2805-EXIT
103487     END-IF
103488     IF CT-REQ-IN NOT NUMERIC
103489         DISPLAY "Requisition numbers are 6 digits - please "
103490             "re-enter"
103491         GO TO 2805-EXIT
103492     END-IF
103493     MOVE CT-REQ-IN-N TO RQ-REQ-NUMBER
103494     READ REQ-FILE
103495         INVALID KEY
103496             DISPLAY "No requisition " CT-REQ-IN
103497                 " - please re-enter"
103498             GO TO 2805-EXIT
103499     END-READ
103500     IF NOT RQ-OPEN
103501         PERFORM 2895-REQ-STATUS-TEXT THRU 2895-EXIT
103502         DISPLAY "Requisition " CT-REQ-IN " is "
103503             CT-REQ-STATUS-TEXT " - please re-enter"
103504         GO TO 2805-EXIT
103505     END-IF
103506     MOVE RQ-BUDGET-SALARY TO CT-SALARY-ED
103507     DISPLAY "Requisition " CT-REQ-IN " " RQ-JOB-TITLE
103508         " grade " RQ-GRADE " salary " CT-SALARY-ED
103509     SET CT-REQ-NAMED TO TRUE
103510     SET CT-REQ-CHECKED TO TRUE.
103511 2805-EXIT.
103512     EXIT.
103513
103514****************************************************************
103515*    2820 - FILL THE REQUISITION NAMED ON ADD.  THE FIRST
103516*    POSITION ROW TAKES ITS TITLE, GRADE AND BUDGETED SALARY,
103517*    EFFECTIVE THE ENTRY DATE, ONCE 2660 HAS CHECKED THEM AGAINST
103518*    THE BANDS AS THEY NOW STAND.  IT IS RE-READ FIRST IN CASE
103519*    ANOTHER OPERATOR FILLED OR CANCELLED IT MEANWHILE; THEN IT
103520*    STAYS AS IT IS AND NO ROW IS SEEDED.
103521****************************************************************
103522 2820-FILL-REQUISITION.
103523     MOVE CT-REQ-IN-N TO RQ-REQ-NUMBER
103524     READ REQ-FILE
103525         INVALID KEY
103526             DISPLAY "Requisition " CT-REQ-IN
103527                 " is gone - no position row recorded"
103528             GO TO 2820-EXIT
103529     END-READ
103530     IF NOT RQ-OPEN
103531         DISPLAY "Requisition " CT-REQ-IN " was closed "
103532             "meanwhile - no position row recorded"
103533         GO TO 2820-EXIT
103534     END-IF
103535     PERFORM 2660-CHECK-REQ-BAND THRU 2660-EXIT
103536     IF NOT CT-BAND-IN-RANGE
103537         GO TO 2820-EXIT
103538     END-IF
103539     MOVE CT-SSN-CRYPT TO PH-SSNUM
103540     MOVE EM-ENTRY-DATE TO PH-EFF-DATE
103541     MOVE RQ-JOB-TITLE TO PH-JOB-TITLE
103542     MOVE RQ-GRADE TO PH-GRADE
103543     MOVE RQ-BUDGET-SALARY TO PH-SALARY
103544     WRITE POSN-HIST-RECORD
103545         INVALID KEY
103546             DISPLAY "A position row already exists for that "
103547                 "SSN and date - requisition left open"
103548             MOVE "REJECTED - DUP KEY" TO CT-AUDIT-ACTION
103549             PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
103550             GO TO 2820-EXIT
103551     END-WRITE
103552     MOVE "POSITION ADDED" TO CT-AUDIT-ACTION
103553     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
103554     SET RQ-FILLED TO TRUE
103555     MOVE EM-ENTRY-DATE TO RQ-CLOSED-DATE
103556     MOVE CT-OPERATOR-ID TO RQ-CLOSED-BY
103557     REWRITE REQ-FILE-RECORD
103558         INVALID KEY
103559             DISPLAY "Unable to close requisition " CT-REQ-IN
103560                 " - status " CT-REQFILE-STATUS
103561             GO TO 2820-EXIT
103562     END-REWRITE
103563     DISPLAY "Requisition " CT-REQ-IN " filled - position row "
103564         "recorded effective " PH-EFF-DATE
103565     MOVE SPACES TO CT-AUDIT-ACTION
103566     STRING "REQ "           DELIMITED BY SIZE
103567         CT-REQ-IN           DELIMITED BY SIZE
103568         " FILLED"           DELIMITED BY SIZE
103569         INTO CT-AUDIT-ACTION
103570     END-STRING
103571     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
103572 2820-EXIT.
103573     EXIT.
103574
103575****************************************************************
103576*    2850 - REQUISITIONS.  HIRING MANAGERS' OPEN POSITIONS, KEPT
103577*    ON REQFILE FROM THE DAY THEY ARE APPROVED UNTIL THEY ARE
103578*    FILLED (SEE 2820) OR CANCELLED.  OPENING AND CANCELLING
103579*    NEED MODIFY AUTHORITY; LISTING DOES NOT.  REQAGE REPORTS
103580*    THE OPEN ONES BY AGE.
103581****************************************************************
103582 2850-REQUISITION-MENU.
103583     DISPLAY "(O)pen (L)ist (C)ancel requisitions "
103584         WITH NO ADVANCING
103585     MOVE SPACE TO CT-REQ-CHOICE
103586     ACCEPT CT-REQ-CHOICE
103587     EVALUATE TRUE
103588         WHEN CT-REQ-CHOOSE-OPEN
103589             IF CT-AUTH-MODIFY
103590                 PERFORM 2860-OPEN-REQUISITION THRU 2860-EXIT
103591             ELSE
103592                 PERFORM 2007-REFUSE-FUNCTION THRU 2007-EXIT
103593             END-IF
103594         WHEN CT-REQ-CHOOSE-LIST
103595             PERFORM 2870-LIST-REQUISITIONS THRU 2870-EXIT
103596         WHEN CT-REQ-CHOOSE-CANCEL
103597             IF CT-AUTH-MODIFY
103598                 PERFORM 2880-CANCEL-REQUISITION THRU 2880-EXIT
103599             ELSE
103600                 PERFORM 2007-REFUSE-FUNCTION THRU 2007-EXIT
103601             END-IF
103602         WHEN OTHER
103603             DISPLAY "Invalid option"
103604     END-EVALUATE.
103605 2850-EXIT.
103606     EXIT.
103607
103608****************************************************************
103609*    2860 - OPEN A REQUISITION.  DEPARTMENT MUST BE ON DEPTREF
103610*    AND GRADE ON SALBAND; A BUDGETED SALARY OUTSIDE THE BAND
103611*    NEEDS THE SAME CONFIRMATION AND OVERRIDE AUDIT AS 2085.
103612*    THE NUMBER IS THE NEXT AFTER THE HIGHEST ON FILE, TAKEN
103613*    BEFORE ANYTHING IS KEYED SO THE SCAN CANNOT DISTURB IT.
103614****************************************************************
103615 2860-OPEN-REQUISITION.
103616     PERFORM 2865-NEXT-REQ-NUMBER THRU 2865-EXIT
103617     MOVE "N" TO CT-DEPT-PROMPT-MODE
103618     PERFORM 2710-ACCEPT-DEPT-CODE THRU 2710-EXIT
103619     IF CT-DEPT-CODE = SPACES
103620         DISPLAY "A requisition needs a department - not opened"
103621         GO TO 2860-EXIT
103622     END-IF
103623     MOVE SPACES TO REQ-FILE-RECORD
103624     MOVE CT-REQ-NUMBER TO RQ-REQ-NUMBER
103625     MOVE CT-DEPT-CODE TO RQ-DEPT-CODE
103626     DISPLAY "Job title " WITH NO ADVANCING
103627     ACCEPT RQ-JOB-TITLE
103628     IF RQ-JOB-TITLE = SPACES
103629         DISPLAY "A requisition needs a job title - not opened"
103630         GO TO 2860-EXIT
103631     END-IF
103632     DISPLAY "Grade " WITH NO ADVANCING
103633     ACCEPT RQ-GRADE
103634     DISPLAY "Budgeted annual salary (9 digits, last 2 are "
103635         "cents) " WITH NO ADVANCING
103636     MOVE SPACES TO CT-SALARY-IN
103637     ACCEPT CT-SALARY-IN
103638     IF CT-SALARY-IN NOT NUMERIC
103639         DISPLAY "Invalid salary - not opened"
103640         GO TO 2860-EXIT
103641     END-IF
103642     MOVE "N" TO CT-OVR-PEND-SW
103643     MOVE RQ-GRADE TO CT-BAND-GRADE
103644     MOVE CT-SALARY-IN-N TO CT-BAND-SALARY
103645     PERFORM 2600-CHECK-SALARY-BAND THRU 2600-EXIT
103646     IF CT-BAND-NO-GRADE
103647         DISPLAY "Unknown grade " RQ-GRADE " - not opened"
103648         GO TO 2860-EXIT
103649     END-IF
103650     IF CT-BAND-OUT-RANGE
103651         MOVE CT-BT-MIN (CT-BAND-FOUND-SUB) TO CT-SALARY-ED
103652         DISPLAY "Salary is outside the band for grade "
103653             RQ-GRADE " (minimum " CT-SALARY-ED
103654             WITH NO ADVANCING
103655         MOVE CT-BT-MAX (CT-BAND-FOUND-SUB) TO CT-SALARY-ED
103656         DISPLAY " maximum " CT-SALARY-ED ")"
103657         DISPLAY "Open anyway (Y/N) " WITH NO ADVANCING
103658         MOVE SPACE TO CT-OVERRIDE-IN
103659         ACCEPT CT-OVERRIDE-IN
103660         IF NOT CT-OVERRIDE-YES
103661             DISPLAY "Not opened"
103662             GO TO 2860-EXIT
103663         END-IF
103664         SET CT-OVR-PENDING TO TRUE
103665     END-IF
103666     MOVE CT-SALARY-IN-N TO RQ-BUDGET-SALARY
103667     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
103668     MOVE CT-CURRENT-DATE TO RQ-OPEN-DATE
103669     MOVE CT-OPERATOR-ID TO RQ-OPENED-BY
103670     SET RQ-OPEN TO TRUE
103671     MOVE ZEROS TO RQ-CLOSED-DATE
103672     WRITE REQ-FILE-RECORD
103673         INVALID KEY
103674             DISPLAY "Unable to open requisition - status "
103675                 CT-REQFILE-STATUS
103676             GO TO 2860-EXIT
103677     END-WRITE
103678     DISPLAY "Opened requisition " RQ-REQ-NUMBER
103679     MOVE SPACES TO CT-AUDIT-ACTION
103680     STRING "REQ "           DELIMITED BY SIZE
103681         RQ-REQ-NUMBER       DELIMITED BY SIZE
103682         " OPENED"           DELIMITED BY SIZE
103683         INTO CT-AUDIT-ACTION
103684     END-STRING
103685     PERFORM 2890-WRITE-REQ-AUDIT THRU 2890-EXIT
103686     IF CT-OVR-PENDING
103687         MOVE "SALARY OVERRIDE" TO CT-AUDIT-ACTION
103688         PERFORM 2890-WRITE-REQ-AUDIT THRU 2890-EXIT
103689     END-IF.
103690 2860-EXIT.
103691     EXIT.
103692
103693 2865-NEXT-REQ-NUMBER.
103694     MOVE ZEROS TO CT-REQ-NUMBER
103695     MOVE "N" TO CT-REQ-DONE-SW
103696     MOVE ZEROS TO RQ-REQ-NUMBER
103697     START REQ-FILE KEY IS >= RQ-REQ-NUMBER
103698         INVALID KEY
103699             SET CT-REQ-DONE TO TRUE
103700     END-START
103701     IF NOT CT-REQFILE-READ-OK
103702         SET CT-REQ-DONE TO TRUE
103703     END-IF
103704     PERFORM 2866-READ-ONE-REQ-NUMBER THRU 2866-EXIT
103705         UNTIL CT-REQ-DONE
103706     ADD 1 TO CT-REQ-NUMBER.
103707 2865-EXIT.
103708     EXIT.
103709
103710 2866-READ-ONE-REQ-NUMBER.
103711     READ REQ-FILE NEXT RECORD
103712         AT END
103713             SET CT-REQ-DONE TO TRUE
103714     END-READ
103715     IF NOT CT-REQFILE-READ-OK
103716         SET CT-REQ-DONE TO TRUE
103717     END-IF
103718     IF NOT CT-REQ-DONE
103719         MOVE RQ-REQ-NUMBER TO CT-REQ-NUMBER
103720     END-IF.
103721 2866-EXIT.
103722     EXIT.
103723
103724 2870-LIST-REQUISITIONS.
103725     DISPLAY "Include filled and cancelled (Y/N) "
103726         WITH NO ADVANCING
103727     MOVE SPACE TO CT-REQ-REPLY
103728     ACCEPT CT-REQ-REPLY
103729     MOVE 0 TO CT-REQ-LIST-COUNT
103730     MOVE "N" TO CT-REQ-DONE-SW
103731     MOVE ZEROS TO RQ-REQ-NUMBER
103732     START REQ-FILE KEY IS >= RQ-REQ-NUMBER
103733         INVALID KEY
103734             SET CT-REQ-DONE TO TRUE
103735     END-START
103736     IF NOT CT-REQFILE-READ-OK
103737         SET CT-REQ-DONE TO TRUE
103738     END-IF
103739     PERFORM 2875-LIST-ONE-REQ THRU 2875-EXIT
103740         UNTIL CT-REQ-DONE
103741     IF CT-REQ-LIST-COUNT = 0
103742         DISPLAY "No requisitions to list"
103743     END-IF.
103744 2870-EXIT.
103745     EXIT.
103746
103747 2875-LIST-ONE-REQ.
103748     READ REQ-FILE NEXT RECORD
103749         AT END
103750             SET CT-REQ-DONE TO TRUE
103751     END-READ
103752     IF NOT CT-REQFILE-READ-OK
103753         SET CT-REQ-DONE TO TRUE
103754     END-IF
103755     IF CT-REQ-DONE
103756         GO TO 2875-EXIT
103757     END-IF
103758     IF NOT RQ-OPEN
103759         AND NOT CT-REQ-REPLY-YES
103760         GO TO 2875-EXIT
103761     END-IF
103762     ADD 1 TO CT-REQ-LIST-COUNT
103763     PERFORM 2895-REQ-STATUS-TEXT THRU 2895-EXIT
103764     MOVE RQ-BUDGET-SALARY TO CT-SALARY-ED
103765     DISPLAY RQ-REQ-NUMBER " " RQ-DEPT-CODE " " RQ-JOB-TITLE
103766         " " RQ-GRADE " " CT-SALARY-ED " " CT-REQ-STATUS-TEXT
103767     IF RQ-OPEN
103768         DISPLAY "       opened " RQ-OPEN-DATE " by "
103769             RQ-OPENED-BY
103770     ELSE
103771         DISPLAY "       opened " RQ-OPEN-DATE " by "
103772             RQ-OPENED-BY " closed " RQ-CLOSED-DATE " by "
103773             RQ-CLOSED-BY
103774     END-IF.
103775 2875-EXIT.
103776     EXIT.
103777
103778 2880-CANCEL-REQUISITION.
103779     DISPLAY "Requisition number to cancel " WITH NO ADVANCING
103780     MOVE SPACES TO CT-REQ-IN
103781     ACCEPT CT-REQ-IN
103782     IF CT-REQ-IN NOT NUMERIC
103783         DISPLAY "No requisition " CT-REQ-IN
103784         GO TO 2880-EXIT
103785     END-IF
103786     MOVE CT-REQ-IN-N TO RQ-REQ-NUMBER
103787     READ REQ-FILE
103788         INVALID KEY
103789             DISPLAY "No requisition " CT-REQ-IN
103790             GO TO 2880-EXIT
103791     END-READ
103792     IF NOT RQ-OPEN
103793         PERFORM 2895-REQ-STATUS-TEXT THRU 2895-EXIT
103794         DISPLAY "Requisition " CT-REQ-IN " is "
103795             CT-REQ-STATUS-TEXT " - nothing to cancel"
103796         GO TO 2880-EXIT
103797     END-IF
103798     MOVE RQ-BUDGET-SALARY TO CT-SALARY-ED
103799     DISPLAY "Requisition " CT-REQ-IN " " RQ-DEPT-CODE " "
103800         RQ-JOB-TITLE " grade " RQ-GRADE " salary " CT-SALARY-ED
103801     DISPLAY "Cancel this requisition (Y/N) " WITH NO ADVANCING
103802     MOVE SPACE TO CT-REQ-REPLY
103803     ACCEPT CT-REQ-REPLY
103804     IF NOT CT-REQ-REPLY-YES
103805         DISPLAY "Nothing cancelled"
103806         GO TO 2880-EXIT
103807     END-IF
103808     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
103809     SET RQ-CANCELLED TO TRUE
103810     MOVE CT-CURRENT-DATE TO RQ-CLOSED-DATE
103811     MOVE CT-OPERATOR-ID TO RQ-CLOSED-BY
103812     REWRITE REQ-FILE-RECORD
103813         INVALID KEY
103814             DISPLAY "Unable to cancel - status "
103815                 CT-REQFILE-STATUS
103816             GO TO 2880-EXIT
103817     END-REWRITE
103818     DISPLAY "Cancelled requisition " CT-REQ-IN
103819     MOVE SPACES TO CT-AUDIT-ACTION
103820     STRING "REQ "           DELIMITED BY SIZE
103821         CT-REQ-IN           DELIMITED BY SIZE
103822         " CANCELLED"        DELIMITED BY SIZE
103823         INTO CT-AUDIT-ACTION
103824     END-STRING
103825     PERFORM 2890-WRITE-REQ-AUDIT THRU 2890-EXIT.
103826 2880-EXIT.
103827     EXIT.
103828
103829****************************************************************
103830*    2890 - REQUISITION AUDIT.  THERE IS NO EMPLOYEE YET, SO
103831*    THE NAME AREA CARRIES THE DEPARTMENT AND TITLE AND THE SSN
103832*    IS ZEROS, AS FOR A REFUSED FUNCTION; THE ACTION CARRIES
103833*    THE REQUISITION NUMBER.  CALLER SETS CT-AUDIT-ACTION.
103834****************************************************************
103835 2890-WRITE-REQ-AUDIT.
103836     MOVE SPACES TO EmployeeName
103837     MOVE ZEROS TO SSNum
103838     STRING RQ-DEPT-CODE     DELIMITED BY SIZE
103839         " "                 DELIMITED BY SIZE
103840         RQ-JOB-TITLE        DELIMITED BY SIZE
103841         INTO EmployeeName
103842     END-STRING
103843     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
103844 2890-EXIT.
103845     EXIT.
103846
103847 2895-REQ-STATUS-TEXT.
103848     EVALUATE TRUE
103849         WHEN RQ-OPEN
103850             MOVE "OPEN" TO CT-REQ-STATUS-TEXT
103851         WHEN RQ-FILLED
103852             MOVE "FILLED" TO CT-REQ-STATUS-TEXT
103853         WHEN RQ-CANCELLED
103854             MOVE "CANCELLED" TO CT-REQ-STATUS-TEXT
103855         WHEN OTHER
103856             MOVE "UNKNOWN" TO CT-REQ-STATUS-TEXT
103857     END-EVALUATE.
103858 2895-EXIT.
103859     EXIT.
103860
103861****************************************************************
103862*    2900 - CONTACT DETAILS.  MAILING ADDRESS, PHONE AND
103863*    EMERGENCY CONTACT, KEPT ON CONTACT UNDER THE SAME
103864*    ENCIPHERED KEY AS THE MASTER; THE EMPLOYEE MUST BE ON THE
103865*    MASTER.  NO RECORD YET: THE DETAILS ARE ADDED.  OTHERWISE
103866*    THEY ARE SHOWN AND CHANGED FIELD BY FIELD (BLANK KEEPS A
103867*    VALUE, * CLEARS IT) WITH THE SAME LOST-UPDATE CHECK AS
103868*    2030.  THE MENU ONLY OFFERS THIS WITH MODIFY AUTHORITY.
103869*    EVERY WRITE IS JOURNALLED (2940) AND AUDITED.  CNTMAIL
103870*    PRINTS LABELS AND MAIL-MERGE FILES FROM THIS FILE.
103871****************************************************************
103872 2900-MAINTAIN-CONTACT.
103873     DISPLAY "What is the SSN for contact details "
103874         WITH NO ADVANCING
103875     ACCEPT SSNum
103876     IF SSNum NOT NUMERIC
103877         DISPLAY "No employee on file for that SSN"
103878         GO TO 2900-EXIT
103879     END-IF
103880     PERFORM 2400-ENCRYPT-SSN THRU 2400-EXIT
103881     MOVE CT-SSN-CRYPT TO EM-SSNUM
103882     READ EMPLOYEE-MASTER
103883         INVALID KEY
103884             DISPLAY "No employee on file for that SSN"
103885             GO TO 2900-EXIT
103886     END-READ
103887     MOVE EM-NAME TO EmployeeName
103888     PERFORM 2070-BUILD-MASKED-SSN THRU 2070-EXIT
103889     DISPLAY "Contact details for " EM-NAME " SSN " CT-MASKED-SSN
103890     MOVE "N" TO CT-CN-NEW-SW
103891     MOVE CT-SSN-CRYPT TO CN-SSNUM
103892     READ CONTACT-FILE
103893         INVALID KEY
103894             SET CT-CN-NEW TO TRUE
103895     END-READ
103896     IF CT-CN-NEW
103897         MOVE SPACES TO CONTACT-RECORD
103898         MOVE CT-SSN-CRYPT TO CN-SSNUM
103899         MOVE ZEROS TO CN-UPDATED-DATE
103900         MOVE SPACES TO CT-CN-BEFORE
103901         DISPLAY "No contact details on file - adding"
103902     ELSE
103903         MOVE CONTACT-RECORD TO CT-CN-BEFORE
103904         PERFORM 2915-SHOW-CONTACT THRU 2915-EXIT
103905         DISPLAY "Key a new value to change it, blank to keep "
103906             "it, * to clear it"
103907     END-IF
103908     PERFORM 2910-ACCEPT-CONTACT THRU 2910-EXIT
103909     IF CN-ADDR-LINE-1 = SPACES
103910         OR CN-CITY = SPACES
103911         OR CN-POSTCODE = SPACES
103912         DISPLAY "A mailing address needs line 1, city and "
103913             "postcode - not saved"
103914         GO TO 2900-EXIT
103915     END-IF
103916     IF CT-CN-NEW
103917         PERFORM 2925-ADD-CONTACT THRU 2925-EXIT
103918     ELSE
103919         PERFORM 2930-CHANGE-CONTACT THRU 2930-EXIT
103920     END-IF.
103921 2900-EXIT.
103922     EXIT.
103923
103924 2910-ACCEPT-CONTACT.
103925     MOVE "Address line 1" TO CT-CN-PROMPT
103926     MOVE CN-ADDR-LINE-1 TO CT-CN-FIELD
103927     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103928     MOVE CT-CN-FIELD TO CN-ADDR-LINE-1
103929     MOVE "Address line 2" TO CT-CN-PROMPT
103930     MOVE CN-ADDR-LINE-2 TO CT-CN-FIELD
103931     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103932     MOVE CT-CN-FIELD TO CN-ADDR-LINE-2
103933     MOVE "City" TO CT-CN-PROMPT
103934     MOVE CN-CITY TO CT-CN-FIELD
103935     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103936     MOVE CT-CN-FIELD TO CN-CITY
103937     MOVE "State" TO CT-CN-PROMPT
103938     MOVE CN-STATE TO CT-CN-FIELD
103939     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103940     MOVE CT-CN-FIELD TO CN-STATE
103941     MOVE "Postcode" TO CT-CN-PROMPT
103942     MOVE CN-POSTCODE TO CT-CN-FIELD
103943     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103944     MOVE CT-CN-FIELD TO CN-POSTCODE
103945     MOVE "Phone" TO CT-CN-PROMPT
103946     MOVE CN-PHONE TO CT-CN-FIELD
103947     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103948     MOVE CT-CN-FIELD TO CN-PHONE
103949     MOVE "Emergency contact" TO CT-CN-PROMPT
103950     MOVE CN-EMERG-NAME TO CT-CN-FIELD
103951     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103952     MOVE CT-CN-FIELD TO CN-EMERG-NAME
103953     MOVE "  relationship" TO CT-CN-PROMPT
103954     MOVE CN-EMERG-RELATION TO CT-CN-FIELD
103955     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103956     MOVE CT-CN-FIELD TO CN-EMERG-RELATION
103957     MOVE "  phone" TO CT-CN-PROMPT
103958     MOVE CN-EMERG-PHONE TO CT-CN-FIELD
103959     PERFORM 2920-ACCEPT-CONTACT-FIELD THRU 2920-EXIT
103960     MOVE CT-CN-FIELD TO CN-EMERG-PHONE.
103961 2910-EXIT.
103962     EXIT.
103963
103964 2915-SHOW-CONTACT.
103965     DISPLAY "Address ...... " CN-ADDR-LINE-1
103966     DISPLAY "               " CN-ADDR-LINE-2
103967     DISPLAY "               " CN-CITY " " CN-STATE " "
103968         CN-POSTCODE
103969     DISPLAY "Phone ........ " CN-PHONE
103970     DISPLAY "Emergency .... " CN-EMERG-NAME " " CN-EMERG-RELATION
103971     DISPLAY "               " CN-EMERG-PHONE
103972     DISPLAY "Last changed . " CN-UPDATED-DATE " by "
103973         CN-UPDATED-BY.
103974 2915-EXIT.
103975     EXIT.
103976
103977****************************************************************
103978*    2920 - ONE CONTACT FIELD.  CALLER PUTS THE PROMPT IN
103979*    CT-CN-PROMPT AND THE CURRENT VALUE IN CT-CN-FIELD, AND
103980*    TAKES CT-CN-FIELD BACK.
103981****************************************************************
103982 2920-ACCEPT-CONTACT-FIELD.
103983     DISPLAY CT-CN-PROMPT " " WITH NO ADVANCING
103984     MOVE SPACES TO CT-CN-ENTRY
103985     ACCEPT CT-CN-ENTRY
103986     IF CT-CN-ENTRY = "*"
103987         MOVE SPACES TO CT-CN-FIELD
103988         GO TO 2920-EXIT
103989     END-IF
103990     IF CT-CN-ENTRY NOT = SPACES
103991         MOVE CT-CN-ENTRY TO CT-CN-FIELD
103992     END-IF.
103993 2920-EXIT.
103994     EXIT.
103995
103996
103997 2925-ADD-CONTACT.
103998     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
103999     MOVE CT-CURRENT-DATE TO CN-UPDATED-DATE
104000     MOVE CT-OPERATOR-ID TO CN-UPDATED-BY
104001     WRITE CONTACT-RECORD
104002         INVALID KEY
104003             DISPLAY "Contact details were added by another "
104004                 "operator meanwhile - not saved"
104005             GO TO 2925-EXIT
104006     END-WRITE
104007     MOVE "WRITE" TO CT-JRNL-ACTION
104008     PERFORM 2940-WRITE-CONTACT-JRNL THRU 2940-EXIT
104009     MOVE "CONTACT ADDED" TO CT-AUDIT-ACTION
104010     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
104011     DISPLAY "Contact details added for " EM-NAME.
104012 2925-EXIT.
104013     EXIT.
104014
104015 2930-CHANGE-CONTACT.
104016     IF CONTACT-RECORD = CT-CN-BEFORE
104017         DISPLAY "Nothing changed"
104018         GO TO 2930-EXIT
104019     END-IF
104020     MOVE "N" TO CT-UPDATE-SW
104021     PERFORM 2935-RECHECK-CONTACT THRU 2935-EXIT
104022         UNTIL NOT CT-UPDATE-PENDING
104023     IF CT-UPDATE-ABANDONED
104024         GO TO 2930-EXIT
104025     END-IF
104026     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
104027     MOVE CT-CURRENT-DATE TO CN-UPDATED-DATE
104028     MOVE CT-OPERATOR-ID TO CN-UPDATED-BY
104029     REWRITE CONTACT-RECORD
104030         INVALID KEY
104031             DISPLAY "Unable to change contact details - status "
104032                 CT-CONTACT-STATUS
104033             GO TO 2930-EXIT
104034     END-REWRITE
104035     MOVE "REWRITE" TO CT-JRNL-ACTION
104036     PERFORM 2940-WRITE-CONTACT-JRNL THRU 2940-EXIT
104037     MOVE "CONTACT CHANGED" TO CT-AUDIT-ACTION
104038     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
104039     DISPLAY "Contact details changed for " EM-NAME.
104040 2930-EXIT.
104041     EXIT.
104042****************************************************************
104043*    2935 - LOST-UPDATE CHECK FOR CONTACT DETAILS, AS 2035 IS
104044*    FOR THE MASTER: CONTACT IS READ AGAIN JUST BEFORE THE
104045*    REWRITE AND COMPARED WITH CT-CN-BEFORE.  ON A COLLISION THE
104046*    DETAILS NOW ON FILE ARE SHOWN AND 2036 AUDITS IT AND ASKS;
104047*    A RE-APPLY PUTS THE OPERATOR'S VERSION BACK OVER THE
104048*    CURRENT RECORD, WHICH BECOMES THE JOURNAL BEFORE IMAGE.
104049****************************************************************
104050 2935-RECHECK-CONTACT.
104051     MOVE CONTACT-RECORD TO CT-CN-WANTED
104052     READ CONTACT-FILE
104053         INVALID KEY
104054             DISPLAY "Contact details are no longer on file - "
104055                 "change abandoned"
104056             SET CT-UPDATE-ABANDONED TO TRUE
104057             GO TO 2935-EXIT
104058     END-READ
104059     IF CONTACT-RECORD = CT-CN-BEFORE
104060         MOVE CT-CN-WANTED TO CONTACT-RECORD
104061         SET CT-UPDATE-CLEAR TO TRUE
104062         GO TO 2935-EXIT
104063     END-IF
104064     DISPLAY "*** These contact details were changed by another "
104065         "operator since they were shown - now on file:"
104066     PERFORM 2915-SHOW-CONTACT THRU 2915-EXIT
104067     PERFORM 2036-ASK-REAPPLY THRU 2036-EXIT
104068     IF CT-UPDATE-PENDING
104069         MOVE CONTACT-RECORD TO CT-CN-BEFORE
104070         MOVE CT-CN-WANTED TO CONTACT-RECORD
104071     END-IF.
104072 2935-EXIT.
104073     EXIT.
104074
104075****************************************************************
104076*    2940 - CONTACT JOURNAL, AS 2075 IS FOR THE MASTER.  THE
104077*    CALLER SETS CT-JRNL-ACTION AND CT-CN-BEFORE (SPACES FOR A
104078*    NEW RECORD).
104079****************************************************************
104080 2940-WRITE-CONTACT-JRNL.
104081     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
104082     ACCEPT CT-CURRENT-TIME FROM TIME
104083     MOVE SPACES TO CNT-JRNL-RECORD
104084     MOVE CT-JRNL-ACTION TO CJ-ACTION
104085     MOVE CT-CURRENT-DATE TO CJ-DATE
104086     MOVE CT-CURRENT-TIME TO CJ-TIME
104087     MOVE CT-OPERATOR-ID TO CJ-OPERATOR
104088     MOVE CT-CN-BEFORE TO CJ-BEFORE
104089     MOVE CONTACT-RECORD TO CJ-AFTER
104090     WRITE CNT-JRNL-RECORD.
104091 2940-EXIT.
104092     EXIT.
104093
104094
104095****************************************************************
104096*    2090 - AD HOC CSV EXPORT.  DUMPS EVERY MASTER RECORD TO
104097*    CSVOUT AS ONE COMMA-DELIMITED ROW (SSN MASKED, SAME AS
104098*    EVERY OTHER OPERATOR-FACING SURFACE) FOR ONE-OFF
104099*    HEADCOUNT CHECKS AND MAILING LISTS.
104100****************************************************************
104200 2090-EXPORT-CSV.
104300     OPEN OUTPUT CSV-EXPORT
111100 2092-EXIT.
111200     EXIT.
111300
111301****************************************************************
111302*    2095 - CANCEL A PENDING ITEM.  LISTS WHAT IS HELD ON
111303*    PENDING FOR ONE SSN AND DELETES THE ITEM THE OPERATOR
111304*    PICKS, SO A SCHEDULED CHANGE, TERMINATION OR POSITION ROW
111305*    THAT SHOULD NO LONGER HAPPEN NEVER FIRES.  PENDING IS
111306*    KEYED BY DATE FIRST, SO FINDING ONE PERSON'S ITEMS IS A
111307*    FULL SWEEP - CHEAP, SINCE THE FILE ONLY HOLDS WHAT IS
111308*    SCHEDULED AHEAD.  NEEDS MODIFY AUTHORITY; AUDITED.
111309****************************************************************
111310 2095-CANCEL-PENDING.
111311     DISPLAY "SSN of the employee " WITH NO ADVANCING
111312     ACCEPT SSNum
111313     IF SSNum NOT NUMERIC
111314         DISPLAY "No pending items for that SSN"
111315         GO TO 2095-EXIT
111316     END-IF
111317     PERFORM 2400-ENCRYPT-SSN THRU 2400-EXIT
111318     MOVE 0 TO CT-PLIST-USED
111319     MOVE "N" TO CT-PEND-DONE-SW
111320     MOVE LOW-VALUES TO PD-KEY
111321     START PENDING KEY IS >= PD-KEY
111322         INVALID KEY
111323             SET CT-PEND-DONE TO TRUE
111324     END-START
111325     IF NOT CT-PENDING-READ-OK
111326         SET CT-PEND-DONE TO TRUE
111327     END-IF
111328     PERFORM 2096-LIST-ONE-PENDING THRU 2096-EXIT
111329         UNTIL CT-PEND-DONE
111330     IF CT-PLIST-USED = 0
111331         DISPLAY "No pending items for that SSN"
111332         GO TO 2095-EXIT
111333     END-IF
111334     DISPLAY "Cancel which item (blank for none) "
111335         WITH NO ADVANCING
111336     MOVE SPACE TO CT-PLIST-PICK
111337     ACCEPT CT-PLIST-PICK
111338     IF CT-PLIST-PICK NOT NUMERIC
111339         OR CT-PLIST-PICK-N = 0
111340         OR CT-PLIST-PICK-N > CT-PLIST-USED
111341         DISPLAY "Nothing cancelled"
111342         GO TO 2095-EXIT
111343     END-IF
111344     MOVE CT-PLIST-KEY (CT-PLIST-PICK-N) TO PD-KEY
111345     READ PENDING
111346         INVALID KEY
111347             DISPLAY "That item is no longer pending"
111348             GO TO 2095-EXIT
111349     END-READ
111350     DELETE PENDING RECORD
111351         INVALID KEY
111352             DISPLAY "Unable to cancel - status "
111353                 CT-PENDING-STATUS
111354             GO TO 2095-EXIT
111355     END-DELETE
111356     PERFORM 8310-PENDING-TYPE-TEXT THRU 8310-EXIT
111357     DISPLAY "Cancelled " CT-PEND-TYPE-TEXT " effective "
111358         PD-EFF-DATE " for " PD-NAME
111359     MOVE PD-NAME TO EmployeeName
111360     MOVE "PENDING CANCELLED" TO CT-AUDIT-ACTION
111361     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
111362 2095-EXIT.
111363     EXIT.
111364
111365 2096-LIST-ONE-PENDING.
111366     READ PENDING NEXT RECORD
111367         AT END
111368             SET CT-PEND-DONE TO TRUE
111369     END-READ
111370     IF NOT CT-PENDING-READ-OK
111371         SET CT-PEND-DONE TO TRUE
111372     END-IF
111373     IF CT-PEND-DONE
111374         GO TO 2096-EXIT
111375     END-IF
111376     IF PD-SSNUM NOT = CT-SSN-CRYPT
111377         GO TO 2096-EXIT
111378     END-IF
111379     IF CT-PLIST-USED >= CT-PLIST-MAX
111380         DISPLAY "More items are pending - cancel one of these "
111381             "first to see the rest"
111382         SET CT-PEND-DONE TO TRUE
111383         GO TO 2096-EXIT
111384     END-IF
111385     ADD 1 TO CT-PLIST-USED
111386     MOVE PD-KEY TO CT-PLIST-KEY (CT-PLIST-USED)
111387     MOVE CT-PLIST-USED TO CT-PLIST-PICK-N
111388     PERFORM 8310-PENDING-TYPE-TEXT THRU 8310-EXIT
111389     DISPLAY "(" CT-PLIST-PICK ") " PD-EFF-DATE " "
111390         CT-PEND-TYPE-TEXT " " PD-NAME
111391     DISPLAY "    queued " PD-QUEUED-DATE " by " PD-OPERATOR.
111392 2096-EXIT.
111393     EXIT.
111394
111400 3000-BATCH-PROCESS.
111410     PERFORM 3050-VALIDATE-CONTROL THRU 3050-EXIT
111420     IF CT-CTL-ERR
112600         MOVE CT-BAL-COUNT TO CT-HREXTR-BEFORE
112700         PERFORM 3400-RESTART-CHECK THRU 3400-EXIT
112800     END-IF
112810     PERFORM 3700-APPLY-DUE-PENDING THRU 3700-EXIT
112900     PERFORM 3100-READ-TRANS THRU 3100-EXIT
113000     PERFORM 3200-PROCESS-ONE-TRANS THRU 3200-EXIT
113100         UNTIL CT-END-OF-FILE
115130         PERFORM 3100-READ-TRANS THRU 3100-EXIT
115140         GO TO 3200-EXIT
115150     END-IF
115151     ADD 1 TO CT-COUNT-READ
115152     MOVE TI-NUM1     TO Num1
115153     MOVE TI-NUM2     TO Num2
115154     ADD Num1 Num2 TO Total ROUNDED
115155     PERFORM 3205-APPLY-ONE-TRANS THRU 3205-EXIT
115156     ADD 1 TO CT-REC-COUNT
115157     ADD 1 TO CT-CKPT-DUE-COUNT
115158     IF CT-CKPT-DUE-COUNT >= CT-CKPT-INTERVAL
115159         IF NOT CT-VALIDATE-MODE
115160             PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
115161         END-IF
115162         MOVE 0 TO CT-CKPT-DUE-COUNT
115163     END-IF
115164     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
115165 3200-EXIT.
115166     EXIT.
115167
115168****************************************************************
115169*    3205 - APPLY ONE TRANSACTION FROM TRANS-IN-RECORD.  SHARED
115170*    BY THE TRANS-IN LOOP AND BY 3700, WHICH REPLAYS A HELD
115171*    CHANGE OR DELETE HERE ON ITS EFFECTIVE DATE - SO IT GETS
115172*    EXACTLY THE EDITS, JOURNAL, AUDIT AND HR FEED ROWS IT
115173*    WOULD HAVE HAD AS A SAME-DAY TRANSACTION.
115174****************************************************************
115175 3205-APPLY-ONE-TRANS.
115200     MOVE SPACES TO TRANS-OUT-RECORD
115400     MOVE TI-LAST-NAME      TO EN-LAST-NAME
115500     MOVE TI-FIRST-NAME     TO EN-FIRST-NAME
115600     MOVE TI-MIDDLE-INITIAL TO EN-MIDDLE-INITIAL
115700     MOVE TI-SSNUM    TO SSNum
115710     PERFORM 3280-CHECK-TRANS-DATE THRU 3280-EXIT
116100     EVALUATE TRUE
116110         WHEN CT-TRANS-BAD-DATE
116120             PERFORM 3285-PROCESS-BAD-DATE THRU 3285-EXIT
116130         WHEN CT-TRANS-FUTURE
116140             PERFORM 3290-QUEUE-PENDING-TRANS THRU 3290-EXIT
116200         WHEN TI-TRANS-ADD
116300             PERFORM 3210-PROCESS-ADD-TRANS THRU 3210-EXIT
116400         WHEN TI-TRANS-CHANGE
117200         PERFORM 3250-WRITE-SUSPENSE THRU 3250-EXIT
117300     END-IF
117400     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
117409     PERFORM 7000-WRITE-TRANS-OUT-LINE THRU 7000-EXIT.
117418 3205-EXIT.
117427     EXIT.
117436
117445****************************************************************
117454*    3280 - WHEN DOES THIS TRANSACTION TAKE EFFECT.  A CHANGE
117463*    OR DELETE MAY CARRY AN EFFECTIVE DATE IN TI-EFF-DATE:
117472*    BLANK MEANS TODAY; A REAL DATE UP TO TODAY APPLIES NOW (A
117481*    DELETE TAKES IT AS THE STATUS DATE); A LATER ONE IS HELD
117490*    ON PENDING (3290) FOR THE RUN ON OR AFTER THAT DAY.  ADDS
117499*    ARE ALWAYS EFFECTIVE THE DAY THEY ARE KEYED - THE ENTRY
117508*    DATE IS THE RUN DATE - SO THEIR DATE COLUMNS ARE IGNORED.
117517*    THE DATE TAKEN IS LEFT IN CT-TRANS-EFF-DATE.
117526****************************************************************
117535 3280-CHECK-TRANS-DATE.
117544     SET CT-TRANS-DUE TO TRUE
117553     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
117562     MOVE CT-CURRENT-DATE TO CT-TRANS-EFF-DATE
117571     IF NOT TI-TRANS-CHANGE
117580         AND NOT TI-TRANS-DELETE
117589         GO TO 3280-EXIT
117598     END-IF
117607     IF TI-EFF-DATE = SPACES
117616         GO TO 3280-EXIT
117625     END-IF
117634     IF TI-EFF-DATE NOT NUMERIC
117643         SET CT-TRANS-BAD-DATE TO TRUE
117652         GO TO 3280-EXIT
117661     END-IF
117670     MOVE TI-EFF-DATE TO CT-DATE-CHECK
117679     MOVE 0 TO CT-DATE-FLOOR
117688     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT
117697     IF CT-DATE-INVALID
117706         SET CT-TRANS-BAD-DATE TO TRUE
117715         GO TO 3280-EXIT
117724     END-IF
117733     MOVE CT-DATE-CHECK TO CT-TRANS-EFF-DATE
117742     IF CT-TRANS-EFF-DATE > CT-CURRENT-DATE
117751         SET CT-TRANS-FUTURE TO TRUE
117760     END-IF.
117769 3280-EXIT.
117778     EXIT.
117787
117796 3285-PROCESS-BAD-DATE.
117805     ADD 1 TO CT-COUNT-REJ-DATE
117814     MOVE "REJECTED - BAD DATE" TO CT-AUDIT-ACTION
117823     STRING EmployeeName DELIMITED BY SIZE
117832         " - REJECTED - INVALID EFFECTIVE DATE" DELIMITED BY SIZE
117841         INTO TRANS-OUT-RECORD
117850     END-STRING.
117859 3285-EXIT.
117868     EXIT.
117877
117886****************************************************************
117895*    3290 - HOLD A FUTURE-DATED CHANGE/DELETE ON PENDING.  IT IS
117904*    EDITED NOW AS FAR AS IT CAN BE - SSN, ON FILE, AND FOR A
117913*    CHANGE THE NAME AND DEPARTMENT - SO A BAD ONE GOES TO
117922*    SUSPENSE TONIGHT RATHER THAN ON THE DAY.  3700 RUNS THE
117931*    FULL EDITS AGAIN WHEN IT FIRES, SINCE THE MASTER MAY HAVE
117940*    MOVED ON BY THEN.  THE HELD IMAGE IS TRANS-IN'S OWN
117949*    LAYOUT WITH THE CLEAR SSN ZEROED; 3700 REBUILDS IT FROM
117958*    THE ENCIPHERED KEY.
117967****************************************************************
117976 3290-QUEUE-PENDING-TRANS.
117985     IF TI-TRANS-CHANGE
117994         MOVE TI-DEPT-CODE TO CT-DEPT-CODE
118003         PERFORM 2700-CHECK-DEPT-CODE THRU 2700-EXIT
118012         IF CT-DEPT-UNKNOWN
118021             ADD 1 TO CT-COUNT-REJ-DEPT
118030             MOVE "REJECTED - BAD DEPT" TO CT-AUDIT-ACTION
118039             STRING EmployeeName DELIMITED BY SIZE
118048                 " - REJECTED - UNKNOWN DEPT CODE"
118057                 DELIMITED BY SIZE INTO TRANS-OUT-RECORD
118066             END-STRING
118075             GO TO 3290-EXIT
118100         END-IF
118110         IF EN-LAST-NAME = SPACES
118120             ADD 1 TO CT-COUNT-REJ-NAME
118130             MOVE "REJECTED - INVALID NAME" TO CT-AUDIT-ACTION
118140             STRING EmployeeName DELIMITED BY SIZE
118150                 " - REJECTED - INVALID NAME" DELIMITED BY SIZE
118160                 INTO TRANS-OUT-RECORD
118170             END-STRING
118180             GO TO 3290-EXIT
118190         END-IF
118300     END-IF
118303     PERFORM 2200-VALIDATE-SSN THRU 2200-EXIT
118306     IF CT-SSN-INVALID
118309         ADD 1 TO CT-COUNT-REJ-SSN
118312         MOVE "REJECTED - INVALID SSN" TO CT-AUDIT-ACTION
118315         STRING EmployeeName DELIMITED BY SIZE
118318             " - REJECTED - INVALID SSN" DELIMITED BY SIZE
118321             INTO TRANS-OUT-RECORD
118324         END-STRING
118327         GO TO 3290-EXIT
118330     END-IF
118333     PERFORM 2400-ENCRYPT-SSN THRU 2400-EXIT
118336     MOVE CT-SSN-CRYPT TO EM-SSNUM
118339     READ EMPLOYEE-MASTER
118342         INVALID KEY
118345             ADD 1 TO CT-COUNT-REJ-NOTFOUND
118348             MOVE "REJECTED - NOT ON FILE" TO CT-AUDIT-ACTION
118351             STRING EmployeeName DELIMITED BY SIZE
118354                 " - REJECTED - NOT ON FILE" DELIMITED BY SIZE
118357                 INTO TRANS-OUT-RECORD
118360             END-STRING
118363             GO TO 3290-EXIT
118366     END-READ
118369     IF TI-TRANS-DELETE
118372         MOVE EM-NAME TO EmployeeName
118375         IF CT-TRANS-EFF-DATE < EM-ENTRY-DATE
118378             ADD 1 TO CT-COUNT-REJ-DATE
118381             MOVE "REJECTED - BAD DATE" TO CT-AUDIT-ACTION
118384             STRING EmployeeName DELIMITED BY SIZE
118387                 " - REJECTED - BEFORE ENTRY DATE"
118390                 DELIMITED BY SIZE INTO TRANS-OUT-RECORD
118393             END-STRING
118396             GO TO 3290-EXIT
118399         END-IF
118402     END-IF
118405     MOVE SPACES TO PENDING-RECORD
118408     MOVE CT-TRANS-EFF-DATE TO PD-EFF-DATE
118411     MOVE CT-SSN-CRYPT TO PD-SSNUM
118414     IF TI-TRANS-CHANGE
118417         SET PD-TYPE-CHANGE TO TRUE
118420     ELSE
118423         SET PD-TYPE-DELETE TO TRUE
118426     END-IF
118429     MOVE EmployeeName TO PD-NAME
118432     MOVE TRANS-IN-RECORD TO PD-IMAGE
118435     MOVE ZEROS TO PD-IMAGE (32:9)
118438     PERFORM 3295-WRITE-PENDING THRU 3295-EXIT
118441     IF CT-PEND-HELD
118444         MOVE "PENDING QUEUED" TO CT-AUDIT-ACTION
118447         STRING EmployeeName DELIMITED BY SIZE
118450             " - PENDING, EFFECTIVE " DELIMITED BY SIZE
118453             CT-TRANS-EFF-DATE DELIMITED BY SIZE
118456             INTO TRANS-OUT-RECORD
118459         END-STRING
118462     ELSE
118465         MOVE "REJECTED - DUP PEND" TO CT-AUDIT-ACTION
118468         STRING EmployeeName DELIMITED BY SIZE
118471             " - REJECTED - ALREADY PENDING" DELIMITED BY SIZE
118474             INTO TRANS-OUT-RECORD
118477         END-STRING
118480     END-IF.
118483 3290-EXIT.
118486     EXIT.
118489
118492****************************************************************
118495*    3295 - PUT ONE ITEM ON PENDING.  THE CALLER BUILDS THE
118498*    RECORD.  THE KEY (DATE + SSN + TYPE) ALLOWS ONE CHANGE,
118501*    ONE DELETE AND ONE POSITION ROW PER PERSON PER DAY; A
118504*    SECOND OF THE SAME KIND IS REFUSED, WHICH IS ALSO HOW A
118507*    RERUN OF A FILE ALREADY QUEUED SHOWS UP.  DRY RUNS ONLY
118510*    CHECK FOR THE KEY.  CT-PEND-HELD SAYS WHETHER IT WENT ON.
118513****************************************************************
118516 3295-WRITE-PENDING.
118519     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
118522     MOVE CT-CURRENT-DATE TO PD-QUEUED-DATE
118525     MOVE CT-OPERATOR-ID TO PD-OPERATOR
118528     SET CT-PEND-HELD TO TRUE
118531     IF CT-VALIDATE-MODE
118534         READ PENDING
118537             INVALID KEY
118540                 CONTINUE
118543             NOT INVALID KEY
118546                 MOVE "N" TO CT-PEND-HELD-SW
118549         END-READ
118552     ELSE
118555         WRITE PENDING-RECORD
118558             INVALID KEY
118561                 MOVE "N" TO CT-PEND-HELD-SW
118564         END-WRITE
118567     END-IF
118570     IF CT-PEND-HELD
118573         ADD 1 TO CT-COUNT-PEND-QUEUED
118576     ELSE
118579         ADD 1 TO CT-COUNT-REJ-PEND
118582     END-IF.
118585 3295-EXIT.
118600     EXIT.
118700
118800 3210-PROCESS-ADD-TRANS.
133800                 INTO TRANS-OUT-RECORD
133900             END-STRING
134000         NOT INVALID KEY
134001             IF CT-TRANS-EFF-DATE < EM-ENTRY-DATE
134002                 ADD 1 TO CT-COUNT-REJ-DATE
134003                 MOVE "REJECTED - BAD DATE" TO CT-AUDIT-ACTION
134004                 STRING EmployeeName DELIMITED BY SIZE
134005                     " - REJECTED - BEFORE ENTRY DATE"
134006                     DELIMITED BY SIZE INTO TRANS-OUT-RECORD
134007                 END-STRING
134008                 GO TO 3230-EXIT
134009             END-IF
134010             MOVE EMPLOYEE-MASTER-RECORD TO CT-EM-BEFORE
134100             SET EM-TERMINATED TO TRUE
134110             MOVE CT-TRANS-EFF-DATE TO EM-STATUS-DATE
134400             IF NOT CT-VALIDATE-MODE
134500                 REWRITE EMPLOYEE-MASTER-RECORD
134510                 MOVE "REWRITE" TO CT-JRNL-ACTION
144600     MOVE CT-COUNT-SUSPENSE  TO RC-COUNT-SUSPENSE
144700     MOVE CT-COUNT-REJ-CODE  TO RC-COUNT-REJ-CODE
144710     MOVE CT-COUNT-REJ-DEPT  TO RC-COUNT-REJ-DEPT
144720     MOVE CT-COUNT-REJ-DATE  TO RC-COUNT-REJ-DATE
144730     MOVE CT-COUNT-REJ-PEND  TO RC-COUNT-REJ-PEND
144740     MOVE CT-COUNT-PEND-QUEUED  TO RC-COUNT-PEND-QUEUED
144750     MOVE CT-COUNT-PEND-APPLIED TO RC-COUNT-PEND-APPLIED
144800     OPEN OUTPUT RESTART-CKPT
144900     WRITE RESTART-CKPT-RECORD
145000     CLOSE RESTART-CKPT.
147200                 MOVE RC-COUNT-SUSPENSE TO CT-COUNT-SUSPENSE
147300                 MOVE RC-COUNT-REJ-CODE TO CT-COUNT-REJ-CODE
147310                 MOVE RC-COUNT-REJ-DEPT TO CT-COUNT-REJ-DEPT
147320                 MOVE RC-COUNT-REJ-DATE TO CT-COUNT-REJ-DATE
147330                 MOVE RC-COUNT-REJ-PEND TO CT-COUNT-REJ-PEND
147340                 MOVE RC-COUNT-PEND-QUEUED
147350                     TO CT-COUNT-PEND-QUEUED
147360                 MOVE RC-COUNT-PEND-APPLIED
147370                     TO CT-COUNT-PEND-APPLIED
147400         END-READ
147500         CLOSE RESTART-CKPT
147600     END-IF
150100     MOVE 0 TO RC-COUNT-SUSPENSE
150200     MOVE 0 TO RC-COUNT-REJ-CODE
150210     MOVE 0 TO RC-COUNT-REJ-DEPT
150220     MOVE 0 TO RC-COUNT-REJ-DATE
150230     MOVE 0 TO RC-COUNT-REJ-PEND
150240     MOVE 0 TO RC-COUNT-PEND-QUEUED
150250     MOVE 0 TO RC-COUNT-PEND-APPLIED
150300     OPEN OUTPUT RESTART-CKPT
150400     WRITE RESTART-CKPT-RECORD
150500     CLOSE RESTART-CKPT.
150600 3500-EXIT.
150700     EXIT.
150701
150702****************************************************************
150703*    3600 - POSNIN POSITION/SALARY FEED.  THE ANNUAL MERIT
150704*    CYCLE LANDS HUNDREDS OF SALARY CHANGES ON ONE DAY, AND
150705*    KEYING THEM ONE AT A TIME THROUGH THE (P)OSITION OPTION
150706*    DOES NOT SCALE.  EACH POSNIN RECORD IS VALIDATED THE SAME
150707*    WAY THE MENU PATH VALIDATES - EMPLOYEE ON THE MASTER,
150708*    NUMERIC SALARY, NO DUPLICATE PH-KEY - AND LANDS ON
150709*    POSN-HIST.  REJECTS ARE HELD IN STORAGE AND LISTED, WITH
150710*    COUNTS, ON CONTROL-RPT.  A RUN WITH NO POSNIN DATASET
150711*    SKIPS THE FEED; DRY RUNS VALIDATE BUT WRITE NOTHING.
150712*    THE FEED IS NOT CHECKPOINTED - A RERUN AFTER AN ABEND
150713*    REPROCESSES POSNIN FROM THE TOP AND ROWS ALREADY WRITTEN
150714*    FALL OUT AS DUPLICATE-KEY REJECTS.
150715****************************************************************
150716 3600-PROCESS-POSN-FILE.
150717     OPEN INPUT POSN-IN
150718     IF CT-POSNIN-MISSING
150719         GO TO 3600-EXIT
150720     END-IF
150721     IF NOT CT-POSNIN-OK
150722         DISPLAY "UNABLE TO OPEN POSNIN - STATUS "
150723             CT-POSNIN-STATUS
150724         GO TO 3600-EXIT
150725     END-IF
150726     PERFORM 3610-READ-POSN THRU 3610-EXIT
150727     PERFORM 3620-PROCESS-ONE-POSN THRU 3620-EXIT
150728         UNTIL CT-POSN-END-OF-FILE
150729     CLOSE POSN-IN.
150730 3600-EXIT.
150731     EXIT.
150732
150733 3610-READ-POSN.
150734     READ POSN-IN
150735         AT END SET CT-POSN-END-OF-FILE TO TRUE
150736     END-READ.
150737 3610-EXIT.
150738     EXIT.
150739
150740 3620-PROCESS-ONE-POSN.
150741     ADD 1 TO CT-COUNT-POSN-READ
150742     MOVE POSN-IN-RECORD TO CT-POSN-IMAGE
150743     PERFORM 3625-EDIT-ONE-POSN THRU 3625-EXIT
150744     PERFORM 3610-READ-POSN THRU 3610-EXIT.
150745 3620-EXIT.
150746     EXIT.
150747
150748****************************************************************
150749*    3625 - EDIT AND POST ONE POSITION ROW FROM CT-POSN-IMAGE.
150750*    SHARED BY THE POSNIN FEED AND BY 3700, WHICH REPLAYS A
150751*    HELD ROW HERE ON ITS EFFECTIVE DATE.  A ROW DATED AFTER
150752*    TODAY PASSES THE EDITS BUT GOES TO PENDING (3640), NOT
150753*    POSHIST, SO A REPORT RUN IN THE MEANTIME NEVER SHOWS A
150754*    SALARY THAT IS NOT YET BEING PAID.  A REPLAYED ROW THAT
150755*    POSTS ALSO GOES ON THE HR FEED AS AN ACTION-C ROW: WHOEVER
150756*    QUEUED IT (PAYADJ, OR A FUTURE-DATED POSNIN ROW) SENT HR
150757*    NOTHING, SO HR HEARS OF IT ON THE DAY IT TAKES EFFECT.
150758****************************************************************
150759 3625-EDIT-ONE-POSN.
150760     MOVE SPACES TO EmployeeName
150761     MOVE CT-PI-SSNUM TO SSNum
150762     PERFORM 2200-VALIDATE-SSN THRU 2200-EXIT
150763     IF CT-SSN-INVALID
150764         MOVE "REJECTED - INVALID SSN" TO CT-AUDIT-ACTION
150765         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150766         GO TO 3625-EXIT
150767     END-IF
150768     PERFORM 2400-ENCRYPT-SSN THRU 2400-EXIT
150769     MOVE CT-SSN-CRYPT TO EM-SSNUM
150770     READ EMPLOYEE-MASTER
150771         INVALID KEY
150772             MOVE "REJECTED - NOT ON FILE" TO CT-AUDIT-ACTION
150773             PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150774             GO TO 3625-EXIT
150775     END-READ
150776     MOVE EM-NAME TO EmployeeName
150777     IF CT-PI-EFF-DATE NOT NUMERIC
150778         MOVE "REJECTED - BAD DATE" TO CT-AUDIT-ACTION
150779         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150780         GO TO 3625-EXIT
150781     END-IF
150782     MOVE CT-PI-EFF-DATE TO CT-DATE-CHECK
150783     MOVE EM-ENTRY-DATE TO CT-DATE-FLOOR
150784     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT
150785     IF CT-DATE-INVALID
150786         MOVE "REJECTED - BAD DATE" TO CT-AUDIT-ACTION
150787         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150788         GO TO 3625-EXIT
150789     END-IF
150790     MOVE CT-PI-SALARY TO CT-SALARY-IN
150791     IF CT-SALARY-IN NOT NUMERIC
150792         MOVE "REJECTED - BAD SALARY" TO CT-AUDIT-ACTION
150793         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150794         GO TO 3625-EXIT
150795     END-IF
150796     MOVE CT-PI-GRADE TO CT-BAND-GRADE
150797     MOVE CT-SALARY-IN-N TO CT-BAND-SALARY
150798     PERFORM 2600-CHECK-SALARY-BAND THRU 2600-EXIT
150799     IF CT-BAND-NO-GRADE
150800         MOVE "REJECTED - BAD GRADE" TO CT-AUDIT-ACTION
150801         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150802         GO TO 3625-EXIT
150803     END-IF
150804     IF CT-BAND-OUT-RANGE
150805         MOVE "REJECTED - OUT OF BAND" TO CT-AUDIT-ACTION
150806         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150807         GO TO 3625-EXIT
150808     END-IF
150809     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD
150810     IF CT-DATE-CHECK > CT-CURRENT-DATE
150811         PERFORM 3640-QUEUE-PENDING-POSN THRU 3640-EXIT
150812         GO TO 3625-EXIT
150813     END-IF
150814     MOVE CT-SSN-CRYPT TO PH-SSNUM
150815     MOVE CT-PI-EFF-DATE TO PH-EFF-DATE
150816     IF CT-VALIDATE-MODE
150817         READ POSN-HIST
150818             INVALID KEY
150819                 ADD 1 TO CT-COUNT-POSN-ADDED
150820                 MOVE "POSITION ADDED" TO CT-AUDIT-ACTION
150821             NOT INVALID KEY
150822                 MOVE "REJECTED - DUP KEY" TO CT-AUDIT-ACTION
150823                 PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150824         END-READ
150825         GO TO 3625-EXIT
150826     END-IF
150827     MOVE CT-PI-JOB-TITLE TO PH-JOB-TITLE
150828     MOVE CT-PI-GRADE  TO PH-GRADE
150829     MOVE CT-SALARY-IN-N TO PH-SALARY
150830     WRITE POSN-HIST-RECORD
150831         INVALID KEY
150832             MOVE "REJECTED - DUP KEY" TO CT-AUDIT-ACTION
150833             PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150834         NOT INVALID KEY
150835             ADD 1 TO CT-COUNT-POSN-ADDED
150836             MOVE "POSITION ADDED" TO CT-AUDIT-ACTION
150837             PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
150838             IF CT-PEND-REPLAY
150839                 MOVE "C" TO CT-HRFEED-ACTION
150840                 PERFORM 2080-WRITE-HR-EXTRACT THRU 2080-EXIT
150841             END-IF
150842     END-WRITE.
150843 3625-EXIT.
150844     EXIT.
150845
150846 3630-REJECT-POSN.
150847     ADD 1 TO CT-COUNT-POSN-REJ
150848     PERFORM 2070-BUILD-MASKED-SSN THRU 2070-EXIT
150849     IF CT-PREJ-USED < CT-PREJ-MAX
150850         ADD 1 TO CT-PREJ-USED
150851         MOVE SPACES TO CT-PREJ-LINE (CT-PREJ-USED)
150852         STRING "POSN " DELIMITED BY SIZE
150853             CT-MASKED-SSN DELIMITED BY SIZE
150854             " EFF " DELIMITED BY SIZE
150855             CT-PI-EFF-DATE DELIMITED BY SIZE
150856             " - " DELIMITED BY SIZE
150857             CT-AUDIT-ACTION DELIMITED BY SIZE
150858             INTO CT-PREJ-LINE (CT-PREJ-USED)
150859         END-STRING
150860     ELSE
150861         IF NOT CT-PREJ-FULL
150862             SET CT-PREJ-FULL TO TRUE
150863         END-IF
150864     END-IF
150865     PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT.
150866 3630-EXIT.
150867     EXIT.
150868
150869 3640-QUEUE-PENDING-POSN.
150870     MOVE SPACES TO PENDING-RECORD
150871     MOVE CT-DATE-CHECK TO PD-EFF-DATE
150872     MOVE CT-SSN-CRYPT TO PD-SSNUM
150873     SET PD-TYPE-POSITION TO TRUE
150874     MOVE EM-NAME TO PD-NAME
150875     MOVE CT-POSN-IMAGE TO PD-IMAGE
150876     MOVE ZEROS TO PD-IMAGE (1:9)
150877     PERFORM 3295-WRITE-PENDING THRU 3295-EXIT
150878     IF CT-PEND-HELD
150879         ADD 1 TO CT-COUNT-POSN-PENDED
150880         MOVE "PENDING QUEUED" TO CT-AUDIT-ACTION
150881         PERFORM 2060-WRITE-AUDIT THRU 2060-EXIT
150882     ELSE
150883         MOVE "REJECTED - DUP PEND" TO CT-AUDIT-ACTION
150884         PERFORM 3630-REJECT-POSN THRU 3630-EXIT
150885     END-IF.
150886 3640-EXIT.
150887     EXIT.
150888
150889****************************************************************
150890*    3700 - APPLY WHAT HAS COME DUE ON PENDING.  RUNS AHEAD OF
150891*    TRANS-IN SO TODAY'S KEYED WORK LANDS ON TOP OF WHAT WAS
150892*    SCHEDULED FOR TODAY.  THE FILE IS IN EFFECTIVE-DATE ORDER,
150893*    SO THE SWEEP STOPS AT THE FIRST ITEM STILL IN THE FUTURE.
150894*    EACH ITEM GOES BACK THROUGH 3205 (CHANGE/DELETE) OR 3625
150895*    (POSITION) AND IS DELETED AS IT FIRES - WHETHER IT POSTED
150896*    OR FELL OUT TO SUSPENSE - SO A RERUN NEVER APPLIES IT
150897*    TWICE.  A DRY RUN SHOWS WHAT WOULD FIRE AND LEAVES PENDING
150898*    ALONE.
150899****************************************************************
150900 3700-APPLY-DUE-PENDING.
150901     ACCEPT CT-PEND-RUN-DATE FROM DATE YYYYMMDD
150902     MOVE "N" TO CT-PEND-DONE-SW
150903     MOVE LOW-VALUES TO PD-KEY
150904     START PENDING KEY IS NOT LESS THAN PD-KEY
150905         INVALID KEY
150906             SET CT-PEND-DONE TO TRUE
150907     END-START
150908     IF NOT CT-PENDING-OK
150909         AND NOT CT-PEND-DONE
150910         PERFORM 3790-PENDING-FAILED THRU 3790-EXIT
150911     END-IF
150912     PERFORM 3710-APPLY-ONE-PENDING THRU 3710-EXIT
150913         UNTIL CT-PEND-DONE.
150914 3700-EXIT.
150915     EXIT.
150916
150917 3710-APPLY-ONE-PENDING.
150918     READ PENDING NEXT RECORD
150919         AT END
150920             SET CT-PEND-DONE TO TRUE
150921             GO TO 3710-EXIT
150922     END-READ
150923     IF NOT CT-PENDING-READ-OK
150924         PERFORM 3790-PENDING-FAILED THRU 3790-EXIT
150925     END-IF
150926     IF PD-EFF-DATE > CT-PEND-RUN-DATE
150927         SET CT-PEND-DONE TO TRUE
150928         GO TO 3710-EXIT
150929     END-IF
150930     ADD 1 TO CT-COUNT-PEND-APPLIED
150931     MOVE PD-KEY TO CT-PEND-KEY-SAVE
150932     MOVE PD-SSNUM TO CT-SSN-CRYPT
150933     PERFORM 2470-DECIPHER-ONE-DIGIT THRU 2470-EXIT
150934         VARYING CT-CIPHER-SUB FROM 1 BY 1
150935         UNTIL CT-CIPHER-SUB > 9
150936     IF PD-TYPE-POSITION
150937         MOVE PD-IMAGE TO CT-POSN-IMAGE
150938         MOVE CT-SSN-PLAIN TO CT-PI-SSNUM
150939         SET CT-PEND-REPLAY TO TRUE
150940         PERFORM 3625-EDIT-ONE-POSN THRU 3625-EXIT
150941         MOVE "N" TO CT-PEND-REPLAY-SW
150942     ELSE
150943         MOVE PD-IMAGE TO TRANS-IN-RECORD
150944         MOVE CT-SSN-PLAIN TO TI-SSNUM
150945         PERFORM 3205-APPLY-ONE-TRANS THRU 3205-EXIT
150946     END-IF
150947     IF NOT CT-VALIDATE-MODE
150948         MOVE CT-PEND-KEY-SAVE TO PD-KEY
150949         DELETE PENDING RECORD
150950             INVALID KEY
150951                 DISPLAY "PENDING ITEM NOT DELETED - STATUS "
150952                     CT-PENDING-STATUS
150953         END-DELETE
150954     END-IF.
150955 3710-EXIT.
150956     EXIT.
150957
150958****************************************************************
150959*    3790 - PENDING CANNOT BE READ.  TREATING THE ERROR AS THE
150960*    END OF THE QUEUE WOULD LEAVE TODAY'S ITEMS UNAPPLIED IN A
150961*    RUN THAT LOOKS CLEAN, SO THE RUN STOPS WITH RC 16.  RUNCTL
150962*    STAYS MARKED STARTED, AND ITEMS ALREADY APPLIED HAVE BEEN
150963*    DELETED, SO THE RERUN PICKS UP WHERE THIS ONE STOPPED.
150964****************************************************************
150965 3790-PENDING-FAILED.
150966     DISPLAY "COBOLTUT - PENDING READ FAILED - STATUS "
150967         CT-PENDING-STATUS
150968     DISPLAY "COBOLTUT - DUE PENDING ITEMS NOT APPLIED - RUN "
150969         "STOPPED"
150970     CLOSE TRANS-IN
150971     CLOSE TRANS-OUT
150972     IF NOT CT-VALIDATE-MODE
150973         CLOSE SUSPENSE
150974     END-IF
150975     PERFORM 9000-TERMINATE THRU 9000-EXIT
150976     MOVE 16 TO RETURN-CODE
150977     STOP RUN.
150978 3790-EXIT.
150979     EXIT.
150980
150981****************************************************************
151000*    7000/7100 - TRANS-OUT PAGING.  EVERY LISTING LINE GOES
151100*    THROUGH 7000 SO EACH 55-LINE PAGE OPENS WITH THE REPORT
151200*    TITLE, RUN DATE/TIME, PAGE NUMBER AND COLUMN HEADINGS.
167450         INTO CONTROL-RPT-RECORD
167460     END-STRING
167470     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
167472     MOVE CT-COUNT-REJ-DATE TO CT-COUNT-ED
167474     MOVE SPACES TO CONTROL-RPT-RECORD
167476     STRING "RECORDS REJECTED - BAD DATE  . " DELIMITED BY SIZE
167478         CT-COUNT-ED DELIMITED BY SIZE
167480         INTO CONTROL-RPT-RECORD
167482     END-STRING
167484     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
167486     MOVE CT-COUNT-REJ-PEND TO CT-COUNT-ED
167488     MOVE SPACES TO CONTROL-RPT-RECORD
167490     STRING "RECORDS REJECTED - DUP PENDING " DELIMITED BY SIZE
167492         CT-COUNT-ED DELIMITED BY SIZE
167494         INTO CONTROL-RPT-RECORD
167496     END-STRING
167498     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
167500     MOVE CT-COUNT-SUSPENSE TO CT-COUNT-ED
167600     MOVE SPACES TO CONTROL-RPT-RECORD
167700     STRING "RECORDS TO SUSPENSE  . . . . . " DELIMITED BY SIZE
168140             TO CONTROL-RPT-RECORD
168141         PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168142     END-IF
168144     MOVE CT-COUNT-POSN-PENDED TO CT-COUNT-ED
168146     MOVE SPACES TO CONTROL-RPT-RECORD
168148     STRING "POSITION ROWS HELD PENDING . . " DELIMITED BY SIZE
168150         CT-COUNT-ED DELIMITED BY SIZE
168152         INTO CONTROL-RPT-RECORD
168154     END-STRING
168156     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168158     MOVE SPACES TO CONTROL-RPT-RECORD
168160     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168162     MOVE CT-COUNT-PEND-APPLIED TO CT-COUNT-ED
168164     MOVE SPACES TO CONTROL-RPT-RECORD
168166     STRING "PENDING ITEMS APPLIED  . . . . " DELIMITED BY SIZE
168168         CT-COUNT-ED DELIMITED BY SIZE
168170         INTO CONTROL-RPT-RECORD
168172     END-STRING
168174     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168176     MOVE CT-COUNT-PEND-QUEUED TO CT-COUNT-ED
168178     MOVE SPACES TO CONTROL-RPT-RECORD
168180     STRING "PENDING ITEMS QUEUED . . . . . " DELIMITED BY SIZE
168182         CT-COUNT-ED DELIMITED BY SIZE
168184         INTO CONTROL-RPT-RECORD
168186     END-STRING
168188     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168190     PERFORM 8300-LIST-PENDING THRU 8300-EXIT
168200     IF NOT CT-VALIDATE-MODE
168210         AND NOT CT-CTL-ERR
168220         AND NOT CT-RUN-REFUSED
168400     END-IF
168500     CLOSE CONTROL-RPT.
168600 8000-EXIT.
168601     EXIT.
168602
168603****************************************************************
168604*    8300 - WHAT IS STILL WAITING ON PENDING AFTER THE RUN, IN
168605*    EFFECTIVE-DATE ORDER, SO HR CAN SEE WHAT IS COMING AND
168606*    CANCEL (MENU OPTION F) ANYTHING THAT SHOULD NOT FIRE.
168607****************************************************************
168608 8300-LIST-PENDING.
168609     MOVE 0 TO CT-COUNT-PEND-ON-FILE
168610     MOVE "N" TO CT-PEND-DONE-SW
168611     MOVE LOW-VALUES TO PD-KEY
168612     START PENDING KEY IS NOT LESS THAN PD-KEY
168613         INVALID KEY
168614             SET CT-PEND-DONE TO TRUE
168615     END-START
168616     IF NOT CT-PEND-DONE
168617         MOVE SPACES TO CONTROL-RPT-RECORD
168618         PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168619         MOVE "PENDING ITEMS HELD FOR A LATER EFFECTIVE DATE"
168620             TO CONTROL-RPT-RECORD
168621         PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168622         MOVE SPACES TO CONTROL-RPT-RECORD
168623         MOVE "EFF DATE"   TO CONTROL-RPT-RECORD (1:8)
168624         MOVE "TYPE"       TO CONTROL-RPT-RECORD (10:4)
168625         MOVE "SSN"        TO CONTROL-RPT-RECORD (20:3)
168626         MOVE "LAST NAME"  TO CONTROL-RPT-RECORD (32:9)
168627         MOVE "FIRST NAME" TO CONTROL-RPT-RECORD (48:10)
168628         MOVE "QUEUED"     TO CONTROL-RPT-RECORD (61:6)
168629         MOVE "BY"         TO CONTROL-RPT-RECORD (70:2)
168630         PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT
168631         PERFORM 8320-LIST-ONE-PENDING THRU 8320-EXIT
168632             UNTIL CT-PEND-DONE
168633     END-IF
168634     MOVE CT-COUNT-PEND-ON-FILE TO CT-COUNT-ED
168635     MOVE SPACES TO CONTROL-RPT-RECORD
168636     STRING "PENDING ITEMS ON FILE  . . . . " DELIMITED BY SIZE
168637         CT-COUNT-ED DELIMITED BY SIZE
168638         INTO CONTROL-RPT-RECORD
168639     END-STRING
168640     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT.
168641 8300-EXIT.
168642     EXIT.
168643
168644 8310-PENDING-TYPE-TEXT.
168645     EVALUATE TRUE
168646         WHEN PD-TYPE-CHANGE
168647             MOVE "CHANGE"    TO CT-PEND-TYPE-TEXT
168648         WHEN PD-TYPE-DELETE
168649             MOVE "TERMINATE" TO CT-PEND-TYPE-TEXT
168650         WHEN OTHER
168651             MOVE "POSITION"  TO CT-PEND-TYPE-TEXT
168652     END-EVALUATE.
168653 8310-EXIT.
168654     EXIT.
168655
168656 8320-LIST-ONE-PENDING.
168657     READ PENDING NEXT RECORD
168658         AT END
168659             SET CT-PEND-DONE TO TRUE
168660             GO TO 8320-EXIT
168661     END-READ
168662     IF NOT CT-PENDING-READ-OK
168663         SET CT-PEND-DONE TO TRUE
168664         GO TO 8320-EXIT
168665     END-IF
168666     ADD 1 TO CT-COUNT-PEND-ON-FILE
168667     MOVE PD-SSNUM TO CT-SSN-CRYPT
168668     PERFORM 2470-DECIPHER-ONE-DIGIT THRU 2470-EXIT
168669         VARYING CT-CIPHER-SUB FROM 1 BY 1
168670         UNTIL CT-CIPHER-SUB > 9
168671     MOVE CT-SSN-PLAIN TO SSNum
168672     PERFORM 2070-BUILD-MASKED-SSN THRU 2070-EXIT
168673     PERFORM 8310-PENDING-TYPE-TEXT THRU 8310-EXIT
168674     MOVE SPACES TO CONTROL-RPT-RECORD
168675     STRING PD-EFF-DATE DELIMITED BY SIZE
168676         " " DELIMITED BY SIZE
168677         CT-PEND-TYPE-TEXT DELIMITED BY SIZE
168678         " " DELIMITED BY SIZE
168679         CT-MASKED-SSN DELIMITED BY SIZE
168680         " " DELIMITED BY SIZE
168681         PD-NAME (1:15) DELIMITED BY SIZE
168682         " " DELIMITED BY SIZE
168683         PD-NAME (16:12) DELIMITED BY SIZE
168684         " " DELIMITED BY SIZE
168685         PD-QUEUED-DATE DELIMITED BY SIZE
168686         " " DELIMITED BY SIZE
168687         PD-OPERATOR DELIMITED BY SIZE
168688         INTO CONTROL-RPT-RECORD
168689     END-STRING
168690     PERFORM 8100-WRITE-CTL-LINE THRU 8100-EXIT.
168691 8320-EXIT.
168700     EXIT.
168800
168900****************************************************************
180200     CLOSE POSN-HIST
180300     CLOSE AUDIT-LOG
180400     CLOSE HR-EXTRACT
180410     CLOSE EMP-JRNL
180420     CLOSE PENDING
180430     CLOSE REQ-FILE
180440     CLOSE CONTACT-FILE
180450     CLOSE CNT-JRNL.
180500 9000-EXIT.
180600     EXIT.
180610
180620****************************************************************
180630*    9100 - PICK UP THE AUDIT CHAIN (SEE AUDCHAIN).  AUDITLOG
180640*    IS READ TO ITS LAST RECORD SO THE NEXT RECORD THIS SESSION
180650*    WRITES TAKES THE NEXT SEQUENCE NUMBER AND CHAINS FROM THAT
180660*    RECORD'S CHECK VALUE.  NO FILE, OR A LAST RECORD WITH NO
180670*    TRAILER, STARTS A NEW CHAIN AT SEQUENCE 1.  EVERY AUDITLOG
180680*    WRITER CARRIES THE SAME 9100-9200 PARAGRAPHS.
180690****************************************************************
180700 9100-LOAD-AUDIT-CHAIN.
180710     MOVE ZEROS TO CHN-LAST-SEQ
180720     MOVE ZEROS TO CHN-LAST-CHECK
180730     MOVE "N" TO CHN-TAIL-EOF-SW
180740     OPEN INPUT AUDIT-LOG
180750     IF CT-AUDIT-STATUS NOT = "00"
180760         GO TO 9100-EXIT
180770     END-IF
180780     PERFORM 9110-READ-AUDIT-TAIL THRU 9110-EXIT
180790         UNTIL CHN-TAIL-EOF
180800     CLOSE AUDIT-LOG.
180810 9100-EXIT.
180820     EXIT.
180830
180840 9110-READ-AUDIT-TAIL.
180850     READ AUDIT-LOG
180860         AT END SET CHN-TAIL-EOF TO TRUE
180870     END-READ
180880     IF CT-AUDIT-STATUS (1:1) NOT = "0"
180890         SET CHN-TAIL-EOF TO TRUE
180900     END-IF
180910     IF CHN-TAIL-EOF
180920         GO TO 9110-EXIT
180930     END-IF
180940     MOVE AUDIT-LOG-CHAIN TO CHN-TRAILER
180950     IF CHN-TRL-SEQ NUMERIC AND CHN-TRL-CHECK NUMERIC
180960         MOVE CHN-TRL-SEQ TO CHN-LAST-SEQ
180970         MOVE CHN-TRL-CHECK TO CHN-LAST-CHECK
180980     ELSE
180990         MOVE ZEROS TO CHN-LAST-SEQ
181000         MOVE ZEROS TO CHN-LAST-CHECK
181010     END-IF.
181020 9110-EXIT.
181030     EXIT.
181040
181050****************************************************************
181060*    9150 - OTHER SESSIONS WRITE AUDITLOG TOO, SO THE CHAIN IS
181070*    PICKED UP AFRESH BEFORE EVERY RECORD: THE RECORD BUILT SO
181080*    FAR IS PARKED, AUDITLOG IS CLOSED, 9100 READS THE TAIL AS
181090*    IT STANDS NOW, AND THE FILE IS REOPENED EXTEND WITH THE
181100*    RECORD PUT BACK FOR 9200 TO CHAIN (SEE AUDCHAIN).
181110****************************************************************
181120 9150-REFRESH-AUDIT-TAIL.
181130     MOVE AUDIT-LOG-TEXT TO CHN-HOLD-TEXT
181140     CLOSE AUDIT-LOG
181150     PERFORM 9100-LOAD-AUDIT-CHAIN THRU 9100-EXIT
181160     OPEN EXTEND AUDIT-LOG
181170     IF CT-AUDIT-STATUS = "35"
181180         OPEN OUTPUT AUDIT-LOG
181190     END-IF
181200     MOVE SPACES TO AUDIT-LOG-RECORD
181210     MOVE CHN-HOLD-TEXT TO AUDIT-LOG-TEXT.
181220 9150-EXIT.
181230     EXIT.
181240
181250****************************************************************
181260*    9200 - CHAIN ONE AUDIT RECORD, JUST BEFORE ITS WRITE: THE
181270*    NEXT SEQUENCE NUMBER AND A CHECK VALUE FOLDED FROM THE
181280*    PREVIOUS ONE AND THIS RECORD'S 100 AUDIT COLUMNS (SEE
181290*    AUDCHAIN) GO INTO COLUMNS 101-120.
181300****************************************************************
181310 9200-CHAIN-AUDIT.
181320     PERFORM 9150-REFRESH-AUDIT-TAIL THRU 9150-EXIT
181330     ADD 1 TO CHN-LAST-SEQ
181340     MOVE CHN-LAST-SEQ TO CHN-INPUT-SEQ
181350     MOVE AUDIT-LOG-TEXT TO CHN-INPUT-TEXT
181360     MOVE CHN-LAST-CHECK TO CHN-WORK
181370     PERFORM 9210-CHAIN-ONE-BYTE THRU 9210-EXIT
181380         VARYING CHN-SUB FROM 1 BY 1
181390         UNTIL CHN-SUB > 109
181400     MOVE CHN-WORK TO CHN-LAST-CHECK
181410     MOVE SPACES TO CHN-TRAILER
181420     MOVE CHN-LAST-SEQ TO CHN-TRL-SEQ
181430     MOVE CHN-LAST-CHECK TO CHN-TRL-CHECK
181440     MOVE CHN-TRAILER TO AUDIT-LOG-CHAIN.
181450 9200-EXIT.
181460     EXIT.
181470
181480 9210-CHAIN-ONE-BYTE.
181490     MOVE CHN-INPUT-BYTE (CHN-SUB) TO CHN-BYTE
181500     COMPUTE CHN-WORK = CHN-WORK * 257 + CHN-BYTE-VALUE + 1
181510     DIVIDE CHN-WORK BY 9999999967
181520         GIVING CHN-QUOT REMAINDER CHN-REM
181530     MOVE CHN-REM TO CHN-WORK.
181540 9210-EXIT.
181550     EXIT.
