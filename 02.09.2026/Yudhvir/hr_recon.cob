000280*    at start-up from the secured CIPHKEY dataset coboltut
000290*    reads - one key, one place.
000291*
000292*    The reverse pass is a match, not a search: every HR SSN
000293*    that passes the edit and every master key go through one
000294*    SORT on the enciphered SSN, HR's row ahead of ours, so a
000295*    master row with no HR row directly in front of it is
000296*    somebody HR does not have.  Sorting on the enciphered key
000297*    keeps those exceptions in master-key order, as before.
000298*
000300* MODIFICATION HISTORY
000301*    15 OCT 2026  YR  Match the master to HR through a SORT
000302*                     instead of a 2000-entry SSN table, so the
000303*                     master-only exceptions are right at any
000304*                     feed size - no more overstated counts.
000305*    02 SEP 2026  YR  Read the cipher key from CIPHKEY at
000306*                     start-up instead of compiling it in.
000310*    02 SEP 2026  YR  Initial version.
000320*
000330 ENVIRONMENT DIVISION.
000471     SELECT CIPH-KEY ASSIGN TO "CIPHKEY"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS HR-CIPHKEY-STATUS.
000476     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000793 01  CIPH-KEY-RECORD.
000794     05  CK-KEY-DIGITS           PIC X(09).
000795     05  FILLER                  PIC X(71).
000796
000797*    One row per edited HR SSN (type "H") and per master record
000798*    (type "M"), keyed on the enciphered SSN; "H" sorts first.
000799 SD  SORT-FILE.
000800 01  SORT-RECORD.
000801     05  SR-SSNUM                PIC 9(09).
000802     05  SR-SOURCE               PIC X(01).
000803         88  SR-FROM-HR                     VALUE "H".
000804         88  SR-FROM-MASTER                 VALUE "M".
000805     05  SR-NAME                 PIC X(28).
000806     05  SR-STATUS               PIC X(01).
000807
000810 WORKING-STORAGE SECTION.
000820 01  HR-FEED-STATUS              PIC X(02) VALUE SPACES.
000830     88  HR-FEED-OK                         VALUE "00".
001090 77  HR-CIPHER-SUB               PIC S9(04) COMP VALUE 0.
001100 77  HR-CIPHER-WORK              PIC S9(02) COMP VALUE 0.
001110
001120 01  HR-SORT-EOF-SW              PIC X(01) VALUE "N".
001130     88  HR-SORT-EOF                        VALUE "Y".
001160
001170*    Enciphered SSN of the last HR row returned from the sort.
001180 01  HR-LAST-HR-SSN              PIC X(09) VALUE HIGH-VALUES.
001240
001250 01  HR-MASKED-SSN               PIC X(11) VALUE SPACES.
001260
001390
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     SORT SORT-FILE
001430         ON ASCENDING KEY SR-SSNUM SR-SOURCE
001440         INPUT PROCEDURE IS 3000-PASS-BOTH-FILES THRU 3000-EXIT
001450         OUTPUT PROCEDURE IS 4500-MATCH-MASTER THRU 4500-EXIT
001460     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT
001480     STOP RUN.
001791 1200-EXIT.
001792     EXIT.
001794
001796****************************************************************
001798*    3000 - SORT INPUT.  FORWARD PASS OF THE HR FEED (ITS OWN
001800*    EXCEPTIONS ARE WRITTEN AS IT GOES), THEN THE MASTER SWEEP.
001802****************************************************************
001804 3000-PASS-BOTH-FILES.
001806     PERFORM 3100-READ-FEED THRU 3100-EXIT
001808     PERFORM 3200-CHECK-ONE-FEED THRU 3200-EXIT
001810         UNTIL HR-FEED-EOF
001812     PERFORM 4000-SWEEP-MASTER THRU 4000-EXIT.
001814 3000-EXIT.
001816     EXIT.
001818
001820 3100-READ-FEED.
001822     READ HR-FEED
001824         AT END SET HR-FEED-EOF TO TRUE
001826     END-READ.
001828 3100-EXIT.
001830     EXIT.
001850
001860 3200-CHECK-ONE-FEED.
001870     ADD 1 TO HR-COUNT-FEED
002040     END-IF
002050     MOVE HF-SSNUM TO HR-SSN-PLAIN
002060     PERFORM 6000-ENCIPHER-SSN THRU 6000-EXIT
002070     PERFORM 3400-RELEASE-FEED-SSN THRU 3400-EXIT
002080     MOVE HR-SSN-CRYPT TO EM-SSNUM
002090     READ EMPLOYEE-MASTER
002100         INVALID KEY
002570 3300-EXIT.
002580     EXIT.
002590
002600 3400-RELEASE-FEED-SSN.
002610     MOVE HR-SSN-CRYPT   TO SR-SSNUM
002620     SET SR-FROM-HR      TO TRUE
002630     MOVE HF-NAME        TO SR-NAME
002640     MOVE HF-STATUS      TO SR-STATUS
002650     RELEASE SORT-RECORD.
002710 3400-EXIT.
002720     EXIT.
002730
002740****************************************************************
002750*    4000 - REVERSE PASS, FIRST HALF.  WALK THE MASTER FRONT
002760*    TO BACK AND HAND EVERY KEY TO THE SORT; 4500 DOES THE
002770*    MATCH AGAINST THE SSNS HR SENT.
002780****************************************************************
002790 4000-SWEEP-MASTER.
002800     MOVE LOW-VALUES TO EM-SSNUM
003020         GO TO 4100-EXIT
003030     END-IF
003040     ADD 1 TO HR-COUNT-MASTER
003050     MOVE EM-SSNUM       TO SR-SSNUM
003060     SET SR-FROM-MASTER  TO TRUE
003070     MOVE EM-NAME (1:28) TO SR-NAME
003080     MOVE EM-STATUS      TO SR-STATUS
003090     RELEASE SORT-RECORD.
003270 4100-EXIT.
003280     EXIT.
003290
003291****************************************************************
003292*    4500 - SORT OUTPUT, REVERSE PASS SECOND HALF.  HR'S ROWS
003293*    SORT AHEAD OF OURS ON THE SAME KEY, SO A MASTER ROW WHOSE
003294*    KEY DOES NOT MATCH THE LAST HR ROW IS SOMEBODY HR HAS LOST
003295*    (OR NEVER LOADED).
003296****************************************************************
003297 4500-MATCH-MASTER.
003298     PERFORM 4600-MATCH-ONE-ROW THRU 4600-EXIT
003299         UNTIL HR-SORT-EOF.
003300 4500-EXIT.
003301     EXIT.
003302
003303 4600-MATCH-ONE-ROW.
003304     RETURN SORT-FILE
003305         AT END
003306             SET HR-SORT-EOF TO TRUE
003307             GO TO 4600-EXIT
003308     END-RETURN
003309     IF SR-FROM-HR
003310         MOVE SR-SSNUM TO HR-LAST-HR-SSN
003311         GO TO 4600-EXIT
003312     END-IF
003313     IF SR-SSNUM = HR-LAST-HR-SSN
003314         GO TO 4600-EXIT
003315     END-IF
003316     ADD 1 TO HR-COUNT-NOT-AT-HR
003317     MOVE SR-SSNUM TO HR-SSN-CRYPT
003318     PERFORM 6050-DECIPHER-SSN THRU 6050-EXIT
003319     PERFORM 6100-BUILD-MASKED-SSN THRU 6100-EXIT
003320     MOVE SPACES TO RECON-RPT-RECORD
003321     STRING "ON MASTER, NOT AT HR - "
003322         DELIMITED BY SIZE
003323         HR-MASKED-SSN DELIMITED BY SIZE
003324         " " DELIMITED BY SIZE
003325         SR-NAME DELIMITED BY SIZE
003326         " STATUS " DELIMITED BY SIZE
003327         SR-STATUS DELIMITED BY SIZE
003328         INTO RECON-RPT-RECORD
003329     END-STRING
003330     WRITE RECON-RPT-RECORD.
003331 4600-EXIT.
003350     EXIT.
003360
003370****************************************************************
004330         INTO RECON-RPT-RECORD
004340     END-STRING
004350     WRITE RECON-RPT-RECORD
004410     IF HR-COUNT-NOT-ON-MAST > 0
004420         OR HR-COUNT-NOT-AT-HR > 0
004430         OR HR-COUNT-MISMATCH > 0
