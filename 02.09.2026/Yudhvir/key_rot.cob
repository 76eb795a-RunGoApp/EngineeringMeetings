000290*
000300* MODIFICATION HISTORY
000310*    02 SEP 2026  YR  Initial version.
000311*    15 OCT 2026  YR  Also rotates PENDING (coboltut's future-
000312*                     dated work), whose key carries the SSN.
000313*    15 OCT 2026  YR  Also rotates CONTACT (employee addresses),
000314*                     keyed by the enciphered SSN like the master.
000315*    15 OCT 2026  YR  Also rotates BENSTAT (benefits status),
000316*                     keyed by the enciphered SSN like the master.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS NP-KEY
000551         FILE STATUS IS KR-NEWP-STATUS.
000552     SELECT OLD-PENDING ASSIGN TO "PENDINGO"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS SEQUENTIAL
000555         RECORD KEY IS OD-KEY
000556         FILE STATUS IS KR-OLDD-STATUS.
000557     SELECT NEW-PENDING ASSIGN TO "PENDINGN"
000558         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ND-KEY
000561         FILE STATUS IS KR-NEWD-STATUS.
000570     SELECT KEY-OLD ASSIGN TO "CIPHKEYO"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS KR-KEYO-STATUS.
000600     SELECT KEY-NEW ASSIGN TO "CIPHKEYN"
000601         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS KR-KEYN-STATUS.
000603     SELECT OLD-CONTACT ASSIGN TO "CONTACTO"
000604         ORGANIZATION IS INDEXED
000605         ACCESS MODE IS SEQUENTIAL
000606         RECORD KEY IS OC-SSNUM
000607         FILE STATUS IS KR-OLDC-STATUS.
000608     SELECT NEW-CONTACT ASSIGN TO "CONTACTN"
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000611         RECORD KEY IS NC-SSNUM
000612         FILE STATUS IS KR-NEWC-STATUS.
000613     SELECT OLD-BENSTAT ASSIGN TO "BENSTATO"
000614         ORGANIZATION IS INDEXED
000615         ACCESS MODE IS SEQUENTIAL
000616         RECORD KEY IS OB-SSNUM
000617         FILE STATUS IS KR-OLDB-STATUS.
000618     SELECT NEW-BENSTAT ASSIGN TO "BENSTATN"
000619         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000621         RECORD KEY IS NB-SSNUM
000622         FILE STATUS IS KR-NEWB-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000960         10  NP-SSNUM            PIC 9(09).
000970         10  NP-EFF-DATE         PIC 9(08).
000980     05  NP-REST                 PIC X(31).
000981
000982 FD  OLD-PENDING.
000983 01  OLD-PENDING-RECORD.
000984     05  OD-KEY.
000985         10  OD-EFF-DATE         PIC 9(08).
000986         10  OD-SSNUM            PIC 9(09).
000987         10  OD-TYPE             PIC X(01).
000988     05  OD-REST                 PIC X(110).
000989
000990 FD  NEW-PENDING.
000991 01  NEW-PENDING-RECORD.
000992     05  ND-KEY.
000993         10  ND-EFF-DATE         PIC 9(08).
000994         10  ND-SSNUM            PIC 9(09).
000995         10  ND-TYPE             PIC X(01).
000996     05  ND-REST                 PIC X(110).
000997
001000 FD  KEY-OLD.
001010 01  KEY-OLD-RECORD.
001020     05  KO-KEY-DIGITS           PIC X(09).
001040
001050 FD  KEY-NEW.
001060 01  KEY-NEW-RECORD.
001061     05  KN-KEY-DIGITS           PIC X(09).
001062     05  FILLER                  PIC X(71).
001063
001064 FD  OLD-CONTACT.
001065 01  OLD-CONTACT-RECORD.
001066     05  OC-SSNUM                PIC 9(09).
001067     05  OC-REST                 PIC X(191).
001068
001069 FD  NEW-CONTACT.
001070 01  NEW-CONTACT-RECORD.
001071     05  NC-SSNUM                PIC 9(09).
001072     05  NC-REST                 PIC X(191).
001073
001074 FD  OLD-BENSTAT.
001075 01  OLD-BENSTAT-RECORD.
001076     05  OB-SSNUM                PIC 9(09).
001077     05  OB-REST                 PIC X(71).
001078
001079 FD  NEW-BENSTAT.
001080 01  NEW-BENSTAT-RECORD.
001081     05  NB-SSNUM                PIC 9(09).
001082     05  NB-REST                 PIC X(71).
001090
001100 WORKING-STORAGE SECTION.
001110 01  KR-OLDM-STATUS              PIC X(02) VALUE SPACES.
001220 01  KR-NEWP-STATUS              PIC X(02) VALUE SPACES.
001230     88  KR-NEWP-OK                         VALUE "00".
001240
001241 01  KR-OLDD-STATUS              PIC X(02) VALUE SPACES.
001242     88  KR-OLDD-OK                         VALUE "00".
001243     88  KR-OLDD-READ-OK                    VALUE "00", "02".
001244
001245 01  KR-NEWD-STATUS              PIC X(02) VALUE SPACES.
001246     88  KR-NEWD-OK                         VALUE "00".
001247
001250 01  KR-KEYO-STATUS              PIC X(02) VALUE SPACES.
001260     88  KR-KEYO-OK                         VALUE "00".
001270
001280 01  KR-KEYN-STATUS              PIC X(02) VALUE SPACES.
001290     88  KR-KEYN-OK                         VALUE "00".
001291
001292 01  KR-OLDC-STATUS              PIC X(02) VALUE SPACES.
001293     88  KR-OLDC-OK                         VALUE "00".
001294     88  KR-OLDC-READ-OK                    VALUE "00", "02".
001295
001296 01  KR-NEWC-STATUS              PIC X(02) VALUE SPACES.
001297     88  KR-NEWC-OK                         VALUE "00".
001298
001299 01  KR-OLDB-STATUS              PIC X(02) VALUE SPACES.
001300     88  KR-OLDB-OK                         VALUE "00".
001301     88  KR-OLDB-READ-OK                    VALUE "00", "02".
001302
001303 01  KR-NEWB-STATUS              PIC X(02) VALUE SPACES.
001304     88  KR-NEWB-OK                         VALUE "00".
001305
001310 01  KR-MAST-EOF-SW              PIC X(01) VALUE "N".
001320     88  KR-MAST-EOF                        VALUE "Y".
001330
001340 01  KR-POSN-EOF-SW              PIC X(01) VALUE "N".
001350     88  KR-POSN-EOF                        VALUE "Y".
001351
001352 01  KR-PEND-EOF-SW              PIC X(01) VALUE "N".
001353     88  KR-PEND-EOF                        VALUE "Y".
001354
001355 01  KR-CONT-EOF-SW              PIC X(01) VALUE "N".
001356     88  KR-CONT-EOF                        VALUE "Y".
001357
001358 01  KR-BSTA-EOF-SW              PIC X(01) VALUE "N".
001359     88  KR-BSTA-EOF                        VALUE "Y".
001360
001370 01  KR-OLD-KEY                  PIC 9(09) VALUE ZEROS.
001380 01  FILLER REDEFINES KR-OLD-KEY.
001570 01  KR-COUNT-MAST-LOADED        PIC 9(08) COMP VALUE 0.
001580 01  KR-COUNT-POSN-READ          PIC 9(08) COMP VALUE 0.
001590 01  KR-COUNT-POSN-LOADED        PIC 9(08) COMP VALUE 0.
001591 01  KR-COUNT-PEND-READ          PIC 9(08) COMP VALUE 0.
001592 01  KR-COUNT-PEND-LOADED        PIC 9(08) COMP VALUE 0.
001593 01  KR-COUNT-CONT-READ          PIC 9(08) COMP VALUE 0.
001594 01  KR-COUNT-CONT-LOADED        PIC 9(08) COMP VALUE 0.
001595 01  KR-COUNT-BSTA-READ          PIC 9(08) COMP VALUE 0.
001596 01  KR-COUNT-BSTA-LOADED        PIC 9(08) COMP VALUE 0.
001600 01  KR-COUNT-SKIPPED            PIC 9(08) COMP VALUE 0.
001610 01  KR-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
001620
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001670     PERFORM 3000-ROTATE-MASTER THRU 3000-EXIT
001680     PERFORM 4000-ROTATE-POSHIST THRU 4000-EXIT
001682     PERFORM 5000-ROTATE-PENDING THRU 5000-EXIT
001684     PERFORM 5500-ROTATE-CONTACT THRU 5500-EXIT
001686     PERFORM 5800-ROTATE-BENSTAT THRU 5800-EXIT
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT
001700     STOP RUN.
001710
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF
001941     OPEN OUTPUT NEW-POSHIST
001942     IF NOT KR-NEWP-OK
001943         DISPLAY "KEYROT - CANNOT OPEN NEW POSHIST - STATUS "
001944             KR-NEWP-STATUS
001945         MOVE 16 TO RETURN-CODE
001946         STOP RUN
001947     END-IF
001948     OPEN INPUT OLD-PENDING
001949     IF NOT KR-OLDD-OK
001950         DISPLAY "KEYROT - CANNOT OPEN OLD PENDING - STATUS "
001951             KR-OLDD-STATUS
001952         MOVE 16 TO RETURN-CODE
001953         STOP RUN
001954     END-IF
001955     OPEN OUTPUT NEW-PENDING
001956     IF NOT KR-NEWD-OK
001957         DISPLAY "KEYROT - CANNOT OPEN NEW PENDING - STATUS "
001958             KR-NEWD-STATUS
001959         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001961     END-IF
001962     OPEN INPUT OLD-CONTACT
001963     IF NOT KR-OLDC-OK
001964         DISPLAY "KEYROT - CANNOT OPEN OLD CONTACT - STATUS "
001965             KR-OLDC-STATUS
001966         MOVE 16 TO RETURN-CODE
001967         STOP RUN
001968     END-IF
001969     OPEN OUTPUT NEW-CONTACT
001970     IF NOT KR-NEWC-OK
001971         DISPLAY "KEYROT - CANNOT OPEN NEW CONTACT - STATUS "
001972             KR-NEWC-STATUS
001973         MOVE 16 TO RETURN-CODE
001974         STOP RUN
001975     END-IF
001976     OPEN INPUT OLD-BENSTAT
001977     IF NOT KR-OLDB-OK
001978         DISPLAY "KEYROT - CANNOT OPEN OLD BENSTAT - STATUS "
001979             KR-OLDB-STATUS
001980         MOVE 16 TO RETURN-CODE
001981         STOP RUN
001982     END-IF
001983     OPEN OUTPUT NEW-BENSTAT
001984     IF NOT KR-NEWB-OK
001985         DISPLAY "KEYROT - CANNOT OPEN NEW BENSTAT - STATUS "
001986             KR-NEWB-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
003160         PERFORM 6100-ENCIPHER-NEW THRU 6100-EXIT
003170         MOVE OLD-POSHIST-RECORD TO NEW-POSHIST-RECORD
003180         MOVE KR-SSN-CRYPT TO NP-SSNUM
003181         WRITE NEW-POSHIST-RECORD
003182             INVALID KEY
003183                 ADD 1 TO KR-COUNT-SKIPPED
003184                 DISPLAY "KEYROT - DUPLICATE POSHIST KEY "
003185                     "SKIPPED"
003186             NOT INVALID KEY
003187                 ADD 1 TO KR-COUNT-POSN-LOADED
003188         END-WRITE
003189     END-IF
003190     PERFORM 4100-READ-OLD-POSHIST THRU 4100-EXIT.
003191 4200-EXIT.
003192     EXIT.
003193
003194 5000-ROTATE-PENDING.
003195     PERFORM 5100-READ-OLD-PENDING THRU 5100-EXIT
003196     PERFORM 5200-ROTATE-ONE-PENDING THRU 5200-EXIT
003197         UNTIL KR-PEND-EOF.
003198 5000-EXIT.
003199     EXIT.
003200
003201 5100-READ-OLD-PENDING.
003202     READ OLD-PENDING NEXT RECORD
003203         AT END SET KR-PEND-EOF TO TRUE
003204     END-READ
003205     IF NOT KR-PEND-EOF
003206         AND NOT KR-OLDD-READ-OK
003207         SET KR-PEND-EOF TO TRUE
003208     END-IF.
003209 5100-EXIT.
003210     EXIT.
003211
003212 5200-ROTATE-ONE-PENDING.
003213     ADD 1 TO KR-COUNT-PEND-READ
003214     IF OD-SSNUM NOT NUMERIC
003215         ADD 1 TO KR-COUNT-SKIPPED
003216         DISPLAY "KEYROT - NON-NUMERIC PENDING KEY SKIPPED"
003217     ELSE
003218         MOVE OD-SSNUM TO KR-SSN-CRYPT
003219         PERFORM 6000-DECIPHER-OLD THRU 6000-EXIT
003220         PERFORM 6100-ENCIPHER-NEW THRU 6100-EXIT
003221         MOVE OLD-PENDING-RECORD TO NEW-PENDING-RECORD
003222         MOVE KR-SSN-CRYPT TO ND-SSNUM
003223         WRITE NEW-PENDING-RECORD
003224             INVALID KEY
003225                 ADD 1 TO KR-COUNT-SKIPPED
003226                 DISPLAY "KEYROT - DUPLICATE PENDING KEY "
003227                     "SKIPPED"
003228             NOT INVALID KEY
003229                 ADD 1 TO KR-COUNT-PEND-LOADED
003230         END-WRITE
003231     END-IF
003232     PERFORM 5100-READ-OLD-PENDING THRU 5100-EXIT.
003233 5200-EXIT.
003234     EXIT.
003235
003236 5500-ROTATE-CONTACT.
003237     PERFORM 5600-READ-OLD-CONTACT THRU 5600-EXIT
003238     PERFORM 5700-ROTATE-ONE-CONTACT THRU 5700-EXIT
003239         UNTIL KR-CONT-EOF.
003240 5500-EXIT.
003241     EXIT.
003242
003243 5600-READ-OLD-CONTACT.
003244     READ OLD-CONTACT NEXT RECORD
003245         AT END SET KR-CONT-EOF TO TRUE
003246     END-READ
003247     IF NOT KR-CONT-EOF
003248         AND NOT KR-OLDC-READ-OK
003249         SET KR-CONT-EOF TO TRUE
003250     END-IF.
003251 5600-EXIT.
003252     EXIT.
003253
003254 5700-ROTATE-ONE-CONTACT.
003255     ADD 1 TO KR-COUNT-CONT-READ
003256     IF OC-SSNUM NOT NUMERIC
003257         ADD 1 TO KR-COUNT-SKIPPED
003258         DISPLAY "KEYROT - NON-NUMERIC CONTACT KEY SKIPPED"
003259     ELSE
003260         MOVE OC-SSNUM TO KR-SSN-CRYPT
003261         PERFORM 6000-DECIPHER-OLD THRU 6000-EXIT
003262         PERFORM 6100-ENCIPHER-NEW THRU 6100-EXIT
003263         MOVE OLD-CONTACT-RECORD TO NEW-CONTACT-RECORD
003264         MOVE KR-SSN-CRYPT TO NC-SSNUM
003265         WRITE NEW-CONTACT-RECORD
003266             INVALID KEY
003267                 ADD 1 TO KR-COUNT-SKIPPED
003268                 DISPLAY "KEYROT - DUPLICATE CONTACT KEY "
003269                     "SKIPPED"
003270             NOT INVALID KEY
003271                 ADD 1 TO KR-COUNT-CONT-LOADED
003272         END-WRITE
003273     END-IF
003274     PERFORM 5600-READ-OLD-CONTACT THRU 5600-EXIT.
003275 5700-EXIT.
003276     EXIT.
003277
003278 5800-ROTATE-BENSTAT.
003279     PERFORM 5900-READ-OLD-BENSTAT THRU 5900-EXIT
003280     PERFORM 5950-ROTATE-ONE-BENSTAT THRU 5950-EXIT
003281         UNTIL KR-BSTA-EOF.
003282 5800-EXIT.
003283     EXIT.
003284
003285 5900-READ-OLD-BENSTAT.
003286     READ OLD-BENSTAT NEXT RECORD
003287         AT END SET KR-BSTA-EOF TO TRUE
003288     END-READ
003289     IF NOT KR-BSTA-EOF
003290         AND NOT KR-OLDB-READ-OK
003291         SET KR-BSTA-EOF TO TRUE
003292     END-IF.
003293 5900-EXIT.
003294     EXIT.
003295
003296 5950-ROTATE-ONE-BENSTAT.
003297     ADD 1 TO KR-COUNT-BSTA-READ
003298     IF OB-SSNUM NOT NUMERIC
003299         ADD 1 TO KR-COUNT-SKIPPED
003300         DISPLAY "KEYROT - NON-NUMERIC BENSTAT KEY SKIPPED"
003301     ELSE
003302         MOVE OB-SSNUM TO KR-SSN-CRYPT
003303         PERFORM 6000-DECIPHER-OLD THRU 6000-EXIT
003304         PERFORM 6100-ENCIPHER-NEW THRU 6100-EXIT
003305         MOVE OLD-BENSTAT-RECORD TO NEW-BENSTAT-RECORD
003306         MOVE KR-SSN-CRYPT TO NB-SSNUM
003307         WRITE NEW-BENSTAT-RECORD
003308             INVALID KEY
003309                 ADD 1 TO KR-COUNT-SKIPPED
003310                 DISPLAY "KEYROT - DUPLICATE BENSTAT KEY "
003311                     "SKIPPED"
003312             NOT INVALID KEY
003313                 ADD 1 TO KR-COUNT-BSTA-LOADED
003314         END-WRITE
003315     END-IF
003316     PERFORM 5900-READ-OLD-BENSTAT THRU 5900-EXIT.
003317 5950-EXIT.
003318     EXIT.
003319
003320****************************************************************
003330*    6000/6100 - SAME DIGIT-SUBSTITUTION CIPHER AS COBOLTUT'S
003340*    2400/2450, ONCE WITH EACH KEY: 6000 TAKES KR-SSN-CRYPT
003740     CLOSE NEW-MASTER
003750     CLOSE OLD-POSHIST
003760     CLOSE NEW-POSHIST
003761     CLOSE OLD-PENDING
003762     CLOSE NEW-PENDING
003763     CLOSE OLD-CONTACT
003764     CLOSE NEW-CONTACT
003765     CLOSE OLD-BENSTAT
003766     CLOSE NEW-BENSTAT
003770     MOVE KR-COUNT-MAST-READ TO KR-COUNT-ED
003780     DISPLAY "KEYROT - MASTER READ     " KR-COUNT-ED
003790     MOVE KR-COUNT-MAST-LOADED TO KR-COUNT-ED
003810     MOVE KR-COUNT-POSN-READ TO KR-COUNT-ED
003820     DISPLAY "KEYROT - POSHIST READ    " KR-COUNT-ED
003830     MOVE KR-COUNT-POSN-LOADED TO KR-COUNT-ED
003831     DISPLAY "KEYROT - POSHIST LOADED  " KR-COUNT-ED
003832     MOVE KR-COUNT-PEND-READ TO KR-COUNT-ED
003833     DISPLAY "KEYROT - PENDING READ    " KR-COUNT-ED
003834     MOVE KR-COUNT-PEND-LOADED TO KR-COUNT-ED
003835     DISPLAY "KEYROT - PENDING LOADED  " KR-COUNT-ED
003836     MOVE KR-COUNT-CONT-READ TO KR-COUNT-ED
003837     DISPLAY "KEYROT - CONTACT READ    " KR-COUNT-ED
003838     MOVE KR-COUNT-CONT-LOADED TO KR-COUNT-ED
003839     DISPLAY "KEYROT - CONTACT LOADED  " KR-COUNT-ED
003840     MOVE KR-COUNT-BSTA-READ TO KR-COUNT-ED
003841     DISPLAY "KEYROT - BENSTAT READ    " KR-COUNT-ED
003842     MOVE KR-COUNT-BSTA-LOADED TO KR-COUNT-ED
003843     DISPLAY "KEYROT - BENSTAT LOADED  " KR-COUNT-ED
003850     MOVE KR-COUNT-SKIPPED TO KR-COUNT-ED
003860     DISPLAY "KEYROT - RECORDS SKIPPED " KR-COUNT-ED
003870     IF KR-COUNT-SKIPPED > 0
