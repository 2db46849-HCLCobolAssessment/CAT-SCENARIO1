000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM21.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  BENEFITS VENDOR FEED.    *00100001
001100*                     READS THE AUDIT RECORDS (EMPAUD) WRITTEN   *00110001
001200*                     SINCE THE LAST FEED AND SENDS THE BENEFITS *00120001
001300*                     ADMINISTRATION VENDOR ONE ROW PER          *00130001
001400*                     EMPLOYEE EVENT IT NEEDS - JOINERS,         *00140001
001500*                     LEAVERS, REINSTATEMENTS, LEAVE, CHANGES TO *00150001
001600*                     NAME, SEX, DATE OF JOINING, DEPARTMENT,    *00160001
001700*                     SALARY OR STATUS, AND BACKOUT REVERSALS -  *00170001
001800*                     WITH THE OLD AND NEW VALUES, IN THE        *00180001
001900*                     VENDOR'S DELIMITED LAYOUT (EMPBEN).  THE   *00190001
002000*                     FILE CARRIES THE NEXT SEQUENCE NUMBER FROM *00200001
002100*                     THE FEED CONTROL RECORD (EMPBFC) IN ITS    *00210001
002200*                     HEADER AND THE ROW COUNT IN ITS TRAILER.   *00220001
002300*                     NO FEED GOES OUT (RC=16) WHILE THE LAST    *00230001
002400*                     ONE IS STILL AWAITING THE VENDOR'S         *00240001
002500*                     ACKNOWLEDGEMENT (SEE PROGRAM22), AND NONE  *00250001
002600*                     (RC=20) WHEN THE CYCLE HAS ALREADY BEEN    *00260001
002700*                     SENT.  THE RUN DATE IS THE CYCLE'S         *00270001
002800*                     BUSINESS DATE, AND THE RUN REFUSES TO      *00280001
002900*                     START (RC=16) UNTIL PROGRAM3 HAS APPLIED   *00290001
003000*                     THE CYCLE'S MAINTENANCE.                   *00300001
003020*    2026-10-15  RKM  AUDIT RECORD GROWS FROM 128 TO 142 BYTES   *00302002
003040*                     FOR THE DATA-ENTRY BATCH NUMBER AND        *00304002
003060*                     OPERATOR.  THE FEED IS UNCHANGED.          *00306002
003100******************************************************************00310001
003200                                                                  00320001
003300 ENVIRONMENT DIVISION.                                            00330001
003400                                                                  00340001
003500******************************************************************00350001
003600**                                                                00360001
003700**   CONFIGURATION SECTION                                        00370001
003800**                                                                00380001
003900******************************************************************00390001
004000                                                                  00400001
004100 CONFIGURATION SECTION.                                           00410001
004200                                                                  00420001
004300 SPECIAL-NAMES.                                                   00430001
004400      DECIMAL-POINT IS COMMA.                                     00440001
004500                                                                  00450001
004600******************************************************************00460001
004700**                                                                00470001
004800**   INPUT-OUTPUT SECTION                                         00480001
004900**                                                                00490001
005000******************************************************************00500001
005100                                                                  00510001
005200 INPUT-OUTPUT SECTION.                                            00520001
005300                                                                  00530001
005400 FILE-CONTROL.                                                    00540001
005500                                                                  00550001
005600     SELECT AUDFILE         ASSIGN TO 'AUDFILE'                   00560001
005700                            ORGANIZATION IS SEQUENTIAL.           00570001
005800                                                                  00580001
005900     SELECT BENCTL          ASSIGN TO 'BENCTL'                    00590001
006000                            ORGANIZATION IS SEQUENTIAL            00600001
006100                            FILE STATUS IS WS-BFC-STATUS.         00610001
006200                                                                  00620001
006300     SELECT BENFILE         ASSIGN TO 'BENFILE'                   00630001
006400                            ORGANIZATION IS SEQUENTIAL.           00640001
006500                                                                  00650001
006600     SELECT BENREPT         ASSIGN TO 'BENREPT'                   00660001
006700                            ORGANIZATION IS SEQUENTIAL.           00670001
006800                                                                  00680001
006900     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00690001
007000                            ORGANIZATION IS SEQUENTIAL            00700001
007100                            FILE STATUS IS WS-CYC-STATUS.         00710001
007200******************************************************************00720001
007300**                                                                00730001
007400**   DATA DIVISION                                                00740001
007500**                                                                00750001
007600******************************************************************00760001
007700                                                                  00770001
007800 DATA DIVISION.                                                   00780001
007900                                                                  00790001
008000******************************************************************00800001
008100**                                                                00810001
008200**   FILE SECTION                                                 00820001
008300**                                                                00830001
008400******************************************************************00840001
008500                                                                  00850001
008600 FILE SECTION.                                                    00860001
008700                                                                  00870001
008800 FD  AUDFILE                                                      00880001
008900     LABEL RECORDS ARE STANDARD                                   00890001
009000     RECORD CONTAINS 142 CHARACTERS.                              00900002
009100     COPY EMPAUD.                                                 00910001
009200                                                                  00920001
009300 FD  BENCTL                                                       00930001
009400     LABEL RECORDS ARE STANDARD                                   00940001
009500     RECORD CONTAINS 47 CHARACTERS.                               00950001
009600 01  BCF-RECORD                PIC X(47).                         00960001
009700                                                                  00970001
009800 FD  BENFILE                                                      00980001
009900     LABEL RECORDS ARE STANDARD                                   00990001
010000     RECORD CONTAINS 120 CHARACTERS.                              01000001
010100 01  BNF-RECORD                PIC X(120).                        01010001
010200                                                                  01020001
010300 FD  BENREPT                                                      01030001
010400     LABEL RECORDS OMITTED                                        01040001
010500     RECORD CONTAINS 80 CHARACTERS.                               01050001
010600 01  BNR-LINE                  PIC X(80).                         01060001
010700                                                                  01070001
010800 FD  CYCFILE                                                      01080001
010900     LABEL RECORDS ARE STANDARD                                   01090001
011000     RECORD CONTAINS 21 CHARACTERS.                               01100001
011100 01  CYF-RECORD                PIC X(21).                         01110001
011200                                                                  01120001
011300******************************************************************01130001
011400**                                                                01140001
011500**  WORKING-STORAGE SECTION                                       01150001
011600**                                                                01160001
011700******************************************************************01170001
011800                                                                  01180001
011900 WORKING-STORAGE SECTION.                                         01190001
012000                                                                  01200001
012100 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01210001
012200 01 WS-BFC-STATUS      PIC X(2) VALUE SPACES.                     01220001
012300 01 WS-AUD-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01230001
012400    88 WS-AUD-EOF              VALUE 'Y'.                         01240001
012500 01 WS-BFC-READ-SWITCH PIC X(1) VALUE 'N'.                        01250001
012600    88 WS-BFC-READ             VALUE 'Y'.                         01260001
012700 01 WS-SEND-SWITCH     PIC X(1) VALUE 'N'.                        01270001
012800    88 WS-SEND-ROW             VALUE 'Y'.                         01280001
012900 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01290001
013000 01 WS-FROM-DATE       PIC 9(08) VALUE ZEROS.                     01300001
013100 01 WS-FEED-SEQ        PIC 9(06) VALUE ZEROS.                     01310001
013200 01 WS-AudReadCount    PIC 9(08) VALUE ZEROS.                     01320001
013300 01 WS-InRangeCount    PIC 9(06) VALUE ZEROS.                     01330001
013400 01 WS-SkipCount       PIC 9(06) VALUE ZEROS.                     01340001
013500 01 WS-NewCount        PIC 9(06) VALUE ZEROS.                     01350001
013600 01 WS-RhrCount        PIC 9(06) VALUE ZEROS.                     01360001
013700 01 WS-TrmCount        PIC 9(06) VALUE ZEROS.                     01370001
013800 01 WS-LoaCount        PIC 9(06) VALUE ZEROS.                     01380001
013900 01 WS-ChgCount        PIC 9(06) VALUE ZEROS.                     01390001
014000 01 WS-RevCount        PIC 9(06) VALUE ZEROS.                     01400001
014100 01 WS-RowCount        PIC 9(06) VALUE ZEROS.                     01410001
014200 01 WS-ROW-NAME        PIC X(10) VALUE SPACES.                    01420001
014300 01 WS-REPORT-LINE     PIC X(80).                                 01430001
014400*    THE BEFORE AND AFTER IMAGES OF THE AUDIT RECORD IN HAND.     01440001
014500      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-BEFORE-REC==.  01450001
014600      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-AFTER-REC==.   01460001
014700      COPY EMPBFC.                                                01470001
014800      COPY EMPBEN.                                                01480001
014900      COPY EMPCYC.                                                01490001
015000*----------------------------------------------------------------*01500001
015100 PROCEDURE DIVISION .                                             01510001
015200*----------------------------------------------------------------*01520001
015300 A-MAIN                                      SECTION.             01530001
015400*----------------------------------------------------------------*01540001
015500 A-001.                                                           01550001
015600                                                                  01560001
015700     PERFORM A-002                                                01570001
015800     IF RETURN-CODE NOT = ZEROS                                   01580001
015900        GO TO A-999                                               01590001
016000     END-IF                                                       01600001
016100                                                                  01610001
016200     OPEN OUTPUT BENREPT                                          01620001
016300                                                                  01630001
016400     OPEN I-O BENCTL                                              01640001
016500     IF WS-BFC-STATUS NOT = '00'                                  01650001
016600        DISPLAY 'PROGRAM21: CANNOT OPEN BENCTL, STATUS '          01660001
016700                WS-BFC-STATUS                                     01670001
016800        MOVE 12 TO RETURN-CODE                                    01680001
016900        CLOSE BENREPT                                             01690001
017000        GO TO A-999                                               01700001
017100     END-IF                                                       01710001
017200                                                                  01720001
017300     READ BENCTL INTO BFC-RECORD                                  01730001
017400         AT END                                                   01740001
017500            DISPLAY 'PROGRAM21: BENCTL IS EMPTY'                  01750001
017600            MOVE 12 TO RETURN-CODE                                01760001
017700         NOT AT END                                               01770001
017800            SET WS-BFC-READ TO TRUE                               01780001
017900     END-READ                                                     01790001
018000     IF NOT WS-BFC-READ                                           01800001
018100        CLOSE BENCTL                                              01810001
018200        CLOSE BENREPT                                             01820001
018300        GO TO A-999                                               01830001
018400     END-IF                                                       01840001
018500                                                                  01850001
018600     MOVE SPACES TO WS-REPORT-LINE                                01860001
018700     STRING 'BENEFITS VENDOR FEED FOR ' WS-RUN-DATE               01870001
018800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01880001
018900     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01890001
019000                                                                  01900001
019100     MOVE SPACES TO WS-REPORT-LINE                                01910001
019200     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01920001
019300                                                                  01930001
019400     PERFORM A-003                                                01940001
019500     IF RETURN-CODE NOT = ZEROS                                   01950001
019600        CLOSE BENCTL                                              01960001
019700        CLOSE BENREPT                                             01970001
019800        GO TO A-999                                               01980001
019900     END-IF                                                       01990001
020000                                                                  02000001
020100     OPEN INPUT  AUDFILE                                          02010001
020200     OPEN OUTPUT BENFILE                                          02020001
020300                                                                  02030001
020400     PERFORM C-001                                                02040001
020500                                                                  02050001
020600     MOVE SPACES TO WS-REPORT-LINE                                02060001
020700     STRING 'ROW    EVT EMPNO NAME       ACT RUN DATE'            02070001
020800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02080001
020900     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02090001
021000                                                                  02100001
021100     PERFORM B-001 UNTIL WS-AUD-EOF                               02110001
021200                                                                  02120001
021300     PERFORM C-002                                                02130001
021400                                                                  02140001
021500     CLOSE AUDFILE                                                02150001
021600     CLOSE BENFILE                                                02160001
021700                                                                  02170001
021800     PERFORM D-001                                                02180001
021900     CLOSE BENCTL                                                 02190001
022000                                                                  02200001
022100     PERFORM H-001                                                02210001
022200                                                                  02220001
022300     CLOSE BENREPT.                                               02230001
022400                                                                  02240001
022500 A-999.                                                           02250001
022600                                                                  02260001
022700     GOBACK.                                                      02270001
022800                                                                  02280001
022900*----------------------------------------------------------------*02290001
023000*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *02300001
023100*    CYCLE'S BUSINESS DATE.  PROGRAM21 RUNS ONLY ONCE PROGRAM3   *02310001
023200*    HAS COMPLETED FOR THE CYCLE, SO THE NIGHT'S AUDIT RECORDS   *02320001
023300*    ARE ALL ON THE TRAIL.                                       *02330001
023400*----------------------------------------------------------------*02340001
023500 A-002.                                                           02350001
023600                                                                  02360001
023700     OPEN INPUT CYCFILE                                           02370001
023800     IF WS-CYC-STATUS NOT = '00'                                  02380001
023900        DISPLAY 'PROGRAM21: CANNOT OPEN CYCFILE, STATUS '         02390001
024000                WS-CYC-STATUS                                     02400001
024100        MOVE 12 TO RETURN-CODE                                    02410001
024200     ELSE                                                         02420001
024300        READ CYCFILE INTO CYC-RECORD                              02430001
024400            AT END                                                02440001
024500               DISPLAY 'PROGRAM21: CYCFILE IS EMPTY'              02450001
024600               MOVE 12 TO RETURN-CODE                             02460001
024700            NOT AT END                                            02470001
024800               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   02480001
024900        END-READ                                                  02490001
025000        CLOSE CYCFILE                                             02500001
025100     END-IF                                                       02510001
025200                                                                  02520001
025300     IF RETURN-CODE = ZEROS AND NOT CYC-APPLY-DONE                02530001
025400        DISPLAY 'PROGRAM21: PROGRAM3 HAS NOT COMPLETED'           02540001
025500                ' FOR CYCLE ' CYC-BUS-DATE                        02550001
025600        MOVE 16 TO RETURN-CODE                                    02560001
025700     END-IF.                                                      02570001
025800                                                                  02580001
025900*----------------------------------------------------------------*02590001
026000*    A-003 DECIDES WHETHER A FEED MAY GO OUT.  THE VENDOR MUST   *02600001
026100*    HAVE ACKNOWLEDGED THE LAST SEQUENCE NUMBER FIRST (RC=16     *02610001
026200*    OTHERWISE), AND A CYCLE IS ONLY SENT ONCE (RC=20).  THE     *02620001
026300*    FEED COVERS EVERY AUDIT RUN DATE AFTER THE LAST ONE SENT,   *02630001
026400*    SO A NIGHT THE FEED DID NOT RUN IS CAUGHT UP THE NEXT.      *02640001
026500*----------------------------------------------------------------*02650001
026600 A-003.                                                           02660001
026700                                                                  02670001
026800     MOVE SPACES TO WS-REPORT-LINE                                02680001
026900     EVALUATE TRUE                                                02690001
027000       WHEN BFC-AWAITING-ACK                                      02700001
027100         STRING 'FEED NOT SENT - SEQUENCE ' BFC-LAST-SEQ          02710001
027200                ' HAS NOT BEEN ACKNOWLEDGED BY THE VENDOR'        02720001
027300                DELIMITED BY SIZE INTO WS-REPORT-LINE             02730001
027400         WRITE BNR-LINE FROM WS-REPORT-LINE                       02740001
027500               AFTER ADVANCING 1 LINE                             02750001
027600         DISPLAY 'PROGRAM21: FEED SEQUENCE ' BFC-LAST-SEQ         02760001
027700                 ' NOT ACKNOWLEDGED'                              02770001
027800         MOVE 16 TO RETURN-CODE                                   02780001
027900       WHEN NOT BFC-ACKNOWLEDGED                                  02790001
028000         STRING 'FEED NOT SENT - BENCTL ACKNOWLEDGEMENT STATUS '  02800001
028100                BFC-ACK-STAT ' IS NOT VALID'                      02810001
028200                DELIMITED BY SIZE INTO WS-REPORT-LINE             02820001
028300         WRITE BNR-LINE FROM WS-REPORT-LINE                       02830001
028400               AFTER ADVANCING 1 LINE                             02840001
028500         DISPLAY 'PROGRAM21: BENCTL STATUS IS NOT VALID - '       02850001
028600                 BFC-ACK-STAT                                     02860001
028700         MOVE 12 TO RETURN-CODE                                   02870001
028800       WHEN BFC-LAST-DATE NOT < WS-RUN-DATE                       02880001
028900         STRING 'FEED NOT SENT - ALREADY SENT THROUGH '           02890001
029000                BFC-LAST-DATE                                     02900001
029100                DELIMITED BY SIZE INTO WS-REPORT-LINE             02910001
029200         WRITE BNR-LINE FROM WS-REPORT-LINE                       02920001
029300               AFTER ADVANCING 1 LINE                             02930001
029400         DISPLAY 'PROGRAM21: ALREADY SENT FOR CYCLE '             02940001
029500                 WS-RUN-DATE                                      02950001
029600         MOVE 20 TO RETURN-CODE                                   02960001
029700       WHEN OTHER                                                 02970001
029800         MOVE BFC-LAST-DATE TO WS-FROM-DATE                       02980001
029900         IF BFC-LAST-SEQ = 999999                                 02990001
030000            MOVE 1 TO WS-FEED-SEQ                                 03000001
030100         ELSE                                                     03010001
030200            ADD 1 BFC-LAST-SEQ GIVING WS-FEED-SEQ                 03020001
030300         END-IF                                                   03030001
030400     END-EVALUATE.                                                03040001
030500                                                                  03050001
030600*----------------------------------------------------------------*03060001
030700*    B-001 READS ONE AUDIT RECORD AND TAKES IT WHEN ITS RUN      *03070001
030800*    DATE IS AFTER THE LAST FEED AND NOT AFTER THIS CYCLE.       *03080001
030900*----------------------------------------------------------------*03090001
031000 B-001.                                                           03100001
031100                                                                  03110001
031200     READ AUDFILE                                                 03120001
031300         AT END                                                   03130001
031400            SET WS-AUD-EOF TO TRUE                                03140001
031500         NOT AT END                                               03150001
031600            ADD 1 TO WS-AudReadCount                              03160001
031700            IF AUD-RUN-DATE > WS-FROM-DATE                        03170001
031800               AND AUD-RUN-DATE NOT > WS-RUN-DATE                 03180001
031900               ADD 1 TO WS-InRangeCount                           03190001
032000               PERFORM B-002                                      03200001
032100            END-IF                                                03210001
032200     END-READ.                                                    03220001
032300                                                                  03230001
032400*----------------------------------------------------------------*03240001
032500*    B-002 DECIDES WHAT EVENT AN AUDIT RECORD IS TO THE VENDOR.  *03250001
032600*    A CHANGE, MERIT OR RELEASED CHANGE IS ONLY SENT WHEN A      *03260001
032700*    FIELD THE VENDOR HOLDS HAS MOVED - A GRADE-ONLY CHANGE IS   *03270001
032800*    NOT.  A RETENTION PURGE IS NOT SENT; THE VENDOR WAS TOLD    *03280001
032900*    OF THE TERMINATION WHEN IT HAPPENED.                        *03290001
033000*----------------------------------------------------------------*03300001
033100 B-002.                                                           03310001
033200                                                                  03320001
033300     MOVE AUD-BEFORE TO WS-BEFORE-REC                             03330001
033400     MOVE AUD-AFTER  TO WS-AFTER-REC                              03340001
033500     SET WS-SEND-ROW TO TRUE                                      03350001
033600                                                                  03360001
033700     EVALUATE AUD-ACTION                                          03370001
033800       WHEN 'A'                                                   03380001
033900         MOVE 'NEW' TO BEN-D-EVENT                                03390001
034000         ADD 1 TO WS-NewCount                                     03400001
034100       WHEN 'H'                                                   03410001
034200         MOVE 'RHR' TO BEN-D-EVENT                                03420001
034300         ADD 1 TO WS-RhrCount                                     03430001
034400       WHEN 'D'                                                   03440001
034500         MOVE 'TRM' TO BEN-D-EVENT                                03450001
034600         ADD 1 TO WS-TrmCount                                     03460001
034700       WHEN 'L'                                                   03470001
034800         MOVE 'LOA' TO BEN-D-EVENT                                03480001
034900         ADD 1 TO WS-LoaCount                                     03490001
035000       WHEN 'C'                                                   03500001
035100       WHEN 'M'                                                   03510001
035200       WHEN 'R'                                                   03520001
035300         IF NAME-A OF WS-BEFORE-REC = NAME-A OF WS-AFTER-REC      03530001
035400            AND SEX OF WS-BEFORE-REC = SEX OF WS-AFTER-REC        03540001
035500            AND DOJ OF WS-BEFORE-REC = DOJ OF WS-AFTER-REC        03550001
035600            AND EMP-DEPT OF WS-BEFORE-REC                         03560001
035700              = EMP-DEPT OF WS-AFTER-REC                          03570001
035800            AND SALARY OF WS-BEFORE-REC                           03580001
035900              = SALARY OF WS-AFTER-REC                            03590001
036000            AND EMP-STATUS OF WS-BEFORE-REC                       03600001
036100              = EMP-STATUS OF WS-AFTER-REC                        03610001
036200            MOVE 'N' TO WS-SEND-SWITCH                            03620001
036300         ELSE                                                     03630001
036400            MOVE 'CHG' TO BEN-D-EVENT                             03640001
036500            ADD 1 TO WS-ChgCount                                  03650001
036600         END-IF                                                   03660001
036700       WHEN 'B'                                                   03670001
036800         MOVE 'REV' TO BEN-D-EVENT                                03680001
036900         ADD 1 TO WS-RevCount                                     03690001
037000       WHEN OTHER                                                 03700001
037100         MOVE 'N' TO WS-SEND-SWITCH                               03710001
037200     END-EVALUATE                                                 03720001
037300                                                                  03730001
037400     IF WS-SEND-ROW                                               03740001
037500        PERFORM B-003                                             03750001
037600     ELSE                                                         03760001
037700        ADD 1 TO WS-SkipCount                                     03770001
037800     END-IF.                                                      03780001
037900                                                                  03790001
038000*----------------------------------------------------------------*03800001
038100*    B-003 BUILDS AND WRITES ONE FEED ROW FROM THE BEFORE AND    *03810001
038200*    AFTER IMAGES.  A MISSING IMAGE (THE BEFORE OF AN ADD, THE   *03820001
038300*    AFTER OF A REVERSED ADD) GOES OUT AS SPACES AND ZEROS.  THE *03830001
038400*    EVENT DATE IS THE TERMINATION OR LEAVE DATE FOR THOSE       *03840001
038500*    EVENTS AND THE AUDIT RUN DATE FOR EVERYTHING ELSE.          *03850001
038600*----------------------------------------------------------------*03860001
038700 B-003.                                                           03870001
038800                                                                  03880001
038900     ADD 1 TO WS-RowCount                                         03890001
039000     MOVE WS-RowCount  TO BEN-D-ROW                               03900001
039100     MOVE AUD-EMP-ID   TO BEN-D-EMP-ID                            03910001
039200     MOVE AUD-ACTION   TO BEN-D-ACTION                            03920001
039300     MOVE AUD-RUN-DATE TO BEN-D-EVENT-DATE                        03930001
039400                                                                  03940001
039500     IF AUD-BEFORE = SPACES                                       03950001
039600        MOVE SPACES TO BEN-D-OLD-NAME                             03960001
039700        MOVE SPACES TO BEN-D-OLD-SEX                              03970001
039800        MOVE SPACES TO BEN-D-OLD-DOJ                              03980001
039900        MOVE SPACES TO BEN-D-OLD-DEPT                             03990001
040000        MOVE ZEROS  TO BEN-D-OLD-SALARY                           04000001
040100        MOVE SPACES TO BEN-D-OLD-STATUS                           04010001
040200     ELSE                                                         04020001
040300        MOVE NAME-A     OF WS-BEFORE-REC TO BEN-D-OLD-NAME        04030001
040400        MOVE SEX        OF WS-BEFORE-REC TO BEN-D-OLD-SEX         04040001
040500        MOVE DOJ        OF WS-BEFORE-REC TO BEN-D-OLD-DOJ         04050001
040600        MOVE EMP-DEPT   OF WS-BEFORE-REC TO BEN-D-OLD-DEPT        04060001
040700        MOVE SALARY     OF WS-BEFORE-REC TO BEN-D-OLD-SALARY      04070001
040800        MOVE EMP-STATUS OF WS-BEFORE-REC TO BEN-D-OLD-STATUS      04080001
040900     END-IF                                                       04090001
041000                                                                  04100001
041100     IF AUD-AFTER = SPACES                                        04110001
041200        MOVE SPACES TO BEN-D-NEW-NAME                             04120001
041300        MOVE SPACES TO BEN-D-NEW-SEX                              04130001
041400        MOVE SPACES TO BEN-D-NEW-DOJ                              04140001
041500        MOVE SPACES TO BEN-D-NEW-DEPT                             04150001
041600        MOVE ZEROS  TO BEN-D-NEW-SALARY                           04160001
041700        MOVE SPACES TO BEN-D-NEW-STATUS                           04170001
041800        MOVE SPACES TO BEN-D-TERM-REASON                          04180001
041900        MOVE NAME-A OF WS-BEFORE-REC TO WS-ROW-NAME               04190001
042000     ELSE                                                         04200001
042100        MOVE NAME-A     OF WS-AFTER-REC TO BEN-D-NEW-NAME         04210001
042200        MOVE SEX        OF WS-AFTER-REC TO BEN-D-NEW-SEX          04220001
042300        MOVE DOJ        OF WS-AFTER-REC TO BEN-D-NEW-DOJ          04230001
042400        MOVE EMP-DEPT   OF WS-AFTER-REC TO BEN-D-NEW-DEPT         04240001
042500        MOVE SALARY     OF WS-AFTER-REC TO BEN-D-NEW-SALARY       04250001
042600        MOVE EMP-STATUS OF WS-AFTER-REC TO BEN-D-NEW-STATUS       04260001
042700        MOVE EMP-TERM-REASON OF WS-AFTER-REC                      04270001
042800                                  TO BEN-D-TERM-REASON            04280001
042900        MOVE NAME-A OF WS-AFTER-REC TO WS-ROW-NAME                04290001
043000        EVALUATE AUD-ACTION                                       04300001
043100          WHEN 'D'                                                04310001
043200            MOVE EMP-TERM-DATE OF WS-AFTER-REC                    04320001
043300                                  TO BEN-D-EVENT-DATE             04330001
043400          WHEN 'L'                                                04340001
043500            MOVE EMP-LEAVE-DATE OF WS-AFTER-REC                   04350001
043600                                  TO BEN-D-EVENT-DATE             04360001
043700        END-EVALUATE                                              04370001
043800     END-IF                                                       04380001
043900                                                                  04390001
044000     WRITE BNF-RECORD FROM BEN-DETAIL                             04400001
044100                                                                  04410001
044200     MOVE SPACES TO WS-REPORT-LINE                                04420001
044300     STRING BEN-D-ROW ' ' BEN-D-EVENT ' ' AUD-EMP-ID ' '          04430001
044400            WS-ROW-NAME ' ' AUD-ACTION '   ' AUD-RUN-DATE         04440001
044500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 04450001
044600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   04460001
044700                                                                  04470001
044800*----------------------------------------------------------------*04480001
044900*    C-001 WRITES THE FEED HEADER WITH THE FILE SEQUENCE NUMBER. *04490001
045000*----------------------------------------------------------------*04500001
045100 C-001.                                                           04510001
045200                                                                  04520001
045300     MOVE WS-FEED-SEQ TO BEN-H-SEQ                                04530001
045400     MOVE WS-RUN-DATE TO BEN-H-DATE                               04540001
045500     WRITE BNF-RECORD FROM BEN-HEADER.                            04550001
045600                                                                  04560001
045700*----------------------------------------------------------------*04570001
045800*    C-002 WRITES THE FEED TRAILER WITH THE ROW COUNT.  A NIGHT  *04580001
045900*    WITH NOTHING FOR THE VENDOR STILL SENDS THE HEADER AND A    *04590001
046000*    ZERO TRAILER, SO THE SEQUENCE NUMBERS STAY UNBROKEN.        *04600001
046100*----------------------------------------------------------------*04610001
046200 C-002.                                                           04620001
046300                                                                  04630001
046400     MOVE WS-FEED-SEQ TO BEN-T-SEQ                                04640001
046500     MOVE WS-RowCount TO BEN-T-ROW-COUNT                          04650001
046600     WRITE BNF-RECORD FROM BEN-TRAILER.                           04660001
046700                                                                  04670001
046800*----------------------------------------------------------------*04680001
046900*    D-001 RECORDS THE FEED ON THE CONTROL RECORD AS SENT AND    *04690001
047000*    AWAITING THE VENDOR'S ACKNOWLEDGEMENT.  IF THE REWRITE      *04700001
047100*    FAILS THE RUN ENDS RC=12 AND THE FILE MUST NOT BE SENT.     *04710001
047200*----------------------------------------------------------------*04720001
047300 D-001.                                                           04730001
047400                                                                  04740001
047500     MOVE WS-FEED-SEQ TO BFC-LAST-SEQ                             04750001
047600     MOVE WS-RUN-DATE TO BFC-LAST-DATE                            04760001
047700     MOVE WS-RowCount TO BFC-SENT-ROWS                            04770001
047800     SET BFC-AWAITING-ACK TO TRUE                                 04780001
047900     MOVE ZEROS TO BFC-ACK-DATE                                   04790001
048000     MOVE ZEROS TO BFC-ACK-ACCEPTED                               04800001
048100     MOVE ZEROS TO BFC-ACK-REJECTED                               04810001
048200     MOVE ZEROS TO BFC-ACK-MISSING                                04820001
048300     REWRITE BCF-RECORD FROM BFC-RECORD                           04830001
048400     IF WS-BFC-STATUS NOT = '00'                                  04840001
048500        DISPLAY 'PROGRAM21: BENCTL REWRITE FAILED, STATUS '       04850001
048600                WS-BFC-STATUS                                     04860001
048700        MOVE 12 TO RETURN-CODE                                    04870001
048800     END-IF.                                                      04880001
048900                                                                  04890001
049000*----------------------------------------------------------------*04900001
049100*    H-001 PRINTS THE RUN COUNTS.                                *04910001
049200*----------------------------------------------------------------*04920001
049300 H-001.                                                           04930001
049400                                                                  04940001
049500     MOVE SPACES TO WS-REPORT-LINE                                04950001
049600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    04960001
049700                                                                  04970001
049800     MOVE SPACES TO WS-REPORT-LINE                                04980001
049900     STRING 'AUDIT RECORDS READ     : ' WS-AudReadCount           04990001
050000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05000001
050100     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05010001
050200                                                                  05020001
050300     MOVE SPACES TO WS-REPORT-LINE                                05030001
050400     STRING 'AUDIT RECORDS IN RANGE : ' WS-InRangeCount           05040001
050500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05050001
050600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05060001
050700                                                                  05070001
050800     MOVE SPACES TO WS-REPORT-LINE                                05080001
050900     STRING 'NOT NEEDED BY VENDOR   : ' WS-SkipCount              05090001
051000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05100001
051100     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05110001
051200                                                                  05120001
051300     MOVE SPACES TO WS-REPORT-LINE                                05130001
051400     STRING 'JOINERS          (NEW) : ' WS-NewCount               05140001
051500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05150001
051600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05160001
051700                                                                  05170001
051800     MOVE SPACES TO WS-REPORT-LINE                                05180001
051900     STRING 'REINSTATED       (RHR) : ' WS-RhrCount               05190001
052000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05200001
052100     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05210001
052200                                                                  05220001
052300     MOVE SPACES TO WS-REPORT-LINE                                05230001
052400     STRING 'TERMINATED       (TRM) : ' WS-TrmCount               05240001
052500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05250001
052600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05260001
052700                                                                  05270001
052800     MOVE SPACES TO WS-REPORT-LINE                                05280001
052900     STRING 'STARTED LEAVE    (LOA) : ' WS-LoaCount               05290001
053000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05300001
053100     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05310001
053200                                                                  05320001
053300     MOVE SPACES TO WS-REPORT-LINE                                05330001
053400     STRING 'CHANGED          (CHG) : ' WS-ChgCount               05340001
053500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05350001
053600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05360001
053700                                                                  05370001
053800     MOVE SPACES TO WS-REPORT-LINE                                05380001
053900     STRING 'REVERSED         (REV) : ' WS-RevCount               05390001
054000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05400001
054100     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05410001
054200                                                                  05420001
054300     MOVE SPACES TO WS-REPORT-LINE                                05430001
054400     STRING 'ROWS SENT              : ' WS-RowCount               05440001
054500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05450001
054600     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05460001
054700                                                                  05470001
054800     MOVE SPACES TO WS-REPORT-LINE                                05480001
054900     IF RETURN-CODE = 12                                          05490001
055000        STRING 'FEED NOT TO BE SENT - BENCTL COULD NOT BE '       05500001
055100               'UPDATED' DELIMITED BY SIZE INTO WS-REPORT-LINE    05510001
055200     ELSE                                                         05520001
055300        STRING 'FEED SEQUENCE          : ' WS-FEED-SEQ            05530001
055400               ' (AUDIT DATES AFTER ' WS-FROM-DATE                05540001
055500               ' THRU ' WS-RUN-DATE ')'                           05550001
055600               DELIMITED BY SIZE INTO WS-REPORT-LINE              05560001
055700     END-IF                                                       05570001
055800     WRITE BNR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05580001
