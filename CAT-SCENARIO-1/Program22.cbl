000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM22.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  BENEFITS VENDOR          *00100001
001100*                     ACKNOWLEDGEMENT.  READS THE FILE THE       *00110001
001200*                     VENDOR RETURNS FOR THE LAST FEED PROGRAM21 *00120001
001300*                     SENT AND FIRST PROVES IT - HEADER SEQUENCE *00130001
001400*                     MATCHES THE FEED AWAITED, ROWS ASCENDING   *00140001
001500*                     AND WITHIN THE FEED, TRAILER COUNT AGREES. *00150001
001600*                     AN ACKNOWLEDGEMENT THAT DOES NOT PROVE IS  *00160001
001700*                     REFUSED (RC=8) AND THE FEED STAYS          *00170001
001800*                     AWAITING.  ONE THAT DOES IS MATCHED ROW BY *00180001
001900*                     ROW TO THE FEED AS SENT; THE REJECTED ROWS *00190001
002000*                     AND THE ROWS THE VENDOR NEVER ANSWERED ARE *00200001
002100*                     LISTED WITH THE EMPLOYEE AND EVENT (RC=4), *00210001
002200*                     AND THE FEED CONTROL RECORD (EMPBFC) IS    *00220001
002300*                     MARKED ACKNOWLEDGED SO PROGRAM21 MAY SEND  *00230001
002400*                     THE NEXT FEED.                             *00240001
002500******************************************************************00250001
002600                                                                  00260001
002700 ENVIRONMENT DIVISION.                                            00270001
002800                                                                  00280001
002900******************************************************************00290001
003000**                                                                00300001
003100**   CONFIGURATION SECTION                                        00310001
003200**                                                                00320001
003300******************************************************************00330001
003400                                                                  00340001
003500 CONFIGURATION SECTION.                                           00350001
003600                                                                  00360001
003700 SPECIAL-NAMES.                                                   00370001
003800      DECIMAL-POINT IS COMMA.                                     00380001
003900                                                                  00390001
004000******************************************************************00400001
004100**                                                                00410001
004200**   INPUT-OUTPUT SECTION                                         00420001
004300**                                                                00430001
004400******************************************************************00440001
004500                                                                  00450001
004600 INPUT-OUTPUT SECTION.                                            00460001
004700                                                                  00470001
004800 FILE-CONTROL.                                                    00480001
004900                                                                  00490001
005000     SELECT ACKFILE         ASSIGN TO 'ACKFILE'                   00500001
005100                            ORGANIZATION IS SEQUENTIAL            00510001
005200                            FILE STATUS IS WS-ACK-STATUS.         00520001
005300                                                                  00530001
005400     SELECT ACKREPT         ASSIGN TO 'ACKREPT'                   00540001
005500                            ORGANIZATION IS SEQUENTIAL.           00550001
005600                                                                  00560001
005700     SELECT BENCTL          ASSIGN TO 'BENCTL'                    00570001
005800                            ORGANIZATION IS SEQUENTIAL            00580001
005900                            FILE STATUS IS WS-BFC-STATUS.         00590001
006000                                                                  00600001
006100     SELECT BENFILE         ASSIGN TO 'BENFILE'                   00610001
006200                            ORGANIZATION IS SEQUENTIAL.           00620001
006300                                                                  00630001
006400     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00640001
006500                            ORGANIZATION IS SEQUENTIAL            00650001
006600                            FILE STATUS IS WS-CYC-STATUS.         00660001
006700******************************************************************00670001
006800**                                                                00680001
006900**   DATA DIVISION                                                00690001
007000**                                                                00700001
007100******************************************************************00710001
007200                                                                  00720001
007300 DATA DIVISION.                                                   00730001
007400                                                                  00740001
007500******************************************************************00750001
007600**                                                                00760001
007700**   FILE SECTION                                                 00770001
007800**                                                                00780001
007900******************************************************************00790001
008000                                                                  00800001
008100 FILE SECTION.                                                    00810001
008200                                                                  00820001
008300 FD  ACKFILE                                                      00830001
008400     LABEL RECORDS ARE STANDARD                                   00840001
008500     RECORD CONTAINS 80 CHARACTERS.                               00850001
008600 01  AKF-RECORD                PIC X(80).                         00860001
008700                                                                  00870001
008800 FD  ACKREPT                                                      00880001
008900     LABEL RECORDS OMITTED                                        00890001
009000     RECORD CONTAINS 80 CHARACTERS.                               00900001
009100 01  AKR-LINE                  PIC X(80).                         00910001
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
010300 FD  CYCFILE                                                      01030001
010400     LABEL RECORDS ARE STANDARD                                   01040001
010500     RECORD CONTAINS 21 CHARACTERS.                               01050001
010600 01  CYF-RECORD                PIC X(21).                         01060001
010700                                                                  01070001
010800******************************************************************01080001
010900**                                                                01090001
011000**  WORKING-STORAGE SECTION                                       01100001
011100**                                                                01110001
011200******************************************************************01120001
011300                                                                  01130001
011400 WORKING-STORAGE SECTION.                                         01140001
011500                                                                  01150001
011600 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01160001
011700 01 WS-BFC-STATUS      PIC X(2) VALUE SPACES.                     01170001
011800 01 WS-ACK-STATUS      PIC X(2) VALUE SPACES.                     01180001
011900 01 WS-BFC-READ-SWITCH PIC X(1) VALUE 'N'.                        01190001
012000    88 WS-BFC-READ             VALUE 'Y'.                         01200001
012100 01 WS-ACK-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01210001
012200    88 WS-ACK-EOF              VALUE 'Y'.                         01220001
012300 01 WS-ACK-BAD-SWITCH  PIC X(1) VALUE 'N'.                        01230001
012400    88 WS-ACK-BAD              VALUE 'Y'.                         01240001
012500 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01250001
012600    88 WS-TRAILER-SEEN         VALUE 'Y'.                         01260001
012700 01 WS-ROWS-DONE-SWITCH PIC X(1) VALUE 'N'.                       01270001
012800    88 WS-ACK-ROWS-DONE        VALUE 'Y'.                         01280001
012900 01 WS-FEED-EOF-SWITCH PIC X(1) VALUE 'N'.                        01290001
013000    88 WS-FEED-EOF             VALUE 'Y'.                         01300001
013100 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01310001
013200 01 WS-PREV-ROW        PIC 9(06) VALUE ZEROS.                     01320001
013300 01 WS-ACK-ROW         PIC 9(06) VALUE ZEROS.                     01330001
013400 01 WS-ACK-COUNT       PIC 9(06) VALUE ZEROS.                     01340001
013500 01 WS-AckReadCount    PIC 9(06) VALUE ZEROS.                     01350001
013600 01 WS-AckRowCount     PIC 9(06) VALUE ZEROS.                     01360001
013700 01 WS-FeedRowCount    PIC 9(06) VALUE ZEROS.                     01370001
013800 01 WS-AcceptCount     PIC 9(06) VALUE ZEROS.                     01380001
013900 01 WS-RejectCount     PIC 9(06) VALUE ZEROS.                     01390001
014000 01 WS-MissingCount    PIC 9(06) VALUE ZEROS.                     01400001
014100 01 WS-ROW-NAME        PIC X(10) VALUE SPACES.                    01410001
014200 01 WS-ACK-REASON      PIC X(60) VALUE SPACES.                    01420001
014300*    ONE ACKNOWLEDGEMENT RECORD AND ITS DELIMITED FIELDS -        01430001
014400*    H|SEQUENCE|DATE, A|ROW, R|ROW|REASON CODE|REASON TEXT        01440001
014500*    AND T|SEQUENCE|ROW COUNT.                                    01450001
014600 01 WS-ACK-LINE        PIC X(80) VALUE SPACES.                    01460001
014700 01 WS-ACK-TYPE        PIC X(01) VALUE SPACES.                    01470001
014800 01 WS-ACK-KEY         PIC X(06) VALUE SPACES.                    01480001
014900 01 WS-ACK-FLD2.                                                  01490001
015000    03 WS-ACK-COUNT-X  PIC X(06).                                 01500001
015100    03 WS-ACK-FLD2-REST PIC X(02).                                01510001
015200 01 WS-ACK-DATE REDEFINES WS-ACK-FLD2                             01520001
015300                       PIC X(08).                                 01530001
015400 01 WS-ACK-TEXT        PIC X(60) VALUE SPACES.                    01540001
015500 01 WS-REPORT-LINE     PIC X(80).                                 01550001
015600      COPY EMPBFC.                                                01560001
015700      COPY EMPBEN.                                                01570001
015800      COPY EMPCYC.                                                01580001
015900*----------------------------------------------------------------*01590001
016000 PROCEDURE DIVISION .                                             01600001
016100*----------------------------------------------------------------*01610001
016200 A-MAIN                                      SECTION.             01620001
016300*----------------------------------------------------------------*01630001
016400 A-001.                                                           01640001
016500                                                                  01650001
016600     PERFORM A-002                                                01660001
016700     IF RETURN-CODE NOT = ZEROS                                   01670001
016800        GO TO A-999                                               01680001
016900     END-IF                                                       01690001
017000                                                                  01700001
017100     OPEN OUTPUT ACKREPT                                          01710001
017200                                                                  01720001
017300     OPEN I-O BENCTL                                              01730001
017400     IF WS-BFC-STATUS NOT = '00'                                  01740001
017500        DISPLAY 'PROGRAM22: CANNOT OPEN BENCTL, STATUS '          01750001
017600                WS-BFC-STATUS                                     01760001
017700        MOVE 12 TO RETURN-CODE                                    01770001
017800        CLOSE ACKREPT                                             01780001
017900        GO TO A-999                                               01790001
018000     END-IF                                                       01800001
018100                                                                  01810001
018200     READ BENCTL INTO BFC-RECORD                                  01820001
018300         AT END                                                   01830001
018400            DISPLAY 'PROGRAM22: BENCTL IS EMPTY'                  01840001
018500            MOVE 12 TO RETURN-CODE                                01850001
018600         NOT AT END                                               01860001
018700            SET WS-BFC-READ TO TRUE                               01870001
018800     END-READ                                                     01880001
018900     IF NOT WS-BFC-READ                                           01890001
019000        CLOSE BENCTL                                              01900001
019100        CLOSE ACKREPT                                             01910001
019200        GO TO A-999                                               01920001
019300     END-IF                                                       01930001
019400                                                                  01940001
019500     MOVE SPACES TO WS-REPORT-LINE                                01950001
019600     STRING 'BENEFITS VENDOR ACKNOWLEDGEMENT FOR ' WS-RUN-DATE    01960001
019700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01970001
019800     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01980001
019900                                                                  01990001
020000     MOVE SPACES TO WS-REPORT-LINE                                02000001
020100     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02010001
020200                                                                  02020001
020300     IF NOT BFC-AWAITING-ACK                                      02030001
020400        MOVE SPACES TO WS-REPORT-LINE                             02040001
020500        STRING 'NO FEED IS AWAITING ACKNOWLEDGEMENT - SEQUENCE '  02050001
020600               BFC-LAST-SEQ ' ALREADY ACKNOWLEDGED'               02060001
020700               DELIMITED BY SIZE INTO WS-REPORT-LINE              02070001
020800        WRITE AKR-LINE FROM WS-REPORT-LINE                        02080001
020900              AFTER ADVANCING 1 LINE                              02090001
021000        DISPLAY 'PROGRAM22: NO FEED IS AWAITING ACKNOWLEDGEMENT'  02100001
021100        MOVE 20 TO RETURN-CODE                                    02110001
021200        CLOSE BENCTL                                              02120001
021300        CLOSE ACKREPT                                             02130001
021400        GO TO A-999                                               02140001
021500     END-IF                                                       02150001
021600                                                                  02160001
021700     PERFORM B-001                                                02170001
021800                                                                  02180001
021900     IF RETURN-CODE = ZEROS                                       02190001
022000        PERFORM C-001                                             02200001
022100     END-IF                                                       02210001
022200                                                                  02220001
022300     IF RETURN-CODE = ZEROS                                       02230001
022400        PERFORM D-001                                             02240001
022500     END-IF                                                       02250001
022600                                                                  02260001
022700     CLOSE BENCTL                                                 02270001
022800                                                                  02280001
022900     PERFORM H-001                                                02290001
023000                                                                  02300001
023100     CLOSE ACKREPT.                                               02310001
023200                                                                  02320001
023300 A-999.                                                           02330001
023400                                                                  02340001
023500     GOBACK.                                                      02350001
023600                                                                  02360001
023700*----------------------------------------------------------------*02370001
023800*    A-002 READS THE CYCLE CONTROL RECORD - THE ACKNOWLEDGEMENT  *02380001
023900*    IS RECORDED AGAINST THE CYCLE'S BUSINESS DATE.  THERE IS NO *02390001
024000*    PREREQUISITE; THE VENDOR'S FILE IS PROCESSED WHEN IT COMES. *02400001
024100*----------------------------------------------------------------*02410001
024200 A-002.                                                           02420001
024300                                                                  02430001
024400     OPEN INPUT CYCFILE                                           02440001
024500     IF WS-CYC-STATUS NOT = '00'                                  02450001
024600        DISPLAY 'PROGRAM22: CANNOT OPEN CYCFILE, STATUS '         02460001
024700                WS-CYC-STATUS                                     02470001
024800        MOVE 12 TO RETURN-CODE                                    02480001
024900     ELSE                                                         02490001
025000        READ CYCFILE INTO CYC-RECORD                              02500001
025100            AT END                                                02510001
025200               DISPLAY 'PROGRAM22: CYCFILE IS EMPTY'              02520001
025300               MOVE 12 TO RETURN-CODE                             02530001
025400            NOT AT END                                            02540001
025500               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   02550001
025600        END-READ                                                  02560001
025700        CLOSE CYCFILE                                             02570001
025800     END-IF.                                                      02580001
025900                                                                  02590001
026000*----------------------------------------------------------------*02600001
026100*    B-001 PROVES THE ACKNOWLEDGEMENT BEFORE ANYTHING IS TAKEN   *02610001
026200*    FROM IT.  THE FIRST FAULT FOUND IS REPORTED WITH THE        *02620001
026300*    NUMBER OF THE RECORD IT WAS FOUND ON, THE RUN ENDS RC=8 AND *02630001
026400*    BENCTL IS LEFT AWAITING, SO THE VENDOR CAN BE ASKED FOR A   *02640001
026500*    CORRECTED FILE AND THE JOB RERUN.                           *02650001
026600*----------------------------------------------------------------*02660001
026700 B-001.                                                           02670001
026800                                                                  02680001
026900     OPEN INPUT ACKFILE                                           02690001
027000     IF WS-ACK-STATUS NOT = '00'                                  02700001
027100        MOVE SPACES TO WS-ACK-REASON                              02710001
027200        STRING 'ACKNOWLEDGEMENT FILE CANNOT BE OPENED, STATUS '   02720001
027300               WS-ACK-STATUS                                      02730001
027400               DELIMITED BY SIZE INTO WS-ACK-REASON               02740001
027500        SET WS-ACK-BAD TO TRUE                                    02750001
027600     ELSE                                                         02760001
027700        PERFORM E-001                                             02770001
027800        MOVE SPACES TO WS-ACK-REASON                              02780001
027900        EVALUATE TRUE                                             02790001
028000          WHEN WS-ACK-EOF                                         02800001
028100            MOVE 'ACKNOWLEDGEMENT FILE IS EMPTY' TO WS-ACK-REASON 02810001
028200            SET WS-ACK-BAD TO TRUE                                02820001
028300          WHEN WS-ACK-TYPE NOT = 'H'                              02830001
028400          WHEN WS-ACK-KEY NOT NUMERIC                             02840001
028500            MOVE 'FIRST RECORD IS NOT A VALID HEADER'             02850001
028600                                  TO WS-ACK-REASON                02860001
028700            SET WS-ACK-BAD TO TRUE                                02870001
028800          WHEN WS-ACK-KEY NOT = BFC-LAST-SEQ                      02880001
028900            STRING 'HEADER IS FOR SEQUENCE ' WS-ACK-KEY           02890001
029000                   ', FEED AWAITED IS ' BFC-LAST-SEQ              02900001
029100                   DELIMITED BY SIZE INTO WS-ACK-REASON           02910001
029200            SET WS-ACK-BAD TO TRUE                                02920001
029300          WHEN OTHER                                              02930001
029400            MOVE SPACES TO WS-REPORT-LINE                         02940001
029500            STRING 'ACKNOWLEDGEMENT OF FEED SEQUENCE ' WS-ACK-KEY 02950001
029600                   ' DATED ' WS-ACK-DATE                          02960001
029700                   DELIMITED BY SIZE INTO WS-REPORT-LINE          02970001
029800            WRITE AKR-LINE FROM WS-REPORT-LINE                    02980001
029900                  AFTER ADVANCING 1 LINE                          02990001
030000            PERFORM B-002 UNTIL WS-ACK-EOF OR WS-ACK-BAD          03000001
030100            IF NOT WS-ACK-BAD AND NOT WS-TRAILER-SEEN             03010001
030200               MOVE 'TRAILER RECORD IS MISSING' TO WS-ACK-REASON  03020001
030300               SET WS-ACK-BAD TO TRUE                             03030001
030400            END-IF                                                03040001
030500        END-EVALUATE                                              03050001
030600        CLOSE ACKFILE                                             03060001
030700     END-IF                                                       03070001
030800                                                                  03080001
030900     IF WS-ACK-BAD                                                03090001
031000        MOVE SPACES TO WS-REPORT-LINE                             03100001
031100        STRING 'ACKNOWLEDGEMENT REFUSED - ' WS-ACK-REASON         03110001
031200               DELIMITED BY SIZE INTO WS-REPORT-LINE              03120001
031300        WRITE AKR-LINE FROM WS-REPORT-LINE                        03130001
031400              AFTER ADVANCING 1 LINE                              03140001
031500        MOVE SPACES TO WS-REPORT-LINE                             03150001
031600        STRING 'AT ACKNOWLEDGEMENT RECORD ' WS-AckReadCount       03160001
031700               DELIMITED BY SIZE INTO WS-REPORT-LINE              03170001
031800        WRITE AKR-LINE FROM WS-REPORT-LINE                        03180001
031900              AFTER ADVANCING 1 LINE                              03190001
032000        DISPLAY 'PROGRAM22: ACKNOWLEDGEMENT REFUSED - '           03200001
032100                WS-ACK-REASON                                     03210001
032200        MOVE 8 TO RETURN-CODE                                     03220001
032300     END-IF.                                                      03230001
032400                                                                  03240001
032500*----------------------------------------------------------------*03250001
032600*    B-002 PROVES ONE RECORD AFTER THE HEADER.  NOTHING MAY      *03260001
032700*    FOLLOW THE TRAILER.                                         *03270001
032800*----------------------------------------------------------------*03280001
032900 B-002.                                                           03290001
033000                                                                  03300001
033100     PERFORM E-001                                                03310001
033200     IF NOT WS-ACK-EOF                                            03320001
033300        MOVE SPACES TO WS-ACK-REASON                              03330001
033400        EVALUATE TRUE                                             03340001
033500          WHEN WS-TRAILER-SEEN                                    03350001
033600            MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-ACK-REASON    03360001
033700            SET WS-ACK-BAD TO TRUE                                03370001
033800          WHEN WS-ACK-TYPE NOT = 'A' AND NOT = 'R'                03380001
033900                                AND NOT = 'T'                     03390001
034000            STRING 'RECORD TYPE ' WS-ACK-TYPE ' IS NOT VALID'     03400001
034100                   DELIMITED BY SIZE INTO WS-ACK-REASON           03410001
034200            SET WS-ACK-BAD TO TRUE                                03420001
034300          WHEN WS-ACK-KEY NOT NUMERIC                             03430001
034400            MOVE 'ROW OR SEQUENCE NUMBER IS NOT NUMERIC'          03440001
034500                                  TO WS-ACK-REASON                03450001
034600            SET WS-ACK-BAD TO TRUE                                03460001
034700          WHEN WS-ACK-TYPE = 'T'                                  03470001
034800            PERFORM B-004                                         03480001
034900          WHEN OTHER                                              03490001
035000            PERFORM B-003                                         03500001
035100        END-EVALUATE                                              03510001
035200     END-IF.                                                      03520001
035300                                                                  03530001
035400*----------------------------------------------------------------*03540001
035500*    B-003 PROVES AN ACCEPTED OR REJECTED ROW - IT MUST FOLLOW   *03550001
035600*    THE ROW BEFORE IT AND BE A ROW THE FEED CARRIED.            *03560001
035700*----------------------------------------------------------------*03570001
035800 B-003.                                                           03580001
035900                                                                  03590001
036000     MOVE WS-ACK-KEY TO WS-ACK-ROW                                03600001
036100     EVALUATE TRUE                                                03610001
036200       WHEN WS-ACK-ROW NOT > WS-PREV-ROW                          03620001
036300         STRING 'ROW ' WS-ACK-KEY                                 03630001
036400                ' IS OUT OF SEQUENCE OR REPEATED'                 03640001
036500                DELIMITED BY SIZE INTO WS-ACK-REASON              03650001
036600         SET WS-ACK-BAD TO TRUE                                   03660001
036700       WHEN WS-ACK-ROW > BFC-SENT-ROWS                            03670001
036800         STRING 'ROW ' WS-ACK-KEY ' WAS NOT IN THE FEED, WHICH '  03680001
036900                'HAD ' BFC-SENT-ROWS ' ROWS'                      03690001
037000                DELIMITED BY SIZE INTO WS-ACK-REASON              03700001
037100         SET WS-ACK-BAD TO TRUE                                   03710001
037200       WHEN OTHER                                                 03720001
037300         MOVE WS-ACK-ROW TO WS-PREV-ROW                           03730001
037400         ADD 1 TO WS-AckRowCount                                  03740001
037500     END-EVALUATE.                                                03750001
037600                                                                  03760001
037700*----------------------------------------------------------------*03770001
037800*    B-004 PROVES THE TRAILER - SAME SEQUENCE AS THE HEADER AND  *03780001
037900*    A COUNT EQUAL TO THE ROWS ACKNOWLEDGED.                     *03790001
038000*----------------------------------------------------------------*03800001
038100 B-004.                                                           03810001
038200                                                                  03820001
038300     EVALUATE TRUE                                                03830001
038400       WHEN WS-ACK-KEY NOT = BFC-LAST-SEQ                         03840001
038500         STRING 'TRAILER IS FOR SEQUENCE ' WS-ACK-KEY             03850001
038600                ', FEED AWAITED IS ' BFC-LAST-SEQ                 03860001
038700                DELIMITED BY SIZE INTO WS-ACK-REASON              03870001
038800         SET WS-ACK-BAD TO TRUE                                   03880001
038900       WHEN WS-ACK-COUNT-X NOT NUMERIC                            03890001
039000       WHEN WS-ACK-FLD2-REST NOT = SPACES                         03900001
039100         MOVE 'TRAILER ROW COUNT IS NOT NUMERIC'                  03910001
039200                                  TO WS-ACK-REASON                03920001
039300         SET WS-ACK-BAD TO TRUE                                   03930001
039400       WHEN OTHER                                                 03940001
039500         MOVE WS-ACK-COUNT-X TO WS-ACK-COUNT                      03950001
039600         IF WS-ACK-COUNT NOT = WS-AckRowCount                     03960001
039700            STRING 'TRAILER COUNT ' WS-ACK-COUNT-X ' BUT '        03970001
039800                   WS-AckRowCount ' ROWS ACKNOWLEDGED'            03980001
039900                   DELIMITED BY SIZE INTO WS-ACK-REASON           03990001
040000            SET WS-ACK-BAD TO TRUE                                04000001
040100         ELSE                                                     04010001
040200            SET WS-TRAILER-SEEN TO TRUE                           04020001
040300         END-IF                                                   04030001
040400     END-EVALUATE.                                                04040001
040500                                                                  04050001
040600*----------------------------------------------------------------*04060001
040700*    C-001 MATCHES THE PROVEN ACKNOWLEDGEMENT TO THE FEED AS     *04070001
040800*    SENT (BOTH IN ROW ORDER).  THE FEED ON BENFILE MUST BE THE  *04080001
040900*    ONE AWAITED AND CARRY THE ROWS BENCTL SAYS WERE SENT -      *04090001
041000*    OTHERWISE THE RUN ENDS RC=12 WITH BENCTL UNCHANGED.         *04100001
041100*----------------------------------------------------------------*04110001
041200 C-001.                                                           04120001
041300                                                                  04130001
041400     MOVE 'N'   TO WS-ACK-EOF-SWITCH                              04140001
041500     MOVE ZEROS TO WS-AckReadCount                                04150001
041600     OPEN INPUT ACKFILE                                           04160001
041620*    THE HEADER WAS PROVEN BY B-001 - STEP PAST IT SO THE FIRST   04162001
041640*    RECORD IN HAND IS THE FIRST ACKNOWLEDGED ROW.                04164001
041660     PERFORM E-001                                                04166001
041700     OPEN INPUT BENFILE                                           04170001
041800                                                                  04180001
041900     READ BENFILE INTO BEN-HEADER                                 04190001
042000         AT END                                                   04200001
042100            MOVE SPACES TO BEN-H-TYPE                             04210001
042200     END-READ                                                     04220001
042300                                                                  04230001
042400     IF BEN-H-TYPE NOT = 'H' OR BEN-H-SEQ NOT = BFC-LAST-SEQ      04240001
042500        MOVE SPACES TO WS-REPORT-LINE                             04250001
042600        STRING 'BENFILE IS NOT FEED SEQUENCE ' BFC-LAST-SEQ       04260001
042700               ' - CHECK THE GENERATION ALLOCATED'                04270001
042800               DELIMITED BY SIZE INTO WS-REPORT-LINE              04280001
042900        WRITE AKR-LINE FROM WS-REPORT-LINE                        04290001
043000              AFTER ADVANCING 1 LINE                              04300001
043100        DISPLAY 'PROGRAM22: BENFILE IS NOT FEED SEQUENCE '        04310001
043200                BFC-LAST-SEQ                                      04320001
043300        MOVE 12 TO RETURN-CODE                                    04330001
043400     ELSE                                                         04340001
043500        MOVE SPACES TO WS-REPORT-LINE                             04350001
043600        WRITE AKR-LINE FROM WS-REPORT-LINE                        04360001
043700              AFTER ADVANCING 1 LINE                              04370001
043800        MOVE SPACES TO WS-REPORT-LINE                             04380001
043900        STRING 'ROW    EMPNO EVT NAME       RESULT'               04390001
044000               DELIMITED BY SIZE INTO WS-REPORT-LINE              04400001
044100        WRITE AKR-LINE FROM WS-REPORT-LINE                        04410001
044200              AFTER ADVANCING 1 LINE                              04420001
044300        PERFORM E-001                                             04430001
044400        PERFORM E-002                                             04440001
044500        PERFORM F-001                                             04450001
044600        PERFORM C-002 UNTIL WS-FEED-EOF                           04460001
044700        IF NOT WS-ACK-ROWS-DONE                                   04470001
044800           OR WS-FeedRowCount NOT = BFC-SENT-ROWS                 04480001
044900           MOVE SPACES TO WS-REPORT-LINE                          04490001
045000           STRING 'BENFILE HAS ' WS-FeedRowCount                  04500001
045100                  ' ROWS, BENCTL RECORDS ' BFC-SENT-ROWS          04510001
045200                  ' SENT'                                         04520001
045300                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04530001
045400           WRITE AKR-LINE FROM WS-REPORT-LINE                     04540001
045500                 AFTER ADVANCING 1 LINE                           04550001
045600           DISPLAY 'PROGRAM22: BENFILE DOES NOT AGREE WITH '      04560001
045700                   'BENCTL'                                       04570001
045800           MOVE 12 TO RETURN-CODE                                 04580001
045900        END-IF                                                    04590001
046000     END-IF                                                       04600001
046100                                                                  04610001
046200     CLOSE ACKFILE                                                04620001
046300     CLOSE BENFILE.                                               04630001
046400                                                                  04640001
046500*----------------------------------------------------------------*04650001
046600*    C-002 TAKES ONE FEED ROW.  A REJECTED ROW IS LISTED WITH    *04660001
046700*    THE VENDOR'S REASON; A ROW THE VENDOR DID NOT ANSWER AT ALL *04670001
046800*    IS LISTED AS NOT ACKNOWLEDGED.  ACCEPTED ROWS ARE COUNTED.  *04680001
046900*----------------------------------------------------------------*04690001
047000 C-002.                                                           04700001
047100                                                                  04710001
047200     ADD 1 TO WS-FeedRowCount                                     04720001
047300     IF BEN-D-NEW-NAME = SPACES                                   04730001
047400        MOVE BEN-D-OLD-NAME TO WS-ROW-NAME                        04740001
047500     ELSE                                                         04750001
047600        MOVE BEN-D-NEW-NAME TO WS-ROW-NAME                        04760001
047700     END-IF                                                       04770001
047800                                                                  04780001
047900     MOVE SPACES TO WS-REPORT-LINE                                04790001
048000     IF NOT WS-ACK-ROWS-DONE AND WS-ACK-ROW = BEN-D-ROW           04800001
048100        IF WS-ACK-TYPE = 'R'                                      04810001
048200           ADD 1 TO WS-RejectCount                                04820001
048300           STRING BEN-D-ROW ' ' BEN-D-EMP-ID ' ' BEN-D-EVENT ' '  04830001
048400                  WS-ROW-NAME ' REJECTED ' WS-ACK-FLD2 ' '        04840001
048500                  WS-ACK-TEXT                                     04850001
048600                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04860001
048700           WRITE AKR-LINE FROM WS-REPORT-LINE                     04870001
048800                 AFTER ADVANCING 1 LINE                           04880001
048900        ELSE                                                      04890001
049000           ADD 1 TO WS-AcceptCount                                04900001
049100        END-IF                                                    04910001
049200        PERFORM E-001                                             04920001
049300        PERFORM E-002                                             04930001
049400     ELSE                                                         04940001
049500        ADD 1 TO WS-MissingCount                                  04950001
049600        STRING BEN-D-ROW ' ' BEN-D-EMP-ID ' ' BEN-D-EVENT ' '     04960001
049700               WS-ROW-NAME ' NOT ACKNOWLEDGED BY THE VENDOR'      04970001
049800               DELIMITED BY SIZE INTO WS-REPORT-LINE              04980001
049900        WRITE AKR-LINE FROM WS-REPORT-LINE                        04990001
050000              AFTER ADVANCING 1 LINE                              05000001
050100     END-IF                                                       05010001
050200                                                                  05020001
050300     PERFORM F-001.                                               05030001
050400                                                                  05040001
050500*----------------------------------------------------------------*05050001
050600*    D-001 MARKS THE FEED ACKNOWLEDGED WITH THE VENDOR'S COUNTS, *05060001
050700*    WHICH FREES PROGRAM21 TO SEND THE NEXT FEED.  ANY ROW       *05070001
050800*    REJECTED OR NOT ACKNOWLEDGED ENDS THE RUN RC=4 SO BENEFITS  *05080001
050900*    ADMINISTRATION FOLLOWS THEM UP WITH THE VENDOR.             *05090001
051000*----------------------------------------------------------------*05100001
051100 D-001.                                                           05110001
051200                                                                  05120001
051300     SET BFC-ACKNOWLEDGED TO TRUE                                 05130001
051400     MOVE WS-RUN-DATE    TO BFC-ACK-DATE                          05140001
051500     MOVE WS-AcceptCount TO BFC-ACK-ACCEPTED                      05150001
051600     MOVE WS-RejectCount TO BFC-ACK-REJECTED                      05160001
051700     MOVE WS-MissingCount TO BFC-ACK-MISSING                      05170001
051800     REWRITE BCF-RECORD FROM BFC-RECORD                           05180001
051900     IF WS-BFC-STATUS NOT = '00'                                  05190001
052000        DISPLAY 'PROGRAM22: BENCTL REWRITE FAILED, STATUS '       05200001
052100                WS-BFC-STATUS                                     05210001
052200        MOVE 12 TO RETURN-CODE                                    05220001
052300     ELSE                                                         05230001
052400        IF WS-RejectCount > ZEROS OR WS-MissingCount > ZEROS      05240001
052500           DISPLAY 'PROGRAM22: FEED ' BFC-LAST-SEQ ' HAS '        05250001
052600                   WS-RejectCount ' REJECTED AND '                05260001
052700                   WS-MissingCount ' UNACKNOWLEDGED ROWS'         05270001
052800           MOVE 4 TO RETURN-CODE                                  05280001
052900        END-IF                                                    05290001
053000     END-IF.                                                      05300001
053100                                                                  05310001
053200*----------------------------------------------------------------*05320001
053300*    E-001 READS ONE ACKNOWLEDGEMENT RECORD AND SPLITS IT ON THE *05330001
053400*    DELIMITER.                                                  *05340001
053500*----------------------------------------------------------------*05350001
053600 E-001.                                                           05360001
053700                                                                  05370001
053800     READ ACKFILE INTO WS-ACK-LINE                                05380001
053900         AT END                                                   05390001
054000            SET WS-ACK-EOF TO TRUE                                05400001
054100         NOT AT END                                               05410001
054200            ADD 1 TO WS-AckReadCount                              05420001
054300            MOVE SPACES TO WS-ACK-TYPE                            05430001
054400            MOVE SPACES TO WS-ACK-KEY                             05440001
054500            MOVE SPACES TO WS-ACK-FLD2                            05450001
054600            MOVE SPACES TO WS-ACK-TEXT                            05460001
054700            UNSTRING WS-ACK-LINE DELIMITED BY '|'                 05470001
054800                INTO WS-ACK-TYPE WS-ACK-KEY WS-ACK-FLD2           05480001
054900                     WS-ACK-TEXT                                  05490001
055000            END-UNSTRING                                          05500001
055100     END-READ.                                                    05510001
055200                                                                  05520001
055300*----------------------------------------------------------------*05530001
055400*    E-002 SETS THE ROW OF THE ACKNOWLEDGEMENT RECORD IN HAND -  *05540001
055500*    THE TRAILER ENDS THE ACKNOWLEDGED ROWS.                     *05550001
055600*----------------------------------------------------------------*05560001
055700 E-002.                                                           05570001
055800                                                                  05580001
055900     IF WS-ACK-EOF OR WS-ACK-TYPE = 'T'                           05590001
056000        SET WS-ACK-ROWS-DONE TO TRUE                              05600001
056100     ELSE                                                         05610001
056200        MOVE WS-ACK-KEY TO WS-ACK-ROW                             05620001
056300     END-IF.                                                      05630001
056400                                                                  05640001
056500*----------------------------------------------------------------*05650001
056600*    F-001 READS THE NEXT ROW OF THE FEED AS SENT - THE TRAILER  *05660001
056700*    ENDS THE ROWS.                                              *05670001
056800*----------------------------------------------------------------*05680001
056900 F-001.                                                           05690001
057000                                                                  05700001
057100     READ BENFILE INTO BEN-DETAIL                                 05710001
057200         AT END                                                   05720001
057300            SET WS-FEED-EOF TO TRUE                               05730001
057400         NOT AT END                                               05740001
057500            IF BEN-D-TYPE NOT = 'D'                               05750001
057600               SET WS-FEED-EOF TO TRUE                            05760001
057700            END-IF                                                05770001
057800     END-READ.                                                    05780001
057900                                                                  05790001
058000*----------------------------------------------------------------*05800001
058100*    H-001 PRINTS THE RUN COUNTS AND WHERE THE FEED STANDS.      *05810001
058200*----------------------------------------------------------------*05820001
058300 H-001.                                                           05830001
058400                                                                  05840001
058500     MOVE SPACES TO WS-REPORT-LINE                                05850001
058600     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05860001
058700                                                                  05870001
058800     MOVE SPACES TO WS-REPORT-LINE                                05880001
058900     STRING 'FEED SEQUENCE          : ' BFC-LAST-SEQ              05890001
059000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05900001
059100     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05910001
059200                                                                  05920001
059300     MOVE SPACES TO WS-REPORT-LINE                                05930001
059400     STRING 'ROWS SENT              : ' BFC-SENT-ROWS             05940001
059500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05950001
059600     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05960001
059700                                                                  05970001
059800     MOVE SPACES TO WS-REPORT-LINE                                05980001
059900     STRING 'ACK RECORDS READ       : ' WS-AckReadCount           05990001
060000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06000001
060100     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06010001
060200                                                                  06020001
060300     MOVE SPACES TO WS-REPORT-LINE                                06030001
060400     STRING 'ROWS ACCEPTED          : ' WS-AcceptCount            06040001
060500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06050001
060600     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06060001
060700                                                                  06070001
060800     MOVE SPACES TO WS-REPORT-LINE                                06080001
060900     STRING 'ROWS REJECTED          : ' WS-RejectCount            06090001
061000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06100001
061100     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06110001
061200                                                                  06120001
061300     MOVE SPACES TO WS-REPORT-LINE                                06130001
061400     STRING 'ROWS NOT ACKNOWLEDGED  : ' WS-MissingCount           06140001
061500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06150001
061600     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06160001
061700                                                                  06170001
061800     MOVE SPACES TO WS-REPORT-LINE                                06180001
061900     IF RETURN-CODE < 8                                           06190001
062000        STRING 'FEED ACKNOWLEDGED - THE NEXT FEED MAY BE SENT'    06200001
062100               DELIMITED BY SIZE INTO WS-REPORT-LINE              06210001
062200     ELSE                                                         06220001
062300        STRING 'BENCTL NOT UPDATED - FEED STILL AWAITING '        06230001
062400               'ACKNOWLEDGEMENT'                                  06240001
062500               DELIMITED BY SIZE INTO WS-REPORT-LINE              06250001
062600     END-IF                                                       06260001
062700     WRITE AKR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06270001
