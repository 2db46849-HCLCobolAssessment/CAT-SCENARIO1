000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM25.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  INQUIRY ACCESS REPORT.   *00100001
001100*                     READS THE CUMULATIVE PROGRAM8 ACCESS LOG   *00110001
001200*                     (EMPACC) FOR A PERIOD AND LISTS IT TWICE   *00120001
001300*                     FOR THE PRIVACY AUDITORS - BY REQUESTER,   *00130001
001400*                     EVERY PROFILE THEY SAW (WITH OR WITHOUT    *00140001
001500*                     THE SALARY) AND EVERY REQUEST THAT WAS     *00150001
001600*                     REFUSED OR FOUND NOTHING, AND BY EMPLOYEE  *00160001
001700*                     VIEWED, EVERY REQUESTER WHO SAW THE        *00170001
001800*                     EMPLOYEE OR WAS REFUSED THEM.  THE JCL     *00180001
001900*                     SORTS THE LOG INTO EACH ORDER.  THE PERIOD *00190001
002000*                     COMES FROM THE ACCPARM CARD, OR IS THE     *00200001
002100*                     MONTH TO DATE OF THE CYCLE'S BUSINESS      *00210001
002200*                     DATE WHEN THERE IS NO CARD.  RC=4 WHEN ANY *00220001
002300*                     REQUEST IN THE PERIOD WAS REFUSED.         *00230001
002400******************************************************************00240001
002500                                                                  00250001
002600 ENVIRONMENT DIVISION.                                            00260001
002700                                                                  00270001
002800******************************************************************00280001
002900**                                                                00290001
003000**   CONFIGURATION SECTION                                        00300001
003100**                                                                00310001
003200******************************************************************00320001
003300                                                                  00330001
003400 CONFIGURATION SECTION.                                           00340001
003500                                                                  00350001
003600 SPECIAL-NAMES.                                                   00360001
003700      DECIMAL-POINT IS COMMA.                                     00370001
003800                                                                  00380001
003900******************************************************************00390001
004000**                                                                00400001
004100**   INPUT-OUTPUT SECTION                                         00410001
004200**                                                                00420001
004300******************************************************************00430001
004400                                                                  00440001
004500 INPUT-OUTPUT SECTION.                                            00450001
004600                                                                  00460001
004700 FILE-CONTROL.                                                    00470001
004800                                                                  00480001
004900     SELECT ACCPARM         ASSIGN TO 'ACCPARM'                   00490001
005000                            ORGANIZATION IS SEQUENTIAL            00500001
005100                            FILE STATUS IS WS-PARM-STATUS.        00510001
005200                                                                  00520001
005300     SELECT ACCREQ          ASSIGN TO 'ACCREQ'                    00530001
005400                            ORGANIZATION IS SEQUENTIAL            00540001
005500                            FILE STATUS IS WS-REQ-STATUS.         00550001
005600                                                                  00560001
005700     SELECT ACCEMP          ASSIGN TO 'ACCEMP'                    00570001
005800                            ORGANIZATION IS SEQUENTIAL            00580001
005900                            FILE STATUS IS WS-EMP-STATUS.         00590001
006000                                                                  00600001
006100     SELECT ACCREPT         ASSIGN TO 'ACCREPT'                   00610001
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
008300 FD  ACCPARM                                                      00830001
008400     LABEL RECORDS OMITTED                                        00840001
008500     RECORD CONTAINS 16 CHARACTERS.                               00850001
008600 01  PARM-CARD.                                                   00860001
008700     03  PARM-FROM-DATE        PIC X(08).                         00870001
008800     03  PARM-TO-DATE          PIC X(08).                         00880001
008900                                                                  00890001
009000 FD  ACCREQ                                                       00900001
009100     LABEL RECORDS ARE STANDARD                                   00910001
009200     RECORD CONTAINS 60 CHARACTERS.                               00920001
009300 01  ARF-RECORD                PIC X(60).                         00930001
009400                                                                  00940001
009500 FD  ACCEMP                                                       00950001
009600     LABEL RECORDS ARE STANDARD                                   00960001
009700     RECORD CONTAINS 60 CHARACTERS.                               00970001
009800 01  AEF-RECORD                PIC X(60).                         00980001
009900                                                                  00990001
010000 FD  ACCREPT                                                      01000001
010100     LABEL RECORDS OMITTED                                        01010001
010200     RECORD CONTAINS 80 CHARACTERS.                               01020001
010300 01  ACR-LINE                  PIC X(80).                         01030001
010400                                                                  01040001
010500 FD  CYCFILE                                                      01050001
010600     LABEL RECORDS ARE STANDARD                                   01060001
010700     RECORD CONTAINS 21 CHARACTERS.                               01070001
010800 01  CYF-RECORD                PIC X(21).                         01080001
010900                                                                  01090001
011000******************************************************************01100001
011100**                                                                01110001
011200**  WORKING-STORAGE SECTION                                       01120001
011300**                                                                01130001
011400******************************************************************01140001
011500                                                                  01150001
011600 WORKING-STORAGE SECTION.                                         01160001
011700                                                                  01170001
011800 01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.                     01180001
011900 01 WS-REQ-STATUS      PIC X(2) VALUE SPACES.                     01190001
012000 01 WS-EMP-STATUS      PIC X(2) VALUE SPACES.                     01200001
012100 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01210001
012200 01 WS-LOG-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01220001
012300    88 WS-LOG-EOF              VALUE 'Y'.                         01230001
012400 01 WS-GROUP-SWITCH    PIC X(1) VALUE 'N'.                        01240001
012500    88 WS-GROUP-STARTED        VALUE 'Y'.                         01250001
012600 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01260001
012700 01 WS-FROM-DATE       PIC 9(08) VALUE ZEROS.                     01270001
012800 01 WS-TO-DATE         PIC 9(08) VALUE ZEROS.                     01280001
012900 01 WS-CUR-REQ-ID      PIC X(08) VALUE SPACES.                    01290001
013000 01 WS-CUR-EMP-ID      PIC 9(05) VALUE ZEROS.                     01300001
013100 01 WS-SHOW-REQ-ID     PIC X(08) VALUE SPACES.                    01310001
013200 01 WS-RESULT-TEXT     PIC X(09) VALUE SPACES.                    01320001
013300 01 WS-SALARY-TEXT     PIC X(13) VALUE SPACES.                    01330001
013400*    TOTALS FOR THE REQUESTER OR EMPLOYEE IN HAND.                01340001
013500 01 WS-GRP-REQUESTS    PIC 9(06) VALUE ZEROS.                     01350001
013600 01 WS-GRP-GRANTED     PIC 9(06) VALUE ZEROS.                     01360001
013700 01 WS-GRP-NOT-FOUND   PIC 9(06) VALUE ZEROS.                     01370001
013800 01 WS-GRP-REFUSED     PIC 9(06) VALUE ZEROS.                     01380001
013900 01 WS-GRP-VIEWS       PIC 9(06) VALUE ZEROS.                     01390001
014000 01 WS-GRP-SAL-SHOWN   PIC 9(06) VALUE ZEROS.                     01400001
014100*    RUN TOTALS.                                                  01410001
014200 01 WS-ReqReadCount    PIC 9(08) VALUE ZEROS.                     01420001
014300 01 WS-EmpReadCount    PIC 9(08) VALUE ZEROS.                     01430001
014400 01 WS-InPeriodCount   PIC 9(08) VALUE ZEROS.                     01440001
014500 01 WS-RequesterCount  PIC 9(06) VALUE ZEROS.                     01450001
014600 01 WS-EmployeeCount   PIC 9(06) VALUE ZEROS.                     01460001
014700 01 WS-RequestCount    PIC 9(06) VALUE ZEROS.                     01470001
014800 01 WS-ViewCount       PIC 9(06) VALUE ZEROS.                     01480001
014900 01 WS-RefusedCount    PIC 9(06) VALUE ZEROS.                     01490001
015000 01 WS-REPORT-LINE     PIC X(80).                                 01500001
015100      COPY EMPACC.                                                01510001
015200      COPY EMPCYC.                                                01520001
015300*----------------------------------------------------------------*01530001
015400 PROCEDURE DIVISION .                                             01540001
015500*----------------------------------------------------------------*01550001
015600 A-MAIN                                      SECTION.             01560001
015700*----------------------------------------------------------------*01570001
015800 A-001.                                                           01580001
015900                                                                  01590001
016000     PERFORM A-002                                                01600001
016100     IF RETURN-CODE NOT = ZEROS                                   01610001
016200        GO TO A-999                                               01620001
016300     END-IF                                                       01630001
016400                                                                  01640001
016500     PERFORM A-003                                                01650001
016600     IF RETURN-CODE NOT = ZEROS                                   01660001
016700        GO TO A-999                                               01670001
016800     END-IF                                                       01680001
016900                                                                  01690001
017000     OPEN INPUT ACCREQ                                            01700001
017100     IF WS-REQ-STATUS NOT = '00'                                  01710001
017200        DISPLAY 'PROGRAM25: CANNOT OPEN ACCREQ, STATUS '          01720001
017300                WS-REQ-STATUS                                     01730001
017400        MOVE 12 TO RETURN-CODE                                    01740001
017500        GO TO A-999                                               01750001
017600     END-IF                                                       01760001
017700                                                                  01770001
017800     OPEN INPUT ACCEMP                                            01780001
017900     IF WS-EMP-STATUS NOT = '00'                                  01790001
018000        DISPLAY 'PROGRAM25: CANNOT OPEN ACCEMP, STATUS '          01800001
018100                WS-EMP-STATUS                                     01810001
018200        MOVE 12 TO RETURN-CODE                                    01820001
018300        CLOSE ACCREQ                                              01830001
018400        GO TO A-999                                               01840001
018500     END-IF                                                       01850001
018600                                                                  01860001
018700     OPEN OUTPUT ACCREPT                                          01870001
018800                                                                  01880001
018900     MOVE SPACES TO WS-REPORT-LINE                                01890001
019000     STRING 'INQUIRY ACCESS REPORT - PERIOD ' WS-FROM-DATE        01900001
019100            ' TO ' WS-TO-DATE ' RUN ' WS-RUN-DATE                 01910001
019200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01920001
019300     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01930001
019400                                                                  01940001
019500     MOVE SPACES TO WS-REPORT-LINE                                01950001
019600     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01960001
019700                                                                  01970001
019800     MOVE SPACES TO WS-REPORT-LINE                                01980001
019900     STRING 'PART 1 - BY REQUESTER'                               01990001
020000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02000001
020100     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02010001
020200                                                                  02020001
020300     PERFORM B-009                                                02030001
020400     PERFORM B-001 UNTIL WS-LOG-EOF                               02040001
020500     CLOSE ACCREQ                                                 02050001
020600                                                                  02060001
020700     MOVE SPACES TO WS-REPORT-LINE                                02070001
020800     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02080001
020900                                                                  02090001
021000     MOVE SPACES TO WS-REPORT-LINE                                02100001
021100     STRING 'PART 2 - BY EMPLOYEE VIEWED'                         02110001
021200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02120001
021300     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02130001
021400                                                                  02140001
021500     MOVE 'N' TO WS-LOG-EOF-SWITCH                                02150001
021600     PERFORM C-009                                                02160001
021700     PERFORM C-001 UNTIL WS-LOG-EOF                               02170001
021800     CLOSE ACCEMP                                                 02180001
021900                                                                  02190001
022000     PERFORM H-001                                                02200001
022100                                                                  02210001
022200     IF WS-RefusedCount > ZEROS                                   02220001
022220        AND RETURN-CODE = ZEROS                                   02222001
022300        MOVE 4 TO RETURN-CODE                                     02230001
022400     END-IF                                                       02240001
022500                                                                  02250001
022600     CLOSE ACCREPT.                                               02260001
022700                                                                  02270001
022800 A-999.                                                           02280001
022900                                                                  02290001
023000     GOBACK.                                                      02300001
023100                                                                  02310001
023200*----------------------------------------------------------------*02320001
023300*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *02330001
023400*    CYCLE'S BUSINESS DATE.  THE REPORT HAS NO PLACE IN THE      *02340001
023500*    NIGHTLY SEQUENCE, SO NO STEP NEED HAVE COMPLETED.           *02350001
023600*----------------------------------------------------------------*02360001
023700 A-002.                                                           02370001
023800                                                                  02380001
023900     OPEN INPUT CYCFILE                                           02390001
024000     IF WS-CYC-STATUS NOT = '00'                                  02400001
024100        DISPLAY 'PROGRAM25: CANNOT OPEN CYCFILE, STATUS '         02410001
024200                WS-CYC-STATUS                                     02420001
024300        MOVE 12 TO RETURN-CODE                                    02430001
024400     ELSE                                                         02440001
024500        READ CYCFILE INTO CYC-RECORD                              02450001
024600            AT END                                                02460001
024700               DISPLAY 'PROGRAM25: CYCFILE IS EMPTY'              02470001
024800               MOVE 12 TO RETURN-CODE                             02480001
024900            NOT AT END                                            02490001
025000               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   02500001
025100        END-READ                                                  02510001
025200        CLOSE CYCFILE                                             02520001
025300     END-IF.                                                      02530001
025400                                                                  02540001
025500*----------------------------------------------------------------*02550001
025600*    A-003 SETTLES THE REPORTING PERIOD.  THE ACCPARM CARD GIVES *02560001
025700*    THE FIRST AND LAST RUN DATES (COLS 1-8 AND 9-16); WITH NO   *02570001
025800*    CARD, OR ONE LEFT BLANK OR ZEROS, THE PERIOD IS THE FIRST   *02580001
025900*    OF THE BUSINESS DATE'S MONTH UP TO THE BUSINESS DATE.  A    *02590001
026000*    CARD THAT IS NOT TWO DATES IN ORDER STOPS THE RUN (RC=12).  *02600001
026100*----------------------------------------------------------------*02610001
026200 A-003.                                                           02620001
026300                                                                  02630001
026400     MOVE WS-RUN-DATE TO WS-FROM-DATE                             02640001
026500     MOVE '01'        TO WS-FROM-DATE(7:2)                        02650001
026600     MOVE WS-RUN-DATE TO WS-TO-DATE                               02660001
026700                                                                  02670001
026800     OPEN INPUT ACCPARM                                           02680001
026900     IF WS-PARM-STATUS = '00'                                     02690001
027000        READ ACCPARM                                              02700001
027100            AT END                                                02710001
027200               MOVE '10' TO WS-PARM-STATUS                        02720001
027300        END-READ                                                  02730001
027400        IF WS-PARM-STATUS = '00'                                  02740001
027500           AND PARM-CARD NOT = SPACES                             02750001
027520           AND PARM-CARD NOT = ZEROS                              02752001
027600           IF PARM-FROM-DATE NUMERIC                              02760001
027700              AND PARM-TO-DATE NUMERIC                            02770001
027800              AND PARM-FROM-DATE NOT > PARM-TO-DATE               02780001
027900              MOVE PARM-FROM-DATE TO WS-FROM-DATE                 02790001
028000              MOVE PARM-TO-DATE   TO WS-TO-DATE                   02800001
028100           ELSE                                                   02810001
028200              DISPLAY 'PROGRAM25: ACCPARM IS NOT TWO DATES IN '   02820001
028300                      'ORDER - ' PARM-CARD                        02830001
028400              MOVE 12 TO RETURN-CODE                              02840001
028500           END-IF                                                 02850001
028600        END-IF                                                    02860001
028700        CLOSE ACCPARM                                             02870001
028800     END-IF.                                                      02880001
028900                                                                  02890001
029000*----------------------------------------------------------------*02900001
029100*    B-001 REPORTS ONE REQUESTER - EVERY LOG RECORD IN THE       *02910001
029200*    PERIOD UNDER THE REQUESTER ID, THEN THE REQUESTER'S         *02920001
029300*    TOTALS.  A REQUESTER WITH NOTHING IN THE PERIOD IS LEFT     *02930001
029400*    OUT.                                                        *02940001
029500*----------------------------------------------------------------*02950001
029600 B-001.                                                           02960001
029700                                                                  02970001
029800     MOVE ACC-REQ-ID TO WS-CUR-REQ-ID                             02980001
029900     MOVE 'N'   TO WS-GROUP-SWITCH                                02990001
030000     MOVE ZEROS TO WS-GRP-REQUESTS                                03000001
030100     MOVE ZEROS TO WS-GRP-GRANTED                                 03010001
030200     MOVE ZEROS TO WS-GRP-NOT-FOUND                               03020001
030300     MOVE ZEROS TO WS-GRP-REFUSED                                 03030001
030400     MOVE ZEROS TO WS-GRP-VIEWS                                   03040001
030500     MOVE ZEROS TO WS-GRP-SAL-SHOWN                               03050001
030600                                                                  03060001
030700     PERFORM B-002 UNTIL WS-LOG-EOF                               03070001
030800                      OR ACC-REQ-ID NOT = WS-CUR-REQ-ID           03080001
030900                                                                  03090001
031000     IF WS-GROUP-STARTED                                          03100001
031100        MOVE SPACES TO WS-REPORT-LINE                             03110001
031200        STRING '  REQUESTS=' WS-GRP-REQUESTS                      03120001
031300               ' GRANTED=' WS-GRP-GRANTED                         03130001
031400               ' NOT FOUND=' WS-GRP-NOT-FOUND                     03140001
031500               ' REFUSED=' WS-GRP-REFUSED                         03150001
031600               DELIMITED BY SIZE INTO WS-REPORT-LINE              03160001
031700        WRITE ACR-LINE FROM WS-REPORT-LINE                        03170001
031800              AFTER ADVANCING 1 LINE                              03180001
031900                                                                  03190001
032000        MOVE SPACES TO WS-REPORT-LINE                             03200001
032100        STRING '  PROFILES VIEWED=' WS-GRP-VIEWS                  03210001
032200               ' SALARY SHOWN=' WS-GRP-SAL-SHOWN                  03220001
032300               DELIMITED BY SIZE INTO WS-REPORT-LINE              03230001
032400        WRITE ACR-LINE FROM WS-REPORT-LINE                        03240001
032500              AFTER ADVANCING 1 LINE                              03250001
032600     END-IF.                                                      03260001
032700                                                                  03270001
032800*----------------------------------------------------------------*03280001
032900*    B-002 LISTS ONE LOG RECORD UNDER ITS REQUESTER, WHEN IN THE *03290001
033000*    PERIOD, AND READS THE NEXT.  A VIEW IS LISTED WITH THE      *03300001
033100*    EMPLOYEE SEEN; A REQUEST IS LISTED ONLY WHEN IT WAS REFUSED *03310001
033200*    OR FOUND NOTHING - A GRANTED ONE IS ITS VIEWS.              *03320001
033300*----------------------------------------------------------------*03330001
033400 B-002.                                                           03340001
033500                                                                  03350001
033600     IF ACC-RUN-DATE NOT < WS-FROM-DATE                           03360001
033700        AND ACC-RUN-DATE NOT > WS-TO-DATE                         03370001
033800        ADD 1 TO WS-InPeriodCount                                 03380001
033900        IF NOT WS-GROUP-STARTED                                   03390001
034000           SET WS-GROUP-STARTED TO TRUE                           03400001
034100           ADD 1 TO WS-RequesterCount                             03410001
034200           MOVE WS-CUR-REQ-ID TO WS-SHOW-REQ-ID                   03420001
034300           IF WS-CUR-REQ-ID = SPACES                              03430001
034400              MOVE '(BLANK)' TO WS-SHOW-REQ-ID                    03440001
034500           END-IF                                                 03450001
034600           MOVE SPACES TO WS-REPORT-LINE                          03460001
034700           WRITE ACR-LINE FROM WS-REPORT-LINE                     03470001
034800                 AFTER ADVANCING 1 LINE                           03480001
034900           MOVE SPACES TO WS-REPORT-LINE                          03490001
035000           STRING 'REQUESTER ' WS-SHOW-REQ-ID                     03500001
035100                  DELIMITED BY SIZE INTO WS-REPORT-LINE           03510001
035200           WRITE ACR-LINE FROM WS-REPORT-LINE                     03520001
035300                 AFTER ADVANCING 1 LINE                           03530001
035400        END-IF                                                    03540001
035500        IF ACC-VIEW                                               03550001
035600           PERFORM B-003                                          03560001
035700        ELSE                                                      03570001
035800           PERFORM B-004                                          03580001
035900        END-IF                                                    03590001
036000     END-IF                                                       03600001
036100     PERFORM B-009.                                               03610001
036200                                                                  03620001
036300*----------------------------------------------------------------*03630001
036400*    B-003 LISTS ONE PROFILE VIEWED BY THE REQUESTER.            *03640001
036500*----------------------------------------------------------------*03650001
036600 B-003.                                                           03660001
036700                                                                  03670001
036800     ADD 1 TO WS-GRP-VIEWS                                        03680001
036900     ADD 1 TO WS-ViewCount                                        03690001
037000     IF ACC-SALARY-SHOWN                                          03700001
037100        ADD 1 TO WS-GRP-SAL-SHOWN                                 03710001
037200        MOVE 'SALARY SHOWN' TO WS-SALARY-TEXT                     03720001
037300     ELSE                                                         03730001
037400        MOVE 'SALARY MASKED' TO WS-SALARY-TEXT                    03740001
037500     END-IF                                                       03750001
037600     MOVE SPACES TO WS-REPORT-LINE                                03760001
037700     STRING '  ' ACC-RUN-DATE ' CARD ' ACC-CARD-SEQ               03770001
037800            ' VIEWED    ' ACC-EMP-ID ' ' ACC-EMP-DEPT             03780001
037900            ' ' WS-SALARY-TEXT                                    03790001
038000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03800001
038100     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   03810001
038200                                                                  03820001
038300*----------------------------------------------------------------*03830001
038400*    B-004 COUNTS ONE REQUEST BY ITS OUTCOME AND LISTS IT WHEN   *03840001
038500*    IT WAS REFUSED OR FOUND NOTHING, WITH THE CARD AS PUNCHED.  *03850001
038600*----------------------------------------------------------------*03860001
038700 B-004.                                                           03870001
038800                                                                  03880001
038900     ADD 1 TO WS-GRP-REQUESTS                                     03890001
039000     ADD 1 TO WS-RequestCount                                     03900001
039100     EVALUATE TRUE                                                03910001
039200       WHEN ACC-GRANTED                                           03920001
039300         ADD 1 TO WS-GRP-GRANTED                                  03930001
039400       WHEN ACC-REFUSED                                           03940001
039500         ADD 1 TO WS-GRP-REFUSED                                  03950001
039600         ADD 1 TO WS-RefusedCount                                 03960001
039700         MOVE 'REFUSED  ' TO WS-RESULT-TEXT                       03970001
039800       WHEN OTHER                                                 03980001
039900         ADD 1 TO WS-GRP-NOT-FOUND                                03990001
040000         MOVE 'NOT FOUND' TO WS-RESULT-TEXT                       04000001
040100     END-EVALUATE                                                 04010001
040200     IF NOT ACC-GRANTED                                           04020001
040300        MOVE SPACES TO WS-REPORT-LINE                             04030001
040400        STRING '  ' ACC-RUN-DATE ' CARD ' ACC-CARD-SEQ            04040001
040500               ' ' WS-RESULT-TEXT ' ' ACC-REASON                  04050001
040600               ' ID=' ACC-REQ-EMP-ID ' NAME=' ACC-REQ-NAME        04060001
040700               DELIMITED BY SIZE INTO WS-REPORT-LINE              04070001
040800        WRITE ACR-LINE FROM WS-REPORT-LINE                        04080001
040900              AFTER ADVANCING 1 LINE                              04090001
041000     END-IF.                                                      04100001
041100                                                                  04110001
041200*----------------------------------------------------------------*04120001
041300*    B-009 READS THE NEXT LOG RECORD IN REQUESTER ORDER.         *04130001
041400*----------------------------------------------------------------*04140001
041500 B-009.                                                           04150001
041600                                                                  04160001
041700     READ ACCREQ INTO ACC-RECORD                                  04170001
041800         AT END                                                   04180001
041900            SET WS-LOG-EOF TO TRUE                                04190001
042000         NOT AT END                                               04200001
042100            ADD 1 TO WS-ReqReadCount                              04210001
042200     END-READ.                                                    04220001
042300                                                                  04230001
042400*----------------------------------------------------------------*04240001
042500*    C-001 REPORTS ONE EMPLOYEE - EVERY VIEW OF THE EMPLOYEE IN  *04250001
042600*    THE PERIOD AND EVERY REFUSED REQUEST FOR THEM BY NUMBER,    *04260001
042700*    THEN THE EMPLOYEE'S TOTALS.  LOG RECORDS THAT NAME NO       *04270001
042800*    EMPLOYEE (SORTED FIRST, AS ZEROS) ARE PASSED BY.            *04280001
042900*----------------------------------------------------------------*04290001
043000 C-001.                                                           04300001
043100                                                                  04310001
043200     MOVE ACC-EMP-ID TO WS-CUR-EMP-ID                             04320001
043300     MOVE 'N'   TO WS-GROUP-SWITCH                                04330001
043400     MOVE ZEROS TO WS-GRP-REFUSED                                 04340001
043500     MOVE ZEROS TO WS-GRP-VIEWS                                   04350001
043600     MOVE ZEROS TO WS-GRP-SAL-SHOWN                               04360001
043700                                                                  04370001
043800     PERFORM C-002 UNTIL WS-LOG-EOF                               04380001
043900                      OR ACC-EMP-ID NOT = WS-CUR-EMP-ID           04390001
044000                                                                  04400001
044100     IF WS-GROUP-STARTED                                          04410001
044200        MOVE SPACES TO WS-REPORT-LINE                             04420001
044300        STRING '  VIEWS=' WS-GRP-VIEWS                            04430001
044400               ' SALARY SHOWN=' WS-GRP-SAL-SHOWN                  04440001
044500               ' REFUSED REQUESTS=' WS-GRP-REFUSED                04450001
044600               DELIMITED BY SIZE INTO WS-REPORT-LINE              04460001
044700        WRITE ACR-LINE FROM WS-REPORT-LINE                        04470001
044800              AFTER ADVANCING 1 LINE                              04480001
044900     END-IF.                                                      04490001
045000                                                                  04500001
045100*----------------------------------------------------------------*04510001
045200*    C-002 LISTS ONE LOG RECORD UNDER ITS EMPLOYEE, WHEN IT IS A *04520001
045300*    VIEW OR A REFUSAL IN THE PERIOD, AND READS THE NEXT.        *04530001
045400*----------------------------------------------------------------*04540001
045500 C-002.                                                           04550001
045600                                                                  04560001
045700     IF ACC-EMP-ID NOT = ZEROS                                    04570001
045800        AND ACC-RUN-DATE NOT < WS-FROM-DATE                       04580001
045900        AND ACC-RUN-DATE NOT > WS-TO-DATE                         04590001
046000        AND (ACC-VIEW OR ACC-REFUSED)                             04600001
046100        IF NOT WS-GROUP-STARTED                                   04610001
046200           SET WS-GROUP-STARTED TO TRUE                           04620001
046300           ADD 1 TO WS-EmployeeCount                              04630001
046400           MOVE SPACES TO WS-REPORT-LINE                          04640001
046500           WRITE ACR-LINE FROM WS-REPORT-LINE                     04650001
046600                 AFTER ADVANCING 1 LINE                           04660001
046700           MOVE SPACES TO WS-REPORT-LINE                          04670001
046800           STRING 'EMPLOYEE ' ACC-EMP-ID ' DEPT ' ACC-EMP-DEPT    04680001
046900                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04690001
047000           WRITE ACR-LINE FROM WS-REPORT-LINE                     04700001
047100                 AFTER ADVANCING 1 LINE                           04710001
047200        END-IF                                                    04720001
047300        MOVE ACC-REQ-ID TO WS-SHOW-REQ-ID                         04730001
047400        IF ACC-REQ-ID = SPACES                                    04740001
047500           MOVE '(BLANK)' TO WS-SHOW-REQ-ID                       04750001
047600        END-IF                                                    04760001
047700        IF ACC-VIEW                                               04770001
047800           ADD 1 TO WS-GRP-VIEWS                                  04780001
047900           IF ACC-SALARY-SHOWN                                    04790001
048000              ADD 1 TO WS-GRP-SAL-SHOWN                           04800001
048100              MOVE 'SALARY SHOWN' TO WS-SALARY-TEXT               04810001
048200           ELSE                                                   04820001
048300              MOVE 'SALARY MASKED' TO WS-SALARY-TEXT              04830001
048400           END-IF                                                 04840001
048500           MOVE SPACES TO WS-REPORT-LINE                          04850001
048600           STRING '  ' ACC-RUN-DATE ' BY ' WS-SHOW-REQ-ID         04860001
048700                  ' VIEWED    ' WS-SALARY-TEXT                    04870001
048800                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04880001
048900        ELSE                                                      04890001
049000           ADD 1 TO WS-GRP-REFUSED                                04900001
049100           MOVE SPACES TO WS-REPORT-LINE                          04910001
049200           STRING '  ' ACC-RUN-DATE ' BY ' WS-SHOW-REQ-ID         04920001
049300                  ' REFUSED   ' ACC-REASON                        04930001
049400                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04940001
049500        END-IF                                                    04950001
049600        WRITE ACR-LINE FROM WS-REPORT-LINE                        04960001
049700              AFTER ADVANCING 1 LINE                              04970001
049800     END-IF                                                       04980001
049900     PERFORM C-009.                                               04990001
050000                                                                  05000001
050100*----------------------------------------------------------------*05010001
050200*    C-009 READS THE NEXT LOG RECORD IN EMPLOYEE ORDER.  A       *05020001
050300*    RECORD WITHOUT A NUMERIC EMPLOYEE IS TAKEN AS NAMING NONE.  *05030001
050400*----------------------------------------------------------------*05040001
050500 C-009.                                                           05050001
050600                                                                  05060001
050700     READ ACCEMP INTO ACC-RECORD                                  05070001
050800         AT END                                                   05080001
050900            SET WS-LOG-EOF TO TRUE                                05090001
051000         NOT AT END                                               05100001
051100            ADD 1 TO WS-EmpReadCount                              05110001
051200            IF ACC-EMP-ID NOT NUMERIC                             05120001
051300               MOVE ZEROS TO ACC-EMP-ID                           05130001
051400            END-IF                                                05140001
051500     END-READ.                                                    05150001
051600                                                                  05160001
051700*----------------------------------------------------------------*05170001
051800*    H-001 PRINTS THE RUN COUNTS.  BOTH PASSES READ THE SAME LOG *05180001
051900*    AND MUST AGREE ON ITS RECORD COUNT.                         *05190001
052000*----------------------------------------------------------------*05200001
052100 H-001.                                                           05210001
052200                                                                  05220001
052300     MOVE SPACES TO WS-REPORT-LINE                                05230001
052400     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05240001
052500                                                                  05250001
052600     IF WS-InPeriodCount = ZEROS                                  05260001
052700        MOVE SPACES TO WS-REPORT-LINE                             05270001
052800        STRING 'NO INQUIRIES WERE LOGGED IN THE PERIOD'           05280001
052900               DELIMITED BY SIZE INTO WS-REPORT-LINE              05290001
053000        WRITE ACR-LINE FROM WS-REPORT-LINE                        05300001
053100              AFTER ADVANCING 1 LINE                              05310001
053200     END-IF                                                       05320001
053300                                                                  05330001
053400     IF WS-ReqReadCount NOT = WS-EmpReadCount                     05340001
053500        MOVE SPACES TO WS-REPORT-LINE                             05350001
053600        STRING '*** THE TWO SORTED COPIES OF THE LOG DIFFER - '   05360001
053700               'RERUN THE SORTS'                                  05370001
053800               DELIMITED BY SIZE INTO WS-REPORT-LINE              05380001
053900        WRITE ACR-LINE FROM WS-REPORT-LINE                        05390001
054000              AFTER ADVANCING 1 LINE                              05400001
054100        DISPLAY 'PROGRAM25: ACCREQ READ ' WS-ReqReadCount         05410001
054200                ' ACCEMP READ ' WS-EmpReadCount                   05420001
054300        MOVE 8 TO RETURN-CODE                                     05430001
054400     END-IF                                                       05440001
054500                                                                  05450001
054600     MOVE SPACES TO WS-REPORT-LINE                                05460001
054700     STRING 'LOG RECORDS READ       : ' WS-ReqReadCount           05470001
054800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05480001
054900     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05490001
055000                                                                  05500001
055100     MOVE SPACES TO WS-REPORT-LINE                                05510001
055200     STRING 'IN THE PERIOD          : ' WS-InPeriodCount          05520001
055300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05530001
055400     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05540001
055500                                                                  05550001
055600     MOVE SPACES TO WS-REPORT-LINE                                05560001
055700     STRING 'REQUESTERS             : ' WS-RequesterCount         05570001
055800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05580001
055900     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05590001
056000                                                                  05600001
056100     MOVE SPACES TO WS-REPORT-LINE                                05610001
056200     STRING 'REQUESTS               : ' WS-RequestCount           05620001
056300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05630001
056400     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05640001
056500                                                                  05650001
056600     MOVE SPACES TO WS-REPORT-LINE                                05660001
056700     STRING 'REQUESTS REFUSED       : ' WS-RefusedCount           05670001
056800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05680001
056900     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05690001
057000                                                                  05700001
057100     MOVE SPACES TO WS-REPORT-LINE                                05710001
057200     STRING 'PROFILES VIEWED        : ' WS-ViewCount              05720001
057300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05730001
057400     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05740001
057500                                                                  05750001
057600     MOVE SPACES TO WS-REPORT-LINE                                05760001
057700     STRING 'EMPLOYEES VIEWED       : ' WS-EmployeeCount          05770001
057800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05780001
057900     WRITE ACR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05790001
