000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM19.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  AUDIT REPLAY             *00100001
001100*                     VERIFICATION.  THE EMPTLR TRAILER ONLY     *00110001
001200*                     PROVES THE COUNT AND THE SALARY TOTAL;     *00120001
001300*                     THIS RUN PROVES EVERY RECORD.  IT          *00130001
001400*                     REPLAYS THE CUMULATIVE AUDIT TRAIL         *00140001
001500*                     (EMPAUD - EVERY AFTER IMAGE PROGRAM3,      *00150001
001600*                     PROGRAM14 AND PROGRAM15 HAVE WRITTEN,      *00160001
001700*                     'B' REVERSALS INCLUDED) INTO THE IMAGE     *00170001
001800*                     EACH EMPLOYEE SHOULD HAVE, COMPARES IT     *00180001
001900*                     FIELD BY FIELD WITH THE LIVE MASTER, AND   *00190001
002000*                     CHECKS THE LATEST SALARY HISTORY (EMPSAL)  *00200001
002100*                     SALARY AGAINST THE MASTER SALARY.  ALL     *00210001
002200*                     THREE INPUTS ARRIVE IN EMPLOYEE NUMBER     *00220001
002300*                     ORDER (THE JCL SORTS THE TWO TRAILS, THE   *00230001
002400*                     MASTER IS READ BY KEY) AND ARE MATCHED     *00240001
002500*                     IN ONE PASS.  EVERY DISCREPANCY IS LISTED  *00250001
002600*                     WITH ITS EXPECTED AND ACTUAL VALUE AND     *00260001
002700*                     ENDS THE RUN RC=8; A MASTER SALARY WITH NO *00270001
002800*                     SALARY HISTORY TO PROVE IT IS RC=4.        *00280001
002820*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00282002
002840*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00284002
002860*                     INSTEAD OF THE SYSTEM CLOCK.  THE RUN      *00286002
002880*                     REFUSES TO START (RC=16) UNTIL PROGRAM3    *00288002
002900*                     HAS APPLIED THE CYCLE'S MAINTENANCE.       *00290002
002905*    2026-10-15  RKM  SALHIST RECORD GROWS FROM 26 TO 34 BYTES   *00290503
002910*                     FOR THE EFFECTIVE DATE.  THE LATEST        *00291003
002915*                     SALARY IS STILL THE LAST ONE APPLIED.      *00291503
002916*    2026-10-15  RKM  AUDIT RECORD GROWS FROM 128 TO 142 BYTES   *00291604
002917*                     FOR THE DATA-ENTRY BATCH NUMBER AND        *00291704
002918*                     OPERATOR.  THE REPLAY IS UNCHANGED.        *00291804
002920******************************************************************00292002
003000                                                                  00300001
003100 ENVIRONMENT DIVISION.                                            00310001
003200                                                                  00320001
003300******************************************************************00330001
003400**                                                                00340001
003500**   CONFIGURATION SECTION                                        00350001
003600**                                                                00360001
003700******************************************************************00370001
003800                                                                  00380001
003900 CONFIGURATION SECTION.                                           00390001
004000                                                                  00400001
004100 SPECIAL-NAMES.                                                   00410001
004200      DECIMAL-POINT IS COMMA.                                     00420001
004300                                                                  00430001
004400******************************************************************00440001
004500**                                                                00450001
004600**   INPUT-OUTPUT SECTION                                         00460001
004700**                                                                00470001
004800******************************************************************00480001
004900                                                                  00490001
005000 INPUT-OUTPUT SECTION.                                            00500001
005100                                                                  00510001
005200 FILE-CONTROL.                                                    00520001
005300                                                                  00530001
005400     SELECT EMPMAST         ASSIGN TO 'EMPMAST'                   00540001
005500                            ORGANIZATION IS INDEXED               00550001
005600                            ACCESS MODE IS DYNAMIC                00560001
005700                            RECORD KEY IS EM-EMP-ID               00570001
005800                            FILE STATUS IS WS-MAST-STATUS.        00580001
005900                                                                  00590001
006000     SELECT AUDFILE         ASSIGN TO 'AUDFILE'                   00600001
006100                            ORGANIZATION IS SEQUENTIAL.           00610001
006200                                                                  00620001
006300     SELECT SALHIST         ASSIGN TO 'SALHIST'                   00630001
006400                            ORGANIZATION IS SEQUENTIAL.           00640001
006500                                                                  00650001
006600     SELECT RPLREPT         ASSIGN TO 'RPLREPT'                   00660001
006700                            ORGANIZATION IS SEQUENTIAL.           00670001
006720                                                                  00672002
006740     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00674002
006760                            ORGANIZATION IS SEQUENTIAL            00676002
006780                            FILE STATUS IS WS-CYC-STATUS.         00678002
006800******************************************************************00680001
006900**                                                                00690001
007000**   DATA DIVISION                                                00700001
007100**                                                                00710001
007200******************************************************************00720001
007300                                                                  00730001
007400 DATA DIVISION.                                                   00740001
007500                                                                  00750001
007600******************************************************************00760001
007700**                                                                00770001
007800**   FILE SECTION                                                 00780001
007900**                                                                00790001
008000******************************************************************00800001
008100                                                                  00810001
008200 FILE SECTION.                                                    00820001
008300                                                                  00830001
008400 FD  EMPMAST                                                      00840001
008500     RECORD CONTAINS 57 CHARACTERS.                               00850001
008600     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00860001
008700                           ==EMP-ID==    BY ==EM-EMP-ID==         00870001
008800                           ==NAME-A==    BY ==EM-NAME-A==         00880001
008900                           ==SEX==       BY ==EM-SEX==            00890001
009000                           ==DOJ==       BY ==EM-DOJ==            00900001
009100                           ==SALARY==    BY ==EM-SALARY==         00910001
009200                           ==EMP-DEPT==  BY ==EM-DEPT==           00920001
009300                           ==EMP-GRADE== BY ==EM-GRADE==          00930001
009400                           ==EMP-STATUS== BY ==EM-STATUS==        00940001
009500                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00950001
009600                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00960001
009700                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00970001
009800                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00980001
009900                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00990001
010000                           ==EMP-TERM-REASON==                    01000001
010100                                          BY ==EM-TERM-REASON==.  01010001
010200                                                                  01020001
010300 FD  AUDFILE                                                      01030001
010400     LABEL RECORDS ARE STANDARD                                   01040001
010500     RECORD CONTAINS 142 CHARACTERS.                              01050004
010600     COPY EMPAUD.                                                 01060001
010700                                                                  01070001
010800 FD  SALHIST                                                      01080001
010900     LABEL RECORDS ARE STANDARD                                   01090001
011000     RECORD CONTAINS 34 CHARACTERS.                               01100003
011100     COPY EMPSAL.                                                 01110001
011200                                                                  01120001
011300 FD  RPLREPT                                                      01130001
011400     LABEL RECORDS OMITTED                                        01140001
011500     RECORD CONTAINS 80 CHARACTERS.                               01150001
011600 01  RPL-LINE                  PIC X(80).                         01160001
011700                                                                  01170001
011710 FD  CYCFILE                                                      01171002
011720     LABEL RECORDS ARE STANDARD                                   01172002
011730     RECORD CONTAINS 21 CHARACTERS.                               01173002
011740 01  CYF-RECORD                PIC X(21).                         01174002
011750                                                                  01175002
011800******************************************************************01180001
011900**                                                                01190001
012000**  WORKING-STORAGE SECTION                                       01200001
012100**                                                                01210001
012200******************************************************************01220001
012300                                                                  01230001
012400 WORKING-STORAGE SECTION.                                         01240001
012500                                                                  01250001
012600 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01260001
012620 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01262002
012700 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01270001
012800    88 WS-TRAILER-FOUND        VALUE 'Y'.                         01280001
012900 01 WS-MAST-COUNT      PIC 9(08) VALUE ZEROS.                     01290001
013000 01 WS-MAST-SAL-TOTAL  PIC 9(11) VALUE ZEROS.                     01300001
013100*    THE MATCH KEYS.  999999 IS ABOVE EVERY EMPLOYEE NUMBER AND   01310001
013200*    MARKS A FILE AT END.                                         01320001
013300 01 WS-AUD-KEY         PIC 9(06) VALUE ZEROS.                     01330001
013400 01 WS-MAST-KEY        PIC 9(06) VALUE ZEROS.                     01340001
013500 01 WS-SAL-KEY         PIC 9(06) VALUE ZEROS.                     01350001
013600 01 WS-LOW-KEY         PIC 9(06) VALUE ZEROS.                     01360001
013700 01 WS-END-KEY         PIC 9(06) VALUE 999999.                    01370001
013800 01 WS-LOW-EMP-ID      PIC 9(05) VALUE ZEROS.                     01380001
013900*    WHAT THE CURRENT EMPLOYEE'S TRAILS SAY.                      01390001
014000 01 WS-AUD-SEEN-SW     PIC X(1) VALUE 'N'.                        01400001
014100    88 WS-AUD-SEEN             VALUE 'Y'.                         01410001
014200 01 WS-EXP-PRESENT-SW  PIC X(1) VALUE 'N'.                        01420001
014300    88 WS-EXP-PRESENT          VALUE 'Y'.                         01430001
014400 01 WS-MAST-PRESENT-SW PIC X(1) VALUE 'N'.                        01440001
014500    88 WS-MAST-PRESENT         VALUE 'Y'.                         01450001
014600 01 WS-SAL-SEEN-SW     PIC X(1) VALUE 'N'.                        01460001
014700    88 WS-SAL-SEEN             VALUE 'Y'.                         01470001
014800 01 WS-EMP-ERROR-SW    PIC X(1) VALUE 'N'.                        01480001
014900    88 WS-EMP-ERROR            VALUE 'Y'.                         01490001
015000 01 WS-LAST-AUD-ACTION PIC X(1) VALUE SPACES.                     01500001
015100 01 WS-LAST-AUD-DATE   PIC 9(08) VALUE ZEROS.                     01510001
015200 01 WS-LAST-SAL        PIC 9(06) VALUE ZEROS.                     01520001
015300 01 WS-LAST-SAL-DATE   PIC 9(08) VALUE ZEROS.                     01530001
015400*    ONE DISCREPANCY LINE.                                        01540001
015500 01 WS-FLD-NAME        PIC X(16) VALUE SPACES.                    01550001
015600 01 WS-FLD-EXP         PIC X(10) VALUE SPACES.                    01560001
015700 01 WS-FLD-ACT         PIC X(10) VALUE SPACES.                    01570001
015800 01 WS-MESSAGE         PIC X(45) VALUE SPACES.                    01580001
015900 01 WS-AudReadCount    PIC 9(08) VALUE ZEROS.                     01590001
016000 01 WS-SalReadCount    PIC 9(08) VALUE ZEROS.                     01600001
016100 01 WS-EmpCount        PIC 9(06) VALUE ZEROS.                     01610001
016200 01 WS-ProvedCount     PIC 9(06) VALUE ZEROS.                     01620001
016300 01 WS-EmpErrorCount   PIC 9(06) VALUE ZEROS.                     01630001
016400 01 WS-DiscrepCount    PIC 9(06) VALUE ZEROS.                     01640001
016500 01 WS-NoSalHistCount  PIC 9(06) VALUE ZEROS.                     01650001
016600 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01660001
016700 01 WS-REPORT-LINE     PIC X(80).                                 01670001
016800*    THE EXPECTED IMAGE - THE LAST AFTER IMAGE ON THE AUDIT       01680001
016900*    TRAIL FOR THE CURRENT EMPLOYEE.                              01690001
017000      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EXP-REC==.     01700001
017100      COPY EMPTLR.                                                01710001
017120      COPY EMPCYC.                                                01712002
017200*----------------------------------------------------------------*01720001
017300 PROCEDURE DIVISION .                                             01730001
017400*----------------------------------------------------------------*01740001
017500 A-MAIN                                      SECTION.             01750001
017600*----------------------------------------------------------------*01760001
017700 A-001.                                                           01770001
017800                                                                  01780001
017820     PERFORM A-002                                                01782002
017840     IF RETURN-CODE NOT = ZEROS                                   01784002
017860        GO TO A-999                                               01786002
017880     END-IF                                                       01788002
017900                                                                  01790002
017920     OPEN OUTPUT RPLREPT                                          01792002
017940                                                                  01794002
018300     OPEN INPUT EMPMAST                                           01830001
018400     IF WS-MAST-STATUS NOT = '00'                                 01840001
018500        DISPLAY 'PROGRAM19: CANNOT OPEN EMPMAST, STATUS '         01850001
018600                WS-MAST-STATUS                                    01860001
018700        MOVE 12 TO RETURN-CODE                                    01870001
018800        CLOSE RPLREPT                                             01880001
018900        GO TO A-999                                               01890001
019000     END-IF                                                       01900001
019100                                                                  01910001
019200     OPEN INPUT AUDFILE                                           01920001
019300     OPEN INPUT SALHIST                                           01930001
019400                                                                  01940001
019500     MOVE SPACES TO WS-REPORT-LINE                                01950001
019600     STRING 'AUDIT REPLAY VERIFICATION FOR ' WS-RUN-DATE          01960001
019700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01970001
019800     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01980001
019900                                                                  01990001
020000     MOVE SPACES TO WS-REPORT-LINE                                02000001
020100     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02010001
020200                                                                  02020001
020300     MOVE SPACES TO WS-REPORT-LINE                                02030001
020400     STRING 'EMPNO FIELD            EXPECTED            ACTUAL'   02040001
020500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02050001
020600     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02060001
020700                                                                  02070001
020800     MOVE ZEROS TO EM-EMP-ID                                      02080001
020900     START EMPMAST KEY NOT < EM-EMP-ID                            02090001
021000         INVALID KEY                                              02100001
021100            MOVE WS-END-KEY TO WS-MAST-KEY                        02110001
021200     END-START                                                    02120001
021300                                                                  02130001
021400     PERFORM C-001                                                02140001
021500     IF WS-MAST-KEY NOT = WS-END-KEY                              02150001
021600        PERFORM C-002                                             02160001
021700     END-IF                                                       02170001
021800     PERFORM C-003                                                02180001
021900                                                                  02190001
022000     PERFORM B-001 UNTIL WS-AUD-KEY  = WS-END-KEY                 02200001
022100                     AND WS-MAST-KEY = WS-END-KEY                 02210001
022200                     AND WS-SAL-KEY  = WS-END-KEY                 02220001
022300                                                                  02230001
022400     CLOSE AUDFILE                                                02240001
022500     CLOSE SALHIST                                                02250001
022600     CLOSE EMPMAST                                                02260001
022700                                                                  02270001
022800     PERFORM E-001                                                02280001
022900                                                                  02290001
023000     PERFORM H-001                                                02300001
023100                                                                  02310001
023200     CLOSE RPLREPT                                                02320001
023300                                                                  02330001
023400     EVALUATE TRUE                                                02340001
023500       WHEN WS-DiscrepCount > ZEROS                               02350001
023600         DISPLAY 'PROGRAM19: ' WS-DiscrepCount                    02360001
023700                 ' DISCREPANCIES BETWEEN THE AUDIT TRAIL AND '    02370001
023800                 'THE MASTER'                                     02380001
023900         MOVE 8 TO RETURN-CODE                                    02390001
024000       WHEN WS-NoSalHistCount > ZEROS                             02400001
024100         MOVE 4 TO RETURN-CODE                                    02410001
024200     END-EVALUATE.                                                02420001
024300                                                                  02430001
024400 A-999.                                                           02440001
024500                                                                  02450001
024600     GOBACK.                                                      02460001
024700                                                                  02470001
024800*----------------------------------------------------------------*02480001
024900*    B-001 VERIFIES ONE EMPLOYEE NUMBER - THE LOWEST KEY STILL   *02490001
025000*    WAITING ON ANY OF THE THREE FILES.  ALL OF ITS AUDIT        *02500001
025100*    RECORDS ARE REPLAYED AND ALL OF ITS SALARY HISTORY READ     *02510001
025200*    BEFORE THE MASTER RECORD (IF ANY) IS COMPARED.              *02520001
025300*----------------------------------------------------------------*02530001
025400 B-001.                                                           02540001
025500                                                                  02550001
025600     MOVE WS-AUD-KEY TO WS-LOW-KEY                                02560001
025700     IF WS-MAST-KEY < WS-LOW-KEY                                  02570001
025800        MOVE WS-MAST-KEY TO WS-LOW-KEY                            02580001
025900     END-IF                                                       02590001
026000     IF WS-SAL-KEY < WS-LOW-KEY                                   02600001
026100        MOVE WS-SAL-KEY TO WS-LOW-KEY                             02610001
026200     END-IF                                                       02620001
026300     MOVE WS-LOW-KEY TO WS-LOW-EMP-ID                             02630001
026400                                                                  02640001
026500     MOVE 'N'    TO WS-AUD-SEEN-SW                                02650001
026600     MOVE 'N'    TO WS-EXP-PRESENT-SW                             02660001
026700     MOVE 'N'    TO WS-MAST-PRESENT-SW                            02670001
026800     MOVE 'N'    TO WS-SAL-SEEN-SW                                02680001
026900     MOVE 'N'    TO WS-EMP-ERROR-SW                               02690001
027000     MOVE SPACES TO WS-EXP-REC                                    02700001
027100                                                                  02710001
027200     PERFORM B-002 UNTIL WS-AUD-KEY NOT = WS-LOW-KEY              02720001
027300     PERFORM B-003 UNTIL WS-SAL-KEY NOT = WS-LOW-KEY              02730001
027400     IF WS-MAST-KEY = WS-LOW-KEY                                  02740001
027500        SET WS-MAST-PRESENT TO TRUE                               02750001
027600     END-IF                                                       02760001
027700                                                                  02770001
027800     PERFORM D-001                                                02780001
027900                                                                  02790001
028000     IF WS-MAST-PRESENT                                           02800001
028100        PERFORM C-002                                             02810001
028200     END-IF.                                                      02820001
028300                                                                  02830001
028400*----------------------------------------------------------------*02840001
028500*    B-002 REPLAYS ONE AUDIT RECORD.  THE TRAIL IS IN APPLY      *02850001
028600*    ORDER WITHIN THE EMPLOYEE, SO THE LAST AFTER IMAGE WINS.    *02860001
028700*    A SPACES AFTER IMAGE ('P' PURGE, A 'B' REVERSAL OF AN ADD,  *02870001
028800*    OR A 'D' FROM BEFORE THE STATUS LIFECYCLE) MEANS THE        *02880001
028900*    EMPLOYEE SHOULD NOT BE ON THE MASTER.  AN IMAGE WRITTEN     *02890001
029000*    BEFORE THE STATUS LIFECYCLE CARRIES NO STATUS - THE MASTER  *02900001
029100*    WAS RELOADED ACTIVE WITH NO DATES AT THAT CUTOVER, SO THE   *02910001
029200*    IMAGE IS READ THE SAME WAY.                                 *02920001
029300*----------------------------------------------------------------*02930001
029400 B-002.                                                           02940001
029500                                                                  02950001
029600     SET WS-AUD-SEEN TO TRUE                                      02960001
029700     MOVE AUD-ACTION   TO WS-LAST-AUD-ACTION                      02970001
029800     MOVE AUD-RUN-DATE TO WS-LAST-AUD-DATE                        02980001
029900     IF AUD-AFTER = SPACES                                        02990001
030000        MOVE 'N'    TO WS-EXP-PRESENT-SW                          03000001
030100        MOVE SPACES TO WS-EXP-REC                                 03010001
030200     ELSE                                                         03020001
030300        SET WS-EXP-PRESENT TO TRUE                                03030001
030400        MOVE AUD-AFTER TO WS-EXP-REC                              03040001
030500        IF EMP-STATUS = SPACE                                     03050001
030600           MOVE 'A'    TO EMP-STATUS                              03060001
030700           MOVE ZEROS  TO EMP-LEAVE-DATE                          03070001
030800           MOVE ZEROS  TO EMP-TERM-DATE                           03080001
030900           MOVE SPACES TO EMP-TERM-REASON                         03090001
031000        END-IF                                                    03100001
031100     END-IF                                                       03110001
031200                                                                  03120001
031300     PERFORM C-001.                                               03130001
031400                                                                  03140001
031500*----------------------------------------------------------------*03150001
031600*    B-003 TAKES ONE SALARY HISTORY RECORD.  THE FILE IS IN      *03160001
031700*    APPLY ORDER WITHIN THE EMPLOYEE, SO THE LAST ONE READ IS    *03170001
031800*    THE CURRENT SALARY.                                         *03180001
031900*----------------------------------------------------------------*03190001
032000 B-003.                                                           03200001
032100                                                                  03210001
032200     SET WS-SAL-SEEN TO TRUE                                      03220001
032300     MOVE SAL-NEW-SALARY TO WS-LAST-SAL                           03230001
032400     MOVE SAL-CHG-DATE   TO WS-LAST-SAL-DATE                      03240001
032500                                                                  03250001
032600     PERFORM C-003.                                               03260001
032700                                                                  03270001
032800*----------------------------------------------------------------*03280001
032900*    C-001 READS THE NEXT AUDIT RECORD.                          *03290001
033000*----------------------------------------------------------------*03300001
033100 C-001.                                                           03310001
033200                                                                  03320001
033300     READ AUDFILE                                                 03330001
033400         AT END                                                   03340001
033500            MOVE WS-END-KEY TO WS-AUD-KEY                         03350001
033600         NOT AT END                                               03360001
033700            ADD 1 TO WS-AudReadCount                              03370001
033800            MOVE AUD-EMP-ID TO WS-AUD-KEY                         03380001
033900     END-READ.                                                    03390001
034000                                                                  03400001
034100*----------------------------------------------------------------*03410001
034200*    C-002 READS THE NEXT MASTER RECORD, COUNTING AND TOTALING   *03420001
034300*    FOR THE TRAILER PROOF.  THE TRAILER IS ALWAYS LAST, SO      *03430001
034400*    READING IT ENDS THE MASTER SIDE OF THE MATCH.               *03440001
034500*----------------------------------------------------------------*03450001
034600 C-002.                                                           03460001
034700                                                                  03470001
034800     READ EMPMAST NEXT RECORD                                     03480001
034900         AT END                                                   03490001
035000            MOVE WS-END-KEY TO WS-MAST-KEY                        03500001
035100         NOT AT END                                               03510001
035200            IF EM-EMP-ID = 99999                                  03520001
035300               MOVE EMPMAST-RECORD TO TLR-RECORD                  03530001
035400               SET WS-TRAILER-FOUND TO TRUE                       03540001
035500               MOVE WS-END-KEY TO WS-MAST-KEY                     03550001
035600            ELSE                                                  03560001
035700               ADD 1         TO WS-MAST-COUNT                     03570001
035800               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 03580001
035900               MOVE EM-EMP-ID TO WS-MAST-KEY                      03590001
036000            END-IF                                                03600001
036100     END-READ.                                                    03610001
036200                                                                  03620001
036300*----------------------------------------------------------------*03630001
036400*    C-003 READS THE NEXT SALARY HISTORY RECORD.                 *03640001
036500*----------------------------------------------------------------*03650001
036600 C-003.                                                           03660001
036700                                                                  03670001
036800     READ SALHIST                                                 03680001
036900         AT END                                                   03690001
037000            MOVE WS-END-KEY TO WS-SAL-KEY                         03700001
037100         NOT AT END                                               03710001
037200            ADD 1 TO WS-SalReadCount                              03720001
037300            MOVE SAL-EMP-ID TO WS-SAL-KEY                         03730001
037400     END-READ.                                                    03740001
037500                                                                  03750001
037600*----------------------------------------------------------------*03760001
037700*    D-001 JUDGES ONE EMPLOYEE.  THE AUDIT TRAIL SAYS WHETHER    *03770001
037800*    THE EMPLOYEE SHOULD BE ON THE MASTER AND WHAT THE RECORD    *03780001
037900*    SHOULD HOLD; A MASTER RECORD THE TRAIL KNOWS NOTHING ABOUT  *03790001
038000*    GOT THERE SOME OTHER WAY THAN THROUGH MAINTENANCE.          *03800001
038100*    SALARY HISTORY FOR AN EMPLOYEE NO LONGER ON THE MASTER      *03810001
038200*    (PURGED, OR AN ADD BACKED OUT) HAS NOTHING TO PROVE.        *03820001
038300*----------------------------------------------------------------*03830001
038400 D-001.                                                           03840001
038500                                                                  03850001
038600     IF WS-MAST-PRESENT OR WS-AUD-SEEN                            03860001
038700        ADD 1 TO WS-EmpCount                                      03870001
038800     END-IF                                                       03880001
038900                                                                  03890001
039000     EVALUATE TRUE                                                03900001
039100       WHEN WS-EXP-PRESENT AND WS-MAST-PRESENT                    03910001
039200         PERFORM D-002                                            03920001
039300       WHEN WS-EXP-PRESENT                                        03930001
039400         MOVE 'ON AUDIT TRAIL, MISSING FROM MASTER'               03940001
039500              TO WS-MESSAGE                                       03950001
039600         PERFORM D-005                                            03960001
039700       WHEN WS-AUD-SEEN AND WS-MAST-PRESENT                       03970001
039800         MOVE SPACES TO WS-MESSAGE                                03980001
039900         STRING 'REMOVED BY ' WS-LAST-AUD-ACTION ' ON '           03990001
040000                WS-LAST-AUD-DATE ', STILL ON MASTER'              04000001
040100                DELIMITED BY SIZE INTO WS-MESSAGE                 04010001
040200         PERFORM D-005                                            04020001
040300       WHEN WS-MAST-PRESENT                                       04030001
040400         MOVE 'ON MASTER WITH NO AUDIT HISTORY'                   04040001
040500              TO WS-MESSAGE                                       04050001
040600         PERFORM D-005                                            04060001
040700     END-EVALUATE                                                 04070001
040800                                                                  04080001
040900     IF WS-MAST-PRESENT                                           04090001
041000        PERFORM D-003                                             04100001
041100     END-IF                                                       04110001
041200                                                                  04120001
041300     IF WS-EMP-ERROR                                              04130001
041400        ADD 1 TO WS-EmpErrorCount                                 04140001
041500     ELSE                                                         04150001
041600        IF WS-MAST-PRESENT                                        04160001
041700           ADD 1 TO WS-ProvedCount                                04170001
041800        END-IF                                                    04180001
041900     END-IF.                                                      04190001
042000                                                                  04200001
042100*----------------------------------------------------------------*04210001
042200*    D-002 COMPARES THE EXPECTED IMAGE WITH THE MASTER RECORD,   *04220001
042300*    FIELD BY FIELD.                                             *04230001
042400*----------------------------------------------------------------*04240001
042500 D-002.                                                           04250001
042600                                                                  04260001
042700     IF NAME-A NOT = EM-NAME-A                                    04270001
042800        MOVE 'NAME-A'  TO WS-FLD-NAME                             04280001
042900        MOVE NAME-A    TO WS-FLD-EXP                              04290001
043000        MOVE EM-NAME-A TO WS-FLD-ACT                              04300001
043100        PERFORM D-004                                             04310001
043200     END-IF                                                       04320001
043300     IF SEX NOT = EM-SEX                                          04330001
043400        MOVE 'SEX'     TO WS-FLD-NAME                             04340001
043500        MOVE SEX       TO WS-FLD-EXP                              04350001
043600        MOVE EM-SEX    TO WS-FLD-ACT                              04360001
043700        PERFORM D-004                                             04370001
043800     END-IF                                                       04380001
043900     IF DOJ NOT = EM-DOJ                                          04390001
044000        MOVE 'DOJ'     TO WS-FLD-NAME                             04400001
044100        MOVE DOJ       TO WS-FLD-EXP                              04410001
044200        MOVE EM-DOJ    TO WS-FLD-ACT                              04420001
044300        PERFORM D-004                                             04430001
044400     END-IF                                                       04440001
044500     IF SALARY NOT = EM-SALARY                                    04450001
044600        MOVE 'SALARY'  TO WS-FLD-NAME                             04460001
044700        MOVE SALARY    TO WS-FLD-EXP                              04470001
044800        MOVE EM-SALARY TO WS-FLD-ACT                              04480001
044900        PERFORM D-004                                             04490001
045000     END-IF                                                       04500001
045100     IF EMP-DEPT NOT = EM-DEPT                                    04510001
045200        MOVE 'EMP-DEPT' TO WS-FLD-NAME                            04520001
045300        MOVE EMP-DEPT   TO WS-FLD-EXP                             04530001
045400        MOVE EM-DEPT    TO WS-FLD-ACT                             04540001
045500        PERFORM D-004                                             04550001
045600     END-IF                                                       04560001
045700     IF EMP-GRADE NOT = EM-GRADE                                  04570001
045800        MOVE 'EMP-GRADE' TO WS-FLD-NAME                           04580001
045900        MOVE EMP-GRADE   TO WS-FLD-EXP                            04590001
046000        MOVE EM-GRADE    TO WS-FLD-ACT                            04600001
046100        PERFORM D-004                                             04610001
046200     END-IF                                                       04620001
046300     IF EMP-STATUS NOT = EM-STATUS                                04630001
046400        MOVE 'EMP-STATUS' TO WS-FLD-NAME                          04640001
046500        MOVE EMP-STATUS   TO WS-FLD-EXP                           04650001
046600        MOVE EM-STATUS    TO WS-FLD-ACT                           04660001
046700        PERFORM D-004                                             04670001
046800     END-IF                                                       04680001
046900     IF EMP-LEAVE-DATE NOT = EM-LEAVE-DATE                        04690001
047000        MOVE 'EMP-LEAVE-DATE' TO WS-FLD-NAME                      04700001
047100        MOVE EMP-LEAVE-DATE   TO WS-FLD-EXP                       04710001
047200        MOVE EM-LEAVE-DATE    TO WS-FLD-ACT                       04720001
047300        PERFORM D-004                                             04730001
047400     END-IF                                                       04740001
047500     IF EMP-TERM-DATE NOT = EM-TERM-DATE                          04750001
047600        MOVE 'EMP-TERM-DATE' TO WS-FLD-NAME                       04760001
047700        MOVE EMP-TERM-DATE   TO WS-FLD-EXP                        04770001
047800        MOVE EM-TERM-DATE    TO WS-FLD-ACT                        04780001
047900        PERFORM D-004                                             04790001
048000     END-IF                                                       04800001
048100     IF EMP-TERM-REASON NOT = EM-TERM-REASON                      04810001
048200        MOVE 'EMP-TERM-REASON' TO WS-FLD-NAME                     04820001
048300        MOVE EMP-TERM-REASON   TO WS-FLD-EXP                      04830001
048400        MOVE EM-TERM-REASON    TO WS-FLD-ACT                      04840001
048500        PERFORM D-004                                             04850001
048600     END-IF.                                                      04860001
048700                                                                  04870001
048800*----------------------------------------------------------------*04880001
048900*    D-003 PROVES THE MASTER SALARY AGAINST THE LATEST SALARY    *04890001
049000*    HISTORY.  NO HISTORY AT ALL LEAVES THE SALARY UNPROVED -    *04900001
049100*    LISTED AS A WARNING, NOT A DISCREPANCY.                     *04910001
049200*----------------------------------------------------------------*04920001
049300 D-003.                                                           04930001
049400                                                                  04940001
049500     IF WS-SAL-SEEN                                               04950001
049600        IF WS-LAST-SAL NOT = EM-SALARY                            04960001
049700           MOVE 'SALHIST LATEST' TO WS-FLD-NAME                   04970001
049800           MOVE WS-LAST-SAL      TO WS-FLD-EXP                    04980001
049900           MOVE EM-SALARY        TO WS-FLD-ACT                    04990001
050000           PERFORM D-004                                          05000001
050100        END-IF                                                    05010001
050200     ELSE                                                         05020001
050300        ADD 1 TO WS-NoSalHistCount                                05030001
050400        MOVE SPACES TO WS-REPORT-LINE                             05040001
050500        STRING WS-LOW-EMP-ID                                      05050001
050600               ' NO SALARY HISTORY - SALARY '                     05060001
050700               EM-SALARY ' NOT PROVED (WARNING)'                  05070001
050800               DELIMITED BY SIZE INTO WS-REPORT-LINE              05080001
050900        WRITE RPL-LINE FROM WS-REPORT-LINE                        05090001
051000              AFTER ADVANCING 1 LINE                              05100001
051100     END-IF.                                                      05110001
051200                                                                  05120001
051300*----------------------------------------------------------------*05130001
051400*    D-004 LISTS ONE FIELD THAT DOES NOT AGREE.                  *05140001
051500*----------------------------------------------------------------*05150001
051600 D-004.                                                           05160001
051700                                                                  05170001
051800     ADD 1 TO WS-DiscrepCount                                     05180001
051900     SET WS-EMP-ERROR TO TRUE                                     05190001
052000     MOVE SPACES TO WS-REPORT-LINE                                05200001
052100     STRING WS-LOW-EMP-ID ' ' WS-FLD-NAME                         05210001
052200            ' ' WS-FLD-EXP '          ' WS-FLD-ACT                05220001
052300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05230001
052400     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05240001
052500                                                                  05250001
052600*----------------------------------------------------------------*05260001
052700*    D-005 LISTS AN EMPLOYEE WHOSE WHOLE RECORD IS IN QUESTION,  *05270001
052800*    WITH THE NAME FROM WHICHEVER SIDE HAS ONE.                  *05280001
052900*----------------------------------------------------------------*05290001
053000 D-005.                                                           05300001
053100                                                                  05310001
053200     ADD 1 TO WS-DiscrepCount                                     05320001
053300     SET WS-EMP-ERROR TO TRUE                                     05330001
053400     MOVE SPACES TO WS-REPORT-LINE                                05340001
053500     IF WS-MAST-PRESENT                                           05350001
053600        STRING WS-LOW-EMP-ID ' ' WS-MESSAGE ' ' EM-NAME-A         05360001
053700               DELIMITED BY SIZE INTO WS-REPORT-LINE              05370001
053800     ELSE                                                         05380001
053900        STRING WS-LOW-EMP-ID ' ' WS-MESSAGE ' ' NAME-A            05390001
054000               DELIMITED BY SIZE INTO WS-REPORT-LINE              05400001
054100     END-IF                                                       05410001
054200     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05420001
054300                                                                  05430001
054400*----------------------------------------------------------------*05440001
054500*    E-001 PROVES THE MASTER AGAINST ITS CONTROL TRAILER, THE    *05450001
054600*    SAME AS EVERY OTHER READER.  A MISSING OR OUT-OF-BALANCE    *05460001
054700*    TRAILER IS ONE MORE DISCREPANCY.                            *05470001
054800*----------------------------------------------------------------*05480001
054900 E-001.                                                           05490001
055000                                                                  05500001
055100     MOVE SPACES TO WS-REPORT-LINE                                05510001
055200     EVALUATE TRUE                                                05520001
055300       WHEN NOT WS-TRAILER-FOUND                                  05530001
055400         ADD 1 TO WS-DiscrepCount                                 05540001
055500         STRING 'NO CONTROL TRAILER ON EMPMAST'                   05550001
055600                DELIMITED BY SIZE INTO WS-REPORT-LINE             05560001
055700         WRITE RPL-LINE FROM WS-REPORT-LINE                       05570001
055800               AFTER ADVANCING 1 LINE                             05580001
055900       WHEN TLR-REC-COUNT NOT = WS-MAST-COUNT                     05590001
056000         OR TLR-SAL-TOTAL NOT = WS-MAST-SAL-TOTAL                 05600001
056100         ADD 1 TO WS-DiscrepCount                                 05610001
056200         STRING 'TRAILER COUNT=' TLR-REC-COUNT                    05620001
056300                ' READ=' WS-MAST-COUNT                            05630001
056400                ' SALARY=' TLR-SAL-TOTAL                          05640001
056500                ' READ=' WS-MAST-SAL-TOTAL                        05650001
056600                DELIMITED BY SIZE INTO WS-REPORT-LINE             05660001
056700         WRITE RPL-LINE FROM WS-REPORT-LINE                       05670001
056800               AFTER ADVANCING 1 LINE                             05680001
056900     END-EVALUATE.                                                05690001
057000                                                                  05700001
057100*----------------------------------------------------------------*05710001
057200*    H-001 PRINTS THE RUN COUNTS.                                *05720001
057300*----------------------------------------------------------------*05730001
057400 H-001.                                                           05740001
057500                                                                  05750001
057600     MOVE SPACES TO WS-REPORT-LINE                                05760001
057700     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05770001
057800                                                                  05780001
057900     MOVE SPACES TO WS-REPORT-LINE                                05790001
058000     STRING 'AUDIT RECORDS REPLAYED : ' WS-AudReadCount           05800001
058100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05810001
058200     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05820001
058300                                                                  05830001
058400     MOVE SPACES TO WS-REPORT-LINE                                05840001
058500     STRING 'SALHIST RECORDS READ   : ' WS-SalReadCount           05850001
058600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05860001
058700     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05870001
058800                                                                  05880001
058900     MOVE SPACES TO WS-REPORT-LINE                                05890001
059000     STRING 'MASTER RECORDS READ    : ' WS-MAST-COUNT             05900001
059100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05910001
059200     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05920001
059300                                                                  05930001
059400     MOVE SPACES TO WS-REPORT-LINE                                05940001
059500     STRING 'EMPLOYEES CHECKED      : ' WS-EmpCount               05950001
059600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05960001
059700     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05970001
059800                                                                  05980001
059900     MOVE SPACES TO WS-REPORT-LINE                                05990001
060000     STRING 'EMPLOYEES PROVED       : ' WS-ProvedCount            06000001
060100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06010001
060200     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06020001
060300                                                                  06030001
060400     MOVE SPACES TO WS-REPORT-LINE                                06040001
060500     STRING 'EMPLOYEES IN ERROR     : ' WS-EmpErrorCount          06050001
060600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06060001
060700     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06070001
060800                                                                  06080001
060900     MOVE SPACES TO WS-REPORT-LINE                                06090001
061000     STRING 'DISCREPANCIES          : ' WS-DiscrepCount           06100001
061100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06110001
061200     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06120001
061300                                                                  06130001
061400     MOVE SPACES TO WS-REPORT-LINE                                06140001
061500     STRING 'SALARY NOT PROVED      : ' WS-NoSalHistCount         06150001
061600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06160001
061700     WRITE RPL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06170001
061800                                                                  06180002
061900*----------------------------------------------------------------*06190002
062000*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *06200002
062100*    CYCLE'S BUSINESS DATE.  PROGRAM19 RUNS ONLY ONCE PROGRAM3   *06210002
062200*    HAS COMPLETED FOR THE CYCLE.                                *06220002
062300*----------------------------------------------------------------*06230002
062400 A-002.                                                           06240002
062500                                                                  06250002
062600     OPEN INPUT CYCFILE                                           06260002
062700     IF WS-CYC-STATUS NOT = '00'                                  06270002
062800        DISPLAY 'PROGRAM19: CANNOT OPEN CYCFILE, STATUS '         06280002
062900                WS-CYC-STATUS                                     06290002
063000        MOVE 12 TO RETURN-CODE                                    06300002
063100     ELSE                                                         06310002
063200        READ CYCFILE INTO CYC-RECORD                              06320002
063300            AT END                                                06330002
063400               DISPLAY 'PROGRAM19: CYCFILE IS EMPTY'              06340002
063500               MOVE 12 TO RETURN-CODE                             06350002
063600            NOT AT END                                            06360002
063700               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   06370002
063800        END-READ                                                  06380002
063900        CLOSE CYCFILE                                             06390002
064000     END-IF                                                       06400002
064100                                                                  06410002
064200     IF RETURN-CODE = ZEROS AND NOT CYC-APPLY-DONE                06420002
064300        DISPLAY 'PROGRAM19: PROGRAM3 HAS NOT COMPLETED'           06430002
064400                ' FOR CYCLE ' CYC-BUS-DATE                        06440002
064500        MOVE 16 TO RETURN-CODE                                    06450002
064600     END-IF.                                                      06460002
