000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM24.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  RETRO PAY RUN.  READS    *00100001
001100*                     THE SALARY HISTORY (EMPSAL, SORTED INTO    *00110001
001200*                     EMPLOYEE ORDER BY THE JCL) AND PRICES      *00120001
001300*                     EVERY CHANGE, MERIT OR RELEASED CHANGE     *00130001
001400*                     PROGRAM3 APPLIED THIS CYCLE WITH AN        *00140001
001500*                     EFFECTIVE DATE BEFORE THE RUN DATE - THE   *00150001
001600*                     ARREARS OWED ON A BACK-DATED INCREASE, OR  *00160001
001700*                     THE OVERPAYMENT TO RECOVER ON A DECREASE,  *00170001
001800*                     FOR THE DAYS FROM THE EFFECTIVE DATE UP TO *00180001
001900*                     THE APPLIED DATE.  EACH DAY IS PRICED      *00190001
002000*                     AGAINST THE SALARY THE EMPLOYEE'S EARLIER  *00200001
002100*                     HISTORY SAYS WAS BEING PAID ON IT, SO A    *00210001
002200*                     STACK OF MOVEMENTS OVER THE SAME PERIOD IS *00220001
002300*                     PAID ONCE.  WRITES ONE RETRO-PAY RECORD    *00230001
002400*                     (EMPRTO) PER MOVEMENT TO THE CUMULATIVE    *00240001
002500*                     RETRO FILE FOR THE PAYROLL SYSTEM AND THE  *00250001
002600*                     PROGRAM16 GL LINE, AND PRINTS THE RETRO    *00260001
002700*                     REGISTER WITH TOTALS BY DEPARTMENT.  THE   *00270001
002800*                     RUN DATE IS THE CYCLE'S BUSINESS DATE; THE *00280001
002900*                     RUN REFUSES TO START (RC=16) UNTIL         *00290001
003000*                     PROGRAM3 HAS APPLIED THE CYCLE'S           *00300001
003100*                     MAINTENANCE, AND (RC=20) WHEN THE CYCLE IS *00310001
003200*                     ALREADY ON THE RETRO FILE.                 *00320001
003210*    2026-10-15  RKM  A MOVEMENT A PROGRAM14 BACKOUT REVERSED    *00321002
003220*                     LATER IN THE SAME CYCLE (A SOURCE 'B'      *00322002
003230*                     RECORD AFTER IT FOR THE SAME EMPLOYEE      *00323002
003240*                     AND APPLIED DATE) IS NO LONGER PRICED,     *00324002
003250*                     AND IS PASSED OVER AS WHAT WAS BEING       *00325002
003260*                     PAID WHEN A LATER MOVEMENT IS PRICED.      *00326002
003270*                     IT IS LISTED AND COUNTED ON THE REGISTER   *00327002
003280*                     INSTEAD.                                   *00328002
003300******************************************************************00330001
003400                                                                  00340001
003500 ENVIRONMENT DIVISION.                                            00350001
003600                                                                  00360001
003700******************************************************************00370001
003800**                                                                00380001
003900**   CONFIGURATION SECTION                                        00390001
004000**                                                                00400001
004100******************************************************************00410001
004200                                                                  00420001
004300 CONFIGURATION SECTION.                                           00430001
004400                                                                  00440001
004500 SPECIAL-NAMES.                                                   00450001
004600      DECIMAL-POINT IS COMMA.                                     00460001
004700                                                                  00470001
004800******************************************************************00480001
004900**                                                                00490001
005000**   INPUT-OUTPUT SECTION                                         00500001
005100**                                                                00510001
005200******************************************************************00520001
005300                                                                  00530001
005400 INPUT-OUTPUT SECTION.                                            00540001
005500                                                                  00550001
005600 FILE-CONTROL.                                                    00560001
005700                                                                  00570001
005800     SELECT EMPMAST         ASSIGN TO 'EMPMAST'                   00580001
005900                            ORGANIZATION IS INDEXED               00590001
006000                            ACCESS MODE IS DYNAMIC                00600001
006100                            RECORD KEY IS EM-EMP-ID               00610001
006200                            FILE STATUS IS WS-MAST-STATUS.        00620001
006300                                                                  00630001
006400     SELECT DEPTFILE        ASSIGN TO 'DEPTFILE'                  00640001
006500                            ORGANIZATION IS SEQUENTIAL.           00650001
006600                                                                  00660001
006700     SELECT SALHIST         ASSIGN TO 'SALHIST'                   00670001
006800                            ORGANIZATION IS SEQUENTIAL.           00680001
006900                                                                  00690001
007000     SELECT RTOFILE         ASSIGN TO 'RTOFILE'                   00700001
007100                            ORGANIZATION IS SEQUENTIAL            00710001
007200                            FILE STATUS IS WS-RTO-STATUS.         00720001
007300                                                                  00730001
007400     SELECT RTOREPT         ASSIGN TO 'RTOREPT'                   00740001
007500                            ORGANIZATION IS SEQUENTIAL.           00750001
007600                                                                  00760001
007700     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00770001
007800                            ORGANIZATION IS SEQUENTIAL            00780001
007900                            FILE STATUS IS WS-CYC-STATUS.         00790001
008000******************************************************************00800001
008100**                                                                00810001
008200**   DATA DIVISION                                                00820001
008300**                                                                00830001
008400******************************************************************00840001
008500                                                                  00850001
008600 DATA DIVISION.                                                   00860001
008700                                                                  00870001
008800******************************************************************00880001
008900**                                                                00890001
009000**   FILE SECTION                                                 00900001
009100**                                                                00910001
009200******************************************************************00920001
009300                                                                  00930001
009400 FILE SECTION.                                                    00940001
009500                                                                  00950001
009600 FD  EMPMAST                                                      00960001
009700     RECORD CONTAINS 57 CHARACTERS.                               00970001
009800     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00980001
009900                           ==EMP-ID==    BY ==EM-EMP-ID==         00990001
010000                           ==NAME-A==    BY ==EM-NAME-A==         01000001
010100                           ==SEX==       BY ==EM-SEX==            01010001
010200                           ==DOJ==       BY ==EM-DOJ==            01020001
010300                           ==SALARY==    BY ==EM-SALARY==         01030001
010400                           ==EMP-DEPT==  BY ==EM-DEPT==           01040001
010500                           ==EMP-GRADE== BY ==EM-GRADE==          01050001
010600                           ==EMP-STATUS== BY ==EM-STATUS==        01060001
010700                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        01070001
010800                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    01080001
010900                           ==EMP-TERMINATED== BY ==EM-TERMINATED==01090001
011000                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==01100001
011100                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  01110001
011200                           ==EMP-TERM-REASON==                    01120001
011300                                          BY ==EM-TERM-REASON==.  01130001
011400                                                                  01140001
011500 FD  DEPTFILE                                                     01150001
011600     LABEL RECORDS ARE STANDARD                                   01160001
011700     RECORD CONTAINS 24 CHARACTERS.                               01170001
011800     COPY EMPDPT REPLACING ==DPT-RECORD== BY ==DEPTFILE-RECORD==  01180001
011900                      ==DPT-CODE==         BY ==DF-CODE==         01190001
012000                      ==DPT-NAME==         BY ==DF-NAME==.        01200001
012100                                                                  01210001
012200 FD  SALHIST                                                      01220001
012300     LABEL RECORDS ARE STANDARD                                   01230001
012400     RECORD CONTAINS 34 CHARACTERS.                               01240001
012500 01  SHF-RECORD                PIC X(34).                         01250001
012600                                                                  01260001
012700 FD  RTOFILE                                                      01270001
012800     LABEL RECORDS ARE STANDARD                                   01280001
012900     RECORD CONTAINS 60 CHARACTERS.                               01290001
013000 01  RTF-RECORD                PIC X(60).                         01300001
013100                                                                  01310001
013200 FD  RTOREPT                                                      01320001
013300     LABEL RECORDS OMITTED                                        01330001
013400     RECORD CONTAINS 80 CHARACTERS.                               01340001
013500 01  RTR-LINE                  PIC X(80).                         01350001
013600                                                                  01360001
013700 FD  CYCFILE                                                      01370001
013800     LABEL RECORDS ARE STANDARD                                   01380001
013900     RECORD CONTAINS 21 CHARACTERS.                               01390001
014000 01  CYF-RECORD                PIC X(21).                         01400001
014100                                                                  01410001
014200******************************************************************01420001
014300**                                                                01430001
014400**  WORKING-STORAGE SECTION                                       01440001
014500**                                                                01450001
014600******************************************************************01460001
014700                                                                  01470001
014800 WORKING-STORAGE SECTION.                                         01480001
014900                                                                  01490001
015000 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01500001
015100 01 WS-RTO-STATUS      PIC X(2) VALUE SPACES.                     01510001
015200 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01520001
015300 01 WS-RTO-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01530001
015400    88 WS-RTO-EOF              VALUE 'Y'.                         01540001
015500 01 WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.                        01550001
015600    88 WS-DEPT-EOF             VALUE 'Y'.                         01560001
015700 01 WS-DEPT-FOUND-SW   PIC X(1) VALUE 'N'.                        01570001
015800    88 WS-DEPT-FOUND           VALUE 'Y'.                         01580001
015900 01 WS-DEPT-LOADED     PIC 9(02) VALUE ZEROS.                     01590001
016000 01 WS-DEPT-SUB        PIC 9(02) VALUE ZEROS.                     01600001
016100 01 WS-DEPT-USE-SUB    PIC 9(02) VALUE ZEROS.                     01610001
016200 01 WS-DEPT-TABLE.                                                01620001
016300    03 WS-DEPT-ENTRY OCCURS 20.                                   01630001
016400       05 WS-DEPT-CODE    PIC X(04).                              01640001
016500       05 WS-DEPT-NAME    PIC X(20).                              01650001
016600       05 WS-DEPT-COUNT   PIC 9(05).                              01660001
016700       05 WS-DEPT-OWED    PIC 9(09).                              01670001
016800       05 WS-DEPT-RECOVER PIC 9(09).                              01680001
016900 01 WS-UNK-COUNT       PIC 9(05) VALUE ZEROS.                     01690001
017000 01 WS-UNK-OWED        PIC 9(09) VALUE ZEROS.                     01700001
017100 01 WS-UNK-RECOVER     PIC 9(09) VALUE ZEROS.                     01710001
017200*    SALHIST ARRIVES IN EMPLOYEE ORDER.  WS-SAL-KEY IS THE        01720001
017300*    EMPLOYEE ON THE RECORD IN HAND, OR WS-END-KEY AT END OF      01730001
017400*    FILE, SO ONE EMPLOYEE'S RECORDS ARE TAKEN AS A GROUP.        01740001
017500 01 WS-SAL-KEY         PIC 9(06) VALUE ZEROS.                     01750001
017600 01 WS-END-KEY         PIC 9(06) VALUE 999999.                    01760001
017700 01 WS-CUR-KEY         PIC 9(06) VALUE ZEROS.                     01770001
017800*    ONE EMPLOYEE'S SALARY HISTORY, IN THE ORDER APPLIED.         01780001
017900 01 WS-HST-OVERFLOW-SW PIC X(1) VALUE 'N'.                        01790001
018000    88 WS-HST-OVERFLOW         VALUE 'Y'.                         01800001
018020 01 WS-BACKOUT-SW      PIC X(1) VALUE 'N'.                        01802002
018040    88 WS-BACKOUT-SEEN         VALUE 'Y'.                         01804002
018100 01 WS-HST-LOADED      PIC 9(03) VALUE ZEROS.                     01810001
018200 01 WS-HST-SUB         PIC 9(03) VALUE ZEROS.                     01820001
018300 01 WS-HST-SUB2        PIC 9(03) VALUE ZEROS.                     01830001
018400 01 WS-HST-TABLE.                                                 01840001
018500    03 WS-HST-ENTRY OCCURS 200.                                   01850001
018600       05 WS-HST-CHG-DATE PIC 9(08).                              01860001
018700       05 WS-HST-EFF-DATE PIC 9(08).                              01870001
018800       05 WS-HST-OLD-SAL  PIC 9(06).                              01880001
018900       05 WS-HST-NEW-SAL  PIC 9(06).                              01890001
019000       05 WS-HST-SOURCE   PIC X(01).                              01900001
019020       05 WS-HST-REVERSED PIC X(01).                              01902002
019100*    PRICING ONE MOVEMENT - THE PERIOD IS WALKED IN SEGMENTS      01910001
019200*    BETWEEN THE EFFECTIVE DATES OF THE EARLIER HISTORY, AND      01920001
019300*    WS-DAY-PRODUCT ACCUMULATES (NEW SALARY - SALARY BEING PAID)  01930001
019400*    TIMES DAYS FOR EACH SEGMENT.                                 01940001
019500 01 WS-SEG-START       PIC 9(08) VALUE ZEROS.                     01950001
019600 01 WS-SEG-END         PIC 9(08) VALUE ZEROS.                     01960001
019700 01 WS-PAID-FOUND-SW   PIC X(1) VALUE 'N'.                        01970001
019800    88 WS-PAID-FOUND           VALUE 'Y'.                         01980001
019900 01 WS-PAID-SAL        PIC 9(06) VALUE ZEROS.                     01990001
020000 01 WS-SAL-DIFF        PIC S9(07) VALUE ZEROS.                    02000001
020100 01 WS-SEG-DAYS        PIC 9(05) VALUE ZEROS.                     02010001
020200 01 WS-START-DAYNO     PIC 9(07) VALUE ZEROS.                     02020001
020300 01 WS-DAY-PRODUCT     PIC S9(13) VALUE ZEROS.                    02030001
020400 01 WS-RETRO-AMT       PIC S9(09) VALUE ZEROS.                    02040001
020500*    DAY NUMBER OF A YYYYMMDD DATE - DAYS SINCE A FIXED ORIGIN,   02050001
020600*    COUNTING MARCH AS THE FIRST MONTH SO THAT FEBRUARY'S LEAP    02060001
020700*    DAY FALLS AT THE END OF THE YEAR.  THE DIFFERENCE OF TWO     02070001
020800*    DAY NUMBERS IS THE EXACT DAYS BETWEEN THE DATES.             02080001
020900 01 WS-DN-DATE         PIC 9(08) VALUE ZEROS.                     02090001
021000 01 FILLER REDEFINES WS-DN-DATE.                                  02100001
021100    03 WS-DN-YEAR      PIC 9(04).                                 02110001
021200    03 WS-DN-MONTH     PIC 9(02).                                 02120001
021300    03 WS-DN-DAY       PIC 9(02).                                 02130001
021400 01 WS-DN-Y            PIC 9(04) VALUE ZEROS.                     02140001
021500 01 WS-DN-M            PIC 9(02) VALUE ZEROS.                     02150001
021600 01 WS-DN-WORK         PIC 9(07) VALUE ZEROS.                     02160001
021700 01 WS-DN-RESULT       PIC 9(07) VALUE ZEROS.                     02170001
021800 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     02180001
021900 01 WS-SalReadCount    PIC 9(08) VALUE ZEROS.                     02190001
022000 01 WS-EmpCount        PIC 9(06) VALUE ZEROS.                     02200001
022100 01 WS-AppliedCount    PIC 9(06) VALUE ZEROS.                     02210001
022200 01 WS-RetroCount      PIC 9(06) VALUE ZEROS.                     02220001
022300 01 WS-OwedCount       PIC 9(06) VALUE ZEROS.                     02230001
022400 01 WS-RecoverCount    PIC 9(06) VALUE ZEROS.                     02240001
022500 01 WS-OverflowCount   PIC 9(06) VALUE ZEROS.                     02250001
022520 01 WS-ReversedCount   PIC 9(06) VALUE ZEROS.                     02252002
022600 01 WS-TOTAL-OWED      PIC 9(11) VALUE ZEROS.                     02260001
022700 01 WS-TOTAL-RECOVER   PIC 9(11) VALUE ZEROS.                     02270001
022800 01 WS-REPORT-LINE     PIC X(80).                                 02280001
022900      COPY EMPDPT.                                                02290001
023000      COPY EMPSAL.                                                02300001
023100      COPY EMPRTO.                                                02310001
023200      COPY EMPCYC.                                                02320001
023300*----------------------------------------------------------------*02330001
023400 PROCEDURE DIVISION .                                             02340001
023500*----------------------------------------------------------------*02350001
023600 A-MAIN                                      SECTION.             02360001
023700*----------------------------------------------------------------*02370001
023800 A-001.                                                           02380001
023900                                                                  02390001
024000     PERFORM A-002                                                02400001
024100     IF RETURN-CODE NOT = ZEROS                                   02410001
024200        GO TO A-999                                               02420001
024300     END-IF                                                       02430001
024400                                                                  02440001
024500     OPEN OUTPUT RTOREPT                                          02450001
024600                                                                  02460001
024700     PERFORM A-003                                                02470001
024800     IF RETURN-CODE NOT = ZEROS                                   02480001
024900        CLOSE RTOREPT                                             02490001
025000        GO TO A-999                                               02500001
025100     END-IF                                                       02510001
025200                                                                  02520001
025300     PERFORM A-005                                                02530001
025400     IF WS-DEPT-LOADED = ZEROS                                    02540001
025500        DISPLAY 'PROGRAM24: DEPTFILE IS EMPTY'                    02550001
025600        MOVE 8 TO RETURN-CODE                                     02560001
025700        CLOSE RTOREPT                                             02570001
025800        GO TO A-999                                               02580001
025900     END-IF                                                       02590001
026000                                                                  02600001
026100     OPEN INPUT EMPMAST                                           02610001
026200     IF WS-MAST-STATUS NOT = '00'                                 02620001
026300        DISPLAY 'PROGRAM24: CANNOT OPEN EMPMAST, STATUS '         02630001
026400                WS-MAST-STATUS                                    02640001
026500        MOVE 12 TO RETURN-CODE                                    02650001
026600        CLOSE RTOREPT                                             02660001
026700        GO TO A-999                                               02670001
026800     END-IF                                                       02680001
026900                                                                  02690001
027000     OPEN EXTEND RTOFILE                                          02700001
027100     IF WS-RTO-STATUS NOT = '00'                                  02710001
027200        DISPLAY 'PROGRAM24: CANNOT EXTEND RTOFILE, STATUS '       02720001
027300                WS-RTO-STATUS                                     02730001
027400        MOVE 12 TO RETURN-CODE                                    02740001
027500        CLOSE EMPMAST                                             02750001
027600        CLOSE RTOREPT                                             02760001
027700        GO TO A-999                                               02770001
027800     END-IF                                                       02780001
027900                                                                  02790001
028000     MOVE SPACES TO WS-REPORT-LINE                                02800001
028100     STRING 'RETRO PAY REGISTER - CHANGES APPLIED ' WS-RUN-DATE   02810001
028200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02820001
028300     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02830001
028400                                                                  02840001
028500     MOVE SPACES TO WS-REPORT-LINE                                02850001
028600     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02860001
028700                                                                  02870001
028800     MOVE SPACES TO WS-REPORT-LINE                                02880001
028900     STRING 'EMPNO DEPT EFFECTIVE APPLIED  DAYS  OLD SAL NEW SAL' 02890001
029000            ' S O/R    AMOUNT'                                    02900001
029100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02910001
029200     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02920001
029300                                                                  02930001
029400     OPEN INPUT SALHIST                                           02940001
029500     PERFORM B-009                                                02950001
029600     PERFORM B-001 UNTIL WS-SAL-KEY = WS-END-KEY                  02960001
029700     CLOSE SALHIST                                                02970001
029800                                                                  02980001
029900     CLOSE RTOFILE                                                02990001
030000     CLOSE EMPMAST                                                03000001
030100                                                                  03010001
030200     PERFORM H-001                                                03020001
030300                                                                  03030001
030400     IF WS-OverflowCount > ZEROS                                  03040001
030500        MOVE 8 TO RETURN-CODE                                     03050001
030600     END-IF                                                       03060001
030700                                                                  03070001
030800     PERFORM H-003                                                03080001
030900                                                                  03090001
031000     CLOSE RTOREPT.                                               03100001
031100                                                                  03110001
031200 A-999.                                                           03120001
031300                                                                  03130001
031400     GOBACK.                                                      03140001
031500                                                                  03150001
031600*----------------------------------------------------------------*03160001
031700*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *03170001
031800*    CYCLE'S BUSINESS DATE.  PROGRAM24 RUNS ONLY ONCE PROGRAM3   *03180001
031900*    HAS COMPLETED FOR THE CYCLE, SO THE NIGHT'S SALARY          *03190001
032000*    MOVEMENTS ARE ALL ON THE HISTORY.                           *03200001
032100*----------------------------------------------------------------*03210001
032200 A-002.                                                           03220001
032300                                                                  03230001
032400     OPEN INPUT CYCFILE                                           03240001
032500     IF WS-CYC-STATUS NOT = '00'                                  03250001
032600        DISPLAY 'PROGRAM24: CANNOT OPEN CYCFILE, STATUS '         03260001
032700                WS-CYC-STATUS                                     03270001
032800        MOVE 12 TO RETURN-CODE                                    03280001
032900     ELSE                                                         03290001
033000        READ CYCFILE INTO CYC-RECORD                              03300001
033100            AT END                                                03310001
033200               DISPLAY 'PROGRAM24: CYCFILE IS EMPTY'              03320001
033300               MOVE 12 TO RETURN-CODE                             03330001
033400            NOT AT END                                            03340001
033500               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   03350001
033600        END-READ                                                  03360001
033700        CLOSE CYCFILE                                             03370001
033800     END-IF                                                       03380001
033900                                                                  03390001
034000     IF RETURN-CODE = ZEROS AND NOT CYC-APPLY-DONE                03400001
034100        DISPLAY 'PROGRAM24: PROGRAM3 HAS NOT COMPLETED'           03410001
034200                ' FOR CYCLE ' CYC-BUS-DATE                        03420001
034300        MOVE 16 TO RETURN-CODE                                    03430001
034400     END-IF.                                                      03440001
034500                                                                  03450001
034600*----------------------------------------------------------------*03460001
034700*    A-003 READS THE RETRO FILE THROUGH.  A CYCLE IS PRICED ONLY *03470001
034800*    ONCE - IF ANY RECORD IS ALREADY DATED THIS CYCLE THE RUN    *03480001
034900*    ENDS RC=20 WITHOUT WRITING, SO ARREARS ARE NEVER PAID       *03490001
035000*    TWICE.                                                      *03500001
035100*----------------------------------------------------------------*03510001
035200 A-003.                                                           03520001
035300                                                                  03530001
035400     OPEN INPUT RTOFILE                                           03540001
035500     IF WS-RTO-STATUS NOT = '00'                                  03550001
035600        DISPLAY 'PROGRAM24: CANNOT OPEN RTOFILE, STATUS '         03560001
035700                WS-RTO-STATUS                                     03570001
035800        MOVE 12 TO RETURN-CODE                                    03580001
035900     ELSE                                                         03590001
036000        PERFORM A-004 UNTIL WS-RTO-EOF                            03600001
036100        CLOSE RTOFILE                                             03610001
036200     END-IF.                                                      03620001
036300                                                                  03630001
036400*----------------------------------------------------------------*03640001
036500*    A-004 READS ONE RETRO RECORD AND CHECKS ITS APPLIED DATE.   *03650001
036600*----------------------------------------------------------------*03660001
036700 A-004.                                                           03670001
036800                                                                  03680001
036900     READ RTOFILE INTO RTO-RECORD                                 03690001
037000         AT END                                                   03700001
037100            SET WS-RTO-EOF TO TRUE                                03710001
037200         NOT AT END                                               03720001
037300            IF RTO-APPLIED-DATE = WS-RUN-DATE                     03730001
037400               MOVE SPACES TO WS-REPORT-LINE                      03740001
037500               STRING 'RETRO PAY NOT RUN - CYCLE ' WS-RUN-DATE    03750001
037600                      ' IS ALREADY ON THE RETRO FILE'             03760001
037700                      DELIMITED BY SIZE INTO WS-REPORT-LINE       03770001
037800               WRITE RTR-LINE FROM WS-REPORT-LINE                 03780001
037900                     AFTER ADVANCING 1 LINE                       03790001
038000               DISPLAY 'PROGRAM24: ALREADY PRICED FOR CYCLE '     03800001
038100                       WS-RUN-DATE                                03810001
038200               MOVE 20 TO RETURN-CODE                             03820001
038300               SET WS-RTO-EOF TO TRUE                             03830001
038400            END-IF                                                03840001
038500     END-READ.                                                    03850001
038600                                                                  03860001
038700*----------------------------------------------------------------*03870001
038800*    A-005 LOADS THE DEPARTMENT REFERENCE FILE WITH EMPTY RETRO  *03880001
038900*    TOTALS.                                                     *03890001
039000*----------------------------------------------------------------*03900001
039100 A-005.                                                           03910001
039200                                                                  03920001
039300     OPEN INPUT DEPTFILE                                          03930001
039400     PERFORM A-006 UNTIL WS-DEPT-EOF                              03940001
039500     CLOSE DEPTFILE.                                              03950001
039600                                                                  03960001
039700*----------------------------------------------------------------*03970001
039800*    A-006 READS ONE DEPARTMENT RECORD INTO THE NEXT TABLE SLOT. *03980001
039900*----------------------------------------------------------------*03990001
040000 A-006.                                                           04000001
040100                                                                  04010001
040200     READ DEPTFILE INTO DPT-RECORD                                04020001
040300         AT END                                                   04030001
040400            SET WS-DEPT-EOF TO TRUE                               04040001
040500         NOT AT END                                               04050001
040600            IF WS-DEPT-LOADED >= 20                               04060001
040700               DISPLAY 'PROGRAM24: MORE THAN 20 DEPARTMENTS ON '  04070001
040800                       'DEPTFILE'                                 04080001
040900               MOVE 8 TO RETURN-CODE                              04090001
041000               SET WS-DEPT-EOF TO TRUE                            04100001
041100            ELSE                                                  04110001
041200               ADD 1 TO WS-DEPT-LOADED                            04120001
041300               MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-LOADED)      04130001
041400               MOVE DPT-NAME TO WS-DEPT-NAME(WS-DEPT-LOADED)      04140001
041500               MOVE ZEROS TO WS-DEPT-COUNT(WS-DEPT-LOADED)        04150001
041600               MOVE ZEROS TO WS-DEPT-OWED(WS-DEPT-LOADED)         04160001
041700               MOVE ZEROS TO WS-DEPT-RECOVER(WS-DEPT-LOADED)      04170001
041800            END-IF                                                04180001
041900     END-READ.                                                    04190001
042000                                                                  04200001
042100*----------------------------------------------------------------*04210001
042200*    B-001 TAKES ONE EMPLOYEE'S SALARY HISTORY INTO THE TABLE    *04220001
042300*    AND PRICES EACH MOVEMENT OF IT THAT NEEDS PRICING.  AN      *04230001
042400*    EMPLOYEE WITH MORE HISTORY THAN THE TABLE HOLDS IS LISTED   *04240001
042500*    AND NOT PRICED - THE RUN ENDS RC=8 AND THE ARREARS ARE      *04250001
042600*    WORKED BY HAND FROM THE PROGRAM9 REPORT.  THE MOVEMENTS A   *04260002
042620*    BACKOUT REVERSED ARE MARKED FIRST (B-004).                  *04262002
042700*----------------------------------------------------------------*04270001
042800 B-001.                                                           04280001
042900                                                                  04290001
043000     ADD 1 TO WS-EmpCount                                         04300001
043100     MOVE WS-SAL-KEY TO WS-CUR-KEY                                04310001
043200     MOVE ZEROS      TO WS-HST-LOADED                             04320001
043300     MOVE 'N'        TO WS-HST-OVERFLOW-SW                        04330001
043400     PERFORM B-002 UNTIL WS-SAL-KEY NOT = WS-CUR-KEY              04340001
043500                                                                  04350001
043600     IF WS-HST-OVERFLOW                                           04360001
043700        ADD 1 TO WS-OverflowCount                                 04370001
043800        MOVE SPACES TO WS-REPORT-LINE                             04380001
043900        STRING WS-CUR-KEY(2:5) ' *** MORE THAN 200 SALARY '       04390001
044000               'MOVEMENTS - NOT PRICED, CHECK BY HAND'            04400001
044100               DELIMITED BY SIZE INTO WS-REPORT-LINE              04410001
044200        WRITE RTR-LINE FROM WS-REPORT-LINE                        04420001
044300              AFTER ADVANCING 1 LINE                              04430001
044400     ELSE                                                         04440001
044420        MOVE 'N' TO WS-BACKOUT-SW                                 04442002
044440        PERFORM B-004 VARYING WS-HST-SUB FROM WS-HST-LOADED BY -1 04444002
044460                UNTIL WS-HST-SUB < 1                              04446002
044500        PERFORM B-003 VARYING WS-HST-SUB FROM 1 BY 1              04450001
044600                UNTIL WS-HST-SUB > WS-HST-LOADED                  04460001
044700     END-IF.                                                      04470001
044800                                                                  04480001
044900*----------------------------------------------------------------*04490001
045000*    B-002 KEEPS THE HISTORY RECORD IN HAND IN THE NEXT TABLE    *04500001
045100*    SLOT AND READS THE NEXT ONE.                                *04510001
045200*----------------------------------------------------------------*04520001
045300 B-002.                                                           04530001
045400                                                                  04540001
045500     IF WS-HST-LOADED >= 200                                      04550001
045600        SET WS-HST-OVERFLOW TO TRUE                               04560001
045700     ELSE                                                         04570001
045800        ADD 1 TO WS-HST-LOADED                                    04580001
045900        MOVE SAL-CHG-DATE   TO WS-HST-CHG-DATE(WS-HST-LOADED)     04590001
046000        MOVE SAL-EFF-DATE   TO WS-HST-EFF-DATE(WS-HST-LOADED)     04600001
046100        MOVE SAL-OLD-SALARY TO WS-HST-OLD-SAL(WS-HST-LOADED)      04610001
046200        MOVE SAL-NEW-SALARY TO WS-HST-NEW-SAL(WS-HST-LOADED)      04620001
046300        MOVE SAL-SOURCE     TO WS-HST-SOURCE(WS-HST-LOADED)       04630001
046320        MOVE 'N'            TO WS-HST-REVERSED(WS-HST-LOADED)     04632002
046400     END-IF                                                       04640001
046500     PERFORM B-009.                                               04650001
046600                                                                  04660001
046700*----------------------------------------------------------------*04670001
046800*    B-003 PRICES ONE MOVEMENT WHEN IT IS A CHANGE, MERIT OR     *04680001
046900*    RELEASED CHANGE APPLIED THIS CYCLE AND TAKING EFFECT        *04690001
047000*    EARLIER.  STARTING SALARIES, REINSTATEMENTS AND BACKOUT     *04700001
047100*    REVERSALS ARE NOT PRICED, AND A MOVEMENT A BACKOUT REVERSED *04710002
047120*    IS LISTED INSTEAD - IT WAS NEVER PAID.                      *04712002
047200*----------------------------------------------------------------*04720001
047300 B-003.                                                           04730001
047400                                                                  04740001
047500     IF WS-HST-CHG-DATE(WS-HST-SUB) = WS-RUN-DATE                 04750001
047600        ADD 1 TO WS-AppliedCount                                  04760001
047700        IF WS-HST-EFF-DATE(WS-HST-SUB) < WS-RUN-DATE              04770001
047800           AND (WS-HST-SOURCE(WS-HST-SUB) = 'C'                   04780001
047900             OR WS-HST-SOURCE(WS-HST-SUB) = 'M'                   04790001
048000             OR WS-HST-SOURCE(WS-HST-SUB) = 'R')                  04800001
048010           IF WS-HST-REVERSED(WS-HST-SUB) = 'Y'                   04801002
048020              ADD 1 TO WS-ReversedCount                           04802002
048030              MOVE SPACES TO WS-REPORT-LINE                       04803002
048040              STRING WS-CUR-KEY(2:5) ' *** EFFECTIVE '            04804002
048050                     WS-HST-EFF-DATE(WS-HST-SUB)                  04805002
048060                     ' - BACKED OUT THIS CYCLE, NOT PRICED'       04806002
048070                     DELIMITED BY SIZE INTO WS-REPORT-LINE        04807002
048080              WRITE RTR-LINE FROM WS-REPORT-LINE                  04808002
048090                    AFTER ADVANCING 1 LINE                        04809002
048100           ELSE                                                   04810002
048110              PERFORM C-001                                       04811002
048120           END-IF                                                 04812002
048200        END-IF                                                    04820001
048300     END-IF.                                                      04830001
048302                                                                  04830202
048304*----------------------------------------------------------------*04830402
048306*    B-004 WALKS THE HISTORY BACK FROM THE LATEST MOVEMENT.  A   *04830602
048308*    PROGRAM14 BACKOUT REVERSES EVERY SALARY MOVEMENT THE RUN    *04830802
048310*    APPLIED FOR THE EMPLOYEE AND WRITES A SOURCE 'B' RECORD     *04831002
048312*    AFTER THEM, SO ONCE A 'B' APPLIED THIS CYCLE IS SEEN, EVERY *04831202
048314*    EARLIER MOVEMENT APPLIED THIS CYCLE WAS REVERSED.  ONE      *04831402
048316*    APPLIED AFTER THE 'B' (A CORRECTED CARD) STANDS.            *04831602
048318*----------------------------------------------------------------*04831802
048320 B-004.                                                           04832002
048322                                                                  04832202
048324     IF WS-HST-CHG-DATE(WS-HST-SUB) = WS-RUN-DATE                 04832402
048326        IF WS-HST-SOURCE(WS-HST-SUB) = 'B'                        04832602
048328           SET WS-BACKOUT-SEEN TO TRUE                            04832802
048330        ELSE                                                      04833002
048332           IF WS-BACKOUT-SEEN                                     04833202
048334              MOVE 'Y' TO WS-HST-REVERSED(WS-HST-SUB)             04833402
048336           END-IF                                                 04833602
048338        END-IF                                                    04833802
048340     END-IF.                                                      04834002
048400                                                                  04840001
048500*----------------------------------------------------------------*04850001
048600*    B-009 READS THE NEXT SALARY HISTORY RECORD.  A RECORD       *04860001
048700*    WITHOUT AN EFFECTIVE DATE TOOK EFFECT WHEN IT WAS APPLIED.  *04870001
048800*----------------------------------------------------------------*04880001
048900 B-009.                                                           04890001
049000                                                                  04900001
049100     READ SALHIST INTO SAL-RECORD                                 04910001
049200         AT END                                                   04920001
049300            MOVE WS-END-KEY TO WS-SAL-KEY                         04930001
049400         NOT AT END                                               04940001
049500            ADD 1 TO WS-SalReadCount                              04950001
049600            MOVE SAL-EMP-ID TO WS-SAL-KEY                         04960001
049700            IF SAL-EFF-DATE NOT NUMERIC                           04970001
049800               OR SAL-EFF-DATE = ZEROS                            04980001
049900               MOVE SAL-CHG-DATE TO SAL-EFF-DATE                  04990001
050000            END-IF                                                05000001
050100     END-READ.                                                    05010001
050200                                                                  05020001
050300*----------------------------------------------------------------*05030001
050400*    C-001 PRICES THE MOVEMENT AT WS-HST-SUB.  THE PERIOD FROM   *05040001
050500*    ITS EFFECTIVE DATE UP TO THE RUN DATE IS WALKED ONE SEGMENT *05050001
050600*    AT A TIME (C-002); THE ARREARS ARE ONE 365TH OF THE ANNUAL  *05060001
050700*    DIFFERENCE A DAY, ROUNDED TO WHOLE UNITS.  ONE RETRO RECORD *05070001
050800*    IS WRITTEN EVEN WHEN A STACK OF MOVEMENTS NETS TO NOTHING,  *05080001
050900*    SO EVERY BACK-DATED MOVEMENT CAN BE TRACED.                 *05090001
051000*----------------------------------------------------------------*05100001
051100 C-001.                                                           05110001
051200                                                                  05120001
051300     MOVE ZEROS TO WS-DAY-PRODUCT                                 05130001
051400     MOVE WS-HST-EFF-DATE(WS-HST-SUB) TO WS-SEG-START             05140001
051500     PERFORM C-002 UNTIL WS-SEG-START NOT < WS-RUN-DATE           05150001
051600                                                                  05160001
051700     COMPUTE WS-RETRO-AMT ROUNDED = WS-DAY-PRODUCT / 365          05170001
051800                                                                  05180001
051900     MOVE SPACES TO RTO-RECORD                                    05190001
052000     MOVE WS-CUR-KEY(2:5)             TO RTO-EMP-ID               05200001
052100     MOVE WS-HST-EFF-DATE(WS-HST-SUB) TO RTO-EFF-DATE             05210001
052200     MOVE WS-RUN-DATE                 TO RTO-APPLIED-DATE         05220001
052300     MOVE WS-HST-OLD-SAL(WS-HST-SUB)  TO RTO-OLD-SALARY           05230001
052400     MOVE WS-HST-NEW-SAL(WS-HST-SUB)  TO RTO-NEW-SALARY           05240001
052500     MOVE WS-HST-SOURCE(WS-HST-SUB)   TO RTO-SOURCE               05250001
052600     MOVE WS-HST-EFF-DATE(WS-HST-SUB) TO WS-DN-DATE               05260001
052700     PERFORM C-005                                                05270001
052800     MOVE WS-DN-RESULT TO WS-START-DAYNO                          05280001
052900     MOVE WS-RUN-DATE  TO WS-DN-DATE                              05290001
053000     PERFORM C-005                                                05300001
053100     SUBTRACT WS-START-DAYNO FROM WS-DN-RESULT GIVING RTO-DAYS    05310001
053200     IF WS-RETRO-AMT < ZERO                                       05320001
053300        SET RTO-RECOVER TO TRUE                                   05330001
053400        COMPUTE RTO-AMOUNT = ZERO - WS-RETRO-AMT                  05340001
053500     ELSE                                                         05350001
053600        SET RTO-OWED TO TRUE                                      05360001
053700        MOVE WS-RETRO-AMT TO RTO-AMOUNT                           05370001
053800     END-IF                                                       05380001
053900                                                                  05390001
054000     MOVE RTO-EMP-ID TO EM-EMP-ID                                 05400001
054100     READ EMPMAST                                                 05410001
054200         INVALID KEY                                              05420001
054300            MOVE '????' TO RTO-DEPT                               05430001
054400         NOT INVALID KEY                                          05440001
054500            MOVE EM-DEPT TO RTO-DEPT                              05450001
054600     END-READ                                                     05460001
054700                                                                  05470001
054800     WRITE RTF-RECORD FROM RTO-RECORD                             05480001
054900     ADD 1 TO WS-RetroCount                                       05490001
055000     PERFORM C-006                                                05500001
055100                                                                  05510001
055200     MOVE SPACES TO WS-REPORT-LINE                                05520001
055300     STRING RTO-EMP-ID ' ' RTO-DEPT ' ' RTO-EFF-DATE ' '          05530001
055400            RTO-APPLIED-DATE ' ' RTO-DAYS ' ' RTO-OLD-SALARY      05540001
055500            '  ' RTO-NEW-SALARY ' ' RTO-SOURCE ' '                05550001
055600            RTO-DIRECTION '   ' RTO-AMOUNT                        05560001
055700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05570001
055800     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05580001
055900                                                                  05590001
056000*----------------------------------------------------------------*05600001
056100*    C-002 PRICES ONE SEGMENT, FROM WS-SEG-START UP TO THE NEXT  *05610001
056200*    EFFECTIVE DATE IN THE EARLIER HISTORY (OR THE RUN DATE).    *05620001
056300*    THROUGHOUT THE SEGMENT THE EMPLOYEE WAS BEING PAID THE NEW  *05630001
056400*    SALARY OF THE LAST EARLIER MOVEMENT EFFECTIVE ON OR BEFORE  *05640001
056500*    ITS START - A LATER BACK-DATED MOVEMENT OVERRIDES AN        *05650001
056600*    EARLIER ONE FROM ITS OWN EFFECTIVE DATE ON.  BEFORE THE     *05660001
056700*    FIRST MOVEMENT (THE STARTING SALARY) NOTHING WAS PAID AND   *05670001
056800*    NOTHING IS OWED.                                            *05680001
056900*----------------------------------------------------------------*05690001
057000 C-002.                                                           05700001
057100                                                                  05710001
057200     MOVE WS-RUN-DATE TO WS-SEG-END                               05720001
057300     MOVE 'N' TO WS-PAID-FOUND-SW                                 05730001
057400     PERFORM C-003 VARYING WS-HST-SUB2 FROM 1 BY 1                05740001
057500             UNTIL WS-HST-SUB2 NOT < WS-HST-SUB                   05750001
057600                                                                  05760001
057700     IF WS-PAID-FOUND                                             05770001
057800        COMPUTE WS-SAL-DIFF = WS-HST-NEW-SAL(WS-HST-SUB)          05780001
057900                            - WS-PAID-SAL                         05790001
058000        MOVE WS-SEG-START TO WS-DN-DATE                           05800001
058100        PERFORM C-005                                             05810001
058200        MOVE WS-DN-RESULT TO WS-START-DAYNO                       05820001
058300        MOVE WS-SEG-END   TO WS-DN-DATE                           05830001
058400        PERFORM C-005                                             05840001
058500        SUBTRACT WS-START-DAYNO FROM WS-DN-RESULT                 05850001
058600                 GIVING WS-SEG-DAYS                               05860001
058700        COMPUTE WS-DAY-PRODUCT = WS-DAY-PRODUCT                   05870001
058800                               + WS-SAL-DIFF * WS-SEG-DAYS        05880001
058900     END-IF                                                       05890001
059000                                                                  05900001
059100     MOVE WS-SEG-END TO WS-SEG-START.                             05910001
059200                                                                  05920001
059300*----------------------------------------------------------------*05930001
059400*    C-003 LOOKS AT ONE EARLIER MOVEMENT: IT MAY END THE SEGMENT *05940001
059500*    EARLIER, AND IF IT WAS EFFECTIVE BY THE SEGMENT START IT IS *05950001
059600*    (SO FAR) WHAT WAS BEING PAID.  A MOVEMENT A BACKOUT         *05960002
059620*    REVERSED WAS NEVER PAID AND IS PASSED OVER.                 *05962002
059700*----------------------------------------------------------------*05970001
059800 C-003.                                                           05980001
059900                                                                  05990001
059920     IF WS-HST-REVERSED(WS-HST-SUB2) = 'N'                        05992002
059940        IF WS-HST-EFF-DATE(WS-HST-SUB2) > WS-SEG-START            05994002
059960           AND WS-HST-EFF-DATE(WS-HST-SUB2) < WS-SEG-END          05996002
059980           MOVE WS-HST-EFF-DATE(WS-HST-SUB2) TO WS-SEG-END        05998002
060000        END-IF                                                    06000002
060020        IF WS-HST-EFF-DATE(WS-HST-SUB2) NOT > WS-SEG-START        06002002
060040           SET WS-PAID-FOUND TO TRUE                              06004002
060060           MOVE WS-HST-NEW-SAL(WS-HST-SUB2) TO WS-PAID-SAL        06006002
060080        END-IF                                                    06008002
060100     END-IF.                                                      06010002
060800                                                                  06080001
060900*----------------------------------------------------------------*06090001
061000*    C-005 TURNS THE DATE IN WS-DN-DATE INTO ITS DAY NUMBER IN   *06100001
061100*    WS-DN-RESULT.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND  *06110001
061200*    14 OF THE YEAR BEFORE; EACH DIVIDE DROPS THE REMAINDER.     *06120001
061300*    THE ARITHMETIC IS EXACT - ARREARS ARE MONEY, NOT AN AGING   *06130001
061400*    FLAG.                                                       *06140001
061500*----------------------------------------------------------------*06150001
061600 C-005.                                                           06160001
061700                                                                  06170001
061800     MOVE WS-DN-YEAR  TO WS-DN-Y                                  06180001
061900     MOVE WS-DN-MONTH TO WS-DN-M                                  06190001
062000     IF WS-DN-M < 3                                               06200001
062100        SUBTRACT 1 FROM WS-DN-Y                                   06210001
062200        ADD 12 TO WS-DN-M                                         06220001
062300     END-IF                                                       06230001
062400     COMPUTE WS-DN-RESULT = WS-DN-Y * 365 + WS-DN-DAY             06240001
062500     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-WORK                      06250001
062600     ADD WS-DN-WORK TO WS-DN-RESULT                               06260001
062700     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-WORK                      06270001
062800     SUBTRACT WS-DN-WORK FROM WS-DN-RESULT                        06280001
062900     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-WORK                      06290001
063000     ADD WS-DN-WORK TO WS-DN-RESULT                               06300001
063100     COMPUTE WS-DN-WORK = (153 * (WS-DN-M - 3) + 2) / 5           06310001
063200     ADD WS-DN-WORK TO WS-DN-RESULT.                              06320001
063300                                                                  06330001
063400*----------------------------------------------------------------*06340001
063500*    C-006 ADDS THE RETRO RECORD INTO ITS DEPARTMENT'S TOTALS    *06350001
063600*    AND THE RUN TOTALS.  A CODE NOT ON DEPTFILE GOES INTO THE   *06360001
063700*    UNKNOWN BUCKET, AS ON THE PROGRAM16 PROOF.                  *06370001
063800*----------------------------------------------------------------*06380001
063900 C-006.                                                           06390001
064000                                                                  06400001
064100     MOVE 'N'   TO WS-DEPT-FOUND-SW                               06410001
064200     MOVE ZEROS TO WS-DEPT-USE-SUB                                06420001
064300     PERFORM C-007 VARYING WS-DEPT-SUB FROM 1 BY 1                06430001
064400             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                   06440001
064500                                                                  06450001
064600     IF RTO-OWED                                                  06460001
064700        ADD 1          TO WS-OwedCount                            06470001
064800        ADD RTO-AMOUNT TO WS-TOTAL-OWED                           06480001
064900        IF WS-DEPT-FOUND                                          06490001
065000           ADD RTO-AMOUNT TO WS-DEPT-OWED(WS-DEPT-USE-SUB)        06500001
065100        ELSE                                                      06510001
065200           ADD RTO-AMOUNT TO WS-UNK-OWED                          06520001
065300        END-IF                                                    06530001
065400     ELSE                                                         06540001
065500        ADD 1          TO WS-RecoverCount                         06550001
065600        ADD RTO-AMOUNT TO WS-TOTAL-RECOVER                        06560001
065700        IF WS-DEPT-FOUND                                          06570001
065800           ADD RTO-AMOUNT TO WS-DEPT-RECOVER(WS-DEPT-USE-SUB)     06580001
065900        ELSE                                                      06590001
066000           ADD RTO-AMOUNT TO WS-UNK-RECOVER                       06600001
066100        END-IF                                                    06610001
066200     END-IF                                                       06620001
066300                                                                  06630001
066400     IF WS-DEPT-FOUND                                             06640001
066500        ADD 1 TO WS-DEPT-COUNT(WS-DEPT-USE-SUB)                   06650001
066600     ELSE                                                         06660001
066700        ADD 1 TO WS-UNK-COUNT                                     06670001
066800     END-IF.                                                      06680001
066900                                                                  06690001
067000*----------------------------------------------------------------*06700001
067100*    C-007 MATCHES THE RETRO RECORD'S DEPARTMENT AGAINST ONE     *06710001
067200*    TABLE SLOT.                                                 *06720001
067300*----------------------------------------------------------------*06730001
067400 C-007.                                                           06740001
067500                                                                  06750001
067600     IF RTO-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)                      06760001
067700        SET WS-DEPT-FOUND TO TRUE                                 06770001
067800        MOVE WS-DEPT-SUB TO WS-DEPT-USE-SUB                       06780001
067900     END-IF.                                                      06790001
068000                                                                  06800001
068100*----------------------------------------------------------------*06810001
068200*    H-001 PRINTS THE REGISTER TOTALS BY DEPARTMENT - EVERY      *06820001
068300*    DEPARTMENT WITH RETRO ACTIVITY, THEN THE UNKNOWN BUCKET IF  *06830001
068400*    ANY.                                                        *06840001
068500*----------------------------------------------------------------*06850001
068600 H-001.                                                           06860001
068700                                                                  06870001
068800     MOVE SPACES TO WS-REPORT-LINE                                06880001
068900     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06890001
069000                                                                  06900001
069100     MOVE SPACES TO WS-REPORT-LINE                                06910001
069200     STRING 'TOTALS BY DEPARTMENT  ITEMS       OWED  RECOVERED'   06920001
069300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06930001
069400     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06940001
069500                                                                  06950001
069600     PERFORM H-002 VARYING WS-DEPT-SUB FROM 1 BY 1                06960001
069700             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                   06970001
069800                                                                  06980001
069900     IF WS-UNK-COUNT > ZEROS                                      06990001
070000        MOVE SPACES TO WS-REPORT-LINE                             07000001
070100        STRING '  ???? UNKNOWN CODES  ' WS-UNK-COUNT              07010001
070200               ' ' WS-UNK-OWED ' ' WS-UNK-RECOVER                 07020001
070300               DELIMITED BY SIZE INTO WS-REPORT-LINE              07030001
070400        WRITE RTR-LINE FROM WS-REPORT-LINE                        07040001
070500              AFTER ADVANCING 1 LINE                              07050001
070600     END-IF.                                                      07060001
070700                                                                  07070001
070800*----------------------------------------------------------------*07080001
070900*    H-002 PRINTS ONE DEPARTMENT'S TOTAL LINE.                   *07090001
071000*----------------------------------------------------------------*07100001
071100 H-002.                                                           07110001
071200                                                                  07120001
071300     IF WS-DEPT-COUNT(WS-DEPT-SUB) > ZEROS                        07130001
071400        MOVE SPACES TO WS-REPORT-LINE                             07140001
071500        STRING '  ' WS-DEPT-CODE(WS-DEPT-SUB)                     07150001
071600               ' ' WS-DEPT-NAME(WS-DEPT-SUB)(1:14)                07160001
071700               ' ' WS-DEPT-COUNT(WS-DEPT-SUB)                     07170001
071800               ' ' WS-DEPT-OWED(WS-DEPT-SUB)                      07180001
071900               ' ' WS-DEPT-RECOVER(WS-DEPT-SUB)                   07190001
072000               DELIMITED BY SIZE INTO WS-REPORT-LINE              07200001
072100        WRITE RTR-LINE FROM WS-REPORT-LINE                        07210001
072200              AFTER ADVANCING 1 LINE                              07220001
072300     END-IF.                                                      07230001
072400                                                                  07240001
072500*----------------------------------------------------------------*07250001
072600*    H-003 PRINTS THE RUN COUNTS AND TOTALS.                     *07260001
072700*----------------------------------------------------------------*07270001
072800 H-003.                                                           07280001
072900                                                                  07290001
073000     MOVE SPACES TO WS-REPORT-LINE                                07300001
073100     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07310001
073200                                                                  07320001
073300     MOVE SPACES TO WS-REPORT-LINE                                07330001
073400     STRING 'SALHIST RECORDS READ   : ' WS-SalReadCount           07340001
073500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07350001
073600     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07360001
073700                                                                  07370001
073800     MOVE SPACES TO WS-REPORT-LINE                                07380001
073900     STRING 'EMPLOYEES READ         : ' WS-EmpCount               07390001
074000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07400001
074100     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07410001
074200                                                                  07420001
074300     MOVE SPACES TO WS-REPORT-LINE                                07430001
074400     STRING 'MOVEMENTS THIS CYCLE   : ' WS-AppliedCount           07440001
074500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07450001
074600     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07460001
074700                                                                  07470001
074800     MOVE SPACES TO WS-REPORT-LINE                                07480001
074900     STRING 'BACK-DATED - PRICED    : ' WS-RetroCount             07490001
075000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07500001
075100     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07510001
075110                                                                  07511002
075120     MOVE SPACES TO WS-REPORT-LINE                                07512002
075130     STRING 'BACKED OUT - NOT PRICED: ' WS-ReversedCount          07513002
075140            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07514002
075150     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07515002
075200                                                                  07520001
075300     MOVE SPACES TO WS-REPORT-LINE                                07530001
075400     STRING 'ARREARS OWED           : ' WS-OwedCount              07540001
075500            ' ITEMS, ' WS-TOTAL-OWED                              07550001
075600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07560001
075700     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07570001
075800                                                                  07580001
075900     MOVE SPACES TO WS-REPORT-LINE                                07590001
076000     STRING 'OVERPAID - TO RECOVER  : ' WS-RecoverCount           07600001
076100            ' ITEMS, ' WS-TOTAL-RECOVER                           07610001
076200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07620001
076300     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07630001
076400                                                                  07640001
076500     MOVE SPACES TO WS-REPORT-LINE                                07650001
076600     STRING 'NOT PRICED - TOO LONG  : ' WS-OverflowCount          07660001
076700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07670001
076800     WRITE RTR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   07680001
