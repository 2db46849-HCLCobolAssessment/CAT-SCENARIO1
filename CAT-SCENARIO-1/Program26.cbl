000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM26.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  PAY EQUITY AND           *00100001
001100*                     COMPA-RATIO ANALYSIS.  READS A COPY OF THE *00110001
001200*                     EMPLOYEE MASTER SORTED BY THE JCL INTO     *00120001
001300*                     GRADE, DEPARTMENT, SEX AND SALARY ORDER    *00130001
001400*                     (TRAILER INCLUDED) AND PROVES IT AGAINST   *00140001
001500*                     THE EMPTLR TRAILER LIKE EVERY OTHER        *00150001
001600*                     READER.  FOR EVERY GRADE AND DEPARTMENT IT *00160001
001700*                     PRINTS, BY SEX, THE HEADCOUNT, AVERAGE AND *00170001
001800*                     MEDIAN SALARY AND THE COMPA-RATIO (SALARY  *00180001
001900*                     AGAINST THE GRDFILE MIDPOINT), AND THE     *00190001
002000*                     MALE/FEMALE GAP; FOR EVERY GRADE THE SAME  *00200001
002100*                     OVER ALL ITS DEPARTMENTS AND SALARY BY     *00210001
002200*                     TENURE BAND (SAME FIVE BANDS AS PROGRAM2). *00220001
002300*                     IT THEN NAMES THE EMPLOYEES BELOW THE      *00230001
002400*                     MIDPOINT WITH LONG SERVICE AND THOSE ABOVE *00240001
002500*                     THE GRADE MAXIMUM PLUS A TOLERANCE (BOTH   *00250001
002600*                     FROM THE EQPARM CARD) AND ADDS ONE SUMMARY *00260001
002700*                     RECORD (EMPEQH) TO THE PAY EQUITY HISTORY. *00270001
002800*                     TERMINATED EMPLOYEES ARE LEFT OUT.  RC=4   *00280001
002900*                     WHEN ANY EMPLOYEE IS NAMED.                *00290001
003000******************************************************************00300001
003100                                                                  00310001
003200 ENVIRONMENT DIVISION.                                            00320001
003300                                                                  00330001
003400******************************************************************00340001
003500**                                                                00350001
003600**   CONFIGURATION SECTION                                        00360001
003700**                                                                00370001
003800******************************************************************00380001
003900                                                                  00390001
004000 CONFIGURATION SECTION.                                           00400001
004100                                                                  00410001
004200 SPECIAL-NAMES.                                                   00420001
004300      DECIMAL-POINT IS COMMA.                                     00430001
004400                                                                  00440001
004500******************************************************************00450001
004600**                                                                00460001
004700**   INPUT-OUTPUT SECTION                                         00470001
004800**                                                                00480001
004900******************************************************************00490001
005000                                                                  00500001
005100 INPUT-OUTPUT SECTION.                                            00510001
005200                                                                  00520001
005300 FILE-CONTROL.                                                    00530001
005400                                                                  00540001
005500     SELECT EQSORT          ASSIGN TO 'EQSORT'                    00550001
005600                            ORGANIZATION IS SEQUENTIAL            00560001
005700                            FILE STATUS IS WS-SORT-STATUS.        00570001
005800                                                                  00580001
005900     SELECT EQPARM          ASSIGN TO 'EQPARM'                    00590001
006000                            ORGANIZATION IS SEQUENTIAL            00600001
006100                            FILE STATUS IS WS-PARM-STATUS.        00610001
006200                                                                  00620001
006300     SELECT GRDFILE         ASSIGN TO 'GRDFILE'                   00630001
006400                            ORGANIZATION IS SEQUENTIAL.           00640001
006500                                                                  00650001
006600     SELECT DEPTFILE        ASSIGN TO 'DEPTFILE'                  00660001
006700                            ORGANIZATION IS SEQUENTIAL.           00670001
006800                                                                  00680001
006900     SELECT EQHIST          ASSIGN TO 'EQHIST'                    00690001
007000                            ORGANIZATION IS SEQUENTIAL            00700001
007100                            FILE STATUS IS WS-HIST-STATUS.        00710001
007200                                                                  00720001
007300     SELECT EQREPT          ASSIGN TO 'EQREPT'                    00730001
007400                            ORGANIZATION IS SEQUENTIAL.           00740001
007500                                                                  00750001
007600     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00760001
007700                            ORGANIZATION IS SEQUENTIAL            00770001
007800                            FILE STATUS IS WS-CYC-STATUS.         00780001
007900******************************************************************00790001
008000**                                                                00800001
008100**   DATA DIVISION                                                00810001
008200**                                                                00820001
008300******************************************************************00830001
008400                                                                  00840001
008500 DATA DIVISION.                                                   00850001
008600                                                                  00860001
008700******************************************************************00870001
008800**                                                                00880001
008900**   FILE SECTION                                                 00890001
009000**                                                                00900001
009100******************************************************************00910001
009200                                                                  00920001
009300 FILE SECTION.                                                    00930001
009400                                                                  00940001
009500 FD  EQSORT                                                       00950001
009600     LABEL RECORDS ARE STANDARD                                   00960001
009700     RECORD CONTAINS 57 CHARACTERS.                               00970001
009800 01  ESF-RECORD                PIC X(57).                         00980001
009900                                                                  00990001
010000 FD  EQPARM                                                       01000001
010100     LABEL RECORDS OMITTED                                        01010001
010200     RECORD CONTAINS 4 CHARACTERS.                                01020001
010300 01  PARM-CARD.                                                   01030001
010400     03  PARM-LONG-SERVICE     PIC X(02).                         01040001
010500     03  PARM-TOLERANCE        PIC X(02).                         01050001
010600                                                                  01060001
010700 FD  GRDFILE                                                      01070001
010800     LABEL RECORDS ARE STANDARD                                   01080001
010900     RECORD CONTAINS 14 CHARACTERS.                               01090001
011000     COPY EMPGRD REPLACING ==GRD-RECORD== BY ==GRDFILE-RECORD==   01100001
011100                      ==GRD-CODE==         BY ==GF-CODE==         01110001
011200                      ==GRD-MIN-SALARY==   BY ==GF-MIN-SALARY==   01120001
011300                      ==GRD-MAX-SALARY==   BY ==GF-MAX-SALARY==.  01130001
011400                                                                  01140001
011500 FD  DEPTFILE                                                     01150001
011600     LABEL RECORDS ARE STANDARD                                   01160001
011700     RECORD CONTAINS 24 CHARACTERS.                               01170001
011800     COPY EMPDPT REPLACING ==DPT-RECORD== BY ==DEPTFILE-RECORD==  01180001
011900                      ==DPT-CODE==         BY ==DF-CODE==         01190001
012000                      ==DPT-NAME==         BY ==DF-NAME==.        01200001
012100                                                                  01210001
012200 FD  EQHIST                                                       01220001
012300     LABEL RECORDS ARE STANDARD                                   01230001
012400     RECORD CONTAINS 80 CHARACTERS.                               01240001
012500 01  EHF-RECORD                PIC X(80).                         01250001
012600                                                                  01260001
012700 FD  EQREPT                                                       01270001
012800     LABEL RECORDS OMITTED                                        01280001
012900     RECORD CONTAINS 80 CHARACTERS.                               01290001
013000 01  EQR-LINE                  PIC X(80).                         01300001
013100                                                                  01310001
013200 FD  CYCFILE                                                      01320001
013300     LABEL RECORDS ARE STANDARD                                   01330001
013400     RECORD CONTAINS 21 CHARACTERS.                               01340001
013500 01  CYF-RECORD                PIC X(21).                         01350001
013600                                                                  01360001
013700******************************************************************01370001
013800**                                                                01380001
013900**  WORKING-STORAGE SECTION                                       01390001
014000**                                                                01400001
014100******************************************************************01410001
014200                                                                  01420001
014300 WORKING-STORAGE SECTION.                                         01430001
014400                                                                  01440001
014500 01 WS-SORT-STATUS     PIC X(2) VALUE SPACES.                     01450001
014600 01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.                     01460001
014700 01 WS-HIST-STATUS     PIC X(2) VALUE SPACES.                     01470001
014800 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01480001
014900 01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.                        01490001
015000    88 WS-SORT-EOF             VALUE 'Y'.                         01500001
015100 01 WS-TAKE-SWITCH     PIC X(1) VALUE 'N'.                        01510001
015200    88 WS-TAKE-RECORD          VALUE 'Y'.                         01520001
015300 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01530001
015400    88 WS-TRAILER-FOUND        VALUE 'Y'.                         01540001
015500 01 WS-BALANCE-SWITCH  PIC X(1) VALUE 'N'.                        01550001
015600    88 WS-MAST-BALANCED        VALUE 'Y'.                         01560001
015700 01 WS-HIST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01570001
015800    88 WS-HIST-EOF             VALUE 'Y'.                         01580001
015900 01 WS-PREV-SWITCH     PIC X(1) VALUE 'N'.                        01590001
016000    88 WS-PREV-FOUND           VALUE 'Y'.                         01600001
016100 01 WS-RECORDED-SWITCH PIC X(1) VALUE 'N'.                        01610001
016200    88 WS-ALREADY-RECORDED     VALUE 'Y'.                         01620001
016300 01 WS-MAST-COUNT      PIC 9(08) VALUE ZEROS.                     01630001
016400 01 WS-MAST-SAL-TOTAL  PIC 9(11) VALUE ZEROS.                     01640001
016500 01 WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.                        01650001
016600    88 WS-DEPT-EOF             VALUE 'Y'.                         01660001
016700 01 WS-DEPT-FOUND-SW   PIC X(1) VALUE 'N'.                        01670001
016800    88 WS-DEPT-FOUND           VALUE 'Y'.                         01680001
016900 01 WS-DEPT-LOADED     PIC 9(02) VALUE ZEROS.                     01690001
017000 01 WS-DEPT-SUB        PIC 9(02) VALUE ZEROS.                     01700001
017100 01 WS-DEPT-USE-SUB    PIC 9(02) VALUE ZEROS.                     01710001
017200 01 WS-DEPT-DESC       PIC X(20) VALUE SPACES.                    01720001
017300 01 WS-DEPT-TABLE.                                                01730001
017400    03 WS-DEPT-ENTRY OCCURS 20.                                   01740001
017500       05 WS-DEPT-CODE    PIC X(04).                              01750001
017600       05 WS-DEPT-NAME    PIC X(20).                              01760001
017700 01 WS-GRD-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01770001
017800    88 WS-GRD-EOF              VALUE 'Y'.                         01780001
017900 01 WS-GRD-FOUND-SW    PIC X(1) VALUE 'N'.                        01790001
018000    88 WS-GRD-FOUND            VALUE 'Y'.                         01800001
018100 01 WS-GRD-LOADED      PIC 9(02) VALUE ZEROS.                     01810001
018200 01 WS-GRD-SUB         PIC 9(02) VALUE ZEROS.                     01820001
018300 01 WS-GRD-USE-SUB     PIC 9(02) VALUE ZEROS.                     01830001
018400 01 WS-GRD-TABLE.                                                 01840001
018500    03 WS-GRD-ENTRY OCCURS 10.                                    01850001
018600       05 WS-GRD-CODE     PIC X(02).                              01860001
018700       05 WS-GRD-MIN      PIC 9(06).                              01870001
018800       05 WS-GRD-MAX      PIC 9(06).                              01880001
018900 01 WS-MIDPOINT        PIC 9(06) VALUE ZEROS.                     01890001
019000 01 WS-MAX-LIMIT       PIC 9(07) VALUE ZEROS.                     01900001
019100 01 WS-LONG-SERVICE    PIC 9(02) VALUE 10.                        01910001
019200 01 WS-TOLERANCE       PIC 9(02) VALUE ZEROS.                     01920001
019300 01 WS-RUN-DATE.                                                  01930001
019400    03 WS-RUN-YEAR      PIC 9(04).                                01940001
019500    03 WS-RUN-MONTH     PIC 9(02).                                01950001
019600    03 WS-RUN-DAY       PIC 9(02).                                01960001
019700 01 WS-DOJ-CHECK.                                                 01970001
019800    03 WS-DOJ-YEAR-X   PIC X(04).                                 01980001
019900    03 WS-DOJ-MONTH-X  PIC X(02).                                 01990001
020000    03 WS-DOJ-DAY-X    PIC X(02).                                 02000001
020100    03 WS-DOJ-FILLER-X PIC X(02).                                 02010001
020200 01 WS-DOJ-NUM REDEFINES WS-DOJ-CHECK.                            02020001
020300    03 WS-DOJ-YEAR-N   PIC 9(04).                                 02030001
020400    03 WS-DOJ-MONTH-N  PIC 9(02).                                 02040001
020500    03 WS-DOJ-DAY-N    PIC 9(02).                                 02050001
020600    03 FILLER          PIC X(02).                                 02060001
020700 01 WS-TENURE-YEARS    PIC S9(04) VALUE ZEROS.                    02070001
020800 01 WS-TENURE-YEARS-D  PIC -(3)9.                                 02080001
020900 01 WS-TENURE-SUB      PIC 9(01) VALUE ZEROS.                     02090001
021000 01 WS-TENURE-LABEL-TABLE.                                        02100001
021100    03 FILLER PIC X(20) VALUE 'UNDER 1 YEAR        '.             02110001
021200    03 FILLER PIC X(20) VALUE '1 TO 3 YEARS        '.             02120001
021300    03 FILLER PIC X(20) VALUE '3 TO 5 YEARS        '.             02130001
021400    03 FILLER PIC X(20) VALUE '5 TO 10 YEARS       '.             02140001
021500    03 FILLER PIC X(20) VALUE 'OVER 10 YEARS       '.             02150001
021600 01 FILLER REDEFINES WS-TENURE-LABEL-TABLE.                       02160001
021700    03 WS-TENURE-LABEL PIC X(20) OCCURS 5.                        02170001
021800*    THE THREE SEX SLOTS ARE F, M AND ANY OTHER CODE - PROGRAM4   02180001
021900*    ADMITS ONLY F AND M, SO THE THIRD SHOULD STAY EMPTY.         02190001
022000 01 WS-SEX-CODE-TABLE.                                            02200001
022100    03 FILLER PIC X(03) VALUE 'FM?'.                              02210001
022200 01 FILLER REDEFINES WS-SEX-CODE-TABLE.                           02220001
022300    03 WS-SEX-CODE     PIC X(01) OCCURS 3.                        02230001
022400 01 WS-SEX-SUB         PIC 9(01) VALUE ZEROS.                     02240001
022500 01 WS-CUR-GRADE       PIC X(02) VALUE SPACES.                    02250001
022600 01 WS-CUR-DEPT        PIC X(04) VALUE SPACES.                    02260001
022700 01 WS-CUR-SEX         PIC X(01) VALUE SPACES.                    02270001
022800*    SALARIES OF THE SEX GROUP IN HAND, ASCENDING (THE SORT       02280001
022900*    ORDER), FOR THE MEDIAN.                                      02290001
023000 01 WS-MED-COUNT       PIC 9(05) VALUE ZEROS.                     02300001
023100 01 WS-MED-HALF        PIC 9(05) VALUE ZEROS.                     02310001
023200 01 WS-MED-REM         PIC 9(01) VALUE ZEROS.                     02320001
023300 01 WS-MEDIAN          PIC 9(06) VALUE ZEROS.                     02330001
023400 01 WS-MED-TABLE.                                                 02340001
023500    03 WS-MED-SAL      PIC 9(06) OCCURS 5000.                     02350001
023600*    TALLIES FOR THE DEPARTMENT IN HAND, THE GRADE IN HAND AND    02360001
023700*    ITS TENURE BANDS, AND THE WHOLE RUN - BY SEX SLOT.           02370001
023800 01 WS-DPT-SEX-TABLE.                                             02380001
023900    03 WS-DPT-SEX OCCURS 3.                                       02390001
024000       05 WS-DPT-HC       PIC 9(05).                              02400001
024100       05 WS-DPT-SUM      PIC 9(11).                              02410001
024200 01 WS-GRS-TABLE.                                                 02420001
024300    03 WS-GRS OCCURS 3.                                           02430001
024400       05 WS-GRS-HC       PIC 9(05).                              02440001
024500       05 WS-GRS-SUM      PIC 9(11).                              02450001
024600 01 WS-BAND-TABLE.                                                02460001
024700    03 WS-BAND OCCURS 5.                                          02470001
024800       05 WS-BAND-SX OCCURS 3.                                    02480001
024900          07 WS-BAND-HC   PIC 9(05).                              02490001
025000          07 WS-BAND-SUM  PIC 9(11).                              02500001
025100 01 WS-ALL-TABLE.                                                 02510001
025200    03 WS-ALL OCCURS 3.                                           02520001
025300       05 WS-ALL-HC       PIC 9(06).                              02530001
025400       05 WS-ALL-SUM      PIC 9(12).                              02540001
025500 01 WS-ALL-MID-SUM     PIC 9(12) VALUE ZEROS.                     02550001
025600 01 WS-ALL-KNOWN-SUM   PIC 9(12) VALUE ZEROS.                     02560001
025700*    WORK FIELDS FOR AVERAGE, COMPA-RATIO AND GAP.                02570001
025800 01 WS-CALC-HC         PIC 9(06) VALUE ZEROS.                     02580001
025900 01 WS-CALC-SUM        PIC 9(12) VALUE ZEROS.                     02590001
026000 01 WS-CALC-AVG        PIC 9(06)V99 VALUE ZEROS.                  02600001
026100 01 WS-CALC-WHOLE      PIC 9(06) VALUE ZEROS.                     02610001
026200 01 WS-CALC-PCT        PIC 9(03)V99 VALUE ZEROS.                  02620001
026300 01 WS-PCT-D           PIC ZZ9,99.                                02630001
026400 01 WS-COMPA-TEXT      PIC X(13) VALUE SPACES.                    02640001
026500 01 WS-MEDIAN-TEXT     PIC X(13) VALUE SPACES.                    02650001
026600 01 WS-F-HC            PIC 9(06) VALUE ZEROS.                     02660001
026700 01 WS-M-HC            PIC 9(06) VALUE ZEROS.                     02670001
026800 01 WS-F-AVG           PIC 9(06)V99 VALUE ZEROS.                  02680001
026900 01 WS-M-AVG           PIC 9(06)V99 VALUE ZEROS.                  02690001
027000 01 WS-F-TEXT          PIC X(06) VALUE SPACES.                    02700001
027100 01 WS-M-TEXT          PIC X(06) VALUE SPACES.                    02710001
027200 01 WS-GAP-PCT         PIC 9(03)V99 VALUE ZEROS.                  02720001
027300 01 WS-GAP-DIR         PIC X(01) VALUE SPACES.                    02730001
027400 01 WS-GAP-TEXT        PIC X(40) VALUE SPACES.                    02740001
027500 01 WS-PREV-DATE       PIC 9(08) VALUE ZEROS.                     02750001
027600 01 WS-PREV-GAP-PCT    PIC 9(03)V99 VALUE ZEROS.                  02760001
027700 01 WS-PREV-GAP-DIR    PIC X(01) VALUE SPACES.                    02770001
027800 01 WS-PREV-COMPA      PIC 9(03)V99 VALUE ZEROS.                  02780001
027900 01 WS-TermCount       PIC 9(06) VALUE ZEROS.                     02790001
028000 01 WS-AnalyzedCount   PIC 9(06) VALUE ZEROS.                     02800001
028100 01 WS-NoGradeCount    PIC 9(06) VALUE ZEROS.                     02810001
028200 01 WS-GradeCount      PIC 9(04) VALUE ZEROS.                     02820001
028300 01 WS-GroupCount      PIC 9(06) VALUE ZEROS.                     02830001
028400 01 WS-BelowMidCount   PIC 9(06) VALUE ZEROS.                     02840001
028500 01 WS-AboveMaxCount   PIC 9(06) VALUE ZEROS.                     02850001
028600 01 WS-REPORT-LINE     PIC X(80).                                 02860001
028700      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EMP-REC==.     02870001
028800      COPY EMPTLR.                                                02880001
028900      COPY EMPDPT.                                                02890001
029000      COPY EMPGRD.                                                02900001
029100      COPY EMPEQH.                                                02910001
029200      COPY EMPCYC.                                                02920001
029300*----------------------------------------------------------------*02930001
029400 PROCEDURE DIVISION .                                             02940001
029500*----------------------------------------------------------------*02950001
029600 A-MAIN                                      SECTION.             02960001
029700*----------------------------------------------------------------*02970001
029800 A-001.                                                           02980001
029900                                                                  02990001
030000     PERFORM A-002                                                03000001
030100     IF RETURN-CODE NOT = ZEROS                                   03010001
030200        GO TO A-999                                               03020001
030300     END-IF                                                       03030001
030400                                                                  03040001
030500     PERFORM A-003                                                03050001
030600     IF RETURN-CODE NOT = ZEROS                                   03060001
030700        GO TO A-999                                               03070001
030800     END-IF                                                       03080001
030900                                                                  03090001
031000     PERFORM A-004                                                03100001
031100     IF WS-GRD-LOADED = ZEROS                                     03110001
031200        DISPLAY 'PROGRAM26: GRDFILE IS EMPTY'                     03120001
031300        MOVE 8 TO RETURN-CODE                                     03130001
031400     END-IF                                                       03140001
031500     IF RETURN-CODE NOT = ZEROS                                   03150001
031600        GO TO A-999                                               03160001
031700     END-IF                                                       03170001
031800                                                                  03180001
031900     PERFORM A-006                                                03190001
032000     IF RETURN-CODE NOT = ZEROS                                   03200001
032100        GO TO A-999                                               03210001
032200     END-IF                                                       03220001
032300                                                                  03230001
032400     OPEN INPUT EQSORT                                            03240001
032500     IF WS-SORT-STATUS NOT = '00'                                 03250001
032600        DISPLAY 'PROGRAM26: CANNOT OPEN EQSORT, STATUS '          03260001
032700                WS-SORT-STATUS                                    03270001
032800        MOVE 12 TO RETURN-CODE                                    03280001
032900        GO TO A-999                                               03290001
033000     END-IF                                                       03300001
033100     PERFORM B-001                                                03310001
033200     CLOSE EQSORT                                                 03320001
033300     IF NOT WS-MAST-BALANCED                                      03330001
033400        MOVE 8 TO RETURN-CODE                                     03340001
033500        GO TO A-999                                               03350001
033600     END-IF                                                       03360001
033700                                                                  03370001
033800     PERFORM A-008                                                03380001
033900     IF RETURN-CODE NOT = ZEROS                                   03390001
034000        GO TO A-999                                               03400001
034100     END-IF                                                       03410001
034200                                                                  03420001
034300     OPEN OUTPUT EQREPT                                           03430001
034400                                                                  03440001
034500     MOVE SPACES TO WS-REPORT-LINE                                03450001
034600     STRING 'PAY EQUITY AND COMPA-RATIO ANALYSIS FOR ' WS-RUN-DATE03460001
034700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03470001
034800     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03480001
034900                                                                  03490001
035000     MOVE SPACES TO WS-REPORT-LINE                                03500001
035100     STRING 'COMPA-RATIO = SALARY AS A PERCENTAGE OF THE GRADE '  03510001
035200            'MIDPOINT.  GAP = DIFFERENCE'                         03520001
035300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03530001
035400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03540001
035500                                                                  03550001
035600     MOVE SPACES TO WS-REPORT-LINE                                03560001
035700     STRING 'BETWEEN THE AVERAGES OF MEN AND WOMEN AS A '         03570001
035800            'PERCENTAGE OF THE MEN''S AVERAGE.'                   03580001
035900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03590001
036000     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03600001
036100                                                                  03610001
036200     MOVE 'N' TO WS-SORT-EOF-SWITCH                               03620001
036300     OPEN INPUT EQSORT                                            03630001
036400     PERFORM C-008                                                03640001
036500     PERFORM C-001 UNTIL WS-SORT-EOF                              03650001
036600     CLOSE EQSORT                                                 03660001
036700                                                                  03670001
036800     IF WS-AnalyzedCount = ZEROS                                  03680001
036900        MOVE SPACES TO WS-REPORT-LINE                             03690001
037000        WRITE EQR-LINE FROM WS-REPORT-LINE                        03700001
037100              AFTER ADVANCING 1 LINE                              03710001
037200        MOVE SPACES TO WS-REPORT-LINE                             03720001
037300        STRING 'NO EMPLOYEE ON THE MASTER TO ANALYZE'             03730001
037400               DELIMITED BY SIZE INTO WS-REPORT-LINE              03740001
037500        WRITE EQR-LINE FROM WS-REPORT-LINE                        03750001
037600              AFTER ADVANCING 1 LINE                              03760001
037700     END-IF                                                       03770001
037800                                                                  03780001
037900     PERFORM D-001                                                03790001
038000                                                                  03800001
038100     PERFORM D-004                                                03810001
038200                                                                  03820001
038300     PERFORM H-001                                                03830001
038400                                                                  03840001
038500     PERFORM G-001 THRU G-001-EXIT                                03850001
038600                                                                  03860001
038700     CLOSE EQREPT                                                 03870001
038800                                                                  03880001
038900     IF WS-BelowMidCount > ZEROS                                  03890001
039000        OR WS-AboveMaxCount > ZEROS                               03900001
039100        IF RETURN-CODE < 4                                        03910001
039200           MOVE 4 TO RETURN-CODE                                  03920001
039300        END-IF                                                    03930001
039400     END-IF.                                                      03940001
039500                                                                  03950001
039600 A-999.                                                           03960001
039700                                                                  03970001
039800     GOBACK.                                                      03980001
039900                                                                  03990001
040000*----------------------------------------------------------------*04000001
040100*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *04010001
040200*    CYCLE'S BUSINESS DATE, AND SERVICE IS MEASURED TO IT.       *04020001
040300*----------------------------------------------------------------*04030001
040400 A-002.                                                           04040001
040500                                                                  04050001
040600     OPEN INPUT CYCFILE                                           04060001
040700     IF WS-CYC-STATUS NOT = '00'                                  04070001
040800        DISPLAY 'PROGRAM26: CANNOT OPEN CYCFILE, STATUS '         04080001
040900                WS-CYC-STATUS                                     04090001
041000        MOVE 12 TO RETURN-CODE                                    04100001
041100     ELSE                                                         04110001
041200        READ CYCFILE INTO CYC-RECORD                              04120001
041300            AT END                                                04130001
041400               DISPLAY 'PROGRAM26: CYCFILE IS EMPTY'              04140001
041500               MOVE 12 TO RETURN-CODE                             04150001
041600            NOT AT END                                            04160001
041700               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   04170001
041800        END-READ                                                  04180001
041900        CLOSE CYCFILE                                             04190001
042000     END-IF.                                                      04200001
042100                                                                  04210001
042200*----------------------------------------------------------------*04220001
042300*    A-003 READS THE EQPARM CARD - THE YEARS OF SERVICE THAT     *04230001
042400*    COUNT AS LONG SERVICE (COLS 1-2, ZEROS FOR THE STANDARD 10) *04240001
042500*    AND THE PERCENTAGE ABOVE THE GRADE MAXIMUM TOLERATED BEFORE *04250001
042600*    AN EMPLOYEE IS NAMED (COLS 3-4).  NO CARD, OR A BLANK ONE,  *04260001
042700*    TAKES 10 YEARS AND NO TOLERANCE.  A CARD THAT IS NOT        *04270001
042800*    NUMERIC STOPS THE RUN (RC=12).                              *04280001
042900*----------------------------------------------------------------*04290001
043000 A-003.                                                           04300001
043100                                                                  04310001
043200     OPEN INPUT EQPARM                                            04320001
043300     IF WS-PARM-STATUS = '00'                                     04330001
043400        READ EQPARM                                               04340001
043500            AT END                                                04350001
043600               MOVE '10' TO WS-PARM-STATUS                        04360001
043700        END-READ                                                  04370001
043800        IF WS-PARM-STATUS = '00'                                  04380001
043900           AND PARM-CARD NOT = SPACES                             04390001
044000           IF PARM-LONG-SERVICE NUMERIC                           04400001
044100              AND PARM-TOLERANCE NUMERIC                          04410001
044200              IF PARM-LONG-SERVICE NOT = '00'                     04420001
044300                 MOVE PARM-LONG-SERVICE TO WS-LONG-SERVICE        04430001
044400              END-IF                                              04440001
044500              MOVE PARM-TOLERANCE TO WS-TOLERANCE                 04450001
044600           ELSE                                                   04460001
044700              DISPLAY 'PROGRAM26: EQPARM IS NOT NUMERIC - '       04470001
044800                      PARM-CARD                                   04480001
044900              MOVE 12 TO RETURN-CODE                              04490001
045000           END-IF                                                 04500001
045100        END-IF                                                    04510001
045200        CLOSE EQPARM                                              04520001
045300     END-IF.                                                      04530001
045400                                                                  04540001
045500*----------------------------------------------------------------*04550001
045600*    A-004 LOADS THE PAY GRADE REFERENCE FILE - THE RANGE EACH   *04560001
045700*    GRADE'S MIDPOINT AND MAXIMUM COME FROM.                     *04570001
045800*----------------------------------------------------------------*04580001
045900 A-004.                                                           04590001
046000                                                                  04600001
046100     OPEN INPUT GRDFILE                                           04610001
046200     PERFORM A-005 UNTIL WS-GRD-EOF                               04620001
046300     CLOSE GRDFILE.                                               04630001
046400                                                                  04640001
046500*----------------------------------------------------------------*04650001
046600*    A-005 READS ONE PAY GRADE RECORD INTO THE NEXT SLOT.        *04660001
046700*----------------------------------------------------------------*04670001
046800 A-005.                                                           04680001
046900                                                                  04690001
047000     READ GRDFILE INTO GRD-RECORD                                 04700001
047100         AT END                                                   04710001
047200            SET WS-GRD-EOF TO TRUE                                04720001
047300         NOT AT END                                               04730001
047400            IF WS-GRD-LOADED >= 10                                04740001
047500               DISPLAY 'PROGRAM26: MORE THAN 10 GRADES ON '       04750001
047600                       'GRDFILE'                                  04760001
047700               MOVE 8 TO RETURN-CODE                              04770001
047800               SET WS-GRD-EOF TO TRUE                             04780001
047900            ELSE                                                  04790001
048000               ADD 1 TO WS-GRD-LOADED                             04800001
048100               MOVE GRD-CODE TO WS-GRD-CODE(WS-GRD-LOADED)        04810001
048200               MOVE GRD-MIN-SALARY                                04820001
048300                    TO WS-GRD-MIN(WS-GRD-LOADED)                  04830001
048400               MOVE GRD-MAX-SALARY                                04840001
048500                    TO WS-GRD-MAX(WS-GRD-LOADED)                  04850001
048600            END-IF                                                04860001
048700     END-READ.                                                    04870001
048800                                                                  04880001
048900*----------------------------------------------------------------*04890001
049000*    A-006 LOADS THE DEPARTMENT REFERENCE FILE FOR THE NAMES.    *04900001
049100*----------------------------------------------------------------*04910001
049200 A-006.                                                           04920001
049300                                                                  04930001
049400     OPEN INPUT DEPTFILE                                          04940001
049500     PERFORM A-007 UNTIL WS-DEPT-EOF                              04950001
049600     CLOSE DEPTFILE.                                              04960001
049700                                                                  04970001
049800*----------------------------------------------------------------*04980001
049900*    A-007 READS ONE DEPARTMENT RECORD INTO THE NEXT TABLE       *04990001
050000*    SLOT.                                                       *05000001
050100*----------------------------------------------------------------*05010001
050200 A-007.                                                           05020001
050300                                                                  05030001
050400     READ DEPTFILE INTO DPT-RECORD                                05040001
050500         AT END                                                   05050001
050600            SET WS-DEPT-EOF TO TRUE                               05060001
050700         NOT AT END                                               05070001
050800            IF WS-DEPT-LOADED >= 20                               05080001
050900               DISPLAY 'PROGRAM26: MORE THAN 20 DEPARTMENTS ON '  05090001
051000                       'DEPTFILE'                                 05100001
051100               MOVE 8 TO RETURN-CODE                              05110001
051200               SET WS-DEPT-EOF TO TRUE                            05120001
051300            ELSE                                                  05130001
051400               ADD 1 TO WS-DEPT-LOADED                            05140001
051500               MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-LOADED)      05150001
051600               MOVE DPT-NAME TO WS-DEPT-NAME(WS-DEPT-LOADED)      05160001
051700            END-IF                                                05170001
051800     END-READ.                                                    05180001
051900                                                                  05190001
052000*----------------------------------------------------------------*05200001
052100*    A-008 READS THE PAY EQUITY HISTORY FOR THE LATEST EARLIER   *05210001
052200*    RUN, TO SET TONIGHT'S GAP BESIDE, AND TO SEE WHETHER THIS   *05220001
052300*    BUSINESS DATE IS ALREADY RECORDED.                          *05230001
052400*----------------------------------------------------------------*05240001
052500 A-008.                                                           05250001
052600                                                                  05260001
052700     OPEN INPUT EQHIST                                            05270001
052800     IF WS-HIST-STATUS NOT = '00'                                 05280001
052900        DISPLAY 'PROGRAM26: CANNOT OPEN EQHIST, STATUS '          05290001
053000                WS-HIST-STATUS                                    05300001
053100        MOVE 12 TO RETURN-CODE                                    05310001
053200     ELSE                                                         05320001
053300        PERFORM A-009 UNTIL WS-HIST-EOF                           05330001
053400        CLOSE EQHIST                                              05340001
053500     END-IF.                                                      05350001
053600                                                                  05360001
053700*----------------------------------------------------------------*05370001
053800*    A-009 READS ONE HISTORY RECORD.                             *05380001
053900*----------------------------------------------------------------*05390001
054000 A-009.                                                           05400001
054100                                                                  05410001
054200     READ EQHIST INTO EQH-RECORD                                  05420001
054300         AT END                                                   05430001
054400            SET WS-HIST-EOF TO TRUE                               05440001
054500         NOT AT END                                               05450001
054600            IF EQH-RUN-DATE < WS-RUN-DATE                         05460001
054700               AND EQH-RUN-DATE NOT < WS-PREV-DATE                05470001
054800               SET WS-PREV-FOUND TO TRUE                          05480001
054900               MOVE EQH-RUN-DATE  TO WS-PREV-DATE                 05490001
055000               MOVE EQH-GAP-PCT   TO WS-PREV-GAP-PCT              05500001
055100               MOVE EQH-GAP-DIR   TO WS-PREV-GAP-DIR              05510001
055200               MOVE EQH-COMPA-PCT TO WS-PREV-COMPA                05520001
055300            END-IF                                                05530001
055400            IF EQH-RUN-DATE = WS-RUN-DATE                         05540001
055500               SET WS-ALREADY-RECORDED TO TRUE                    05550001
055600            END-IF                                                05560001
055700     END-READ.                                                    05570001
055800                                                                  05580001
055900*----------------------------------------------------------------*05590001
056000*    B-001 READS THE SORTED MASTER END TO END AND VERIFIES IT    *05600001
056100*    AGAINST THE CONTROL TRAILER.  A MASTER THAT CANNOT BE       *05610001
056200*    PROVED IS NOT ANALYZED.                                     *05620001
056300*----------------------------------------------------------------*05630001
056400 B-001.                                                           05640001
056500                                                                  05650001
056600     PERFORM B-002 UNTIL WS-SORT-EOF                              05660001
056700                                                                  05670001
056800     EVALUATE TRUE                                                05680001
056900       WHEN NOT WS-TRAILER-FOUND                                  05690001
057000         DISPLAY 'PROGRAM26: NO CONTROL TRAILER ON EQSORT - '     05700001
057100                 'THE FILE CANNOT BE PROVED, RUN REFUSED'         05710001
057200       WHEN TLR-REC-COUNT NOT = WS-MAST-COUNT                     05720001
057300         OR TLR-SAL-TOTAL NOT = WS-MAST-SAL-TOTAL                 05730001
057400         DISPLAY 'PROGRAM26: EQSORT OUT OF BALANCE WITH TRAILER'  05740001
057500         DISPLAY '  TRAILER COUNT=' TLR-REC-COUNT                 05750001
057600                 ' READ=' WS-MAST-COUNT                           05760001
057700         DISPLAY '  TRAILER SALARY=' TLR-SAL-TOTAL                05770001
057800                 ' READ=' WS-MAST-SAL-TOTAL                       05780001
057900       WHEN OTHER                                                 05790001
058000         SET WS-MAST-BALANCED TO TRUE                             05800001
058100     END-EVALUATE.                                                05810001
058200                                                                  05820001
058300*----------------------------------------------------------------*05830001
058400*    B-002 READS THE NEXT RECORD OF THE SORTED MASTER.  EVERY    *05840001
058500*    EMPLOYEE COUNTS TOWARD THE TRAILER PROOF.                   *05850001
058600*----------------------------------------------------------------*05860001
058700 B-002.                                                           05870001
058800                                                                  05880001
058900     READ EQSORT INTO WS-EMP-REC                                  05890001
059000         AT END                                                   05900001
059100            SET WS-SORT-EOF TO TRUE                               05910001
059200         NOT AT END                                               05920001
059300            IF EMP-ID = 99999                                     05930001
059400               MOVE WS-EMP-REC TO TLR-RECORD                      05940001
059500               SET WS-TRAILER-FOUND TO TRUE                       05950001
059600            ELSE                                                  05960001
059700               ADD 1      TO WS-MAST-COUNT                        05970001
059800               ADD SALARY TO WS-MAST-SAL-TOTAL                    05980001
059900               IF EMP-TERMINATED                                  05990001
060000                  ADD 1 TO WS-TermCount                           06000001
060100               END-IF                                             06010001
060200            END-IF                                                06020001
060300     END-READ.                                                    06030001
060400                                                                  06040001
060500*----------------------------------------------------------------*06050001
060600*    C-001 REPORTS ONE GRADE - ITS RANGE, EACH DEPARTMENT IN IT, *06060001
060700*    THEN THE GRADE OVER ALL ITS DEPARTMENTS AND BY TENURE BAND. *06070001
060800*----------------------------------------------------------------*06080001
060900 C-001.                                                           06090001
061000                                                                  06100001
061100     MOVE EMP-GRADE TO WS-CUR-GRADE                               06110001
061200     ADD 1 TO WS-GradeCount                                       06120001
061300     PERFORM E-001                                                06130001
061400     INITIALIZE WS-GRS-TABLE                                      06140001
061500     INITIALIZE WS-BAND-TABLE                                     06150001
061600                                                                  06160001
061700     MOVE SPACES TO WS-REPORT-LINE                                06170001
061800     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06180001
061900                                                                  06190001
062000     MOVE SPACES TO WS-REPORT-LINE                                06200001
062100     IF WS-GRD-FOUND                                              06210001
062200        STRING 'GRADE ' WS-CUR-GRADE                              06220001
062300               '  MIN=' WS-GRD-MIN(WS-GRD-USE-SUB)                06230001
062400               ' MAX=' WS-GRD-MAX(WS-GRD-USE-SUB)                 06240001
062500               ' MIDPOINT=' WS-MIDPOINT                           06250001
062600               ' OUTLIER ABOVE ' WS-MAX-LIMIT                     06260001
062700               DELIMITED BY SIZE INTO WS-REPORT-LINE              06270001
062800     ELSE                                                         06280001
062900        STRING 'GRADE ' WS-CUR-GRADE                              06290001
063000               '  NOT ON GRDFILE - NO COMPA-RATIO OR OUTLIERS'    06300001
063100               DELIMITED BY SIZE INTO WS-REPORT-LINE              06310001
063200     END-IF                                                       06320001
063300     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06330001
063400                                                                  06340001
063500     PERFORM C-002 UNTIL WS-SORT-EOF                              06350001
063600                      OR EMP-GRADE NOT = WS-CUR-GRADE             06360001
063700                                                                  06370001
063800     PERFORM C-006.                                               06380001
063900                                                                  06390001
064000*----------------------------------------------------------------*06400001
064100*    C-002 REPORTS ONE DEPARTMENT WITHIN THE GRADE - A LINE PER  *06410001
064200*    SEX, THEN THE GAP.                                          *06420001
064300*----------------------------------------------------------------*06430001
064400 C-002.                                                           06440001
064500                                                                  06450001
064600     MOVE EMP-DEPT TO WS-CUR-DEPT                                 06460001
064700     ADD 1 TO WS-GroupCount                                       06470001
064800     PERFORM E-003                                                06480001
064900     INITIALIZE WS-DPT-SEX-TABLE                                  06490001
065000                                                                  06500001
065100     MOVE SPACES TO WS-REPORT-LINE                                06510001
065200     STRING '  DEPT ' WS-CUR-DEPT ' ' WS-DEPT-DESC                06520001
065300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06530001
065400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06540001
065500                                                                  06550001
065600     PERFORM C-003 UNTIL WS-SORT-EOF                              06560001
065700                      OR EMP-GRADE NOT = WS-CUR-GRADE             06570001
065800                      OR EMP-DEPT  NOT = WS-CUR-DEPT              06580001
065900                                                                  06590001
066000     MOVE WS-DPT-HC(1) TO WS-F-HC                                 06600001
066100     MOVE WS-DPT-HC(2) TO WS-M-HC                                 06610001
066200     MOVE WS-DPT-HC(1)  TO WS-CALC-HC                             06620001
066300     MOVE WS-DPT-SUM(1) TO WS-CALC-SUM                            06630001
066400     PERFORM F-001                                                06640001
066500     MOVE WS-CALC-AVG   TO WS-F-AVG                               06650001
066600     MOVE WS-DPT-HC(2)  TO WS-CALC-HC                             06660001
066700     MOVE WS-DPT-SUM(2) TO WS-CALC-SUM                            06670001
066800     PERFORM F-001                                                06680001
066900     MOVE WS-CALC-AVG   TO WS-M-AVG                               06690001
067000     PERFORM F-002                                                06700001
067100                                                                  06710001
067200     MOVE SPACES TO WS-REPORT-LINE                                06720001
067300     STRING '    GAP: ' WS-GAP-TEXT                               06730001
067400            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06740001
067500     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06750001
067600                                                                  06760001
067700*----------------------------------------------------------------*06770001
067800*    C-003 REPORTS ONE SEX WITHIN THE DEPARTMENT - HEADCOUNT,    *06780001
067900*    AVERAGE, MEDIAN AND COMPA-RATIO.  THE SALARIES ARRIVE IN    *06790001
068000*    ASCENDING ORDER, SO THE MEDIAN IS THE MIDDLE ONE (THE MEAN  *06800001
068100*    OF THE MIDDLE TWO FOR AN EVEN HEADCOUNT).                   *06810001
068200*----------------------------------------------------------------*06820001
068300 C-003.                                                           06830001
068400                                                                  06840001
068500     MOVE SEX TO WS-CUR-SEX                                       06850001
068600     EVALUATE SEX                                                 06860001
068700       WHEN 'F'                                                   06870001
068800         MOVE 1 TO WS-SEX-SUB                                     06880001
068900       WHEN 'M'                                                   06890001
069000         MOVE 2 TO WS-SEX-SUB                                     06900001
069100       WHEN OTHER                                                 06910001
069200         MOVE 3 TO WS-SEX-SUB                                     06920001
069300     END-EVALUATE                                                 06930001
069400     MOVE ZEROS TO WS-MED-COUNT                                   06940001
069500                                                                  06950001
069600     PERFORM C-004 UNTIL WS-SORT-EOF                              06960001
069700                      OR EMP-GRADE NOT = WS-CUR-GRADE             06970001
069800                      OR EMP-DEPT  NOT = WS-CUR-DEPT              06980001
069900                      OR SEX       NOT = WS-CUR-SEX               06990001
070000                                                                  07000001
070100     PERFORM C-005                                                07010001
070200                                                                  07020001
070300     MOVE WS-DPT-HC(WS-SEX-SUB) TO WS-CALC-HC                     07030001
070400     MOVE WS-DPT-SUM(WS-SEX-SUB) TO WS-CALC-SUM                   07040001
070500     PERFORM F-001                                                07050001
070600                                                                  07060001
070700     MOVE SPACES TO WS-REPORT-LINE                                07070001
070800     STRING '    ' WS-CUR-SEX                                     07080001
070900            ' HC=' WS-MED-COUNT                                   07090001
071000            ' AVG=' WS-CALC-WHOLE                                 07100001
071100            ' ' WS-MEDIAN-TEXT                                    07110001
071200            ' ' WS-COMPA-TEXT                                     07120001
071300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07130001
071400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   07140001
071500                                                                  07150001
071600*----------------------------------------------------------------*07160001
071700*    C-004 TAKES ONE EMPLOYEE INTO EVERY TALLY AND READS THE     *07170001
071800*    NEXT.  AN EMPLOYEE IN A GRADE NOT ON GRDFILE IS LEFT OUT    *07180001
071900*    OF THE COMPA-RATIOS.                                        *07190001
072000*----------------------------------------------------------------*07200001
072100 C-004.                                                           07210001
072200                                                                  07220001
072300     ADD 1 TO WS-AnalyzedCount                                    07230001
072400     ADD 1 TO WS-MED-COUNT                                        07240001
072500     IF WS-MED-COUNT NOT > 5000                                   07250001
072600        MOVE SALARY TO WS-MED-SAL(WS-MED-COUNT)                   07260001
072700     END-IF                                                       07270001
072800                                                                  07280001
072900     PERFORM E-005                                                07290001
073000                                                                  07300001
073100     ADD 1      TO WS-DPT-HC(WS-SEX-SUB)                          07310001
073200     ADD SALARY TO WS-DPT-SUM(WS-SEX-SUB)                         07320001
073300     ADD 1      TO WS-GRS-HC(WS-SEX-SUB)                          07330001
073400     ADD SALARY TO WS-GRS-SUM(WS-SEX-SUB)                         07340001
073500     ADD 1      TO WS-BAND-HC(WS-TENURE-SUB, WS-SEX-SUB)          07350001
073600     ADD SALARY TO WS-BAND-SUM(WS-TENURE-SUB, WS-SEX-SUB)         07360001
073700     ADD 1      TO WS-ALL-HC(WS-SEX-SUB)                          07370001
073800     ADD SALARY TO WS-ALL-SUM(WS-SEX-SUB)                         07380001
073900                                                                  07390001
074000     IF WS-GRD-FOUND                                              07400001
074100        ADD WS-MIDPOINT TO WS-ALL-MID-SUM                         07410001
074200        ADD SALARY      TO WS-ALL-KNOWN-SUM                       07420001
074300     ELSE                                                         07430001
074400        ADD 1 TO WS-NoGradeCount                                  07440001
074500     END-IF                                                       07450001
074600                                                                  07460001
074700     PERFORM C-008.                                               07470001
074800                                                                  07480001
074900*----------------------------------------------------------------*07490001
075000*    C-005 PICKS THE MEDIAN OUT OF THE SEX GROUP JUST READ.  A   *07500001
075100*    GROUP TOO LARGE FOR THE TABLE HAS NO MEDIAN SHOWN.          *07510001
075200*----------------------------------------------------------------*07520001
075300 C-005.                                                           07530001
075400                                                                  07540001
075500     IF WS-MED-COUNT > 5000                                       07550001
075600        MOVE 'MEDIAN=   N/A' TO WS-MEDIAN-TEXT                    07560001
075700     ELSE                                                         07570001
075800        DIVIDE WS-MED-COUNT BY 2 GIVING WS-MED-HALF               07580001
075900               REMAINDER WS-MED-REM                               07590001
076000        IF WS-MED-REM = 1                                         07600001
076100           MOVE WS-MED-SAL(WS-MED-HALF + 1) TO WS-MEDIAN          07610001
076200        ELSE                                                      07620001
076300           COMPUTE WS-MEDIAN ROUNDED =                            07630001
076400                   (WS-MED-SAL(WS-MED-HALF)                       07640001
076500                  + WS-MED-SAL(WS-MED-HALF + 1)) / 2              07650001
076600        END-IF                                                    07660001
076700        MOVE SPACES TO WS-MEDIAN-TEXT                             07670001
076800        STRING 'MEDIAN=' WS-MEDIAN                                07680001
076900               DELIMITED BY SIZE INTO WS-MEDIAN-TEXT              07690001
077000     END-IF.                                                      07700001
077100                                                                  07710001
077200*----------------------------------------------------------------*07720001
077300*    C-006 PRINTS THE GRADE OVER ALL ITS DEPARTMENTS - A LINE    *07730001
077400*    PER SEX, THE GAP, AND SALARY BY TENURE BAND.                *07740001
077500*----------------------------------------------------------------*07750001
077600 C-006.                                                           07760001
077700                                                                  07770001
077800     MOVE SPACES TO WS-REPORT-LINE                                07780001
077900     STRING '  GRADE ' WS-CUR-GRADE ' ALL DEPARTMENTS'            07790001
078000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 07800001
078100     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07810001
078200                                                                  07820001
078300     PERFORM C-007 VARYING WS-SEX-SUB FROM 1 BY 1                 07830001
078400             UNTIL WS-SEX-SUB > 3                                 07840001
078500                                                                  07850001
078600     MOVE WS-GRS-HC(1)  TO WS-F-HC                                07860001
078700     MOVE WS-GRS-HC(2)  TO WS-M-HC                                07870001
078800     MOVE WS-GRS-HC(1)  TO WS-CALC-HC                             07880001
078900     MOVE WS-GRS-SUM(1) TO WS-CALC-SUM                            07890001
079000     PERFORM F-001                                                07900001
079100     MOVE WS-CALC-AVG   TO WS-F-AVG                               07910001
079200     MOVE WS-GRS-HC(2)  TO WS-CALC-HC                             07920001
079300     MOVE WS-GRS-SUM(2) TO WS-CALC-SUM                            07930001
079400     PERFORM F-001                                                07940001
079500     MOVE WS-CALC-AVG   TO WS-M-AVG                               07950001
079600     PERFORM F-002                                                07960001
079700                                                                  07970001
079800     MOVE SPACES TO WS-REPORT-LINE                                07980001
079900     STRING '    GAP: ' WS-GAP-TEXT                               07990001
080000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08000001
080100     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08010001
080200                                                                  08020001
080300     MOVE SPACES TO WS-REPORT-LINE                                08030001
080400     STRING '  GRADE ' WS-CUR-GRADE ' BY TENURE BAND'             08040001
080500            '                 F AVG  M AVG'                       08050001
080600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08060001
080700     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08070001
080800                                                                  08080001
080900     PERFORM C-009 VARYING WS-TENURE-SUB FROM 1 BY 1              08090001
081000             UNTIL WS-TENURE-SUB > 5.                             08100001
081100                                                                  08110001
081200*----------------------------------------------------------------*08120001
081300*    C-007 PRINTS ONE SEX OF THE GRADE TOTAL, WHEN PRESENT.      *08130001
081400*----------------------------------------------------------------*08140001
081500 C-007.                                                           08150001
081600                                                                  08160001
081700     IF WS-GRS-HC(WS-SEX-SUB) > ZEROS                             08170001
081800        MOVE WS-GRS-HC(WS-SEX-SUB)  TO WS-CALC-HC                 08180001
081900        MOVE WS-GRS-SUM(WS-SEX-SUB) TO WS-CALC-SUM                08190001
082000        PERFORM F-001                                             08200001
082100        MOVE SPACES TO WS-REPORT-LINE                             08210001
082200        STRING '    ' WS-SEX-CODE(WS-SEX-SUB)                     08220001
082300               ' HC=' WS-GRS-HC(WS-SEX-SUB)                       08230001
082400               ' AVG=' WS-CALC-WHOLE                              08240001
082500               ' ' WS-COMPA-TEXT                                  08250001
082600               DELIMITED BY SIZE INTO WS-REPORT-LINE              08260001
082700        WRITE EQR-LINE FROM WS-REPORT-LINE                        08270001
082800              AFTER ADVANCING 1 LINE                              08280001
082900     END-IF.                                                      08290001
083000                                                                  08300001
083100*----------------------------------------------------------------*08310001
083200*    C-008 READS ON TO THE NEXT EMPLOYEE TO ANALYZE - PAST THE   *08320001
083300*    TRAILER AND ANY TERMINATED EMPLOYEE.                        *08330001
083400*----------------------------------------------------------------*08340001
083500 C-008.                                                           08350001
083600                                                                  08360001
083700     MOVE 'N' TO WS-TAKE-SWITCH                                   08370001
083800     PERFORM C-010 UNTIL WS-SORT-EOF OR WS-TAKE-RECORD.           08380001
083900                                                                  08390001
084000*----------------------------------------------------------------*08400001
084100*    C-009 PRINTS ONE TENURE BAND OF THE GRADE, WHEN ANYONE IS   *08410001
084200*    IN IT - HEADCOUNT, AVERAGE AND COMPA-RATIO, THEN THE        *08420001
084300*    AVERAGE FOR WOMEN AND FOR MEN.                              *08430001
084400*----------------------------------------------------------------*08440001
084500 C-009.                                                           08450001
084600                                                                  08460001
084700     COMPUTE WS-CALC-HC = WS-BAND-HC(WS-TENURE-SUB, 1)            08470001
084800                        + WS-BAND-HC(WS-TENURE-SUB, 2)            08480001
084900                        + WS-BAND-HC(WS-TENURE-SUB, 3)            08490001
085000     IF WS-CALC-HC > ZEROS                                        08500001
085100        MOVE WS-BAND-HC(WS-TENURE-SUB, 1) TO WS-CALC-HC           08510001
085200        MOVE WS-BAND-SUM(WS-TENURE-SUB, 1) TO WS-CALC-SUM         08520001
085300        PERFORM F-001                                             08530001
085400        MOVE WS-CALC-WHOLE TO WS-F-TEXT                           08540001
085500        IF WS-CALC-HC = ZEROS                                     08550001
085600           MOVE '     -' TO WS-F-TEXT                             08560001
085700        END-IF                                                    08570001
085800        MOVE WS-BAND-HC(WS-TENURE-SUB, 2) TO WS-CALC-HC           08580001
085900        MOVE WS-BAND-SUM(WS-TENURE-SUB, 2) TO WS-CALC-SUM         08590001
086000        PERFORM F-001                                             08600001
086100        MOVE WS-CALC-WHOLE TO WS-M-TEXT                           08610001
086200        IF WS-CALC-HC = ZEROS                                     08620001
086300           MOVE '     -' TO WS-M-TEXT                             08630001
086400        END-IF                                                    08640001
086500        COMPUTE WS-CALC-HC = WS-BAND-HC(WS-TENURE-SUB, 1)         08650001
086600                           + WS-BAND-HC(WS-TENURE-SUB, 2)         08660001
086700                           + WS-BAND-HC(WS-TENURE-SUB, 3)         08670001
086800        COMPUTE WS-CALC-SUM = WS-BAND-SUM(WS-TENURE-SUB, 1)       08680001
086900                            + WS-BAND-SUM(WS-TENURE-SUB, 2)       08690001
087000                            + WS-BAND-SUM(WS-TENURE-SUB, 3)       08700001
087100        PERFORM F-001                                             08710001
087200        MOVE SPACES TO WS-REPORT-LINE                             08720001
087300        STRING '    ' WS-TENURE-LABEL(WS-TENURE-SUB)              08730001
087400               'HC=' WS-CALC-HC(2:5)                              08740001
087500               ' AVG=' WS-CALC-WHOLE                              08750001
087600               ' ' WS-COMPA-TEXT                                  08760001
087700               ' ' WS-F-TEXT ' ' WS-M-TEXT                        08770001
087800               DELIMITED BY SIZE INTO WS-REPORT-LINE              08780001
087900        WRITE EQR-LINE FROM WS-REPORT-LINE                        08790001
088000              AFTER ADVANCING 1 LINE                              08800001
088100     END-IF.                                                      08810001
088200                                                                  08820001
088300*----------------------------------------------------------------*08830001
088400*    C-010 READS ONE RECORD OF THE SORTED MASTER AND TAKES IT    *08840001
088500*    WHEN IT IS AN EMPLOYEE NOT TERMINATED.                      *08850001
088600*----------------------------------------------------------------*08860001
088700 C-010.                                                           08870001
088800                                                                  08880001
088900     READ EQSORT INTO WS-EMP-REC                                  08890001
089000         AT END                                                   08900001
089100            SET WS-SORT-EOF TO TRUE                               08910001
089200         NOT AT END                                               08920001
089300            IF EMP-ID NOT = 99999                                 08930001
089400               AND NOT EMP-TERMINATED                             08940001
089500               SET WS-TAKE-RECORD TO TRUE                         08950001
089600            END-IF                                                08960001
089700     END-READ.                                                    08970001
089800                                                                  08980001
089900*----------------------------------------------------------------*08990001
090000*    D-001 NAMES THE EMPLOYEES PAID BELOW THEIR GRADE MIDPOINT   *09000001
090100*    WHO HAVE THE LONG SERVICE GIVEN ON EQPARM OR MORE.          *09010001
090200*----------------------------------------------------------------*09020001
090300 D-001.                                                           09030001
090400                                                                  09040001
090500     MOVE SPACES TO WS-REPORT-LINE                                09050001
090600     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    09060001
090700                                                                  09070001
090800     MOVE SPACES TO WS-REPORT-LINE                                09080001
090900     STRING 'BELOW GRADE MIDPOINT WITH ' WS-LONG-SERVICE          09090001
091000            ' OR MORE YEARS OF SERVICE:'                          09100001
091100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09110001
091200     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    09120001
091300                                                                  09130001
091400     MOVE 'N' TO WS-SORT-EOF-SWITCH                               09140001
091500     OPEN INPUT EQSORT                                            09150001
091600     PERFORM C-008                                                09160001
091700     PERFORM D-002 UNTIL WS-SORT-EOF                              09170001
091800     CLOSE EQSORT                                                 09180001
091900                                                                  09190001
092000     IF WS-BelowMidCount = ZEROS                                  09200001
092100        MOVE SPACES TO WS-REPORT-LINE                             09210001
092200        STRING '  NONE'                                           09220001
092300               DELIMITED BY SIZE INTO WS-REPORT-LINE              09230001
092400        WRITE EQR-LINE FROM WS-REPORT-LINE                        09240001
092500              AFTER ADVANCING 1 LINE                              09250001
092600     END-IF.                                                      09260001
092700                                                                  09270001
092800*----------------------------------------------------------------*09280001
092900*    D-002 TESTS ONE EMPLOYEE FOR THE BELOW-MIDPOINT LIST AND    *09290001
093000*    READS THE NEXT.                                             *09300001
093100*----------------------------------------------------------------*09310001
093200 D-002.                                                           09320001
093300                                                                  09330001
093400     MOVE EMP-GRADE TO WS-CUR-GRADE                               09340001
093500     PERFORM E-001                                                09350001
093600     IF WS-GRD-FOUND                                              09360001
093700        AND SALARY < WS-MIDPOINT                                  09370001
093800        PERFORM E-005                                             09380001
093900        IF WS-TENURE-YEARS NOT < WS-LONG-SERVICE                  09390001
094000           ADD 1 TO WS-BelowMidCount                              09400001
094100           MOVE SPACES TO WS-REPORT-LINE                          09410001
094200           STRING '  ' EMP-ID ' ' NAME-A ' ' EMP-DEPT             09420001
094300                  ' GRADE=' EMP-GRADE ' SEX=' SEX                 09430001
094400                  ' SAL=' SALARY ' MID=' WS-MIDPOINT              09440001
094500                  ' SERVICE=' WS-TENURE-YEARS-D                   09450001
094600                  DELIMITED BY SIZE INTO WS-REPORT-LINE           09460001
094700           WRITE EQR-LINE FROM WS-REPORT-LINE                     09470001
094800                 AFTER ADVANCING 1 LINE                           09480001
094900        END-IF                                                    09490001
095000     END-IF                                                       09500001
095100     PERFORM C-008.                                               09510001
095200                                                                  09520001
095300*----------------------------------------------------------------*09530001
095400*    D-004 NAMES THE EMPLOYEES PAID ABOVE THEIR GRADE MAXIMUM BY *09540001
095500*    MORE THAN THE TOLERANCE GIVEN ON EQPARM.                    *09550001
095600*----------------------------------------------------------------*09560001
095700 D-004.                                                           09570001
095800                                                                  09580001
095900     MOVE SPACES TO WS-REPORT-LINE                                09590001
096000     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    09600001
096100                                                                  09610001
096200     MOVE SPACES TO WS-REPORT-LINE                                09620001
096300     STRING 'ABOVE GRADE MAXIMUM PLUS ' WS-TOLERANCE              09630001
096400            '% TOLERANCE:'                                        09640001
096500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09650001
096600     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    09660001
096700                                                                  09670001
096800     MOVE 'N' TO WS-SORT-EOF-SWITCH                               09680001
096900     OPEN INPUT EQSORT                                            09690001
097000     PERFORM C-008                                                09700001
097100     PERFORM D-005 UNTIL WS-SORT-EOF                              09710001
097200     CLOSE EQSORT                                                 09720001
097300                                                                  09730001
097400     IF WS-AboveMaxCount = ZEROS                                  09740001
097500        MOVE SPACES TO WS-REPORT-LINE                             09750001
097600        STRING '  NONE'                                           09760001
097700               DELIMITED BY SIZE INTO WS-REPORT-LINE              09770001
097800        WRITE EQR-LINE FROM WS-REPORT-LINE                        09780001
097900              AFTER ADVANCING 1 LINE                              09790001
098000     END-IF.                                                      09800001
098100                                                                  09810001
098200*----------------------------------------------------------------*09820001
098300*    D-005 TESTS ONE EMPLOYEE FOR THE ABOVE-MAXIMUM LIST AND     *09830001
098400*    READS THE NEXT.                                             *09840001
098500*----------------------------------------------------------------*09850001
098600 D-005.                                                           09860001
098700                                                                  09870001
098800     MOVE EMP-GRADE TO WS-CUR-GRADE                               09880001
098900     PERFORM E-001                                                09890001
099000     IF WS-GRD-FOUND                                              09900001
099100        AND SALARY > WS-MAX-LIMIT                                 09910001
099200        PERFORM E-005                                             09920001
099300        ADD 1 TO WS-AboveMaxCount                                 09930001
099400        MOVE SPACES TO WS-REPORT-LINE                             09940001
099500        STRING '  ' EMP-ID ' ' NAME-A ' ' EMP-DEPT                09950001
099600               ' GRADE=' EMP-GRADE ' SEX=' SEX                    09960001
099700               ' SAL=' SALARY                                     09970001
099800               ' MAX=' WS-GRD-MAX(WS-GRD-USE-SUB)                 09980001
099900               ' SERVICE=' WS-TENURE-YEARS-D                      09990001
100000               DELIMITED BY SIZE INTO WS-REPORT-LINE              10000001
100100        WRITE EQR-LINE FROM WS-REPORT-LINE                        10010001
100200              AFTER ADVANCING 1 LINE                              10020001
100300     END-IF                                                       10030001
100400     PERFORM C-008.                                               10040001
100500                                                                  10050001
100600*----------------------------------------------------------------*10060001
100700*    E-001 LOOKS UP WS-CUR-GRADE IN THE GRADE TABLE AND SETS ITS *10070001
100800*    MIDPOINT AND THE OUTLIER LIMIT ABOVE ITS MAXIMUM.           *10080001
100900*----------------------------------------------------------------*10090001
101000 E-001.                                                           10100001
101100                                                                  10110001
101200     MOVE 'N'   TO WS-GRD-FOUND-SW                                10120001
101300     MOVE ZEROS TO WS-GRD-USE-SUB                                 10130001
101400     MOVE ZEROS TO WS-MIDPOINT                                    10140001
101500     MOVE ZEROS TO WS-MAX-LIMIT                                   10150001
101600     PERFORM E-002 VARYING WS-GRD-SUB FROM 1 BY 1                 10160001
101700             UNTIL WS-GRD-SUB > WS-GRD-LOADED                     10170001
101800     IF WS-GRD-FOUND                                              10180001
101900        COMPUTE WS-MIDPOINT ROUNDED =                             10190001
102000                (WS-GRD-MIN(WS-GRD-USE-SUB)                       10200001
102100               + WS-GRD-MAX(WS-GRD-USE-SUB)) / 2                  10210001
102200        COMPUTE WS-MAX-LIMIT ROUNDED =                            10220001
102300                WS-GRD-MAX(WS-GRD-USE-SUB)                        10230001
102400              * (100 + WS-TOLERANCE) / 100                        10240001
102500     END-IF.                                                      10250001
102600                                                                  10260001
102700*----------------------------------------------------------------*10270001
102800*    E-002 MATCHES THE GRADE AGAINST ONE TABLE SLOT.             *10280001
102900*----------------------------------------------------------------*10290001
103000 E-002.                                                           10300001
103100                                                                  10310001
103200     IF WS-CUR-GRADE = WS-GRD-CODE(WS-GRD-SUB)                    10320001
103300        SET WS-GRD-FOUND TO TRUE                                  10330001
103400        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         10340001
103500     END-IF.                                                      10350001
103600                                                                  10360001
103700*----------------------------------------------------------------*10370001
103800*    E-003 LOOKS UP WS-CUR-DEPT IN THE DEPARTMENT TABLE FOR ITS  *10380001
103900*    NAME.                                                       *10390001
104000*----------------------------------------------------------------*10400001
104100 E-003.                                                           10410001
104200                                                                  10420001
104300     MOVE 'N'   TO WS-DEPT-FOUND-SW                               10430001
104400     MOVE ZEROS TO WS-DEPT-USE-SUB                                10440001
104500     MOVE '*NOT ON DEPTFILE*' TO WS-DEPT-DESC                     10450001
104600     PERFORM E-004 VARYING WS-DEPT-SUB FROM 1 BY 1                10460001
104700             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                   10470001
104800     IF WS-DEPT-FOUND                                             10480001
104900        MOVE WS-DEPT-NAME(WS-DEPT-USE-SUB) TO WS-DEPT-DESC        10490001
105000     END-IF.                                                      10500001
105100                                                                  10510001
105200*----------------------------------------------------------------*10520001
105300*    E-004 MATCHES THE DEPARTMENT AGAINST ONE TABLE SLOT.        *10530001
105400*----------------------------------------------------------------*10540001
105500 E-004.                                                           10550001
105600                                                                  10560001
105700     IF WS-CUR-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)                   10570001
105800        SET WS-DEPT-FOUND TO TRUE                                 10580001
105900        MOVE WS-DEPT-SUB TO WS-DEPT-USE-SUB                       10590001
106000     END-IF.                                                      10600001
106100                                                                  10610001
106200*----------------------------------------------------------------*10620001
106300*    E-005 COMPUTES COMPLETE YEARS OF SERVICE FROM DOJ TO THE    *10630001
106400*    RUN DATE AND THE TENURE BAND - THE SAME BANDING AS          *10640001
106500*    PROGRAM2'S D-001.                                           *10650001
106600*----------------------------------------------------------------*10660001
106700 E-005.                                                           10670001
106800                                                                  10680001
106900     MOVE DOJ TO WS-DOJ-CHECK                                     10690001
107000     IF WS-DOJ-CHECK(1:8) NOT NUMERIC                             10700001
107100        MOVE ZEROS TO WS-TENURE-YEARS                             10710001
107200        MOVE 1     TO WS-TENURE-SUB                               10720001
107300     ELSE                                                         10730001
107400        COMPUTE WS-TENURE-YEARS = WS-RUN-YEAR - WS-DOJ-YEAR-N     10740001
107500        IF WS-RUN-MONTH < WS-DOJ-MONTH-N                          10750001
107600           OR (WS-RUN-MONTH = WS-DOJ-MONTH-N AND                  10760001
107700               WS-RUN-DAY < WS-DOJ-DAY-N)                         10770001
107800           SUBTRACT 1 FROM WS-TENURE-YEARS                        10780001
107900        END-IF                                                    10790001
108000        EVALUATE TRUE                                             10800001
108100          WHEN WS-TENURE-YEARS < 1                                10810001
108200            MOVE 1 TO WS-TENURE-SUB                               10820001
108300          WHEN WS-TENURE-YEARS < 3                                10830001
108400            MOVE 2 TO WS-TENURE-SUB                               10840001
108500          WHEN WS-TENURE-YEARS < 5                                10850001
108600            MOVE 3 TO WS-TENURE-SUB                               10860001
108700          WHEN WS-TENURE-YEARS < 10                               10870001
108800            MOVE 4 TO WS-TENURE-SUB                               10880001
108900          WHEN OTHER                                              10890001
109000            MOVE 5 TO WS-TENURE-SUB                               10900001
109100        END-EVALUATE                                              10910001
109200     END-IF                                                       10920001
109300     MOVE WS-TENURE-YEARS TO WS-TENURE-YEARS-D.                   10930001
109400                                                                  10940001
109500*----------------------------------------------------------------*10950001
109600*    F-001 AVERAGES WS-CALC-SUM OVER WS-CALC-HC AND SETS THE     *10960001
109700*    COMPA-RATIO TEXT AGAINST THE MIDPOINT OF THE GRADE IN HAND. *10970001
109800*----------------------------------------------------------------*10980001
109900 F-001.                                                           10990001
110000                                                                  11000001
110100     MOVE ZEROS TO WS-CALC-AVG                                    11010001
110200     MOVE ZEROS TO WS-CALC-WHOLE                                  11020001
110300     MOVE ZEROS TO WS-CALC-PCT                                    11030001
110400     IF WS-CALC-HC > ZEROS                                        11040001
110500        COMPUTE WS-CALC-AVG ROUNDED = WS-CALC-SUM / WS-CALC-HC    11050001
110600        COMPUTE WS-CALC-WHOLE ROUNDED = WS-CALC-SUM / WS-CALC-HC  11060001
110700     END-IF                                                       11070001
110800     MOVE SPACES TO WS-COMPA-TEXT                                 11080001
110900     IF WS-GRD-FOUND AND WS-MIDPOINT > ZEROS                      11090001
111000        COMPUTE WS-CALC-PCT ROUNDED =                             11100001
111100                WS-CALC-AVG * 100 / WS-MIDPOINT                   11110001
111200            ON SIZE ERROR                                         11120001
111300               MOVE 999,99 TO WS-CALC-PCT                         11130001
111400        END-COMPUTE                                               11140001
111500        MOVE WS-CALC-PCT TO WS-PCT-D                              11150001
111600        STRING 'COMPA=' WS-PCT-D '%'                              11160001
111700               DELIMITED BY SIZE INTO WS-COMPA-TEXT               11170001
111800     ELSE                                                         11180001
111900        MOVE 'COMPA=   N/A' TO WS-COMPA-TEXT                      11190001
112000     END-IF.                                                      11200001
112100                                                                  11210001
112200*----------------------------------------------------------------*11220001
112300*    F-002 MEASURES THE GAP BETWEEN WS-M-AVG AND WS-F-AVG AS A   *11230001
112400*    PERCENTAGE OF THE MEN'S AVERAGE, AND WHICH WAY IT RUNS.     *11240001
112500*    WITH NO WOMEN OR NO MEN THERE IS NOTHING TO MEASURE.        *11250001
112600*----------------------------------------------------------------*11260001
112700 F-002.                                                           11270001
112800                                                                  11280001
112900     MOVE ZEROS TO WS-GAP-PCT                                     11290001
113000     EVALUATE TRUE                                                11300001
113100       WHEN WS-F-HC = ZEROS OR WS-M-HC = ZEROS                    11310001
113200         MOVE 'N' TO WS-GAP-DIR                                   11320001
113300       WHEN WS-M-AVG > WS-F-AVG                                   11330001
113400         MOVE 'M' TO WS-GAP-DIR                                   11340001
113500         COMPUTE WS-GAP-PCT ROUNDED =                             11350001
113600                 (WS-M-AVG - WS-F-AVG) * 100 / WS-M-AVG           11360001
113700             ON SIZE ERROR                                        11370001
113800                MOVE 999,99 TO WS-GAP-PCT                         11380001
113900         END-COMPUTE                                              11390001
114000       WHEN WS-F-AVG > WS-M-AVG                                   11400001
114100         MOVE 'F' TO WS-GAP-DIR                                   11410001
114200         COMPUTE WS-GAP-PCT ROUNDED =                             11420001
114300                 (WS-F-AVG - WS-M-AVG) * 100 / WS-M-AVG           11430001
114400             ON SIZE ERROR                                        11440001
114500                MOVE 999,99 TO WS-GAP-PCT                         11450001
114600         END-COMPUTE                                              11460001
114700       WHEN OTHER                                                 11470001
114800         MOVE SPACE TO WS-GAP-DIR                                 11480001
114900     END-EVALUATE                                                 11490001
115000     PERFORM F-003.                                               11500001
115100                                                                  11510001
115200*----------------------------------------------------------------*11520001
115300*    F-003 WORDS THE GAP IN WS-GAP-PCT AND WS-GAP-DIR.           *11530001
115400*----------------------------------------------------------------*11540001
115500 F-003.                                                           11550001
115600                                                                  11560001
115700     MOVE WS-GAP-PCT TO WS-PCT-D                                  11570001
115800     MOVE SPACES TO WS-GAP-TEXT                                   11580001
115900     EVALUATE WS-GAP-DIR                                          11590001
116000       WHEN 'M'                                                   11600001
116100         STRING 'MEN PAID MORE BY ' WS-PCT-D '%'                  11610001
116200                DELIMITED BY SIZE INTO WS-GAP-TEXT                11620001
116300       WHEN 'F'                                                   11630001
116400         STRING 'WOMEN PAID MORE BY ' WS-PCT-D '%'                11640001
116500                DELIMITED BY SIZE INTO WS-GAP-TEXT                11650001
116600       WHEN 'N'                                                   11660001
116700         MOVE 'NOT MEASURABLE - ONE SEX ONLY' TO WS-GAP-TEXT      11670001
116800       WHEN OTHER                                                 11680001
116900         MOVE 'NONE' TO WS-GAP-TEXT                               11690001
117000     END-EVALUATE.                                                11700001
117100                                                                  11710001
117200*----------------------------------------------------------------*11720001
117300*    G-001 ADDS TONIGHT'S SUMMARY TO THE PAY EQUITY HISTORY -    *11730001
117400*    ONCE PER BUSINESS DATE.  THE GAP AND AVERAGES WERE SET BY   *11740001
117500*    H-001.                                                      *11750001
117600*----------------------------------------------------------------*11760001
117700 G-001.                                                           11770001
117800                                                                  11780001
117900     MOVE SPACES TO WS-REPORT-LINE                                11790001
118000     IF WS-ALREADY-RECORDED                                       11800001
118100        STRING 'PAY EQUITY HISTORY     : ALREADY HOLDS '          11810001
118200               WS-RUN-DATE ' - NOT ADDED AGAIN'                   11820001
118300               DELIMITED BY SIZE INTO WS-REPORT-LINE              11830001
118400        WRITE EQR-LINE FROM WS-REPORT-LINE                        11840001
118500              AFTER ADVANCING 1 LINE                              11850001
118600        GO TO G-001-EXIT                                          11860001
118700     END-IF                                                       11870001
118800                                                                  11880001
118900     MOVE WS-RUN-DATE      TO EQH-RUN-DATE                        11890001
119000     MOVE WS-AnalyzedCount TO EQH-ANALYZED                        11900001
119100     MOVE WS-BelowMidCount TO EQH-BELOW-MID                       11910001
119200     MOVE WS-AboveMaxCount TO EQH-ABOVE-MAX                       11920001
119300     MOVE WS-LONG-SERVICE  TO EQH-LONG-SERVICE                    11930001
119400     MOVE WS-TOLERANCE     TO EQH-TOLERANCE                       11940001
119500     MOVE WS-NoGradeCount  TO EQH-NO-GRADE                        11950001
119600                                                                  11960001
119700     OPEN EXTEND EQHIST                                           11970001
119800     IF WS-HIST-STATUS NOT = '00'                                 11980001
119900        DISPLAY 'PROGRAM26: CANNOT OPEN EQHIST FOR EXTEND, '      11990001
120000                'STATUS ' WS-HIST-STATUS                          12000001
120100        MOVE 12 TO RETURN-CODE                                    12010001
120200        STRING 'PAY EQUITY HISTORY     : NOT RECORDED - '         12020001
120300               'EQHIST COULD NOT BE OPENED'                       12030001
120400               DELIMITED BY SIZE INTO WS-REPORT-LINE              12040001
120500     ELSE                                                         12050001
120600        WRITE EHF-RECORD FROM EQH-RECORD                          12060001
120700        CLOSE EQHIST                                              12070001
120800        STRING 'PAY EQUITY HISTORY     : RECORDED FOR '           12080001
120900               WS-RUN-DATE                                        12090001
121000               DELIMITED BY SIZE INTO WS-REPORT-LINE              12100001
121100     END-IF                                                       12110001
121200     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   12120001
121300                                                                  12130001
121400 G-001-EXIT.                                                      12140001
121420                                                                  12142001
121500     EXIT.                                                        12150001
121600                                                                  12160001
121700*----------------------------------------------------------------*12170001
121800*    H-001 PRINTS THE WHOLE-FILE FIGURES - BY SEX, THE GAP, THE  *12180001
121900*    OVERALL COMPA-RATIO, THE PREVIOUS RUN'S GAP FROM THE        *12190001
122000*    HISTORY - AND THE RUN COUNTS.                               *12200001
122100*----------------------------------------------------------------*12210001
122200 H-001.                                                           12220001
122300                                                                  12230001
122400     MOVE SPACES TO WS-REPORT-LINE                                12240001
122500     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12250001
122600                                                                  12260001
122700     MOVE SPACES TO WS-REPORT-LINE                                12270001
122800     STRING 'ALL GRADES AND DEPARTMENTS'                          12280001
122900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 12290001
123000     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12300001
123100                                                                  12310001
123200     MOVE 'N' TO WS-GRD-FOUND-SW                                  12320001
123300     PERFORM H-002 VARYING WS-SEX-SUB FROM 1 BY 1                 12330001
123400             UNTIL WS-SEX-SUB > 3                                 12340001
123500                                                                  12350001
123600     MOVE WS-ALL-HC(1)  TO WS-F-HC                                12360001
123700     MOVE WS-ALL-HC(2)  TO WS-M-HC                                12370001
123800     MOVE WS-ALL-HC(1)  TO WS-CALC-HC                             12380001
123900     MOVE WS-ALL-SUM(1) TO WS-CALC-SUM                            12390001
124000     PERFORM F-001                                                12400001
124100     MOVE WS-CALC-AVG   TO WS-F-AVG                               12410001
124200     MOVE WS-ALL-HC(2)  TO WS-CALC-HC                             12420001
124300     MOVE WS-ALL-SUM(2) TO WS-CALC-SUM                            12430001
124400     PERFORM F-001                                                12440001
124500     MOVE WS-CALC-AVG   TO WS-M-AVG                               12450001
124600     PERFORM F-002                                                12460001
124700                                                                  12470001
124800     MOVE WS-F-HC    TO EQH-FEMALE-COUNT                          12480001
124900     MOVE WS-M-HC    TO EQH-MALE-COUNT                            12490001
125000     MOVE WS-F-AVG   TO EQH-FEMALE-AVG                            12500001
125100     MOVE WS-M-AVG   TO EQH-MALE-AVG                              12510001
125200     MOVE WS-GAP-PCT TO EQH-GAP-PCT                               12520001
125300     MOVE WS-GAP-DIR TO EQH-GAP-DIR                               12530001
125400                                                                  12540001
125500     MOVE SPACES TO WS-REPORT-LINE                                12550001
125600     STRING '  GAP: ' WS-GAP-TEXT                                 12560001
125700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 12570001
125800     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12580001
125900                                                                  12590001
126000     MOVE ZEROS TO EQH-COMPA-PCT                                  12600001
126100     MOVE SPACES TO WS-REPORT-LINE                                12610001
126200     IF WS-ALL-MID-SUM = ZEROS                                    12620001
126300        STRING '  OVERALL COMPA-RATIO:    N/A'                    12630001
126400               DELIMITED BY SIZE INTO WS-REPORT-LINE              12640001
126500     ELSE                                                         12650001
126600        COMPUTE EQH-COMPA-PCT ROUNDED =                           12660001
126700                WS-ALL-KNOWN-SUM * 100 / WS-ALL-MID-SUM           12670001
126800            ON SIZE ERROR                                         12680001
126900               MOVE 999,99 TO EQH-COMPA-PCT                       12690001
127000        END-COMPUTE                                               12700001
127100        MOVE EQH-COMPA-PCT TO WS-PCT-D                            12710001
127200        STRING '  OVERALL COMPA-RATIO: ' WS-PCT-D '%'             12720001
127300               DELIMITED BY SIZE INTO WS-REPORT-LINE              12730001
127400     END-IF                                                       12740001
127500     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12750001
127600                                                                  12760001
127700     MOVE SPACES TO WS-REPORT-LINE                                12770001
127800     IF WS-PREV-FOUND                                             12780001
127900        MOVE WS-PREV-GAP-PCT TO WS-GAP-PCT                        12790001
128000        MOVE WS-PREV-GAP-DIR TO WS-GAP-DIR                        12800001
128100        PERFORM F-003                                             12810001
128200        MOVE WS-PREV-COMPA TO WS-PCT-D                            12820001
128300        STRING '  PREVIOUS RUN ' WS-PREV-DATE                     12830001
128400               ' GAP: ' WS-GAP-TEXT                               12840001
128500               DELIMITED BY SIZE INTO WS-REPORT-LINE              12850001
128600        WRITE EQR-LINE FROM WS-REPORT-LINE                        12860001
128700              AFTER ADVANCING 1 LINE                              12870001
128800        MOVE SPACES TO WS-REPORT-LINE                             12880001
128900        STRING '  PREVIOUS RUN ' WS-PREV-DATE                     12890001
129000               ' OVERALL COMPA-RATIO: ' WS-PCT-D '%'              12900001
129100               DELIMITED BY SIZE INTO WS-REPORT-LINE              12910001
129200     ELSE                                                         12920001
129300        STRING '  NO EARLIER RUN ON THE PAY EQUITY HISTORY'       12930001
129400               DELIMITED BY SIZE INTO WS-REPORT-LINE              12940001
129500     END-IF                                                       12950001
129600     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12960001
129700                                                                  12970001
129800     MOVE SPACES TO WS-REPORT-LINE                                12980001
129900     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    12990001
130000                                                                  13000001
130100     MOVE SPACES TO WS-REPORT-LINE                                13010001
130200     STRING 'EMPLOYEES READ         : ' WS-MAST-COUNT             13020001
130300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13030001
130400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13040001
130500                                                                  13050001
130600     MOVE SPACES TO WS-REPORT-LINE                                13060001
130700     STRING 'TERMINATED, LEFT OUT   : ' WS-TermCount              13070001
130800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13080001
130900     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13090001
131000                                                                  13100001
131100     MOVE SPACES TO WS-REPORT-LINE                                13110001
131200     STRING 'EMPLOYEES ANALYZED     : ' WS-AnalyzedCount          13120001
131300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13130001
131400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13140001
131500                                                                  13150001
131600     MOVE SPACES TO WS-REPORT-LINE                                13160001
131700     STRING 'GRADE NOT ON GRDFILE   : ' WS-NoGradeCount           13170001
131800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13180001
131900     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13190001
132000                                                                  13200001
132100     MOVE SPACES TO WS-REPORT-LINE                                13210001
132200     STRING 'GRADES                 : ' WS-GradeCount             13220001
132300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13230001
132400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13240001
132500                                                                  13250001
132600     MOVE SPACES TO WS-REPORT-LINE                                13260001
132700     STRING 'GRADE/DEPARTMENT GROUPS: ' WS-GroupCount             13270001
132800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13280001
132900     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13290001
133000                                                                  13300001
133100     MOVE SPACES TO WS-REPORT-LINE                                13310001
133200     STRING 'LONG SERVICE BELOW MID : ' WS-BelowMidCount          13320001
133300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13330001
133400     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    13340001
133500                                                                  13350001
133600     MOVE SPACES TO WS-REPORT-LINE                                13360001
133700     STRING 'ABOVE MAXIMUM TOLERANCE: ' WS-AboveMaxCount          13370001
133800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 13380001
133900     WRITE EQR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   13390001
134000                                                                  13400001
134100*----------------------------------------------------------------*13410001
134200*    H-002 PRINTS ONE SEX OF THE WHOLE-FILE FIGURES, WHEN        *13420001
134300*    PRESENT.                                                    *13430001
134400*----------------------------------------------------------------*13440001
134500 H-002.                                                           13450001
134600                                                                  13460001
134700     IF WS-ALL-HC(WS-SEX-SUB) > ZEROS                             13470001
134800        MOVE WS-ALL-HC(WS-SEX-SUB)  TO WS-CALC-HC                 13480001
134900        MOVE WS-ALL-SUM(WS-SEX-SUB) TO WS-CALC-SUM                13490001
135000        PERFORM F-001                                             13500001
135100        MOVE SPACES TO WS-REPORT-LINE                             13510001
135200        STRING '  ' WS-SEX-CODE(WS-SEX-SUB)                       13520001
135300               ' HC=' WS-ALL-HC(WS-SEX-SUB)                       13530001
135400               ' AVG=' WS-CALC-WHOLE                              13540001
135500               DELIMITED BY SIZE INTO WS-REPORT-LINE              13550001
135600        WRITE EQR-LINE FROM WS-REPORT-LINE                        13560001
135700              AFTER ADVANCING 1 LINE                              13570001
135800     END-IF.                                                      13580001
