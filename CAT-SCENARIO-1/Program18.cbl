000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM18.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  MONTHLY POSITION BUDGET  *00100001
001100*                     VARIANCE REPORT.  READS THE EMPLOYEE       *00110001
001200*                     MASTER (VERIFIED AGAINST THE EMPTLR        *00120001
001300*                     TRAILER LIKE EVERY OTHER READER), THE      *00130001
001400*                     POSFILE POSITION BUDGET (EMPPOS LAYOUT)    *00140001
001500*                     AND THE DEPTFILE REFERENCE FOR THE NAMES,  *00150001
001600*                     AND PRINTS BUDGET AGAINST ACTUAL FOR       *00160001
001700*                     EVERY POSITION-CONTROLLED DEPARTMENT:      *00170001
001800*                     AUTHORIZED, FILLED, VACANT AND OVER-       *00180001
001900*                     COMPLEMENT POSITIONS, THE ANNUAL SALARY    *00190001
002000*                     BUDGET, THE SALARY OF THE POSITIONS        *00200001
002100*                     FILLED AND THE PERCENTAGE OF THE BUDGET    *00210001
002200*                     CONSUMED.  A POSITION IS FILLED BY EVERY   *00220001
002300*                     EMPLOYEE NOT TERMINATED - THE SAME RULE    *00230001
002400*                     THE PROGRAM3 HEADCOUNT GATE USES.          *00240001
002500*                     DEPARTMENTS WITH STAFF BUT NO BUDGET ARE   *00250001
002600*                     LISTED AFTER THEM.  RC=4 WHEN ANY          *00260001
002700*                     DEPARTMENT IS OVER COMPLEMENT OR OVER      *00270001
002800*                     BUDGET.                                    *00280001
002820*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00282002
002840*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00284002
002860*                     INSTEAD OF THE SYSTEM CLOCK, SO EVERY      *00286002
002880*                     JOB IN THE CYCLE REPORTS THE SAME          *00288002
002900*                     BUSINESS DATE.                             *00290002
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
006000     SELECT POSFILE         ASSIGN TO 'POSFILE'                   00600001
006100                            ORGANIZATION IS SEQUENTIAL.           00610001
006200                                                                  00620001
006300     SELECT DEPTFILE        ASSIGN TO 'DEPTFILE'                  00630001
006400                            ORGANIZATION IS SEQUENTIAL.           00640001
006500                                                                  00650001
006600     SELECT VARREPT         ASSIGN TO 'VARREPT'                   00660001
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
010300 FD  POSFILE                                                      01030001
010400     LABEL RECORDS ARE STANDARD                                   01040001
010500     RECORD CONTAINS 18 CHARACTERS.                               01050001
010600 01  PF-RECORD                 PIC X(18).                         01060001
010700                                                                  01070001
010800 FD  DEPTFILE                                                     01080001
010900     LABEL RECORDS ARE STANDARD                                   01090001
011000     RECORD CONTAINS 24 CHARACTERS.                               01100001
011100     COPY EMPDPT REPLACING ==DPT-RECORD== BY ==DEPTFILE-RECORD==  01110001
011200                      ==DPT-CODE==         BY ==DF-CODE==         01120001
011300                      ==DPT-NAME==         BY ==DF-NAME==.        01130001
011400                                                                  01140001
011500 FD  VARREPT                                                      01150001
011600     LABEL RECORDS OMITTED                                        01160001
011700     RECORD CONTAINS 80 CHARACTERS.                               01170001
011800 01  VAR-LINE                  PIC X(80).                         01180001
011900                                                                  01190001
011910 FD  CYCFILE                                                      01191002
011920     LABEL RECORDS ARE STANDARD                                   01192002
011930     RECORD CONTAINS 21 CHARACTERS.                               01193002
011940 01  CYF-RECORD                PIC X(21).                         01194002
011950                                                                  01195002
012000******************************************************************01200001
012100**                                                                01210001
012200**  WORKING-STORAGE SECTION                                       01220001
012300**                                                                01230001
012400******************************************************************01240001
012500                                                                  01250001
012600 WORKING-STORAGE SECTION.                                         01260001
012700                                                                  01270001
012800 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01280001
012820 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01282002
012900 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01290001
013000    88 WS-MAST-EOF             VALUE 'Y'.                         01300001
013100 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01310001
013200    88 WS-TRAILER-FOUND        VALUE 'Y'.                         01320001
013300 01 WS-BALANCE-SWITCH  PIC X(1) VALUE 'N'.                        01330001
013400    88 WS-MAST-BALANCED        VALUE 'Y'.                         01340001
013500 01 WS-MAST-COUNT      PIC 9(08) VALUE ZEROS.                     01350001
013600 01 WS-MAST-SAL-TOTAL  PIC 9(11) VALUE ZEROS.                     01360001
013700 01 WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.                        01370001
013800    88 WS-DEPT-EOF             VALUE 'Y'.                         01380001
013900 01 WS-POS-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01390001
014000    88 WS-POS-EOF              VALUE 'Y'.                         01400001
014100 01 WS-DEPT-FOUND-SW   PIC X(1) VALUE 'N'.                        01410001
014200    88 WS-DEPT-FOUND           VALUE 'Y'.                         01420001
014300 01 WS-DEPT-LOADED     PIC 9(02) VALUE ZEROS.                     01430001
014400 01 WS-DEPT-SUB        PIC 9(02) VALUE ZEROS.                     01440001
014500 01 WS-DEPT-USE-SUB    PIC 9(02) VALUE ZEROS.                     01450001
014600 01 WS-FIND-CODE       PIC X(04) VALUE SPACES.                    01460001
014700*    ONE SLOT PER DEPARTMENT ON DEPTFILE, PLUS ANY DEPARTMENT     01470001
014800*    BUDGETED ON POSFILE THAT DEPTFILE DOES NOT KNOW.             01480001
014900*    WS-DEPT-CONTROL IS 'Y' WHEN THE DEPARTMENT HAS A POSFILE     01490001
015000*    RECORD.                                                      01500001
015100 01 WS-DEPT-TABLE.                                                01510001
015200    03 WS-DEPT-ENTRY OCCURS 20.                                   01520001
015300       05 WS-DEPT-CODE    PIC X(04).                              01530001
015400       05 WS-DEPT-NAME    PIC X(20).                              01540001
015500       05 WS-DEPT-CONTROL PIC X(01).                              01550001
015600       05 WS-DEPT-AUTH    PIC 9(05).                              01560001
015700       05 WS-DEPT-BUDGET  PIC 9(09).                              01570001
015800       05 WS-DEPT-FILLED  PIC 9(05).                              01580001
015900       05 WS-DEPT-ACTUAL  PIC 9(11).                              01590001
016000 01 WS-UNK-FILLED      PIC 9(06) VALUE ZEROS.                     01600001
016100 01 WS-UNK-ACTUAL      PIC 9(11) VALUE ZEROS.                     01610001
016200 01 WS-TermCount       PIC 9(06) VALUE ZEROS.                     01620001
016300 01 WS-VACANT          PIC 9(05) VALUE ZEROS.                     01630001
016400 01 WS-OVER            PIC 9(05) VALUE ZEROS.                     01640001
016500 01 WS-PCT             PIC 9(03)V99 VALUE ZEROS.                  01650001
016600 01 WS-PCT-D           PIC ZZ9,99.                                01660001
016700 01 WS-TOT-AUTH        PIC 9(06) VALUE ZEROS.                     01670001
016800 01 WS-TOT-FILLED      PIC 9(06) VALUE ZEROS.                     01680001
016900 01 WS-TOT-VACANT      PIC 9(06) VALUE ZEROS.                     01690001
017000 01 WS-TOT-OVER        PIC 9(06) VALUE ZEROS.                     01700001
017100 01 WS-TOT-BUDGET      PIC 9(11) VALUE ZEROS.                     01710001
017200 01 WS-TOT-ACTUAL      PIC 9(11) VALUE ZEROS.                     01720001
017300 01 WS-ControlCount    PIC 9(06) VALUE ZEROS.                     01730001
017400 01 WS-OverCompCount   PIC 9(06) VALUE ZEROS.                     01740001
017500 01 WS-OverBudgetCount PIC 9(06) VALUE ZEROS.                     01750001
017600 01 WS-NoBudgetCount   PIC 9(06) VALUE ZEROS.                     01760001
017700 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01770001
017800 01 WS-REPORT-LINE     PIC X(80).                                 01780001
017900      COPY EMPTLR.                                                01790001
018000      COPY EMPDPT.                                                01800001
018100      COPY EMPPOS.                                                01810001
018120      COPY EMPCYC.                                                01812002
018200*----------------------------------------------------------------*01820001
018300 PROCEDURE DIVISION .                                             01830001
018400*----------------------------------------------------------------*01840001
018500 A-MAIN                                      SECTION.             01850001
018600*----------------------------------------------------------------*01860001
018700 A-001.                                                           01870001
018800                                                                  01880001
018810     PERFORM A-007                                                01881002
018820     IF RETURN-CODE NOT = ZEROS                                   01882002
018830        GO TO A-999                                               01883002
018840     END-IF                                                       01884002
018850                                                                  01885002
018900     OPEN OUTPUT VARREPT                                          01890001
019000                                                                  01900001
019300     PERFORM A-002                                                01930001
019400     IF WS-DEPT-LOADED = ZEROS                                    01940001
019500        DISPLAY 'PROGRAM18: DEPTFILE IS EMPTY'                    01950001
019600        MOVE 8 TO RETURN-CODE                                     01960001
019700     END-IF                                                       01970001
019800     PERFORM A-004                                                01980001
019900     IF RETURN-CODE = 8                                           01990001
020000        CLOSE VARREPT                                             02000001
020100        GO TO A-999                                               02010001
020200     END-IF                                                       02020001
020300                                                                  02030001
020400     OPEN INPUT EMPMAST                                           02040001
020500     IF WS-MAST-STATUS NOT = '00'                                 02050001
020600        DISPLAY 'PROGRAM18: CANNOT OPEN EMPMAST, STATUS '         02060001
020700                WS-MAST-STATUS                                    02070001
020800        MOVE 12 TO RETURN-CODE                                    02080001
020900        CLOSE VARREPT                                             02090001
021000        GO TO A-999                                               02100001
021100     END-IF                                                       02110001
021200                                                                  02120001
021300     PERFORM B-001                                                02130001
021400     CLOSE EMPMAST                                                02140001
021500     IF NOT WS-MAST-BALANCED                                      02150001
021600        MOVE 8 TO RETURN-CODE                                     02160001
021700        CLOSE VARREPT                                             02170001
021800        GO TO A-999                                               02180001
021900     END-IF                                                       02190001
022000                                                                  02200001
022100     MOVE SPACES TO WS-REPORT-LINE                                02210001
022200     STRING 'POSITION BUDGET VARIANCE REPORT FOR ' WS-RUN-DATE    02220001
022300            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02230001
022400     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02240001
022500                                                                  02250001
022600     MOVE SPACES TO WS-REPORT-LINE                                02260001
022700     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02270001
022800                                                                  02280001
022900     PERFORM C-001 VARYING WS-DEPT-SUB FROM 1 BY 1                02290001
023000             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                   02300001
023100                                                                  02310001
023200     IF WS-ControlCount = ZEROS                                   02320001
023300        MOVE SPACES TO WS-REPORT-LINE                             02330001
023400        STRING 'NO DEPARTMENT ON POSFILE'                         02340001
023500               DELIMITED BY SIZE INTO WS-REPORT-LINE              02350001
023600        WRITE VAR-LINE FROM WS-REPORT-LINE                        02360001
023700              AFTER ADVANCING 1 LINE                              02370001
023800     ELSE                                                         02380001
023900        PERFORM C-002                                             02390001
024000     END-IF                                                       02400001
024100                                                                  02410001
024200     PERFORM D-001                                                02420001
024300                                                                  02430001
024400     PERFORM H-001                                                02440001
024500                                                                  02450001
024600     CLOSE VARREPT                                                02460001
024700                                                                  02470001
024800     IF WS-OverCompCount > ZEROS                                  02480001
024900        OR WS-OverBudgetCount > ZEROS                             02490001
025000        IF RETURN-CODE < 4                                        02500001
025100           MOVE 4 TO RETURN-CODE                                  02510001
025200        END-IF                                                    02520001
025300     END-IF.                                                      02530001
025400                                                                  02540001
025500 A-999.                                                           02550001
025600                                                                  02560001
025700     GOBACK.                                                      02570001
025800                                                                  02580001
025900*----------------------------------------------------------------*02590001
026000*    A-002 LOADS THE DEPARTMENT REFERENCE FILE - CODES AND       *02600001
026100*    NAMES, NOT YET POSITION-CONTROLLED, WITH EMPTY TALLIES.     *02610001
026200*----------------------------------------------------------------*02620001
026300 A-002.                                                           02630001
026400                                                                  02640001
026500     OPEN INPUT DEPTFILE                                          02650001
026600     PERFORM A-003 UNTIL WS-DEPT-EOF                              02660001
026700     CLOSE DEPTFILE.                                              02670001
026800                                                                  02680001
026900*----------------------------------------------------------------*02690001
027000*    A-003 READS ONE DEPARTMENT RECORD INTO THE NEXT TABLE       *02700001
027100*    SLOT.                                                       *02710001
027200*----------------------------------------------------------------*02720001
027300 A-003.                                                           02730001
027400                                                                  02740001
027500     READ DEPTFILE INTO DPT-RECORD                                02750001
027600         AT END                                                   02760001
027700            SET WS-DEPT-EOF TO TRUE                               02770001
027800         NOT AT END                                               02780001
027900            IF WS-DEPT-LOADED >= 20                               02790001
028000               DISPLAY 'PROGRAM18: MORE THAN 20 DEPARTMENTS ON '  02800001
028100                       'DEPTFILE'                                 02810001
028200               MOVE 8 TO RETURN-CODE                              02820001
028300               SET WS-DEPT-EOF TO TRUE                            02830001
028400            ELSE                                                  02840001
028500               ADD 1 TO WS-DEPT-LOADED                            02850001
028600               MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-LOADED)      02860001
028700               MOVE DPT-NAME TO WS-DEPT-NAME(WS-DEPT-LOADED)      02870001
028800               PERFORM A-006                                      02880001
028900            END-IF                                                02890001
029000     END-READ.                                                    02900001
029100                                                                  02910001
029200*----------------------------------------------------------------*02920001
029300*    A-004 LAYS THE POSFILE POSITION BUDGET OVER THE DEPARTMENT  *02930001
029400*    TABLE.  AN EMPTY POSFILE LEAVES EVERY DEPARTMENT            *02940001
029500*    UNCONTROLLED.                                               *02950001
029600*----------------------------------------------------------------*02960001
029700 A-004.                                                           02970001
029800                                                                  02980001
029900     OPEN INPUT POSFILE                                           02990001
030000     PERFORM A-005 UNTIL WS-POS-EOF                               03000001
030100     CLOSE POSFILE.                                               03010001
030200                                                                  03020001
030300*----------------------------------------------------------------*03030001
030400*    A-005 READS ONE POSITION BUDGET RECORD AND MARKS ITS        *03040001
030500*    DEPARTMENT CONTROLLED.  A BUDGETED DEPARTMENT DEPTFILE      *03050001
030600*    DOES NOT KNOW STILL GETS A SLOT, SO ITS BUDGET IS REPORTED  *03060001
030700*    RATHER THAN LOST.                                           *03070001
030800*----------------------------------------------------------------*03080001
030900 A-005.                                                           03090001
031000                                                                  03100001
031100     READ POSFILE INTO POS-RECORD                                 03110001
031200         AT END                                                   03120001
031300            SET WS-POS-EOF TO TRUE                                03130001
031400         NOT AT END                                               03140001
031500            MOVE POS-DEPT TO WS-FIND-CODE                         03150001
031600            PERFORM B-003                                         03160001
031700            IF NOT WS-DEPT-FOUND                                  03170001
031800               IF WS-DEPT-LOADED >= 20                            03180001
031900                  DISPLAY 'PROGRAM18: NO TABLE ROOM FOR POSFILE ' 03190001
032000                          'DEPARTMENT ' POS-DEPT                  03200001
032100                  MOVE 8 TO RETURN-CODE                           03210001
032200                  SET WS-POS-EOF TO TRUE                          03220001
032300               ELSE                                               03230001
032400                  ADD 1 TO WS-DEPT-LOADED                         03240001
032500                  MOVE WS-DEPT-LOADED TO WS-DEPT-USE-SUB          03250001
032600                  MOVE POS-DEPT                                   03260001
032700                       TO WS-DEPT-CODE(WS-DEPT-USE-SUB)           03270001
032800                  MOVE '*NOT ON DEPTFILE*'                        03280001
032900                       TO WS-DEPT-NAME(WS-DEPT-USE-SUB)           03290001
033000                  PERFORM A-006                                   03300001
033100                  SET WS-DEPT-FOUND TO TRUE                       03310001
033200               END-IF                                             03320001
033300            END-IF                                                03330001
033400            IF WS-DEPT-FOUND                                      03340001
033500               MOVE 'Y' TO WS-DEPT-CONTROL(WS-DEPT-USE-SUB)       03350001
033600               MOVE POS-AUTH-HEADCOUNT                            03360001
033700                    TO WS-DEPT-AUTH(WS-DEPT-USE-SUB)              03370001
033800               MOVE POS-SAL-BUDGET                                03380001
033900                    TO WS-DEPT-BUDGET(WS-DEPT-USE-SUB)            03390001
034000            END-IF                                                03400001
034100     END-READ.                                                    03410001
034200                                                                  03420001
034300*----------------------------------------------------------------*03430001
034400*    A-006 CLEARS THE BUDGET AND TALLIES OF THE SLOT JUST        *03440001
034500*    LOADED.                                                     *03450001
034600*----------------------------------------------------------------*03460001
034700 A-006.                                                           03470001
034800                                                                  03480001
034900     MOVE 'N'   TO WS-DEPT-CONTROL(WS-DEPT-LOADED)                03490001
035000     MOVE ZEROS TO WS-DEPT-AUTH(WS-DEPT-LOADED)                   03500001
035100     MOVE ZEROS TO WS-DEPT-BUDGET(WS-DEPT-LOADED)                 03510001
035200     MOVE ZEROS TO WS-DEPT-FILLED(WS-DEPT-LOADED)                 03520001
035300     MOVE ZEROS TO WS-DEPT-ACTUAL(WS-DEPT-LOADED).                03530001
035400                                                                  03540001
035500*----------------------------------------------------------------*03550001
035600*    B-001 READS THE MASTER END TO END, VERIFIES IT AGAINST THE  *03560001
035700*    CONTROL TRAILER, AND TALLIES THE FILLED POSITIONS AND       *03570001
035800*    THEIR SALARY BY DEPARTMENT AS IT GOES.  A MASTER THAT       *03580001
035900*    CANNOT BE PROVED IS NOT REPORTED ON.                        *03590001
036000*----------------------------------------------------------------*03600001
036100 B-001.                                                           03610001
036200                                                                  03620001
036300     MOVE ZEROS TO EM-EMP-ID                                      03630001
036400     START EMPMAST KEY NOT < EM-EMP-ID                            03640001
036500         INVALID KEY                                              03650001
036600            SET WS-MAST-EOF TO TRUE                               03660001
036700     END-START                                                    03670001
036800                                                                  03680001
036900     PERFORM B-002 UNTIL WS-MAST-EOF                              03690001
037000                                                                  03700001
037100     EVALUATE TRUE                                                03710001
037200       WHEN NOT WS-TRAILER-FOUND                                  03720001
037300         DISPLAY 'PROGRAM18: NO CONTROL TRAILER ON EMPMAST - '    03730001
037400                 'THE FILE CANNOT BE PROVED, RUN REFUSED'         03740001
037500       WHEN TLR-REC-COUNT NOT = WS-MAST-COUNT                     03750001
037600         OR TLR-SAL-TOTAL NOT = WS-MAST-SAL-TOTAL                 03760001
037700         DISPLAY 'PROGRAM18: EMPMAST OUT OF BALANCE WITH TRAILER' 03770001
037800         DISPLAY '  TRAILER COUNT=' TLR-REC-COUNT                 03780001
037900                 ' READ=' WS-MAST-COUNT                           03790001
038000         DISPLAY '  TRAILER SALARY=' TLR-SAL-TOTAL                03800001
038100                 ' READ=' WS-MAST-SAL-TOTAL                       03810001
038200       WHEN OTHER                                                 03820001
038300         SET WS-MAST-BALANCED TO TRUE                             03830001
038400     END-EVALUATE.                                                03840001
038500                                                                  03850001
038600*----------------------------------------------------------------*03860001
038700*    B-002 READS THE NEXT MASTER RECORD.  EVERY EMPLOYEE COUNTS  *03870001
038800*    TOWARD THE TRAILER PROOF; ONE WHO IS NOT TERMINATED FILLS   *03880001
038900*    A POSITION IN THE DEPARTMENT.  A CODE NOT IN THE TABLE      *03890001
039000*    GOES INTO THE UNKNOWN BUCKET.                               *03900001
039100*----------------------------------------------------------------*03910001
039200 B-002.                                                           03920001
039300                                                                  03930001
039400     READ EMPMAST NEXT RECORD                                     03940001
039500         AT END                                                   03950001
039600            SET WS-MAST-EOF TO TRUE                               03960001
039700         NOT AT END                                               03970001
039800            IF EM-EMP-ID = 99999                                  03980001
039900               MOVE EMPMAST-RECORD TO TLR-RECORD                  03990001
040000               SET WS-TRAILER-FOUND TO TRUE                       04000001
040100            ELSE                                                  04010001
040200               ADD 1         TO WS-MAST-COUNT                     04020001
040300               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 04030001
040400               IF EM-TERMINATED                                   04040001
040500                  ADD 1 TO WS-TermCount                           04050001
040600               ELSE                                               04060001
040700                  MOVE EM-DEPT TO WS-FIND-CODE                    04070001
040800                  PERFORM B-003                                   04080001
040900                  IF WS-DEPT-FOUND                                04090001
041000                     ADD 1 TO WS-DEPT-FILLED(WS-DEPT-USE-SUB)     04100001
041100                     ADD EM-SALARY                                04110001
041200                         TO WS-DEPT-ACTUAL(WS-DEPT-USE-SUB)       04120001
041300                  ELSE                                            04130001
041400                     ADD 1         TO WS-UNK-FILLED               04140001
041500                     ADD EM-SALARY TO WS-UNK-ACTUAL               04150001
041600                  END-IF                                          04160001
041700               END-IF                                             04170001
041800            END-IF                                                04180001
041900     END-READ.                                                    04190001
042000                                                                  04200001
042100*----------------------------------------------------------------*04210001
042200*    B-003 LOOKS UP WS-FIND-CODE IN THE DEPARTMENT TABLE.        *04220001
042300*----------------------------------------------------------------*04230001
042400 B-003.                                                           04240001
042500                                                                  04250001
042600     MOVE 'N'   TO WS-DEPT-FOUND-SW                               04260001
042700     MOVE ZEROS TO WS-DEPT-USE-SUB                                04270001
042800     PERFORM B-004 VARYING WS-DEPT-SUB FROM 1 BY 1                04280001
042900             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED.                  04290001
043000                                                                  04300001
043100*----------------------------------------------------------------*04310001
043200*    B-004 MATCHES THE CODE AGAINST ONE TABLE SLOT.              *04320001
043300*----------------------------------------------------------------*04330001
043400 B-004.                                                           04340001
043500                                                                  04350001
043600     IF WS-FIND-CODE = WS-DEPT-CODE(WS-DEPT-SUB)                  04360001
043700        SET WS-DEPT-FOUND TO TRUE                                 04370001
043800        MOVE WS-DEPT-SUB TO WS-DEPT-USE-SUB                       04380001
043900     END-IF.                                                      04390001
044000                                                                  04400001
044100*----------------------------------------------------------------*04410001
044200*    C-001 PRINTS ONE POSITION-CONTROLLED DEPARTMENT - THE       *04420001
044300*    POSITIONS LINE, THEN THE BUDGET LINE.  A FILLED COUNT       *04430001
044400*    UNDER THE AUTHORIZED COMPLEMENT IS VACANT POSITIONS, ONE    *04440001
044500*    OVER IT IS OVER COMPLEMENT.  CONSUMED IS THE SALARY OF THE  *04450001
044600*    FILLED POSITIONS AS A PERCENTAGE OF THE ANNUAL BUDGET.      *04460001
044700*----------------------------------------------------------------*04470001
044800 C-001.                                                           04480001
044900                                                                  04490001
045000     IF WS-DEPT-CONTROL(WS-DEPT-SUB) NOT = 'Y'                    04500001
045100        IF WS-DEPT-FILLED(WS-DEPT-SUB) > ZEROS                    04510001
045200           ADD 1 TO WS-NoBudgetCount                              04520001
045300        END-IF                                                    04530001
045400     ELSE                                                         04540001
045500        ADD 1 TO WS-ControlCount                                  04550001
045600        MOVE ZEROS TO WS-VACANT                                   04560001
045700        MOVE ZEROS TO WS-OVER                                     04570001
045800        IF WS-DEPT-FILLED(WS-DEPT-SUB)                            04580001
045900           < WS-DEPT-AUTH(WS-DEPT-SUB)                            04590001
046000           COMPUTE WS-VACANT = WS-DEPT-AUTH(WS-DEPT-SUB)          04600001
046100                             - WS-DEPT-FILLED(WS-DEPT-SUB)        04610001
046200        ELSE                                                      04620001
046300           COMPUTE WS-OVER = WS-DEPT-FILLED(WS-DEPT-SUB)          04630001
046400                           - WS-DEPT-AUTH(WS-DEPT-SUB)            04640001
046500        END-IF                                                    04650001
046600        ADD WS-DEPT-AUTH(WS-DEPT-SUB)   TO WS-TOT-AUTH            04660001
046700        ADD WS-DEPT-FILLED(WS-DEPT-SUB) TO WS-TOT-FILLED          04670001
046800        ADD WS-VACANT                   TO WS-TOT-VACANT          04680001
046900        ADD WS-OVER                     TO WS-TOT-OVER            04690001
047000        ADD WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-TOT-BUDGET          04700001
047100        ADD WS-DEPT-ACTUAL(WS-DEPT-SUB) TO WS-TOT-ACTUAL          04710001
047200                                                                  04720001
047300        MOVE SPACES TO WS-REPORT-LINE                             04730001
047400        STRING WS-DEPT-CODE(WS-DEPT-SUB)                          04740001
047500               ' ' WS-DEPT-NAME(WS-DEPT-SUB)                      04750001
047600               ' AUTH=' WS-DEPT-AUTH(WS-DEPT-SUB)                 04760001
047700               ' FILLED=' WS-DEPT-FILLED(WS-DEPT-SUB)             04770001
047800               ' VACANT=' WS-VACANT                               04780001
047900               ' OVER=' WS-OVER                                   04790001
048000               DELIMITED BY SIZE INTO WS-REPORT-LINE              04800001
048100        WRITE VAR-LINE FROM WS-REPORT-LINE                        04810001
048200              AFTER ADVANCING 1 LINE                              04820001
048300                                                                  04830001
048400        MOVE SPACES TO WS-REPORT-LINE                             04840001
048500        IF WS-DEPT-BUDGET(WS-DEPT-SUB) = ZEROS                    04850001
048600           STRING '     BUDGET=' WS-DEPT-BUDGET(WS-DEPT-SUB)      04860001
048700                  ' ACTUAL=' WS-DEPT-ACTUAL(WS-DEPT-SUB)          04870001
048800                  ' CONSUMED=  N/A'                               04880001
048900                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04890001
049000        ELSE                                                      04900001
049100           COMPUTE WS-PCT ROUNDED =                               04910001
049200                   WS-DEPT-ACTUAL(WS-DEPT-SUB) * 100              04920001
049300                 / WS-DEPT-BUDGET(WS-DEPT-SUB)                    04930001
049400               ON SIZE ERROR                                      04940001
049500                  MOVE 999,99 TO WS-PCT                           04950001
049600           END-COMPUTE                                            04960001
049700           MOVE WS-PCT TO WS-PCT-D                                04970001
049800           STRING '     BUDGET=' WS-DEPT-BUDGET(WS-DEPT-SUB)      04980001
049900                  ' ACTUAL=' WS-DEPT-ACTUAL(WS-DEPT-SUB)          04990001
050000                  ' CONSUMED=' WS-PCT-D '%'                       05000001
050100                  DELIMITED BY SIZE INTO WS-REPORT-LINE           05010001
050200        END-IF                                                    05020001
050300        WRITE VAR-LINE FROM WS-REPORT-LINE                        05030001
050400              AFTER ADVANCING 1 LINE                              05040001
050500                                                                  05050001
050600        IF WS-OVER > ZEROS                                        05060001
050700           ADD 1 TO WS-OverCompCount                              05070001
050800           MOVE SPACES TO WS-REPORT-LINE                          05080001
050900           STRING '     *** OVER COMPLEMENT BY ' WS-OVER          05090001
051000                  ' POSITION(S)'                                  05100001
051100                  DELIMITED BY SIZE INTO WS-REPORT-LINE           05110001
051200           WRITE VAR-LINE FROM WS-REPORT-LINE                     05120001
051300                 AFTER ADVANCING 1 LINE                           05130001
051400        END-IF                                                    05140001
051500        IF WS-DEPT-ACTUAL(WS-DEPT-SUB)                            05150001
051600           > WS-DEPT-BUDGET(WS-DEPT-SUB)                          05160001
051700           ADD 1 TO WS-OverBudgetCount                            05170001
051800           MOVE SPACES TO WS-REPORT-LINE                          05180001
051900           STRING '     *** SALARY OVER ANNUAL BUDGET'            05190001
052000                  DELIMITED BY SIZE INTO WS-REPORT-LINE           05200001
052100           WRITE VAR-LINE FROM WS-REPORT-LINE                     05210001
052200                 AFTER ADVANCING 1 LINE                           05220001
052300        END-IF                                                    05230001
052400     END-IF.                                                      05240001
052500                                                                  05250001
052600*----------------------------------------------------------------*05260001
052700*    C-002 PRINTS THE TOTALS OVER THE POSITION-CONTROLLED        *05270001
052800*    DEPARTMENTS.                                                *05280001
052900*----------------------------------------------------------------*05290001
053000 C-002.                                                           05300001
053100                                                                  05310001
053200     MOVE SPACES TO WS-REPORT-LINE                                05320001
053300     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05330001
053400                                                                  05340001
053500     MOVE SPACES TO WS-REPORT-LINE                                05350001
053600     STRING 'TOTAL AUTH=' WS-TOT-AUTH                             05360001
053700            ' FILLED=' WS-TOT-FILLED                              05370001
053800            ' VACANT=' WS-TOT-VACANT                              05380001
053900            ' OVER=' WS-TOT-OVER                                  05390001
054000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05400001
054100     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05410001
054200                                                                  05420001
054300     MOVE SPACES TO WS-REPORT-LINE                                05430001
054400     IF WS-TOT-BUDGET = ZEROS                                     05440001
054500        STRING '     BUDGET=' WS-TOT-BUDGET                       05450001
054600               ' ACTUAL=' WS-TOT-ACTUAL                           05460001
054700               ' CONSUMED=  N/A'                                  05470001
054800               DELIMITED BY SIZE INTO WS-REPORT-LINE              05480001
054900     ELSE                                                         05490001
055000        COMPUTE WS-PCT ROUNDED =                                  05500001
055100                WS-TOT-ACTUAL * 100 / WS-TOT-BUDGET               05510001
055200            ON SIZE ERROR                                         05520001
055300               MOVE 999,99 TO WS-PCT                              05530001
055400        END-COMPUTE                                               05540001
055500        MOVE WS-PCT TO WS-PCT-D                                   05550001
055600        STRING '     BUDGET=' WS-TOT-BUDGET                       05560001
055700               ' ACTUAL=' WS-TOT-ACTUAL                           05570001
055800               ' CONSUMED=' WS-PCT-D '%'                          05580001
055900               DELIMITED BY SIZE INTO WS-REPORT-LINE              05590001
056000     END-IF                                                       05600001
056100     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05610001
056200                                                                  05620001
056300*----------------------------------------------------------------*05630001
056400*    D-001 LISTS THE DEPARTMENTS WITH STAFF BUT NO POSITION      *05640001
056500*    BUDGET, AND ANY STAFF WHOSE CODE IS ON NEITHER FILE - THE   *05650001
056600*    HEADCOUNT NO BUDGET COVERS.                                 *05660001
056700*----------------------------------------------------------------*05670001
056800 D-001.                                                           05680001
056900                                                                  05690001
057000     IF WS-NoBudgetCount > ZEROS OR WS-UNK-FILLED > ZEROS         05700001
057100        MOVE SPACES TO WS-REPORT-LINE                             05710001
057200        WRITE VAR-LINE FROM WS-REPORT-LINE                        05720001
057300              AFTER ADVANCING 1 LINE                              05730001
057400        MOVE SPACES TO WS-REPORT-LINE                             05740001
057500        STRING 'DEPARTMENTS WITH STAFF BUT NO POSITION BUDGET:'   05750001
057600               DELIMITED BY SIZE INTO WS-REPORT-LINE              05760001
057700        WRITE VAR-LINE FROM WS-REPORT-LINE                        05770001
057800              AFTER ADVANCING 1 LINE                              05780001
057900        PERFORM D-002 VARYING WS-DEPT-SUB FROM 1 BY 1             05790001
058000                UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                05800001
058100        IF WS-UNK-FILLED > ZEROS                                  05810001
058200           MOVE SPACES TO WS-REPORT-LINE                          05820001
058300           STRING '  UNKNOWN CODE ON MASTER  FILLED='             05830001
058400                  WS-UNK-FILLED                                   05840001
058500                  ' ACTUAL=' WS-UNK-ACTUAL                        05850001
058600                  DELIMITED BY SIZE INTO WS-REPORT-LINE           05860001
058700           WRITE VAR-LINE FROM WS-REPORT-LINE                     05870001
058800                 AFTER ADVANCING 1 LINE                           05880001
058900        END-IF                                                    05890001
059000     END-IF.                                                      05900001
059100                                                                  05910001
059200*----------------------------------------------------------------*05920001
059300*    D-002 PRINTS ONE UNCONTROLLED DEPARTMENT THAT HAS STAFF.    *05930001
059400*----------------------------------------------------------------*05940001
059500 D-002.                                                           05950001
059600                                                                  05960001
059700     IF WS-DEPT-CONTROL(WS-DEPT-SUB) NOT = 'Y'                    05970001
059800        AND WS-DEPT-FILLED(WS-DEPT-SUB) > ZEROS                   05980001
059900        MOVE SPACES TO WS-REPORT-LINE                             05990001
060000        STRING '  ' WS-DEPT-CODE(WS-DEPT-SUB)                     06000001
060100               ' ' WS-DEPT-NAME(WS-DEPT-SUB)                      06010001
060200               ' FILLED=' WS-DEPT-FILLED(WS-DEPT-SUB)             06020001
060300               ' ACTUAL=' WS-DEPT-ACTUAL(WS-DEPT-SUB)             06030001
060400               DELIMITED BY SIZE INTO WS-REPORT-LINE              06040001
060500        WRITE VAR-LINE FROM WS-REPORT-LINE                        06050001
060600              AFTER ADVANCING 1 LINE                              06060001
060700     END-IF.                                                      06070001
060800                                                                  06080001
060900*----------------------------------------------------------------*06090001
061000*    H-001 PRINTS THE RUN COUNTS.                                *06100001
061100*----------------------------------------------------------------*06110001
061200 H-001.                                                           06120001
061300                                                                  06130001
061400     MOVE SPACES TO WS-REPORT-LINE                                06140001
061500     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06150001
061600                                                                  06160001
061700     MOVE SPACES TO WS-REPORT-LINE                                06170001
061800     STRING 'EMPLOYEES READ         : ' WS-MAST-COUNT             06180001
061900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06190001
062000     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06200001
062100                                                                  06210001
062200     MOVE SPACES TO WS-REPORT-LINE                                06220001
062300     STRING 'TERMINATED, NOT FILLED : ' WS-TermCount              06230001
062400            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06240001
062500     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06250001
062600                                                                  06260001
062700     MOVE SPACES TO WS-REPORT-LINE                                06270001
062800     STRING 'CONTROLLED DEPARTMENTS : ' WS-ControlCount           06280001
062900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06290001
063000     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06300001
063100                                                                  06310001
063200     MOVE SPACES TO WS-REPORT-LINE                                06320001
063300     STRING 'OVER COMPLEMENT        : ' WS-OverCompCount          06330001
063400            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06340001
063500     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06350001
063600                                                                  06360001
063700     MOVE SPACES TO WS-REPORT-LINE                                06370001
063800     STRING 'OVER SALARY BUDGET     : ' WS-OverBudgetCount        06380001
063900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06390001
064000     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    06400001
064100                                                                  06410001
064200     MOVE SPACES TO WS-REPORT-LINE                                06420001
064300     STRING 'STAFFED, NO BUDGET     : ' WS-NoBudgetCount          06430001
064400            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06440001
064500     WRITE VAR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06450001
064600                                                                  06460002
064700*----------------------------------------------------------------*06470002
064800*    A-007 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *06480002
064900*    CYCLE'S BUSINESS DATE.                                      *06490002
065000*----------------------------------------------------------------*06500002
065100 A-007.                                                           06510002
065200                                                                  06520002
065300     OPEN INPUT CYCFILE                                           06530002
065400     IF WS-CYC-STATUS NOT = '00'                                  06540002
065500        DISPLAY 'PROGRAM18: CANNOT OPEN CYCFILE, STATUS '         06550002
065600                WS-CYC-STATUS                                     06560002
065700        MOVE 12 TO RETURN-CODE                                    06570002
065800     ELSE                                                         06580002
065900        READ CYCFILE INTO CYC-RECORD                              06590002
066000            AT END                                                06600002
066100               DISPLAY 'PROGRAM18: CYCFILE IS EMPTY'              06610002
066200               MOVE 12 TO RETURN-CODE                             06620002
066300            NOT AT END                                            06630002
066400               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   06640002
066500        END-READ                                                  06650002
066600        CLOSE CYCFILE                                             06660002
066700     END-IF.                                                      06670002
