000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM23.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  RECRUITING NEW-HIRE      *00100001
001100*                     FEED.  READS THE RECRUITING SYSTEM'S       *00110001
001200*                     NEW-HIRE FILE (EMPHIR), EDITS EVERY        *00120001
001300*                     CANDIDATE THE WAY PROGRAM4 EDITS AN ADD,   *00130001
001400*                     HOLDS ANY CANDIDATE ALREADY ON THE MASTER  *00140001
001500*                     UNDER THE SAME NAME, SEX AND DATE OF       *00150001
001600*                     JOINING, AND GENERATES A PROPER 47-BYTE    *00160001
001700*                     EMPTRN ADD FOR EVERY OTHER ONE WITH THE    *00170001
001800*                     NEXT FREE EMPLOYEE NUMBER FROM THE NUMBER  *00180001
001900*                     CONTROL RECORD (EMPNUM) - NO MORE PICKING  *00190001
002000*                     NUMBERS BY HAND.  A NUMBER ALREADY ON THE  *00200001
002100*                     MASTER OR CARRIED BY AN ADD STILL IN       *00210001
002200*                     FLIGHT IS PASSED OVER, AND 99999 IS NEVER  *00220001
002300*                     REACHED.  THE START DATE IS THE DATE OF    *00230001
002400*                     JOINING AND THE EFFECTIVE DATE OF THE ADD. *00240001
002500*                     THE GENERATED FILE FEEDS THE NORMAL        *00250001
002600*                     STEP003 SORT / PROGRAM4 EDIT / PROGRAM3    *00260001
002700*                     APPLY CHAIN, AND HIRREPT CROSS-REFERENCES  *00270001
002800*                     EVERY CANDIDATE ID TO THE EMPLOYEE NUMBER  *00280001
002900*                     ASSIGNED.                                  *00290001
002910*    2026-10-15  RKM  THE GENERATED TRANSACTIONS GROW FROM 47    *00291002
002920*                     TO 61 BYTES (EMPTRN) AND CARRY ZEROS IN    *00292002
002930*                     TRN-BATCH-NO AND '*NEWHIRE' IN             *00293002
002940*                     TRN-OPERATOR - PROGRAM4 PASSES THEM        *00294002
002950*                     WITHOUT A DATA-ENTRY BATCH HEADER AND      *00295002
002960*                     THE AUDIT TRAIL SHOWS WHERE THEY CAME      *00296002
002970*                     FROM.  THE IN-FLIGHT AND CARRIED-FORWARD   *00297002
002980*                     FILES GROW TO 61 BYTES AND THE SUSPENSE    *00298002
002990*                     FILE TO 75.                                *00299002
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
005500     SELECT EMPMAST         ASSIGN TO 'EMPMAST'                   00550001
005600                            ORGANIZATION IS INDEXED               00560001
005700                            ACCESS MODE IS DYNAMIC                00570001
005800                            RECORD KEY IS EM-EMP-ID               00580001
005900                            FILE STATUS IS WS-MAST-STATUS.        00590001
006000                                                                  00600001
006100     SELECT DEPTFILE        ASSIGN TO 'DEPTFILE'                  00610001
006200                            ORGANIZATION IS SEQUENTIAL.           00620001
006300                                                                  00630001
006400     SELECT GRDFILE         ASSIGN TO 'GRDFILE'                   00640001
006500                            ORGANIZATION IS SEQUENTIAL.           00650001
006600                                                                  00660001
006700     SELECT HIRFILE         ASSIGN TO 'HIRFILE'                   00670001
006800                            ORGANIZATION IS SEQUENTIAL            00680001
006900                            FILE STATUS IS WS-HIR-STATUS.         00690001
007000                                                                  00700001
007100     SELECT INFLIGHT        ASSIGN TO 'INFLIGHT'                  00710001
007200                            ORGANIZATION IS SEQUENTIAL.           00720001
007300                                                                  00730001
007400     SELECT SUSFILE         ASSIGN TO 'SUSFILE'                   00740001
007500                            ORGANIZATION IS SEQUENTIAL.           00750001
007600                                                                  00760001
007700     SELECT HIROLD          ASSIGN TO 'HIROLD'                    00770001
007800                            ORGANIZATION IS SEQUENTIAL.           00780001
007900                                                                  00790001
008000     SELECT HIRTRN          ASSIGN TO 'HIRTRN'                    00800001
008100                            ORGANIZATION IS SEQUENTIAL.           00810001
008200                                                                  00820001
008300     SELECT HIRREPT         ASSIGN TO 'HIRREPT'                   00830001
008400                            ORGANIZATION IS SEQUENTIAL.           00840001
008500                                                                  00850001
008600     SELECT NUMCTL          ASSIGN TO 'NUMCTL'                    00860001
008700                            ORGANIZATION IS SEQUENTIAL            00870001
008800                            FILE STATUS IS WS-NUM-STATUS.         00880001
008900                                                                  00890001
009000     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00900001
009100                            ORGANIZATION IS SEQUENTIAL            00910001
009200                            FILE STATUS IS WS-CYC-STATUS.         00920001
009300******************************************************************00930001
009400**                                                                00940001
009500**   DATA DIVISION                                                00950001
009600**                                                                00960001
009700******************************************************************00970001
009800                                                                  00980001
009900 DATA DIVISION.                                                   00990001
010000                                                                  01000001
010100******************************************************************01010001
010200**                                                                01020001
010300**   FILE SECTION                                                 01030001
010400**                                                                01040001
010500******************************************************************01050001
010600                                                                  01060001
010700 FILE SECTION.                                                    01070001
010800                                                                  01080001
010900 FD  EMPMAST                                                      01090001
011000     RECORD CONTAINS 57 CHARACTERS.                               01100001
011100     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   01110001
011200                           ==EMP-ID==    BY ==EM-EMP-ID==         01120001
011300                           ==NAME-A==    BY ==EM-NAME-A==         01130001
011400                           ==SEX==       BY ==EM-SEX==            01140001
011500                           ==DOJ==       BY ==EM-DOJ==            01150001
011600                           ==SALARY==    BY ==EM-SALARY==         01160001
011700                           ==EMP-DEPT==  BY ==EM-DEPT==           01170001
011800                           ==EMP-GRADE== BY ==EM-GRADE==          01180001
011900                           ==EMP-STATUS== BY ==EM-STATUS==        01190001
012000                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        01200001
012100                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    01210001
012200                           ==EMP-TERMINATED== BY ==EM-TERMINATED==01220001
012300                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==01230001
012400                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  01240001
012500                           ==EMP-TERM-REASON==                    01250001
012600                                          BY ==EM-TERM-REASON==.  01260001
012700                                                                  01270001
012800 FD  DEPTFILE                                                     01280001
012900     LABEL RECORDS ARE STANDARD                                   01290001
013000     RECORD CONTAINS 24 CHARACTERS.                               01300001
013100     COPY EMPDPT REPLACING ==DPT-RECORD== BY ==DEPTFILE-RECORD==  01310001
013200                      ==DPT-CODE==         BY ==DF-CODE==         01320001
013300                      ==DPT-NAME==         BY ==DF-NAME==.        01330001
013400                                                                  01340001
013500 FD  GRDFILE                                                      01350001
013600     LABEL RECORDS ARE STANDARD                                   01360001
013700     RECORD CONTAINS 14 CHARACTERS.                               01370001
013800     COPY EMPGRD REPLACING ==GRD-RECORD== BY ==GRDFILE-RECORD==   01380001
013900                      ==GRD-CODE==         BY ==GF-CODE==         01390001
014000                      ==GRD-MIN-SALARY==   BY ==GF-MIN==          01400001
014100                      ==GRD-MAX-SALARY==   BY ==GF-MAX==.         01410001
014200                                                                  01420001
014300 FD  HIRFILE                                                      01430001
014400     LABEL RECORDS ARE STANDARD                                   01440001
014500     RECORD CONTAINS 60 CHARACTERS.                               01450001
014600 01  HRF-RECORD                PIC X(60).                         01460001
014700                                                                  01470001
014800 FD  INFLIGHT                                                     01480001
014900     LABEL RECORDS ARE STANDARD                                   01490001
015000     RECORD CONTAINS 61 CHARACTERS.                               01500002
015100 01  IFL-RECORD                PIC X(61).                         01510002
015200                                                                  01520001
015300 FD  SUSFILE                                                      01530001
015400     LABEL RECORDS ARE STANDARD                                   01540001
015500     RECORD CONTAINS 75 CHARACTERS.                               01550002
015600 01  SSF-RECORD                PIC X(75).                         01560002
015700                                                                  01570001
015800 FD  HIROLD                                                       01580001
015900     LABEL RECORDS ARE STANDARD                                   01590001
016000     RECORD CONTAINS 61 CHARACTERS.                               01600002
016100 01  HRO-RECORD                PIC X(61).                         01610002
016200                                                                  01620001
016300 FD  HIRTRN                                                       01630001
016400     LABEL RECORDS ARE STANDARD                                   01640001
016500     RECORD CONTAINS 61 CHARACTERS.                               01650002
016600 01  HRT-RECORD                PIC X(61).                         01660002
016700                                                                  01670001
016800 FD  HIRREPT                                                      01680001
016900     LABEL RECORDS OMITTED                                        01690001
017000     RECORD CONTAINS 80 CHARACTERS.                               01700001
017100 01  HRR-LINE                  PIC X(80).                         01710001
017200                                                                  01720001
017300 FD  NUMCTL                                                       01730001
017400     LABEL RECORDS ARE STANDARD                                   01740001
017500     RECORD CONTAINS 30 CHARACTERS.                               01750001
017600 01  NCF-RECORD                PIC X(30).                         01760001
017700                                                                  01770001
017800 FD  CYCFILE                                                      01780001
017900     LABEL RECORDS ARE STANDARD                                   01790001
018000     RECORD CONTAINS 21 CHARACTERS.                               01800001
018100 01  CYF-RECORD                PIC X(21).                         01810001
018200                                                                  01820001
018300******************************************************************01830001
018400**                                                                01840001
018500**  WORKING-STORAGE SECTION                                       01850001
018600**                                                                01860001
018700******************************************************************01870001
018800                                                                  01880001
018900 WORKING-STORAGE SECTION.                                         01890001
019000                                                                  01900001
019100 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01910001
019200 01 WS-HIR-STATUS      PIC X(2) VALUE SPACES.                     01920001
019300 01 WS-NUM-STATUS      PIC X(2) VALUE SPACES.                     01930001
019400 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01940001
019500 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01950001
019600    88 WS-MAST-EOF             VALUE 'Y'.                         01960001
019700 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01970001
019800    88 WS-TRAILER-FOUND        VALUE 'Y'.                         01980001
019900 01 WS-BALANCE-SWITCH  PIC X(1) VALUE 'N'.                        01990001
020000    88 WS-MAST-BALANCED        VALUE 'Y'.                         02000001
020100 01 WS-MAST-COUNT      PIC 9(08) VALUE ZEROS.                     02010001
020200 01 WS-MAST-SAL-TOTAL  PIC 9(11) VALUE ZEROS.                     02020001
020300 01 WS-NUM-READ-SWITCH PIC X(1) VALUE 'N'.                        02030001
020400    88 WS-NUM-READ             VALUE 'Y'.                         02040001
020500 01 WS-HIR-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02050001
020600    88 WS-HIR-EOF              VALUE 'Y'.                         02060001
020700 01 WS-IFL-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02070001
020800    88 WS-IFL-EOF              VALUE 'Y'.                         02080001
020900 01 WS-SUS-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02090001
021000    88 WS-SUS-EOF              VALUE 'Y'.                         02100001
021100 01 WS-OLD-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02110001
021200    88 WS-OLD-EOF              VALUE 'Y'.                         02120001
021300 01 WS-VALID-SWITCH    PIC X(1) VALUE 'Y'.                        02130001
021400    88 WS-RECORD-VALID         VALUE 'Y'.                         02140001
021500 01 WS-NUMBER-SWITCH   PIC X(1) VALUE 'N'.                        02150001
021600    88 WS-NUMBER-FOUND         VALUE 'Y'.                         02160001
021700 01 WS-RANGE-SWITCH    PIC X(1) VALUE 'N'.                        02170001
021800    88 WS-RANGE-EXHAUSTED      VALUE 'Y'.                         02180001
021900 01 WS-RSV-FOUND-SW    PIC X(1) VALUE 'N'.                        02190001
022000    88 WS-RSV-FOUND            VALUE 'Y'.                         02200001
022100 01 WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.                        02210001
022200    88 WS-DEPT-EOF             VALUE 'Y'.                         02220001
022300 01 WS-DEPT-FOUND-SW   PIC X(1) VALUE 'N'.                        02230001
022400    88 WS-DEPT-FOUND           VALUE 'Y'.                         02240001
022500 01 WS-DEPT-LOADED     PIC 9(02) VALUE ZEROS.                     02250001
022600 01 WS-DEPT-SUB        PIC 9(02) VALUE ZEROS.                     02260001
022700 01 WS-DEPT-CODE-TABLE.                                           02270001
022800    03 WS-DEPT-CODE    PIC X(04) OCCURS 20.                       02280001
022900 01 WS-GRD-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02290001
023000    88 WS-GRD-EOF              VALUE 'Y'.                         02300001
023100 01 WS-GRD-FOUND-SW    PIC X(1) VALUE 'N'.                        02310001
023200    88 WS-GRD-FOUND            VALUE 'Y'.                         02320001
023300 01 WS-GRD-LOADED      PIC 9(02) VALUE ZEROS.                     02330001
023400 01 WS-GRD-SUB         PIC 9(02) VALUE ZEROS.                     02340001
023500 01 WS-GRD-USE-SUB     PIC 9(02) VALUE ZEROS.                     02350001
023600 01 WS-GRD-TABLE.                                                 02360001
023700    03 WS-GRD-ENTRY OCCURS 10.                                    02370001
023800       05 WS-GRD-CODE     PIC X(02).                              02380001
023900       05 WS-GRD-MIN      PIC 9(06).                              02390001
024000       05 WS-GRD-MAX      PIC 9(06).                              02400001
024100*    THE CANDIDATES ON THE NEW-HIRE FILE, IN FILE ORDER.          02410001
024200*    STATUS V = VALID, D = ALREADY ON THE MASTER, R = REJECTED    02420001
024300*    BY THE EDITS, X = NO EMPLOYEE NUMBER LEFT TO ASSIGN.         02430001
024400 01 WS-CAND-LOADED     PIC 9(03) VALUE ZEROS.                     02440001
024500 01 WS-CAND-SUB        PIC 9(03) VALUE ZEROS.                     02450001
024600 01 WS-CAND-SUB2       PIC 9(03) VALUE ZEROS.                     02460001
024700 01 WS-CAND-TABLE.                                                02470001
024800    03 WS-CAND-ENTRY OCCURS 200.                                  02480001
024900       05 WS-CAND-ID      PIC X(10).                              02490001
025000       05 WS-CAND-NAME    PIC X(10).                              02500001
025100       05 WS-CAND-SEX     PIC X(01).                              02510001
025200       05 WS-CAND-DOJ     PIC X(10).                              02520001
025300       05 WS-CAND-SALARY  PIC 9(06).                              02530001
025400       05 WS-CAND-DEPT    PIC X(04).                              02540001
025500       05 WS-CAND-GRADE   PIC X(02).                              02550001
025600       05 WS-CAND-STAT    PIC X(01).                              02560001
025700       05 WS-CAND-EMP-ID  PIC 9(05).                              02570001
025800       05 WS-CAND-REASON  PIC X(30).                              02580001
025900*    EMPLOYEE NUMBERS HELD BY ADDS NOT YET ON THE MASTER.         02590001
026000 01 WS-RSV-LOADED      PIC 9(03) VALUE ZEROS.                     02600001
026100 01 WS-RSV-SUB         PIC 9(03) VALUE ZEROS.                     02610001
026200 01 WS-RSV-TABLE.                                                 02620001
026300    03 WS-RSV-ID       PIC 9(05) OCCURS 500.                      02630001
026400 01 WS-TRY-ID          PIC 9(05) VALUE ZEROS.                     02640001
026500 01 WS-LAST-ASSIGNED   PIC 9(05) VALUE ZEROS.                     02650001
026600 01 WS-DATE-VALID-SW   PIC X(1) VALUE 'Y'.                        02660001
026700    88 WS-DATE-VALID           VALUE 'Y'.                         02670001
026800 01 WS-DOJ-CHECK.                                                 02680001
026900    03 WS-DOJ-YEAR-X   PIC X(04).                                 02690001
027000    03 WS-DOJ-MONTH-X  PIC X(02).                                 02700001
027100    03 WS-DOJ-DAY-X    PIC X(02).                                 02710001
027200    03 WS-DOJ-FILLER-X PIC X(02).                                 02720001
027300 01 WS-DOJ-NUM REDEFINES WS-DOJ-CHECK.                            02730001
027400    03 WS-DOJ-YEAR-N   PIC 9(04).                                 02740001
027500    03 WS-DOJ-MONTH-N  PIC 9(02).                                 02750001
027600    03 WS-DOJ-DAY-N    PIC 9(02).                                 02760001
027700    03 FILLER          PIC X(02).                                 02770001
027800 01 WS-MAX-DAYS-TABLE.                                            02780001
027900    03 FILLER PIC 9(02) VALUE 31.                                 02790001
028000    03 FILLER PIC 9(02) VALUE 28.                                 02800001
028100    03 FILLER PIC 9(02) VALUE 31.                                 02810001
028200    03 FILLER PIC 9(02) VALUE 30.                                 02820001
028300    03 FILLER PIC 9(02) VALUE 31.                                 02830001
028400    03 FILLER PIC 9(02) VALUE 30.                                 02840001
028500    03 FILLER PIC 9(02) VALUE 31.                                 02850001
028600    03 FILLER PIC 9(02) VALUE 31.                                 02860001
028700    03 FILLER PIC 9(02) VALUE 30.                                 02870001
028800    03 FILLER PIC 9(02) VALUE 31.                                 02880001
028900    03 FILLER PIC 9(02) VALUE 30.                                 02890001
029000    03 FILLER PIC 9(02) VALUE 31.                                 02900001
029100 01 FILLER REDEFINES WS-MAX-DAYS-TABLE.                           02910001
029200    03 WS-MAX-DAYS PIC 9(02) OCCURS 12.                           02920001
029300 01 WS-LEAP-QUOTIENT   PIC 9(04).                                 02930001
029400 01 WS-LEAP-REM-4      PIC 9(02).                                 02940001
029500 01 WS-LEAP-REM-100    PIC 9(02).                                 02950001
029600 01 WS-LEAP-REM-400    PIC 9(02).                                 02960001
029700 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     02970001
029800 01 WS-ReadCount       PIC 9(06) VALUE ZEROS.                     02980001
029900 01 WS-AssignCount     PIC 9(06) VALUE ZEROS.                     02990001
030000 01 WS-DupCount        PIC 9(06) VALUE ZEROS.                     03000001
030100 01 WS-RejectCount     PIC 9(06) VALUE ZEROS.                     03010001
030200 01 WS-NoNumberCount   PIC 9(06) VALUE ZEROS.                     03020001
030300 01 WS-CarryCount      PIC 9(06) VALUE ZEROS.                     03030001
030400 01 WS-REPORT-LINE     PIC X(80).                                 03040001
030500      COPY EMPTLR.                                                03050001
030600      COPY EMPDPT.                                                03060001
030700      COPY EMPGRD.                                                03070001
030800      COPY EMPHIR.                                                03080001
030900      COPY EMPNUM.                                                03090001
031000      COPY EMPSUS.                                                03100001
031100      COPY EMPTRN REPLACING ==TRN-RECORD== BY ==WS-TRN-REC==.     03110001
031200      COPY EMPCYC.                                                03120001
031300*----------------------------------------------------------------*03130001
031400 PROCEDURE DIVISION .                                             03140001
031500*----------------------------------------------------------------*03150001
031600 A-MAIN                                      SECTION.             03160001
031700*----------------------------------------------------------------*03170001
031800 A-001.                                                           03180001
031900                                                                  03190001
032000     PERFORM A-002                                                03200001
032100     IF RETURN-CODE NOT = ZEROS                                   03210001
032200        GO TO A-999                                               03220001
032300     END-IF                                                       03230001
032400                                                                  03240001
032500     OPEN OUTPUT HIRREPT                                          03250001
032600                                                                  03260001
032700     PERFORM A-003                                                03270001
032800     IF RETURN-CODE NOT = ZEROS                                   03280001
032900        CLOSE HIRREPT                                             03290001
033000        GO TO A-999                                               03300001
033100     END-IF                                                       03310001
033200                                                                  03320001
033300     MOVE SPACES TO WS-REPORT-LINE                                03330001
033400     STRING 'RECRUITING NEW-HIRE FEED FOR ' WS-RUN-DATE           03340001
033500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03350001
033600     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03360001
033700                                                                  03370001
033800     MOVE SPACES TO WS-REPORT-LINE                                03380001
033900     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03390001
034000                                                                  03400001
034100     OPEN INPUT EMPMAST                                           03410001
034200     IF WS-MAST-STATUS NOT = '00'                                 03420001
034300        DISPLAY 'PROGRAM23: CANNOT OPEN EMPMAST, STATUS '         03430001
034400                WS-MAST-STATUS                                    03440001
034500        MOVE 12 TO RETURN-CODE                                    03450001
034600        CLOSE NUMCTL                                              03460001
034700        CLOSE HIRREPT                                             03470001
034800        GO TO A-999                                               03480001
034900     END-IF                                                       03490001
035000                                                                  03500001
035100     PERFORM A-005                                                03510001
035200     PERFORM A-007                                                03520001
035300     IF RETURN-CODE = ZEROS                                       03530001
035400        PERFORM B-001                                             03540001
035500     END-IF                                                       03550001
035600     IF RETURN-CODE = ZEROS                                       03560001
035700        PERFORM B-005                                             03570001
035800     END-IF                                                       03580001
035900     IF RETURN-CODE = ZEROS                                       03590001
036000        PERFORM C-001                                             03600001
036100     END-IF                                                       03610001
036200     IF RETURN-CODE NOT = ZEROS                                   03620001
036300        CLOSE EMPMAST                                             03630001
036400        CLOSE NUMCTL                                              03640001
036500        CLOSE HIRREPT                                             03650001
036600        GO TO A-999                                               03660001
036700     END-IF                                                       03670001
036800                                                                  03680001
036900     OPEN OUTPUT HIRTRN                                           03690001
037000     PERFORM D-000                                                03700001
037100                                                                  03710001
037200     MOVE SPACES TO WS-REPORT-LINE                                03720001
037300     STRING 'CANDIDATE  EMPNO NAME       DEPT GR START    RESULT' 03730001
037400            DELIMITED BY SIZE INTO WS-REPORT-LINE                 03740001
037500     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    03750001
037600                                                                  03760001
037700     MOVE NUM-NEXT-ID TO WS-TRY-ID                                03770001
037800     PERFORM D-001 VARYING WS-CAND-SUB FROM 1 BY 1                03780001
037900             UNTIL WS-CAND-SUB > WS-CAND-LOADED                   03790001
038000                                                                  03800001
038100     CLOSE HIRTRN                                                 03810001
038200                                                                  03820001
038300     IF WS-AssignCount > ZEROS                                    03830001
038400        PERFORM E-001                                             03840001
038500     END-IF                                                       03850001
038600     CLOSE NUMCTL                                                 03860001
038700     CLOSE EMPMAST                                                03870001
038800                                                                  03880001
038900     IF RETURN-CODE = ZEROS                                       03890001
039000        AND (WS-DupCount > ZEROS OR WS-RejectCount > ZEROS        03900001
039100             OR WS-NoNumberCount > ZEROS                          03910001
039200             OR NOT WS-TRAILER-FOUND)                             03920001
039300        MOVE 4 TO RETURN-CODE                                     03930001
039400     END-IF                                                       03940001
039500                                                                  03950001
039600     PERFORM H-001                                                03960001
039700                                                                  03970001
039800     CLOSE HIRREPT.                                               03980001
039900                                                                  03990001
040000 A-999.                                                           04000001
040100                                                                  04010001
040200     GOBACK.                                                      04020001
040300                                                                  04030001
040400*----------------------------------------------------------------*04040001
040500*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *04050001
040600*    CYCLE'S BUSINESS DATE.  THE FEED IS NOT A STEP OF THE       *04060001
040700*    NIGHTLY CYCLE; ITS CARDS GO INTO THE NEXT PROGRAM3 JOB.     *04070001
040800*----------------------------------------------------------------*04080001
040900 A-002.                                                           04090001
041000                                                                  04100001
041100     OPEN INPUT CYCFILE                                           04110001
041200     IF WS-CYC-STATUS NOT = '00'                                  04120001
041300        DISPLAY 'PROGRAM23: CANNOT OPEN CYCFILE, STATUS '         04130001
041400                WS-CYC-STATUS                                     04140001
041500        MOVE 12 TO RETURN-CODE                                    04150001
041600     ELSE                                                         04160001
041700        READ CYCFILE INTO CYC-RECORD                              04170001
041800            AT END                                                04180001
041900               DISPLAY 'PROGRAM23: CYCFILE IS EMPTY'              04190001
042000               MOVE 12 TO RETURN-CODE                             04200001
042100            NOT AT END                                            04210001
042200               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   04220001
042300        END-READ                                                  04230001
042400        CLOSE CYCFILE                                             04240001
042500     END-IF.                                                      04250001
042600                                                                  04260001
042700*----------------------------------------------------------------*04270001
042800*    A-003 OPENS AND READS THE NUMBER CONTROL RECORD AND PROVES  *04280001
042900*    IT.  THE NEXT NUMBER MUST BE ABOVE ZERO AND THE HIGHEST     *04290001
043000*    NUMBER BELOW 99999, THE CONTROL TRAILER KEY - ANYTHING ELSE *04300001
043100*    ENDS THE RUN RC=12 BEFORE A NUMBER IS GIVEN OUT.            *04310001
043200*----------------------------------------------------------------*04320001
043300 A-003.                                                           04330001
043400                                                                  04340001
043500     OPEN I-O NUMCTL                                              04350001
043600     IF WS-NUM-STATUS NOT = '00'                                  04360001
043700        DISPLAY 'PROGRAM23: CANNOT OPEN NUMCTL, STATUS '          04370001
043800                WS-NUM-STATUS                                     04380001
043900        MOVE 12 TO RETURN-CODE                                    04390001
044000     ELSE                                                         04400001
044100        READ NUMCTL INTO NUM-RECORD                               04410001
044200            AT END                                                04420001
044300               DISPLAY 'PROGRAM23: NUMCTL IS EMPTY'               04430001
044400               MOVE 12 TO RETURN-CODE                             04440001
044500            NOT AT END                                            04450001
044600               SET WS-NUM-READ TO TRUE                            04460001
044700        END-READ                                                  04470001
044800        IF WS-NUM-READ                                            04480001
044900           IF NUM-NEXT-ID NOT NUMERIC                             04490001
045000              OR NUM-HIGH-ID NOT NUMERIC                          04500001
045100              OR NUM-NEXT-ID = ZEROS                              04510001
045200              OR NUM-HIGH-ID NOT < 99999                          04520001
045300              DISPLAY 'PROGRAM23: NUMCTL RECORD IS NOT VALID - '  04530001
045400                      NUM-NEXT-ID ' ' NUM-HIGH-ID                 04540001
045500              MOVE 12 TO RETURN-CODE                              04550001
045600           END-IF                                                 04560001
045700        END-IF                                                    04570001
045800        IF RETURN-CODE NOT = ZEROS                                04580001
045900           CLOSE NUMCTL                                           04590001
046000        END-IF                                                    04600001
046100     END-IF.                                                      04610001
046200                                                                  04620001
046300*----------------------------------------------------------------*04630001
046400*    A-005 LOADS THE VALID DEPARTMENT CODES FROM THE DEPTFILE    *04640001
046500*    REFERENCE FILE.                                             *04650001
046600*----------------------------------------------------------------*04660001
046700 A-005.                                                           04670001
046800                                                                  04680001
046900     OPEN INPUT DEPTFILE                                          04690001
047000     PERFORM A-006 UNTIL WS-DEPT-EOF                              04700001
047100     CLOSE DEPTFILE                                               04710001
047200     IF WS-DEPT-LOADED = ZEROS                                    04720001
047300        DISPLAY 'PROGRAM23: DEPTFILE IS EMPTY'                    04730001
047400        MOVE 8 TO RETURN-CODE                                     04740001
047500     END-IF.                                                      04750001
047600                                                                  04760001
047700*----------------------------------------------------------------*04770001
047800*    A-006 READS ONE DEPARTMENT RECORD INTO THE NEXT CODE SLOT.  *04780001
047900*----------------------------------------------------------------*04790001
048000 A-006.                                                           04800001
048100                                                                  04810001
048200     READ DEPTFILE INTO DPT-RECORD                                04820001
048300         AT END                                                   04830001
048400            SET WS-DEPT-EOF TO TRUE                               04840001
048500         NOT AT END                                               04850001
048600            IF WS-DEPT-LOADED >= 20                               04860001
048700               DISPLAY 'PROGRAM23: MORE THAN 20 DEPARTMENTS ON '  04870001
048800                       'DEPTFILE'                                 04880001
048900               MOVE 8 TO RETURN-CODE                              04890001
049000               SET WS-DEPT-EOF TO TRUE                            04900001
049100            ELSE                                                  04910001
049200               ADD 1 TO WS-DEPT-LOADED                            04920001
049300               MOVE DPT-CODE TO WS-DEPT-CODE(WS-DEPT-LOADED)      04930001
049400            END-IF                                                04940001
049500     END-READ.                                                    04950001
049600                                                                  04960001
049700*----------------------------------------------------------------*04970001
049800*    A-007 LOADS THE VALID PAY GRADES AND THEIR SALARY RANGES    *04980001
049900*    FROM THE GRDFILE REFERENCE FILE.                            *04990001
050000*----------------------------------------------------------------*05000001
050100 A-007.                                                           05010001
050200                                                                  05020001
050300     OPEN INPUT GRDFILE                                           05030001
050400     PERFORM A-008 UNTIL WS-GRD-EOF                               05040001
050500     CLOSE GRDFILE                                                05050001
050600     IF WS-GRD-LOADED = ZEROS                                     05060001
050700        DISPLAY 'PROGRAM23: GRDFILE IS EMPTY'                     05070001
050800        MOVE 8 TO RETURN-CODE                                     05080001
050900     END-IF.                                                      05090001
051000                                                                  05100001
051100*----------------------------------------------------------------*05110001
051200*    A-008 READS ONE PAY GRADE RECORD INTO THE NEXT TABLE SLOT.  *05120001
051300*----------------------------------------------------------------*05130001
051400 A-008.                                                           05140001
051500                                                                  05150001
051600     READ GRDFILE INTO GRD-RECORD                                 05160001
051700         AT END                                                   05170001
051800            SET WS-GRD-EOF TO TRUE                                05180001
051900         NOT AT END                                               05190001
052000            IF WS-GRD-LOADED >= 10                                05200001
052100               DISPLAY 'PROGRAM23: MORE THAN 10 GRADES ON '       05210001
052200                       'GRDFILE'                                  05220001
052300               MOVE 8 TO RETURN-CODE                              05230001
052400               SET WS-GRD-EOF TO TRUE                             05240001
052500            ELSE                                                  05250001
052600               ADD 1 TO WS-GRD-LOADED                             05260001
052700               MOVE GRD-CODE TO WS-GRD-CODE(WS-GRD-LOADED)        05270001
052800               MOVE GRD-MIN-SALARY                                05280001
052900                    TO WS-GRD-MIN(WS-GRD-LOADED)                  05290001
053000               MOVE GRD-MAX-SALARY                                05300001
053100                    TO WS-GRD-MAX(WS-GRD-LOADED)                  05310001
053200            END-IF                                                05320001
053300     END-READ.                                                    05330001
053400                                                                  05340001
053500*----------------------------------------------------------------*05350001
053600*    B-001 LOADS THE NEW-HIRE FILE INTO THE CANDIDATE TABLE,     *05360001
053700*    EDITING EACH CANDIDATE AS IT GOES.  NO FILE, OR MORE        *05370001
053800*    CANDIDATES THAN THE TABLE HOLDS, ENDS THE RUN RC=8 WITH     *05380001
053900*    NOTHING GENERATED AND NO NUMBER USED.                       *05390001
054000*----------------------------------------------------------------*05400001
054100 B-001.                                                           05410001
054200                                                                  05420001
054300     OPEN INPUT HIRFILE                                           05430001
054400     IF WS-HIR-STATUS NOT = '00'                                  05440001
054500        DISPLAY 'PROGRAM23: CANNOT OPEN HIRFILE, STATUS '         05450001
054600                WS-HIR-STATUS                                     05460001
054700        MOVE 8 TO RETURN-CODE                                     05470001
054800     ELSE                                                         05480001
054900        PERFORM B-002 UNTIL WS-HIR-EOF                            05490001
055000        CLOSE HIRFILE                                             05500001
055100     END-IF.                                                      05510001
055200                                                                  05520001
055300*----------------------------------------------------------------*05530001
055400*    B-002 READS ONE NEW-HIRE RECORD INTO THE NEXT TABLE SLOT.   *05540001
055500*----------------------------------------------------------------*05550001
055600 B-002.                                                           05560001
055700                                                                  05570001
055800     READ HIRFILE INTO HIR-RECORD                                 05580001
055900         AT END                                                   05590001
056000            SET WS-HIR-EOF TO TRUE                                05600001
056100         NOT AT END                                               05610001
056200            ADD 1 TO WS-ReadCount                                 05620001
056300            IF WS-CAND-LOADED >= 200                              05630001
056400               DISPLAY 'PROGRAM23: MORE THAN 200 CANDIDATES ON '  05640001
056500                       'HIRFILE'                                  05650001
056600               MOVE 8 TO RETURN-CODE                              05660001
056700               SET WS-HIR-EOF TO TRUE                             05670001
056800            ELSE                                                  05680001
056900               ADD 1 TO WS-CAND-LOADED                            05690001
057000               MOVE WS-CAND-LOADED TO WS-CAND-SUB                 05700001
057100               MOVE HIR-CAND-ID    TO WS-CAND-ID(WS-CAND-SUB)     05710001
057200               MOVE HIR-NAME-A     TO WS-CAND-NAME(WS-CAND-SUB)   05720001
057300               MOVE HIR-SEX        TO WS-CAND-SEX(WS-CAND-SUB)    05730001
057400               MOVE HIR-START-DATE TO WS-CAND-DOJ(WS-CAND-SUB)    05740001
057500               MOVE HIR-DEPT       TO WS-CAND-DEPT(WS-CAND-SUB)   05750001
057600               MOVE HIR-GRADE      TO WS-CAND-GRADE(WS-CAND-SUB)  05760001
057700               MOVE ZEROS          TO WS-CAND-SALARY(WS-CAND-SUB) 05770001
057800               MOVE ZEROS          TO WS-CAND-EMP-ID(WS-CAND-SUB) 05780001
057900               MOVE SPACES         TO WS-CAND-REASON(WS-CAND-SUB) 05790001
058000               PERFORM B-003                                      05800001
058100            END-IF                                                05810001
058200     END-READ.                                                    05820001
058300                                                                  05830001
058400*----------------------------------------------------------------*05840001
058500*    B-003 EDITS ONE CANDIDATE - THE SAME EDITS PROGRAM4 APPLIES *05850001
058600*    TO AN ADD, SO A NUMBER IS NOT SPENT ON A CARD THAT WOULD    *05860001
058700*    ONLY BOUNCE AT EDIT TIME - PLUS A CANDIDATE ID, WHICH MUST  *05870001
058800*    NOT REPEAT ON THE FILE.  THE FIRST EDIT THAT FAILS SETS THE *05880001
058900*    REASON.                                                     *05890001
059000*----------------------------------------------------------------*05900001
059100 B-003.                                                           05910001
059200                                                                  05920001
059300     MOVE 'Y' TO WS-VALID-SWITCH                                  05930001
059400     IF HIR-CAND-ID = SPACES                                      05940001
059500        MOVE 'N' TO WS-VALID-SWITCH                               05950001
059600        MOVE 'CANDIDATE ID MISSING'                               05960001
059700             TO WS-CAND-REASON(WS-CAND-SUB)                       05970001
059800     END-IF                                                       05980001
059900     IF WS-RECORD-VALID                                           05990001
060000        PERFORM B-004 VARYING WS-CAND-SUB2 FROM 1 BY 1            06000001
060100                UNTIL WS-CAND-SUB2 NOT < WS-CAND-SUB              06010001
060200     END-IF                                                       06020001
060300     IF WS-RECORD-VALID                                           06030001
060400        IF HIR-NAME-A = SPACES                                    06040001
060500           MOVE 'N' TO WS-VALID-SWITCH                            06050001
060600           MOVE 'NAME MISSING' TO WS-CAND-REASON(WS-CAND-SUB)     06060001
060700        END-IF                                                    06070001
060800     END-IF                                                       06080001
060900     IF WS-RECORD-VALID                                           06090001
061000        IF HIR-SEX NOT = 'M' AND HIR-SEX NOT = 'F'                06100001
061100           MOVE 'N' TO WS-VALID-SWITCH                            06110001
061200           MOVE 'INVALID SEX CODE' TO WS-CAND-REASON(WS-CAND-SUB) 06120001
061300        END-IF                                                    06130001
061400     END-IF                                                       06140001
061500     IF WS-RECORD-VALID                                           06150001
061600        MOVE HIR-START-DATE TO WS-DOJ-CHECK                       06160001
061700        PERFORM B-007                                             06170001
061800        IF NOT WS-DATE-VALID                                      06180001
061900           MOVE 'N' TO WS-VALID-SWITCH                            06190001
062000           MOVE 'INVALID START DATE'                              06200001
062100                TO WS-CAND-REASON(WS-CAND-SUB)                    06210001
062200        END-IF                                                    06220001
062300     END-IF                                                       06230001
062400     IF WS-RECORD-VALID                                           06240001
062500        IF HIR-SALARY NOT NUMERIC                                 06250001
062600           MOVE 'N' TO WS-VALID-SWITCH                            06260001
062700           MOVE 'NON-NUMERIC SALARY'                              06270001
062800                TO WS-CAND-REASON(WS-CAND-SUB)                    06280001
062900        ELSE                                                      06290001
063000           MOVE HIR-SALARY TO WS-CAND-SALARY(WS-CAND-SUB)         06300001
063100        END-IF                                                    06310001
063200     END-IF                                                       06320001
063300     IF WS-RECORD-VALID                                           06330001
063400        MOVE 'N' TO WS-DEPT-FOUND-SW                              06340001
063500        PERFORM B-008 VARYING WS-DEPT-SUB FROM 1 BY 1             06350001
063600                UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                06360001
063700        IF NOT WS-DEPT-FOUND                                      06370001
063800           MOVE 'N' TO WS-VALID-SWITCH                            06380001
063900           MOVE 'INVALID DEPARTMENT CODE'                         06390001
064000                TO WS-CAND-REASON(WS-CAND-SUB)                    06400001
064100        END-IF                                                    06410001
064200     END-IF                                                       06420001
064300     IF WS-RECORD-VALID                                           06430001
064400        MOVE 'N'   TO WS-GRD-FOUND-SW                             06440001
064500        MOVE ZEROS TO WS-GRD-USE-SUB                              06450001
064600        PERFORM B-009 VARYING WS-GRD-SUB FROM 1 BY 1              06460001
064700                UNTIL WS-GRD-SUB > WS-GRD-LOADED                  06470001
064800        IF NOT WS-GRD-FOUND                                       06480001
064900           MOVE 'N' TO WS-VALID-SWITCH                            06490001
065000           MOVE 'INVALID PAY GRADE'                               06500001
065100                TO WS-CAND-REASON(WS-CAND-SUB)                    06510001
065200        END-IF                                                    06520001
065300     END-IF                                                       06530001
065400     IF WS-RECORD-VALID                                           06540001
065500        IF WS-CAND-SALARY(WS-CAND-SUB)                            06550001
065600           < WS-GRD-MIN(WS-GRD-USE-SUB)                           06560001
065700           OR WS-CAND-SALARY(WS-CAND-SUB)                         06570001
065800           > WS-GRD-MAX(WS-GRD-USE-SUB)                           06580001
065900           MOVE 'N' TO WS-VALID-SWITCH                            06590001
066000           MOVE 'SALARY OUT OF GRADE RANGE'                       06600001
066100                TO WS-CAND-REASON(WS-CAND-SUB)                    06610001
066200        END-IF                                                    06620001
066300     END-IF                                                       06630001
066400     IF WS-RECORD-VALID                                           06640001
066500        MOVE 'V' TO WS-CAND-STAT(WS-CAND-SUB)                     06650001
066600     ELSE                                                         06660001
066700        MOVE 'R' TO WS-CAND-STAT(WS-CAND-SUB)                     06670001
066800     END-IF.                                                      06680001
066900                                                                  06690001
067000*----------------------------------------------------------------*06700001
067100*    B-004 CHECKS THE CANDIDATE ID AGAINST ONE EARLIER SLOT.     *06710001
067200*----------------------------------------------------------------*06720001
067300 B-004.                                                           06730001
067400                                                                  06740001
067500     IF WS-RECORD-VALID                                           06750001
067600        AND WS-CAND-ID(WS-CAND-SUB2) = HIR-CAND-ID                06760001
067700        MOVE 'N' TO WS-VALID-SWITCH                               06770001
067800        MOVE 'CANDIDATE ID REPEATED ON FILE'                      06780001
067900             TO WS-CAND-REASON(WS-CAND-SUB)                       06790001
068000     END-IF.                                                      06800001
068100                                                                  06810001
068200*----------------------------------------------------------------*06820001
068300*    B-005 COLLECTS THE EMPLOYEE NUMBERS ALREADY CARRIED BY ADDS *06830001
068400*    THAT ARE NOT YET ON THE MASTER - THE DAY'S KEYED            *06840001
068500*    TRANSACTIONS, RECYCLED CORRECTIONS AND FUTURE-DATED ADDS ON *06850001
068600*    THE PENDING FILE (ALL ON INFLIGHT), AND ADDS HELD OVER      *06860001
068700*    HEADCOUNT ON THE SUSPENSE FILE.  ONLY NUMBERS FROM          *06870001
068800*    NUM-NEXT-ID UP MATTER.                                      *06880001
068900*----------------------------------------------------------------*06890001
069000 B-005.                                                           06900001
069100                                                                  06910001
069200     OPEN INPUT INFLIGHT                                          06920001
069300     PERFORM B-006 UNTIL WS-IFL-EOF                               06930001
069400     CLOSE INFLIGHT                                               06940001
069500                                                                  06950001
069600     OPEN INPUT SUSFILE                                           06960001
069700     PERFORM B-010 UNTIL WS-SUS-EOF                               06970001
069800     CLOSE SUSFILE.                                               06980001
069900                                                                  06990001
070000*----------------------------------------------------------------*07000001
070100*    B-006 READS ONE IN-FLIGHT TRANSACTION AND KEEPS THE NUMBER  *07010001
070200*    OF AN ADD.                                                  *07020001
070300*----------------------------------------------------------------*07030001
070400 B-006.                                                           07040001
070500                                                                  07050001
070600     READ INFLIGHT INTO WS-TRN-REC                                07060001
070700         AT END                                                   07070001
070800            SET WS-IFL-EOF TO TRUE                                07080001
070900         NOT AT END                                               07090001
071000            PERFORM B-011                                         07100001
071100     END-READ.                                                    07110001
071200                                                                  07120001
071300*----------------------------------------------------------------*07130001
071400*    B-007 IS THE CALENDAR-DATE EDIT.  THE CALLER LOADS THE      *07140001
071500*    YYYYMMDD VALUE INTO WS-DOJ-CHECK; WS-DATE-VALID IS SET OFF  *07150001
071600*    WHEN IT IS NOT A REAL DATE.  SAME LEAP-YEAR RULES AS        *07160001
071700*    PROGRAM4'S C-005.                                           *07170001
071800*----------------------------------------------------------------*07180001
071900 B-007.                                                           07190001
072000                                                                  07200001
072100     MOVE 'Y' TO WS-DATE-VALID-SW                                 07210001
072200     MOVE 28  TO WS-MAX-DAYS(2)                                   07220001
072300     IF WS-DOJ-CHECK(1:8) NOT NUMERIC                             07230001
072400        MOVE 'N' TO WS-DATE-VALID-SW                              07240001
072500     ELSE                                                         07250001
072600        DIVIDE WS-DOJ-YEAR-N BY 4   GIVING WS-LEAP-QUOTIENT       07260001
072700               REMAINDER WS-LEAP-REM-4                            07270001
072800        DIVIDE WS-DOJ-YEAR-N BY 100 GIVING WS-LEAP-QUOTIENT       07280001
072900               REMAINDER WS-LEAP-REM-100                          07290001
073000        DIVIDE WS-DOJ-YEAR-N BY 400 GIVING WS-LEAP-QUOTIENT       07300001
073100               REMAINDER WS-LEAP-REM-400                          07310001
073200        IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)        07320001
073300                               OR WS-LEAP-REM-400 = 0             07330001
073400           MOVE 29 TO WS-MAX-DAYS(2)                              07340001
073500        END-IF                                                    07350001
073600        IF WS-DOJ-MONTH-N < 1 OR WS-DOJ-MONTH-N > 12              07360001
073700           MOVE 'N' TO WS-DATE-VALID-SW                           07370001
073800        ELSE                                                      07380001
073900           IF WS-DOJ-DAY-N < 1                                    07390001
074000              OR WS-DOJ-DAY-N > WS-MAX-DAYS(WS-DOJ-MONTH-N)       07400001
074100              MOVE 'N' TO WS-DATE-VALID-SW                        07410001
074200           END-IF                                                 07420001
074300        END-IF                                                    07430001
074400     END-IF.                                                      07440001
074500                                                                  07450001
074600*----------------------------------------------------------------*07460001
074700*    B-008 MATCHES THE CANDIDATE'S DEPARTMENT AGAINST ONE TABLE  *07470001
074800*    SLOT.                                                       *07480001
074900*----------------------------------------------------------------*07490001
075000 B-008.                                                           07500001
075100                                                                  07510001
075200     IF HIR-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)                      07520001
075300        SET WS-DEPT-FOUND TO TRUE                                 07530001
075400     END-IF.                                                      07540001
075500                                                                  07550001
075600*----------------------------------------------------------------*07560001
075700*    B-009 MATCHES THE CANDIDATE'S PAY GRADE AGAINST ONE TABLE   *07570001
075800*    SLOT.  WS-GRD-USE-SUB POINTS AT THE MATCHED SLOT FOR THE    *07580001
075900*    RANGE CHECK.                                                *07590001
076000*----------------------------------------------------------------*07600001
076100 B-009.                                                           07610001
076200                                                                  07620001
076300     IF HIR-GRADE = WS-GRD-CODE(WS-GRD-SUB)                       07630001
076400        SET WS-GRD-FOUND TO TRUE                                  07640001
076500        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         07650001
076600     END-IF.                                                      07660001
076700                                                                  07670001
076800*----------------------------------------------------------------*07680001
076900*    B-010 READS ONE SUSPENSE ITEM AND KEEPS THE NUMBER OF A     *07690001
077000*    HELD ADD.                                                   *07700001
077100*----------------------------------------------------------------*07710001
077200 B-010.                                                           07720001
077300                                                                  07730001
077400     READ SUSFILE INTO SUS-RECORD                                 07740001
077500         AT END                                                   07750001
077600            SET WS-SUS-EOF TO TRUE                                07760001
077700         NOT AT END                                               07770001
077800            MOVE SUS-TRN TO WS-TRN-REC                            07780001
077900            PERFORM B-011                                         07790001
078000     END-READ.                                                    07800001
078100                                                                  07810001
078200*----------------------------------------------------------------*07820001
078300*    B-011 KEEPS THE NUMBER ON AN ADD IN WS-TRN-REC.  MORE       *07830001
078400*    NUMBERS IN FLIGHT THAN THE TABLE HOLDS ENDS THE RUN RC=8.   *07840001
078500*----------------------------------------------------------------*07850001
078600 B-011.                                                           07860001
078700                                                                  07870001
078800     IF TRN-ACTION OF WS-TRN-REC = 'A'                            07880001
078900        AND TRN-EMP-ID OF WS-TRN-REC NUMERIC                      07890001
079000        AND TRN-EMP-ID OF WS-TRN-REC NOT < NUM-NEXT-ID            07900001
079100        IF WS-RSV-LOADED >= 500                                   07910001
079200           IF RETURN-CODE = ZEROS                                 07920001
079300              DISPLAY 'PROGRAM23: MORE THAN 500 ADDS IN FLIGHT'   07930001
079400              MOVE 8 TO RETURN-CODE                               07940001
079500           END-IF                                                 07950001
079600        ELSE                                                      07960001
079700           ADD 1 TO WS-RSV-LOADED                                 07970001
079800           MOVE TRN-EMP-ID OF WS-TRN-REC                          07980001
079900                TO WS-RSV-ID(WS-RSV-LOADED)                       07990001
080000        END-IF                                                    08000001
080100     END-IF.                                                      08010001
080200                                                                  08020001
080300*----------------------------------------------------------------*08030001
080400*    C-001 READS THE MASTER END TO END, VERIFIES IT AGAINST THE  *08040001
080500*    CONTROL TRAILER, AND MARKS ANY VALID CANDIDATE WHOSE NAME,  *08050001
080600*    SEX AND DATE OF JOINING ARE ALREADY ON IT - TERMINATED      *08060001
080700*    EMPLOYEES INCLUDED, WHO COME BACK BY REINSTATEMENT, NOT AS  *08070001
080800*    A NEW NUMBER.  AN OUT-OF-BALANCE MASTER ENDS THE RUN RC=8.  *08080001
080900*----------------------------------------------------------------*08090001
081000 C-001.                                                           08100001
081100                                                                  08110001
081200     MOVE ZEROS TO EM-EMP-ID                                      08120001
081300     START EMPMAST KEY NOT < EM-EMP-ID                            08130001
081400         INVALID KEY                                              08140001
081500            SET WS-MAST-EOF TO TRUE                               08150001
081600     END-START                                                    08160001
081700                                                                  08170001
081800     PERFORM C-002 UNTIL WS-MAST-EOF                              08180001
081900                                                                  08190001
082000     EVALUATE TRUE                                                08200001
082100       WHEN NOT WS-TRAILER-FOUND                                  08210001
082200         DISPLAY 'PROGRAM23: NO CONTROL TRAILER ON EMPMAST'       08220001
082300         SET WS-MAST-BALANCED TO TRUE                             08230001
082400       WHEN TLR-REC-COUNT NOT = WS-MAST-COUNT                     08240001
082500         OR TLR-SAL-TOTAL NOT = WS-MAST-SAL-TOTAL                 08250001
082600         DISPLAY 'PROGRAM23: EMPMAST OUT OF BALANCE WITH TRAILER' 08260001
082700         DISPLAY '  TRAILER COUNT=' TLR-REC-COUNT                 08270001
082800                 ' READ=' WS-MAST-COUNT                           08280001
082900         DISPLAY '  TRAILER SALARY=' TLR-SAL-TOTAL                08290001
083000                 ' READ=' WS-MAST-SAL-TOTAL                       08300001
083100         MOVE 8 TO RETURN-CODE                                    08310001
083200       WHEN OTHER                                                 08320001
083300         SET WS-MAST-BALANCED TO TRUE                             08330001
083400     END-EVALUATE                                                 08340001
083500                                                                  08350001
083600     IF NOT WS-TRAILER-FOUND                                      08360001
083700        MOVE SPACES TO WS-REPORT-LINE                             08370001
083800        STRING 'WARNING - NO CONTROL TRAILER ON THE MASTER'       08380001
083900               DELIMITED BY SIZE INTO WS-REPORT-LINE              08390001
084000        WRITE HRR-LINE FROM WS-REPORT-LINE                        08400001
084100              AFTER ADVANCING 1 LINE                              08410001
084200     END-IF.                                                      08420001
084300                                                                  08430001
084400*----------------------------------------------------------------*08440001
084500*    C-002 READS THE NEXT MASTER RECORD AND COMPARES IT WITH     *08450001
084600*    EVERY VALID CANDIDATE.  THE TRAILER IS CAPTURED, NOT        *08460001
084700*    COUNTED.                                                    *08470001
084800*----------------------------------------------------------------*08480001
084900 C-002.                                                           08490001
085000                                                                  08500001
085100     READ EMPMAST NEXT RECORD                                     08510001
085200         AT END                                                   08520001
085300            SET WS-MAST-EOF TO TRUE                               08530001
085400         NOT AT END                                               08540001
085500            IF EM-EMP-ID = 99999                                  08550001
085600               MOVE EMPMAST-RECORD TO TLR-RECORD                  08560001
085700               SET WS-TRAILER-FOUND TO TRUE                       08570001
085800            ELSE                                                  08580001
085900               ADD 1         TO WS-MAST-COUNT                     08590001
086000               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 08600001
086100               PERFORM C-003 VARYING WS-CAND-SUB FROM 1 BY 1      08610001
086200                       UNTIL WS-CAND-SUB > WS-CAND-LOADED         08620001
086300            END-IF                                                08630001
086400     END-READ.                                                    08640001
086500                                                                  08650001
086600*----------------------------------------------------------------*08660001
086700*    C-003 HOLDS ONE VALID CANDIDATE WHEN THE MASTER RECORD IN   *08670001
086800*    HAND HAS THE SAME NAME, SEX AND DATE OF JOINING.            *08680001
086900*----------------------------------------------------------------*08690001
087000 C-003.                                                           08700001
087100                                                                  08710001
087200     IF WS-CAND-STAT(WS-CAND-SUB) = 'V'                           08720001
087300        AND WS-CAND-NAME(WS-CAND-SUB) = EM-NAME-A                 08730001
087400        AND WS-CAND-SEX(WS-CAND-SUB)  = EM-SEX                    08740001
087500        AND WS-CAND-DOJ(WS-CAND-SUB)  = EM-DOJ                    08750001
087600        MOVE 'D'       TO WS-CAND-STAT(WS-CAND-SUB)               08760001
087700        MOVE EM-EMP-ID TO WS-CAND-EMP-ID(WS-CAND-SUB)             08770001
087800        STRING 'HELD - ALREADY ON MASTER AS ' EM-EMP-ID           08780001
087900               DELIMITED BY SIZE                                  08790001
088000               INTO WS-CAND-REASON(WS-CAND-SUB)                   08800001
088100     END-IF.                                                      08810001
088200                                                                  08820001
088300*----------------------------------------------------------------*08830001
088400*    D-000 CARRIES FORWARD ANY GENERATED ADDS FROM AN EARLIER    *08840001
088500*    RUN THAT THE PROGRAM3 JOB HAS NOT YET PICKED UP, SO A       *08850001
088600*    SECOND FEED BEFORE THE NIGHTLY RUN DOES NOT LOSE THE FIRST. *08860001
088700*----------------------------------------------------------------*08870001
088800 D-000.                                                           08880001
088900                                                                  08890001
089000     OPEN INPUT HIROLD                                            08900001
089100     PERFORM D-006 UNTIL WS-OLD-EOF                               08910001
089200     CLOSE HIROLD.                                                08920001
089300                                                                  08930001
089400*----------------------------------------------------------------*08940001
089500*    D-001 TAKES ONE CANDIDATE IN FILE ORDER.  A VALID ONE GETS  *08950001
089600*    THE NEXT FREE NUMBER AND AN ADD; EVERY ONE IS LISTED.       *08960001
089700*----------------------------------------------------------------*08970001
089800 D-001.                                                           08980001
089900                                                                  08990001
090000     EVALUATE WS-CAND-STAT(WS-CAND-SUB)                           09000001
090100       WHEN 'V'                                                   09010001
090200         PERFORM D-002                                            09020001
090300         IF WS-NUMBER-FOUND                                       09030001
090400            PERFORM D-004                                         09040001
090500         ELSE                                                     09050001
090600            MOVE 'X' TO WS-CAND-STAT(WS-CAND-SUB)                 09060001
090700            MOVE 'HELD - NO EMPLOYEE NUMBER LEFT'                 09070001
090800                 TO WS-CAND-REASON(WS-CAND-SUB)                   09080001
090900            ADD 1 TO WS-NoNumberCount                             09090001
091000         END-IF                                                   09100001
091100       WHEN 'D'                                                   09110001
091200         ADD 1 TO WS-DupCount                                     09120001
091300       WHEN OTHER                                                 09130001
091400         ADD 1 TO WS-RejectCount                                  09140001
091500     END-EVALUATE                                                 09150001
091600                                                                  09160001
091700     MOVE SPACES TO WS-REPORT-LINE                                09170001
091800     STRING WS-CAND-ID(WS-CAND-SUB) ' '                           09180001
091900            WS-CAND-EMP-ID(WS-CAND-SUB) ' '                       09190001
092000            WS-CAND-NAME(WS-CAND-SUB) ' '                         09200001
092100            WS-CAND-DEPT(WS-CAND-SUB) ' '                         09210001
092200            WS-CAND-GRADE(WS-CAND-SUB) ' '                        09220001
092300            WS-CAND-DOJ(WS-CAND-SUB)(1:8) ' '                     09230001
092400            WS-CAND-REASON(WS-CAND-SUB)                           09240001
092500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09250001
092600     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   09260001
092700                                                                  09270001
092800*----------------------------------------------------------------*09280001
092900*    D-002 FINDS THE NEXT FREE EMPLOYEE NUMBER FROM WS-TRY-ID.   *09290001
093000*    THE RANGE ENDS AT NUM-HIGH-ID.                              *09300001
093100*----------------------------------------------------------------*09310001
093200 D-002.                                                           09320001
093300                                                                  09330001
093400     MOVE 'N' TO WS-NUMBER-SWITCH                                 09340001
093500     PERFORM D-003 UNTIL WS-NUMBER-FOUND OR WS-RANGE-EXHAUSTED.   09350001
093600                                                                  09360001
093700*----------------------------------------------------------------*09370001
093800*    D-003 TRIES ONE NUMBER - FREE WHEN IT IS NEITHER ON THE     *09380001
093900*    MASTER NOR HELD BY AN ADD IN FLIGHT.                        *09390001
094000*----------------------------------------------------------------*09400001
094100 D-003.                                                           09410001
094200                                                                  09420001
094300     IF WS-TRY-ID > NUM-HIGH-ID                                   09430001
094400        SET WS-RANGE-EXHAUSTED TO TRUE                            09440001
094500     ELSE                                                         09450001
094600        MOVE WS-TRY-ID TO EM-EMP-ID                               09460001
094700        READ EMPMAST                                              09470001
094800            INVALID KEY                                           09480001
094900               MOVE 'N' TO WS-RSV-FOUND-SW                        09490001
095000               PERFORM D-005 VARYING WS-RSV-SUB FROM 1 BY 1       09500001
095100                       UNTIL WS-RSV-SUB > WS-RSV-LOADED           09510001
095200               IF NOT WS-RSV-FOUND                                09520001
095300                  SET WS-NUMBER-FOUND TO TRUE                     09530001
095400                  MOVE WS-TRY-ID                                  09540001
095500                       TO WS-CAND-EMP-ID(WS-CAND-SUB)             09550001
095600               END-IF                                             09560001
095700        END-READ                                                  09570001
095800        ADD 1 TO WS-TRY-ID                                        09580001
095900     END-IF.                                                      09590001
096000                                                                  09600001
096100*----------------------------------------------------------------*09610001
096200*    D-004 GENERATES THE ADD FOR THE CURRENT CANDIDATE.  THE     *09620001
096300*    START DATE IS BOTH THE DATE OF JOINING AND THE EFFECTIVE    *09630001
096400*    DATE, SO PROGRAM3 HOLDS A FUTURE STARTER ON THE PENDING     *09640001
096500*    FILE UNTIL THEIR FIRST DAY.                                 *09650001
096600*----------------------------------------------------------------*09660001
096700 D-004.                                                           09670001
096800                                                                  09680001
096900     MOVE 'A'                      TO TRN-ACTION OF WS-TRN-REC    09690001
097000     MOVE WS-CAND-EMP-ID(WS-CAND-SUB)                             09700001
097100                                   TO TRN-EMP-ID OF WS-TRN-REC    09710001
097200     MOVE WS-CAND-NAME(WS-CAND-SUB) TO TRN-NAME-A OF WS-TRN-REC   09720001
097300     MOVE WS-CAND-SEX(WS-CAND-SUB) TO TRN-SEX    OF WS-TRN-REC    09730001
097400     MOVE WS-CAND-DOJ(WS-CAND-SUB) TO TRN-DOJ    OF WS-TRN-REC    09740001
097500     MOVE WS-CAND-SALARY(WS-CAND-SUB)                             09750001
097600                                   TO TRN-SALARY OF WS-TRN-REC    09760001
097700     MOVE WS-CAND-DEPT(WS-CAND-SUB) TO TRN-DEPT  OF WS-TRN-REC    09770001
097800     MOVE WS-CAND-GRADE(WS-CAND-SUB) TO TRN-GRADE OF WS-TRN-REC   09780001
097900     MOVE WS-CAND-DOJ(WS-CAND-SUB)(1:8)                           09790001
098000                                   TO TRN-EFF-DATE OF WS-TRN-REC  09800001
098020     MOVE ZEROS                    TO TRN-BATCH-NO OF WS-TRN-REC  09802002
098040     MOVE '*NEWHIRE'               TO TRN-OPERATOR OF WS-TRN-REC  09804002
098100     WRITE HRT-RECORD FROM WS-TRN-REC                             09810001
098200     ADD 1 TO WS-AssignCount                                      09820001
098300     MOVE WS-CAND-EMP-ID(WS-CAND-SUB) TO WS-LAST-ASSIGNED         09830001
098400     MOVE 'ASSIGNED' TO WS-CAND-REASON(WS-CAND-SUB).              09840001
098500                                                                  09850001
098600*----------------------------------------------------------------*09860001
098700*    D-005 CHECKS THE NUMBER BEING TRIED AGAINST ONE IN-FLIGHT   *09870001
098800*    SLOT.                                                       *09880001
098900*----------------------------------------------------------------*09890001
099000 D-005.                                                           09900001
099100                                                                  09910001
099200     IF WS-RSV-ID(WS-RSV-SUB) = WS-TRY-ID                         09920001
099300        SET WS-RSV-FOUND TO TRUE                                  09930001
099400     END-IF.                                                      09940001
099500                                                                  09950001
099600*----------------------------------------------------------------*09960001
099700*    D-006 COPIES ONE CARRIED ADD TO THE NEW GENERATED FILE.     *09970001
099800*----------------------------------------------------------------*09980001
099900 D-006.                                                           09990001
100000                                                                  10000001
100100     READ HIROLD                                                  10010001
100200         AT END                                                   10020001
100300            SET WS-OLD-EOF TO TRUE                                10030001
100400         NOT AT END                                               10040001
100500            WRITE HRT-RECORD FROM HRO-RECORD                      10050001
100600            ADD 1 TO WS-CarryCount                                10060001
100700     END-READ.                                                    10070001
100800                                                                  10080001
100900*----------------------------------------------------------------*10090001
101000*    E-001 MOVES THE NUMBER CONTROL RECORD ON PAST THE LAST      *10100001
101100*    NUMBER TRIED.  IF THE REWRITE FAILS THE RUN ENDS RC=12 AND  *10110001
101200*    THE GENERATED ADDS ARE NOT MADE LIVE.                       *10120001
101300*----------------------------------------------------------------*10130001
101400 E-001.                                                           10140001
101500                                                                  10150001
101600     MOVE WS-TRY-ID   TO NUM-NEXT-ID                              10160001
101700     MOVE WS-RUN-DATE TO NUM-LAST-DATE                            10170001
101800     MOVE WS-LAST-ASSIGNED TO NUM-LAST-ID                         10180001
101900     ADD WS-AssignCount TO NUM-ASSIGNED                           10190001
102000     REWRITE NCF-RECORD FROM NUM-RECORD                           10200001
102100     IF WS-NUM-STATUS NOT = '00'                                  10210001
102200        DISPLAY 'PROGRAM23: NUMCTL REWRITE FAILED, STATUS '       10220001
102300                WS-NUM-STATUS                                     10230001
102400        MOVE 12 TO RETURN-CODE                                    10240001
102500     END-IF.                                                      10250001
102600                                                                  10260001
102700*----------------------------------------------------------------*10270001
102800*    H-001 PRINTS THE RUN COUNTS.                                *10280001
102900*----------------------------------------------------------------*10290001
103000 H-001.                                                           10300001
103100                                                                  10310001
103200     MOVE SPACES TO WS-REPORT-LINE                                10320001
103300     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10330001
103400                                                                  10340001
103500     MOVE SPACES TO WS-REPORT-LINE                                10350001
103600     STRING 'CANDIDATES READ        : ' WS-ReadCount              10360001
103700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10370001
103800     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10380001
103900                                                                  10390001
104000     MOVE SPACES TO WS-REPORT-LINE                                10400001
104100     STRING 'NUMBERS ASSIGNED       : ' WS-AssignCount            10410001
104200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10420001
104300     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10430001
104400                                                                  10440001
104500     MOVE SPACES TO WS-REPORT-LINE                                10450001
104600     STRING 'HELD - ALREADY ON FILE : ' WS-DupCount               10460001
104700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10470001
104800     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10480001
104900                                                                  10490001
105000     MOVE SPACES TO WS-REPORT-LINE                                10500001
105100     STRING 'HELD - NO NUMBER LEFT  : ' WS-NoNumberCount          10510001
105200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10520001
105300     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10530001
105400                                                                  10540001
105500     MOVE SPACES TO WS-REPORT-LINE                                10550001
105600     STRING 'REJECTED BY THE EDITS  : ' WS-RejectCount            10560001
105700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10570001
105800     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10580001
105900                                                                  10590001
106000     MOVE SPACES TO WS-REPORT-LINE                                10600001
106100     STRING 'ADDS CARRIED FORWARD   : ' WS-CarryCount             10610001
106200            DELIMITED BY SIZE INTO WS-REPORT-LINE                 10620001
106300     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    10630001
106400                                                                  10640001
106500     MOVE SPACES TO WS-REPORT-LINE                                10650001
106600     IF RETURN-CODE = 12                                          10660001
106700        STRING 'ADDS NOT TO BE USED - NUMCTL COULD NOT BE '       10670001
106800               'UPDATED' DELIMITED BY SIZE INTO WS-REPORT-LINE    10680001
106900     ELSE                                                         10690001
107000        STRING 'NEXT NUMBER TO ASSIGN  : ' WS-TRY-ID              10700001
107100               ' (HIGHEST ' NUM-HIGH-ID ')'                       10710001
107200               DELIMITED BY SIZE INTO WS-REPORT-LINE              10720001
107300     END-IF                                                       10730001
107400     WRITE HRR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   10740001
