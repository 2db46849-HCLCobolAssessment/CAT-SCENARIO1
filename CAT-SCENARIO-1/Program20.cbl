000100 IDENTIFICATION DIVISION.                                         00010001
000200                                                                  00020001
000300 PROGRAM-ID.                    PROGRAM20.                        00030001
000400 AUTHOR.                        HCL     .                         00040001
000500 DATE-WRITTEN.                  OCT 2026.                         00050001
000600                                                                  00060001
000700******************************************************************00070001
000800*    MODIFICATION HISTORY                                       * 00080001
000900*    ----------------------------------------------------------  *00090001
001000*    2026-10-15  RKM  INITIAL VERSION.  CYCLE ROLL-DATE RUN.     *00100001
001100*                     CLOSES THE OPEN CYCLE ON THE CYCLE CONTROL *00110001
001200*                     RECORD (CYCFILE, EMPCYC LAYOUT) AND OPENS  *00120001
001300*                     THE NEXT ONE: THE BUSINESS DATE MOVES TO   *00130001
001400*                     THE PREVIOUS DATE, THE NEXT BUSINESS DATE  *00140001
001500*                     TAKES ITS PLACE AND EVERY STEP GOES BACK   *00150001
001600*                     TO NOT RUN.  THE CYCLE ONLY CLOSES ONCE    *00160001
001700*                     PROGRAM13 HAS BALANCED IT (RC=16           *00170001
001800*                     OTHERWISE) UNLESS THE ROLLPARM CARD        *00180001
001900*                     FORCES IT, IN WHICH CASE THE STEPS NOT     *00190001
002000*                     COMPLETED ARE LISTED AND THE RUN ENDS      *00200001
002100*                     RC=4.  THE NEXT BUSINESS DATE IS THE NEXT  *00210001
002200*                     CALENDAR DAY UNLESS ROLLPARM NAMES ONE     *00220001
002300*                     (TO SKIP A WEEKEND OR A HOLIDAY).  A       *00230001
002400*                     ONE-PAGE REPORT SHOWS HOW EVERY STEP ENDED *00240001
002500*                     THE CLOSED CYCLE.                          *00250001
002600******************************************************************00260001
002700                                                                  00270001
002800 ENVIRONMENT DIVISION.                                            00280001
002900                                                                  00290001
003000******************************************************************00300001
003100**                                                                00310001
003200**   CONFIGURATION SECTION                                        00320001
003300**                                                                00330001
003400******************************************************************00340001
003500                                                                  00350001
003600 CONFIGURATION SECTION.                                           00360001
003700                                                                  00370001
003800 SPECIAL-NAMES.                                                   00380001
003900      DECIMAL-POINT IS COMMA.                                     00390001
004000                                                                  00400001
004100******************************************************************00410001
004200**                                                                00420001
004300**   INPUT-OUTPUT SECTION                                         00430001
004400**                                                                00440001
004500******************************************************************00450001
004600                                                                  00460001
004700 INPUT-OUTPUT SECTION.                                            00470001
004800                                                                  00480001
004900 FILE-CONTROL.                                                    00490001
005000                                                                  00500001
005100     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00510001
005200                            ORGANIZATION IS SEQUENTIAL            00520001
005300                            FILE STATUS IS WS-CYC-STATUS.         00530001
005400                                                                  00540001
005500     SELECT ROLLPARM        ASSIGN TO 'ROLLPARM'                  00550001
005600                            ORGANIZATION IS SEQUENTIAL            00560001
005700                            FILE STATUS IS WS-PARM-STATUS.        00570001
005800                                                                  00580001
005900     SELECT ROLREPT         ASSIGN TO 'ROLREPT'                   00590001
006000                            ORGANIZATION IS SEQUENTIAL.           00600001
006100******************************************************************00610001
006200**                                                                00620001
006300**   DATA DIVISION                                                00630001
006400**                                                                00640001
006500******************************************************************00650001
006600                                                                  00660001
006700 DATA DIVISION.                                                   00670001
006800                                                                  00680001
006900******************************************************************00690001
007000**                                                                00700001
007100**   FILE SECTION                                                 00710001
007200**                                                                00720001
007300******************************************************************00730001
007400                                                                  00740001
007500 FILE SECTION.                                                    00750001
007600                                                                  00760001
007700 FD  CYCFILE                                                      00770001
007800     LABEL RECORDS ARE STANDARD                                   00780001
007900     RECORD CONTAINS 21 CHARACTERS.                               00790001
008000 01  CYF-RECORD                PIC X(21).                         00800001
008100                                                                  00810001
008200 FD  ROLLPARM                                                     00820001
008300     LABEL RECORDS OMITTED                                        00830001
008400     RECORD CONTAINS 9 CHARACTERS.                                00840001
008500 01  PARM-CARD.                                                   00850001
008600     03  PA-NEXT-DATE        PIC X(08).                           00860001
008700     03  PA-FORCE            PIC X(01).                           00870001
008800                                                                  00880001
008900 FD  ROLREPT                                                      00890001
009000     LABEL RECORDS OMITTED                                        00900001
009100     RECORD CONTAINS 80 CHARACTERS.                               00910001
009200 01  ROL-LINE                  PIC X(80).                         00920001
009300                                                                  00930001
009400******************************************************************00940001
009500**                                                                00950001
009600**  WORKING-STORAGE SECTION                                       00960001
009700**                                                                00970001
009800******************************************************************00980001
009900                                                                  00990001
010000 WORKING-STORAGE SECTION.                                         01000001
010100                                                                  01010001
010200 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01020001
010300 01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.                     01030001
010400 01 WS-CYC-READ-SWITCH PIC X(1) VALUE 'N'.                        01040001
010500    88 WS-CYC-READ             VALUE 'Y'.                         01050001
010600 01 WS-FORCE-SWITCH    PIC X(1) VALUE 'N'.                        01060001
010700    88 WS-FORCE-ROLL           VALUE 'Y'.                         01070001
010800 01 WS-PARM-DATE       PIC 9(08) VALUE ZEROS.                     01080001
010900 01 WS-NEW-DATE.                                                  01090001
011000    03 WS-NEW-YEAR     PIC 9(04).                                 01100001
011100    03 WS-NEW-MONTH    PIC 9(02).                                 01110001
011200    03 WS-NEW-DAY      PIC 9(02).                                 01120001
011300 01 WS-NEW-DATE-N REDEFINES WS-NEW-DATE PIC 9(08).                01130001
011400 01 WS-DATE-VALID-SW   PIC X(1) VALUE 'Y'.                        01140001
011500    88 WS-DATE-VALID           VALUE 'Y'.                         01150001
011600 01 WS-MAX-DAYS-TABLE.                                            01160001
011700    03 FILLER PIC 9(02) VALUE 31.                                 01170001
011800    03 FILLER PIC 9(02) VALUE 28.                                 01180001
011900    03 FILLER PIC 9(02) VALUE 31.                                 01190001
012000    03 FILLER PIC 9(02) VALUE 30.                                 01200001
012100    03 FILLER PIC 9(02) VALUE 31.                                 01210001
012200    03 FILLER PIC 9(02) VALUE 30.                                 01220001
012300    03 FILLER PIC 9(02) VALUE 31.                                 01230001
012400    03 FILLER PIC 9(02) VALUE 31.                                 01240001
012500    03 FILLER PIC 9(02) VALUE 30.                                 01250001
012600    03 FILLER PIC 9(02) VALUE 31.                                 01260001
012700    03 FILLER PIC 9(02) VALUE 30.                                 01270001
012800    03 FILLER PIC 9(02) VALUE 31.                                 01280001
012900 01 FILLER REDEFINES WS-MAX-DAYS-TABLE.                           01290001
013000    03 WS-MAX-DAYS PIC 9(02) OCCURS 12.                           01300001
013100 01 WS-LEAP-QUOTIENT   PIC 9(04).                                 01310001
013200 01 WS-LEAP-REM-4      PIC 9(02).                                 01320001
013300 01 WS-LEAP-REM-100    PIC 9(02).                                 01330001
013400 01 WS-LEAP-REM-400    PIC 9(02).                                 01340001
013500*    THE NIGHTLY STEPS IN THE ORDER OF THEIR STATUS BYTES ON      01350001
013600*    THE CYCLE CONTROL RECORD.                                    01360001
013700 01 WS-STEP-NAME-TABLE.                                           01370001
013800    03 FILLER PIC X(20) VALUE 'PROGRAM4  (EDIT)    '.             01380001
013900    03 FILLER PIC X(20) VALUE 'PROGRAM3  (APPLY)   '.             01390001
014000    03 FILLER PIC X(20) VALUE 'PROGRAM2  (STATS)   '.             01400001
014100    03 FILLER PIC X(20) VALUE 'PROGRAM6  (DELTA)   '.             01410001
014200    03 FILLER PIC X(20) VALUE 'PROGRAM13 (BALANCE) '.             01420001
014300 01 FILLER REDEFINES WS-STEP-NAME-TABLE.                          01430001
014400    03 WS-STEP-NAME PIC X(20) OCCURS 5.                           01440001
014500 01 WS-STEP-SUB        PIC 9(01) VALUE ZEROS.                     01450001
014600 01 WS-STEP-TEXT       PIC X(20) VALUE SPACES.                    01460001
014700 01 WS-OpenCount       PIC 9(01) VALUE ZEROS.                     01470001
014800 01 WS-REPORT-LINE     PIC X(80).                                 01480001
014900      COPY EMPCYC.                                                01490001
015000*----------------------------------------------------------------*01500001
015100 PROCEDURE DIVISION .                                             01510001
015200*----------------------------------------------------------------*01520001
015300 A-MAIN                                      SECTION.             01530001
015400*----------------------------------------------------------------*01540001
015500 A-001.                                                           01550001
015600                                                                  01560001
015700     OPEN OUTPUT ROLREPT                                          01570001
015800                                                                  01580001
015900     PERFORM A-002                                                01590001
016000     IF RETURN-CODE NOT = ZEROS                                   01600001
016100        CLOSE ROLREPT                                             01610001
016200        GO TO A-999                                               01620001
016300     END-IF                                                       01630001
016400                                                                  01640001
016500     OPEN I-O CYCFILE                                             01650001
016600     IF WS-CYC-STATUS NOT = '00'                                  01660001
016700        DISPLAY 'PROGRAM20: CANNOT OPEN CYCFILE, STATUS '         01670001
016800                WS-CYC-STATUS                                     01680001
016900        MOVE 12 TO RETURN-CODE                                    01690001
017000        CLOSE ROLREPT                                             01700001
017100        GO TO A-999                                               01710001
017200     END-IF                                                       01720001
017300                                                                  01730001
017400     READ CYCFILE INTO CYC-RECORD                                 01740001
017500         AT END                                                   01750001
017600            DISPLAY 'PROGRAM20: CYCFILE IS EMPTY'                 01760001
017700            MOVE 12 TO RETURN-CODE                                01770001
017800         NOT AT END                                               01780001
017900            SET WS-CYC-READ TO TRUE                               01790001
018000     END-READ                                                     01800001
018100     IF NOT WS-CYC-READ                                           01810001
018200        CLOSE CYCFILE                                             01820001
018300        CLOSE ROLREPT                                             01830001
018400        GO TO A-999                                               01840001
018500     END-IF                                                       01850001
018600                                                                  01860001
018700     MOVE SPACES TO WS-REPORT-LINE                                01870001
018800     STRING 'CYCLE ROLL REPORT - CYCLE ' CYC-BUS-DATE             01880001
018900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01890001
019000     WRITE ROL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01900001
019100                                                                  01910001
019200     MOVE SPACES TO WS-REPORT-LINE                                01920001
019300     WRITE ROL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01930001
019400                                                                  01940001
019500     PERFORM B-001 VARYING WS-STEP-SUB FROM 1 BY 1                01950001
019600             UNTIL WS-STEP-SUB > 5                                01960001
019700                                                                  01970001
019800     MOVE SPACES TO WS-REPORT-LINE                                01980001
019900     WRITE ROL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    01990001
020000                                                                  02000001
020100*    THE CYCLE IS CLOSED BY PROGRAM13 BALANCING IT.  ONLY A       02010001
020200*    FORCED ROLL MAY LEAVE IT BEHIND UNBALANCED.                  02020001
020300     IF NOT CYC-BAL-DONE AND NOT WS-FORCE-ROLL                    02030001
020400        MOVE SPACES TO WS-REPORT-LINE                             02040001
020500        STRING 'CYCLE NOT ROLLED - PROGRAM13 HAS NOT BALANCED '   02050001
020600               'IT' DELIMITED BY SIZE INTO WS-REPORT-LINE         02060001
020700        WRITE ROL-LINE FROM WS-REPORT-LINE                        02070001
020800              AFTER ADVANCING 1 LINE                              02080001
020900        DISPLAY 'PROGRAM20: PROGRAM13 HAS NOT COMPLETED'          02090001
021000                ' FOR CYCLE ' CYC-BUS-DATE                        02100001
021100        MOVE 16 TO RETURN-CODE                                    02110001
021200        CLOSE CYCFILE                                             02120001
021300        CLOSE ROLREPT                                             02130001
021400        GO TO A-999                                               02140001
021500     END-IF                                                       02150001
021600                                                                  02160001
021700     PERFORM C-001                                                02170001
021800     IF NOT WS-DATE-VALID                                         02180001
021900        MOVE SPACES TO WS-REPORT-LINE                             02190001
022000        STRING 'CYCLE NOT ROLLED - ROLLPARM DATE ' WS-PARM-DATE   02200001
022100               ' IS NOT A DATE AFTER THE CYCLE'                   02210001
022200               DELIMITED BY SIZE INTO WS-REPORT-LINE              02220001
022300        WRITE ROL-LINE FROM WS-REPORT-LINE                        02230001
022400              AFTER ADVANCING 1 LINE                              02240001
022500        MOVE 8 TO RETURN-CODE                                     02250001
022600        CLOSE CYCFILE                                             02260001
022700        CLOSE ROLREPT                                             02270001
022800        GO TO A-999                                               02280001
022900     END-IF                                                       02290001
023000                                                                  02300001
023100     PERFORM D-001                                                02310001
023200                                                                  02320001
023300     CLOSE CYCFILE                                                02330001
023400                                                                  02340001
023500     PERFORM H-001                                                02350001
023600                                                                  02360001
023700     CLOSE ROLREPT.                                               02370001
023800                                                                  02380001
023900 A-999.                                                           02390001
024000                                                                  02400001
024100     GOBACK.                                                      02410001
024200                                                                  02420001
024300*----------------------------------------------------------------*02430001
024400*    A-002 READS THE OPTIONAL ROLLPARM CARD.  COLS 1-8 NAME THE  *02440001
024500*    NEXT BUSINESS DATE (ZEROS, SPACES OR NO CARD MEANS THE      *02450001
024600*    NEXT CALENDAR DAY); 'F' IN COL 9 FORCES THE ROLL WHEN THE   *02460001
024700*    CYCLE HAS NOT BEEN BALANCED.  A DATE THAT IS NOT NUMERIC    *02470001
024800*    IS REFUSED RC=8 RATHER THAN GUESSED AT.                     *02480001
024900*----------------------------------------------------------------*02490001
025000 A-002.                                                           02500001
025100                                                                  02510001
025200     OPEN INPUT ROLLPARM                                          02520001
025300     IF WS-PARM-STATUS = '00'                                     02530001
025400        READ ROLLPARM                                             02540001
025500           AT END                                                 02550001
025600              MOVE '10' TO WS-PARM-STATUS                         02560001
025700           NOT AT END                                             02570001
025800              IF PA-NEXT-DATE NUMERIC                             02580001
025900                 MOVE PA-NEXT-DATE TO WS-PARM-DATE                02590001
026000              ELSE                                                02600001
026100                 IF PA-NEXT-DATE NOT = SPACES                     02610001
026200                    DISPLAY 'PROGRAM20: ROLLPARM DATE IS NOT '    02620001
026300                            'NUMERIC - ' PA-NEXT-DATE             02630001
026400                    MOVE 8 TO RETURN-CODE                         02640001
026500                 END-IF                                           02650001
026600              END-IF                                              02660001
026700              IF PA-FORCE = 'F'                                   02670001
026800                 SET WS-FORCE-ROLL TO TRUE                        02680001
026900              END-IF                                              02690001
027000        END-READ                                                  02700001
027100        CLOSE ROLLPARM                                            02710001
027200     END-IF.                                                      02720001
027300                                                                  02730001
027400*----------------------------------------------------------------*02740001
027500*    B-001 PRINTS HOW ONE STEP ENDED THE CYCLE AND COUNTS THE    *02750001
027600*    STEPS THAT DID NOT COMPLETE, INDEXED BY WS-STEP-SUB.        *02760001
027700*----------------------------------------------------------------*02770001
027800 B-001.                                                           02780001
027900                                                                  02790001
028000     EVALUATE CYC-STEP-STAT(WS-STEP-SUB)                          02800001
028100       WHEN 'C'                                                   02810001
028200         MOVE 'COMPLETED' TO WS-STEP-TEXT                         02820001
028300       WHEN 'F'                                                   02830001
028400         MOVE 'FAILED' TO WS-STEP-TEXT                            02840001
028500         ADD 1 TO WS-OpenCount                                    02850001
028600       WHEN 'N'                                                   02860001
028700         MOVE 'NOT RUN' TO WS-STEP-TEXT                           02870001
028800         ADD 1 TO WS-OpenCount                                    02880001
028900       WHEN OTHER                                                 02890001
029000         MOVE 'UNKNOWN STATUS' TO WS-STEP-TEXT                    02900001
029100         ADD 1 TO WS-OpenCount                                    02910001
029200     END-EVALUATE                                                 02920001
029300                                                                  02930001
029400     MOVE SPACES TO WS-REPORT-LINE                                02940001
029500     STRING WS-STEP-NAME(WS-STEP-SUB) '   : ' WS-STEP-TEXT        02950001
029600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02960001
029700     WRITE ROL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   02970001
029800                                                                  02980001
029900*----------------------------------------------------------------*02990001
030000*    C-001 WORKS OUT THE NEXT BUSINESS DATE.  A ROLLPARM DATE    *03000001
030100*    MUST BE A REAL CALENDAR DATE AFTER THE CYCLE BEING CLOSED;  *03010001
030200*    OTHERWISE THE CYCLE DATE IS STEPPED ON ONE DAY, ROLLING     *03020001
030300*    OVER THE MONTH AND YEAR.  SAME LEAP-YEAR RULES AS           *03030001
030400*    PROGRAM4'S DATE EDIT.                                       *03040001
030500*----------------------------------------------------------------*03050001
030600 C-001.                                                           03060001
030700                                                                  03070001
030800     MOVE 'Y' TO WS-DATE-VALID-SW                                 03080001
030900                                                                  03090001
031000     IF WS-PARM-DATE NOT = ZEROS                                  03100001
031100        MOVE WS-PARM-DATE TO WS-NEW-DATE-N                        03110001
031200        IF WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12                  03120001
031300           OR WS-NEW-DAY < 1                                      03130001
031400           MOVE 'N' TO WS-DATE-VALID-SW                           03140001
031500        ELSE                                                      03150001
031600           PERFORM C-002                                          03160001
031700           IF WS-NEW-DAY > WS-MAX-DAYS(WS-NEW-MONTH)              03170001
031800              OR WS-NEW-DATE-N NOT > CYC-BUS-DATE                 03180001
031900              MOVE 'N' TO WS-DATE-VALID-SW                        03190001
032000           END-IF                                                 03200001
032100        END-IF                                                    03210001
032200     ELSE                                                         03220001
032300        MOVE CYC-BUS-DATE TO WS-NEW-DATE-N                        03230001
032400        PERFORM C-002                                             03240001
032500        ADD 1 TO WS-NEW-DAY                                       03250001
032600        IF WS-NEW-DAY > WS-MAX-DAYS(WS-NEW-MONTH)                 03260001
032700           MOVE 1 TO WS-NEW-DAY                                   03270001
032800           ADD 1 TO WS-NEW-MONTH                                  03280001
032900           IF WS-NEW-MONTH > 12                                   03290001
033000              MOVE 1 TO WS-NEW-MONTH                              03300001
033100              ADD 1 TO WS-NEW-YEAR                                03310001
033200           END-IF                                                 03320001
033300        END-IF                                                    03330001
033400     END-IF.                                                      03340001
033500                                                                  03350001
033600*----------------------------------------------------------------*03360001
033700*    C-002 SETS THE LENGTH OF FEBRUARY FOR WS-NEW-YEAR.          *03370001
033800*----------------------------------------------------------------*03380001
033900 C-002.                                                           03390001
034000                                                                  03400001
034100     MOVE 28 TO WS-MAX-DAYS(2)                                    03410001
034200     DIVIDE WS-NEW-YEAR BY 4   GIVING WS-LEAP-QUOTIENT            03420001
034300            REMAINDER WS-LEAP-REM-4                               03430001
034400     DIVIDE WS-NEW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT            03440001
034500            REMAINDER WS-LEAP-REM-100                             03450001
034600     DIVIDE WS-NEW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT            03460001
034700            REMAINDER WS-LEAP-REM-400                             03470001
034800     IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)           03480001
034900                            OR WS-LEAP-REM-400 = 0                03490001
035000        MOVE 29 TO WS-MAX-DAYS(2)                                 03500001
035100     END-IF.                                                      03510001
035200                                                                  03520001
035300*----------------------------------------------------------------*03530001
035400*    D-001 CLOSES THE CYCLE AND OPENS THE NEXT ONE - THE OLD     *03540001
035500*    BUSINESS DATE BECOMES THE PREVIOUS DATE AND EVERY STEP      *03550001
035600*    GOES BACK TO NOT RUN.  A FORCED ROLL OVER STEPS THAT DID    *03560001
035700*    NOT COMPLETE ENDS RC=4 SO THE SCHEDULER SHOWS IT.           *03570001
035800*----------------------------------------------------------------*03580001
035900 D-001.                                                           03590001
036000                                                                  03600001
036100     MOVE CYC-BUS-DATE  TO CYC-PREV-DATE                          03610001
036200     MOVE WS-NEW-DATE-N TO CYC-BUS-DATE                           03620001
036300     MOVE ALL 'N'       TO CYC-STEP-STATUS                        03630001
036400     REWRITE CYF-RECORD FROM CYC-RECORD                           03640001
036500     IF WS-CYC-STATUS NOT = '00'                                  03650001
036600        DISPLAY 'PROGRAM20: CYCFILE REWRITE FAILED, STATUS '      03660001
036700                WS-CYC-STATUS                                     03670001
036800        MOVE 12 TO RETURN-CODE                                    03680001
036900     ELSE                                                         03690001
037000        IF WS-OpenCount > ZEROS                                   03700001
037100           MOVE 4 TO RETURN-CODE                                  03710001
037200        END-IF                                                    03720001
037300     END-IF.                                                      03730001
037400                                                                  03740001
037500*----------------------------------------------------------------*03750001
037600*    H-001 PRINTS THE CLOSED AND THE OPENED CYCLE DATES.         *03760001
037700*----------------------------------------------------------------*03770001
037800 H-001.                                                           03780001
037900                                                                  03790001
038000     IF WS-OpenCount > ZEROS                                      03800001
038100        MOVE SPACES TO WS-REPORT-LINE                             03810001
038200        STRING 'FORCED ROLL - STEPS NOT COMPLETED: ' WS-OpenCount 03820001
038300               DELIMITED BY SIZE INTO WS-REPORT-LINE              03830001
038400        WRITE ROL-LINE FROM WS-REPORT-LINE                        03840001
038500              AFTER ADVANCING 1 LINE                              03850001
038600     END-IF                                                       03860001
038700                                                                  03870001
038800     IF RETURN-CODE = 12                                          03880001
038900        MOVE SPACES TO WS-REPORT-LINE                             03890001
039000        STRING 'CYCLE NOT ROLLED - CYCFILE COULD NOT BE UPDATED'  03900001
039100               DELIMITED BY SIZE INTO WS-REPORT-LINE              03910001
039200        WRITE ROL-LINE FROM WS-REPORT-LINE                        03920001
039300              AFTER ADVANCING 1 LINE                              03930001
039400     ELSE                                                         03940001
039500        MOVE SPACES TO WS-REPORT-LINE                             03950001
039600        STRING 'CYCLE CLOSED           : ' CYC-PREV-DATE          03960001
039700               DELIMITED BY SIZE INTO WS-REPORT-LINE              03970001
039800        WRITE ROL-LINE FROM WS-REPORT-LINE                        03980001
039900              AFTER ADVANCING 1 LINE                              03990001
040000                                                                  04000001
040100        MOVE SPACES TO WS-REPORT-LINE                             04010001
040200        STRING 'NEXT CYCLE OPENED      : ' CYC-BUS-DATE           04020001
040300               DELIMITED BY SIZE INTO WS-REPORT-LINE              04030001
040400        WRITE ROL-LINE FROM WS-REPORT-LINE                        04040001
040500              AFTER ADVANCING 1 LINE                              04050001
040600     END-IF.                                                      04060001
