002550*                     BEFORE LOGGING MUST NOT GREEN-LIGHT A      *00255002
002560*                     HALF-APPLIED MASTER.  ONLY PROGRAM7 MAY    *00256002
002570*                     LEGITIMATELY BE ABSENT.                    *00257002
002572*    2026-10-15  RKM  THE CHECKS NOW BALANCE THE ACTIVE          *00257203
002574*                     HEADCOUNT.  A TERMINATED OR ON-LEAVE       *00257403
002576*                     EMPLOYEE STAYS ON THE MASTER, SO           *00257603
002578*                     PROGRAM3 LOGS ACTIVE HEADCOUNT AT OPEN     *00257803
002580*                     AND CLOSE WITH ENTRIES TO AND EXITS FROM   *00258003
002582*                     ACTIVE, AND PROGRAM2 LOGS THE ACTIVE       *00258203
002584*                     EMPLOYEES IT READ.  CHECK 3 SETS           *00258403
002586*                     PROGRAM6'S JOINERS AND LEAVERS AGAINST     *00258603
002588*                     THOSE ENTRIES AND EXITS.                   *00258803
002590*    2026-10-15  RKM  THE BALPARM CARD AND THE LATEST-DATE       *00259004
002595*                     FIRST PASS ARE GONE - THE RUN NOW          *00259504
002600*                     BALANCES THE OPEN CYCLE'S BUSINESS DATE    *00260004
002605*                     FROM THE CYCLE CONTROL RECORD (CYCFILE,    *00260504
002610*                     EMPCYC LAYOUT).  THE RUN REFUSES TO        *00261004
002615*                     START UNTIL PROGRAM6 HAS COMPLETED FOR     *00261504
002620*                     THE CYCLE (RC=16) OR WHEN IT HAS ALREADY   *00262004
002625*                     BALANCED THE CYCLE (RC=20), AND MARKS      *00262504
002630*                     ITSELF COMPLETE OR FAILED AT END OF RUN,   *00263004
002635*                     SO AN OUT-OF-BALANCE NIGHT HOLDS BACK      *00263504
002640*                     PROGRAM16 AND THE ROLL-DATE RUN.           *00264004
002645******************************************************************00264504
002700                                                                  00270001
002800 ENVIRONMENT DIVISION.                                            00280001
002900                                                                  00290001
005200                            ORGANIZATION IS SEQUENTIAL            00520001
005300                            FILE STATUS IS WS-LOG-STATUS.         00530001
005400                                                                  00540001
005500     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00550004
005600                            ORGANIZATION IS SEQUENTIAL            00560004
005700                            FILE STATUS IS WS-CYC-STATUS.         00570004
005800                                                                  00580001
005900     SELECT CTLREPT         ASSIGN TO 'CTLREPT'                   00590001
006000                            ORGANIZATION IS SEQUENTIAL.           00600001
008800                      ==LOG-COUNT-D==      BY ==RL-COUNT-D==      00880001
008900                      ==LOG-RETURN-CODE==  BY ==RL-RETURN-CODE==. 00890001
009000                                                                  00900001
009100 FD  CYCFILE                                                      00910004
009200     LABEL RECORDS ARE STANDARD                                   00920004
009300     RECORD CONTAINS 21 CHARACTERS.                               00930004
009400 01  CYF-RECORD                PIC X(21).                         00940004
009600                                                                  00960001
009700 FD  CTLREPT                                                      00970001
009800     LABEL RECORDS OMITTED                                        00980001
010800 WORKING-STORAGE SECTION.                                         01080001
010900                                                                  01090001
011000 01 WS-LOG-STATUS      PIC X(2) VALUE SPACES.                     01100001
011020 01 WS-CYC-STATUS     PIC X(2) VALUE SPACES.                      01102004
011040 01 WS-CYCLE-SWITCH   PIC X(1) VALUE 'N'.                         01104004
011060    88 WS-CYCLE-CHECKED       VALUE 'Y'.                          01106004
011200 01 WS-LOG-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01120001
011300    88 WS-LOG-EOF              VALUE 'Y'.                         01130001
011400 01 WS-SEL-DATE        PIC 9(08) VALUE ZEROS.                     01140001
011600 01 WS-ReadCount       PIC 9(06) VALUE ZEROS.                     01160001
011700 01 WS-CheckFails      PIC 9(02) VALUE ZEROS.                     01170001
011800 01 WS-PGM-SUB         PIC 9(01) VALUE ZEROS.                     01180001
013600 01 WS-P4-SLOT         PIC 9(01) VALUE 3.                         01360001
013700 01 WS-P6-SLOT         PIC 9(01) VALUE 4.                         01370001
013800 01 WS-P7-SLOT         PIC 9(01) VALUE 5.                         01380001
013820      COPY EMPCYC.                                                01382004
013900*----------------------------------------------------------------*01390001
014000 PROCEDURE DIVISION .                                             01400001
014100*----------------------------------------------------------------*01410001
014300*----------------------------------------------------------------*01430001
014400 A-001.                                                           01440001
014500                                                                  01450001
014510     PERFORM A-003                                                01451004
014520     IF RETURN-CODE NOT = ZEROS                                   01452004
014530        GO TO A-999                                               01453004
014540     END-IF                                                       01454004
014550                                                                  01455004
014600     OPEN OUTPUT CTLREPT                                          01460001
014700                                                                  01470001
014800     PERFORM A-002 VARYING WS-PGM-SUB FROM 1 BY 1                 01480001
014900             UNTIL WS-PGM-SUB > 5                                 01490001
015000                                                                  01500001
016700     PERFORM B-002                                                01670001
016800                                                                  01680001
016900     MOVE SPACES TO WS-REPORT-LINE                                01690001
020400                                                                  02040001
020500 A-999.                                                           02050001
020600                                                                  02060001
020620     IF WS-CYCLE-CHECKED                                          02062004
020640        PERFORM A-004                                             02064004
020660     END-IF                                                       02066004
020680                                                                  02068004
020700     GOBACK.                                                      02070001
020800                                                                  02080001
020900*----------------------------------------------------------------*02090001
023200     MOVE ZEROS TO WS-PGM-D(WS-PGM-SUB)                           02320001
023300     MOVE ZEROS TO WS-PGM-RC(WS-PGM-SUB).                         02330001
023400                                                                  02340001
023500*----------------------------------------------------------------*02350004
023600*    A-003 READS THE CYCLE CONTROL RECORD - THE CYCLE'S          *02360004
023700*    BUSINESS DATE IS THE DATE BALANCED.  PROGRAM13 RUNS ONLY    *02370004
023800*    ONCE PROGRAM6 HAS COMPLETED FOR THE CYCLE, AND ONLY ONCE    *02380004
023900*    PER CYCLE.                                                  *02390004
024000*----------------------------------------------------------------*02400004
024100 A-003.                                                           02410004
024200                                                                  02420004
024300     OPEN INPUT CYCFILE                                           02430004
024400     IF WS-CYC-STATUS NOT = '00'                                  02440004
024500        DISPLAY 'PROGRAM13: CANNOT OPEN CYCFILE, STATUS '         02450004
024600                WS-CYC-STATUS                                     02460004
024700        MOVE 12 TO RETURN-CODE                                    02470004
024800     ELSE                                                         02480004
024900        READ CYCFILE INTO CYC-RECORD                              02490004
025000            AT END                                                02500004
025100               DISPLAY 'PROGRAM13: CYCFILE IS EMPTY'              02510004
025200               MOVE 12 TO RETURN-CODE                             02520004
025300            NOT AT END                                            02530004
025400               MOVE CYC-BUS-DATE TO WS-SEL-DATE                   02540004
025500        END-READ                                                  02550004
025600        CLOSE CYCFILE                                             02560004
025700     END-IF                                                       02570004
025800                                                                  02580004
025900     IF RETURN-CODE = ZEROS                                       02590004
026000        EVALUATE TRUE                                             02600004
026100          WHEN NOT CYC-DELTA-DONE                                 02610004
026200            DISPLAY 'PROGRAM13: PROGRAM6 HAS NOT COMPLETED'       02620004
026300                    ' FOR CYCLE ' CYC-BUS-DATE                    02630004
026400            MOVE 16 TO RETURN-CODE                                02640004
026500          WHEN CYC-BAL-DONE                                       02650004
026600            DISPLAY 'PROGRAM13: ALREADY COMPLETED FOR CYCLE '     02660004
026700                    CYC-BUS-DATE                                  02670004
026800            MOVE 20 TO RETURN-CODE                                02680004
026900          WHEN OTHER                                              02690004
027000            SET WS-CYCLE-CHECKED TO TRUE                          02700004
027100        END-EVALUATE                                              02710004
027200     END-IF.                                                      02720004
027300                                                                  02730004
028300*----------------------------------------------------------------*02830001
028400*    B-002 IS THE COLLECTION PASS - THE LAST RECORD EACH         *02840001
028500*    PROGRAM LOGGED FOR THE CYCLE DATE WINS, SO A RESTARTED      *02850001
036000     WRITE CTL-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   03600001
036100                                                                  03610001
036200*----------------------------------------------------------------*03620001
036300*    D-001 CHECKS PROGRAM3 AGAINST ITSELF: ACTIVE HEADCOUNT AT   *03630003
036400*    OPEN PLUS ENTRIES TO ACTIVE (ADDS, REINSTATEMENTS) MINUS    *03640003
036420*    EXITS FROM ACTIVE (TERMINATIONS, LEAVE) MUST EQUAL THE      *03642003
036440*    ACTIVE HEADCOUNT AT CLOSE.                                  *03644003
036500*----------------------------------------------------------------*03650001
036600 D-001.                                                           03660001
036700                                                                  03670001
037100                            - WS-PGM-C(WS-P3-SLOT)                03710001
037200        MOVE SPACES TO WS-REPORT-LINE                             03720001
037300        IF WS-EXPECTED = WS-PGM-OUT(WS-P3-SLOT)                   03730001
037400           STRING 'CHECK 1 HEADCOUNT MOVEMENT     : IN BALANCE'   03740003
037500                  DELIMITED BY SIZE INTO WS-REPORT-LINE           03750001
037600        ELSE                                                      03760001
037700           STRING 'CHECK 1 HEADCOUNT MOVEMENT     : EXPECTED '    03770003
037800                  WS-EXPECTED ' GOT ' WS-PGM-OUT(WS-P3-SLOT)      03780001
037900                  DELIMITED BY SIZE INTO WS-REPORT-LINE           03790001
038000           ADD 1 TO WS-CheckFails                                 03800001
038400     END-IF.                                                      03840001
038500                                                                  03850001
038600*----------------------------------------------------------------*03860001
038700*    D-002 CHECKS PROGRAM2 AGAINST PROGRAM3: THE ACTIVE          *03870003
038800*    EMPLOYEES PROGRAM2 READ OFF THE MASTER MUST BE THE ACTIVE   *03880003
038900*    HEADCOUNT PROGRAM3 CLOSED WITH.                             *03890003
039000*----------------------------------------------------------------*03900001
039100 D-002.                                                           03910001
039200                                                                  03920001
039700           STRING 'CHECK 2 MASTER VS PROGRAM2     : IN BALANCE'   03970001
039800                  DELIMITED BY SIZE INTO WS-REPORT-LINE           03980001
039900        ELSE                                                      03990001
040000           STRING 'CHECK 2 MASTER VS PROGRAM2     : ACTIVE  '     04000003
040100                  WS-PGM-OUT(WS-P3-SLOT) ' READ '                 04010001
040200                  WS-PGM-IN(WS-P2-SLOT)                           04020001
040300                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04030001
040800     END-IF.                                                      04080001
040900                                                                  04090001
041000*----------------------------------------------------------------*04100001
041100*    D-003 CHECKS PROGRAM6 AGAINST PROGRAM3: JOINERS MUST MATCH  *04110003
041200*    ENTRIES TO ACTIVE AND LEAVERS MUST MATCH EXITS FROM ACTIVE. *04120003
041300*----------------------------------------------------------------*04130001
041400 D-003.                                                           04140001
041500                                                                  04150001
042200                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04220001
042300        ELSE                                                      04230001
042400           STRING 'CHECK 3 JOINERS/LEAVERS        : J='           04240001
042500                  WS-PGM-A(WS-P6-SLOT) ' VS INS  '                04250003
042600                  WS-PGM-A(WS-P3-SLOT) ', L='                     04260001
042700                  WS-PGM-B(WS-P6-SLOT) ' VS OUTS '                04270003
042800                  WS-PGM-C(WS-P3-SLOT)                            04280001
042900                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04290001
043000           ADD 1 TO WS-CheckFails                                 04300001
045200        WRITE CTL-LINE FROM WS-REPORT-LINE                        04520001
045300              AFTER ADVANCING 1 LINE                              04530001
045400     END-IF.                                                      04540001
045500                                                                  04550004
045600*----------------------------------------------------------------*04560004
045700*    A-004 MARKS THIS STEP ON THE CYCLE CONTROL RECORD -         *04570004
045800*    COMPLETE WHEN THE RUN ENDED RC=4 OR BETTER, FAILED (SO IT   *04580004
045900*    CAN BE RERUN) WHEN IT ENDED WORSE.                          *04590004
046000*----------------------------------------------------------------*04600004
046100 A-004.                                                           04610004
046200                                                                  04620004
046300     OPEN I-O CYCFILE                                             04630004
046400     IF WS-CYC-STATUS NOT = '00'                                  04640004
046500        DISPLAY 'PROGRAM13: CANNOT OPEN CYCFILE TO MARK THE '     04650004
046600                'STEP, STATUS ' WS-CYC-STATUS                     04660004
046700        MOVE 12 TO RETURN-CODE                                    04670004
046800     ELSE                                                         04680004
046900        READ CYCFILE INTO CYC-RECORD                              04690004
047000            AT END                                                04700004
047100               DISPLAY 'PROGRAM13: CYCFILE IS EMPTY'              04710004
047200               MOVE 12 TO RETURN-CODE                             04720004
047300            NOT AT END                                            04730004
047400               IF RETURN-CODE > 4                                 04740004
047500                  MOVE 'F' TO CYC-BAL-STAT                        04750004
047600               ELSE                                               04760004
047700                  MOVE 'C' TO CYC-BAL-STAT                        04770004
047800               END-IF                                             04780004
047900               REWRITE CYF-RECORD FROM CYC-RECORD                 04790004
048000        END-READ                                                  04800004
048100        CLOSE CYCFILE                                             04810004
048200     END-IF.                                                      04820004
