002760*                     TABLE NOW STOPS BEFORE ANY UPDATE          *00276002
002770*                     INSTEAD OF REVERSING ONLY THE OLDEST       *00277002
002780*                     HALF OF THE RUN.                           *00278002
002781*    2026-10-15  RKM  EMPLOYMENT STATUS LIFECYCLE.  A 'D' NOW    *00278103
002782*                     TERMINATES RATHER THAN DELETES, SO A       *00278203
002783*                     'D', 'L' OR 'H' CARRYING AN AFTER IMAGE    *00278303
002784*                     IS REVERSED LIKE A CHANGE - REWRITTEN      *00278403
002785*                     BACK TO ITS BEFORE IMAGE.  ONLY A 'D'      *00278503
002786*                     FROM BEFORE THE LIFECYCLE (SPACES AFTER    *00278603
002787*                     IMAGE) IS STILL RE-ADDED.  'P' PURGE       *00278703
002788*                     RECORDS ARE NEVER SELECTED - A PURGED      *00278803
002789*                     EMPLOYEE COMES BACK FROM THE EMPARCH       *00278903
002790*                     ARCHIVE, NOT FROM HERE.  MASTER AND        *00279003
002791*                     AUDIT RECORDS WIDEN TO 57 AND 128 BYTES.   *00279103
002800*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00280004
002810*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00281004
002820*                     INSTEAD OF THE SYSTEM CLOCK, SO EVERY      *00282004
002830*                     JOB IN THE CYCLE REPORTS THE SAME          *00283004
002840*                     BUSINESS DATE.                             *00284004
002841*    2026-10-15  RKM  A BACKOUT'S SALHIST RECORD NOW CARRIES     *00284105
002842*                     THE EFFECTIVE DATE (SAL-EFF-DATE) - THE    *00284205
002843*                     RUN DATE, SINCE A REVERSAL TAKES EFFECT    *00284305
002844*                     WHEN IT IS RUN.  RECORD GROWS FROM 26 TO   *00284405
002845*                     34 BYTES.                                  *00284505
002846*    2026-10-15  RKM  AUDIT RECORDS WIDEN TO 142 BYTES FOR THE   *00284606
002847*                     DATA-ENTRY BATCH NUMBER AND OPERATOR.  A   *00284706
002848*                     'B' RECORD CARRIES ZEROS AND '*BACKOUT'.   *00284806
002850*    2026-10-15  RKM  A BACKOUT IS NOW REFUSED (RC=16) ONCE      *00285006
002855*                     THE NIGHT'S BENEFITS FEED HAS GONE         *00285506
002860*                     (BENCTL, EMPBFC LAYOUT) - ITS 'B'          *00286006
002865*                     RECORDS WOULD CARRY A RUN DATE THE FEED    *00286506
002870*                     HAS ALREADY PASSED AND NEVER REACH THE     *00287006
002875*                     VENDOR.  RUN IT ONCE THE NEXT CYCLE IS     *00287506
002880*                     OPEN.                                      *00288006
002882*    2026-10-15  RKM  A BACKOUT IS ALSO REFUSED (RC=16) ONCE     *00288206
002884*                     PROGRAM24 HAS PRICED THE RUN BEING         *00288406
002886*                     BACKED OUT FOR ANY EMPLOYEE IN THE RANGE   *00288606
002888*                     (RTOFILE, EMPRTO LAYOUT) - THE REVERSAL    *00288806
002890*                     WOULD RESTORE THE SALARY BUT LEAVE THE     *00289006
002892*                     RETRO PAY ON ITS WAY TO PAYROLL AND THE    *00289206
002894*                     GL.                                        *00289406
002896******************************************************************00289606
002900                                                                  00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100                                                                  00310001
007100                                                                  00710001
007200     SELECT BAKREPT         ASSIGN TO 'BAKREPT'                   00720001
007300                            ORGANIZATION IS SEQUENTIAL.           00730001
007320                                                                  00732004
007340     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00734004
007360                            ORGANIZATION IS SEQUENTIAL            00736004
007380                            FILE STATUS IS WS-CYC-STATUS.         00738004
007382                                                                  00738206
007384     SELECT BENCTL          ASSIGN TO 'BENCTL'                    00738406
007386                            ORGANIZATION IS SEQUENTIAL            00738606
007388                            FILE STATUS IS WS-BFC-STATUS.         00738806
007390                                                                  00739006
007392     SELECT RTOFILE         ASSIGN TO 'RTOFILE'                   00739206
007394                            ORGANIZATION IS SEQUENTIAL            00739406
007396                            FILE STATUS IS WS-RTO-STATUS.         00739606
007400******************************************************************00740001
007500**                                                                00750001
007600**   DATA DIVISION                                                00760001
008800 FILE SECTION.                                                    00880001
008900                                                                  00890001
009000 FD  EMPMAST                                                      00900001
009100     RECORD CONTAINS 57 CHARACTERS.                               00910003
009200     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00920001
009300                           ==EMP-ID==    BY ==EM-EMP-ID==         00930001
009400                           ==NAME-A==    BY ==EM-NAME-A==         00940001
009600                           ==DOJ==       BY ==EM-DOJ==            00960001
009700                           ==SALARY==    BY ==EM-SALARY==         00970001
009800                           ==EMP-DEPT==  BY ==EM-DEPT==           00980001
009900                           ==EMP-GRADE== BY ==EM-GRADE==          00990003
009910                           ==EMP-STATUS== BY ==EM-STATUS==        00991003
009920                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00992003
009930                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00993003
009940                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00994003
009950                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00995003
009960                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00996003
009970                           ==EMP-TERM-REASON==                    00997003
009980                                          BY ==EM-TERM-REASON==.  00998003
010000                                                                  01000001
010100 FD  AUDFILE                                                      01010001
010200     LABEL RECORDS ARE STANDARD                                   01020001
010300     RECORD CONTAINS 142 CHARACTERS.                              01030006
010400     COPY EMPAUD.                                                 01040001
010500                                                                  01050001
010600 FD  BAKPARM                                                      01060001
011300                                                                  01130001
011400 FD  SALHIST                                                      01140001
011500     LABEL RECORDS ARE STANDARD                                   01150001
011600     RECORD CONTAINS 34 CHARACTERS.                               01160005
011700     COPY EMPSAL.                                                 01170001
011800                                                                  01180001
011900 FD  RUNLOG                                                       01190001
012600     RECORD CONTAINS 80 CHARACTERS.                               01260001
012700 01  BAK-LINE                  PIC X(80).                         01270001
012800                                                                  01280001
012810 FD  CYCFILE                                                      01281004
012820     LABEL RECORDS ARE STANDARD                                   01282004
012830     RECORD CONTAINS 21 CHARACTERS.                               01283004
012840 01  CYF-RECORD                PIC X(21).                         01284004
012850                                                                  01285004
012855 FD  BENCTL                                                       01285506
012860     LABEL RECORDS ARE STANDARD                                   01286006
012865     RECORD CONTAINS 47 CHARACTERS.                               01286506
012870 01  BCF-RECORD                PIC X(47).                         01287006
012872                                                                  01287206
012874 FD  RTOFILE                                                      01287406
012876     LABEL RECORDS ARE STANDARD                                   01287606
012878     RECORD CONTAINS 60 CHARACTERS.                               01287806
012880 01  RTF-RECORD                PIC X(60).                         01288006
012882                                                                  01288206
012900******************************************************************01290001
013000**                                                                01300001
013100**  WORKING-STORAGE SECTION                                       01310001
013600                                                                  01360001
013700 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01370001
013800 01 WS-PARM-STATUS     PIC X(2) VALUE SPACES.                     01380001
013820 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01382004
013840 01 WS-BFC-STATUS      PIC X(2) VALUE SPACES.                     01384006
013860 01 WS-RTO-STATUS      PIC X(2) VALUE SPACES.                     01386006
013900 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01390001
014000    88 WS-MAST-EOF             VALUE 'Y'.                         01400001
014100 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01410001
014600 01 WS-MAST-SAL-TOTAL  PIC 9(11) VALUE ZEROS.                     01460001
014700 01 WS-AUD-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01470001
014800    88 WS-AUD-EOF              VALUE 'Y'.                         01480001
014820 01 WS-RTO-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01482006
014840    88 WS-RTO-EOF              VALUE 'Y'.                         01484006
014900 01 WS-SEL-RUN-DATE    PIC 9(08) VALUE ZEROS.                     01490001
015000 01 WS-SEL-FROM-ID     PIC 9(05) VALUE ZEROS.                     01500001
015100 01 WS-SEL-TO-ID       PIC 9(05) VALUE ZEROS.                     01510001
015300 01 WS-AUD-LOADED      PIC 9(03) VALUE ZEROS.                     01530001
015400 01 WS-AUD-SUB         PIC 9(03) VALUE ZEROS.                     01540001
015500 01 WS-AUD-TABLE.                                                 01550001
015600    03 WS-AUD-IMAGE    PIC X(142) OCCURS 500.                     01560006
015700 01 WS-SelectedCount   PIC 9(06) VALUE ZEROS.                     01570001
015800 01 WS-ReversedCount   PIC 9(06) VALUE ZEROS.                     01580001
015900 01 WS-AddsUndone      PIC 9(06) VALUE ZEROS.                     01590001
016600                       ==AUD-EMP-ID==   BY ==WA-EMP-ID==          01660001
016700                       ==AUD-RUN-DATE== BY ==WA-RUN-DATE==        01670001
016800                       ==AUD-BEFORE==   BY ==WA-BEFORE==          01680001
016900                       ==AUD-AFTER==    BY ==WA-AFTER==           01690006
016920                       ==AUD-BATCH-NO== BY ==WA-BATCH-NO==        01692006
016940                       ==AUD-OPERATOR== BY ==WA-OPERATOR==.       01694006
017000      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-BEF-REC==.     01700001
017100      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-AFT-REC==.     01710001
017200      COPY EMPTLR.                                                01720001
017220      COPY EMPCYC.                                                01722004
017240      COPY EMPBFC.                                                01724006
017260      COPY EMPRTO.                                                01726006
017300*----------------------------------------------------------------*01730001
017400 PROCEDURE DIVISION .                                             01740001
017500*----------------------------------------------------------------*01750001
017700*----------------------------------------------------------------*01770001
017800 A-001.                                                           01780001
017900                                                                  01790001
017910     PERFORM A-003                                                01791004
017920     IF RETURN-CODE NOT = ZEROS                                   01792004
017930        GO TO A-999                                               01793004
017940     END-IF                                                       01794004
017941                                                                  01794106
017942     PERFORM A-004                                                01794206
017943     IF RETURN-CODE NOT = ZEROS                                   01794306
017944        GO TO A-999                                               01794406
017945     END-IF                                                       01794506
017950                                                                  01795004
018000     OPEN OUTPUT BAKREPT                                          01800001
018100                                                                  01810001
018400     PERFORM A-002                                                01840001
018500     IF WS-SEL-RUN-DATE = ZEROS                                   01850001
018600        DISPLAY 'PROGRAM14: BAKPARM MUST NAME THE RUN DATE TO '   01860001
018900        CLOSE BAKREPT                                             01890001
019000        GO TO A-999                                               01900001
019100     END-IF                                                       01910001
019110                                                                  01911006
019120*    RETRO PAY ALREADY PRICED FOR THE RUN HAS GONE TO PAYROLL -   01912006
019130*    REVERSING THE SALARY NOW WOULD NOT TAKE IT BACK.             01913006
019140     PERFORM A-005                                                01914006
019150     IF RETURN-CODE NOT = ZEROS                                   01915006
019160        CLOSE BAKREPT                                             01916006
019170        GO TO A-999                                               01917006
019180     END-IF                                                       01918006
019200                                                                  01920001
019300     OPEN I-O EMPMAST                                             01930001
019400     IF WS-MAST-STATUS NOT = '00'                                 01940001
032800                                                                  03280001
032900*----------------------------------------------------------------*03290001
033000*    C-001 READS THE AUDIT TRAIL AND LOADS THE SELECTED RUN'S    *03300001
033100*    APPLIED TRANSACTIONS INTO THE TABLE, IN APPLY ORDER.  'B'   *03310003
033200*    RECORDS ARE NEVER SELECTED - A BACKOUT IS NOT BACKED OUT -  *03320003
033220*    AND NEITHER ARE 'P' RETENTION PURGES.                       *03322003
033300*----------------------------------------------------------------*03330001
033400 C-001.                                                           03340001
033500                                                                  03350001
034800            SET WS-AUD-EOF TO TRUE                                03480001
034900         NOT AT END                                               03490001
035000            IF AUD-RUN-DATE = WS-SEL-RUN-DATE                     03500001
035100               AND AUD-ACTION NOT = 'B'                           03510003
035120               AND AUD-ACTION NOT = 'P'                           03512003
035200               AND (WS-SEL-FROM-ID = ZEROS                        03520001
035300                    OR AUD-EMP-ID NOT < WS-SEL-FROM-ID)           03530001
035400               AND (WS-SEL-TO-ID = ZEROS                          03540001
037100*----------------------------------------------------------------*03710001
037200*    D-001 REVERSES ONE AUDITED TRANSACTION.  THE ORIGINAL       *03720001
037300*    BEFORE AND AFTER IMAGES DECIDE WHAT THE MASTER SHOULD LOOK  *03730001
037400*    LIKE NOW AND WHAT IT GOES BACK TO.  A TERMINATION, LEAVE OR *03740003
037420*    REINSTATEMENT ONLY MOVES THE STATUS FIELDS, SO IT REVERSES  *03742003
037440*    LIKE A CHANGE.  ONLY A DELETE FROM BEFORE THE STATUS        *03744003
037460*    LIFECYCLE (SPACES AFTER IMAGE) IS RE-ADDED.                 *03746003
037500*----------------------------------------------------------------*03750001
037600 D-001.                                                           03760001
037700                                                                  03770001
038200     EVALUATE WA-ACTION                                           03820001
038300       WHEN 'A'                                                   03830001
038400         PERFORM E-001                                            03840001
038420       WHEN 'D'                                                   03842003
038440         IF WA-AFTER = SPACES                                     03844003
038460            PERFORM E-002                                         03846003
038480         ELSE                                                     03848003
038500            PERFORM E-003                                         03850003
038520         END-IF                                                   03852003
038540       WHEN 'C'                                                   03854003
038560       WHEN 'M'                                                   03856003
038580       WHEN 'L'                                                   03858003
038600       WHEN 'H'                                                   03860003
038620         PERFORM E-003                                            03862003
039000       WHEN OTHER                                                 03900001
039100         MOVE SPACES TO WS-REPORT-LINE                            03910001
039200         STRING 'SKIPPED  ' WA-EMP-ID                             03920001
042800     END-READ.                                                    04280002
042900                                                                  04290001
043000*----------------------------------------------------------------*04300001
043100*    E-002 REVERSES A DELETE WRITTEN BEFORE THE STATUS           *04310003
043200*    LIFECYCLE BY RE-ADDING THE EMPLOYEE FROM THE BEFORE IMAGE.  *04320003
043300*----------------------------------------------------------------*04330001
043400 E-002.                                                           04340001
043500                                                                  04350001
045700     END-WRITE.                                                   04570001
045800                                                                  04580001
045900*----------------------------------------------------------------*04590001
046000*    E-003 REVERSES A CHANGE, MERIT CHANGE OR STATUS CHANGE BY   *04600003
046100*    MASTER BACK TO ITS BEFORE IMAGE - BUT ONLY WHEN THE         *04610002
046110*    MASTER STILL HOLDS THE RUN'S AFTER IMAGE.  A RECORD A       *04611002
046120*    LATER RUN HAS TOUCHED IS REFUSED, NOT CLOBBERED.            *04612002
051000     MOVE 'B'                       TO AUD-ACTION                 05100001
051100     MOVE WA-EMP-ID                TO AUD-EMP-ID                  05110001
051200     MOVE WS-RUN-DATE               TO AUD-RUN-DATE               05120001
051220     MOVE ZEROS                     TO AUD-BATCH-NO               05122006
051240     MOVE '*BACKOUT'                TO AUD-OPERATOR               05124006
051300     WRITE AUD-RECORD.                                            05130001
051400                                                                  05140001
051500*----------------------------------------------------------------*05150001
052800     WRITE BAK-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05280001
052900                                                                  05290001
053000*----------------------------------------------------------------*05300001
053100*    F-003 WRITES ONE SALARY HISTORY RECORD FOR A REVERSED       *05310005
053200*    SALARY MOVEMENT.  THE CALLER LOADS THE OLD AND NEW          *05320005
053300*    SALARIES.  THE REVERSAL TAKES EFFECT ON THE RUN DATE.       *05330005
053400*----------------------------------------------------------------*05340001
053500 F-003.                                                           05350001
053600                                                                  05360001
053700     MOVE WA-EMP-ID  TO SAL-EMP-ID                                05370001
053800     MOVE WS-RUN-DATE              TO SAL-CHG-DATE                05380001
053820     MOVE WS-RUN-DATE              TO SAL-EFF-DATE                05382005
053900     MOVE 'B'                      TO SAL-SOURCE                  05390001
054000     WRITE SAL-RECORD.                                            05400001
054100                                                                  05410001
062000     MOVE RETURN-CODE        TO LOG-RETURN-CODE                   06200001
062100     WRITE LOG-RECORD                                             06210001
062200     CLOSE RUNLOG.                                                06220001
062300                                                                  06230004
062400*----------------------------------------------------------------*06240004
062500*    A-003 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *06250004
062600*    CYCLE'S BUSINESS DATE.                                      *06260004
062700*----------------------------------------------------------------*06270004
062800 A-003.                                                           06280004
062900                                                                  06290004
063000     OPEN INPUT CYCFILE                                           06300004
063100     IF WS-CYC-STATUS NOT = '00'                                  06310004
063200        DISPLAY 'PROGRAM14: CANNOT OPEN CYCFILE, STATUS '         06320004
063300                WS-CYC-STATUS                                     06330004
063400        MOVE 12 TO RETURN-CODE                                    06340004
063500     ELSE                                                         06350004
063600        READ CYCFILE INTO CYC-RECORD                              06360004
063700            AT END                                                06370004
063800               DISPLAY 'PROGRAM14: CYCFILE IS EMPTY'              06380004
063900               MOVE 12 TO RETURN-CODE                             06390004
064000            NOT AT END                                            06400004
064100               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   06410004
064200        END-READ                                                  06420004
064300        CLOSE CYCFILE                                             06430004
064400     END-IF.                                                      06440004
064500                                                                  06450006
064600*----------------------------------------------------------------*06460006
064700*    A-004 READS THE BENEFITS FEED CONTROL RECORD.  PROGRAM21    *06470006
064800*    SENDS EVERY AUDIT RUN DATE AFTER BFC-LAST-DATE, SO ONCE     *06480006
064900*    TONIGHT'S FEED HAS GONE A REVERSAL STAMPED WITH TONIGHT'S   *06490006
065000*    DATE WOULD NEVER REACH THE VENDOR - THE BACKOUT IS REFUSED  *06500006
065100*    (RC=16) UNTIL THE NEXT CYCLE IS OPEN.                       *06510006
065200*----------------------------------------------------------------*06520006
065300 A-004.                                                           06530006
065400                                                                  06540006
065500     OPEN INPUT BENCTL                                            06550006
065600     IF WS-BFC-STATUS NOT = '00'                                  06560006
065700        DISPLAY 'PROGRAM14: CANNOT OPEN BENCTL, STATUS '          06570006
065800                WS-BFC-STATUS                                     06580006
065900        MOVE 12 TO RETURN-CODE                                    06590006
066000     ELSE                                                         06600006
066100        READ BENCTL INTO BFC-RECORD                               06610006
066200            AT END                                                06620006
066300               DISPLAY 'PROGRAM14: BENCTL IS EMPTY'               06630006
066400               MOVE 12 TO RETURN-CODE                             06640006
066500            NOT AT END                                            06650006
066600               IF BFC-LAST-DATE NOT < WS-RUN-DATE                 06660006
066700                  DISPLAY 'PROGRAM14: BENEFITS FEED ALREADY SENT '06670006
066800                          'FOR ' WS-RUN-DATE ' - RUN AFTER THE '  06680006
066900                          'NEXT CYCLE OPENS'                      06690006
067000                  MOVE 16 TO RETURN-CODE                          06700006
067100               END-IF                                             06710006
067200        END-READ                                                  06720006
067300        CLOSE BENCTL                                              06730006
067400     END-IF.                                                      06740006
067500                                                                  06750006
067600*----------------------------------------------------------------*06760006
067700*    A-005 READS THE RETRO FILE THROUGH.  ONCE PROGRAM24 HAS     *06770006
067800*    PRICED THE RUN BEING BACKED OUT FOR AN EMPLOYEE IN THE      *06780006
067900*    RANGE, THE ARREARS ARE ON THEIR WAY TO PAYROLL AND THE GL,  *06790006
068000*    AND REVERSING THE SALARY WOULD NOT TAKE THEM BACK - THE     *06800006
068100*    BACKOUT IS REFUSED (RC=16) BEFORE THE MASTER IS TOUCHED.    *06810006
068200*----------------------------------------------------------------*06820006
068300 A-005.                                                           06830006
068400                                                                  06840006
068500     OPEN INPUT RTOFILE                                           06850006
068600     IF WS-RTO-STATUS NOT = '00'                                  06860006
068700        DISPLAY 'PROGRAM14: CANNOT OPEN RTOFILE, STATUS '         06870006
068800                WS-RTO-STATUS                                     06880006
068900        MOVE 12 TO RETURN-CODE                                    06890006
069000     ELSE                                                         06900006
069100        PERFORM A-006 UNTIL WS-RTO-EOF                            06910006
069200        CLOSE RTOFILE                                             06920006
069300     END-IF.                                                      06930006
069400                                                                  06940006
069500*----------------------------------------------------------------*06950006
069600*    A-006 READS ONE RETRO RECORD AND CHECKS IT AGAINST THE RUN  *06960006
069700*    AND EMPLOYEE RANGE BEING BACKED OUT.                        *06970006
069800*----------------------------------------------------------------*06980006
069900 A-006.                                                           06990006
070000                                                                  07000006
070100     READ RTOFILE INTO RTO-RECORD                                 07010006
070200         AT END                                                   07020006
070300            SET WS-RTO-EOF TO TRUE                                07030006
070400         NOT AT END                                               07040006
070500            IF RTO-APPLIED-DATE = WS-SEL-RUN-DATE                 07050006
070600               AND (WS-SEL-FROM-ID = ZEROS                        07060006
070700                    OR RTO-EMP-ID NOT < WS-SEL-FROM-ID)           07070006
070800               AND (WS-SEL-TO-ID = ZEROS                          07080006
070900                    OR RTO-EMP-ID NOT > WS-SEL-TO-ID)             07090006
071000               DISPLAY 'PROGRAM14: RETRO PAY ALREADY PRICED FOR ' 07100006
071100                       'RUN ' WS-SEL-RUN-DATE ' (EMPLOYEE '       07110006
071200                       RTO-EMP-ID ') - SETTLE IT WITH PAYROLL '   07120006
071300                       'BEFORE BACKING OUT'                       07130006
071400               MOVE 16 TO RETURN-CODE                             07140006
071500               SET WS-RTO-EOF TO TRUE                             07150006
071600            END-IF                                                07160006
071700     END-READ.                                                    07170006
