002500*                     BEFORE THE FILE LEAVES THE SHOP (RC=8 ON   *00250001
002600*                     ANY MISMATCH).  NO MORE RE-KEYING THE      *00260001
002700*                     PRINTED REPFILE BREAKDOWN INTO THE GL.     *00270001
002710*    2026-10-15  RKM  ONLY ACTIVE EMPLOYEES ARE COSTED.  THE     *00271002
002720*                     MASTER IS STILL PROVED AGAINST ITS         *00272002
002730*                     TRAILER IN FULL, BUT AN EMPLOYEE ON        *00273002
002740*                     LEAVE OR TERMINATED POSTS NOTHING; THE     *00274002
002750*                     PROOF NOW TIES THE DEBITS TO THE ACTIVE    *00275002
002760*                     SALARY TOTAL AND SHOWS THE RECORDS         *00276002
002770*                     PASSED BY, WHICH GO TO THE RUN LOG AS      *00277002
002780*                     COUNT-C.                                   *00278002
002782*    2026-10-15  RKM  THE GLCTL CARD IS GONE - THE ACCOUNTING    *00278203
002784*                     PERIOD AND RUN DATE ARE NOW THE BUSINESS   *00278403
002786*                     DATE OF THE OPEN CYCLE ON THE CYCLE        *00278603
002788*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT),   *00278803
002790*                     SO THE MONTH-END COSTING IS RUN IN THE     *00279003
002792*                     MONTH-END CYCLE.  THE RUN REFUSES TO       *00279203
002794*                     START (RC=16) UNTIL PROGRAM13 HAS          *00279403
002796*                     BALANCED THE CYCLE.                        *00279603
002800*    2026-10-15  RKM  THE MONTH'S RETRO PAY FROM PROGRAM24 IS    *00280004
002805*                     NOW POSTED: THE RETRO RECORDS (EMPRTO)     *00280504
002810*                     APPLIED IN THE PERIOD ARE NETTED INTO      *00281004
002815*                     ONE SEPARATE LINE ON THE RETRO PAY         *00281504
002820*                     ACCOUNT - A DEBIT WHEN ARREARS OWED        *00282004
002825*                     EXCEED OVERPAYMENTS RECOVERED, A CREDIT    *00282504
002830*                     WHEN NOT - AND THE ACCRUED-PAYROLL         *00283004
002835*                     OFFSET TAKES THE NET AS WELL, SO THE       *00283504
002840*                     FILE STILL BALANCES.  THE SALARY PROOF IS  *00284004
002845*                     UNCHANGED; THE PROOF SHOWS THE RETRO       *00284504
002850*                     TOTALS BESIDE IT.                          *00285004
002855******************************************************************00285504
002900                                                                  00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100                                                                  00310001
005900     SELECT DEPTFILE        ASSIGN TO 'DEPTFILE'                  00590001
006000                            ORGANIZATION IS SEQUENTIAL.           00600001
006100                                                                  00610001
006200     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00620003
006300                            ORGANIZATION IS SEQUENTIAL            00630003
006400                            FILE STATUS IS WS-CYC-STATUS.         00640003
006420                                                                  00642004
006440     SELECT RTOFILE         ASSIGN TO 'RTOFILE'                   00644004
006460                            ORGANIZATION IS SEQUENTIAL            00646004
006480                            FILE STATUS IS WS-RTO-STATUS.         00648004
006500                                                                  00650001
006600     SELECT GLFILE          ASSIGN TO 'GLFILE'                    00660001
006700                            ORGANIZATION IS SEQUENTIAL.           00670001
008800 FILE SECTION.                                                    00880001
008900                                                                  00890001
009000 FD  EMPMAST                                                      00900001
009100     RECORD CONTAINS 57 CHARACTERS.                               00910002
009200     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00920001
009300                           ==EMP-ID==    BY ==EM-EMP-ID==         00930001
009400                           ==NAME-A==    BY ==EM-NAME-A==         00940001
009600                           ==DOJ==       BY ==EM-DOJ==            00960001
009700                           ==SALARY==    BY ==EM-SALARY==         00970001
009800                           ==EMP-DEPT==  BY ==EM-DEPT==           00980001
009900                           ==EMP-GRADE== BY ==EM-GRADE==          00990002
009910                           ==EMP-STATUS== BY ==EM-STATUS==        00991002
009920                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00992002
009930                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00993002
009940                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00994002
009950                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00995002
009960                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00996002
009970                           ==EMP-TERM-REASON==                    00997002
009980                                          BY ==EM-TERM-REASON==.  00998002
010000                                                                  01000001
010100 FD  DEPTFILE                                                     01010001
010200     LABEL RECORDS ARE STANDARD                                   01020001
010500                      ==DPT-CODE==         BY ==DF-CODE==         01050001
010600                      ==DPT-NAME==         BY ==DF-NAME==.        01060001
010700                                                                  01070001
010800 FD  CYCFILE                                                      01080003
010900     LABEL RECORDS ARE STANDARD                                   01090003
011000     RECORD CONTAINS 21 CHARACTERS.                               01100003
011100 01  CYF-RECORD                PIC X(21).                         01110003
011120                                                                  01112004
011140 FD  RTOFILE                                                      01114004
011160     LABEL RECORDS ARE STANDARD                                   01116004
011180     RECORD CONTAINS 60 CHARACTERS.                               01118004
011200 01  RTF-RECORD                PIC X(60).                         01120004
011300                                                                  01130001
011400 FD  GLFILE                                                       01140001
011500     LABEL RECORDS ARE STANDARD                                   01150001
013500 WORKING-STORAGE SECTION.                                         01350001
013600                                                                  01360001
013700 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01370001
013800 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01380003
013820 01 WS-RTO-STATUS      PIC X(2) VALUE SPACES.                     01382004
013840 01 WS-RTO-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01384004
013860    88 WS-RTO-EOF              VALUE 'Y'.                         01386004
013900 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01390001
014000    88 WS-MAST-EOF             VALUE 'Y'.                         01400001
014100 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01410001
015800       05 WS-DEPT-SAL-SUM PIC 9(11).                              01580001
015900 01 WS-UNK-SAL-SUM     PIC 9(11) VALUE ZEROS.                     01590001
016000 01 WS-UNK-EMP-COUNT   PIC 9(06) VALUE ZEROS.                     01600001
016020 01 WS-ACTIVE-SAL-TOTAL PIC 9(11) VALUE ZEROS.                    01602002
016040 01 WS-InactiveCount  PIC 9(06) VALUE ZEROS.                      01604002
016060 01 WS-INACTIVE-SAL   PIC 9(11) VALUE ZEROS.                      01606002
016100 01 WS-PERIOD-DATE     PIC 9(08) VALUE ZEROS.                     01610001
016200 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01620001
016300 01 WS-DR-TOTAL        PIC 9(13) VALUE ZEROS.                     01630001
016500 01 WS-DetailCount     PIC 9(06) VALUE ZEROS.                     01650001
016600 01 WS-DeptsPosted     PIC 9(06) VALUE ZEROS.                     01660001
016700 01 WS-FailCount       PIC 9(02) VALUE ZEROS.                     01670001
016720 01 WS-RetroCount      PIC 9(06) VALUE ZEROS.                     01672004
016740 01 WS-RETRO-OWED      PIC 9(11) VALUE ZEROS.                     01674004
016760 01 WS-RETRO-RECOVER   PIC 9(11) VALUE ZEROS.                     01676004
016780 01 WS-RETRO-NET       PIC 9(11) VALUE ZEROS.                     01678004
016800 01 WS-CR-TOTAL        PIC S9(13) VALUE ZEROS.                    01680004
016820*    THE ACCOUNT CODES THE GL SYSTEM EXPECTS - SALARY EXPENSE IS  01682004
016840*    DEBITED BY DEPARTMENT, RETRO PAY IS POSTED NET TO ITS OWN    01684004
016860*    EXPENSE ACCOUNT, AND ACCRUED PAYROLL TAKES THE BALANCING     01686004
016880*    CREDIT.                                                      01688004
016900 01 WS-EXPENSE-ACCT    PIC X(08) VALUE '61100000'.                01690004
016920 01 WS-RETRO-ACCT      PIC X(08) VALUE '61150000'.                01692004
016940 01 WS-ACCRUAL-ACCT    PIC X(08) VALUE '21500000'.                01694004
017300 01 WS-REPORT-LINE     PIC X(80).                                 01730001
017400      COPY EMPTLR.                                                01740001
017500      COPY EMPDPT.                                                01750001
017520      COPY EMPCYC.                                                01752003
017540      COPY EMPRTO.                                                01754004
017600*----------------------------------------------------------------*01760001
017700 PROCEDURE DIVISION .                                             01770001
017800*----------------------------------------------------------------*01780001
018000*----------------------------------------------------------------*01800001
018100 A-001.                                                           01810001
018200                                                                  01820001
018300     PERFORM A-002                                                01830003
018400     IF RETURN-CODE NOT = ZEROS                                   01840003
018500        GO TO A-999                                               01850003
018600     END-IF                                                       01860003
018700                                                                  01870003
018800     OPEN OUTPUT GLREPT                                           01880003
018900                                                                  01890003
019600     PERFORM A-003                                                01960001
019700     IF WS-DEPT-LOADED = ZEROS                                    01970001
019800        DISPLAY 'PROGRAM16: DEPTFILE IS EMPTY'                    01980001
020000        CLOSE GLREPT                                              02000001
020100        GO TO A-999                                               02010001
020200     END-IF                                                       02020001
020210                                                                  02021004
020220     PERFORM A-005                                                02022004
020230     IF RETURN-CODE = 12                                          02023004
020240        CLOSE GLREPT                                              02024004
020250        GO TO A-999                                               02025004
020260     END-IF                                                       02026004
020300                                                                  02030001
020400     OPEN INPUT EMPMAST                                           02040001
020500     IF WS-MAST-STATUS NOT = '00'                                 02050001
023300                                                                  02330001
023400     PERFORM D-001 VARYING WS-DEPT-SUB FROM 1 BY 1                02340001
023500             UNTIL WS-DEPT-SUB > WS-DEPT-LOADED                   02350001
023600     PERFORM D-002                                                02360004
023620     PERFORM D-004                                                02362004
023700     PERFORM D-003                                                02370001
023800     PERFORM C-002                                                02380001
023900                                                                  02390001
025400                                                                  02540001
025500     GOBACK.                                                      02550001
025600                                                                  02560001
025620*----------------------------------------------------------------*02562003
025640*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *02564003
025660*    CYCLE'S BUSINESS DATE.  PROGRAM16 RUNS ONLY ONCE PROGRAM13  *02566003
025680*    HAS COMPLETED FOR THE CYCLE.  THE CYCLE'S BUSINESS DATE IS  *02568003
025700*    ALSO THE ACCOUNTING PERIOD OF THE POSTINGS.                 *02570003
025720*----------------------------------------------------------------*02572003
025740 A-002.                                                           02574003
025760                                                                  02576003
025780     OPEN INPUT CYCFILE                                           02578003
025800     IF WS-CYC-STATUS NOT = '00'                                  02580003
025820        DISPLAY 'PROGRAM16: CANNOT OPEN CYCFILE, STATUS '         02582003
025840                WS-CYC-STATUS                                     02584003
025860        MOVE 12 TO RETURN-CODE                                    02586003
025880     ELSE                                                         02588003
025900        READ CYCFILE INTO CYC-RECORD                              02590003
025920            AT END                                                02592003
025940               DISPLAY 'PROGRAM16: CYCFILE IS EMPTY'              02594003
025960               MOVE 12 TO RETURN-CODE                             02596003
025980            NOT AT END                                            02598003
026000               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   02600003
026020               MOVE CYC-BUS-DATE TO WS-PERIOD-DATE                02602003
026040        END-READ                                                  02604003
026060        CLOSE CYCFILE                                             02606003
026080     END-IF                                                       02608003
026100                                                                  02610003
026120     IF RETURN-CODE = ZEROS AND NOT CYC-BAL-DONE                  02612003
026140        DISPLAY 'PROGRAM16: PROGRAM13 HAS NOT COMPLETED'          02614003
026160                ' FOR CYCLE ' CYC-BUS-DATE                        02616003
026180        MOVE 16 TO RETURN-CODE                                    02618003
026200     END-IF.                                                      02620003
027400                                                                  02740001
027500*----------------------------------------------------------------*02750001
027600*    A-003 LOADS THE DEPARTMENT REFERENCE FILE WITH EMPTY        *02760001
030400               MOVE ZEROS TO WS-DEPT-SAL-SUM(WS-DEPT-LOADED)      03040001
030500            END-IF                                                03050001
030600     END-READ.                                                    03060001
030602                                                                  03060204
030604*----------------------------------------------------------------*03060404
030606*    A-005 TOTALS THE RETRO PAY PROGRAM24 WROTE FOR THE          *03060604
030608*    ACCOUNTING PERIOD - EVERY RETRO RECORD APPLIED IN THE       *03060804
030610*    PERIOD'S MONTH.                                             *03061004
030612*----------------------------------------------------------------*03061204
030614 A-005.                                                           03061404
030616                                                                  03061604
030618     OPEN INPUT RTOFILE                                           03061804
030620     IF WS-RTO-STATUS NOT = '00'                                  03062004
030622        DISPLAY 'PROGRAM16: CANNOT OPEN RTOFILE, STATUS '         03062204
030624                WS-RTO-STATUS                                     03062404
030626        MOVE 12 TO RETURN-CODE                                    03062604
030628     ELSE                                                         03062804
030630        PERFORM A-006 UNTIL WS-RTO-EOF                            03063004
030632        CLOSE RTOFILE                                             03063204
030634     END-IF.                                                      03063404
030636                                                                  03063604
030638*----------------------------------------------------------------*03063804
030640*    A-006 READS ONE RETRO RECORD AND TALLIES IT WHEN IT FALLS   *03064004
030642*    IN THE PERIOD.                                              *03064204
030644*----------------------------------------------------------------*03064404
030646 A-006.                                                           03064604
030648                                                                  03064804
030650     READ RTOFILE INTO RTO-RECORD                                 03065004
030652         AT END                                                   03065204
030654            SET WS-RTO-EOF TO TRUE                                03065404
030656         NOT AT END                                               03065604
030658            IF RTO-APPLIED-DATE(1:6) = WS-PERIOD-DATE(1:6)        03065804
030660               ADD 1 TO WS-RetroCount                             03066004
030662               IF RTO-OWED                                        03066204
030664                  ADD RTO-AMOUNT TO WS-RETRO-OWED                 03066404
030666               ELSE                                               03066604
030668                  ADD RTO-AMOUNT TO WS-RETRO-RECOVER              03066804
030670               END-IF                                             03067004
030672            END-IF                                                03067204
030674     END-READ.                                                    03067404
030700                                                                  03070001
030800*----------------------------------------------------------------*03080001
030900*    B-001 READS THE MASTER END TO END, VERIFIES IT AGAINST THE  *03090001
033600     END-EVALUATE.                                                03360001
033700                                                                  03370001
033800*----------------------------------------------------------------*03380001
033900*    B-002 READS THE NEXT MASTER RECORD.  EVERY EMPLOYEE COUNTS  *03390002
034000*    TOWARD THE TRAILER PROOF; ONLY AN ACTIVE ONE IS COSTED (IN  *03400002
034100*    B-005).  ON LEAVE OR TERMINATED, THE RECORD IS TALLIED AND  *03410002
034200*    PASSED BY.                                                  *03420002
034300*----------------------------------------------------------------*03430001
034400 B-002.                                                           03440001
034500                                                                  03450001
035300            ELSE                                                  03530001
035400               ADD 1         TO WS-MAST-COUNT                     03540001
035500               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 03550001
035600               IF EM-ACTIVE                                       03560002
035700                  PERFORM B-005                                   03570002
035800               ELSE                                               03580002
035900                  ADD 1         TO WS-InactiveCount               03590002
036000                  ADD EM-SALARY TO WS-INACTIVE-SAL                03600002
036100               END-IF                                             03610002
036400            END-IF                                                03640001
036500     END-READ.                                                    03650001
036600                                                                  03660001
038300        SET WS-DEPT-FOUND TO TRUE                                 03830001
038400        MOVE WS-DEPT-SUB TO WS-DEPT-USE-SUB                       03840001
038500     END-IF.                                                      03850001
038505                                                                  03850502
038510*----------------------------------------------------------------*03851002
038515*    B-005 TALLIES AN ACTIVE EMPLOYEE'S SALARY INTO ITS          *03851502
038520*    DEPARTMENT'S SUM.  AN EMPLOYEE WHOSE CODE IS NOT ON         *03852002
038525*    DEPTFILE GOES INTO THE UNKNOWN BUCKET AND IS FLAGGED ON THE *03852502
038530*    PROOF - THE MONEY STILL POSTS, TO THE SUSPENSE LINE.        *03853002
038535*----------------------------------------------------------------*03853502
038540 B-005.                                                           03854002
038545                                                                  03854502
038550     ADD EM-SALARY TO WS-ACTIVE-SAL-TOTAL                         03855002
038555     PERFORM B-003                                                03855502
038560     IF WS-DEPT-FOUND                                             03856002
038565        ADD EM-SALARY                                             03856502
038570            TO WS-DEPT-SAL-SUM(WS-DEPT-USE-SUB)                   03857002
038575     ELSE                                                         03857502
038580        ADD EM-SALARY TO WS-UNK-SAL-SUM                           03858002
038585        ADD 1         TO WS-UNK-EMP-COUNT                         03858502
038590     END-IF.                                                      03859002
038600                                                                  03860001
038700*----------------------------------------------------------------*03870001
038800*    C-001 WRITES THE FILE HEADER.                               *03880001
046800     END-IF.                                                      04680001
046900                                                                  04690001
047000*----------------------------------------------------------------*04700001
047040*    D-003 POSTS THE BALANCING CREDIT - ONE ACCRUED-PAYROLL      *04704004
047060*    ENTRY FOR THE WHOLE SALARY DEBIT TOTAL PLUS THE NET RETRO   *04706004
047070*    DEBIT, OR LESS THE NET RETRO CREDIT.  A RETRO CREDIT BIGGER *04707004
047080*    THAN THE SALARY DEBITS LEAVES THE OFFSET A DEBIT.           *04708004
047100*----------------------------------------------------------------*04710004
047120 D-003.                                                           04712004
047140                                                                  04714004
047160     COMPUTE WS-CR-TOTAL = WS-DR-TOTAL + WS-RETRO-OWED            04716004
047180                         - WS-RETRO-RECOVER                       04718004
047200                                                                  04720004
047220     MOVE SPACES TO GLJ-RECORD                                    04722004
047240     MOVE 'D'             TO GLJ-TYPE                             04724004
047260     MOVE WS-ACCRUAL-ACCT TO GLJ-DTL-ACCOUNT                      04726004
047280     MOVE SPACES          TO GLJ-DTL-DEPT                         04728004
047285     IF WS-CR-TOTAL < ZERO                                        04728504
047290        MOVE 'D' TO GLJ-DTL-DRCR                                  04729004
047295        COMPUTE WS-CR-TOTAL = ZERO - WS-CR-TOTAL                  04729504
047300     ELSE                                                         04730004
047305        MOVE 'C' TO GLJ-DTL-DRCR                                  04730504
047310     END-IF                                                       04731004
047320     MOVE WS-CR-TOTAL     TO GLJ-DTL-AMOUNT                       04732004
047340     WRITE GLJ-RECORD                                             04734004
047360     ADD 1 TO WS-DetailCount                                      04736004
047380     ADD WS-CR-TOTAL TO WS-HASH-TOTAL                             04738004
047400                                                                  04740004
047420     MOVE SPACES TO WS-REPORT-LINE                                04742004
047440     STRING '  OFFSET              ' GLJ-DTL-DRCR 'R '            04744004
047460            WS-ACCRUAL-ACCT ' ' WS-CR-TOTAL                       04746004
047480            DELIMITED BY SIZE INTO WS-REPORT-LINE                 04748004
047500     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   04750004
047520                                                                  04752004
047540*----------------------------------------------------------------*04754004
047560*    D-004 POSTS THE PERIOD'S RETRO PAY AS ONE LINE ON THE RETRO *04756004
047580*    PAY ACCOUNT, NET OF RECOVERIES - A DEBIT WHEN MORE ARREARS  *04758004
047600*    WERE OWED THAN OVERPAYMENTS RECOVERED, A CREDIT WHEN NOT.   *04760004
047620*    A PERIOD THAT NETS TO NOTHING POSTS NOTHING BUT IS STILL    *04762004
047640*    LISTED ON THE PROOF.                                        *04764004
047660*----------------------------------------------------------------*04766004
047680 D-004.                                                           04768004
047700                                                                  04770004
047720     MOVE SPACES TO WS-REPORT-LINE                                04772004
047740     IF WS-RETRO-OWED = WS-RETRO-RECOVER                          04774004
047760        STRING '  RETRO PAY           NO RETRO PAY - NOT POSTED'  04776004
047780               DELIMITED BY SIZE INTO WS-REPORT-LINE              04778004
047800     ELSE                                                         04780004
047820        MOVE SPACES TO GLJ-RECORD                                 04782004
047840        MOVE 'D'             TO GLJ-TYPE                          04784004
047860        MOVE WS-RETRO-ACCT   TO GLJ-DTL-ACCOUNT                   04786004
047880        MOVE SPACES          TO GLJ-DTL-DEPT                      04788004
047900        IF WS-RETRO-OWED > WS-RETRO-RECOVER                       04790004
047920           MOVE 'D' TO GLJ-DTL-DRCR                               04792004
047940           SUBTRACT WS-RETRO-RECOVER FROM WS-RETRO-OWED           04794004
047960                    GIVING WS-RETRO-NET                           04796004
047980        ELSE                                                      04798004
048000           MOVE 'C' TO GLJ-DTL-DRCR                               04800004
048020           SUBTRACT WS-RETRO-OWED FROM WS-RETRO-RECOVER           04802004
048040                    GIVING WS-RETRO-NET                           04804004
048060        END-IF                                                    04806004
048080        MOVE WS-RETRO-NET    TO GLJ-DTL-AMOUNT                    04808004
048100        WRITE GLJ-RECORD                                          04810004
048120        ADD 1 TO WS-DetailCount                                   04812004
048140        ADD WS-RETRO-NET TO WS-HASH-TOTAL                         04814004
048160        STRING '  RETRO PAY           ' GLJ-DTL-DRCR 'R '         04816004
048180               WS-RETRO-ACCT ' ' WS-RETRO-NET                     04818004
048200               DELIMITED BY SIZE INTO WS-REPORT-LINE              04820004
048220     END-IF                                                       04822004
048240     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   04824004
049100                                                                  04910001
049120*----------------------------------------------------------------*04912004
049140*    H-001 PROVES THE FILE BEFORE IT LEAVES THE SHOP: THE DEBIT  *04914004
049160*    TOTAL MUST EQUAL THE ACTIVE EMPLOYEES' SALARY TOTAL (EVERY  *04916004
049180*    ACTIVE SALARY POSTED ONCE - THE MASTER ITSELF WAS PROVED    *04918004
049200*    AGAINST TLR-SAL-TOTAL IN B-001) AND THE FILE BALANCES BY    *04920004
049220*    CONSTRUCTION - THE CREDIT IS THE DEBIT TOTAL PLUS THE NET   *04922004
049240*    RETRO PAY, WHOSE MAKE-UP IS LISTED BESIDE IT.               *04924004
049700*----------------------------------------------------------------*04970001
049800 H-001.                                                           04980001
049900                                                                  04990001
050100     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05010001
050200                                                                  05020001
050300     MOVE SPACES TO WS-REPORT-LINE                                05030001
050400     IF WS-DR-TOTAL = WS-ACTIVE-SAL-TOTAL                         05040002
050500        STRING 'PROOF: DEBITS ' WS-DR-TOTAL                       05050001
050600               ' = ACTIVE SALARY TOTAL - FILE PROVED'             05060002
050700               DELIMITED BY SIZE INTO WS-REPORT-LINE              05070001
050800     ELSE                                                         05080001
050900        STRING 'PROOF: DEBITS ' WS-DR-TOTAL                       05090001
051000               ' VS ACTIVE ' WS-ACTIVE-SAL-TOTAL                  05100002
051100               ' *** DO NOT SEND ***'                             05110001
051200               DELIMITED BY SIZE INTO WS-REPORT-LINE              05120001
051300        ADD 1 TO WS-FailCount                                     05130001
051900            ' DEPARTMENTS POSTED=' WS-DeptsPosted                 05190001
052000            ' HASH=' WS-HASH-TOTAL                                05200001
052100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05210001
052200     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05220002
052210                                                                  05221002
052220     MOVE SPACES TO WS-REPORT-LINE                                05222002
052230     STRING 'NOT ACTIVE - NOT COSTED=' WS-InactiveCount           05223002
052240            ' SALARY=' WS-INACTIVE-SAL                            05224002
052250            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05225002
052260     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05226004
052265                                                                  05226504
052270     MOVE SPACES TO WS-REPORT-LINE                                05227004
052275     STRING 'RETRO ITEMS=' WS-RetroCount                          05227504
052280            ' OWED=' WS-RETRO-OWED                                05228004
052285            ' RECOVERED=' WS-RETRO-RECOVER                        05228504
052290            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05229004
052295     WRITE GLR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05229504
052300                                                                  05230001
052400*----------------------------------------------------------------*05240001
052500*    H-002 APPENDS THE RUN-SUMMARY RECORD TO THE SHARED RUN      *05250001
053400     MOVE WS-DetailCount   TO LOG-RECS-OUT                        05340001
053500     MOVE WS-DeptsPosted   TO LOG-COUNT-A                         05350001
053600     MOVE WS-UNK-EMP-COUNT TO LOG-COUNT-B                         05360001
053700     MOVE WS-InactiveCount TO LOG-COUNT-C                         05370002
053800     MOVE WS-FailCount     TO LOG-COUNT-D                         05380001
053900     MOVE RETURN-CODE      TO LOG-RETURN-CODE                     05390001
054000     WRITE LOG-RECORD                                             05400001
