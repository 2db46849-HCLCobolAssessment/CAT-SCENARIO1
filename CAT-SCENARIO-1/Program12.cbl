002880*                     AND LISTED, SO THE MERREPT PROOF NEVER     *00288003
002890*                     COUNTS A COST THE PROGRAM4 EDIT WOULD      *00289003
002891*                     BOUNCE NEXT MORNING.                       *00289103
002892*    2026-10-15  RKM  ONLY ACTIVE EMPLOYEES ARE CONSIDERED FOR   *00289204
002893*                     A MERIT INCREASE.  AN EMPLOYEE ON LEAVE    *00289304
002894*                     OR TERMINATED IS PASSED BY WITHOUT A       *00289404
002895*                     CARD AND COUNTED ON THE PROOF AS NOT       *00289504
002896*                     ACTIVE.                                    *00289604
002900*    2026-10-15  RKM  THE PROOF NOW CHECKS EVERY POSITION-       *00290005
002905*                     CONTROLLED DEPARTMENT'S ANNUAL SALARY      *00290505
002910*                     BUDGET (POSFILE, EMPPOS LAYOUT) AGAINST    *00291005
002915*                     ITS PAYROLL AFTER THE BATCH - EVERY        *00291505
002920*                     EMPLOYEE NOT TERMINATED, AT THE NEW        *00292005
002925*                     SALARY WHERE A CARD WAS GENERATED.  A      *00292505
002930*                     DEPARTMENT THE BATCH TAKES OVER BUDGET     *00293005
002935*                     IS FLAGGED ON MERREPT AND THE RUN ENDS     *00293505
002940*                     RC=4, SO THE BATCH IS QUESTIONED BEFORE    *00294005
002945*                     THE NIGHT RUN APPLIES IT.                  *00294505
002950*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00295006
002955*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00295506
002960*                     INSTEAD OF THE SYSTEM CLOCK, SO EVERY      *00296006
002965*                     JOB IN THE CYCLE REPORTS THE SAME          *00296506
002970*                     BUSINESS DATE.                             *00297006
002972*    2026-10-15  RKM  THE GENERATED TRANSACTIONS GROW FROM 47    *00297207
002974*                     TO 61 BYTES (EMPTRN) AND CARRY ZEROS IN    *00297407
002976*                     TRN-BATCH-NO AND '*MERIT' IN               *00297607
002978*                     TRN-OPERATOR - PROGRAM4 PASSES THEM        *00297807
002980*                     WITHOUT A DATA-ENTRY BATCH HEADER AND      *00298007
002982*                     THE AUDIT TRAIL SHOWS WHERE THEY CAME      *00298207
002984*                     FROM.                                      *00298407
002986******************************************************************00298607
003000                                                                  00300001
003100 ENVIRONMENT DIVISION.                                            00310001
003200                                                                  00320001
006200                                                                  00620001
006210     SELECT GRDFILE         ASSIGN TO 'GRDFILE'                   00621003
006220                            ORGANIZATION IS SEQUENTIAL.           00622003
006222     SELECT POSFILE         ASSIGN TO 'POSFILE'                   00622205
006224                            ORGANIZATION IS SEQUENTIAL.           00622405
006230                                                                  00623003
006300     SELECT MERCARD         ASSIGN TO 'MERCARD'                   00630001
006400                            ORGANIZATION IS SEQUENTIAL            00640001
006900                                                                  00690001
007000     SELECT MERREPT         ASSIGN TO 'MERREPT'                   00700001
007100                            ORGANIZATION IS SEQUENTIAL.           00710001
007120                                                                  00712006
007140     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00714006
007160                            ORGANIZATION IS SEQUENTIAL            00716006
007180                            FILE STATUS IS WS-CYC-STATUS.         00718006
007200******************************************************************00720001
007300**                                                                00730001
007400**   DATA DIVISION                                                00740001
008600 FILE SECTION.                                                    00860001
008700                                                                  00870001
008800 FD  EMPMAST                                                      00880001
008900     RECORD CONTAINS 57 CHARACTERS.                               00890004
009000     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00900001
009100                           ==EMP-ID==    BY ==EM-EMP-ID==         00910001
009200                           ==NAME-A==    BY ==EM-NAME-A==         00920001
009400                           ==DOJ==       BY ==EM-DOJ==            00940001
009500                           ==SALARY==    BY ==EM-SALARY==         00950001
009600                           ==EMP-DEPT==  BY ==EM-DEPT==           00960001
009610                           ==EMP-GRADE== BY ==EM-GRADE==          00961004
009620                           ==EMP-STATUS== BY ==EM-STATUS==        00962004
009630                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00963004
009640                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00964004
009650                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00965004
009660                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00966004
009670                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00967004
009680                           ==EMP-TERM-REASON==                    00968004
009690                                          BY ==EM-TERM-REASON==.  00969004
009700                                                                  00970001
009800 FD  MERPARM                                                      00980001
009900     LABEL RECORDS ARE STANDARD                                   00990001
010450                      ==GRD-CODE==         BY ==GF-CODE==         01045003
010460                      ==GRD-MIN-SALARY==   BY ==GF-MIN==          01046003
010470                      ==GRD-MAX-SALARY==   BY ==GF-MAX==.         01047003
010472 FD  POSFILE                                                      01047205
010474     LABEL RECORDS ARE STANDARD                                   01047405
010476     RECORD CONTAINS 18 CHARACTERS.                               01047605
010478 01  PF-RECORD                 PIC X(18).                         01047805
010480                                                                  01048003
010500 FD  MERCARD                                                      01050001
010600     LABEL RECORDS OMITTED                                        01060001
011000                                                                  01100001
011100 FD  MERTRN                                                       01110001
011200     LABEL RECORDS ARE STANDARD                                   01120001
011300     RECORD CONTAINS 61 CHARACTERS.                               01130007
011400 01  MRT-RECORD                PIC X(61).                         01140007
011500                                                                  01150001
011600 FD  MERREPT                                                      01160001
011700     LABEL RECORDS OMITTED                                        01170001
011800     RECORD CONTAINS 80 CHARACTERS.                               01180001
011900 01  MER-LINE                  PIC X(80).                         01190001
012000                                                                  01200001
012010 FD  CYCFILE                                                      01201006
012020     LABEL RECORDS ARE STANDARD                                   01202006
012030     RECORD CONTAINS 21 CHARACTERS.                               01203006
012040 01  CYF-RECORD                PIC X(21).                         01204006
012050                                                                  01205006
012100******************************************************************01210001
012200**                                                                01220001
012300**  WORKING-STORAGE SECTION                                       01230001
012800                                                                  01280001
012900 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01290001
013000 01 WS-CARD-STATUS     PIC X(2) VALUE SPACES.                     01300001
013020 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01302006
013100 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01310001
013200    88 WS-MAST-EOF             VALUE 'Y'.                         01320001
013300 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        01330001
017400 01 WS-NoParmCount     PIC 9(06) VALUE ZEROS.                     01740001
017500 01 WS-ZeroPctCount    PIC 9(06) VALUE ZEROS.                     01750001
017600 01 WS-SkipCount       PIC 9(06) VALUE ZEROS.                     01760001
017620 01 WS-InactiveCount   PIC 9(06) VALUE ZEROS.                     01762004
017625 01 WS-OverBudgetCount PIC 9(06) VALUE ZEROS.                     01762505
017630 01 WS-POS-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01763005
017635    88 WS-POS-EOF              VALUE 'Y'.                         01763505
017640 01 WS-POS-FOUND-SW    PIC X(1) VALUE 'N'.                        01764005
017645    88 WS-POS-FOUND            VALUE 'Y'.                         01764505
017650 01 WS-POS-LOADED      PIC 9(02) VALUE ZEROS.                     01765005
017655 01 WS-POS-SUB         PIC 9(02) VALUE ZEROS.                     01765505
017660 01 WS-POS-USE-SUB     PIC 9(02) VALUE ZEROS.                     01766005
017665 01 WS-POS-TABLE.                                                 01766505
017670    03 WS-POS-ENTRY OCCURS 20.                                    01767005
017675       05 WS-POS-DEPT     PIC X(04).                              01767505
017680       05 WS-POS-BUDGET   PIC 9(09).                              01768005
017685       05 WS-POS-OLD-SUM  PIC 9(09).                              01768505
017690       05 WS-POS-NEW-SUM  PIC 9(09).                              01769005
017695       05 WS-POS-INC-SUM  PIC 9(09).                              01769505
017700 01 WS-TOT-OLD-SUM     PIC 9(11) VALUE ZEROS.                     01770001
017800 01 WS-TOT-INC-SUM     PIC 9(11) VALUE ZEROS.                     01780001
017900 01 WS-REPORT-LINE     PIC X(80).                                 01790001
018000      COPY EMPTLR.                                                01800001
018100      COPY EMPMER.                                                01810001
018110      COPY EMPGRD.                                                01811003
018120      COPY EMPPOS.                                                01812005
018200      COPY EMPTRN REPLACING ==TRN-RECORD== BY ==WS-TRN-REC==.     01820001
018220      COPY EMPCYC.                                                01822006
018300*----------------------------------------------------------------*01830001
018400 PROCEDURE DIVISION .                                             01840001
018500*----------------------------------------------------------------*01850001
018700*----------------------------------------------------------------*01870001
018800 A-001.                                                           01880001
018900                                                                  01890001
018910     PERFORM A-010                                                01891006
018920     IF RETURN-CODE NOT = ZEROS                                   01892006
018930        GO TO A-999                                               01893006
018940     END-IF                                                       01894006
018950                                                                  01895006
019000     OPEN INPUT EMPMAST                                           01900001
019100     IF WS-MAST-STATUS NOT = '00'                                 01910001
019200        DISPLAY 'PROGRAM12: CANNOT OPEN EMPMAST, STATUS '         01920001
019700                                                                  01970001
019800     OPEN OUTPUT MERREPT                                          01980001
019900                                                                  01990001
020200     PERFORM A-002                                                02020001
020300     IF WS-MER-LOADED = ZEROS                                     02030001
020400        DISPLAY 'PROGRAM12: MERPARM IS EMPTY'                     02040001
020600     END-IF                                                       02060001
020610                                                                  02061003
020620     PERFORM A-006                                                02062003
020640     PERFORM A-008                                                02064005
020700                                                                  02070001
020800     IF RETURN-CODE = 8                                           02080001
020900        CLOSE MERREPT                                             02090001
023800     END-IF                                                       02380001
023900                                                                  02390001
024000     PERFORM H-001                                                02400001
024010     IF WS-OverBudgetCount > ZEROS                                02401005
024020        DISPLAY 'PROGRAM12: MERIT BATCH OVER SALARY BUDGET IN '   02402005
024030                WS-OverBudgetCount ' DEPARTMENT(S)'               02403005
024040        IF RETURN-CODE < 4                                        02404005
024050           MOVE 4 TO RETURN-CODE                                  02405005
024060        END-IF                                                    02406005
024070     END-IF                                                       02407005
024100                                                                  02410001
024200     CLOSE MERTRN                                                 02420001
024300     CLOSE MERREPT                                                02430001
030900        END-READ                                                  03090001
031000        CLOSE MERCARD                                             03100001
031100     END-IF.                                                      03110001
031102*----------------------------------------------------------------*03110205
031104*    A-008 LOADS THE POSITION BUDGET FROM POSFILE - ONE SLOT     *03110405
031106*    PER POSITION-CONTROLLED DEPARTMENT, WITH EMPTY PAYROLL      *03110605
031108*    TALLIES.  AN EMPTY POSFILE MEANS NO DEPARTMENT HAS A        *03110805
031110*    BUDGET TO CHECK.                                            *03111005
031112*----------------------------------------------------------------*03111205
031114 A-008.                                                           03111405
031116                                                                  03111605
031118     OPEN INPUT POSFILE                                           03111805
031120     PERFORM A-009 UNTIL WS-POS-EOF                               03112005
031122     CLOSE POSFILE.                                               03112205
031124                                                                  03112405
031126*----------------------------------------------------------------*03112605
031128*    A-009 READS ONE POSITION BUDGET RECORD INTO THE NEXT TABLE  *03112805
031130*    SLOT.                                                       *03113005
031132*----------------------------------------------------------------*03113205
031134 A-009.                                                           03113405
031136                                                                  03113605
031138     READ POSFILE INTO POS-RECORD                                 03113805
031140         AT END                                                   03114005
031142            SET WS-POS-EOF TO TRUE                                03114205
031144         NOT AT END                                               03114405
031146            IF WS-POS-LOADED >= 20                                03114605
031148               DISPLAY 'PROGRAM12: MORE THAN 20 DEPARTMENTS ON '  03114805
031150                       'POSFILE'                                  03115005
031152               MOVE 8 TO RETURN-CODE                              03115205
031154               SET WS-POS-EOF TO TRUE                             03115405
031156            ELSE                                                  03115605
031158               ADD 1 TO WS-POS-LOADED                             03115805
031160               MOVE POS-DEPT TO WS-POS-DEPT(WS-POS-LOADED)        03116005
031162               MOVE POS-SAL-BUDGET TO WS-POS-BUDGET(WS-POS-LOADED)03116205
031164               MOVE ZEROS TO WS-POS-OLD-SUM(WS-POS-LOADED)        03116405
031166               MOVE ZEROS TO WS-POS-NEW-SUM(WS-POS-LOADED)        03116605
031168               MOVE ZEROS TO WS-POS-INC-SUM(WS-POS-LOADED)        03116805
031170            END-IF                                                03117005
031172     END-READ.                                                    03117205
031200                                                                  03120001
031300*----------------------------------------------------------------*03130001
031400*    B-001 READS THE MASTER END TO END, VERIFIES IT AGAINST THE  *03140001
036800*    C-001 WORKS OUT ONE EMPLOYEE'S MERIT INCREASE: FIND THE     *03680001
036900*    DEPARTMENT'S PARAMETER SLOT, BAND THE TENURE THE SAME WAY   *03690001
037000*    PROGRAM2'S D-001 DOES, APPLY THE BAND PERCENTAGE AND        *03700001
037100*    GENERATE THE 'M' CARD.  AN EMPLOYEE WHO IS NOT ACTIVE, OR   *03710004
037200*    A DEPARTMENT WITH NO PARAMETER RECORD OR A ZERO PERCENTAGE, *03720004
037220*    GENERATES NOTHING.  EVERY EMPLOYEE NOT TERMINATED COUNTS    *03722005
037240*    TOWARD THEIR DEPARTMENT'S PAYROLL FOR THE BUDGET CHECK.     *03724005
037300*----------------------------------------------------------------*03730001
037400 C-001.                                                           03740001
037410                                                                  03741007
037420     MOVE 'N' TO WS-POS-FOUND-SW                                  03742005
037440     IF NOT EM-TERMINATED                                         03744005
037460        PERFORM C-005                                             03746005
037480     END-IF                                                       03748005
037500                                                                  03750001
037510     IF NOT EM-ACTIVE                                             03751004
037520        ADD 1 TO WS-InactiveCount                                 03752004
037530        GO TO C-001-EXIT                                          03753004
037540     END-IF                                                       03754004
037550                                                                  03755004
037600     MOVE 'N'   TO WS-MER-FOUND-SW                                03760001
037700     MOVE ZEROS TO WS-MER-USE-SUB                                 03770001
037800     PERFORM C-002 VARYING WS-MER-SUB FROM 1 BY 1                 03780001
047172        SET WS-GRD-FOUND TO TRUE                                  04717203
047173        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         04717303
047174     END-IF.                                                      04717403
047176*----------------------------------------------------------------*04717605
047178*    C-005 ADDS THE EMPLOYEE'S CURRENT SALARY TO THEIR           *04717805
047180*    DEPARTMENT'S PAYROLL BEFORE AND AFTER THE BATCH.  D-001     *04718005
047182*    ADDS THE INCREASE TO THE AFTER FIGURE WHEN A CARD IS        *04718205
047184*    GENERATED.                                                  *04718405
047186*----------------------------------------------------------------*04718605
047188 C-005.                                                           04718805
047190                                                                  04719005
047192     MOVE ZEROS TO WS-POS-USE-SUB                                 04719205
047194     PERFORM C-006 VARYING WS-POS-SUB FROM 1 BY 1                 04719405
047196             UNTIL WS-POS-SUB > WS-POS-LOADED                     04719605
047198     IF WS-POS-FOUND                                              04719805
047200        ADD EM-SALARY TO WS-POS-OLD-SUM(WS-POS-USE-SUB)           04720005
047202        ADD EM-SALARY TO WS-POS-NEW-SUM(WS-POS-USE-SUB)           04720205
047204     END-IF.                                                      04720405
047206                                                                  04720605
047208*----------------------------------------------------------------*04720805
047210*    C-006 MATCHES THE EMPLOYEE'S DEPARTMENT AGAINST ONE         *04721005
047212*    POSITION BUDGET SLOT.                                       *04721205
047214*----------------------------------------------------------------*04721405
047216 C-006.                                                           04721605
047218                                                                  04721805
047220     IF EM-DEPT = WS-POS-DEPT(WS-POS-SUB)                         04722005
047222        SET WS-POS-FOUND TO TRUE                                  04722205
047224        MOVE WS-POS-SUB TO WS-POS-USE-SUB                         04722405
047226     END-IF.                                                      04722605
047228                                                                  04722805
047230*----------------------------------------------------------------*04723005
047300*    D-001 GENERATES ONE 'M' CARD FOR THE CURRENT EMPLOYEE -     *04730001
047400*    EVERY MASTER FIELD CARRIED UNCHANGED EXCEPT THE SALARY -    *04740001
047500*    AND TALLIES THE DEPARTMENT PROOF AND BUDGET FIGURES.        *04750005
047600*----------------------------------------------------------------*04760001
047700 D-001.                                                           04770001
047800                                                                  04780001
048500     MOVE EM-DEPT       TO TRN-DEPT   OF WS-TRN-REC               04850001
048510     MOVE EM-GRADE      TO TRN-GRADE  OF WS-TRN-REC               04851002
048600     MOVE WS-EFF-DATE   TO TRN-EFF-DATE OF WS-TRN-REC             04860001
048620     MOVE ZEROS         TO TRN-BATCH-NO OF WS-TRN-REC             04862007
048640     MOVE '*MERIT'      TO TRN-OPERATOR OF WS-TRN-REC             04864007
048700     WRITE MRT-RECORD FROM WS-TRN-REC                             04870001
048800     ADD 1 TO WS-GenCount                                         04880001
048900                                                                  04890001
049100     ADD EM-SALARY   TO WS-MER-OLD-SUM(WS-MER-USE-SUB)            04910001
049200     ADD WS-INCREASE TO WS-MER-INC-SUM(WS-MER-USE-SUB)            04920001
049300     ADD EM-SALARY   TO WS-TOT-OLD-SUM                            04930001
049400     ADD WS-INCREASE TO WS-TOT-INC-SUM                            04940005
049420     IF WS-POS-FOUND                                              04942005
049440        ADD WS-INCREASE TO WS-POS-NEW-SUM(WS-POS-USE-SUB)         04944005
049460        ADD WS-INCREASE TO WS-POS-INC-SUM(WS-POS-USE-SUB)         04946005
049480     END-IF.                                                      04948005
049500                                                                  04950001
049600*----------------------------------------------------------------*04960001
049700*    H-001 PRINTS THE PROOF TOTALS - INCREASE COST BY            *04970005
049800*    DEPARTMENT, THE SALARY BUDGET CHECK, THEN THE RUN COUNTS.   *04980005
049900*    NOTHING HAS TOUCHED THE MASTER: THE CARDS APPLY ON THE      *04990005
050000*    NEXT MAINTENANCE RUN, SO THIS PAGE IS THE SECOND PAIR OF    *05000005
050020*    EYES.                                                       *05002005
050100*----------------------------------------------------------------*05010001
050200 H-001.                                                           05020001
050300                                                                  05030001
051700            ' INCREASE=' WS-TOT-INC-SUM                           05170001
051800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05180001
051900     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05190001
051905                                                                  05190505
051910     MOVE SPACES TO WS-REPORT-LINE                                05191005
051915     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05191505
051920                                                                  05192005
051925     MOVE SPACES TO WS-REPORT-LINE                                05192505
051930     STRING 'SALARY BUDGET CHECK - ANNUAL PAYROLL AFTER MERIT:'   05193005
051935            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05193505
051940     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05194005
051945                                                                  05194505
051950     IF WS-POS-LOADED = ZEROS                                     05195005
051955        MOVE SPACES TO WS-REPORT-LINE                             05195505
051960        STRING '  NO DEPARTMENT ON POSFILE - NOTHING CHECKED'     05196005
051965               DELIMITED BY SIZE INTO WS-REPORT-LINE              05196505
051970        WRITE MER-LINE FROM WS-REPORT-LINE                        05197005
051975              AFTER ADVANCING 1 LINE                              05197505
051980     ELSE                                                         05198005
051985        PERFORM H-003 VARYING WS-POS-SUB FROM 1 BY 1              05198505
051990                UNTIL WS-POS-SUB > WS-POS-LOADED                  05199005
051995     END-IF                                                       05199505
052000                                                                  05200001
052100     MOVE SPACES TO WS-REPORT-LINE                                05210001
052200     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05220001
053900     MOVE SPACES TO WS-REPORT-LINE                                05390001
054000     STRING 'SKIPPED                : ' WS-SkipCount              05400001
054100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05410001
054200     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05420004
054210                                                                  05421004
054220     MOVE SPACES TO WS-REPORT-LINE                                05422004
054230     STRING 'NOT ACTIVE             : ' WS-InactiveCount          05423004
054240            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05424004
054250     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05425005
054260     MOVE SPACES TO WS-REPORT-LINE                                05426005
054270     STRING 'OVER SALARY BUDGET     : ' WS-OverBudgetCount        05427005
054280            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05428005
054290     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05429005
054300                                                                  05430001
054400*----------------------------------------------------------------*05440001
054500*    H-002 PRINTS ONE DEPARTMENT'S PROOF LINE.  A DEPARTMENT     *05450001
055500            ' INCREASE=' WS-MER-INC-SUM(WS-MER-SUB)               05550001
055600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05560001
055700     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05570001
055800                                                                  05580005
055900*----------------------------------------------------------------*05590005
056000*    H-003 PRINTS ONE DEPARTMENT'S BUDGET LINE - THE ANNUAL      *05600005
056100*    SALARY BUDGET, THE PAYROLL BEFORE AND AFTER THE BATCH.  A   *05610005
056200*    DEPARTMENT THE BATCH TAKES OVER BUDGET IS FLAGGED AND       *05620005
056300*    COUNTED; ONE ALREADY OVER WITH NO INCREASE IN THE BATCH IS  *05630005
056400*    NOTED BUT IS NOT THE BATCH'S DOING.                         *05640005
056500*----------------------------------------------------------------*05650005
056600 H-003.                                                           05660005
056700                                                                  05670005
056800     MOVE SPACES TO WS-REPORT-LINE                                05680005
056900     EVALUATE TRUE                                                05690005
057000       WHEN WS-POS-NEW-SUM(WS-POS-SUB) > WS-POS-BUDGET(WS-POS-SUB)05700005
057100        AND WS-POS-INC-SUM(WS-POS-SUB) > ZEROS                    05710005
057200         ADD 1 TO WS-OverBudgetCount                              05720005
057300         STRING '  ' WS-POS-DEPT(WS-POS-SUB)                      05730005
057400                ' BUDGET=' WS-POS-BUDGET(WS-POS-SUB)              05740005
057500                ' BEFORE=' WS-POS-OLD-SUM(WS-POS-SUB)             05750005
057600                ' AFTER=' WS-POS-NEW-SUM(WS-POS-SUB)              05760005
057700                ' MERIT BREAKS BUDGET'                            05770005
057800                DELIMITED BY SIZE INTO WS-REPORT-LINE             05780005
057900       WHEN WS-POS-NEW-SUM(WS-POS-SUB) > WS-POS-BUDGET(WS-POS-SUB)05790005
058000         STRING '  ' WS-POS-DEPT(WS-POS-SUB)                      05800005
058100                ' BUDGET=' WS-POS-BUDGET(WS-POS-SUB)              05810005
058200                ' BEFORE=' WS-POS-OLD-SUM(WS-POS-SUB)             05820005
058300                ' AFTER=' WS-POS-NEW-SUM(WS-POS-SUB)              05830005
058400                ' ALREADY OVER BUDGET'                            05840005
058500                DELIMITED BY SIZE INTO WS-REPORT-LINE             05850005
058600       WHEN OTHER                                                 05860005
058700         STRING '  ' WS-POS-DEPT(WS-POS-SUB)                      05870005
058800                ' BUDGET=' WS-POS-BUDGET(WS-POS-SUB)              05880005
058900                ' BEFORE=' WS-POS-OLD-SUM(WS-POS-SUB)             05890005
059000                ' AFTER=' WS-POS-NEW-SUM(WS-POS-SUB)              05900005
059100                DELIMITED BY SIZE INTO WS-REPORT-LINE             05910005
059200     END-EVALUATE                                                 05920005
059300     WRITE MER-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05930005
059400                                                                  05940006
059500*----------------------------------------------------------------*05950006
059600*    A-010 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *05960006
059700*    CYCLE'S BUSINESS DATE.                                      *05970006
059800*----------------------------------------------------------------*05980006
059900 A-010.                                                           05990006
060000                                                                  06000006
060100     OPEN INPUT CYCFILE                                           06010006
060200     IF WS-CYC-STATUS NOT = '00'                                  06020006
060300        DISPLAY 'PROGRAM12: CANNOT OPEN CYCFILE, STATUS '         06030006
060400                WS-CYC-STATUS                                     06040006
060500        MOVE 12 TO RETURN-CODE                                    06050006
060600     ELSE                                                         06060006
060700        READ CYCFILE INTO CYC-RECORD                              06070006
060800            AT END                                                06080006
060900               DISPLAY 'PROGRAM12: CYCFILE IS EMPTY'              06090006
061000               MOVE 12 TO RETURN-CODE                             06100006
061100            NOT AT END                                            06110006
061200               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   06120006
061300        END-READ                                                  06130006
061400        CLOSE CYCFILE                                             06140006
061500     END-IF.                                                      06150006
