005621*                     RELEASE WOULD REWRITE THE MASTER BACK TO   *00562139
005622*                     ITS PRE-MERIT IMAGE.  THE MERIT CARD       *00562239
005623*                     STILL BYPASSES ONLY THE TOLERANCE GATE.    *00562339
005624*    2026-10-15  RKM  EMPLOYMENT STATUS LIFECYCLE.  A 'D' CARD   *00562440
005626*                     NO LONGER DELETES THE MASTER RECORD -      *00562640
005628*                     E-003 NOW SETS THE EMPLOYEE TERMINATED     *00562840
005630*                     WITH THE TERMINATION DATE (TRN-EFF-DATE,   *00563040
005632*                     OR THE RUN DATE WHEN ZEROS) AND REASON,    *00563240
005634*                     AND PURGES ANY CHANGE STILL HELD ON        *00563440
005636*                     SUSPENSE FOR THE KEY.  NEW 'L' (START OF   *00563640
005638*                     LEAVE, E-011) AND 'H' (REINSTATE A         *00563840
005640*                     TERMINATED OR ON-LEAVE EMPLOYEE UNDER      *00564040
005642*                     THE SAME EMP-ID, KEEPING THE ORIGINAL      *00564240
005644*                     DOJ, E-012) ACTIONS.  A CHANGE AGAINST A   *00564440
005646*                     TERMINATED EMPLOYEE IS REFUSED; A CHANGE   *00564640
005648*                     PRESERVES THE STATUS FIELDS.  THE          *00564840
005650*                     TRAILER STILL PROVES EVERY RECORD ON THE   *00565040
005652*                     FILE, BUT THE RUN LOG NOW CARRIES THE      *00565240
005654*                     ACTIVE HEADCOUNT: RECS-IN/OUT ARE ACTIVE   *00565440
005656*                     EMPLOYEES AT OPEN/CLOSE, COUNT-A IS        *00565640
005658*                     ENTRIES TO ACTIVE (ADDS AND                *00565840
005660*                     REINSTATEMENTS) AND COUNT-C EXITS FROM     *00566040
005662*                     ACTIVE (TERMINATIONS AND LEAVE STARTS).    *00566240
005663*    2026-10-15  RKM  DEPARTMENT POSITION CONTROL.  THE          *00566341
005664*                     POSFILE POSITION BUDGET (EMPPOS LAYOUT)    *00566441
005665*                     IS LOADED AT OPEN AND THE BALANCE PASS     *00566541
005666*                     COUNTS THE FILLED POSITIONS - EMPLOYEES    *00566641
005667*                     NOT TERMINATED - IN EVERY CONTROLLED       *00566741
005668*                     DEPARTMENT.  AN 'A' CARD, A REHIRING 'H',  *00566844
005669*                     OR A 'C', 'M' OR 'H' MOVING AN EMPLOYEE    *00566944
005670*                     INTO ANOTHER DEPARTMENT, THAT WOULD TAKE   *00567044
005671*                     IT PAST ITS AUTHORIZED HEADCOUNT IS HELD   *00567144
005672*                     ON SUSPENSE (NEW D-004 GATE) AND           *00567244
005673*                     LISTED ON MNTREPT LIKE AN OUT-OF-          *00567341
005674*                     TOLERANCE CHANGE.  AN 'R' CARD NOW ALSO    *00567441
005675*                     RELEASES A HELD ADD; THE RELEASE WAIVES    *00567541
005676*                     THE HEADCOUNT GATE AS IT WAIVES THE        *00567641
005677*                     TOLERANCE GATE.  THE FILLED COUNTS         *00567741
005678*                     FOLLOW EVERY ADD, TRANSFER, TERMINATION    *00567841
005679*                     AND REINSTATEMENT APPLIED.                 *00567941
005680*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00568042
005681*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00568142
005682*                     INSTEAD OF THE SYSTEM CLOCK.  THE APPLY    *00568242
005683*                     REFUSES TO START UNTIL PROGRAM4 HAS        *00568342
005684*                     EDITED THE CYCLE'S DECK (RC=16) OR WHEN    *00568442
005685*                     IT HAS ALREADY APPLIED ONE FOR THE CYCLE   *00568542
005686*                     (RC=20), AND MARKS ITSELF COMPLETE OR      *00568642
005687*                     FAILED AT END OF RUN.                      *00568742
005688*    2026-10-15  RKM  EACH SALHIST RECORD NOW CARRIES THE DATE   *00568843
005689*                     THE MOVEMENT TAKES EFFECT (SAL-EFF-DATE)   *00568943
005690*                     - THE CARD'S TRN-EFF-DATE, OR THE RUN      *00569043
005691*                     DATE WHEN THE CARD SAYS AT ONCE - SO       *00569143
005692*                     PROGRAM24 CAN PRICE A BACK-DATED CHANGE.   *00569243
005693*                     RECORD GROWS FROM 26 TO 34 BYTES.          *00569343
005700*    2026-10-15  RKM  EACH AUDIT RECORD NOW CARRIES THE          *00570044
005710*                     DATA-ENTRY BATCH NUMBER AND OPERATOR       *00571044
005720*                     FROM THE TRANSACTION (A RELEASED           *00572044
005730*                     SUSPENSE ITEM KEEPS THE OPERATOR WHO       *00573044
005740*                     KEYED IT).  TRANFILE AND PENDING GROW      *00574044
005750*                     FROM 47 TO 61 BYTES, SUSPENSE FROM 61 TO   *00575044
005760*                     75 AND AUDFILE FROM 128 TO 142.            *00576044
005770******************************************************************00577044
005780                                                                  00578044
005800 ENVIRONMENT DIVISION.                                            00580033
005900                                                                  00590033
006000******************************************************************00600033
009540     SELECT GRDFILE         ASSIGN TO 'GRDFILE'                   00954036
009550                            ORGANIZATION IS SEQUENTIAL.           00955036
009560                                                                  00956036
009562     SELECT POSFILE         ASSIGN TO 'POSFILE'                   00956241
009564                            ORGANIZATION IS SEQUENTIAL.           00956441
009565                                                                  00956544
009570     SELECT RUNLOG          ASSIGN TO 'RUNLOG'                    00957037
009580                            ORGANIZATION IS SEQUENTIAL.           00958037
009590                                                                  00959037
010900                                                                  01090033
011000     SELECT PNDOUT          ASSIGN TO 'PNDOUT'                    01100033
011100                            ORGANIZATION IS SEQUENTIAL.           01110033
011120                                                                  01112042
011140     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   01114042
011160                            ORGANIZATION IS SEQUENTIAL            01116042
011180                            FILE STATUS IS WS-CYC-STATUS.         01118042
011200******************************************************************01120033
011300**                                                                01130033
011400**   DATA DIVISION                                                01140033
012600 FILE SECTION.                                                    01260033
012700                                                                  01270033
012800 FD  EMPMAST                                                      01280033
012900     RECORD CONTAINS 57 CHARACTERS.                               01290040
013000     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   01300033
013100                           ==EMP-ID==    BY ==EM-EMP-ID==         01310033
013200                           ==NAME-A==    BY ==EM-NAME-A==         01320033
013400                           ==DOJ==       BY ==EM-DOJ==            01340033
013500                           ==SALARY==    BY ==EM-SALARY==         01350033
013600                           ==EMP-DEPT==  BY ==EM-DEPT==           01360033
013610                           ==EMP-GRADE== BY ==EM-GRADE==          01361040
013620                           ==EMP-STATUS== BY ==EM-STATUS==        01362040
013630                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        01363040
013640                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    01364040
013650                           ==EMP-TERMINATED== BY ==EM-TERMINATED==01365040
013660                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==01366040
013670                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  01367040
013680                           ==EMP-TERM-REASON==                    01368040
013690                                          BY ==EM-TERM-REASON==.  01369040
013700                                                                  01370033
013800 FD  TRANFILE                                                     01380033
013900     LABEL RECORDS ARE STANDARD                                   01390033
014000     RECORD CONTAINS 61 CHARACTERS.                               01400044
014100     COPY EMPTRN.                                                 01410033
014200                                                                  01420033
014300 FD  EXCFILE                                                      01430033
014700                                                                  01470033
014800 FD  AUDFILE                                                      01480033
014900     LABEL RECORDS ARE STANDARD                                   01490033
015000     RECORD CONTAINS 142 CHARACTERS.                              01500044
015100     COPY EMPAUD.                                                 01510033
015200                                                                  01520033
015210 FD  SALHIST                                                      01521034
015220     LABEL RECORDS ARE STANDARD                                   01522034
015230     RECORD CONTAINS 34 CHARACTERS.                               01523043
015240     COPY EMPSAL.                                                 01524034
015250                                                                  01525034
015252 FD  POSFILE                                                      01525241
015254     LABEL RECORDS ARE STANDARD                                   01525441
015256     RECORD CONTAINS 18 CHARACTERS.                               01525641
015258 01  PF-RECORD                 PIC X(18).                         01525841
015259                                                                  01525944
015260 FD  GRDFILE                                                      01526036
015270     LABEL RECORDS ARE STANDARD                                   01527036
015280     RECORD CONTAINS 14 CHARACTERS.                               01528036
015299                                                                  01529937
015300 FD  SUSPIN                                                       01530033
015400     LABEL RECORDS ARE STANDARD                                   01540033
015500     RECORD CONTAINS 75 CHARACTERS.                               01550044
015600 01  SI-RECORD                 PIC X(75).                         01560044
015700                                                                  01570033
015800 FD  SUSPOUT                                                      01580033
015900     LABEL RECORDS ARE STANDARD                                   01590033
016000     RECORD CONTAINS 75 CHARACTERS.                               01600044
016100 01  SO-RECORD                 PIC X(75).                         01610044
016200                                                                  01620033
016300 FD  MNTREPT                                                      01630033
016400     LABEL RECORDS OMITTED                                        01640033
016700                                                                  01670033
016800 FD  PNDIN                                                        01680033
016900     LABEL RECORDS ARE STANDARD                                   01690033
017000     RECORD CONTAINS 61 CHARACTERS.                               01700044
017100 01  PI-RECORD                 PIC X(61).                         01710044
017200                                                                  01720033
017300 FD  PNDOUT                                                       01730033
017400     LABEL RECORDS ARE STANDARD                                   01740033
017500     RECORD CONTAINS 61 CHARACTERS.                               01750044
017600 01  PO-RECORD                 PIC X(61).                         01760044
017700                                                                  01770033
017710 FD  CYCFILE                                                      01771042
017720     LABEL RECORDS ARE STANDARD                                   01772042
017730     RECORD CONTAINS 21 CHARACTERS.                               01773042
017740 01  CYF-RECORD                PIC X(21).                         01774042
017750                                                                  01775042
017800******************************************************************01780033
017900**                                                                01790033
018000**  WORKING-STORAGE SECTION                                       01800033
022200       05 WS-SUS-STATE    PIC X(01).                              02220033
022300       05 WS-SUS-DATE     PIC 9(08).                              02230033
022400       05 WS-SUS-OLD-SAL  PIC 9(06).                              02240033
022500       05 WS-SUS-TRN      PIC X(61).                              02250044
022600 01 WS-HoldCount       PIC 9(06) VALUE ZEROS.                     02260033
022700 01 WS-ReleaseCount    PIC 9(06) VALUE ZEROS.                     02270033
022800 01 WS-PurgeCount      PIC 9(06) VALUE ZEROS.                     02280033
022900 01 WS-CarryCount      PIC 9(06) VALUE ZEROS.                     02290033
022910 01 WS-RELEASE-SW      PIC X(01) VALUE 'N'.                       02291034
022920    88 WS-RELEASE-APPLIED      VALUE 'Y'.                         02292034
022930 01 WS-ACTIVE-COUNT    PIC 9(08) VALUE ZEROS.                     02293040
022940 01 WS-ActiveInCount   PIC 9(06) VALUE ZEROS.                     02294040
022950 01 WS-ActiveOutCount  PIC 9(06) VALUE ZEROS.                     02295040
022960 01 WS-LeaveCount      PIC 9(06) VALUE ZEROS.                     02296040
022970 01 WS-ReinstateCount  PIC 9(06) VALUE ZEROS.                     02297040
022980 01 WS-STATUS-DATE     PIC 9(08) VALUE ZEROS.                     02298040
022981 01 WS-POS-EOF-SWITCH  PIC X(01) VALUE 'N'.                       02298141
022982    88 WS-POS-EOF              VALUE 'Y'.                         02298241
022983 01 WS-POS-FOUND-SW    PIC X(01) VALUE 'N'.                       02298341
022984    88 WS-POS-FOUND            VALUE 'Y'.                         02298441
022985 01 WS-POSITION-OK-SW  PIC X(01) VALUE 'Y'.                       02298541
022986    88 WS-POSITION-OK          VALUE 'Y'.                         02298641
022987 01 WS-POS-LOADED      PIC 9(02) VALUE ZEROS.                     02298741
022988 01 WS-POS-SUB         PIC 9(02) VALUE ZEROS.                     02298841
022989 01 WS-POS-USE-SUB     PIC 9(02) VALUE ZEROS.                     02298941
022990 01 WS-POS-CHECK-DEPT  PIC X(04) VALUE SPACES.                    02299041
022991 01 WS-POS-TABLE.                                                 02299141
022992    03 WS-POS-ENTRY OCCURS 20.                                    02299241
022993       05 WS-POS-DEPT     PIC X(04).                              02299341
022994       05 WS-POS-AUTH     PIC 9(05).                              02299441
022995       05 WS-POS-FILLED   PIC 9(05).                              02299541
022996 01 WS-HOLD-REASON     PIC X(30) VALUE SPACES.                    02299641
022997 01 WS-HOLD-OLD-SAL    PIC 9(06) VALUE ZEROS.                     02299741
023000 01 WS-SAL-DIFF        PIC S9(07) VALUE ZEROS.                    02300033
023100 01 WS-TOLERANCE-PCT   PIC 9(02) VALUE 20.                        02310033
023200 01 WS-MNT-LINE        PIC X(80) VALUE SPACES.                    02320033
023393       05 WS-GRD-CODE     PIC X(02).                              02339336
023394       05 WS-GRD-MIN      PIC 9(06).                              02339436
023395       05 WS-GRD-MAX      PIC 9(06).                              02339536
023396 01 WS-LOG-ACTIVE-IN   PIC 9(08) VALUE ZEROS.                     02339640
023397 01 WS-CYC-STATUS      PIC X(02) VALUE SPACES.                    02339742
023398 01 WS-CYCLE-SWITCH    PIC X(01) VALUE 'N'.                       02339842
023399    88 WS-CYCLE-CHECKED        VALUE 'Y'.                         02339942
023400      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-MST-REC==.     02340033
023500      COPY EMPTRN REPLACING ==TRN-RECORD== BY ==WS-TRN-REC==.     02350033
023600      COPY EMPTLR.                                                02360033
023700      COPY EMPSUS.                                                02370033
023710      COPY EMPGRD.                                                02371036
023720      COPY EMPPOS.                                                02372041
023740      COPY EMPCYC.                                                02374042
023800*----------------------------------------------------------------*02380033
023900 PROCEDURE DIVISION .                                             02390033
024000*----------------------------------------------------------------*02400033
024200*----------------------------------------------------------------*02420033
024300 A-001.                                                           02430033
024400                                                                  02440033
024410     PERFORM A-002                                                02441042
024420     IF RETURN-CODE NOT = ZEROS                                   02442042
024430        GO TO A-999                                               02443042
024440     END-IF                                                       02444042
024450                                                                  02445042
024500     OPEN I-O   EMPMAST                                           02450033
024600     IF WS-MAST-STATUS NOT = '00'                                 02460033
024700        DISPLAY 'PROGRAM3: CANNOT OPEN EMPMAST, STATUS '          02470033
025600     OPEN OUTPUT SUSPOUT                                          02560033
025700     OPEN OUTPUT MNTREPT                                          02570033
025800                                                                  02580033
026100     MOVE SPACES TO WS-MNT-LINE                                   02610033
026200     STRING 'MAINTENANCE SUSPENSE REPORT FOR ' WS-RUN-DATE        02620033
026300            DELIMITED BY SIZE INTO WS-MNT-LINE                    02630033
026700                                                                  02670033
026800     PERFORM B-003                                                02680033
026810     PERFORM B-005                                                02681036
026820     PERFORM B-007                                                02682041
026900                                                                  02690033
027000     OPEN INPUT PNDIN                                             02700033
027100     IF WS-PNDIN-STATUS NOT = '00'                                02710033
027400     OPEN OUTPUT PNDOUT                                           02740033
027500                                                                  02750033
027600     PERFORM B-001                                                02760033
027610*    THE ACTIVE HEADCOUNT AS READ IS THE RUN LOG'S RECS-IN,       02761040
027620*    WHICH THE TRANSACTIONS THEN ADJUST.                          02762040
027630     MOVE WS-ACTIVE-COUNT TO WS-LOG-ACTIVE-IN                     02763040
027700     IF NOT WS-MAST-BALANCED OR RETURN-CODE = 8                   02770036
027800        MOVE 8 TO RETURN-CODE                                     02780033
027900        CLOSE TRANFILE                                            02790033
029800                                                                  02980033
029900     DISPLAY 'RECORDS ADDED   : ' WS-AddCount                     02990033
030000     DISPLAY 'RECORDS CHANGED : ' WS-ChangeCount                  03000033
030100     DISPLAY 'TERMINATIONS    : ' WS-DeleteCount                  03010040
030120     DISPLAY 'LEAVES STARTED  : ' WS-LeaveCount                   03012040
030140     DISPLAY 'REINSTATEMENTS  : ' WS-ReinstateCount               03014040
030200     DISPLAY 'RECORDS IN ERROR: ' WS-ErrorCount                   03020033
030300     DISPLAY 'CHANGES HELD    : ' WS-HoldCount                    03030033
030400     DISPLAY 'CHANGES RELEASED: ' WS-ReleaseCount                 03040033
032000                                                                  03200033
032100 A-999.                                                           03210033
032200                                                                  03220033
032220     IF WS-CYCLE-CHECKED                                          03222042
032240        PERFORM H-005                                             03224042
032260     END-IF                                                       03226042
032280                                                                  03228042
032300     GOBACK.                                                      03230033
032400                                                                  03240033
032500*----------------------------------------------------------------*03250033
035900     END-EVALUATE.                                                03590033
036000                                                                  03600033
036100*----------------------------------------------------------------*03610033
036200*    B-002 READS THE NEXT MASTER RECORD ON THE BALANCE PASS.     *03620040
036300*    THE TRAILER (KEY 99999) IS CAPTURED, NOT COUNTED.  EVERY    *03630040
036320*    RECORD COUNTS TOWARD THE TRAILER; ONLY ACTIVE EMPLOYEES     *03632041
036340*    COUNT TOWARD THE HEADCOUNT CARRIED TO THE RUN LOG, AND      *03634041
036360*    EVERY EMPLOYEE NOT TERMINATED FILLS A POSITION IN THE       *03636041
036380*    DEPARTMENT.                                                 *03638041
036400*----------------------------------------------------------------*03640033
036500 B-002.                                                           03650033
036600                                                                  03660033
037400            ELSE                                                  03740033
037500               ADD 1         TO WS-MAST-COUNT                     03750033
037600               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 03760033
037620               IF EM-ACTIVE                                       03762040
037640                  ADD 1 TO WS-ACTIVE-COUNT                        03764040
037660               END-IF                                             03766040
037665               IF NOT EM-TERMINATED                               03766541
037670                  MOVE EM-DEPT TO WS-POS-CHECK-DEPT               03767041
037675                  PERFORM D-007                                   03767541
037680               END-IF                                             03768041
037700            END-IF                                                03770033
037800     END-READ.                                                    03780033
037900                                                                  03790033
041912            END-IF                                                04191236
041913     END-READ.                                                    04191336
041914                                                                  04191436
041916*----------------------------------------------------------------*04191641
041918*    B-007 LOADS THE POSFILE POSITION BUDGET INTO WS-POS-TABLE   *04191841
041920*    FOR THE D-004 HEADCOUNT GATE.  AN EMPTY POSFILE MEANS NO    *04192041
041922*    DEPARTMENT IS POSITION-CONTROLLED; AN OVERSIZED ONE STOPS   *04192241
041924*    THE RUN BEFORE ANY UPDATE.  THE FILLED COUNTS START AT      *04192441
041926*    ZERO AND ARE BUILT BY THE B-002 BALANCE PASS.               *04192641
041928*----------------------------------------------------------------*04192841
041930 B-007.                                                           04193041
041932                                                                  04193241
041934     OPEN INPUT POSFILE                                           04193441
041936     PERFORM B-008 UNTIL WS-POS-EOF                               04193641
041938     CLOSE POSFILE.                                               04193841
041940                                                                  04194041
041942*----------------------------------------------------------------*04194241
041944*    B-008 READS ONE POSITION BUDGET RECORD INTO THE NEXT TABLE  *04194441
041946*    SLOT.                                                       *04194641
041948*----------------------------------------------------------------*04194841
041950 B-008.                                                           04195041
041952                                                                  04195241
041954     READ POSFILE INTO POS-RECORD                                 04195441
041956         AT END                                                   04195641
041958            SET WS-POS-EOF TO TRUE                                04195841
041960         NOT AT END                                               04196041
041962            IF WS-POS-LOADED >= 20                                04196241
041964               DISPLAY 'PROGRAM3: MORE THAN 20 DEPARTMENTS ON '   04196441
041966                       'POSFILE'                                  04196641
041968               MOVE 8 TO RETURN-CODE                              04196841
041970               SET WS-POS-EOF TO TRUE                             04197041
041972            ELSE                                                  04197241
041974               ADD 1 TO WS-POS-LOADED                             04197441
041976               MOVE POS-DEPT TO WS-POS-DEPT(WS-POS-LOADED)        04197641
041978               MOVE POS-AUTH-HEADCOUNT                            04197841
041980                    TO WS-POS-AUTH(WS-POS-LOADED)                 04198041
041982               MOVE ZEROS TO WS-POS-FILLED(WS-POS-LOADED)         04198241
041984            END-IF                                                04198441
041986     END-READ.                                                    04198641
041990*----------------------------------------------------------------*04199033
042000*    C-001 READS THE NEXT TRANSACTION - PENDING ITEMS BROUGHT    *04200033
042100*    FORWARD FROM PRIOR RUNS FIRST (PNDIN), THEN THE DAY'S       *04210033
049610       WHEN NOT WS-GRADE-OK                                       04961036
049620         PERFORM F-001                                            04962036
049630         ADD 1 TO WS-ErrorCount                                   04963036
049640       WHEN TRN-ACTION OF WS-TRN-REC = 'A' AND                    04964041
049650            NOT WS-MAST-FOUND                                     04965041
049660         MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT         04966041
049670         PERFORM D-004                                            04967041
049680         IF WS-POSITION-OK                                        04968041
049690            PERFORM E-001                                         04969041
049700         ELSE                                                     04970041
049710            MOVE ' - OVER HEADCOUNT, NOT APPLIED'                 04971041
049720                 TO WS-HOLD-REASON                                04972041
049730            PERFORM E-006                                         04973041
049740         END-IF                                                   04974041
049920*      A TERMINATED EMPLOYEE KEEPS THE NUMBER - ONLY AN 'H'       04992040
049940*      (REINSTATE) CARD BRINGS THEM BACK.  A 'C' OR 'M' CARD IS   04994044
049960*      REFUSED WHILE THE EMPLOYEE IS TERMINATED.  AN 'R' CARD     04996044
049970*      GOES ON TO E-004, WHICH REFUSES A HELD CHANGE THE SAME WAY.04997044
049980       WHEN (TRN-ACTION OF WS-TRN-REC = 'C' OR                    04998040
050000             TRN-ACTION OF WS-TRN-REC = 'M') AND                  05000044
050040            WS-MAST-FOUND AND EMP-TERMINATED OF WS-MST-REC        05004040
050060         MOVE 'EMPLOYEE IS TERMINATED - CHANGE REFUSED'           05006040
050080              TO WS-MAINT-REASON                                  05008040
050100         PERFORM F-001                                            05010040
050120         ADD 1 TO WS-ErrorCount                                   05012040
050140       WHEN TRN-ACTION OF WS-TRN-REC = 'A' AND                    05014040
050160            EMP-TERMINATED OF WS-MST-REC                          05016040
050180         MOVE 'EMPLOYEE IS TERMINATED - REHIRE WITH H CARD'       05018040
050200              TO WS-MAINT-REASON                                  05020040
050220         PERFORM F-001                                            05022040
050240         ADD 1 TO WS-ErrorCount                                   05024040
050260       WHEN TRN-ACTION OF WS-TRN-REC = 'A'                        05026040
050280         MOVE 'DUPLICATE ADD - MASTER RECORD ALREADY EXISTS'      05028040
050300              TO WS-MAINT-REASON                                  05030040
050320         PERFORM F-001                                            05032040
050340         ADD 1 TO WS-ErrorCount                                   05034040
050500       WHEN TRN-ACTION OF WS-TRN-REC = 'C' AND WS-MAST-FOUND      05050033
050600         PERFORM E-005                                            05060033
050610*      A MERIT CHANGE IS A PROOFED, MACHINE-GENERATED CHANGE      05061035
050620*      - IT BYPASSES ONLY THE TOLERANCE GATE.  E-010 STILL HOLDS  05062044
050630*      A TRANSFER OVER HEADCOUNT AND PURGES ANY HELD SUSPENSE     05063044
050640*      FOR THE KEY, LIKE EVERY OTHER APPLIED CHANGE.              05064044
050650       WHEN TRN-ACTION OF WS-TRN-REC = 'M' AND WS-MAST-FOUND      05065039
050660         PERFORM E-010                                            05066039
050665       WHEN TRN-ACTION OF WS-TRN-REC = 'D' AND WS-MAST-FOUND AND  05066540
050670            EMP-TERMINATED OF WS-MST-REC                          05067040
050675         MOVE 'EMPLOYEE IS ALREADY TERMINATED'                    05067540
050680              TO WS-MAINT-REASON                                  05068040
050685         PERFORM F-001                                            05068540
050690         ADD 1 TO WS-ErrorCount                                   05069040
050700       WHEN TRN-ACTION OF WS-TRN-REC = 'D' AND WS-MAST-FOUND      05070033
050800         PERFORM E-003                                            05080033
050820*      A RELEASE IS ROUTED WHETHER OR NOT THE MASTER RECORD       05082041
050840*      EXISTS - A HELD ADD HAS NO MASTER RECORD YET.  E-004 CHECKS05084041
050860*      THE HELD CARD AGAINST THE MASTER.                          05086041
050880       WHEN TRN-ACTION OF WS-TRN-REC = 'R'                        05088041
050900         PERFORM E-004                                            05090041
051005       WHEN TRN-ACTION OF WS-TRN-REC = 'L' AND WS-MAST-FOUND AND  05100540
051010            NOT EMP-ACTIVE OF WS-MST-REC                          05101040
051015         MOVE 'LEAVE REFUSED - EMPLOYEE IS NOT ACTIVE'            05101540
051020              TO WS-MAINT-REASON                                  05102040
051025         PERFORM F-001                                            05102540
051030         ADD 1 TO WS-ErrorCount                                   05103040
051035       WHEN TRN-ACTION OF WS-TRN-REC = 'L' AND WS-MAST-FOUND      05103540
051040         PERFORM E-011                                            05104040
051045       WHEN TRN-ACTION OF WS-TRN-REC = 'H' AND WS-MAST-FOUND AND  05104540
051050            EMP-ACTIVE OF WS-MST-REC                              05105040
051055         MOVE 'REINSTATE REFUSED - EMPLOYEE IS ACTIVE'            05105540
051060              TO WS-MAINT-REASON                                  05106040
051065         PERFORM F-001                                            05106540
051070         ADD 1 TO WS-ErrorCount                                   05107040
051075       WHEN TRN-ACTION OF WS-TRN-REC = 'H' AND WS-MAST-FOUND      05107540
051080         PERFORM E-013                                            05108044
051100       WHEN TRN-ACTION OF WS-TRN-REC = 'C' OR                     05110033
051110            TRN-ACTION OF WS-TRN-REC = 'M' OR                     05111035
051200            TRN-ACTION OF WS-TRN-REC = 'D' OR                     05120033
051320            TRN-ACTION OF WS-TRN-REC = 'L' OR                     05132040
051340            TRN-ACTION OF WS-TRN-REC = 'H'                        05134040
051400         MOVE 'NO MATCHING MASTER RECORD FOR ACTION'              05140033
051500              TO WS-MAINT-REASON                                  05150033
051600         PERFORM F-001                                            05160033
052500     PERFORM C-001.                                               05250033
052600                                                                  05260033
052610*----------------------------------------------------------------*05261036
052620*    D-002 IS THE PAY GRADE GATE.  ON AN ADD, CHANGE, MERIT      *05262040
052630*    CHANGE OR REINSTATEMENT THE TRANSACTION'S GRADE MUST BE ON  *05263040
052640*    GRDFILE AND THE NEW SALARY INSIDE ITS MIN/MAX RANGE; ANY    *05264040
052650*    OTHER ACTION PASSES UNTOUCHED.  WS-MAINT-REASON IS LOADED   *05265040
052660*    FOR THE EXCFILE LINE WHEN THE GATE FAILS.                   *05266040
052670*----------------------------------------------------------------*05267036
052680 D-002.                                                           05268036
052690                                                                  05269036
052692     IF TRN-ACTION OF WS-TRN-REC = 'A'                            05269236
052693        OR TRN-ACTION OF WS-TRN-REC = 'C'                         05269336
052694        OR TRN-ACTION OF WS-TRN-REC = 'M'                         05269436
052696        OR TRN-ACTION OF WS-TRN-REC = 'H'                         05269640
052698        MOVE 'N'   TO WS-GRD-FOUND-SW                             05269840
052700        MOVE ZEROS TO WS-GRD-USE-SUB                              05270040
052702        PERFORM D-003 VARYING WS-GRD-SUB FROM 1 BY 1              05270240
052704                UNTIL WS-GRD-SUB > WS-GRD-LOADED                  05270440
052706        IF NOT WS-GRD-FOUND                                       05270640
052708           MOVE 'N' TO WS-GRADE-OK-SW                             05270840
052710           MOVE 'PAY GRADE NOT ON GRDFILE'                        05271040
052712                TO WS-MAINT-REASON                                05271240
052714        ELSE                                                      05271440
052716           IF TRN-SALARY OF WS-TRN-REC                            05271640
052718              < WS-GRD-MIN(WS-GRD-USE-SUB)                        05271840
052720              OR TRN-SALARY OF WS-TRN-REC                         05272040
052722              > WS-GRD-MAX(WS-GRD-USE-SUB)                        05272240
052724              MOVE 'N' TO WS-GRADE-OK-SW                          05272440
052726              MOVE 'SALARY OUTSIDE PAY GRADE RANGE'               05272640
052728                   TO WS-MAINT-REASON                             05272840
052730           END-IF                                                 05273040
052732        END-IF                                                    05273240
052734     END-IF.                                                      05273440
052736                                                                  05273640
052738*----------------------------------------------------------------*05273840
052740*    D-003 MATCHES THE TRANSACTION'S GRADE AGAINST ONE TABLE     *05274040
052742*    SLOT.                                                       *05274240
052744*----------------------------------------------------------------*05274440
052746 D-003.                                                           05274640
052748                                                                  05274840
052750     IF TRN-GRADE OF WS-TRN-REC = WS-GRD-CODE(WS-GRD-SUB)         05275040
052752        SET WS-GRD-FOUND TO TRUE                                  05275240
052754        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         05275440
052756     END-IF.                                                      05275640
052758                                                                  05275840
052760*----------------------------------------------------------------*05276041
052762*    D-004 IS THE HEADCOUNT GATE.  WS-POS-CHECK-DEPT IS THE      *05276241
052764*    DEPARTMENT THE TRANSACTION WOULD ADD AN EMPLOYEE TO.  WHEN  *05276441
052766*    THAT DEPARTMENT IS ON POSFILE AND EVERY AUTHORIZED          *05276641
052768*    POSITION IS ALREADY FILLED, WS-POSITION-OK IS CLEARED AND   *05276841
052770*    THE CALLER HOLDS THE CARD ON SUSPENSE.  A DEPARTMENT NOT    *05277041
052772*    ON POSFILE IS NOT POSITION-CONTROLLED AND ALWAYS PASSES.    *05277241
052774*----------------------------------------------------------------*05277441
052776 D-004.                                                           05277641
052778                                                                  05277841
052780     SET WS-POSITION-OK TO TRUE                                   05278041
052782     PERFORM D-005                                                05278241
052784     IF WS-POS-FOUND                                              05278441
052786        IF WS-POS-FILLED(WS-POS-USE-SUB)                          05278641
052788           NOT < WS-POS-AUTH(WS-POS-USE-SUB)                      05278841
052790           MOVE 'N' TO WS-POSITION-OK-SW                          05279041
052792        END-IF                                                    05279241
052794     END-IF.                                                      05279441
052796                                                                  05279641
052798*----------------------------------------------------------------*05279841
052800*    D-005 LOOKS UP WS-POS-CHECK-DEPT IN THE POSITION TABLE.     *05280041
052802*    WS-POS-USE-SUB POINTS AT THE MATCHED SLOT WHEN WS-POS-      *05280241
052804*    FOUND IS SET.                                               *05280441
052806*----------------------------------------------------------------*05280641
052808 D-005.                                                           05280841
052810                                                                  05281041
052812     MOVE 'N'   TO WS-POS-FOUND-SW                                05281241
052814     MOVE ZEROS TO WS-POS-USE-SUB                                 05281441
052816     PERFORM D-006 VARYING WS-POS-SUB FROM 1 BY 1                 05281641
052818             UNTIL WS-POS-SUB > WS-POS-LOADED.                    05281841
052820                                                                  05282041
052822*----------------------------------------------------------------*05282241
052824*    D-006 MATCHES THE DEPARTMENT AGAINST ONE TABLE SLOT.        *05282441
052826*----------------------------------------------------------------*05282641
052828 D-006.                                                           05282841
052830                                                                  05283041
052832     IF WS-POS-CHECK-DEPT = WS-POS-DEPT(WS-POS-SUB)               05283241
052834        SET WS-POS-FOUND TO TRUE                                  05283441
052836        MOVE WS-POS-SUB TO WS-POS-USE-SUB                         05283641
052838     END-IF.                                                      05283841
052840                                                                  05284041
052842*----------------------------------------------------------------*05284244
052844*    D-007 FILLS ONE POSITION IN WS-POS-CHECK-DEPT.  A           *05284444
052846*    DEPARTMENT NOT ON POSFILE IS NOT COUNTED.                   *05284644
052848*----------------------------------------------------------------*05284844
052850 D-007.                                                           05285041
052852                                                                  05285241
052854     PERFORM D-005                                                05285441
052856     IF WS-POS-FOUND                                              05285641
052858        ADD 1 TO WS-POS-FILLED(WS-POS-USE-SUB)                    05285841
052860     END-IF.                                                      05286041
052862                                                                  05286241
052863*----------------------------------------------------------------*05286344
052864*    D-008 VACATES ONE POSITION IN WS-POS-CHECK-DEPT.  A         *05286444
052865*    DEPARTMENT NOT ON POSFILE IS NOT COUNTED, AND A COUNT       *05286544
052866*    ALREADY AT ZERO STAYS THERE.                                *05286644
052867*----------------------------------------------------------------*05286744
052868 D-008.                                                           05286844
052869                                                                  05286944
052870     PERFORM D-005                                                05287044
052871     IF WS-POS-FOUND AND WS-POS-FILLED(WS-POS-USE-SUB) > ZEROS    05287144
052872        SUBTRACT 1 FROM WS-POS-FILLED(WS-POS-USE-SUB)             05287241
052874     END-IF.                                                      05287441
052875                                                                  05287544
052876*----------------------------------------------------------------*05287641
052878*    E-001 ADDS A NEW EMPLOYEE TO THE MASTER FROM AN 'A'         *05287841
052900*    TRANSACTION.  A NEW EMPLOYEE STARTS ACTIVE AND FILLS A      *05290041
052920*    POSITION IN THE DEPARTMENT.  AN ADD STILL HELD ON SUSPENSE  *05292041
052940*    FOR THE KEY IS SUPERSEDED BY THE ONE APPLIED.               *05294041
053000*----------------------------------------------------------------*05300033
053100 E-001.                                                           05310033
053200                                                                  05320033
053700     MOVE TRN-SALARY OF WS-TRN-REC TO EM-SALARY                   05370033
053800     MOVE TRN-DEPT   OF WS-TRN-REC TO EM-DEPT                     05380033
053810     MOVE TRN-GRADE  OF WS-TRN-REC TO EM-GRADE                    05381036
053820     SET EM-ACTIVE TO TRUE                                        05382040
053830     MOVE ZEROS  TO EM-LEAVE-DATE                                 05383040
053840     MOVE ZEROS  TO EM-TERM-DATE                                  05384040
053850     MOVE SPACES TO EM-TERM-REASON                                05385040
053900*    THE AUDIT IMAGES ARE BUILT BEFORE THE WRITE - THE RECORD     05390033
054000*    AREA MAY NOT BE REFERENCED AFTER IT.                         05400033
054100     MOVE SPACES         TO AUD-BEFORE                            05410033
054900         NOT INVALID KEY                                          05490033
055000            ADD 1 TO WS-AddCount                                  05500033
055100            ADD 1 TO WS-MAST-COUNT                                05510033
055120            ADD 1 TO WS-ACTIVE-COUNT                              05512040
055140            ADD 1 TO WS-ActiveInCount                             05514040
055200            ADD TRN-SALARY OF WS-TRN-REC TO WS-MAST-SAL-TOTAL     05520033
055300            PERFORM G-001                                         05530033
055310*           THE STARTING SALARY IS A MOVEMENT FROM ZEROS.         05531034
055320            MOVE ZEROS TO SAL-OLD-SALARY                          05532034
055330            MOVE TRN-SALARY OF WS-TRN-REC TO SAL-NEW-SALARY       05533034
055340            PERFORM G-002                                         05534034
055342            MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT      05534241
055344            PERFORM D-007                                         05534441
055346            PERFORM E-007                                         05534641
055348            IF WS-SUS-FOUND                                       05534841
055350               MOVE 'P' TO WS-SUS-STATE(WS-SUS-USE-SUB)           05535041
055352               ADD 1 TO WS-PurgeCount                             05535241
055354               MOVE SPACES TO WS-MNT-LINE                         05535441
055356               STRING 'PURGED   EMPLOYEE '                        05535641
055358                      TRN-EMP-ID OF WS-TRN-REC                    05535841
055360                      ' - SUPERSEDED BY APPLIED ADD'              05536041
055362                      DELIMITED BY SIZE INTO WS-MNT-LINE          05536241
055364               WRITE MNT-LINE FROM WS-MNT-LINE                    05536441
055366                     AFTER ADVANCING 1 LINE                       05536641
055368            END-IF                                                05536841
055400     END-WRITE.                                                   05540033
055500                                                                  05550033
055600*----------------------------------------------------------------*05560033
055700*    E-002 APPLIES A 'C' TRANSACTION IN PLACE: EVERY DATA FIELD  *05570040
055800*    ON THE MASTER, INCLUDING THE NAME, IS REPLACED FROM THE     *05580040
055900*    TRANSACTION AND THE RECORD IS REWRITTEN UNDER ITS KEY.      *05590040
055920*    THE EMPLOYMENT STATUS FIELDS ARE NOT ON THE CARD - THEY     *05592040
055940*    ARE CARRIED FORWARD FROM THE RECORD AS READ.  A CHANGE OF   *05594041
055960*    DEPARTMENT MOVES THE EMPLOYEE'S FILLED POSITION WITH THEM.  *05596041
056000*----------------------------------------------------------------*05600033
056100 E-002.                                                           05610033
056200                                                                  05620033
056700     MOVE TRN-SALARY OF WS-TRN-REC TO EM-SALARY                   05670033
056800     MOVE TRN-DEPT   OF WS-TRN-REC TO EM-DEPT                     05680033
056810     MOVE TRN-GRADE  OF WS-TRN-REC TO EM-GRADE                    05681036
056820     MOVE EMP-STATUS      OF WS-MST-REC TO EM-STATUS              05682040
056830     MOVE EMP-LEAVE-DATE  OF WS-MST-REC TO EM-LEAVE-DATE          05683040
056840     MOVE EMP-TERM-DATE   OF WS-MST-REC TO EM-TERM-DATE           05684040
056850     MOVE EMP-TERM-REASON OF WS-MST-REC TO EM-TERM-REASON         05685040
056900*    WS-MST-REC STILL HOLDS THE RECORD AS READ IN D-001 - THAT    05690033
057000*    IS THE BEFORE IMAGE.                                         05700033
057100     MOVE WS-MST-REC     TO AUD-BEFORE                            05710033
058360               MOVE TRN-SALARY OF WS-TRN-REC TO SAL-NEW-SALARY    05836034
058370               PERFORM G-002                                      05837034
058380            END-IF                                                05838034
058382            IF TRN-DEPT OF WS-TRN-REC NOT = EMP-DEPT OF WS-MST-REC05838241
058384               MOVE EMP-DEPT OF WS-MST-REC TO WS-POS-CHECK-DEPT   05838441
058386               PERFORM D-008                                      05838641
058388               MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT   05838841
058390               PERFORM D-007                                      05839041
058392            END-IF                                                05839241
058400     END-REWRITE.                                                 05840033
058500                                                                  05850033
058600*----------------------------------------------------------------*05860033
058620*    E-003 APPLIES A 'D' TRANSACTION.  THE EMPLOYEE IS NOT       *05862040
058640*    DELETED - THE RECORD IS REWRITTEN AS TERMINATED, WITH THE   *05864040
058660*    TERMINATION DATE AND REASON, SO A LEAVER STAYS ON THE       *05866040
058680*    MASTER UNDER THE SAME NUMBER UNTIL THE PROGRAM15 RETENTION  *05868040
058700*    PURGE.  A CHANGE STILL HELD ON SUSPENSE FOR THE KEY IS      *05870040
058720*    PURGED - IT CAN NEVER BE RELEASED AGAINST A LEAVER.  THE    *05872041
058730*    LEAVER'S POSITION IS VACATED.                               *05873041
058740*----------------------------------------------------------------*05874040
058760 E-003.                                                           05876040
058780                                                                  05878040
058800     PERFORM G-003                                                05880040
058820     MOVE WS-MST-REC     TO EMPMAST-RECORD                        05882040
058840     SET EM-TERMINATED   TO TRUE                                  05884040
058860     MOVE WS-STATUS-DATE TO EM-TERM-DATE                          05886040
058880     MOVE TRN-TERM-REASON OF WS-TRN-REC TO EM-TERM-REASON         05888040
058900*    THE BEFORE IMAGE IS THE RECORD AS READ IN D-001 - ONLY THE   05890040
058920*    STATUS FIELDS DIFFER ON THE AFTER IMAGE.                     05892040
058940     MOVE WS-MST-REC     TO AUD-BEFORE                            05894040
058960     MOVE EMPMAST-RECORD TO AUD-AFTER                             05896040
058980     REWRITE EMPMAST-RECORD                                       05898040
059000         INVALID KEY                                              05900040
059020            MOVE 'REWRITE FAILED ON MASTER KSDS'                  05902040
059040                 TO WS-MAINT-REASON                               05904040
059060            PERFORM F-001                                         05906040
059080            ADD 1 TO WS-ErrorCount                                05908040
059100         NOT INVALID KEY                                          05910040
059120            ADD 1 TO WS-DeleteCount                               05912040
059140            IF EMP-ACTIVE OF WS-MST-REC                           05914040
059160               SUBTRACT 1 FROM WS-ACTIVE-COUNT                    05916040
059180               ADD 1 TO WS-ActiveOutCount                         05918040
059200            END-IF                                                05920040
059205            MOVE EMP-DEPT OF WS-MST-REC TO WS-POS-CHECK-DEPT      05920541
059210            PERFORM D-008                                         05921041
059220            PERFORM G-001                                         05922040
059240            PERFORM E-007                                         05924040
059260            IF WS-SUS-FOUND                                       05926040
059280               MOVE 'P' TO WS-SUS-STATE(WS-SUS-USE-SUB)           05928040
059300               ADD 1 TO WS-PurgeCount                             05930040
059320               MOVE SPACES TO WS-MNT-LINE                         05932040
059340               STRING 'PURGED   EMPLOYEE '                        05934040
059360                      TRN-EMP-ID OF WS-TRN-REC                    05936040
059380                      ' - EMPLOYEE TERMINATED'                    05938040
059400                      DELIMITED BY SIZE INTO WS-MNT-LINE          05940040
059420               WRITE MNT-LINE FROM WS-MNT-LINE                    05942040
059440                     AFTER ADVANCING 1 LINE                       05944040
059460            END-IF                                                05946040
059480     END-REWRITE.                                                 05948040
061000                                                                  06100033
061100*----------------------------------------------------------------*06110033
061110*    E-004 APPLIES AN 'R' (RELEASE) CARD: THE ADD, CHANGE OR     *06111044
061120*    REINSTATEMENT HELD ON SUSPENSE FOR THIS EMPLOYEE IS         *06112044
061130*    APPLIED AS ORIGINALLY KEYED, BYPASSING THE TOLERANCE AND    *06113044
061140*    HEADCOUNT GATES - THE RELEASE CARD IS THE SECOND PAIR OF    *06114044
061150*    EYES.  THE D-002 PAY GRADE GATE IS RE-RUN ON THE HELD CARD  *06115044
061160*    FIRST - AN APPROVER CANNOT WAIVE THE REFERENCE EDITS.  A    *06116044
061170*    HELD ADD NEEDS THE KEY STILL FREE ON THE MASTER, A HELD     *06117044
061180*    CHANGE THE RECORD STILL THERE AND THE EMPLOYEE NOT          *06118044
061190*    TERMINATED, AND A HELD REINSTATEMENT THE EMPLOYEE STILL     *06119044
061200*    INACTIVE; EITHER WAY A FAILED CHECK LEAVES THE ITEM HELD    *06120044
061220*    FOR CORRECTION.                                             *06122044
061300*----------------------------------------------------------------*06130041
061320 E-004.                                                           06132041
061340                                                                  06134041
061360     PERFORM E-007                                                06136041
061380     IF NOT WS-SUS-FOUND                                          06138041
061400        MOVE 'NO SUSPENDED CHANGE TO RELEASE'                     06140041
061420             TO WS-MAINT-REASON                                   06142041
061440        PERFORM F-001                                             06144041
061460        ADD 1 TO WS-ErrorCount                                    06146041
061480     ELSE                                                         06148041
061500        MOVE WS-SUS-TRN(WS-SUS-USE-SUB) TO WS-TRN-REC             06150041
061520*       THE RELEASE CARD WAIVES THE TOLERANCE GATE, NOT THE       06152041
061540*       REFERENCE EDITS - THE GRADE MAY HAVE BEEN RETIRED OR      06154041
061560*       ITS RANGE TIGHTENED WHILE THE CHANGE SAT ON SUSPENSE.     06156041
061580        PERFORM D-002                                             06158041
061600        EVALUATE TRUE                                             06160041
061620          WHEN NOT WS-GRADE-OK                                    06162041
061640            PERFORM F-001                                         06164041
061660            ADD 1 TO WS-ErrorCount                                06166041
061680          WHEN TRN-ACTION OF WS-TRN-REC = 'A' AND WS-MAST-FOUND   06168041
061700            MOVE 'HELD ADD NOT RELEASED - KEY ON MASTER'          06170041
061720                 TO WS-MAINT-REASON                               06172041
061740            PERFORM F-001                                         06174041
061760            ADD 1 TO WS-ErrorCount                                06176041
061780          WHEN TRN-ACTION OF WS-TRN-REC NOT = 'A' AND             06178041
061800               NOT WS-MAST-FOUND                                  06180041
061820            MOVE 'NO MATCHING MASTER RECORD FOR ACTION'           06182041
061840                 TO WS-MAINT-REASON                               06184041
061860            PERFORM F-001                                         06186041
061880            ADD 1 TO WS-ErrorCount                                06188041
061881          WHEN (TRN-ACTION OF WS-TRN-REC = 'C' OR                 06188144
061882                TRN-ACTION OF WS-TRN-REC = 'M') AND               06188244
061883               EMP-TERMINATED OF WS-MST-REC                       06188344
061884            MOVE 'EMPLOYEE IS TERMINATED - CHANGE REFUSED'        06188444
061885                 TO WS-MAINT-REASON                               06188544
061886            PERFORM F-001                                         06188644
061887            ADD 1 TO WS-ErrorCount                                06188744
061888          WHEN TRN-ACTION OF WS-TRN-REC = 'H' AND                 06188844
061889               EMP-ACTIVE OF WS-MST-REC                           06188944
061890            MOVE 'REINSTATE REFUSED - EMPLOYEE IS ACTIVE'         06189044
061891                 TO WS-MAINT-REASON                               06189144
061892            PERFORM F-001                                         06189244
061893            ADD 1 TO WS-ErrorCount                                06189344
061900          WHEN OTHER                                              06190041
061920            MOVE 'R' TO WS-SUS-STATE(WS-SUS-USE-SUB)              06192041
061940            ADD 1 TO WS-ReleaseCount                              06194041
061960            MOVE SPACES TO WS-MNT-LINE                            06196041
061980            STRING 'RELEASED EMPLOYEE '                           06198041
062000                   TRN-EMP-ID OF WS-TRN-REC                       06200041
062020                   ' - HELD CHANGE APPLIED'                       06202041
062040                   DELIMITED BY SIZE INTO WS-MNT-LINE             06204041
062060            WRITE MNT-LINE FROM WS-MNT-LINE                       06206041
062080                  AFTER ADVANCING 1 LINE                          06208041
062100*           THE SWITCH MAKES G-002 RECORD THE MOVEMENT AS A       06210041
062120*           RELEASE EVEN THOUGH THE HELD CARD IS AN 'A', 'C',     06212044
062130*           'M' OR 'H'.                                           06213044
062140            SET WS-RELEASE-APPLIED TO TRUE                        06214041
062150            EVALUATE TRN-ACTION OF WS-TRN-REC                     06215044
062160              WHEN 'A'                                            06216044
062170                PERFORM E-001                                     06217044
062180              WHEN 'H'                                            06218044
062190                PERFORM E-012                                     06219044
062200              WHEN OTHER                                          06220044
062210                PERFORM E-002                                     06221044
062220            END-EVALUATE                                          06222044
062260            MOVE 'N' TO WS-RELEASE-SW                             06226041
062280        END-EVALUATE                                              06228041
062300     END-IF.                                                      06230041
063800                                                                  06380033
063900*----------------------------------------------------------------*06390033
063920*    E-005 GATES EVERY MATCHED 'C'.  A MOVE OF MORE THAN         *06392041
063940*    WS-TOLERANCE-PCT EITHER WAY AGAINST THE MASTER SALARY, OR   *06394041
063960*    A TRANSFER INTO A DEPARTMENT WITH NO VACANT POSITION, IS    *06396041
063980*    HELD FOR A SUPERVISOR INSTEAD OF APPLIED.  A CHANGE THAT    *06398041
064000*    PASSES BOTH APPLIES NORMALLY AND SUPERSEDES (PURGES) ANY    *06400041
064020*    EARLIER HELD ITEM FOR THE KEY - THAT IS HOW A CORRECTED     *06402041
064040*    CARD CLOSES A SUSPENSE.                                     *06404041
064060*----------------------------------------------------------------*06406041
064080 E-005.                                                           06408041
064100                                                                  06410041
064120     COMPUTE WS-SAL-DIFF = TRN-SALARY OF WS-TRN-REC               06412041
064140                         - SALARY OF WS-MST-REC                   06414041
064160     IF WS-SAL-DIFF < ZERO                                        06416041
064180        COMPUTE WS-SAL-DIFF = ZERO - WS-SAL-DIFF                  06418041
064200     END-IF                                                       06420041
064220     SET WS-POSITION-OK TO TRUE                                   06422041
064240     IF TRN-DEPT OF WS-TRN-REC NOT = EMP-DEPT OF WS-MST-REC       06424041
064260        MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT          06426041
064280        PERFORM D-004                                             06428041
064300     END-IF                                                       06430041
064320     EVALUATE TRUE                                                06432041
064340       WHEN WS-SAL-DIFF * 100                                     06434041
064360            > SALARY OF WS-MST-REC * WS-TOLERANCE-PCT             06436041
064380         MOVE ' - OVER TOLERANCE, NOT APPLIED' TO WS-HOLD-REASON  06438041
064400         PERFORM E-006                                            06440041
064420       WHEN NOT WS-POSITION-OK                                    06442041
064440         MOVE ' - OVER HEADCOUNT, NOT APPLIED' TO WS-HOLD-REASON  06444041
064460         PERFORM E-006                                            06446041
064480       WHEN OTHER                                                 06448041
064500         PERFORM E-007                                            06450041
064520         IF WS-SUS-FOUND                                          06452041
064540            MOVE 'P' TO WS-SUS-STATE(WS-SUS-USE-SUB)              06454041
064560            ADD 1 TO WS-PurgeCount                                06456041
064580            MOVE SPACES TO WS-MNT-LINE                            06458041
064600            STRING 'PURGED   EMPLOYEE '                           06460041
064620                   TRN-EMP-ID OF WS-TRN-REC                       06462041
064640                   ' - SUPERSEDED BY CORRECTED CHANGE'            06464041
064660                   DELIMITED BY SIZE INTO WS-MNT-LINE             06466041
064680            WRITE MNT-LINE FROM WS-MNT-LINE                       06468041
064700                  AFTER ADVANCING 1 LINE                          06470041
064720         END-IF                                                   06472041
064740         PERFORM E-002                                            06474041
064760     END-EVALUATE.                                                06476041
067200                                                                  06720033
067300*----------------------------------------------------------------*06730033
067320*    E-006 HOLDS AN ADD, CHANGE, MERIT CHANGE OR REINSTATEMENT   *06732044
067340*    ON THE SUSPENSE TABLE AND LISTS IT FOR THE SUPERVISOR WITH  *06734044
067360*    WS-HOLD-REASON, SET BY THE CALLER.  A HOLD ALREADY SITTING  *06736044
067380*    FOR THE SAME KEY IS PURGED FIRST - THE LATEST KEYED CARD IS *06738044
067400*    THE ONE THAT WAITS FOR RELEASE.  A HELD ADD HAS NO OLD      *06740044
067500*    SALARY.                                                     *06750044
067800*----------------------------------------------------------------*06780033
067900 E-006.                                                           06790033
067910                                                                  06791041
067920     IF TRN-ACTION OF WS-TRN-REC = 'A'                            06792041
067930        MOVE ZEROS TO WS-HOLD-OLD-SAL                             06793041
067940     ELSE                                                         06794041
067950        MOVE SALARY OF WS-MST-REC TO WS-HOLD-OLD-SAL              06795041
067960     END-IF                                                       06796041
068000                                                                  06800033
068100     PERFORM E-007                                                06810033
068200     IF WS-SUS-FOUND                                              06820033
069900        ADD 1 TO WS-SUS-LOADED                                    06990033
070000        MOVE 'H' TO WS-SUS-STATE(WS-SUS-LOADED)                   07000033
070100        MOVE WS-RUN-DATE TO WS-SUS-DATE(WS-SUS-LOADED)            07010033
070200        MOVE WS-HOLD-OLD-SAL TO WS-SUS-OLD-SAL(WS-SUS-LOADED)     07020041
070400        MOVE WS-TRN-REC TO WS-SUS-TRN(WS-SUS-LOADED)              07040033
070500        ADD 1 TO WS-HoldCount                                     07050033
070600        MOVE SPACES TO WS-MNT-LINE                                07060033
070700        STRING 'HELD     EMPLOYEE '                               07070033
070800               TRN-EMP-ID OF WS-TRN-REC                           07080033
070900               ' OLD=' WS-HOLD-OLD-SAL                            07090041
071000               ' NEW=' TRN-SALARY OF WS-TRN-REC                   07100033
071100               WS-HOLD-REASON                                     07110041
071200               DELIMITED BY SIZE INTO WS-MNT-LINE                 07120033
071300        WRITE MNT-LINE FROM WS-MNT-LINE                           07130033
071400              AFTER ADVANCING 1 LINE                              07140033
075700     WRITE MNT-LINE FROM WS-MNT-LINE AFTER ADVANCING 1 LINE.      07570033
075800                                                                  07580033
075810*----------------------------------------------------------------*07581039
075812*    E-010 APPLIES A MERIT CHANGE.  THE TOLERANCE GATE IS THE    *07581244
075814*    ONLY CHECK A MERIT CARD SKIPS - A MERIT CARD THAT MOVES     *07581444
075816*    THE EMPLOYEE INTO A DEPARTMENT WITH NO VACANT POSITION IS   *07581644
075818*    HELD, LIKE A 'C' IN E-005.  OTHERWISE A CHANGE STILL HELD   *07581844
075820*    ON SUSPENSE FOR THE KEY IS PURGED FIRST, EXACTLY AS AN      *07582044
075822*    APPLIED 'C' PURGES IT IN E-005, SO A LATER RELEASE CANNOT   *07582244
075824*    REWRITE THE MASTER BACK TO ITS PRE-MERIT IMAGE.             *07582444
075826*----------------------------------------------------------------*07582644
075828 E-010.                                                           07582844
075830                                                                  07583044
075832     SET WS-POSITION-OK TO TRUE                                   07583244
075834     IF TRN-DEPT OF WS-TRN-REC NOT = EMP-DEPT OF WS-MST-REC       07583444
075836        MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT          07583644
075838        PERFORM D-004                                             07583844
075840     END-IF                                                       07584044
075842     EVALUATE TRUE                                                07584244
075844       WHEN NOT WS-POSITION-OK                                    07584444
075846         MOVE ' - OVER HEADCOUNT, NOT APPLIED' TO WS-HOLD-REASON  07584644
075848         PERFORM E-006                                            07584844
075850       WHEN OTHER                                                 07585044
075852         PERFORM E-007                                            07585244
075854         IF WS-SUS-FOUND                                          07585444
075856            MOVE 'P' TO WS-SUS-STATE(WS-SUS-USE-SUB)              07585644
075858            ADD 1 TO WS-PurgeCount                                07585844
075860            MOVE SPACES TO WS-MNT-LINE                            07586044
075862            STRING 'PURGED   EMPLOYEE '                           07586244
075864                   TRN-EMP-ID OF WS-TRN-REC                       07586444
075866                   ' - SUPERSEDED BY MERIT CHANGE'                07586644
075868                   DELIMITED BY SIZE INTO WS-MNT-LINE             07586844
075870            WRITE MNT-LINE FROM WS-MNT-LINE                       07587044
075872                  AFTER ADVANCING 1 LINE                          07587244
075874         END-IF                                                   07587444
075876         PERFORM E-002                                            07587644
075878     END-EVALUATE.                                                07587844
075904                                                                  07590439
075905*----------------------------------------------------------------*07590540
075906*    E-011 APPLIES AN 'L' TRANSACTION: AN ACTIVE EMPLOYEE        *07590640
075907*    STARTS A LEAVE OF ABSENCE ON TRN-EFF-DATE (THE RUN DATE     *07590740
075908*    WHEN ZEROS).  ONLY THE STATUS FIELDS MOVE.                  *07590840
075909*----------------------------------------------------------------*07590940
075910 E-011.                                                           07591040
075911                                                                  07591140
075912     PERFORM G-003                                                07591240
075913     MOVE WS-MST-REC     TO EMPMAST-RECORD                        07591340
075914     SET EM-ON-LEAVE     TO TRUE                                  07591440
075915     MOVE WS-STATUS-DATE TO EM-LEAVE-DATE                         07591540
075916     MOVE WS-MST-REC     TO AUD-BEFORE                            07591640
075917     MOVE EMPMAST-RECORD TO AUD-AFTER                             07591740
075918     REWRITE EMPMAST-RECORD                                       07591840
075919         INVALID KEY                                              07591940
075920            MOVE 'REWRITE FAILED ON MASTER KSDS'                  07592040
075921                 TO WS-MAINT-REASON                               07592140
075922            PERFORM F-001                                         07592240
075923            ADD 1 TO WS-ErrorCount                                07592340
075924         NOT INVALID KEY                                          07592440
075925            ADD 1 TO WS-LeaveCount                                07592540
075926            SUBTRACT 1 FROM WS-ACTIVE-COUNT                       07592640
075927            ADD 1 TO WS-ActiveOutCount                            07592740
075928            PERFORM G-001                                         07592840
075929     END-REWRITE.                                                 07592940
075930                                                                  07593040
075931*----------------------------------------------------------------*07593140
075932*    E-012 APPLIES AN 'H' TRANSACTION: A TERMINATED EMPLOYEE IS  *07593240
075933*    REHIRED, OR AN EMPLOYEE ON LEAVE RETURNS, UNDER THE SAME    *07593340
075934*    EMP-ID.  NAME, SEX, SALARY, DEPARTMENT AND GRADE ARE TAKEN  *07593440
075935*    FROM THE CARD LIKE A CHANGE; THE ORIGINAL DOJ IS KEPT, SO   *07593540
075936*    TENURE AND HISTORY CONTINUE.  THE LEAVE AND TERMINATION     *07593640
075937*    FIELDS ARE CLEARED.  A REHIRE FILLS A POSITION AGAIN; A     *07593741
075938*    RETURN FROM LEAVE ALREADY HOLDS ONE, WHICH MOVES WITH A     *07593841
075939*    CHANGE OF DEPARTMENT.                                       *07593941
075940*----------------------------------------------------------------*07594041
075941 E-012.                                                           07594141
075942                                                                  07594241
075943     MOVE WS-MST-REC     TO EMPMAST-RECORD                        07594341
075944     MOVE TRN-NAME-A OF WS-TRN-REC TO EM-NAME-A                   07594441
075945     MOVE TRN-SEX    OF WS-TRN-REC TO EM-SEX                      07594541
075946     MOVE TRN-SALARY OF WS-TRN-REC TO EM-SALARY                   07594641
075947     MOVE TRN-DEPT   OF WS-TRN-REC TO EM-DEPT                     07594741
075948     MOVE TRN-GRADE  OF WS-TRN-REC TO EM-GRADE                    07594841
075949     SET EM-ACTIVE       TO TRUE                                  07594941
075950     MOVE ZEROS          TO EM-LEAVE-DATE                         07595041
075951     MOVE ZEROS          TO EM-TERM-DATE                          07595141
075952     MOVE SPACES         TO EM-TERM-REASON                        07595241
075953     MOVE WS-MST-REC     TO AUD-BEFORE                            07595341
075954     MOVE EMPMAST-RECORD TO AUD-AFTER                             07595441
075955     REWRITE EMPMAST-RECORD                                       07595541
075956         INVALID KEY                                              07595641
075957            MOVE 'REWRITE FAILED ON MASTER KSDS'                  07595741
075958                 TO WS-MAINT-REASON                               07595841
075959            PERFORM F-001                                         07595941
075960            ADD 1 TO WS-ErrorCount                                07596041
075961         NOT INVALID KEY                                          07596141
075962            ADD 1 TO WS-ReinstateCount                            07596241
075963            ADD 1 TO WS-ACTIVE-COUNT                              07596341
075964            ADD 1 TO WS-ActiveInCount                             07596441
075965            IF EMP-TERMINATED OF WS-MST-REC                       07596541
075966               MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT   07596641
075967               PERFORM D-007                                      07596741
075968            ELSE                                                  07596841
075969               IF TRN-DEPT OF WS-TRN-REC                          07596941
075970                  NOT = EMP-DEPT OF WS-MST-REC                    07597041
075971                  MOVE EMP-DEPT OF WS-MST-REC TO WS-POS-CHECK-DEPT07597141
075972                  PERFORM D-008                                   07597241
075973                  MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT07597341
075974                  PERFORM D-007                                   07597441
075975               END-IF                                             07597541
075976            END-IF                                                07597641
075977            SUBTRACT SALARY OF WS-MST-REC FROM WS-MAST-SAL-TOTAL  07597741
075978            ADD TRN-SALARY OF WS-TRN-REC  TO WS-MAST-SAL-TOTAL    07597841
075979            PERFORM G-001                                         07597941
075980            IF TRN-SALARY OF WS-TRN-REC                           07598041
075981               NOT = SALARY OF WS-MST-REC                         07598141
075982               MOVE SALARY OF WS-MST-REC TO SAL-OLD-SALARY        07598241
075983               MOVE TRN-SALARY OF WS-TRN-REC TO SAL-NEW-SALARY    07598341
075984               PERFORM G-002                                      07598441
075985            END-IF                                                07598541
075986     END-REWRITE.                                                 07598641
075987                                                                  07598741
075988*----------------------------------------------------------------*07598844
075990*    E-013 GATES AN 'H' TRANSACTION.  A REHIRE FILLS A POSITION  *07599044
075992*    AGAIN, AND A RETURN FROM LEAVE THAT CHANGES DEPARTMENT      *07599244
075994*    TAKES ONE IN THE NEW DEPARTMENT - EITHER IS HELD ON         *07599444
075996*    SUSPENSE WHEN THAT DEPARTMENT HAS NO VACANT POSITION,       *07599644
075998*    EXACTLY AS AN 'A' IS.  OTHERWISE E-012 APPLIES THE CARD.    *07599844
076000*----------------------------------------------------------------*07600044
076002 E-013.                                                           07600244
076004                                                                  07600444
076006     SET WS-POSITION-OK TO TRUE                                   07600644
076008     IF EMP-TERMINATED OF WS-MST-REC                              07600844
076010        OR TRN-DEPT OF WS-TRN-REC NOT = EMP-DEPT OF WS-MST-REC    07601044
076012        MOVE TRN-DEPT OF WS-TRN-REC TO WS-POS-CHECK-DEPT          07601244
076014        PERFORM D-004                                             07601444
076016     END-IF                                                       07601644
076018     IF WS-POSITION-OK                                            07601844
076020        PERFORM E-012                                             07602044
076022     ELSE                                                         07602244
076024        MOVE ' - OVER HEADCOUNT, NOT APPLIED' TO WS-HOLD-REASON   07602444
076026        PERFORM E-006                                             07602644
076028     END-IF.                                                      07602844
076030                                                                  07603044
076032*----------------------------------------------------------------*07603244
076034*    F-001 WRITES ONE TRANSACTION-IN-ERROR LINE TO EXCFILE.      *07603444
076100*----------------------------------------------------------------*07610033
076200 F-001.                                                           07620033
076300                                                                  07630033
078200     MOVE TRN-ACTION OF WS-TRN-REC TO AUD-ACTION                  07820033
078300     MOVE TRN-EMP-ID OF WS-TRN-REC TO AUD-EMP-ID                  07830033
078400     MOVE WS-RUN-DATE               TO AUD-RUN-DATE               07840033
078420     MOVE TRN-BATCH-NO OF WS-TRN-REC TO AUD-BATCH-NO              07842044
078440     MOVE TRN-OPERATOR OF WS-TRN-REC TO AUD-OPERATOR              07844044
078500     WRITE AUD-RECORD.                                            07850033
078600                                                                  07860033
078610*----------------------------------------------------------------*07861034
078620*    G-002 WRITES ONE SALARY HISTORY RECORD FOR THE MOVEMENT     *07862043
078630*    JUST APPLIED.  SAL-OLD-SALARY AND SAL-NEW-SALARY ARE SET    *07863043
078640*    BY THE CALLER; THE KEY, RUN DATE AND EFFECTIVE DATE ARE     *07864043
078650*    COMMON.  A RELEASED CHANGE IS RECORDED AS SOURCE 'R'.       *07865043
078660*----------------------------------------------------------------*07866034
078670 G-002.                                                           07867034
078680                                                                  07868034
078690     MOVE TRN-EMP-ID OF WS-TRN-REC TO SAL-EMP-ID                  07869034
078691     MOVE WS-RUN-DATE               TO SAL-CHG-DATE               07869134
078692     IF TRN-EFF-DATE OF WS-TRN-REC = ZEROS                        07869243
078693        MOVE WS-RUN-DATE TO SAL-EFF-DATE                          07869343
078694     ELSE                                                         07869443
078695        MOVE TRN-EFF-DATE OF WS-TRN-REC TO SAL-EFF-DATE           07869543
078696     END-IF                                                       07869643
078697     IF WS-RELEASE-APPLIED                                        07869743
078698        MOVE 'R' TO SAL-SOURCE                                    07869843
078699     ELSE                                                         07869943
078700        MOVE TRN-ACTION OF WS-TRN-REC TO SAL-SOURCE               07870043
078701     END-IF                                                       07870143
078702     WRITE SAL-RECORD.                                            07870243
078703                                                                  07870343
078704*----------------------------------------------------------------*07870443
078705*    G-003 SETS THE DATE A STATUS CHANGE TAKES EFFECT - THE      *07870540
078710*    CARD'S TRN-EFF-DATE, OR THE RUN DATE WHEN THE CARD SAYS     *07871040
078715*    APPLY AT ONCE.                                              *07871540
078720*----------------------------------------------------------------*07872040
078725 G-003.                                                           07872540
078730                                                                  07873040
078735     IF TRN-EFF-DATE OF WS-TRN-REC = ZEROS                        07873540
078740        MOVE WS-RUN-DATE TO WS-STATUS-DATE                        07874040
078745     ELSE                                                         07874540
078750        MOVE TRN-EFF-DATE OF WS-TRN-REC TO WS-STATUS-DATE         07875040
078755     END-IF.                                                      07875540
078760                                                                  07876040
078765*----------------------------------------------------------------*07876540
078800*    H-001 REWRITES THE CONTROL TRAILER (KEY 99999) WITH THE     *07880033
078900*    COUNT AND SALARY TOTAL AS ADJUSTED BY THE RUN, OR WRITES    *07890033
079000*    THE FIRST TRAILER WHEN THE MASTER NEVER HAD ONE.            *07900033
086800     END-IF.                                                      08680033
086900                                                                  08690037
087000*----------------------------------------------------------------*08700037
087020*    H-004 APPENDS THE RUN-SUMMARY RECORD TO THE SHARED RUN      *08702040
087040*    LOG FOR THE PROGRAM13 NIGHTLY BALANCING REPORT.  RECS-IN    *08704040
087060*    IS THE ACTIVE HEADCOUNT AT OPEN, RECS-OUT THE ACTIVE        *08706040
087080*    HEADCOUNT AT CLOSE, COUNT-A THE ENTRIES TO ACTIVE (ADDS AND *08708040
087100*    REINSTATEMENTS) AND COUNT-C THE EXITS (TERMINATIONS AND     *08710040
087120*    LEAVE STARTS) - IN PLUS ENTRIES MINUS EXITS MUST EQUAL OUT, *08712040
087140*    AND PROGRAM13 PROVES IT DID.                                *08714040
087600*----------------------------------------------------------------*08760037
087700 H-004.                                                           08770037
087800                                                                  08780037
087900     OPEN EXTEND RUNLOG                                           08790037
088000     MOVE 'PROGRAM3'       TO LOG-PROGRAM                         08800037
088100     MOVE WS-RUN-DATE      TO LOG-RUN-DATE                        08810037
088200     MOVE WS-LOG-ACTIVE-IN TO LOG-RECS-IN                         08820040
088300     MOVE WS-ACTIVE-COUNT  TO LOG-RECS-OUT                        08830040
088400     MOVE WS-ActiveInCount TO LOG-COUNT-A                         08840040
088500     MOVE WS-ChangeCount   TO LOG-COUNT-B                         08850037
088600     MOVE WS-ActiveOutCount TO LOG-COUNT-C                        08860040
088700     MOVE WS-ErrorCount    TO LOG-COUNT-D                         08870037
088800     MOVE RETURN-CODE      TO LOG-RETURN-CODE                     08880037
088900     WRITE LOG-RECORD                                             08890037
089000     CLOSE RUNLOG.                                                08900037
089002                                                                  08900244
089004*----------------------------------------------------------------*08900444
089006*    H-005 MARKS THIS STEP ON THE CYCLE CONTROL RECORD -         *08900644
089008*    COMPLETE WHEN THE RUN ENDED RC=4 OR BETTER, FAILED (SO IT   *08900844
089010*    CAN BE RERUN) WHEN IT ENDED WORSE.                          *08901044
089012*----------------------------------------------------------------*08901244
089014 H-005.                                                           08901444
089016                                                                  08901644
089018     OPEN I-O CYCFILE                                             08901844
089020     IF WS-CYC-STATUS NOT = '00'                                  08902044
089022        DISPLAY 'PROGRAM3: CANNOT OPEN CYCFILE TO MARK THE STEP, '08902244
089024                'STATUS ' WS-CYC-STATUS                           08902444
089026        MOVE 12 TO RETURN-CODE                                    08902644
089028     ELSE                                                         08902844
089030        READ CYCFILE INTO CYC-RECORD                              08903044
089032            AT END                                                08903244
089034               DISPLAY 'PROGRAM3: CYCFILE IS EMPTY'               08903444
089036               MOVE 12 TO RETURN-CODE                             08903644
089038            NOT AT END                                            08903844
089040               IF RETURN-CODE > 4                                 08904044
089042                  MOVE 'F' TO CYC-APPLY-STAT                      08904244
089044               ELSE                                               08904444
089046                  MOVE 'C' TO CYC-APPLY-STAT                      08904644
089048               END-IF                                             08904844
089050               REWRITE CYF-RECORD FROM CYC-RECORD                 08905044
089052        END-READ                                                  08905244
089054        CLOSE CYCFILE                                             08905444
089056     END-IF.                                                      08905644
089100                                                                  08910042
089200*----------------------------------------------------------------*08920042
089300*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *08930042
089400*    CYCLE'S BUSINESS DATE.  PROGRAM3 RUNS ONLY ONCE PROGRAM4    *08940042
089500*    HAS COMPLETED FOR THE CYCLE, AND ONLY ONCE PER CYCLE.       *08950042
089600*----------------------------------------------------------------*08960042
089700 A-002.                                                           08970042
089800                                                                  08980042
089900     OPEN INPUT CYCFILE                                           08990042
090000     IF WS-CYC-STATUS NOT = '00'                                  09000042
090100        DISPLAY 'PROGRAM3: CANNOT OPEN CYCFILE, STATUS '          09010042
090200                WS-CYC-STATUS                                     09020042
090300        MOVE 12 TO RETURN-CODE                                    09030042
090400     ELSE                                                         09040042
090500        READ CYCFILE INTO CYC-RECORD                              09050042
090600            AT END                                                09060042
090700               DISPLAY 'PROGRAM3: CYCFILE IS EMPTY'               09070042
090800               MOVE 12 TO RETURN-CODE                             09080042
090900            NOT AT END                                            09090042
091000               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   09100042
091100        END-READ                                                  09110042
091200        CLOSE CYCFILE                                             09120042
091300     END-IF                                                       09130042
091400                                                                  09140042
091500     IF RETURN-CODE = ZEROS                                       09150042
091600        EVALUATE TRUE                                             09160042
091700          WHEN NOT CYC-EDIT-DONE                                  09170042
091800            DISPLAY 'PROGRAM3: PROGRAM4 HAS NOT COMPLETED'        09180042
091900                    ' FOR CYCLE ' CYC-BUS-DATE                    09190042
092000            MOVE 16 TO RETURN-CODE                                09200042
092100          WHEN CYC-APPLY-DONE                                     09210042
092200            DISPLAY 'PROGRAM3: ALREADY COMPLETED FOR CYCLE '      09220042
092300                    CYC-BUS-DATE                                  09230042
092400            MOVE 20 TO RETURN-CODE                                09240042
092500          WHEN OTHER                                              09250042
092600            SET WS-CYCLE-CHECKED TO TRUE                          09260042
092700        END-EVALUATE                                              09270042
092800     END-IF.                                                      09280042
