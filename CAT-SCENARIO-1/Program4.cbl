003394*                     END OF RUN - CARDS READ, ACCEPTED,         *00339409
003395*                     REJECTED AND THE RETURN CODE - FOR THE     *00339509
003396*                     PROGRAM13 NIGHTLY BALANCING REPORT.        *00339609
003400*    2026-10-15  RKM  THE EMPLOYMENT STATUS ACTIONS ARE NOW      *00340010
003410*                     VALID CARDS: 'L' (START OF LEAVE - ONLY    *00341010
003420*                     ITS KEY AND EFFECTIVE DATE ARE EDITED)     *00342010
003430*                     AND 'H' (REINSTATE - THE 'C' FIELD EDITS   *00343010
003440*                     EXCEPT THE DOJ, WHICH PROGRAM3 DOES NOT    *00344010
003450*                     TAKE FROM THE CARD).  A 'D' (TERMINATE)    *00345010
003460*                     CARD MUST NOW CARRY A TERMINATION REASON   *00346010
003470*                     CODE.                                      *00347010
003471*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00347111
003472*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00347211
003473*                     INSTEAD OF THE SYSTEM CLOCK.  THE EDIT     *00347311
003474*                     IS THE FIRST STEP OF THE NIGHTLY CYCLE:    *00347411
003475*                     IT REFUSES TO RUN A SECOND TIME FOR THE    *00347511
003476*                     SAME CYCLE (RC=20) AND MARKS ITSELF        *00347611
003477*                     COMPLETE OR FAILED ON THE CYCLE RECORD     *00347711
003478*                     AT END OF RUN.                             *00347811
003479*    2026-10-15  RKM  DATA-ENTRY BATCH CONTROL.  EVERY KEYED     *00347912
003480*                     CARD MUST SIT BEHIND A BATCH HEADER CARD   *00348012
003481*                     (EMPBCH) WHOSE CARD COUNT AND HASH TOTAL   *00348112
003482*                     AGREE WITH THE CARDS READ - A FIRST PASS   *00348212
003483*                     OVER TRANFILE PROVES EACH BATCH AND A      *00348312
003484*                     BATCH THAT DOES NOT BALANCE IS REJECTED    *00348412
003485*                     WHOLE.  A BATCH NUMBER ACCEPTED ON AN      *00348512
003486*                     EARLIER NIGHT (BATCHREG REGISTER,          *00348612
003487*                     EMPBRG) IS REFUSED.  EVERY BATCH IS        *00348712
003488*                     LISTED ON THE NEW BCHREPT BATCH CONTROL    *00348812
003489*                     REPORT AND ADDED TO THE REGISTER.          *00348912
003490*                     GENERATED CARDS ARE EXEMPT.  TRANFILE      *00349012
003491*                     AND EDTTRN GROW TO 61 BYTES; THE RUNLOG    *00349112
003492*                     C/D BUCKETS NOW COUNT BATCHES ACCEPTED     *00349212
003493*                     AND REJECTED.                              *00349312
003494******************************************************************00349412
003500                                                                  00350006
003600 ENVIRONMENT DIVISION.                                            00360006
003700                                                                  00370006
006940                                                                  00694009
006950     SELECT RUNLOG          ASSIGN TO 'RUNLOG'                    00695009
006960                            ORGANIZATION IS SEQUENTIAL.           00696009
006965                                                                  00696511
006970     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00697011
006975                            ORGANIZATION IS SEQUENTIAL            00697511
006980                            FILE STATUS IS WS-CYC-STATUS.         00698011
006982                                                                  00698212
006984     SELECT BCHREPT         ASSIGN TO 'BCHREPT'                   00698412
006986                            ORGANIZATION IS SEQUENTIAL.           00698612
006988                                                                  00698812
006990     SELECT BATCHREG        ASSIGN TO 'BATCHREG'                  00699012
006992                            ORGANIZATION IS SEQUENTIAL            00699212
006994                            FILE STATUS IS WS-BRG-STATUS.         00699412
007000******************************************************************00700006
007100**                                                                00710006
007200**   DATA DIVISION                                                00720006
008500                                                                  00850006
008600 FD  TRANFILE                                                     00860006
008700     LABEL RECORDS ARE STANDARD                                   00870006
008800     RECORD CONTAINS 61 CHARACTERS.                               00880012
008900     COPY EMPTRN.                                                 00890006
009000                                                                  00900006
009100 FD  EDTTRN                                                       00910006
009200     LABEL RECORDS ARE STANDARD                                   00920006
009300     RECORD CONTAINS 61 CHARACTERS.                               00930012
009400 01  EDT-RECORD                PIC X(61).                         00940012
009500                                                                  00950006
009600 FD  EDTREPT                                                      00960006
009700     LABEL RECORDS OMITTED                                        00970006
010783     RECORD CONTAINS 58 CHARACTERS.                               01078309
010784     COPY EMPLOG.                                                 01078409
010785                                                                  01078509
010786 FD  CYCFILE                                                      01078611
010788     LABEL RECORDS ARE STANDARD                                   01078811
010790     RECORD CONTAINS 21 CHARACTERS.                               01079011
010792 01  CYF-RECORD                PIC X(21).                         01079211
010794                                                                  01079411
010800 FD  BCHREPT                                                      01080012
010810     LABEL RECORDS OMITTED                                        01081012
010820     RECORD CONTAINS 80 CHARACTERS.                               01082012
010830 01  BCR-LINE                  PIC X(80).                         01083012
010840                                                                  01084012
010850 FD  BATCHREG                                                     01085012
010860     LABEL RECORDS ARE STANDARD                                   01086012
010870     RECORD CONTAINS 60 CHARACTERS.                               01087012
010880     COPY EMPBRG.                                                 01088012
010890******************************************************************01089012
010900**                                                                01090006
011000**  WORKING-STORAGE SECTION                                       01100006
011100**                                                                01110006
016300 01 WS-LEAP-REM-100    PIC 9(02).                                 01630006
016400 01 WS-LEAP-REM-400    PIC 9(02).                                 01640006
016450 01 WS-RUN-DATE        PIC 9(08) VALUE ZEROS.                     01645009
016460 01 WS-CYC-STATUS      PIC X(02) VALUE SPACES.                    01646011
016470 01 WS-CYCLE-SWITCH    PIC X(01) VALUE 'N'.                       01647011
016480    88 WS-CYCLE-CHECKED        VALUE 'Y'.                         01648011
016482 01 WS-BRG-STATUS      PIC X(02) VALUE SPACES.                    01648212
016484 01 WS-BRG-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01648412
016486    88 WS-BRG-EOF              VALUE 'Y'.                         01648612
016488 01 WS-HeaderCount     PIC 9(06) VALUE ZEROS.                     01648812
016490 01 WS-BchAccepted     PIC 9(06) VALUE ZEROS.                     01649012
016492 01 WS-BchRejected     PIC 9(06) VALUE ZEROS.                     01649212
016494 01 WS-BchCardRejects  PIC 9(06) VALUE ZEROS.                     01649412
016496 01 WS-NoBatchCount    PIC 9(06) VALUE ZEROS.                     01649612
016498 01 WS-GeneratedCount  PIC 9(06) VALUE ZEROS.                     01649812
016500 01 WS-BCH-FOUND-SW    PIC X(1) VALUE 'N'.                        01650012
016502    88 WS-BCH-FOUND            VALUE 'Y'.                         01650212
016504 01 WS-BCH-LOADED      PIC 9(03) VALUE ZEROS.                     01650412
016506 01 WS-BCH-SUB         PIC 9(03) VALUE ZEROS.                     01650612
016508 01 WS-BCH-USE-SUB     PIC 9(03) VALUE ZEROS.                     01650812
016510 01 WS-BCH-KEY         PIC X(06) VALUE SPACES.                    01651012
016512 01 WS-CARD-BATCH      PIC X(06) VALUE SPACES.                    01651212
016514 01 WS-BCH-REASON-TEXT PIC X(40) VALUE SPACES.                    01651412
016516 01 WS-BCH-TABLE.                                                 01651612
016518    03 WS-BCH-ENTRY OCCURS 200.                                   01651812
016520       05 WS-BCH-NO          PIC X(06).                           01652012
016522       05 WS-BCH-OPERATOR    PIC X(08).                           01652212
016524       05 WS-BCH-HDR-COUNT-X PIC X(04).                           01652412
016526       05 WS-BCH-HDR-COUNT REDEFINES WS-BCH-HDR-COUNT-X           01652612
016528                             PIC 9(04).                           01652812
016530       05 WS-BCH-HDR-HASH-X  PIC X(12).                           01653012
016532       05 WS-BCH-HDR-HASH REDEFINES WS-BCH-HDR-HASH-X             01653212
016534                             PIC 9(12).                           01653412
016536       05 WS-BCH-CARDS       PIC 9(05).                           01653612
016538       05 WS-BCH-HASH        PIC 9(12).                           01653812
016540       05 WS-BCH-STATE       PIC X(01).                           01654012
016542          88 WS-BCH-ACCEPTED         VALUE 'A'.                   01654212
016544          88 WS-BCH-REJECTED         VALUE 'R'.                   01654412
016546       05 WS-BCH-REASON      PIC X(02).                           01654612
016548       05 WS-BCH-PRIOR-DATE  PIC 9(08).                           01654812
016550      COPY EMPTRN REPLACING ==TRN-RECORD== BY ==WS-TRN-REC==.     01655012
016600      COPY EMPDPT.                                                01660006
016610      COPY EMPGRD.                                                01661008
016620      COPY EMPCYC.                                                01662011
016640      COPY EMPBCH.                                                01664012
016700*----------------------------------------------------------------*01670006
016800 PROCEDURE DIVISION .                                             01680006
016900*----------------------------------------------------------------*01690006
017100*----------------------------------------------------------------*01710006
017200 A-001.                                                           01720006
017300                                                                  01730006
017310     PERFORM A-007                                                01731011
017320     IF RETURN-CODE NOT = ZEROS                                   01732011
017330        GO TO A-999                                               01733011
017340     END-IF                                                       01734011
017341                                                                  01734112
017342*    FIRST PASS - PROVE EVERY DATA-ENTRY BATCH AGAINST ITS HEADER 01734212
017343*    CARD BEFORE ANY CARD IS EDITED.                              01734312
017344     PERFORM D-001                                                01734412
017345     IF RETURN-CODE NOT = ZEROS                                   01734512
017346        GO TO A-999                                               01734612
017347     END-IF                                                       01734712
017350                                                                  01735011
017400     OPEN INPUT  TRANFILE                                         01740006
017500     OPEN OUTPUT EDTTRN                                           01750006
017600     OPEN OUTPUT EDTREPT                                          01760006
019600     IF WS-RejectCount > ZERO AND RETURN-CODE < 4                 01960006
019700        MOVE 4 TO RETURN-CODE                                     01970006
019800     END-IF                                                       01980009
019801                                                                  01980112
019802     PERFORM E-001                                                01980212
019803                                                                  01980312
019804     IF WS-BchRejected > ZERO AND RETURN-CODE < 4                 01980412
019805        MOVE 4 TO RETURN-CODE                                     01980512
019806     END-IF                                                       01980612
019810                                                                  01981009
019820     PERFORM B-002.                                               01982009
019900                                                                  01990006
020000 A-999.                                                           02000006
020100                                                                  02010006
020120     IF WS-CYCLE-CHECKED                                          02012011
020140        PERFORM A-008                                             02014011
020160     END-IF                                                       02016011
020180                                                                  02018011
020200     GOBACK.                                                      02020006
020300                                                                  02030006
020400*----------------------------------------------------------------*02040006
020500*    A-002 READS ONE TRANSACTION AND, WHILE MORE REMAIN, HANDS   *02050006
020600*    IT OFF FOR EDITING.  CLEAN TRANSACTIONS GO FORWARD TO       *02060006
020700*    EDTTRN; REJECTED ONES ARE PRINTED ON THE EDIT REPORT.       *02070006
020720*    BATCH HEADER CARDS WERE PROVED BY THE FIRST PASS AND ARE    *02072012
020740*    NOT PASSED ON.                                              *02074012
020800*----------------------------------------------------------------*02080006
020900 A-002.                                                           02090006
021000                                                                  02100006
021100     INITIALIZE WS-TRN-REC                                        02110006
021120     READ TRANFILE INTO WS-TRN-REC                                02112012
021140         AT END                                                   02114012
021160            SET WS-TRN-EOF TO TRUE                                02116012
021180         NOT AT END                                               02118012
021200            MOVE WS-TRN-REC TO BCH-RECORD                         02120012
021220            IF NOT BCH-HEADER                                     02122012
021240               ADD 1 TO WS-ReadCount                              02124012
021260               PERFORM C-001                                      02126012
021280               IF WS-RECORD-VALID                                 02128012
021300                  ADD 1 TO WS-CleanCount                          02130012
021320                  WRITE EDT-RECORD FROM WS-TRN-REC                02132012
021340               ELSE                                               02134012
021360                  ADD 1 TO WS-RejectCount                         02136012
021380                  PERFORM C-002                                   02138012
021400               END-IF                                             02140012
021420            END-IF                                                02142012
021440     END-READ.                                                    02144012
022600                                                                  02260006
022700*----------------------------------------------------------------*02270006
022800*    C-001 EDITS ONE TRANSACTION.  A KEYED CARD MUST BELONG TO A *02280012
022820*    BATCH THAT PROVED AGAINST ITS HEADER (GENERATED CARDS ARE   *02282012
022840*    EXEMPT).  THE ACTION CODE MUST BE A,                        *02284012
022900*    C, D, H, L, M OR R; THE EMPLOYEE NUMBER MUST BE NUMERIC,    *02290010
023000*    NON-ZERO AND IN ASCENDING SEQUENCE;                         *02300007
023100*    AND ON AN ADD, CHANGE, MERIT CHANGE OR REINSTATEMENT THE    *02310010
023200*    SEX CODE, DATE OF JOINING AND SALARY MUST PASS THE SAME     *02320010
023300*    EDITS PROGRAM2 APPLIES TO THE MASTER; A TERMINATION MUST    *02330010
023400*    CARRY A REASON CODE.  THE FIRST EDIT THAT FAILS SETS THE    *02340010
023420*    REASON - ONE REASON PER REJECTED CARD.                      *02342010
023500*----------------------------------------------------------------*02350006
023600 C-001.                                                           02360006
023700                                                                  02370006
023800     MOVE 'Y'    TO WS-VALID-SWITCH                               02380006
023900     MOVE SPACES TO WS-REJECT-REASON                              02390006
024000                                                                  02400006
024020*    THE BATCH EDIT COMES FIRST - A CARD FROM A BATCH THAT DID    02402012
024040*    NOT BALANCE IS REJECTED FOR THAT REASON, WHATEVER ELSE IS    02404012
024060*    WRONG WITH IT.                                               02406012
024080     PERFORM C-007                                                02408012
024100                                                                  02410012
024120     IF WS-RECORD-VALID                                           02412012
024140        IF TRN-ACTION OF WS-TRN-REC NOT = 'A' AND                 02414012
024160           TRN-ACTION OF WS-TRN-REC NOT = 'C' AND                 02416012
024180           TRN-ACTION OF WS-TRN-REC NOT = 'D' AND                 02418012
024200           TRN-ACTION OF WS-TRN-REC NOT = 'M' AND                 02420012
024220           TRN-ACTION OF WS-TRN-REC NOT = 'L' AND                 02422012
024240           TRN-ACTION OF WS-TRN-REC NOT = 'H' AND                 02424012
024260           TRN-ACTION OF WS-TRN-REC NOT = 'R'                     02426012
024280           MOVE 'N' TO WS-VALID-SWITCH                            02428012
024300           MOVE 'INVALID TRANSACTION ACTION CODE'                 02430012
024320                TO WS-REJECT-REASON                               02432012
024340        END-IF                                                    02434012
024360     END-IF                                                       02436012
024900                                                                  02490006
025000     IF WS-RECORD-VALID                                           02500006
025100        IF TRN-EMP-ID OF WS-TRN-REC NOT NUMERIC                   02510006
028200     IF WS-RECORD-VALID                                           02820006
028300        IF TRN-ACTION OF WS-TRN-REC = 'A' OR                      02830006
028400           TRN-ACTION OF WS-TRN-REC = 'C' OR                      02840007
028450           TRN-ACTION OF WS-TRN-REC = 'M' OR                      02845010
028460           TRN-ACTION OF WS-TRN-REC = 'H'                         02846010
028500           PERFORM C-003                                          02850006
028600        END-IF                                                    02860006
028700     END-IF                                                       02870006
028705                                                                  02870510
028710*    A TERMINATION CARD CARRIES ITS REASON CODE IN THE FIRST TWO  02871010
028715*    BYTES OF THE NAME FIELD.                                     02871510
028720     IF WS-RECORD-VALID                                           02872010
028725        IF TRN-ACTION OF WS-TRN-REC = 'D'                         02872510
028730           AND TRN-TERM-REASON OF WS-TRN-REC = SPACES             02873010
028735           MOVE 'N' TO WS-VALID-SWITCH                            02873510
028740           MOVE 'TERMINATION REASON MISSING'                      02874010
028745                TO WS-REJECT-REASON                               02874510
028750        END-IF                                                    02875010
028755     END-IF                                                       02875510
028800                                                                  02880006
028900*    THE EFFECTIVE DATE IS EDITED ON EVERY ACTION: ZEROS MEANS    02890006
029000*    APPLY AT ONCE, ANYTHING ELSE MUST BE A REAL CALENDAR DATE.   02900006
030600     END-IF.                                                      03060006
030700                                                                  03070006
030800*----------------------------------------------------------------*03080006
030900*    C-003 APPLIES THE FIELD EDITS THAT ONLY MATTER ON AN ADD,   *03090010
031000*    CHANGE OR REINSTATEMENT: SEX M/F, DOJ A REAL YYYYMMDD       *03100010
031100*    CALENDAR DATE (SAME LEAP-YEAR RULES AS PROGRAM2'S C-001 -   *03110010
031200*    NOT ON A REINSTATEMENT, WHICH KEEPS THE ORIGINAL DOJ), AND  *03120010
031220*    A NUMERIC SALARY.                                           *03122010
031300*----------------------------------------------------------------*03130006
031400 C-003.                                                           03140006
031500                                                                  03150006
031900        MOVE 'INVALID SEX CODE' TO WS-REJECT-REASON               03190006
032000     END-IF                                                       03200006
032100                                                                  03210006
032200     IF WS-RECORD-VALID AND TRN-ACTION OF WS-TRN-REC NOT = 'H'    03220010
032300        MOVE TRN-DOJ OF WS-TRN-REC TO WS-DOJ-CHECK                03230006
032400        PERFORM C-005                                             03240006
032500        IF NOT WS-DATE-VALID                                      03250006
035972        SET WS-GRD-FOUND TO TRUE                                  03597208
035973        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         03597308
035974     END-IF.                                                      03597408
035976                                                                  03597612
035978*----------------------------------------------------------------*03597812
035980*    C-007 IS THE BATCH EDIT.  A CARD WITH NO BATCH NUMBER WAS   *03598012
035982*    KEYED AHEAD OF THE FIRST HEADER ON TRANFILE.  A GENERATED   *03598212
035984*    CARD (ZERO BATCH, '*' OPERATOR TAG) IS NOT BATCH-CONTROLLED.*03598412
035986*    ANY OTHER CARD MUST MATCH A HEADER THAT PROVED.             *03598612
035988*----------------------------------------------------------------*03598812
035990 C-007.                                                           03599012
035992                                                                  03599212
035994     MOVE TRN-BATCH-NO-X OF WS-TRN-REC TO WS-CARD-BATCH           03599412
035996     IF WS-CARD-BATCH = SPACES                                    03599612
035998        MOVE 'N' TO WS-VALID-SWITCH                               03599812
036000        MOVE 'CARD NOT IN A BATCH' TO WS-REJECT-REASON            03600012
036002        ADD 1 TO WS-NoBatchCount                                  03600212
036004     ELSE                                                         03600412
036006        PERFORM D-005                                             03600612
036008        IF WS-BCH-FOUND                                           03600812
036010           IF WS-BCH-REJECTED(WS-BCH-USE-SUB)                     03601012
036012              MOVE 'N' TO WS-VALID-SWITCH                         03601212
036014              MOVE 'BATCH REJECTED - SEE BATCH CONTROL'           03601412
036016                   TO WS-REJECT-REASON                            03601612
036018              ADD 1 TO WS-BchCardRejects                          03601812
036020           END-IF                                                 03602012
036022        ELSE                                                      03602212
036024           IF WS-CARD-BATCH = ZEROS                               03602412
036026              AND TRN-OPERATOR OF WS-TRN-REC(1:1) = '*'           03602612
036028              ADD 1 TO WS-GeneratedCount                          03602812
036030           ELSE                                                   03603012
036032              MOVE 'N' TO WS-VALID-SWITCH                         03603212
036034              MOVE 'BATCH HEADER MISSING' TO WS-REJECT-REASON     03603412
036036              ADD 1 TO WS-NoBatchCount                            03603612
036038           END-IF                                                 03603812
036040        END-IF                                                    03604012
036042     END-IF.                                                      03604212
036044                                                                  03604412
036046*----------------------------------------------------------------*03604612
036100*    C-005 IS THE CALENDAR-DATE EDIT.  THE CALLER LOADS THE      *03610006
036200*    YYYYMMDD VALUE INTO WS-DOJ-CHECK; WS-DATE-VALID IS SET OFF  *03620006
036300*    WHEN IT IS NOT A REAL DATE.  SAME LEAP-YEAR RULES AS        *03630006
047000*----------------------------------------------------------------*04700009
047100 B-002.                                                           04710009
047200                                                                  04720009
047400     OPEN EXTEND RUNLOG                                           04740009
047500     MOVE 'PROGRAM4'       TO LOG-PROGRAM                         04750009
047600     MOVE WS-RUN-DATE      TO LOG-RUN-DATE                        04760009
047800     MOVE WS-CleanCount    TO LOG-RECS-OUT                        04780009
047900     MOVE WS-CleanCount    TO LOG-COUNT-A                         04790009
048000     MOVE WS-RejectCount   TO LOG-COUNT-B                         04800009
048100     MOVE WS-BchAccepted   TO LOG-COUNT-C                         04810012
048200     MOVE WS-BchRejected   TO LOG-COUNT-D                         04820012
048300     MOVE RETURN-CODE      TO LOG-RETURN-CODE                     04830009
048400     WRITE LOG-RECORD                                             04840009
048500     CLOSE RUNLOG.                                                04850009
048600                                                                  04860011
048700*----------------------------------------------------------------*04870011
048800*    A-007 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *04880011
048900*    CYCLE'S BUSINESS DATE.  PROGRAM4 RUNS ONLY ONCE PER CYCLE.  *04890011
049000*----------------------------------------------------------------*04900011
049100 A-007.                                                           04910011
049200                                                                  04920011
049300     OPEN INPUT CYCFILE                                           04930011
049400     IF WS-CYC-STATUS NOT = '00'                                  04940011
049500        DISPLAY 'PROGRAM4: CANNOT OPEN CYCFILE, STATUS '          04950011
049600                WS-CYC-STATUS                                     04960011
049700        MOVE 12 TO RETURN-CODE                                    04970011
049800     ELSE                                                         04980011
049900        READ CYCFILE INTO CYC-RECORD                              04990011
050000            AT END                                                05000011
050100               DISPLAY 'PROGRAM4: CYCFILE IS EMPTY'               05010011
050200               MOVE 12 TO RETURN-CODE                             05020011
050300            NOT AT END                                            05030011
050400               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   05040011
050500        END-READ                                                  05050011
050600        CLOSE CYCFILE                                             05060011
050700     END-IF                                                       05070011
050800                                                                  05080011
050900     IF RETURN-CODE = ZEROS                                       05090011
051000        EVALUATE TRUE                                             05100011
051100          WHEN CYC-EDIT-DONE                                      05110011
051200            DISPLAY 'PROGRAM4: ALREADY COMPLETED FOR CYCLE '      05120011
051300                    CYC-BUS-DATE                                  05130011
051400            MOVE 20 TO RETURN-CODE                                05140011
051500          WHEN OTHER                                              05150011
051600            SET WS-CYCLE-CHECKED TO TRUE                          05160011
051700        END-EVALUATE                                              05170011
051800     END-IF.                                                      05180011
051900                                                                  05190011
052000*----------------------------------------------------------------*05200011
052100*    A-008 MARKS THIS STEP ON THE CYCLE CONTROL RECORD -         *05210011
052200*    COMPLETE WHEN THE RUN ENDED RC=4 OR BETTER, FAILED (SO IT   *05220011
052300*    CAN BE RERUN) WHEN IT ENDED WORSE.                          *05230011
052400*----------------------------------------------------------------*05240011
052500 A-008.                                                           05250011
052600                                                                  05260011
052700     OPEN I-O CYCFILE                                             05270011
052800     IF WS-CYC-STATUS NOT = '00'                                  05280011
052900        DISPLAY 'PROGRAM4: CANNOT OPEN CYCFILE TO MARK THE STEP, '05290011
053000                'STATUS ' WS-CYC-STATUS                           05300011
053100        MOVE 12 TO RETURN-CODE                                    05310011
053200     ELSE                                                         05320011
053300        READ CYCFILE INTO CYC-RECORD                              05330011
053400            AT END                                                05340011
053500               DISPLAY 'PROGRAM4: CYCFILE IS EMPTY'               05350011
053600               MOVE 12 TO RETURN-CODE                             05360011
053700            NOT AT END                                            05370011
053800               IF RETURN-CODE > 4                                 05380011
053900                  MOVE 'F' TO CYC-EDIT-STAT                       05390011
054000               ELSE                                               05400011
054100                  MOVE 'C' TO CYC-EDIT-STAT                       05410011
054200               END-IF                                             05420011
054300               REWRITE CYF-RECORD FROM CYC-RECORD                 05430011
054400        END-READ                                                  05440011
054500        CLOSE CYCFILE                                             05450011
054600     END-IF.                                                      05460011
054700                                                                  05470012
054800*----------------------------------------------------------------*05480012
054900*    D-001 IS THE FIRST PASS OVER TRANFILE.  EACH BATCH HEADER   *05490012
055000*    CARD OPENS A SLOT IN THE BATCH TABLE, AND EVERY KEYED CARD  *05500012
055100*    ADDS ITSELF TO THE COUNT AND HASH TOTAL OF THE BATCH WHOSE  *05510012
055200*    NUMBER AND OPERATOR IT CARRIES (STAMPED FROM THE HEADER BY  *05520012
055300*    THE SORT STEP AHEAD OF THIS ONE).  THE REGISTER IS THEN READ*05530012
055400*    FOR BATCHES ALREADY ACCEPTED ON AN EARLIER NIGHT, AND EVERY *05540012
055500*    BATCH STILL STANDING IS PROVED AGAINST ITS HEADER.          *05550012
055600*----------------------------------------------------------------*05560012
055700 D-001.                                                           05570012
055800                                                                  05580012
055900     OPEN INPUT TRANFILE                                          05590012
056000     PERFORM D-002 UNTIL WS-TRN-EOF                               05600012
056100     CLOSE TRANFILE                                               05610012
056200     MOVE 'N' TO WS-TRN-EOF-SWITCH                                05620012
056300                                                                  05630012
056400     IF RETURN-CODE = ZEROS                                       05640012
056500        OPEN INPUT BATCHREG                                       05650012
056600        IF WS-BRG-STATUS NOT = '00'                               05660012
056700           DISPLAY 'PROGRAM4: CANNOT OPEN BATCHREG, STATUS '      05670012
056800                   WS-BRG-STATUS                                  05680012
056900           MOVE 12 TO RETURN-CODE                                 05690012
057000        ELSE                                                      05700012
057100           PERFORM D-006 UNTIL WS-BRG-EOF                         05710012
057200           CLOSE BATCHREG                                         05720012
057300        END-IF                                                    05730012
057400     END-IF                                                       05740012
057500                                                                  05750012
057600     IF RETURN-CODE = ZEROS                                       05760012
057700        PERFORM D-008 VARYING WS-BCH-SUB FROM 1 BY 1              05770012
057800                UNTIL WS-BCH-SUB > WS-BCH-LOADED                  05780012
057900     END-IF.                                                      05790012
058000                                                                  05800012
058100*----------------------------------------------------------------*05810012
058200*    D-002 READS ONE CARD ON THE FIRST PASS.  A HEADER GOES TO   *05820012
058300*    D-003; A CARD THAT CARRIES A BATCH NUMBER IS ADDED TO ITS   *05830012
058400*    BATCH.  THE HASH IS TRN-SALARY PLUS TRN-EMP-ID; A FIELD THAT*05840012
058500*    IS NOT NUMERIC ADDS NOTHING, SO A MISKEYED FIGURE SHOWS AS A*05850012
058600*    HASH DIFFERENCE.                                            *05860012
058700*----------------------------------------------------------------*05870012
058800 D-002.                                                           05880012
058900                                                                  05890012
059000     INITIALIZE WS-TRN-REC                                        05900012
059100     READ TRANFILE INTO WS-TRN-REC                                05910012
059200         AT END                                                   05920012
059300            SET WS-TRN-EOF TO TRUE                                05930012
059400         NOT AT END                                               05940012
059500            MOVE WS-TRN-REC TO BCH-RECORD                         05950012
059600            IF BCH-HEADER                                         05960012
059700               PERFORM D-003                                      05970012
059800            ELSE                                                  05980012
059900               MOVE TRN-BATCH-NO-X OF WS-TRN-REC TO WS-CARD-BATCH 05990012
060000               IF WS-CARD-BATCH NOT = SPACES                      06000012
060100                  PERFORM D-005                                   06010012
060200                  IF WS-BCH-FOUND                                 06020012
060300                     ADD 1 TO WS-BCH-CARDS(WS-BCH-USE-SUB)        06030012
060400                     IF TRN-SALARY OF WS-TRN-REC NUMERIC          06040012
060500                        ADD TRN-SALARY OF WS-TRN-REC              06050012
060600                            TO WS-BCH-HASH(WS-BCH-USE-SUB)        06060012
060700                     END-IF                                       06070012
060800                     IF TRN-EMP-ID OF WS-TRN-REC NUMERIC          06080012
060900                        ADD TRN-EMP-ID OF WS-TRN-REC              06090012
061000                            TO WS-BCH-HASH(WS-BCH-USE-SUB)        06100012
061100                     END-IF                                       06110012
061200                  END-IF                                          06120012
061300               END-IF                                             06130012
061400            END-IF                                                06140012
061500     END-READ.                                                    06150012
061600                                                                  06160012
061700*----------------------------------------------------------------*06170012
061800*    D-003 TAKES ONE BATCH HEADER INTO THE NEXT TABLE SLOT.  A   *06180012
061900*    HEADER WITH NO USABLE BATCH NUMBER, OPERATOR, CARD COUNT OR *06190012
062000*    HASH TOTAL REJECTS ITS BATCH (HD).  THE '*' OPERATOR TAGS   *06200012
062100*    BELONG TO THE GENERATED CARDS AND MAY NOT BE KEYED.  A BATCH*06210012
062200*    NUMBER THAT APPEARS TWICE ON THE FILE REJECTS BOTH (DP).    *06220012
062300*----------------------------------------------------------------*06230012
062400 D-003.                                                           06240012
062500                                                                  06250012
062600     ADD 1 TO WS-HeaderCount                                      06260012
062700     IF WS-BCH-LOADED >= 200                                      06270012
062800        DISPLAY 'PROGRAM4: MORE THAN 200 BATCHES ON TRANFILE'     06280012
062900        MOVE 8 TO RETURN-CODE                                     06290012
063000        SET WS-TRN-EOF TO TRUE                                    06300012
063100     ELSE                                                         06310012
063200        MOVE BCH-BATCH-NO-X TO WS-BCH-KEY                         06320012
063300        MOVE 'N' TO WS-BCH-FOUND-SW                               06330012
063400        PERFORM D-004 VARYING WS-BCH-SUB FROM 1 BY 1              06340012
063500                UNTIL WS-BCH-SUB > WS-BCH-LOADED                  06350012
063600        ADD 1 TO WS-BCH-LOADED                                    06360012
063700        MOVE WS-BCH-KEY     TO WS-BCH-NO(WS-BCH-LOADED)           06370012
063800        MOVE BCH-OPERATOR   TO WS-BCH-OPERATOR(WS-BCH-LOADED)     06380012
063900        MOVE BCH-CARD-COUNT-X                                     06390012
064000             TO WS-BCH-HDR-COUNT-X(WS-BCH-LOADED)                 06400012
064100        MOVE BCH-HASH-TOTAL-X                                     06410012
064200             TO WS-BCH-HDR-HASH-X(WS-BCH-LOADED)                  06420012
064300        MOVE ZEROS          TO WS-BCH-CARDS(WS-BCH-LOADED)        06430012
064400        MOVE ZEROS          TO WS-BCH-HASH(WS-BCH-LOADED)         06440012
064500        MOVE ZEROS          TO WS-BCH-PRIOR-DATE(WS-BCH-LOADED)   06450012
064600        MOVE 'A'            TO WS-BCH-STATE(WS-BCH-LOADED)        06460012
064700        MOVE SPACES         TO WS-BCH-REASON(WS-BCH-LOADED)       06470012
064800        IF BCH-BATCH-NO NOT NUMERIC                               06480012
064900           OR BCH-BATCH-NO = ZEROS                                06490012
065000           OR BCH-OPERATOR = SPACES                               06500012
065100           OR BCH-OPERATOR(1:1) = '*'                             06510012
065200           OR BCH-CARD-COUNT NOT NUMERIC                          06520012
065300           OR BCH-CARD-COUNT = ZEROS                              06530012
065400           OR BCH-HASH-TOTAL NOT NUMERIC                          06540012
065500           MOVE 'R'  TO WS-BCH-STATE(WS-BCH-LOADED)               06550012
065600           MOVE 'HD' TO WS-BCH-REASON(WS-BCH-LOADED)              06560012
065700        ELSE                                                      06570012
065800           IF WS-BCH-FOUND                                        06580012
065900              MOVE 'R'  TO WS-BCH-STATE(WS-BCH-LOADED)            06590012
066000              MOVE 'DP' TO WS-BCH-REASON(WS-BCH-LOADED)           06600012
066100              IF WS-BCH-ACCEPTED(WS-BCH-USE-SUB)                  06610012
066200                 MOVE 'R'  TO WS-BCH-STATE(WS-BCH-USE-SUB)        06620012
066300                 MOVE 'DP' TO WS-BCH-REASON(WS-BCH-USE-SUB)       06630012
066400              END-IF                                              06640012
066500           END-IF                                                 06650012
066600        END-IF                                                    06660012
066700     END-IF.                                                      06670012
066800                                                                  06680012
066900*----------------------------------------------------------------*06690012
067000*    D-004 MATCHES WS-BCH-KEY AGAINST THE BATCH NUMBER IN ONE    *06700012
067100*    TABLE SLOT.  WS-BCH-USE-SUB POINTS AT THE MATCHED SLOT.     *06710012
067200*----------------------------------------------------------------*06720012
067300 D-004.                                                           06730012
067400                                                                  06740012
067500     IF WS-BCH-NO(WS-BCH-SUB) = WS-BCH-KEY                        06750012
067600        SET WS-BCH-FOUND TO TRUE                                  06760012
067700        MOVE WS-BCH-SUB TO WS-BCH-USE-SUB                         06770012
067800     END-IF.                                                      06780012
067900                                                                  06790012
068000*----------------------------------------------------------------*06800012
068100*    D-005 FINDS THE BATCH A CARD BELONGS TO - THE SLOT WITH THE *06810012
068200*    CARD'S BATCH NUMBER AND OPERATOR.                           *06820012
068300*----------------------------------------------------------------*06830012
068400 D-005.                                                           06840012
068500                                                                  06850012
068600     MOVE 'N'   TO WS-BCH-FOUND-SW                                06860012
068700     MOVE ZEROS TO WS-BCH-USE-SUB                                 06870012
068800     PERFORM D-007 VARYING WS-BCH-SUB FROM 1 BY 1                 06880012
068900             UNTIL WS-BCH-SUB > WS-BCH-LOADED                     06890012
069000                OR WS-BCH-FOUND.                                  06900012
069100                                                                  06910012
069200*----------------------------------------------------------------*06920012
069300*    D-006 READS ONE REGISTER RECORD.  A BATCH ACCEPTED ON AN    *06930012
069400*    EARLIER NIGHT CANNOT BE ACCEPTED AGAIN (DU).  RECORDS FROM  *06940012
069500*    TONIGHT'S OWN BUSINESS DATE ARE A FAILED RUN BEING RERUN    *06950012
069600*    AND ARE IGNORED.                                            *06960012
069700*----------------------------------------------------------------*06970012
069800 D-006.                                                           06980012
069900                                                                  06990012
070000     READ BATCHREG                                                07000012
070100         AT END                                                   07010012
070200            SET WS-BRG-EOF TO TRUE                                07020012
070300         NOT AT END                                               07030012
070400            IF BRG-ACCEPTED AND BRG-RUN-DATE < WS-RUN-DATE        07040012
070500               MOVE BRG-BATCH-NO TO WS-BCH-KEY                    07050012
070600               MOVE 'N' TO WS-BCH-FOUND-SW                        07060012
070700               PERFORM D-004 VARYING WS-BCH-SUB FROM 1 BY 1       07070012
070800                       UNTIL WS-BCH-SUB > WS-BCH-LOADED           07080012
070900               IF WS-BCH-FOUND                                    07090012
071000                  IF WS-BCH-ACCEPTED(WS-BCH-USE-SUB)              07100012
071100                     MOVE 'R'  TO WS-BCH-STATE(WS-BCH-USE-SUB)    07110012
071200                     MOVE 'DU' TO WS-BCH-REASON(WS-BCH-USE-SUB)   07120012
071300                     MOVE BRG-RUN-DATE                            07130012
071400                          TO WS-BCH-PRIOR-DATE(WS-BCH-USE-SUB)    07140012
071500                  END-IF                                          07150012
071600               END-IF                                             07160012
071700            END-IF                                                07170012
071800     END-READ.                                                    07180012
071900                                                                  07190012
072000*----------------------------------------------------------------*07200012
072100*    D-007 MATCHES THE CARD'S BATCH NUMBER AND OPERATOR AGAINST  *07210012
072200*    ONE TABLE SLOT.                                             *07220012
072300*----------------------------------------------------------------*07230012
072400 D-007.                                                           07240012
072500                                                                  07250012
072600     IF WS-BCH-NO(WS-BCH-SUB) = WS-CARD-BATCH                     07260012
072700        AND WS-BCH-OPERATOR(WS-BCH-SUB)                           07270012
072800            = TRN-OPERATOR OF WS-TRN-REC                          07280012
072900        SET WS-BCH-FOUND TO TRUE                                  07290012
073000        MOVE WS-BCH-SUB TO WS-BCH-USE-SUB                         07300012
073100     END-IF.                                                      07310012
073200                                                                  07320012
073300*----------------------------------------------------------------*07330012
073400*    D-008 PROVES ONE BATCH STILL STANDING AGAINST ITS HEADER -  *07340012
073500*    THE CARD COUNT FIRST (CT), THEN THE HASH TOTAL (HS).        *07350012
073600*----------------------------------------------------------------*07360012
073700 D-008.                                                           07370012
073800                                                                  07380012
073900     IF WS-BCH-ACCEPTED(WS-BCH-SUB)                               07390012
074000        IF WS-BCH-CARDS(WS-BCH-SUB)                               07400012
074100           NOT = WS-BCH-HDR-COUNT(WS-BCH-SUB)                     07410012
074200           MOVE 'R'  TO WS-BCH-STATE(WS-BCH-SUB)                  07420012
074300           MOVE 'CT' TO WS-BCH-REASON(WS-BCH-SUB)                 07430012
074400        ELSE                                                      07440012
074500           IF WS-BCH-HASH(WS-BCH-SUB)                             07450012
074600              NOT = WS-BCH-HDR-HASH(WS-BCH-SUB)                   07460012
074700              MOVE 'R'  TO WS-BCH-STATE(WS-BCH-SUB)               07470012
074800              MOVE 'HS' TO WS-BCH-REASON(WS-BCH-SUB)              07480012
074900           END-IF                                                 07490012
075000        END-IF                                                    07500012
075100     END-IF.                                                      07510012
075200                                                                  07520012
075300*----------------------------------------------------------------*07530012
075400*    E-001 PRINTS THE BATCH CONTROL REPORT - EVERY BATCH ON THE  *07540012
075500*    FILE, ACCEPTED OR REJECTED WITH ITS REASON - AND ADDS ONE   *07550012
075600*    RECORD PER BATCH TO THE REGISTER.  IT RUNS ONLY AFTER THE   *07560012
075700*    EDIT PASS HAS WRITTEN EDTTRN, SO A RUN THAT STOPS EARLY     *07570012
075800*    NEVER REGISTERS A BATCH AS ACCEPTED.                        *07580012
075900*----------------------------------------------------------------*07590012
076000 E-001.                                                           07600012
076100                                                                  07610012
076200     OPEN OUTPUT BCHREPT                                          07620012
076300     MOVE SPACES TO WS-REPORT-LINE                                07630012
076400     STRING 'DATA-ENTRY BATCH CONTROL REPORT' DELIMITED BY SIZE   07640012
076500            INTO WS-REPORT-LINE                                   07650012
076600     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07660012
076700                                                                  07670012
076800     MOVE SPACES TO WS-REPORT-LINE                                07680012
076900     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    07690012
077000                                                                  07700012
077100     IF WS-BCH-LOADED = ZEROS                                     07710012
077200        MOVE SPACES TO WS-REPORT-LINE                             07720012
077300        STRING 'NO BATCH HEADERS ON TRANFILE' DELIMITED BY SIZE   07730012
077400               INTO WS-REPORT-LINE                                07740012
077500        WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE 07750012
077600     ELSE                                                         07760012
077700        OPEN EXTEND BATCHREG                                      07770012
077800        IF WS-BRG-STATUS NOT = '00'                               07780012
077900           DISPLAY 'PROGRAM4: CANNOT OPEN BATCHREG TO EXTEND, '   07790012
078000                   'STATUS ' WS-BRG-STATUS                        07800012
078100           MOVE 12 TO RETURN-CODE                                 07810012
078200        END-IF                                                    07820012
078300        PERFORM E-002 VARYING WS-BCH-SUB FROM 1 BY 1              07830012
078400                UNTIL WS-BCH-SUB > WS-BCH-LOADED                  07840012
078500        IF WS-BRG-STATUS = '00'                                   07850012
078600           CLOSE BATCHREG                                         07860012
078700        END-IF                                                    07870012
078800     END-IF                                                       07880012
078900                                                                  07890012
079000     PERFORM E-003                                                07900012
079100     CLOSE BCHREPT.                                               07910012
079200                                                                  07920012
079300*----------------------------------------------------------------*07930012
079400*    E-002 LISTS ONE BATCH AND WRITES ITS REGISTER RECORD.       *07940012
079500*----------------------------------------------------------------*07950012
079600 E-002.                                                           07960012
079700                                                                  07970012
079800     IF WS-BCH-ACCEPTED(WS-BCH-SUB)                               07980012
079900        ADD 1 TO WS-BchAccepted                                   07990012
080000        MOVE 'ACCEPTED' TO WS-BCH-REASON-TEXT                     08000012
080100     ELSE                                                         08010012
080200        ADD 1 TO WS-BchRejected                                   08020012
080300        MOVE SPACES TO WS-BCH-REASON-TEXT                         08030012
080400        EVALUATE WS-BCH-REASON(WS-BCH-SUB)                        08040012
080500          WHEN 'HD'                                               08050012
080600            MOVE 'REJECTED - HEADER CARD INVALID'                 08060012
080700                 TO WS-BCH-REASON-TEXT                            08070012
080800          WHEN 'DP'                                               08080012
080900            MOVE 'REJECTED - BATCH NUMBER ON FILE TWICE'          08090012
081000                 TO WS-BCH-REASON-TEXT                            08100012
081100          WHEN 'DU'                                               08110012
081200            STRING 'REJECTED - ALREADY ACCEPTED ON '              08120012
081300                   WS-BCH-PRIOR-DATE(WS-BCH-SUB)                  08130012
081400                   DELIMITED BY SIZE INTO WS-BCH-REASON-TEXT      08140012
081500          WHEN 'CT'                                               08150012
081600            MOVE 'REJECTED - CARD COUNT DOES NOT AGREE'           08160012
081700                 TO WS-BCH-REASON-TEXT                            08170012
081800          WHEN OTHER                                              08180012
081900            MOVE 'REJECTED - HASH TOTAL DOES NOT AGREE'           08190012
082000                 TO WS-BCH-REASON-TEXT                            08200012
082100        END-EVALUATE                                              08210012
082200     END-IF                                                       08220012
082300                                                                  08230012
082400     MOVE SPACES TO WS-REPORT-LINE                                08240012
082500     STRING 'BATCH ' WS-BCH-NO(WS-BCH-SUB)                        08250012
082600            ' OPERATOR ' WS-BCH-OPERATOR(WS-BCH-SUB)              08260012
082700            '  ' WS-BCH-REASON-TEXT                               08270012
082800            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08280012
082900     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08290012
083000                                                                  08300012
083100     MOVE SPACES TO WS-REPORT-LINE                                08310012
083200     STRING '      CARDS HEADER=' WS-BCH-HDR-COUNT-X(WS-BCH-SUB)  08320012
083300            ' READ=' WS-BCH-CARDS(WS-BCH-SUB)                     08330012
083400            '  HASH HEADER=' WS-BCH-HDR-HASH-X(WS-BCH-SUB)        08340012
083500            ' READ=' WS-BCH-HASH(WS-BCH-SUB)                      08350012
083600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08360012
083700     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08370012
083800                                                                  08380012
083900     IF WS-BRG-STATUS = '00'                                      08390012
084000        MOVE SPACES             TO BRG-RECORD                     08400012
084100        MOVE WS-RUN-DATE        TO BRG-RUN-DATE                   08410012
084200        IF WS-BCH-NO(WS-BCH-SUB) NUMERIC                          08420012
084300           MOVE WS-BCH-NO(WS-BCH-SUB) TO BRG-BATCH-NO             08430012
084400        ELSE                                                      08440012
084500           MOVE ZEROS TO BRG-BATCH-NO                             08450012
084600        END-IF                                                    08460012
084700        MOVE WS-BCH-OPERATOR(WS-BCH-SUB) TO BRG-OPERATOR          08470012
084800        MOVE WS-BCH-STATE(WS-BCH-SUB)    TO BRG-STATUS            08480012
084900        MOVE WS-BCH-REASON(WS-BCH-SUB)   TO BRG-REASON            08490012
085000        IF WS-BCH-HDR-COUNT-X(WS-BCH-SUB) NUMERIC                 08500012
085100           MOVE WS-BCH-HDR-COUNT(WS-BCH-SUB) TO BRG-HDR-COUNT     08510012
085200        ELSE                                                      08520012
085300           MOVE ZEROS TO BRG-HDR-COUNT                            08530012
085400        END-IF                                                    08540012
085500        MOVE WS-BCH-CARDS(WS-BCH-SUB)    TO BRG-CARD-COUNT        08550012
085600        IF WS-BCH-HDR-HASH-X(WS-BCH-SUB) NUMERIC                  08560012
085700           MOVE WS-BCH-HDR-HASH(WS-BCH-SUB) TO BRG-HDR-HASH       08570012
085800        ELSE                                                      08580012
085900           MOVE ZEROS TO BRG-HDR-HASH                             08590012
086000        END-IF                                                    08600012
086100        MOVE WS-BCH-HASH(WS-BCH-SUB)     TO BRG-CARD-HASH         08610012
086200        WRITE BRG-RECORD                                          08620012
086300     END-IF.                                                      08630012
086400                                                                  08640012
086500*----------------------------------------------------------------*08650012
086600*    E-003 PRINTS THE BATCH CONTROL TOTALS.                      *08660012
086700*----------------------------------------------------------------*08670012
086800 E-003.                                                           08680012
086900                                                                  08690012
087000     MOVE SPACES TO WS-REPORT-LINE                                08700012
087100     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08710012
087200                                                                  08720012
087300     MOVE SPACES TO WS-REPORT-LINE                                08730012
087400     STRING 'BATCHES READ           : ' WS-HeaderCount            08740012
087500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08750012
087600     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08760012
087700                                                                  08770012
087800     MOVE SPACES TO WS-REPORT-LINE                                08780012
087900     STRING 'BATCHES ACCEPTED       : ' WS-BchAccepted            08790012
088000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08800012
088100     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08810012
088200                                                                  08820012
088300     MOVE SPACES TO WS-REPORT-LINE                                08830012
088400     STRING 'BATCHES REJECTED       : ' WS-BchRejected            08840012
088500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08850012
088600     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08860012
088700                                                                  08870012
088800     MOVE SPACES TO WS-REPORT-LINE                                08880012
088900     STRING 'CARDS IN REJECTED BATCH: ' WS-BchCardRejects         08890012
089000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08900012
089100     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08910012
089200                                                                  08920012
089300     MOVE SPACES TO WS-REPORT-LINE                                08930012
089400     STRING 'CARDS OUTSIDE A BATCH  : ' WS-NoBatchCount           08940012
089500            DELIMITED BY SIZE INTO WS-REPORT-LINE                 08950012
089600     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    08960012
089700                                                                  08970012
089800     MOVE SPACES TO WS-REPORT-LINE                                08980012
089900     STRING 'GENERATED CARDS        : ' WS-GeneratedCount         08990012
090000            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09000012
090100     WRITE BCR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   09010012
