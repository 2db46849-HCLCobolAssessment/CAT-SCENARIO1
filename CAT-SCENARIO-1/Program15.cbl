002791*                     THE LOG NO LONGER GROWS WITHOUT BOUND.     *00279102
002792*                     THIS RUN'S OWN SUMMARY IS WRITTEN AS THE   *00279202
002793*                     LAST RECORD OF THE TRIMMED LOG.            *00279302
002795*    2026-10-15  RKM  ADDED THE RETENTION PURGE OF TERMINATED    *00279503
002800*                     EMPLOYEES.  A TERMINATED RECORD STAYS ON   *00280003
002805*                     THE MASTER UNTIL ITS TERMINATION DATE      *00280503
002810*                     FALLS BEFORE THE NEW ARCPARM TERMINATION   *00281003
002815*                     CUTOFF; THIS RUN THEN ARCHIVES IT TO       *00281503
002820*                     EMPARCH, DELETES IT FROM THE KSDS,         *00282003
002825*                     AUDITS IT AS A 'P' (BEFORE IMAGE ONLY)     *00282503
002830*                     ON THE KEPT AUDIT TRAIL AND RESTORES THE   *00283003
002835*                     CONTROL TRAILER.  THE PURGE ONLY RUNS      *00283503
002840*                     AFTER EVERY OTHER PASS HAS PROVED, SO A    *00284003
002845*                     RUN THAT ENDS RC=8 HAS NOT TOUCHED THE     *00284503
002850*                     MASTER.  A ZERO CUTOFF PURGES NOTHING.     *00285003
002855*                     ARCPARM GROWS TO 24 BYTES; AUDIT RECORDS   *00285503
002860*                     WIDEN TO 128.                              *00286003
002862*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00286205
002864*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00286405
002866*                     INSTEAD OF THE SYSTEM CLOCK.  THE RUN      *00286605
002868*                     REFUSES TO START (RC=16) UNTIL PROGRAM13   *00286805
002870*                     HAS BALANCED THE CYCLE, SO NOTHING IS      *00287005
002872*                     ARCHIVED OR PURGED FROM A NIGHT THAT DID   *00287205
002874*                     NOT BALANCE.                               *00287405
002876*    2026-10-15  RKM  AUDIT RECORDS WIDEN TO 142 BYTES FOR THE   *00287606
002878*                     DATA-ENTRY BATCH NUMBER AND OPERATOR (A    *00287806
002880*                     'P' RECORD CARRIES ZEROS AND '*PURGE'),    *00288006
002882*                     SUSPENSE RECORDS TO 75 BYTES AND PENDING   *00288206
002884*                     TRANSACTIONS TO 61.                        *00288406
002885*    2026-10-15  RKM  THE AUDIT CUTOFF MAY NO LONGER PASS THE    *00288506
002886*                     BENEFITS FEED.  PROGRAM21 SENDS EVERY      *00288606
002887*                     AUDIT RUN DATE AFTER BFC-LAST-DATE         *00288706
002888*                     (BENCTL, EMPBFC LAYOUT), SO A CUTOFF       *00288806
002889*                     LATER THAN THE DAY AFTER IT WOULD          *00288906
002890*                     ARCHIVE EVENTS THE VENDOR HAS NOT YET      *00289006
002891*                     BEEN SENT - THE RUN NOW ENDS RC=16         *00289106
002892*                     WITHOUT TOUCHING ANYTHING.                 *00289206
002893******************************************************************00289306
002900                                                                  00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100                                                                  00310001
009350                                                                  00935002
009360     SELECT LOGARCH         ASSIGN TO 'LOGARCH'                   00936002
009370                            ORGANIZATION IS SEQUENTIAL.           00937002
009375                                                                  00937503
009380     SELECT EMPARCH         ASSIGN TO 'EMPARCH'                   00938003
009385                            ORGANIZATION IS SEQUENTIAL.           00938503
009400                                                                  00940001
009500     SELECT ARCREPT         ASSIGN TO 'ARCREPT'                   00950001
009600                            ORGANIZATION IS SEQUENTIAL.           00960001
009620                                                                  00962005
009640     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00964005
009660                            ORGANIZATION IS SEQUENTIAL            00966005
009680                            FILE STATUS IS WS-CYC-STATUS.         00968005
009682                                                                  00968206
009684     SELECT BENCTL          ASSIGN TO 'BENCTL'                    00968406
009686                            ORGANIZATION IS SEQUENTIAL            00968606
009688                            FILE STATUS IS WS-BFC-STATUS.         00968806
009700******************************************************************00970001
009800**                                                                00980001
009900**   DATA DIVISION                                                00990001
011100 FILE SECTION.                                                    01110001
011200                                                                  01120001
011300 FD  EMPMAST                                                      01130001
011400     RECORD CONTAINS 57 CHARACTERS.                               01140003
011500     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   01150001
011600                           ==EMP-ID==    BY ==EM-EMP-ID==         01160001
011700                           ==NAME-A==    BY ==EM-NAME-A==         01170001
011900                           ==DOJ==       BY ==EM-DOJ==            01190001
012000                           ==SALARY==    BY ==EM-SALARY==         01200001
012100                           ==EMP-DEPT==  BY ==EM-DEPT==           01210001
012200                           ==EMP-GRADE== BY ==EM-GRADE==          01220003
012210                           ==EMP-STATUS== BY ==EM-STATUS==        01221003
012220                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        01222003
012230                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    01223003
012240                           ==EMP-TERMINATED== BY ==EM-TERMINATED==01224003
012250                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==01225003
012260                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  01226003
012270                           ==EMP-TERM-REASON==                    01227003
012280                                          BY ==EM-TERM-REASON==.  01228003
012300                                                                  01230001
012400 FD  ARCPARM                                                      01240001
012500     LABEL RECORDS OMITTED                                        01250001
012600     RECORD CONTAINS 24 CHARACTERS.                               01260003
012700 01  PARM-CARD.                                                   01270001
012800     03  AP-AUDIT-CUTOFF     PIC 9(08).                           01280001
012900     03  AP-SUSP-CUTOFF      PIC 9(08).                           01290001
012920     03  AP-TERM-CUTOFF      PIC 9(08).                           01292003
013000                                                                  01300001
013100 FD  AUDIN                                                        01310001
013200     LABEL RECORDS ARE STANDARD                                   01320001
013300     RECORD CONTAINS 142 CHARACTERS.                              01330006
013400     COPY EMPAUD.                                                 01340001
013500                                                                  01350001
013600 FD  AUDKEEP                                                      01360001
013700     LABEL RECORDS ARE STANDARD                                   01370001
013800     RECORD CONTAINS 142 CHARACTERS.                              01380006
013900 01  AK-RECORD                 PIC X(142).                        01390006
014000                                                                  01400001
014100 FD  AUDARCH                                                      01410001
014200     LABEL RECORDS ARE STANDARD                                   01420001
014300     RECORD CONTAINS 142 CHARACTERS.                              01430006
014400 01  AA-RECORD                 PIC X(142).                        01440006
014500                                                                  01450001
014600 FD  SUSPIN                                                       01460001
014700     LABEL RECORDS ARE STANDARD                                   01470001
014800     RECORD CONTAINS 75 CHARACTERS.                               01480006
014900     COPY EMPSUS.                                                 01490001
015000                                                                  01500001
015100 FD  SUSPKEEP                                                     01510001
015200     LABEL RECORDS ARE STANDARD                                   01520001
015300     RECORD CONTAINS 75 CHARACTERS.                               01530006
015400 01  SK-RECORD                 PIC X(75).                         01540006
015500                                                                  01550001
015600 FD  SUSPARCH                                                     01560001
015700     LABEL RECORDS ARE STANDARD                                   01570001
015800     RECORD CONTAINS 75 CHARACTERS.                               01580006
015900 01  SA-RECORD                 PIC X(75).                         01590006
016000                                                                  01600001
016100 FD  PNDIN                                                        01610001
016200     LABEL RECORDS ARE STANDARD                                   01620001
016300     RECORD CONTAINS 61 CHARACTERS.                               01630006
016400     COPY EMPTRN.                                                 01640001
016500                                                                  01650001
016600 FD  PNDKEEP                                                      01660001
016700     LABEL RECORDS ARE STANDARD                                   01670001
016800     RECORD CONTAINS 61 CHARACTERS.                               01680006
016900 01  PK-RECORD                 PIC X(61).                         01690006
017000                                                                  01700001
017100 FD  PNDPURG                                                      01710001
017200     LABEL RECORDS ARE STANDARD                                   01720001
017300     RECORD CONTAINS 61 CHARACTERS.                               01730006
017400 01  PP-RECORD                 PIC X(61).                         01740006
017500                                                                  01750001
017600 FD  LOGIN                                                        01760002
017700     LABEL RECORDS ARE STANDARD                                   01770001
017985     LABEL RECORDS ARE STANDARD                                   01798502
017990     RECORD CONTAINS 58 CHARACTERS.                               01799002
017995 01  LA-RECORD                 PIC X(58).                         01799502
018000                                                                  01800003
018010 FD  EMPARCH                                                      01801003
018020     LABEL RECORDS ARE STANDARD                                   01802003
018030     RECORD CONTAINS 57 CHARACTERS.                               01803003
018040 01  EA-RECORD                 PIC X(57).                         01804003
018050                                                                  01805003
018100 FD  ARCREPT                                                      01810001
018200     LABEL RECORDS OMITTED                                        01820001
018300     RECORD CONTAINS 80 CHARACTERS.                               01830001
018400 01  ARC-LINE                  PIC X(80).                         01840001
018500                                                                  01850001
018510 FD  CYCFILE                                                      01851005
018520     LABEL RECORDS ARE STANDARD                                   01852005
018530     RECORD CONTAINS 21 CHARACTERS.                               01853005
018540 01  CYF-RECORD                PIC X(21).                         01854005
018550                                                                  01855005
018560 FD  BENCTL                                                       01856006
018570     LABEL RECORDS ARE STANDARD                                   01857006
018580     RECORD CONTAINS 47 CHARACTERS.                               01858006
018590 01  BCF-RECORD                PIC X(47).                         01859006
018595                                                                  01859506
018600******************************************************************01860001
018700**                                                                01870001
018800**  WORKING-STORAGE SECTION                                       01880001
019600 01 WS-SUSP-STATUS     PIC X(2) VALUE SPACES.                     01960001
019700 01 WS-PND-STATUS      PIC X(2) VALUE SPACES.                     01970001
019710 01 WS-LOG-STATUS      PIC X(2) VALUE SPACES.                     01971002
019720 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01972005
019740 01 WS-BFC-STATUS      PIC X(2) VALUE SPACES.                     01974006
019800 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01980001
019900    88 WS-MAST-EOF             VALUE 'Y'.                         01990001
020000 01 WS-TRAILER-SWITCH  PIC X(1) VALUE 'N'.                        02000001
022630 01 WS-LOG-READ        PIC 9(06) VALUE ZEROS.                     02263002
022640 01 WS-LOG-KEPT        PIC 9(06) VALUE ZEROS.                     02264002
022650 01 WS-LOG-ARCH        PIC 9(06) VALUE ZEROS.                     02265002
022655 01 WS-TERM-CUTOFF    PIC 9(08) VALUE ZEROS.                      02265503
022660 01 WS-EMP-READ       PIC 9(08) VALUE ZEROS.                      02266003
022665 01 WS-EMP-KEPT       PIC 9(08) VALUE ZEROS.                      02266503
022670 01 WS-EMP-PURGED     PIC 9(08) VALUE ZEROS.                      02267003
022675 01 WS-PurgeErrCount  PIC 9(06) VALUE ZEROS.                      02267503
022700      COPY EMPTLR.                                                02270001
022710      COPY EMPLOG.                                                02271002
022720      COPY EMPAUD REPLACING ==AUD-RECORD== BY ==WS-AUD-REC==      02272003
022730                       ==AUD-ACTION==   BY ==WA-ACTION==          02273003
022740                       ==AUD-EMP-ID==   BY ==WA-EMP-ID==          02274003
022750                       ==AUD-RUN-DATE== BY ==WA-RUN-DATE==        02275003
022760                       ==AUD-BEFORE==   BY ==WA-BEFORE==          02276003
022770                       ==AUD-AFTER==    BY ==WA-AFTER==           02277006
022772                       ==AUD-BATCH-NO== BY ==WA-BATCH-NO==        02277206
022774                       ==AUD-OPERATOR== BY ==WA-OPERATOR==.       02277406
022780      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-PRG-REC==.     02278003
022790      COPY EMPCYC.                                                02279005
022795      COPY EMPBFC.                                                02279506
022800*----------------------------------------------------------------*02280001
022900 PROCEDURE DIVISION .                                             02290001
023000*----------------------------------------------------------------*02300001
023200*----------------------------------------------------------------*02320001
023300 A-001.                                                           02330001
023400                                                                  02340001
023420     PERFORM A-003                                                02342005
023440     IF RETURN-CODE NOT = ZEROS                                   02344005
023460        GO TO A-999                                               02346005
023480     END-IF                                                       02348005
023500                                                                  02350005
023520     OPEN OUTPUT ARCREPT                                          02352005
023540                                                                  02354005
023900     PERFORM A-002                                                02390001
024000     IF WS-AUDIT-CUTOFF = ZEROS AND WS-SUSP-CUTOFF = ZEROS        02400003
024020        AND WS-TERM-CUTOFF = ZEROS                                02402003
024100        DISPLAY 'PROGRAM15: ARCPARM NAMES NO CUTOFF - NOTHING '   02410001
024200                'TO DO'                                           02420001
024300        MOVE 8 TO RETURN-CODE                                     02430001
024400        CLOSE ARCREPT                                             02440001
024500        GO TO A-999                                               02450001
024600     END-IF                                                       02460001
024610                                                                  02461006
024620*    A ZERO AUDIT CUTOFF TRIMS NOTHING AND NEEDS NO FEED CHECK.   02462006
024630     IF WS-AUDIT-CUTOFF NOT = ZEROS                               02463006
024640        PERFORM A-004                                             02464006
024650     END-IF                                                       02465006
024660     IF RETURN-CODE NOT = ZEROS                                   02466006
024670        CLOSE ARCREPT                                             02467006
024680        GO TO A-999                                               02468006
024690     END-IF                                                       02469006
024700                                                                  02470001
024800     OPEN I-O EMPMAST                                             02480003
024900     IF WS-MAST-STATUS NOT = '00'                                 02490001
025000        DISPLAY 'PROGRAM15: CANNOT OPEN EMPMAST, STATUS '         02500001
025100                WS-MAST-STATUS                                    02510001
025400        GO TO A-999                                               02540001
025500     END-IF                                                       02550001
025600                                                                  02560001
025700*    AN OUT-OF-BALANCE MASTER WOULD MAKE EVERY EMPLOYEE-GONE      02570003
025800*    ANSWER ON THE PENDING PASS SUSPECT, AND THE PURGE WOULD      02580003
025820*    RESTORE A WRONG TRAILER - STOP FIRST.                        02582003
025900     PERFORM B-001                                                02590001
026000     IF NOT WS-MAST-BALANCED                                      02600001
026100        MOVE 8 TO RETURN-CODE                                     02610001
027400            '  SUSPENSE CUTOFF ' WS-SUSP-CUTOFF                   02740001
027500            ' (ZERO = NOTHING TRIMMED)'                           02750002
027600            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02760001
027610     WRITE ARC-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02761003
027620     MOVE SPACES TO WS-REPORT-LINE                                02762003
027630     STRING 'TERMINATION CUTOFF ' WS-TERM-CUTOFF                  02763003
027640            ' (ZERO = NOTHING PURGED)'                            02764003
027650            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02765003
027700     WRITE ARC-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02770001
027800                                                                  02780001
027900     MOVE SPACES TO WS-REPORT-LINE                                02790001
029010     PERFORM F-001                                                02901002
029100                                                                  02910001
029200     PERFORM H-001                                                02920001
029205*    THE MASTER IS ONLY PURGED ONCE EVERY OTHER PASS HAS          02920503
029210*    PROVED - A RUN THAT ENDS RC=8 NEVER HAS ITS KEEP FILES MADE  02921003
029215*    CURRENT, SO IT MUST NOT HAVE DELETED ANYONE EITHER.  THE     02921503
029220*    PURGE AUDIT RECORDS GO ON THE END OF AUDKEEP, LEFT OPEN BY   02922003
029225*    C-001 FOR THEM.                                              02922503
029230     IF WS-FailCount = ZEROS                                      02923003
029235        PERFORM G-001                                             02923503
029240     ELSE                                                         02924003
029245        MOVE SPACES TO WS-REPORT-LINE                             02924503
029250        STRING 'RETENTION PURGE NOT RUN - A PASS DID NOT PROVE'   02925003
029255               DELIMITED BY SIZE INTO WS-REPORT-LINE              02925503
029260        WRITE ARC-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE 02926003
029265     END-IF                                                       02926503
029270     CLOSE AUDKEEP                                                02927003
029300                                                                  02930001
029400     CLOSE EMPMAST                                                02940001
029500     CLOSE ARCREPT                                                02950001
029700     IF WS-FailCount > ZEROS                                      02970001
029800        MOVE 8 TO RETURN-CODE                                     02980001
029900     END-IF                                                       02990001
029920     IF WS-PurgeErrCount > ZEROS AND RETURN-CODE < 4              02992003
029940        MOVE 4 TO RETURN-CODE                                     02994003
029960     END-IF                                                       02996003
030000                                                                  03000001
030100     PERFORM H-002.                                               03010001
030200                                                                  03020001
030900*    TRIMS NOTHING - THE PASS STILL RUNS AND COPIES THE FILE     *03090002
031000*    THROUGH UNCHANGED.  THE PENDING PASS NEEDS NO CUTOFF - ITS  *03100002
031010*    TEST IS THE MASTER, NOT A DATE - AND THE RUN LOG FOLLOWS    *03101002
031020*    THE AUDIT CUTOFF.  A ZERO TERMINATION CUTOFF PURGES NO      *03102006
031040*    EMPLOYEE.                                                   *03104003
031100*----------------------------------------------------------------*03110001
031200 A-002.                                                           03120001
031300                                                                  03130001
031900           NOT AT END                                             03190001
032000              MOVE AP-AUDIT-CUTOFF TO WS-AUDIT-CUTOFF             03200001
032100              MOVE AP-SUSP-CUTOFF  TO WS-SUSP-CUTOFF              03210001
032120             MOVE AP-TERM-CUTOFF  TO WS-TERM-CUTOFF               03212003
032200        END-READ                                                  03220001
032300        CLOSE ARCPARM                                             03230001
032400     END-IF.                                                      03240001
036900*    C-001 TRIMS THE AUDIT TRAIL: RECORDS DATED BEFORE THE       *03690001
037000*    CUTOFF GO TO THE YEARLY ARCHIVE GENERATION, THE REST TO     *03700001
037100*    THE KEEP FILE THAT BECOMES THE NEW CURRENT AUDIT.  A ZERO   *03710002
037110*    CUTOFF ARCHIVES NOTHING - THE WHOLE FILE COPIES THROUGH.    *03711003
037120*    AUDKEEP STAYS OPEN SO G-001 CAN ADD THE PURGE AUDIT         *03712003
037130*    RECORDS AFTER THE TRIMMED TRAIL.                            *03713003
037200*----------------------------------------------------------------*03720001
037300 C-001.                                                           03730001
037400                                                                  03740001
037700     OPEN OUTPUT AUDARCH                                          03770001
037800     PERFORM C-002 UNTIL WS-AUD-EOF                               03780001
037900     CLOSE AUDIN                                                  03790001
038100     CLOSE AUDARCH.                                               03810001
038200                                                                  03820001
038300*----------------------------------------------------------------*03830001
050910               ADD 1 TO WS-LOG-KEPT                               05091002
050911            END-IF                                                05091102
050912     END-READ.                                                    05091202
050913*----------------------------------------------------------------*05091303
050914*    G-001 IS THE RETENTION PURGE.  A TERMINATED EMPLOYEE WHOSE  *05091403
050915*    TERMINATION DATE IS BEFORE THE TERMINATION CUTOFF LEAVES    *05091503
050916*    THE MASTER: THE FINAL RECORD GOES TO THE EMPARCH ARCHIVE    *05091603
050917*    AND A 'P' AUDIT RECORD CARRYING IT AS THE BEFORE IMAGE IS   *05091703
050918*    ADDED TO THE KEPT AUDIT TRAIL.  ACTIVE AND ON-LEAVE         *05091803
050919*    EMPLOYEES ARE NEVER TOUCHED.  THE PASS PROVES IN = KEPT +   *05091903
050920*    PURGED AND THE TRAILER IS RESTORED TO THE NEW TOTALS.  A    *05092003
050921*    ZERO CUTOFF PURGES NOTHING.                                 *05092103
050922*----------------------------------------------------------------*05092203
050923 G-001.                                                           05092303
050924                                                                  05092403
050925     OPEN OUTPUT EMPARCH                                          05092503
050926     MOVE 'N'   TO WS-MAST-EOF-SWITCH                             05092603
050927     MOVE ZEROS TO EM-EMP-ID                                      05092703
050928     START EMPMAST KEY NOT < EM-EMP-ID                            05092803
050929         INVALID KEY                                              05092903
050930            SET WS-MAST-EOF TO TRUE                               05093003
050931     END-START                                                    05093103
050932     PERFORM G-002 UNTIL WS-MAST-EOF                              05093203
050933     CLOSE EMPARCH                                                05093303
050934     IF WS-EMP-PURGED > ZEROS                                     05093403
050935        PERFORM G-004                                             05093503
050936     END-IF                                                       05093603
050937                                                                  05093703
050938     COMPUTE WS-CHECK-TOTAL = WS-EMP-KEPT + WS-EMP-PURGED         05093803
050939     MOVE SPACES TO WS-REPORT-LINE                                05093903
050940     IF WS-CHECK-TOTAL = WS-EMP-READ                              05094003
050941        STRING 'MASTER   IN=' WS-EMP-READ                         05094103
050942               ' KEPT=' WS-EMP-KEPT                               05094203
050943               ' PURGED=' WS-EMP-PURGED ' PROVED'                 05094303
050944               DELIMITED BY SIZE INTO WS-REPORT-LINE              05094403
050945     ELSE                                                         05094503
050946        STRING 'MASTER   IN=' WS-EMP-READ                         05094603
050947               ' KEPT=' WS-EMP-KEPT                               05094703
050948               ' PURGED=' WS-EMP-PURGED ' *** DROPPED ***'        05094803
050949               DELIMITED BY SIZE INTO WS-REPORT-LINE              05094903
050950        ADD 1 TO WS-PurgeErrCount                                 05095003
050951     END-IF                                                       05095103
050952     WRITE ARC-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   05095203
050953                                                                  05095306
050954*----------------------------------------------------------------*05095406
050955*    G-002 READS THE NEXT MASTER RECORD AND PURGES IT WHEN IT IS *05095506
050956*    A TERMINATION OLDER THAN THE CUTOFF.  THE TRAILER IS        *05095606
050957*    PASSED BY.                                                  *05095706
050958*----------------------------------------------------------------*05095806
050959 G-002.                                                           05095906
050960                                                                  05096006
050961     READ EMPMAST NEXT RECORD                                     05096106
050962         AT END                                                   05096206
050963            SET WS-MAST-EOF TO TRUE                               05096306
050964         NOT AT END                                               05096406
050965            IF EM-EMP-ID NOT = 99999                              05096506
050966               ADD 1 TO WS-EMP-READ                               05096606
050967               IF EM-TERMINATED                                   05096706
050968                  AND EM-TERM-DATE < WS-TERM-CUTOFF               05096806
050969                  PERFORM G-003                                   05096906
050970               ELSE                                               05097006
050971                  ADD 1 TO WS-EMP-KEPT                            05097106
050972               END-IF                                             05097206
050973            END-IF                                                05097306
050974     END-READ.                                                    05097406
050975                                                                  05097506
050976*----------------------------------------------------------------*05097606
050977*    G-003 PURGES ONE TERMINATED EMPLOYEE.  THE RECORD IS SAVED  *05097706
050978*    FIRST SO THE ARCHIVE AND AUDIT COPIES DO NOT DEPEND ON THE  *05097806
050979*    RECORD AREA AFTER THE DELETE.  A DELETE THE KSDS REFUSES    *05097906
050980*    LEAVES THE EMPLOYEE ON THE MASTER AND IS LISTED.            *05098006
050981*----------------------------------------------------------------*05098106
050982 G-003.                                                           05098206
050983                                                                  05098306
050984     MOVE EMPMAST-RECORD TO WS-PRG-REC                            05098406
050985     DELETE EMPMAST RECORD                                        05098506
050986         INVALID KEY                                              05098606
050987            ADD 1 TO WS-EMP-KEPT                                  05098706
050988            ADD 1 TO WS-PurgeErrCount                             05098806
050989            MOVE SPACES TO WS-REPORT-LINE                         05098906
050990            STRING 'PURGE FAILED    EMPLOYEE '                    05099006
050991                   EMP-ID OF WS-PRG-REC                           05099106
050992                   ' - DELETE REFUSED, LEFT ON MASTER'            05099206
050993                   DELIMITED BY SIZE INTO WS-REPORT-LINE          05099306
050994            WRITE ARC-LINE FROM WS-REPORT-LINE                    05099406
050995                  AFTER ADVANCING 1 LINE                          05099506
050996            END-WRITE                                             05099606
050997         NOT INVALID KEY                                          05099706
050998            ADD 1 TO WS-EMP-PURGED                                05099806
050999            SUBTRACT 1 FROM WS-MAST-COUNT                         05099906
051000            SUBTRACT SALARY OF WS-PRG-REC FROM WS-MAST-SAL-TOTAL  05100006
051001            WRITE EA-RECORD FROM WS-PRG-REC                       05100106
051002            MOVE SPACES                TO WS-AUD-REC              05100206
051003            MOVE 'P'                   TO WA-ACTION               05100306
051004            MOVE EMP-ID OF WS-PRG-REC  TO WA-EMP-ID               05100406
051005            MOVE WS-RUN-DATE           TO WA-RUN-DATE             05100506
051006            MOVE WS-PRG-REC            TO WA-BEFORE               05100606
051007            MOVE ZEROS                 TO WA-BATCH-NO             05100706
051008            MOVE '*PURGE'              TO WA-OPERATOR             05100806
051010            WRITE AK-RECORD FROM WS-AUD-REC                       05101006
051012            MOVE SPACES TO WS-REPORT-LINE                         05101206
051014            STRING 'PURGED          EMPLOYEE '                    05101406
051016                   EMP-ID OF WS-PRG-REC                           05101606
051018                   ' TERMINATED ' EMP-TERM-DATE OF WS-PRG-REC     05101806
051020                   ' REASON ' EMP-TERM-REASON OF WS-PRG-REC       05102006
051022                   DELIMITED BY SIZE INTO WS-REPORT-LINE          05102206
051024            WRITE ARC-LINE FROM WS-REPORT-LINE                    05102406
051026                  AFTER ADVANCING 1 LINE                          05102606
051028     END-DELETE.                                                  05102806
051029                                                                  05102906
051030*----------------------------------------------------------------*05103006
051032*    G-004 REWRITES THE CONTROL TRAILER WITH THE COUNT AND       *05103206
051034*    SALARY TOTAL LEFT AFTER THE PURGE.                          *05103406
051036*----------------------------------------------------------------*05103606
051038 G-004.                                                           05103806
051040                                                                  05104006
051042     MOVE SPACES            TO TLR-RECORD                         05104206
051044     MOVE 99999             TO TLR-EMP-ID                         05104406
051046     MOVE WS-MAST-COUNT     TO TLR-REC-COUNT                      05104606
051048     MOVE WS-MAST-SAL-TOTAL TO TLR-SAL-TOTAL                      05104806
051050     MOVE TLR-RECORD        TO EMPMAST-RECORD                     05105006
051052     REWRITE EMPMAST-RECORD                                       05105206
051054         INVALID KEY                                              05105406
051056            DISPLAY 'PROGRAM15: TRAILER REWRITE FAILED'           05105606
051058            ADD 1 TO WS-PurgeErrCount                             05105806
051060     END-REWRITE.                                                 05106006
051062                                                                  05106206
051064*----------------------------------------------------------------*05106406
051066*    H-001 PRINTS THE CONTROL TOTALS AND PROVES EACH PASS        *05106606
051100*    DROPPED NOTHING: RECORDS IN MUST EQUAL KEPT PLUS ARCHIVED   *05110001
051200*    (OR PURGED).                                                *05120001
051300*----------------------------------------------------------------*05130001
058800     MOVE RETURN-CODE      TO LOG-RETURN-CODE                     05880001
058900     WRITE LK-RECORD FROM LOG-RECORD                              05890002
059000     CLOSE LOGKEEP.                                               05900002
059100                                                                  05910005
059200*----------------------------------------------------------------*05920005
059300*    A-003 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *05930005
059400*    CYCLE'S BUSINESS DATE.  PROGRAM15 RUNS ONLY ONCE PROGRAM13  *05940005
059500*    HAS COMPLETED FOR THE CYCLE.                                *05950005
059600*----------------------------------------------------------------*05960005
059700 A-003.                                                           05970005
059800                                                                  05980005
059900     OPEN INPUT CYCFILE                                           05990005
060000     IF WS-CYC-STATUS NOT = '00'                                  06000005
060100        DISPLAY 'PROGRAM15: CANNOT OPEN CYCFILE, STATUS '         06010005
060200                WS-CYC-STATUS                                     06020005
060300        MOVE 12 TO RETURN-CODE                                    06030005
060400     ELSE                                                         06040005
060500        READ CYCFILE INTO CYC-RECORD                              06050005
060600            AT END                                                06060005
060700               DISPLAY 'PROGRAM15: CYCFILE IS EMPTY'              06070005
060800               MOVE 12 TO RETURN-CODE                             06080005
060900            NOT AT END                                            06090005
061000               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   06100005
061100        END-READ                                                  06110005
061200        CLOSE CYCFILE                                             06120005
061300     END-IF                                                       06130005
061400                                                                  06140005
061500     IF RETURN-CODE = ZEROS AND NOT CYC-BAL-DONE                  06150005
061600        DISPLAY 'PROGRAM15: PROGRAM13 HAS NOT COMPLETED'          06160005
061700                ' FOR CYCLE ' CYC-BUS-DATE                        06170005
061800        MOVE 16 TO RETURN-CODE                                    06180005
061900     END-IF.                                                      06190005
062000                                                                  06200006
062100*----------------------------------------------------------------*06210006
062200*    A-004 READS THE BENEFITS FEED CONTROL RECORD.  PROGRAM21    *06220006
062300*    SENDS EVERY AUDIT RUN DATE AFTER BFC-LAST-DATE, SO AN AUDIT *06230006
062400*    CUTOFF PAST THE DAY AFTER IT WOULD ARCHIVE EVENTS THE       *06240006
062500*    VENDOR HAS NOT YET BEEN SENT - THE RUN IS REFUSED (RC=16)   *06250006
062600*    UNTIL THE FEED HAS CAUGHT UP.                               *06260006
062700*----------------------------------------------------------------*06270006
062800 A-004.                                                           06280006
062900                                                                  06290006
063000     OPEN INPUT BENCTL                                            06300006
063100     IF WS-BFC-STATUS NOT = '00'                                  06310006
063200        DISPLAY 'PROGRAM15: CANNOT OPEN BENCTL, STATUS '          06320006
063300                WS-BFC-STATUS                                     06330006
063400        MOVE 12 TO RETURN-CODE                                    06340006
063500     ELSE                                                         06350006
063600        READ BENCTL INTO BFC-RECORD                               06360006
063700            AT END                                                06370006
063800               DISPLAY 'PROGRAM15: BENCTL IS EMPTY'               06380006
063900               MOVE 12 TO RETURN-CODE                             06390006
064000            NOT AT END                                            06400006
064100               IF WS-AUDIT-CUTOFF > BFC-LAST-DATE + 1             06410006
064200                  DISPLAY 'PROGRAM15: AUDIT CUTOFF '              06420006
064300                          WS-AUDIT-CUTOFF ' PASSES THE LAST '     06430006
064400                          'BENEFITS FEED (' BFC-LAST-DATE         06440006
064500                          ') - NOTHING ARCHIVED'                  06450006
064600                  MOVE 16 TO RETURN-CODE                          06460006
064700               END-IF                                             06470006
064800        END-READ                                                  06480006
064900        CLOSE BENCTL                                              06490006
065000     END-IF.                                                      06500006
