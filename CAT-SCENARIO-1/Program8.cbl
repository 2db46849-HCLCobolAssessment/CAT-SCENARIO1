002330*                     FILE, AND WHERE THE EMPLOYEE'S SALARY      *00233003
002340*                     SITS IN THE RANGE (PERCENT FROM THE        *00234003
002350*                     MINIMUM).                                  *00235003
002355*    2026-10-15  RKM  THE PROFILE NOW SHOWS THE EMPLOYMENT       *00235504
002360*                     STATUS - ACTIVE, ON LEAVE WITH THE LEAVE   *00236004
002365*                     DATE, OR TERMINATED WITH THE TERMINATION   *00236504
002370*                     DATE AND REASON CODE.  A TERMINATED        *00237004
002375*                     EMPLOYEE STAYS ON THE MASTER UNTIL THE     *00237504
002380*                     RETENTION PURGE, SO NOT FOUND NO LONGER    *00238004
002385*                     MEANS A TERMINATION.                       *00238504
002390*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00239005
002400*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00240005
002410*                     INSTEAD OF THE SYSTEM CLOCK, SO EVERY      *00241005
002420*                     JOB IN THE CYCLE REPORTS THE SAME          *00242005
002430*                     BUSINESS DATE.                             *00243005
002432*    2026-10-15  RKM  EVERY INQCARD NOW CARRIES A REQUESTER ID   *00243206
002434*                     (COLS 16-23), CHECKED AGAINST THE NEW      *00243406
002436*                     INQUIRY AUTHORIZATION FILE (AUTHFILE,      *00243606
002438*                     EMPAUT LAYOUT). A REQUESTER NOT ON THE     *00243806
002440*                     FILE IS REFUSED; A REQUEST BY NUMBER FOR   *00244006
002442*                     AN EMPLOYEE OUTSIDE THE REQUESTER'S        *00244206
002444*                     DEPARTMENTS IS REFUSED; A NAME SCAN        *00244406
002446*                     LISTS ONLY EMPLOYEES IN THE REQUESTER'S    *00244606
002448*                     DEPARTMENTS. WITHOUT SALARY RIGHTS THE     *00244806
002450*                     SALARY AND THE GRADE RANGE AND POSITION    *00245006
002452*                     ARE MASKED. EVERY REQUEST, GRANTED OR      *00245206
002454*                     REFUSED, AND EVERY PROFILE PRINTED IS      *00245406
002456*                     ADDED TO THE CUMULATIVE ACCESS LOG         *00245606
002458*                     (INQLOG, EMPACC LAYOUT) THAT PROGRAM25     *00245806
002460*                     REPORTS. NO LOG, NO ANSWERS - THE RUN      *00246006
002462*                     ENDS RC=12 IF EITHER FILE CANNOT BE        *00246206
002464*                     OPENED.                                    *00246406
002466******************************************************************00246606
002500                                                                  00250002
002600 ENVIRONMENT DIVISION.                                            00260002
002700                                                                  00270002
006800                                                                  00680002
006900     SELECT INQREPT         ASSIGN TO 'INQREPT'                   00690002
007000                            ORGANIZATION IS SEQUENTIAL.           00700002
007020                                                                  00702005
007040     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00704005
007060                            ORGANIZATION IS SEQUENTIAL            00706005
007080                            FILE STATUS IS WS-CYC-STATUS.         00708005
007082                                                                  00708206
007084     SELECT AUTHFILE        ASSIGN TO 'AUTHFILE'                  00708406
007086                            ORGANIZATION IS SEQUENTIAL            00708606
007088                            FILE STATUS IS WS-AUT-STATUS.         00708806
007090                                                                  00709006
007092     SELECT INQLOG          ASSIGN TO 'INQLOG'                    00709206
007094                            ORGANIZATION IS SEQUENTIAL            00709406
007096                            FILE STATUS IS WS-LOG-STATUS.         00709606
007100******************************************************************00710002
007200**                                                                00720002
007300**   DATA DIVISION                                                00730002
008500 FILE SECTION.                                                    00850002
008600                                                                  00860002
008700 FD  EMPMAST                                                      00870002
008800     RECORD CONTAINS 57 CHARACTERS.                               00880004
008900     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00890002
009000                           ==EMP-ID==    BY ==EM-EMP-ID==         00900002
009100                           ==NAME-A==    BY ==EM-NAME-A==         00910002
009300                           ==DOJ==       BY ==EM-DOJ==            00930002
009400                           ==SALARY==    BY ==EM-SALARY==         00940002
009500                           ==EMP-DEPT==  BY ==EM-DEPT==           00950002
009510                           ==EMP-GRADE== BY ==EM-GRADE==          00951004
009520                           ==EMP-STATUS== BY ==EM-STATUS==        00952004
009530                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00953004
009540                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00954004
009550                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00955004
009560                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00956004
009570                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00957004
009580                           ==EMP-TERM-REASON==                    00958004
009590                                          BY ==EM-TERM-REASON==.  00959004
009600                                                                  00960002
009700 FD  INQCARD                                                      00970002
009800     LABEL RECORDS OMITTED                                        00980002
009900     RECORD CONTAINS 23 CHARACTERS.                               00990006
010000 01  INQ-CARD.                                                    01000002
010100     03  IQ-EMP-ID           PIC X(05).                           01010002
010200     03  IQ-NAME-A           PIC X(10).                           01020002
010220     03  IQ-REQ-ID           PIC X(08).                           01022006
010300                                                                  01030002
010400 FD  DEPTFILE                                                     01040002
010500     LABEL RECORDS ARE STANDARD                                   01050002
012200                                                                  01220002
012300 FD  EXCFILE                                                      01230002
012400     LABEL RECORDS ARE STANDARD                                   01240002
012500     RECORD CONTAINS 69 CHARACTERS.                               01250004
012600     COPY EMPEXC REPLACING ==EXC-RECORD== BY ==EXCFILE-RECORD==   01260002
012700                      ==EXC-EMP-IMAGE==   BY ==XC-EMP-IMAGE==     01270002
012800                      ==EXC-REASON-CODE== BY ==XC-REASON-CODE==   01280002
013300     RECORD CONTAINS 80 CHARACTERS.                               01330002
013400 01  INQ-LINE                  PIC X(80).                         01340002
013500                                                                  01350002
013510 FD  CYCFILE                                                      01351005
013520     LABEL RECORDS ARE STANDARD                                   01352005
013530     RECORD CONTAINS 21 CHARACTERS.                               01353005
013540 01  CYF-RECORD                PIC X(21).                         01354005
013545                                                                  01354506
013550 FD  AUTHFILE                                                     01355006
013555     LABEL RECORDS ARE STANDARD                                   01355506
013560     RECORD CONTAINS 80 CHARACTERS.                               01356006
013565 01  AUF-RECORD                PIC X(80).                         01356506
013570                                                                  01357006
013575 FD  INQLOG                                                       01357506
013580     LABEL RECORDS ARE STANDARD                                   01358006
013585     RECORD CONTAINS 60 CHARACTERS.                               01358506
013590 01  ILF-RECORD                PIC X(60).                         01359006
013595                                                                  01359506
013600******************************************************************01360002
013700**                                                                01370002
013800**  WORKING-STORAGE SECTION                                       01380002
014400 01 WS-MAST-STATUS     PIC X(2) VALUE SPACES.                     01440002
014500 01 WS-EXT-STATUS      PIC X(2) VALUE SPACES.                     01450002
014600 01 WS-EXC-STATUS      PIC X(2) VALUE SPACES.                     01460002
014620 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01462005
014640 01 WS-AUT-STATUS      PIC X(2) VALUE SPACES.                     01464006
014660 01 WS-LOG-STATUS      PIC X(2) VALUE SPACES.                     01466006
014700 01 WS-CARD-EOF-SWITCH PIC X(1) VALUE 'N'.                        01470002
014800    88 WS-CARD-EOF             VALUE 'Y'.                         01480002
014900 01 WS-MAST-EOF-SWITCH PIC X(1) VALUE 'N'.                        01490002
021000    03 FILLER PIC X(20) VALUE 'OVER 10 YEARS       '.             02100002
021100 01 FILLER REDEFINES WS-TENURE-LABEL-TABLE.                       02110002
021200    03 WS-TENURE-LABEL PIC X(20) OCCURS 5.                        02120002
021202 01 WS-AUT-EOF-SWITCH  PIC X(1) VALUE 'N'.                        02120206
021204    88 WS-AUT-EOF              VALUE 'Y'.                         02120406
021206 01 WS-AUT-LOADED      PIC 9(03) VALUE ZEROS.                     02120606
021208 01 WS-AUT-SUB         PIC 9(03) VALUE ZEROS.                     02120806
021210 01 WS-AUT-USE-SUB     PIC 9(03) VALUE ZEROS.                     02121006
021212 01 WS-AUT-DEPT-SUB    PIC 9(02) VALUE ZEROS.                     02121206
021214 01 WS-AUT-TABLE.                                                 02121406
021216    03 WS-AUT-ENTRY OCCURS 100.                                   02121606
021218       05 WS-AUT-ID       PIC X(08).                              02121806
021220       05 WS-AUT-SAL      PIC X(01).                              02122006
021222       05 WS-AUT-SCOPE    PIC X(01).                              02122206
021224       05 WS-AUT-DEPTS.                                           02122406
021226          07 WS-AUT-DEPT  PIC X(04) OCCURS 10.                    02122606
021228 01 WS-REQ-AUTH-SW     PIC X(1) VALUE 'N'.                        02122806
021230    88 WS-REQ-AUTHORIZED       VALUE 'Y'.                         02123006
021232 01 WS-SAL-RIGHT-SW    PIC X(1) VALUE 'N'.                        02123206
021234    88 WS-SAL-RIGHT            VALUE 'Y'.                         02123406
021236 01 WS-DEPT-OK-SW      PIC X(1) VALUE 'N'.                        02123606
021238    88 WS-DEPT-PERMITTED       VALUE 'Y'.                         02123806
021240*    THE OUTCOME OF THE REQUEST IN HAND, FOR THE ACCESS LOG.      02124006
021242 01 WS-REQ-RESULT      PIC X(01) VALUE SPACES.                    02124206
021244 01 WS-REQ-REASON      PIC X(02) VALUE SPACES.                    02124406
021246 01 WS-REQ-EMP-ID      PIC 9(05) VALUE ZEROS.                     02124606
021248 01 WS-REQ-DEPT        PIC X(04) VALUE SPACES.                    02124806
021250 01 WS-SALARY-SHOW     PIC X(06) VALUE SPACES.                    02125006
021252 01 WS-RefusedCount    PIC 9(06) VALUE ZEROS.                     02125206
021254 01 WS-LogCount        PIC 9(06) VALUE ZEROS.                     02125406
021300 01 WS-REPORT-LINE     PIC X(80).                                 02130002
021400      COPY EMPDPT.                                                02140002
021410      COPY EMPGRD.                                                02141003
021500      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EMP-REC==.     02150002
021600      COPY EMPTLR.                                                02160002
021620      COPY EMPCYC.                                                02162005
021640      COPY EMPAUT.                                                02164006
021660      COPY EMPACC.                                                02166006
021700*----------------------------------------------------------------*02170002
021800 PROCEDURE DIVISION .                                             02180002
021900*----------------------------------------------------------------*02190002
022100*----------------------------------------------------------------*02210002
022200 A-001.                                                           02220002
022300                                                                  02230002
022310     PERFORM A-010                                                02231005
022320     IF RETURN-CODE NOT = ZEROS                                   02232005
022330        GO TO A-999                                               02233005
022340     END-IF                                                       02234005
022341                                                                  02234106
022342     PERFORM A-011                                                02234206
022343     IF RETURN-CODE NOT = ZEROS                                   02234306
022344        GO TO A-999                                               02234406
022345     END-IF                                                       02234506
022350                                                                  02235005
022400     OPEN INPUT EMPMAST                                           02240002
022500     IF WS-MAST-STATUS NOT = '00'                                 02250002
022600        DISPLAY 'PROGRAM8: CANNOT OPEN EMPMAST, STATUS '          02260002
022800        MOVE 12 TO RETURN-CODE                                    02280002
022900        GO TO A-999                                               02290002
023000     END-IF                                                       02300002
023010                                                                  02301006
023020     OPEN EXTEND INQLOG                                           02302006
023030     IF WS-LOG-STATUS NOT = '00'                                  02303006
023040        DISPLAY 'PROGRAM8: CANNOT EXTEND INQLOG, STATUS '         02304006
023050                WS-LOG-STATUS                                     02305006
023060        MOVE 12 TO RETURN-CODE                                    02306006
023070        CLOSE EMPMAST                                             02307006
023080        GO TO A-999                                               02308006
023090     END-IF                                                       02309006
023100                                                                  02310002
023200     OPEN INPUT  INQCARD                                          02320002
023300     OPEN OUTPUT INQREPT                                          02330002
023400                                                                  02340002
023700     PERFORM B-001                                                02370002
023800     IF RETURN-CODE = 8                                           02380002
023900        CLOSE INQCARD                                             02390002
024000        CLOSE INQREPT                                             02400002
024100        CLOSE EMPMAST                                             02410002
024120        CLOSE INQLOG                                              02412006
024200        GO TO A-999                                               02420002
024300     END-IF                                                       02430002
024400                                                                  02440002
027000     STRING 'REQUESTS NOT MATCHED   : ' WS-NotFoundCount          02700002
027100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02710002
027200     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02720002
027205                                                                  02720506
027210     MOVE SPACES TO WS-REPORT-LINE                                02721006
027215     STRING 'REQUESTS REFUSED       : ' WS-RefusedCount           02721506
027220            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02722006
027225     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02722506
027230                                                                  02723006
027235     MOVE SPACES TO WS-REPORT-LINE                                02723506
027240     STRING 'ACCESS LOG RECORDS     : ' WS-LogCount               02724006
027245            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02724506
027250     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02725006
027300                                                                  02730002
027400     CLOSE INQCARD                                                02740002
027500     CLOSE INQREPT                                                02750002
027600     CLOSE EMPMAST                                                02760006
027620     CLOSE INQLOG.                                                02762006
027700                                                                  02770002
027800 A-999.                                                           02780002
027900                                                                  02790002
043000            PERFORM D-001                                         04300002
043100     END-READ.                                                    04310002
043200                                                                  04320002
043220*----------------------------------------------------------------*04322006
043240*    D-001 ROUTES ONE REQUEST.  THE REQUESTER MUST BE ON THE     *04324006
043260*    AUTHORIZATION FILE OR THE REQUEST IS REFUSED UNANSWERED -   *04326006
043280*    NOT EVEN WHETHER THE EMPLOYEE EXISTS.  A NON-ZERO NUMERIC   *04328006
043300*    EMPLOYEE NUMBER IS A DIRECT KEYED READ; OTHERWISE THE NAME  *04330006
043320*    FIELD DRIVES A LEADING-PARTIAL SCAN OF THE WHOLE MASTER.    *04332006
043340*    THE OUTCOME GOES TO THE ACCESS LOG (G-001).                 *04334006
043360*----------------------------------------------------------------*04336006
043380 D-001.                                                           04338006
043400                                                                  04340006
043420     MOVE SPACES TO WS-REPORT-LINE                                04342006
043440     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    04344006
043460     MOVE SPACES TO WS-REPORT-LINE                                04346006
043480     STRING 'REQUEST: BY=' IQ-REQ-ID                              04348006
043500            ' ID=' IQ-EMP-ID                                      04350006
043520            ' NAME=' IQ-NAME-A                                    04352006
043540            DELIMITED BY SIZE INTO WS-REPORT-LINE                 04354006
043560     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    04356006
043580                                                                  04358006
043600     MOVE ZEROS  TO WS-REQ-HITS                                   04360006
043620     MOVE 'N'    TO WS-REQ-RESULT                                 04362006
043640     MOVE SPACES TO WS-REQ-REASON                                 04364006
043660     MOVE ZEROS  TO WS-REQ-EMP-ID                                 04366006
043680     MOVE SPACES TO WS-REQ-DEPT                                   04368006
043700     PERFORM D-006                                                04370006
043720     IF NOT WS-REQ-AUTHORIZED                                     04372006
043740        ADD 1 TO WS-RefusedCount                                  04374006
043760        MOVE 'R'  TO WS-REQ-RESULT                                04376006
043780        MOVE 'RQ' TO WS-REQ-REASON                                04378006
043800        MOVE SPACES TO WS-REPORT-LINE                             04380006
043820        STRING '  REFUSED - REQUESTER NOT AUTHORIZED FOR '        04382006
043840               'INQUIRIES'                                        04384006
043860               DELIMITED BY SIZE INTO WS-REPORT-LINE              04386006
043880        WRITE INQ-LINE FROM WS-REPORT-LINE                        04388006
043900              AFTER ADVANCING 1 LINE                              04390006
043920     ELSE                                                         04392006
043940*       99999 IS THE CONTROL TRAILER, NOT AN EMPLOYEE - REFUSE    04394006
043960*       THE REQUEST RATHER THAN DECODE THE TRAILER AS A PROFILE.  04396006
043980        IF IQ-EMP-ID = '99999'                                    04398006
044000           ADD 1 TO WS-NotFoundCount                              04400006
044020           MOVE 'RS' TO WS-REQ-REASON                             04402006
044040           MOVE SPACES TO WS-REPORT-LINE                          04404006
044060           STRING '  RESERVED EMPLOYEE NUMBER - NO SUCH EMPLOYEE' 04406006
044080                  DELIMITED BY SIZE INTO WS-REPORT-LINE           04408006
044100           WRITE INQ-LINE FROM WS-REPORT-LINE                     04410006
044120                 AFTER ADVANCING 1 LINE                           04412006
044140        ELSE                                                      04414006
044160           IF IQ-EMP-ID NUMERIC AND IQ-EMP-ID NOT = '00000'       04416006
044180              PERFORM D-002                                       04418006
044200           ELSE                                                   04420006
044220              IF IQ-NAME-A = SPACES                               04422006
044240                 MOVE 'IV' TO WS-REQ-REASON                       04424006
044260                 MOVE SPACES TO WS-REPORT-LINE                    04426006
044280                 STRING '  INVALID REQUEST - NO ID AND NO NAME'   04428006
044300                        DELIMITED BY SIZE INTO WS-REPORT-LINE     04430006
044320                 WRITE INQ-LINE FROM WS-REPORT-LINE               04432006
044340                       AFTER ADVANCING 1 LINE                     04434006
044360                 ADD 1 TO WS-NotFoundCount                        04436006
044380              ELSE                                                04438006
044400                 PERFORM D-003                                    04440006
044420              END-IF                                              04442006
044440           END-IF                                                 04444006
044460        END-IF                                                    04446006
044480     END-IF                                                       04448006
044500                                                                  04450006
044520     IF WS-REQ-HITS > ZEROS                                       04452006
044540        MOVE 'G' TO WS-REQ-RESULT                                 04454006
044560     END-IF                                                       04456006
044580     PERFORM G-001.                                               04458006
047400                                                                  04740002
047420*----------------------------------------------------------------*04742006
047440*    D-002 ANSWERS A REQUEST BY EMPLOYEE NUMBER WITH ONE KEYED   *04744006
047460*    READ.  AN EMPLOYEE OUTSIDE THE REQUESTER'S DEPARTMENTS IS   *04746006
047480*    REFUSED.                                                    *04748006
047500*----------------------------------------------------------------*04750006
047520 D-002.                                                           04752006
047540                                                                  04754006
047560     MOVE IQ-EMP-ID TO EM-EMP-ID                                  04756006
047580     READ EMPMAST INTO WS-EMP-REC                                 04758006
047600         INVALID KEY                                              04760006
047620            PERFORM F-001                                         04762006
047640         NOT INVALID KEY                                          04764006
047660            PERFORM D-007                                         04766006
047680            IF WS-DEPT-PERMITTED                                  04768006
047700               PERFORM E-001                                      04770006
047720            ELSE                                                  04772006
047740               PERFORM F-002                                      04774006
047760            END-IF                                                04776006
047780     END-READ.                                                    04778006
048800                                                                  04880002
048900*----------------------------------------------------------------*04890002
049000*    D-003 ANSWERS A REQUEST BY NAME.  THE SIGNIFICANT LENGTH    *04900002
051000        PERFORM F-001                                             05100002
051100     END-IF.                                                      05110002
051200                                                                  05120002
051220*----------------------------------------------------------------*05122006
051240*    D-004 READS THE NEXT MASTER RECORD ON A NAME SCAN AND       *05124006
051260*    LISTS IT WHEN THE NAME MATCHES AND THE EMPLOYEE IS IN ONE   *05126006
051280*    OF THE REQUESTER'S DEPARTMENTS.  THE TRAILER IS SKIPPED.    *05128006
051300*----------------------------------------------------------------*05130006
051320 D-004.                                                           05132006
051340                                                                  05134006
051360     READ EMPMAST NEXT RECORD INTO WS-EMP-REC                     05136006
051380         AT END                                                   05138006
051400            SET WS-SCAN-EOF TO TRUE                               05140006
051420         NOT AT END                                               05142006
051440            IF EMP-ID OF WS-EMP-REC NOT = 99999                   05144006
051460               AND NAME-A OF WS-EMP-REC(1:WS-NAME-LEN)            05146006
051480                   = IQ-NAME-A(1:WS-NAME-LEN)                     05148006
051500               PERFORM D-007                                      05150006
051520               IF WS-DEPT-PERMITTED                               05152006
051540                  PERFORM E-001                                   05154006
051560               END-IF                                             05156006
051580            END-IF                                                05158006
051600     END-READ.                                                    05160006
052900                                                                  05290002
053000*----------------------------------------------------------------*05300002
053100*    D-005 MEASURES THE SIGNIFICANT LENGTH OF THE REQUEST NAME   *05310002
053600     IF IQ-NAME-A(WS-NAME-SUB:1) NOT = SPACE                      05360002
053700        MOVE WS-NAME-SUB TO WS-NAME-LEN                           05370002
053800     END-IF.                                                      05380002
053801                                                                  05380106
053802*----------------------------------------------------------------*05380206
053803*    D-006 LOOKS UP THE REQUESTER ON THE AUTHORIZATION TABLE     *05380306
053804*    AND SETS THE SALARY RIGHT.  A BLANK REQUESTER ID IS NEVER   *05380406
053805*    AUTHORIZED.                                                 *05380506
053806*----------------------------------------------------------------*05380606
053807 D-006.                                                           05380706
053808                                                                  05380806
053809     MOVE 'N'   TO WS-REQ-AUTH-SW                                 05380906
053810     MOVE 'N'   TO WS-SAL-RIGHT-SW                                05381006
053811     MOVE ZEROS TO WS-AUT-USE-SUB                                 05381106
053812     IF IQ-REQ-ID NOT = SPACES                                    05381206
053813        PERFORM D-009 VARYING WS-AUT-SUB FROM 1 BY 1              05381306
053814                UNTIL WS-AUT-SUB > WS-AUT-LOADED                  05381406
053815     END-IF                                                       05381506
053816     IF WS-REQ-AUTHORIZED                                         05381606
053817        IF WS-AUT-SAL(WS-AUT-USE-SUB) = 'Y'                       05381706
053818           SET WS-SAL-RIGHT TO TRUE                               05381806
053819        END-IF                                                    05381906
053820     END-IF.                                                      05382006
053821                                                                  05382106
053822*----------------------------------------------------------------*05382206
053823*    D-007 DECIDES WHETHER THE EMPLOYEE IN WS-EMP-REC IS IN A    *05382306
053824*    DEPARTMENT THE REQUESTER MAY SEE - ANY DEPARTMENT FOR       *05382406
053825*    SCOPE 'A', OTHERWISE ONLY THE DEPARTMENTS LISTED.           *05382506
053826*----------------------------------------------------------------*05382606
053827 D-007.                                                           05382706
053828                                                                  05382806
053829     MOVE 'N' TO WS-DEPT-OK-SW                                    05382906
053830     IF WS-AUT-SCOPE(WS-AUT-USE-SUB) = 'A'                        05383006
053831        SET WS-DEPT-PERMITTED TO TRUE                             05383106
053832     ELSE                                                         05383206
053833        PERFORM D-008 VARYING WS-AUT-DEPT-SUB FROM 1 BY 1         05383306
053834                UNTIL WS-AUT-DEPT-SUB > 10                        05383406
053835     END-IF.                                                      05383506
053836                                                                  05383606
053837*----------------------------------------------------------------*05383706
053838*    D-008 MATCHES THE EMPLOYEE'S DEPARTMENT AGAINST ONE OF THE  *05383806
053839*    REQUESTER'S LISTED DEPARTMENTS.                             *05383906
053840*----------------------------------------------------------------*05384006
053841 D-008.                                                           05384106
053842                                                                  05384206
053843     IF WS-AUT-DEPT(WS-AUT-USE-SUB, WS-AUT-DEPT-SUB) NOT = SPACES 05384306
053844        AND WS-AUT-DEPT(WS-AUT-USE-SUB, WS-AUT-DEPT-SUB)          05384406
053845            = EMP-DEPT OF WS-EMP-REC                              05384506
053846        SET WS-DEPT-PERMITTED TO TRUE                             05384606
053847     END-IF.                                                      05384706
053848                                                                  05384806
053849*----------------------------------------------------------------*05384906
053850*    D-009 MATCHES THE REQUESTER ID AGAINST ONE TABLE SLOT.      *05385006
053851*----------------------------------------------------------------*05385106
053852 D-009.                                                           05385206
053853                                                                  05385306
053854     IF IQ-REQ-ID = WS-AUT-ID(WS-AUT-SUB)                         05385406
053855        SET WS-REQ-AUTHORIZED TO TRUE                             05385506
053856        MOVE WS-AUT-SUB TO WS-AUT-USE-SUB                         05385606
053857     END-IF.                                                      05385706
053900                                                                  05390002
053920*----------------------------------------------------------------*05392006
053940*    E-001 PRINTS ONE EMPLOYEE PROFILE FROM WS-EMP-REC AND LOGS  *05394006
053960*    THE VIEW.  THE SALARY IS MASKED FOR A REQUESTER WITHOUT     *05396006
053980*    SALARY RIGHTS.                                              *05398006
054000*----------------------------------------------------------------*05400006
054300 E-001.                                                           05430002
054400                                                                  05440002
054500     ADD 1 TO WS-REQ-HITS                                         05450002
054900     PERFORM E-003                                                05490002
055000     PERFORM E-004                                                05500002
055100     PERFORM E-005                                                05510002
055110                                                                  05511006
055120     IF WS-SAL-RIGHT                                              05512006
055130        MOVE SALARY OF WS-EMP-REC TO WS-SALARY-SHOW               05513006
055140     ELSE                                                         05514006
055150        MOVE '******' TO WS-SALARY-SHOW                           05515006
055160     END-IF                                                       05516006
055200                                                                  05520002
055300     MOVE SPACES TO WS-REPORT-LINE                                05530002
055400     STRING '  EMPLOYEE ' EMP-ID OF WS-EMP-REC                    05540002
055500            '  ' NAME-A OF WS-EMP-REC                             05550002
055600            '  SEX=' SEX OF WS-EMP-REC                            05560002
055700            '  DOJ=' DOJ OF WS-EMP-REC                            05570002
055800            '  SALARY=' WS-SALARY-SHOW                            05580006
055900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 05590002
056000     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05600002
056100                                                                  05610002
056800     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05680002
056810                                                                  05681003
056820     PERFORM E-009                                                05682003
056840     PERFORM E-011                                                05684004
056900                                                                  05690002
057000     MOVE SPACES TO WS-REPORT-LINE                                05700002
057100     IF WS-EXC-FOUND-CODE = SPACES                                05710002
057700               '   ON EXCEPTIONS: YES (' WS-EXC-FOUND-CODE ')'    05770002
057800               DELIMITED BY SIZE INTO WS-REPORT-LINE              05780002
057900     END-IF                                                       05790002
058000     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    05800006
058020                                                                  05802006
058040     PERFORM G-002.                                               05804006
058100                                                                  05810002
058200*----------------------------------------------------------------*05820002
058300*    E-002 COMPUTES COMPLETE YEARS OF SERVICE FROM DOJ TO THE    *05830002
067100        MOVE WS-EXC-CODE(WS-EXC-SUB) TO WS-EXC-FOUND-CODE         06710002
067200     END-IF.                                                      06720002
067300                                                                  06730002
067305*----------------------------------------------------------------*06730506
067310*    E-009 PRINTS THE PAY GRADE LINE OF THE PROFILE: THE GRADE,  *06731006
067315*    ITS SALARY RANGE, AND THE SALARY'S POSITION IN THE RANGE    *06731506
067320*    AS A PERCENTAGE FROM THE MINIMUM (0 = AT THE MINIMUM, 100   *06732006
067325*    = AT THE MAXIMUM; OUTSIDE THE RANGE SHOWS OUTSIDE 0-100).   *06732506
067330*    A GRADE NOT ON GRDFILE IS SAID SO.  WITHOUT SALARY RIGHTS   *06733006
067335*    ONLY THE GRADE ITSELF IS SHOWN.                             *06733506
067340*----------------------------------------------------------------*06734006
067380 E-009.                                                           06738003
067390                                                                  06739003
067391     MOVE 'N'   TO WS-GRD-FOUND-SW                                06739103
067399               ' (NOT ON GRDFILE)'                                06739903
067400               DELIMITED BY SIZE INTO WS-REPORT-LINE              06740003
067401     ELSE                                                         06740103
067402        IF NOT WS-SAL-RIGHT                                       06740206
067403           STRING '  GRADE=' EMP-GRADE OF WS-EMP-REC              06740306
067404                  ' RANGE AND POSITION WITHHELD'                  06740406
067405                  DELIMITED BY SIZE INTO WS-REPORT-LINE           06740506
067406        ELSE                                                      06740606
067407           COMPUTE WS-RANGE-SPAN =                                06740706
067408                   WS-GRD-MAX(WS-GRD-USE-SUB)                     06740806
067409                 - WS-GRD-MIN(WS-GRD-USE-SUB)                     06740906
067410           IF WS-RANGE-SPAN > ZEROS                               06741006
067411              COMPUTE WS-RANGE-POS ROUNDED =                      06741106
067412                      (SALARY OF WS-EMP-REC                       06741206
067413                       - WS-GRD-MIN(WS-GRD-USE-SUB)) * 100        06741306
067414                      / WS-RANGE-SPAN                             06741406
067415           ELSE                                                   06741506
067416              MOVE ZEROS TO WS-RANGE-POS                          06741606
067417           END-IF                                                 06741706
067418           MOVE WS-RANGE-POS TO WS-RANGE-POS-D                    06741806
067419           STRING '  GRADE=' EMP-GRADE OF WS-EMP-REC              06741906
067420                  ' RANGE=' WS-GRD-MIN(WS-GRD-USE-SUB)            06742006
067421                  '-' WS-GRD-MAX(WS-GRD-USE-SUB)                  06742106
067422                  ' POSITION=' WS-RANGE-POS-D ' PCT'              06742206
067423                  DELIMITED BY SIZE INTO WS-REPORT-LINE           06742306
067424        END-IF                                                    06742406
067425     END-IF                                                       06742506
067426     WRITE INQ-LINE FROM WS-REPORT-LINE                           06742606
067427           AFTER ADVANCING 1 LINE.                                06742706
067428                                                                  06742806
067429*----------------------------------------------------------------*06742906
067430*    E-010 MATCHES THE EMPLOYEE'S GRADE AGAINST ONE TABLE SLOT.  *06743006
067431*----------------------------------------------------------------*06743106
067432 E-010.                                                           06743206
067433                                                                  06743306
067434     IF EMP-GRADE OF WS-EMP-REC = WS-GRD-CODE(WS-GRD-SUB)         06743406
067435        SET WS-GRD-FOUND TO TRUE                                  06743506
067436        MOVE WS-GRD-SUB TO WS-GRD-USE-SUB                         06743606
067437     END-IF.                                                      06743706
067438                                                                  06743806
067439*----------------------------------------------------------------*06743906
067440*    E-011 PRINTS THE EMPLOYMENT STATUS LINE OF THE PROFILE.     *06744006
067441*    LEAVE SHOWS THE DATE THE LEAVE BEGAN; A TERMINATION SHOWS   *06744106
067442*    ITS DATE AND REASON CODE.                                   *06744206
067443*----------------------------------------------------------------*06744306
067444 E-011.                                                           06744404
067446                                                                  06744604
067448     MOVE SPACES TO WS-REPORT-LINE                                06744804
067450     EVALUATE TRUE                                                06745004
067452       WHEN EMP-ON-LEAVE OF WS-EMP-REC                            06745204
067454         STRING '  STATUS=ON LEAVE SINCE '                        06745404
067456                EMP-LEAVE-DATE OF WS-EMP-REC                      06745604
067458                DELIMITED BY SIZE INTO WS-REPORT-LINE             06745804
067460       WHEN EMP-TERMINATED OF WS-EMP-REC                          06746004
067462         STRING '  STATUS=TERMINATED '                            06746204
067464                EMP-TERM-DATE OF WS-EMP-REC                       06746404
067466                '  REASON=' EMP-TERM-REASON OF WS-EMP-REC         06746604
067468                DELIMITED BY SIZE INTO WS-REPORT-LINE             06746804
067470       WHEN EMP-ACTIVE OF WS-EMP-REC                              06747004
067472         STRING '  STATUS=ACTIVE'                                 06747204
067474                DELIMITED BY SIZE INTO WS-REPORT-LINE             06747404
067476       WHEN OTHER                                                 06747604
067478         STRING '  STATUS=' EMP-STATUS OF WS-EMP-REC              06747804
067480                ' (UNKNOWN STATUS CODE)'                          06748004
067482                DELIMITED BY SIZE INTO WS-REPORT-LINE             06748204
067484     END-EVALUATE                                                 06748404
067486     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06748604
067488                                                                  06748804
067490*----------------------------------------------------------------*06749006
067500*    F-001 LISTS A REQUEST THAT MATCHED NOTHING.  A TERMINATED   *06750006
067510*    EMPLOYEE STAYS ON THE MASTER UNTIL THE RETENTION PURGE, SO  *06751006
067520*    NOT FOUND MEANS NEVER HIRED OR ALREADY PURGED - OR, FOR A   *06752006
067530*    REQUESTER LIMITED TO LISTED DEPARTMENTS, NOTHING IN THOSE   *06753006
067540*    DEPARTMENTS.                                                *06754006
067550*----------------------------------------------------------------*06755006
067560 F-001.                                                           06756006
067570                                                                  06757006
067580     ADD 1 TO WS-NotFoundCount                                    06758006
067590     MOVE SPACES TO WS-REPORT-LINE                                06759006
067600     IF WS-AUT-SCOPE(WS-AUT-USE-SUB) = 'A'                        06760006
067610        STRING '  NOT FOUND ON THE EMPLOYEE MASTER'               06761006
067620               DELIMITED BY SIZE INTO WS-REPORT-LINE              06762006
067630     ELSE                                                         06763006
067640        STRING '  NOT FOUND IN THE DEPARTMENTS THIS REQUESTER '   06764006
067650               'MAY SEE'                                          06765006
067660               DELIMITED BY SIZE INTO WS-REPORT-LINE              06766006
067670     END-IF                                                       06767006
067680     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06768006
067690                                                                  06769006
067700*----------------------------------------------------------------*06770006
067710*    F-002 REFUSES A REQUEST BY NUMBER FOR AN EMPLOYEE OUTSIDE   *06771006
067720*    THE REQUESTER'S DEPARTMENTS.  THE EMPLOYEE GOES ON THE      *06772006
067730*    ACCESS LOG WITH THE REFUSAL.                                *06773006
067740*----------------------------------------------------------------*06774006
067750 F-002.                                                           06775006
067760                                                                  06776006
067770     ADD 1 TO WS-RefusedCount                                     06777006
067780     MOVE 'R'                     TO WS-REQ-RESULT                06778006
067790     MOVE 'DP'                    TO WS-REQ-REASON                06779006
067800     MOVE EMP-ID OF WS-EMP-REC    TO WS-REQ-EMP-ID                06780006
067810     MOVE EMP-DEPT OF WS-EMP-REC  TO WS-REQ-DEPT                  06781006
067820     MOVE SPACES TO WS-REPORT-LINE                                06782006
067830     STRING '  REFUSED - EMPLOYEE IS NOT IN A DEPARTMENT THIS '   06783006
067840            'REQUESTER MAY SEE'                                   06784006
067850            DELIMITED BY SIZE INTO WS-REPORT-LINE                 06785006
067860     WRITE INQ-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   06786006
067870                                                                  06787006
067880*----------------------------------------------------------------*06788006
067890*    G-001 ADDS THE REQUEST'S 'Q' RECORD TO THE ACCESS LOG -     *06789006
067900*    ONE PER CARD, WITH ITS OUTCOME AND THE NUMBER OF PROFILES   *06790006
067910*    PRINTED.                                                    *06791006
067920*----------------------------------------------------------------*06792006
067930 G-001.                                                           06793006
067940                                                                  06794006
067950     MOVE SPACES          TO ACC-RECORD                           06795006
067960     MOVE WS-RUN-DATE     TO ACC-RUN-DATE                         06796006
067970     MOVE IQ-REQ-ID       TO ACC-REQ-ID                           06797006
067980     MOVE 'Q'             TO ACC-TYPE                             06798006
067990     MOVE WS-REQ-RESULT   TO ACC-RESULT                           06799006
068000     MOVE WS-REQ-REASON   TO ACC-REASON                           06800006
068010     MOVE WS-CardCount    TO ACC-CARD-SEQ                         06801006
068020     MOVE IQ-EMP-ID       TO ACC-REQ-EMP-ID                       06802006
068030     MOVE IQ-NAME-A       TO ACC-REQ-NAME                         06803006
068040     MOVE WS-REQ-EMP-ID   TO ACC-EMP-ID                           06804006
068050     MOVE WS-REQ-DEPT     TO ACC-EMP-DEPT                         06805006
068060     MOVE WS-SAL-RIGHT-SW TO ACC-SAL-SHOWN                        06806006
068070     MOVE WS-REQ-HITS     TO ACC-HITS                             06807006
068080     WRITE ILF-RECORD FROM ACC-RECORD                             06808006
068090     ADD 1 TO WS-LogCount.                                        06809006
068100                                                                  06810006
068110*----------------------------------------------------------------*06811006
068120*    G-002 ADDS A 'V' RECORD TO THE ACCESS LOG FOR THE PROFILE   *06812006
068130*    JUST PRINTED - WHO SAW WHOM, AND WHETHER THE SALARY WAS     *06813006
068140*    SHOWN.                                                      *06814006
068150*----------------------------------------------------------------*06815006
068160 G-002.                                                           06816006
068170                                                                  06817006
068180     MOVE SPACES               TO ACC-RECORD                      06818006
068190     MOVE WS-RUN-DATE          TO ACC-RUN-DATE                    06819006
068200     MOVE IQ-REQ-ID            TO ACC-REQ-ID                      06820006
068210     MOVE 'V'                  TO ACC-TYPE                        06821006
068220     MOVE 'G'                  TO ACC-RESULT                      06822006
068230     MOVE WS-CardCount         TO ACC-CARD-SEQ                    06823006
068240     MOVE IQ-EMP-ID            TO ACC-REQ-EMP-ID                  06824006
068250     MOVE IQ-NAME-A            TO ACC-REQ-NAME                    06825006
068260     MOVE EMP-ID OF WS-EMP-REC TO ACC-EMP-ID                      06826006
068270     MOVE EMP-DEPT OF WS-EMP-REC TO ACC-EMP-DEPT                  06827006
068280     MOVE WS-SAL-RIGHT-SW      TO ACC-SAL-SHOWN                   06828006
068290     MOVE ZEROS                TO ACC-HITS                        06829006
068300     WRITE ILF-RECORD FROM ACC-RECORD                             06830006
068310     ADD 1 TO WS-LogCount.                                        06831006
068320                                                                  06832006
068340*----------------------------------------------------------------*06834006
068700*    A-010 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *06870005
068800*    CYCLE'S BUSINESS DATE.                                      *06880005
068900*----------------------------------------------------------------*06890005
069000 A-010.                                                           06900005
069100                                                                  06910005
069200     OPEN INPUT CYCFILE                                           06920005
069300     IF WS-CYC-STATUS NOT = '00'                                  06930005
069400        DISPLAY 'PROGRAM8: CANNOT OPEN CYCFILE, STATUS '          06940005
069500                WS-CYC-STATUS                                     06950005
069600        MOVE 12 TO RETURN-CODE                                    06960005
069700     ELSE                                                         06970005
069800        READ CYCFILE INTO CYC-RECORD                              06980005
069900            AT END                                                06990005
070000               DISPLAY 'PROGRAM8: CYCFILE IS EMPTY'               07000005
070100               MOVE 12 TO RETURN-CODE                             07010005
070200            NOT AT END                                            07020005
070300               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   07030005
070400        END-READ                                                  07040005
070500        CLOSE CYCFILE                                             07050005
070600     END-IF.                                                      07060006
070700                                                                  07070006
070800*----------------------------------------------------------------*07080006
070900*    A-011 LOADS THE INQUIRY AUTHORIZATION FILE.  NO FILE, NO    *07090006
071000*    ANSWERS (RC=12); MORE REQUESTERS THAN THE TABLE HOLDS       *07100006
071100*    STOPS THE RUN (RC=8) RATHER THAN REFUSE SOMEONE             *07110006
071200*    AUTHORIZED.                                                 *07120006
071300*----------------------------------------------------------------*07130006
071400 A-011.                                                           07140006
071500                                                                  07150006
071600     OPEN INPUT AUTHFILE                                          07160006
071700     IF WS-AUT-STATUS NOT = '00'                                  07170006
071800        DISPLAY 'PROGRAM8: CANNOT OPEN AUTHFILE, STATUS '         07180006
071900                WS-AUT-STATUS                                     07190006
072000        MOVE 12 TO RETURN-CODE                                    07200006
072100     ELSE                                                         07210006
072200        PERFORM A-012 UNTIL WS-AUT-EOF                            07220006
072300        CLOSE AUTHFILE                                            07230006
072400     END-IF.                                                      07240006
072500                                                                  07250006
072600*----------------------------------------------------------------*07260006
072700*    A-012 READS ONE AUTHORIZATION RECORD INTO THE NEXT SLOT.    *07270006
072800*----------------------------------------------------------------*07280006
072900 A-012.                                                           07290006
073000                                                                  07300006
073100     READ AUTHFILE INTO AUT-RECORD                                07310006
073200         AT END                                                   07320006
073300            SET WS-AUT-EOF TO TRUE                                07330006
073400         NOT AT END                                               07340006
073500            IF WS-AUT-LOADED >= 100                               07350006
073600               DISPLAY 'PROGRAM8: MORE THAN 100 REQUESTERS ON '   07360006
073700                       'AUTHFILE'                                 07370006
073800               MOVE 8 TO RETURN-CODE                              07380006
073900               SET WS-AUT-EOF TO TRUE                             07390006
074000            ELSE                                                  07400006
074100               ADD 1 TO WS-AUT-LOADED                             07410006
074200               MOVE AUT-REQ-ID TO WS-AUT-ID(WS-AUT-LOADED)        07420006
074300               MOVE AUT-SALARY-RIGHT                              07430006
074400                    TO WS-AUT-SAL(WS-AUT-LOADED)                  07440006
074500               MOVE AUT-DEPT-SCOPE                                07450006
074600                    TO WS-AUT-SCOPE(WS-AUT-LOADED)                07460006
074700               MOVE AUT-DEPT-LIST                                 07470006
074800                    TO WS-AUT-DEPTS(WS-AUT-LOADED)                07480006
074900            END-IF                                                07490006
075000     END-READ.                                                    07500006
