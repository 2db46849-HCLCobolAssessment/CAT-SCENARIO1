008097*                     STATHIST FILE, SO THE NIGHTLY FIGURES      *00809734
008098*                     SURVIVE THE SYSOUT.  PROGRAM17 REPORTS     *00809834
008099*                     THE MONTH-OVER-MONTH TREND FROM IT.        *00809934
008100*    2026-10-15  RKM  ADDED THE EMPLOYMENT STATUS LIFECYCLE.     *00810035
008105*                     ONLY ACTIVE EMPLOYEES ARE EDITED AND       *00810535
008110*                     COUNTED INTO THE HEADCOUNTS, TENURE        *00811035
008115*                     BANDS, DEPARTMENT TALLIES, STATHIST AND    *00811535
008120*                     THE EXTRACT. ON-LEAVE AND TERMINATED       *00812035
008125*                     RECORDS STILL COUNT TOWARD THE TRAILER     *00812535
008130*                     BALANCE CHECK, ARE TALLIED SEPARATELY ON   *00813035
008135*                     THE REPORT, AND GO TO THE RUN LOG AS       *00813535
008140*                     COUNT-C. RUN-LOG RECS-IN IS NOW ACTIVE     *00814035
008145*                     EMPLOYEES READ.                            *00814535
008146*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00814636
008148*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00814836
008150*                     INSTEAD OF THE SYSTEM CLOCK OR CTLCARD,    *00815036
008152*                     WHICH NOW ONLY SUPPLIES THE EXPECTED       *00815236
008154*                     COUNT.  THE RUN REFUSES TO START UNTIL     *00815436
008156*                     PROGRAM3 HAS APPLIED THE CYCLE'S           *00815636
008158*                     MAINTENANCE (RC=16) OR WHEN IT HAS         *00815836
008160*                     ALREADY COMPLETED FOR THE CYCLE (RC=20),   *00816036
008162*                     AND MARKS ITSELF COMPLETE OR FAILED AT     *00816236
008164*                     END OF RUN.  A RESTART AFTER AN ABEND IS   *00816436
008166*                     NOT REFUSED, SINCE AN ABENDED RUN NEVER    *00816636
008168*                     MARKS ITSELF.                              *00816836
008170******************************************************************00817036
008200                                                                  00820031
008300 ENVIRONMENT DIVISION.                                            00830031
008400                                                                  00840031
013100     SELECT CTLCARD        ASSIGN TO 'CTLCARD'                    01310031
013200                            ORGANIZATION IS SEQUENTIAL            01320031
013300                            FILE STATUS IS WS-CTLCARD-STATUS.     01330031
013320                                                                  01332036
013340     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   01334036
013360                            ORGANIZATION IS SEQUENTIAL            01336036
013380                            FILE STATUS IS WS-CYC-STATUS.         01338036
013400******************************************************************01340031
013500**                                                                01350031
013600**   DATA DIVISION                                                01360031
014800 FILE SECTION.                                                    01480031
014900                                                                  01490031
015000 FD  EMPFILE                                                      01500031
015100     RECORD CONTAINS 57 CHARACTERS.                               01510035
015200     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPFILE-RECORD==   01520031
015300                           ==EMP-ID==    BY ==EF-EMP-ID==         01530031
015400                           ==NAME-A==    BY ==EF-NAME-A==         01540031
015600                           ==DOJ==       BY ==EF-DOJ==            01560031
015700                           ==SALARY==    BY ==EF-SALARY==         01570031
015800                           ==EMP-DEPT==  BY ==EF-DEPT==           01580031
015810                           ==EMP-GRADE== BY ==EF-GRADE==          01581035
015820                           ==EMP-STATUS== BY ==EF-STATUS==        01582035
015830                           ==EMP-ACTIVE== BY ==EF-ACTIVE==        01583035
015840                           ==EMP-ON-LEAVE== BY ==EF-ON-LEAVE==    01584035
015850                           ==EMP-TERMINATED== BY ==EF-TERMINATED==01585035
015860                           ==EMP-LEAVE-DATE== BY ==EF-LEAVE-DATE==01586035
015870                           ==EMP-TERM-DATE== BY ==EF-TERM-DATE==  01587035
015880                           ==EMP-TERM-REASON==                    01588035
015890                                          BY ==EF-TERM-REASON==.  01589035
015900                                                                  01590031
016000 FD  REPFILE                                                      01600031
016100     LABEL RECORDS OMITTED                                        01610031
016400                                                                  01640031
016500 FD  EXCFILE                                                      01650031
016600     LABEL RECORDS ARE STANDARD                                   01660031
016700     RECORD CONTAINS 69 CHARACTERS.                               01670035
016800     COPY EMPEXC REPLACING ==EXC-RECORD== BY ==EXCFILE-RECORD==   01680031
016900                      ==EXC-EMP-IMAGE==   BY ==XC-EMP-IMAGE==     01690031
017000                      ==EXC-REASON-CODE== BY ==XC-REASON-CODE==   01700031
017200                                                                  01720031
017300 FD  EXCPREV                                                      01730031
017400     LABEL RECORDS ARE STANDARD                                   01740031
017500     RECORD CONTAINS 69 CHARACTERS.                               01750035
017600     COPY EMPEXC REPLACING ==EXC-RECORD== BY ==EXCPREV-RECORD==   01760031
017700                      ==EXC-EMP-IMAGE==   BY ==EP-EMP-IMAGE==     01770031
017800                      ==EXC-REASON-CODE== BY ==EP-REASON-CODE==   01780031
022600                      ==CTL-RUN-DATE==       BY ==CF-RUN-DATE==   02260031
022700                      ==CTL-EXP-COUNT==      BY ==CF-EXP-COUNT==. 02270031
022800                                                                  02280031
022810 FD  CYCFILE                                                      02281036
022820     LABEL RECORDS ARE STANDARD                                   02282036
022830     RECORD CONTAINS 21 CHARACTERS.                               02283036
022840 01  CYF-RECORD                PIC X(21).                         02284036
022850                                                                  02285036
022900******************************************************************02290031
023000**                                                                02300031
023100**  WORKING-STORAGE SECTION                                       02310031
031800 01 WS-CTLCARD-STATUS        PIC X(02) VALUE SPACES.              03180031
031900 01 WS-CTLCARD-SWITCH        PIC X(01) VALUE 'N'.                 03190031
032000    88 WS-CTLCARD-PRESENT            VALUE 'Y'.                   03200031
032020 01 WS-CYC-STATUS            PIC X(02) VALUE SPACES.              03202036
032040 01 WS-CYCLE-SWITCH          PIC X(01) VALUE 'N'.                 03204036
032060    88 WS-CYCLE-CHECKED              VALUE 'Y'.                   03206036
032100 01 WS-EXPECTED-COUNT        PIC 9(06) VALUE ZEROS.               03210031
032200 01 WS-MAST-READ-COUNT       PIC 9(08) VALUE ZEROS.               03220031
032300 01 WS-MAST-SAL-TOTAL        PIC 9(11) VALUE ZEROS.               03230031
032320 01 WS-ACTIVE-READ-COUNT     PIC 9(08) VALUE ZEROS.               03232035
032340 01 WS-LeaveCount           PIC 9(06) VALUE ZEROS.                03234035
032360 01 WS-TermCount            PIC 9(06) VALUE ZEROS.                03236035
032400 01 WS-EXCPREV-STATUS       PIC X(02) VALUE SPACES.               03240031
032500 01 WS-PREJ-EOF-SWITCH      PIC X(01) VALUE 'N'.                  03250031
032600    88 WS-PREJ-EOF                 VALUE 'Y'.                     03260031
035300      COPY EMPCHK.                                                03530031
035400      COPY EMPEXT.                                                03540031
035500      COPY EMPCTL.                                                03550031
035520      COPY EMPCYC.                                                03552036
035600      COPY EMPTLR.                                                03560031
035700      COPY EMPDPT.                                                03570031
035710      COPY EMPGRD.                                                03571032
036400*----------------------------------------------------------------*03640031
036500 A-001.                                                           03650031
036600                                                                  03660031
036610     PERFORM A-012                                                03661036
036620     IF RETURN-CODE NOT = ZEROS                                   03662036
036630        GO TO A-999                                               03663036
036640     END-IF                                                       03664036
036650                                                                  03665036
036700     OPEN INPUT  EMPFILE                                          03670031
036800     OPEN OUTPUT REPFILE                                          03680031
036900                                                                  03690031
037200     OPEN INPUT CTLCARD                                           03720031
037300     IF WS-CTLCARD-STATUS = '00'                                  03730031
037400        READ CTLCARD INTO CTL-RECORD                              03740031
037600              MOVE '10' TO WS-CTLCARD-STATUS                      03760031
037700        END-READ                                                  03770031
037800        IF WS-CTLCARD-STATUS = '00'                               03780031
038200           MOVE CTL-EXP-COUNT TO WS-EXPECTED-COUNT                03820031
038300           SET WS-CTLCARD-PRESENT TO TRUE                         03830031
038400        END-IF                                                    03840031
042200                                                                  04220031
042300 A-999.                                                           04230031
042400                                                                  04240031
042420     IF WS-CYCLE-CHECKED                                          04242036
042440        PERFORM E-003                                             04244036
042460     END-IF                                                       04246036
042480                                                                  04248036
042500     GOBACK.                                                      04250031
042600                                                                  04260031
042700*----------------------------------------------------------------*04270031
050100          TO WS-DEPT-SAL-SUM(WS-DEPT-SUB).                        05010031
050200                                                                  05020031
050300*----------------------------------------------------------------*05030031
050400*    A-002 READS ONE EMPLOYEE RECORD AND, WHILE MORE RECORDS     *05040035
050500*    REMAIN, HANDS AN ACTIVE EMPLOYEE OFF FOR EDIT/ACCUMULATION  *05050035
050520*    IN A-003.  AN EMPLOYEE ON LEAVE OR TERMINATED IS STILL ON   *05052035
050540*    THE MASTER AND IN THE TRAILER BALANCE, BUT IS ONLY TALLIED  *05054035
050560*    BY STATUS - IT IS NOT PART OF THE WORKFORCE FIGURES.        *05056035
050600*----------------------------------------------------------------*05060031
050700 A-002.                                                           05070031
050800                                                                  05080031
051900            ELSE                                                  05190031
052000               ADD 1      TO WS-MAST-READ-COUNT                   05200031
052100               ADD SALARY TO WS-MAST-SAL-TOTAL                    05210031
052120               EVALUATE TRUE                                      05212035
052140                 WHEN EMP-ACTIVE                                  05214035
052160                   ADD 1 TO WS-ACTIVE-READ-COUNT                  05216035
052180                 WHEN EMP-ON-LEAVE                                05218035
052200                   ADD 1 TO WS-LeaveCount                         05220035
052220                 WHEN OTHER                                       05222035
052240                   ADD 1 TO WS-TermCount                          05224035
052260               END-EVALUATE                                       05226035
052280               IF NOT EMP-ACTIVE                                  05228035
052300                  OR (WS-RESTART-ACTIVE                           05230035
052320                      AND EMP-ID NOT > WS-RESTART-KEY)            05232035
052400                  CONTINUE                                        05240031
052500               ELSE                                               05250031
052600                  PERFORM A-003                                   05260031
093900            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09390031
094000     WRITE REP-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   09400031
094100                                                                  09410031
094105                                                                  09410535
094110     MOVE SPACES TO WS-REPORT-LINE                                09411035
094115     STRING 'ON LEAVE (EXCLUDED)    : ' WS-LeaveCount             09411535
094120            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09412035
094125     WRITE REP-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   09412535
094130                                                                  09413035
094135     MOVE SPACES TO WS-REPORT-LINE                                09413535
094140     STRING 'TERMINATED (EXCLUDED)  : ' WS-TermCount              09414035
094145            DELIMITED BY SIZE INTO WS-REPORT-LINE                 09414535
094150     WRITE REP-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   09415035
094155                                                                  09415535
094200     PERFORM B-002                                                09420031
094300     PERFORM B-003                                                09430031
094400                                                                  09440031
112300                                                                  11230033
112400*----------------------------------------------------------------*11240033
112500*    B-004 APPENDS THE RUN-SUMMARY RECORD TO THE SHARED RUN      *11250033
112600*    LOG FOR THE PROGRAM13 NIGHTLY BALANCING REPORT.  RECS-IN    *11260035
112700*    IS EVERY ACTIVE EMPLOYEE READ OFF THE MASTER; RECS-OUT IS   *11270035
112800*    THE EXTRACT ROWS (ONE PER EMPLOYEE PROCESSED CLEAN);        *11280035
112820*    COUNT-C IS THE ON-LEAVE AND TERMINATED RECORDS PASSED BY.   *11282035
112900*----------------------------------------------------------------*11290033
113000 B-004.                                                           11300033
113100                                                                  11310033
113200     OPEN EXTEND RUNLOG                                           11320033
113300     MOVE 'PROGRAM2'          TO LOG-PROGRAM                      11330033
113400     MOVE WS-RUN-DATE         TO LOG-RUN-DATE                     11340033
113500     MOVE WS-ACTIVE-READ-COUNT TO LOG-RECS-IN                     11350035
113600     MOVE TotalCount          TO LOG-RECS-OUT                     11360033
113700     MOVE TotalCount          TO LOG-COUNT-A                      11370033
113800     MOVE WS-RejectCount      TO LOG-COUNT-B                      11380033
113900     COMPUTE LOG-COUNT-C = WS-LeaveCount + WS-TermCount           11390035
114000     MOVE ZEROS               TO LOG-COUNT-D                      11400033
114100     MOVE RETURN-CODE         TO LOG-RETURN-CODE                  11410033
114200     WRITE LOG-RECORD                                             11420033
118200        MOVE WS-DEPT-SAL-SUM(WS-DEPT-SUB)                         11820034
118300             TO STA-DEPT-SAL-SUM(WS-DEPT-SUB)                     11830034
118400     END-IF.                                                      11840034
118500                                                                  11850036
118600*----------------------------------------------------------------*11860036
118700*    A-012 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *11870036
118800*    CYCLE'S BUSINESS DATE.  PROGRAM2 RUNS ONLY ONCE PROGRAM3    *11880036
118900*    HAS COMPLETED FOR THE CYCLE, AND ONLY ONCE PER CYCLE.       *11890036
119000*----------------------------------------------------------------*11900036
119100 A-012.                                                           11910036
119200                                                                  11920036
119300     OPEN INPUT CYCFILE                                           11930036
119400     IF WS-CYC-STATUS NOT = '00'                                  11940036
119500        DISPLAY 'PROGRAM2: CANNOT OPEN CYCFILE, STATUS '          11950036
119600                WS-CYC-STATUS                                     11960036
119700        MOVE 12 TO RETURN-CODE                                    11970036
119800     ELSE                                                         11980036
119900        READ CYCFILE INTO CYC-RECORD                              11990036
120000            AT END                                                12000036
120100               DISPLAY 'PROGRAM2: CYCFILE IS EMPTY'               12010036
120200               MOVE 12 TO RETURN-CODE                             12020036
120300            NOT AT END                                            12030036
120400               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   12040036
120500        END-READ                                                  12050036
120600        CLOSE CYCFILE                                             12060036
120700     END-IF                                                       12070036
120800                                                                  12080036
120900     IF RETURN-CODE = ZEROS                                       12090036
121000        EVALUATE TRUE                                             12100036
121100          WHEN NOT CYC-APPLY-DONE                                 12110036
121200            DISPLAY 'PROGRAM2: PROGRAM3 HAS NOT COMPLETED'        12120036
121300                    ' FOR CYCLE ' CYC-BUS-DATE                    12130036
121400            MOVE 16 TO RETURN-CODE                                12140036
121500          WHEN CYC-STATS-DONE                                     12150036
121600            DISPLAY 'PROGRAM2: ALREADY COMPLETED FOR CYCLE '      12160036
121700                    CYC-BUS-DATE                                  12170036
121800            MOVE 20 TO RETURN-CODE                                12180036
121900          WHEN OTHER                                              12190036
122000            SET WS-CYCLE-CHECKED TO TRUE                          12200036
122100        END-EVALUATE                                              12210036
122200     END-IF.                                                      12220036
122300                                                                  12230036
122400*----------------------------------------------------------------*12240036
122500*    E-003 MARKS THIS STEP ON THE CYCLE CONTROL RECORD -         *12250036
122600*    COMPLETE WHEN THE RUN ENDED RC=4 OR BETTER, FAILED (SO IT   *12260036
122700*    CAN BE RERUN) WHEN IT ENDED WORSE.                          *12270036
122800*----------------------------------------------------------------*12280036
122900 E-003.                                                           12290036
123000                                                                  12300036
123100     OPEN I-O CYCFILE                                             12310036
123200     IF WS-CYC-STATUS NOT = '00'                                  12320036
123300        DISPLAY 'PROGRAM2: CANNOT OPEN CYCFILE TO MARK THE STEP, '12330036
123400                'STATUS ' WS-CYC-STATUS                           12340036
123500        MOVE 12 TO RETURN-CODE                                    12350036
123600     ELSE                                                         12360036
123700        READ CYCFILE INTO CYC-RECORD                              12370036
123800            AT END                                                12380036
123900               DISPLAY 'PROGRAM2: CYCFILE IS EMPTY'               12390036
124000               MOVE 12 TO RETURN-CODE                             12400036
124100            NOT AT END                                            12410036
124200               IF RETURN-CODE > 4                                 12420036
124300                  MOVE 'F' TO CYC-STATS-STAT                      12430036
124400               ELSE                                               12440036
124500                  MOVE 'C' TO CYC-STATS-STAT                      12450036
124600               END-IF                                             12460036
124700               REWRITE CYF-RECORD FROM CYC-RECORD                 12470036
124800        END-READ                                                  12480036
124900        CLOSE CYCFILE                                             12490036
125000     END-IF.                                                      12500036
