002190*                     END OF RUN - REJECTS READ, RECYCLED,       *00219003
002191*                     UNCORRECTED/AGED COUNTS - FOR THE          *00219103
002192*                     PROGRAM13 NIGHTLY BALANCING REPORT.        *00219203
002193*    2026-10-15  RKM  EXCFILE RECORD GREW TO 69 BYTES - THE      *00219304
002194*                     REJECTED IMAGE NOW CARRIES THE             *00219404
002195*                     EMPLOYMENT STATUS FIELDS.  PROGRAM2 ONLY   *00219504
002196*                     EDITS ACTIVE EMPLOYEES, SO A RECYCLED      *00219604
002197*                     REJECT IS ALWAYS AN ACTIVE EMPLOYEE;       *00219704
002198*                     CORRCARD AND THE EMITTED CHANGE ARE        *00219804
002199*                     UNCHANGED.                                 *00219904
002200*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00220005
002210*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00221005
002220*                     INSTEAD OF THE SYSTEM CLOCK, SO EVERY      *00222005
002230*                     JOB IN THE CYCLE REPORTS THE SAME          *00223005
002240*                     BUSINESS DATE.  THE RUN LOG RECORD NOW     *00224005
002250*                     CARRIES THE CYCLE DATE PROGRAM13           *00225005
002260*                     BALANCES.                                  *00226005
002261*    2026-10-15  RKM  THE GENERATED TRANSACTIONS GROW FROM 47    *00226106
002262*                     TO 61 BYTES (EMPTRN) AND CARRY ZEROS IN    *00226206
002263*                     TRN-BATCH-NO AND '*RECYCLE' IN             *00226306
002264*                     TRN-OPERATOR - PROGRAM4 PASSES THEM        *00226406
002265*                     WITHOUT A DATA-ENTRY BATCH HEADER AND      *00226506
002266*                     THE AUDIT TRAIL SHOWS WHERE THEY CAME      *00226606
002267*                     FROM.                                      *00226706
002270******************************************************************00227005
002300                                                                  00230001
002400 ENVIRONMENT DIVISION.                                            00240001
002500                                                                  00250001
005810                                                                  00581003
005820     SELECT RUNLOG          ASSIGN TO 'RUNLOG'                    00582003
005830                            ORGANIZATION IS SEQUENTIAL.           00583003
005840                                                                  00584005
005850     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00585005
005860                            ORGANIZATION IS SEQUENTIAL            00586005
005870                            FILE STATUS IS WS-CYC-STATUS.         00587005
005900******************************************************************00590001
006000**                                                                00600001
006100**   DATA DIVISION                                                00610001
007400                                                                  00740001
007500 FD  EXCFILE                                                      00750001
007600     LABEL RECORDS ARE STANDARD                                   00760001
007700     RECORD CONTAINS 69 CHARACTERS.                               00770004
007800     COPY EMPEXC REPLACING ==EXC-RECORD== BY ==EXCFILE-RECORD==   00780001
007900                      ==EXC-EMP-IMAGE==   BY ==XC-EMP-IMAGE==     00790001
008000                      ==EXC-REASON-CODE== BY ==XC-REASON-CODE==   00800001
009300                                                                  00930001
009400 FD  RCYTRN                                                       00940001
009500     LABEL RECORDS ARE STANDARD                                   00950001
009600     RECORD CONTAINS 61 CHARACTERS.                               00960006
009700 01  RCY-RECORD                PIC X(61).                         00970006
009800                                                                  00980001
009900 FD  RCYREPT                                                      00990001
010000     LABEL RECORDS OMITTED                                        01000001
010240     RECORD CONTAINS 58 CHARACTERS.                               01024003
010250     COPY EMPLOG.                                                 01025003
010300                                                                  01030001
010310 FD  CYCFILE                                                      01031005
010320     LABEL RECORDS ARE STANDARD                                   01032005
010330     RECORD CONTAINS 21 CHARACTERS.                               01033005
010340 01  CYF-RECORD                PIC X(21).                         01034005
010350                                                                  01035005
010400******************************************************************01040001
010500**                                                                01050001
010600**  WORKING-STORAGE SECTION                                       01060001
011200 01 WS-EXC-EOF-SWITCH  PIC X(1) VALUE 'N'.                        01120001
011300    88 WS-EXC-EOF              VALUE 'Y'.                         01130001
011400 01 WS-CORR-STATUS     PIC X(2) VALUE SPACES.                     01140001
011420 01 WS-CYC-STATUS      PIC X(2) VALUE SPACES.                     01142005
011500 01 WS-CORR-EOF-SWITCH PIC X(1) VALUE 'N'.                        01150001
011600    88 WS-CORR-EOF             VALUE 'Y'.                         01160001
011700 01 WS-CORR-FOUND-SW   PIC X(1) VALUE 'N'.                        01170001
014900      COPY EMPEXC.                                                01490001
015000      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-REJ-REC==.     01500001
015100      COPY EMPTRN REPLACING ==TRN-RECORD== BY ==WS-TRN-REC==.     01510001
015120      COPY EMPCYC.                                                01512005
015200*----------------------------------------------------------------*01520001
015300 PROCEDURE DIVISION .                                             01530001
015400*----------------------------------------------------------------*01540001
015600*----------------------------------------------------------------*01560001
015700 A-001.                                                           01570001
015800                                                                  01580001
015810     PERFORM A-004                                                01581005
015820     IF RETURN-CODE NOT = ZEROS                                   01582005
015830        GO TO A-999                                               01583005
015840     END-IF                                                       01584005
015850                                                                  01585005
015900     OPEN INPUT  EXCFILE                                          01590001
016000     OPEN OUTPUT RCYTRN                                           01600001
016100     OPEN OUTPUT RCYREPT                                          01610001
016200                                                                  01620001
016500     MOVE SPACES TO WS-REPORT-LINE                                01650001
016600     STRING 'EXCEPTION RECYCLE REPORT FOR ' WS-RUN-DATE           01660001
016700            DELIMITED BY SIZE INTO WS-REPORT-LINE                 01670001
031250        MOVE WS-CC-GRADE TO TRN-GRADE OF WS-TRN-REC               03125002
031260     END-IF                                                       03126002
031300     MOVE ZEROS TO TRN-EFF-DATE OF WS-TRN-REC                     03130001
031320     MOVE ZEROS      TO TRN-BATCH-NO OF WS-TRN-REC                03132006
031340     MOVE '*RECYCLE' TO TRN-OPERATOR OF WS-TRN-REC                03134006
031400                                                                  03140001
031500     WRITE RCY-RECORD FROM WS-TRN-REC                             03150001
031600     ADD 1 TO WS-RecycledCount                                    03160001
042100     MOVE RETURN-CODE        TO LOG-RETURN-CODE                   04210003
042200     WRITE LOG-RECORD                                             04220003
042300     CLOSE RUNLOG.                                                04230003
042400                                                                  04240005
042500*----------------------------------------------------------------*04250005
042600*    A-004 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *04260005
042700*    CYCLE'S BUSINESS DATE.                                      *04270005
042800*----------------------------------------------------------------*04280005
042900 A-004.                                                           04290005
043000                                                                  04300005
043100     OPEN INPUT CYCFILE                                           04310005
043200     IF WS-CYC-STATUS NOT = '00'                                  04320005
043300        DISPLAY 'PROGRAM7: CANNOT OPEN CYCFILE, STATUS '          04330005
043400                WS-CYC-STATUS                                     04340005
043500        MOVE 12 TO RETURN-CODE                                    04350005
043600     ELSE                                                         04360005
043700        READ CYCFILE INTO CYC-RECORD                              04370005
043800            AT END                                                04380005
043900               DISPLAY 'PROGRAM7: CYCFILE IS EMPTY'               04390005
044000               MOVE 12 TO RETURN-CODE                             04400005
044100            NOT AT END                                            04410005
044200               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   04420005
044300        END-READ                                                  04430005
044400        CLOSE CYCFILE                                             04440005
044500     END-IF.                                                      04450005
