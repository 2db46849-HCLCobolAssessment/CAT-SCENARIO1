002130*                     END OF RUN - PRIOR/CURRENT HEADCOUNTS AND  *00213002
002140*                     THE MOVEMENT COUNTS - FOR THE PROGRAM13    *00214002
002150*                     NIGHTLY BALANCING REPORT.                  *00215002
002155*    2026-10-15  RKM  THE RUN DATE NOW COMES FROM THE CYCLE      *00215503
002160*                     CONTROL RECORD (CYCFILE, EMPCYC LAYOUT)    *00216003
002165*                     INSTEAD OF THE SYSTEM CLOCK.  THE DELTA    *00216503
002170*                     REFUSES TO START UNTIL PROGRAM2 HAS        *00217003
002175*                     WRITTEN THE CYCLE'S EXTRACT (RC=16) OR     *00217503
002180*                     WHEN IT HAS ALREADY RUN FOR THE CYCLE      *00218003
002185*                     (RC=20), AND MARKS ITSELF COMPLETE OR      *00218503
002190*                     FAILED AT END OF RUN.                      *00219003
002200******************************************************************00220001
002300                                                                  00230001
002400 ENVIRONMENT DIVISION.                                            00240001
005410                                                                  00541002
005420     SELECT RUNLOG          ASSIGN TO 'RUNLOG'                    00542002
005430                            ORGANIZATION IS SEQUENTIAL.           00543002
005440                                                                  00544003
005450     SELECT CYCFILE         ASSIGN TO 'CYCFILE'                   00545003
005460                            ORGANIZATION IS SEQUENTIAL            00546003
005470                            FILE STATUS IS WS-CYC-STATUS.         00547003
005500******************************************************************00550001
005600**                                                                00560001
005700**   DATA DIVISION                                                00570001
009840     RECORD CONTAINS 58 CHARACTERS.                               00984002
009850     COPY EMPLOG.                                                 00985002
009900                                                                  00990001
009910 FD  CYCFILE                                                      00991003
009920     LABEL RECORDS ARE STANDARD                                   00992003
009930     RECORD CONTAINS 21 CHARACTERS.                               00993003
009940 01  CYF-RECORD                PIC X(21).                         00994003
009950                                                                  00995003
010000******************************************************************01000001
010100**                                                                01010001
010200**  WORKING-STORAGE SECTION                                       01020001
011900 01 WS-NET-MOVEMENT-D PIC +9(06).                                 01190001
012000 01 WS-REPORT-LINE    PIC X(80).                                  01200001
012010 01 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.                      01201002
012020 01 WS-CYC-STATUS     PIC X(2) VALUE SPACES.                      01202003
012030 01 WS-CYCLE-SWITCH   PIC X(1) VALUE 'N'.                         01203003
012040    88 WS-CYCLE-CHECKED        VALUE 'Y'.                         01204003
012100      COPY EMPEXT REPLACING ==EXT-RECORD== BY ==WS-CURR-REC==.    01210001
012200      COPY EMPEXT REPLACING ==EXT-RECORD== BY ==WS-PREV-REC==.    01220001
012220      COPY EMPCYC.                                                01222003
012300*----------------------------------------------------------------*01230001
012400 PROCEDURE DIVISION .                                             01240001
012500*----------------------------------------------------------------*01250001
012700*----------------------------------------------------------------*01270001
012800 A-001.                                                           01280001
012900                                                                  01290001
012910     PERFORM A-002                                                01291003
012920     IF RETURN-CODE NOT = ZEROS                                   01292003
012930        GO TO A-999                                               01293003
012940     END-IF                                                       01294003
012950                                                                  01295003
013000     OPEN INPUT  EXTCURR                                          01300001
013100     OPEN INPUT  EXTPREV                                          01310001
013200     OPEN OUTPUT DLTREPT                                          01320001
015200                                                                  01520001
015300 A-999.                                                           01530001
015400                                                                  01540001
015420     IF WS-CYCLE-CHECKED                                          01542003
015440        PERFORM B-004                                             01544003
015460     END-IF                                                       01546003
015480                                                                  01548003
015500     GOBACK.                                                      01550001
015600                                                                  01560001
015700*----------------------------------------------------------------*01570001
034600*----------------------------------------------------------------*03460002
034700 B-003.                                                           03470002
034800                                                                  03480002
035000     OPEN EXTEND RUNLOG                                           03500002
035100     MOVE 'PROGRAM6'       TO LOG-PROGRAM                         03510002
035200     MOVE WS-RUN-DATE      TO LOG-RUN-DATE                        03520002
035900     MOVE RETURN-CODE      TO LOG-RETURN-CODE                     03590002
036000     WRITE LOG-RECORD                                             03600002
036100     CLOSE RUNLOG.                                                03610002
036200                                                                  03620003
036300*----------------------------------------------------------------*03630003
036400*    A-002 READS THE CYCLE CONTROL RECORD - THE RUN DATE IS THE  *03640003
036500*    CYCLE'S BUSINESS DATE.  PROGRAM6 RUNS ONLY ONCE PROGRAM2    *03650003
036600*    HAS COMPLETED FOR THE CYCLE, AND ONLY ONCE PER CYCLE.       *03660003
036700*----------------------------------------------------------------*03670003
036800 A-002.                                                           03680003
036900                                                                  03690003
037000     OPEN INPUT CYCFILE                                           03700003
037100     IF WS-CYC-STATUS NOT = '00'                                  03710003
037200        DISPLAY 'PROGRAM6: CANNOT OPEN CYCFILE, STATUS '          03720003
037300                WS-CYC-STATUS                                     03730003
037400        MOVE 12 TO RETURN-CODE                                    03740003
037500     ELSE                                                         03750003
037600        READ CYCFILE INTO CYC-RECORD                              03760003
037700            AT END                                                03770003
037800               DISPLAY 'PROGRAM6: CYCFILE IS EMPTY'               03780003
037900               MOVE 12 TO RETURN-CODE                             03790003
038000            NOT AT END                                            03800003
038100               MOVE CYC-BUS-DATE TO WS-RUN-DATE                   03810003
038200        END-READ                                                  03820003
038300        CLOSE CYCFILE                                             03830003
038400     END-IF                                                       03840003
038500                                                                  03850003
038600     IF RETURN-CODE = ZEROS                                       03860003
038700        EVALUATE TRUE                                             03870003
038800          WHEN NOT CYC-STATS-DONE                                 03880003
038900            DISPLAY 'PROGRAM6: PROGRAM2 HAS NOT COMPLETED'        03890003
039000                    ' FOR CYCLE ' CYC-BUS-DATE                    03900003
039100            MOVE 16 TO RETURN-CODE                                03910003
039200          WHEN CYC-DELTA-DONE                                     03920003
039300            DISPLAY 'PROGRAM6: ALREADY COMPLETED FOR CYCLE '      03930003
039400                    CYC-BUS-DATE                                  03940003
039500            MOVE 20 TO RETURN-CODE                                03950003
039600          WHEN OTHER                                              03960003
039700            SET WS-CYCLE-CHECKED TO TRUE                          03970003
039800        END-EVALUATE                                              03980003
039900     END-IF.                                                      03990003
040000                                                                  04000003
040100*----------------------------------------------------------------*04010003
040200*    B-004 MARKS THIS STEP ON THE CYCLE CONTROL RECORD -         *04020003
040300*    COMPLETE WHEN THE RUN ENDED RC=4 OR BETTER, FAILED (SO IT   *04030003
040400*    CAN BE RERUN) WHEN IT ENDED WORSE.                          *04040003
040500*----------------------------------------------------------------*04050003
040600 B-004.                                                           04060003
040700                                                                  04070003
040800     OPEN I-O CYCFILE                                             04080003
040900     IF WS-CYC-STATUS NOT = '00'                                  04090003
041000        DISPLAY 'PROGRAM6: CANNOT OPEN CYCFILE TO MARK THE STEP, '04100003
041100                'STATUS ' WS-CYC-STATUS                           04110003
041200        MOVE 12 TO RETURN-CODE                                    04120003
041300     ELSE                                                         04130003
041400        READ CYCFILE INTO CYC-RECORD                              04140003
041500            AT END                                                04150003
041600               DISPLAY 'PROGRAM6: CYCFILE IS EMPTY'               04160003
041700               MOVE 12 TO RETURN-CODE                             04170003
041800            NOT AT END                                            04180003
041900               IF RETURN-CODE > 4                                 04190003
042000                  MOVE 'F' TO CYC-DELTA-STAT                      04200003
042100               ELSE                                               04210003
042200                  MOVE 'C' TO CYC-DELTA-STAT                      04220003
042300               END-IF                                             04230003
042400               REWRITE CYF-RECORD FROM CYC-RECORD                 04240003
042500        END-READ                                                  04250003
042600        CLOSE CYCFILE                                             04260003
042700     END-IF.                                                      04270003
