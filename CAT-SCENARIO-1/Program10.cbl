002100*                     REFERENCE FILE GOES OUT ON DEPTOUT AND A   *00210001
002200*                     BEFORE/AFTER LISTING OF EVERY CHANGE IS    *00220001
002300*                     PRINTED ON DPTREPT.                        *00230001
002310*    2026-10-15  RKM  THE MASTER RECORD NOW CARRIES THE          *00231003
002320*                     EMPLOYMENT STATUS (57 BYTES).  AN          *00232003
002330*                     EMPLOYEE ON LEAVE OR TERMINATED STILL      *00233003
002340*                     HOLDS THEIR DEPARTMENT CODE IN USE - A     *00234003
002350*                     TERMINATED RECORD CAN BE REINSTATED -      *00235003
002360*                     UNTIL THE PROGRAM15 RETENTION PURGE        *00236003
002370*                     TAKES IT OFF THE MASTER.                   *00237003
002400******************************************************************00240001
002500                                                                  00250001
002600 ENVIRONMENT DIVISION.                                            00260001
008000 FILE SECTION.                                                    00800001
008100                                                                  00810001
008200 FD  EMPMAST                                                      00820001
008300     RECORD CONTAINS 57 CHARACTERS.                               00830003
008400     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00840001
008500                           ==EMP-ID==    BY ==EM-EMP-ID==         00850001
008600                           ==NAME-A==    BY ==EM-NAME-A==         00860001
008800                           ==DOJ==       BY ==EM-DOJ==            00880001
008900                           ==SALARY==    BY ==EM-SALARY==         00890001
009000                           ==EMP-DEPT==  BY ==EM-DEPT==           00900001
009010                           ==EMP-GRADE== BY ==EM-GRADE==          00901003
009020                           ==EMP-STATUS== BY ==EM-STATUS==        00902003
009030                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00903003
009040                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00904003
009050                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00905003
009060                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00906003
009070                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00907003
009080                           ==EMP-TERM-REASON==                    00908003
009090                                          BY ==EM-TERM-REASON==.  00909003
009100                                                                  00910001
009200 FD  DEPTIN                                                       00920001
009300     LABEL RECORDS ARE STANDARD                                   00930001
