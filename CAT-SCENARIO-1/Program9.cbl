002110*    2026-09-02  RKM  THE 'M' (MERIT CHANGE) SOURCE FROM THE     *00211002
002120*                     PROGRAM12 MERIT RUN IS NOW DECODED ON THE  *00212002
002130*                     MOVEMENT LINES.                            *00213002
002140*    2026-10-15  RKM  THE 'H' (REINSTATEMENT) SOURCE FROM        *00214004
002150*                     PROGRAM3 IS NOW DECODED ON THE MOVEMENT    *00215004
002160*                     LINES.                                     *00216004
002165*    2026-10-15  RKM  THE AS-OF-DATE ANSWER NOW GOES BY THE      *00216505
002170*                     DATE EACH MOVEMENT TOOK EFFECT             *00217005
002175*                     (SAL-EFF-DATE) RATHER THAN THE RUN THAT    *00217505
002180*                     APPLIED IT, SO A BACK-DATED CHANGE         *00218005
002185*                     COUNTS FROM ITS EFFECTIVE DATE.  SALHIST   *00218505
002190*                     RECORD GROWS FROM 26 TO 34 BYTES.          *00219005
002200******************************************************************00220001
002300                                                                  00230001
002400 ENVIRONMENT DIVISION.                                            00240001
007100                                                                  00710001
007200 FD  SALHIST                                                      00720001
007300     LABEL RECORDS ARE STANDARD                                   00730001
007400     RECORD CONTAINS 34 CHARACTERS.                               00740005
007500     COPY EMPSAL REPLACING ==SAL-RECORD== BY ==SALHIST-RECORD==   00750001
007600                      ==SAL-EMP-ID==      BY ==SH-EMP-ID==        00760001
007700                      ==SAL-CHG-DATE==    BY ==SH-CHG-DATE==      00770001
007800                      ==SAL-OLD-SALARY==  BY ==SH-OLD-SALARY==    00780001
007900                      ==SAL-NEW-SALARY==  BY ==SH-NEW-SALARY==    00790001
008000                      ==SAL-SOURCE==      BY ==SH-SOURCE==        00800005
008020                      ==SAL-EFF-DATE==    BY ==SH-EFF-DATE==.     00802005
008100                                                                  00810001
008200 FD  SALPARM                                                      00820001
008300     LABEL RECORDS OMITTED                                        00830001
020800     END-IF.                                                      02080001
020900                                                                  02090001
021000*----------------------------------------------------------------*02100001
021020*    A-002 READS ONE HISTORY RECORD AND LISTS IT WHEN IT PASSES  *02102005
021040*    THE SELECTION.  THE RECORD ALSO FEEDS THE AS-OF-DATE        *02104005
021060*    ANSWER: THE FILE IS IN APPLY ORDER, SO WITHIN ONE EMPLOYEE  *02106005
021080*    THE LAST RECORD EFFECTIVE ON OR BEFORE THE AS-OF DATE IS    *02108005
021100*    THE SALARY THAT WAS IN EFFECT ON IT - A LATER BACK-DATED    *02110005
021120*    CHANGE OVERRIDES AN EARLIER ONE FROM ITS OWN EFFECTIVE      *02112005
021140*    DATE ON.                                                    *02114005
021600*----------------------------------------------------------------*02160001
021700 A-002.                                                           02170001
021800                                                                  02180001
022700               PERFORM C-001                                      02270001
022800               IF WS-SEL-ASOF-DATE NOT = ZEROS                    02280001
022900                  AND SAL-EMP-ID = WS-SEL-EMP-ID                  02290001
023000                  AND SAL-EFF-DATE NOT > WS-SEL-ASOF-DATE         02300005
023100                  SET WS-ASOF-FOUND TO TRUE                       02310001
023200                  MOVE SAL-NEW-SALARY TO WS-ASOF-SALARY           02320001
023300                  MOVE SAL-EFF-DATE   TO WS-ASOF-DATE-HELD        02330005
023400               END-IF                                             02340001
023500            END-IF                                                02350001
023600     END-READ.                                                    02360001
025110         MOVE 'MERIT  ' TO WS-SOURCE-DESC                         02511002
025111       WHEN 'B'                                                   02511103
025112         MOVE 'BACKOUT' TO WS-SOURCE-DESC                         02511203
025114       WHEN 'H'                                                   02511404
025116         MOVE 'REINST ' TO WS-SOURCE-DESC                         02511604
025120       WHEN 'R'                                                   02512002
025200         MOVE 'RELEASE' TO WS-SOURCE-DESC                         02520001
025300       WHEN OTHER                                                 02530001
