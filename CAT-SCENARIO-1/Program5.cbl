002070*    2026-09-02  RKM  THE 'B' (BACKOUT) ACTION FROM PROGRAM14    *00207005
002080*                     REVERSALS IS NOW DECODED ON THE HEADER     *00208005
002090*                     LINE.                                      *00209005
002095*    2026-10-15  RKM  AUDFILE RECORD GREW TO 128 BYTES FOR THE   *00209506
002100*                     EMPLOYMENT STATUS FIELDS.  EACH DECODED    *00210006
002105*                     IMAGE NOW HAS A SECOND LINE WITH THE       *00210506
002110*                     STATUS, LEAVE DATE, TERMINATION DATE AND   *00211006
002115*                     REASON.  THE HEADER DECODES 'D' AS         *00211506
002120*                     TERMINATE (A 'D' WITH NO AFTER IMAGE,      *00212006
002125*                     FROM BEFORE THE STATUS LIFECYCLE, IS       *00212506
002130*                     STILL A DELETE), 'L' LEAVE, 'H'            *00213006
002135*                     REINSTATE AND 'P' THE PROGRAM15            *00213506
002140*                     RETENTION PURGE.                           *00214006
002145*    2026-10-15  RKM  AUDFILE RECORD GREW TO 142 BYTES FOR THE   *00214507
002150*                     DATA-ENTRY BATCH NUMBER AND OPERATOR.      *00215007
002155*                     THE HEADER LINE NOW SAYS WHO KEYED THE     *00215507
002160*                     CHANGE (OR THE '*' TAG OF THE PROGRAM      *00216007
002165*                     THAT GENERATED IT); RECORDS FROM BEFORE    *00216507
002170*                     BATCH CONTROL SAY OPERATOR NOT RECORDED.   *00217007
002175******************************************************************00217507
002200                                                                  00220002
002300 ENVIRONMENT DIVISION.                                            00230002
002400                                                                  00240002
007000                                                                  00700002
007100 FD  AUDFILE                                                      00710002
007200     LABEL RECORDS ARE STANDARD                                   00720002
007300     RECORD CONTAINS 142 CHARACTERS.                              00730007
007400     COPY EMPAUD REPLACING ==AUD-RECORD== BY ==AUDFILE-RECORD==.  00740002
007500                                                                  00750002
007600 FD  AUDPARM                                                      00760002
010400 01 WS-PrintCount      PIC 9(06) VALUE ZEROS.                     01040002
010500 01 WS-REPORT-LINE     PIC X(80).                                 01050002
010600 01 WS-ACTION-DESC     PIC X(09) VALUE SPACES.                    01060002
010620 01 WS-KEYED-BY       PIC X(31) VALUE SPACES.                     01062007
010700      COPY EMPAUD REPLACING ==AUD-RECORD== BY ==WS-AUD-REC==.     01070002
010800      COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-IMAGE-REC==.   01080002
010900*----------------------------------------------------------------*01090002
022100*----------------------------------------------------------------*02210002
022200*    C-001 PRINTS ONE AUDIT RECORD: A HEADER LINE WITH ACTION,   *02220002
022300*    KEY AND RUN DATE, THEN THE BEFORE AND AFTER MASTER IMAGES   *02230002
022400*    DECODED FIELD BY FIELD.  AN ADD HAS NO BEFORE LINE; A       *02240006
022500*    PURGE, OR A DELETE FROM BEFORE THE STATUS LIFECYCLE, HAS    *02250006
022520*    NO AFTER LINE.                                              *02252006
022600*----------------------------------------------------------------*02260002
022700 C-001.                                                           02270002
022800                                                                  02280002
023100         MOVE 'ADD   ' TO WS-ACTION-DESC                          02310002
023200       WHEN 'C'                                                   02320002
023300         MOVE 'CHANGE' TO WS-ACTION-DESC                          02330002
023310       WHEN 'D'                                                   02331006
023320         IF AUD-AFTER OF WS-AUD-REC = SPACES                      02332006
023330            MOVE 'DELETE' TO WS-ACTION-DESC                       02333006
023340         ELSE                                                     02334006
023350            MOVE 'TERMINATE' TO WS-ACTION-DESC                    02335006
023360         END-IF                                                   02336006
023370       WHEN 'L'                                                   02337006
023380         MOVE 'LEAVE ' TO WS-ACTION-DESC                          02338006
023390       WHEN 'H'                                                   02339006
023400         MOVE 'REINSTATE' TO WS-ACTION-DESC                       02340006
023410       WHEN 'P'                                                   02341006
023420         MOVE 'PURGE ' TO WS-ACTION-DESC                          02342006
023510       WHEN 'M'                                                   02351003
023520         MOVE 'MERIT ' TO WS-ACTION-DESC                          02352003
023530       WHEN 'B'                                                   02353005
023700         MOVE '??????' TO WS-ACTION-DESC                          02370002
023800     END-EVALUATE                                                 02380002
023900                                                                  02390002
023905     MOVE SPACES TO WS-KEYED-BY                                   02390507
023910     IF AUD-OPERATOR OF WS-AUD-REC = SPACES                       02391007
023915        MOVE ' OPERATOR NOT RECORDED' TO WS-KEYED-BY              02391507
023920     ELSE                                                         02392007
023925        STRING ' BATCH '                  DELIMITED BY SIZE       02392507
023930               AUD-BATCH-NO OF WS-AUD-REC DELIMITED BY SIZE       02393007
023935               ' OPERATOR '               DELIMITED BY SIZE       02393507
023940               AUD-OPERATOR OF WS-AUD-REC DELIMITED BY SIZE       02394007
023945               INTO WS-KEYED-BY                                   02394507
023950     END-IF                                                       02395007
024000     MOVE SPACES TO WS-REPORT-LINE                                02400002
024100     STRING WS-ACTION-DESC          DELIMITED BY SIZE             02410002
024200            ' EMPLOYEE '            DELIMITED BY SIZE             02420002
024300            AUD-EMP-ID OF WS-AUD-REC DELIMITED BY SIZE            02430002
024400            ' ON '                  DELIMITED BY SIZE             02440002
024500            AUD-RUN-DATE OF WS-AUD-REC DELIMITED BY SIZE          02450002
024520            WS-KEYED-BY           DELIMITED BY SIZE               02452007
024600            INTO WS-REPORT-LINE                                   02460002
024700     WRITE ADR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02470002
024800                                                                  02480002
025900     END-IF.                                                      02590002
026000                                                                  02600002
026100*----------------------------------------------------------------*02610002
026200*    C-002 PRINTS ONE DECODED MASTER IMAGE - THE MASTER FIELDS   *02620006
026300*    AND, ON A SECOND LINE, THE EMPLOYMENT STATUS FIELDS.  THE   *02630006
026320*    CALLER LOADS WS-IMAGE-REC AND THE LINE TAG FIRST.           *02632006
026400*----------------------------------------------------------------*02640002
026500 C-002.                                                           02650002
026600                                                                  02660002
027810            ' GRADE=' DELIMITED BY SIZE                           02781004
027820            EMP-GRADE OF WS-IMAGE-REC  DELIMITED BY SIZE          02782004
027900            INTO WS-REPORT-LINE                                   02790002
028000     WRITE ADR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02800006
028100                                                                  02810006
028200     MOVE SPACES TO WS-REPORT-LINE                                02820006
028300     STRING '          STATUS=' DELIMITED BY SIZE                 02830006
028400            EMP-STATUS OF WS-IMAGE-REC      DELIMITED BY SIZE     02840006
028500            ' LEAVE=' DELIMITED BY SIZE                           02850006
028600            EMP-LEAVE-DATE OF WS-IMAGE-REC  DELIMITED BY SIZE     02860006
028700            ' TERM=' DELIMITED BY SIZE                            02870006
028800            EMP-TERM-DATE OF WS-IMAGE-REC   DELIMITED BY SIZE     02880006
028900            ' REASON=' DELIMITED BY SIZE                          02890006
029000            EMP-TERM-REASON OF WS-IMAGE-REC DELIMITED BY SIZE     02900006
029100            INTO WS-REPORT-LINE                                   02910006
029200     WRITE ADR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.   02920006
