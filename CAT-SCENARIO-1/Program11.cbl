002510*    2026-09-02  RKM  THE GENERATED CHANGE NOW CARRIES THE       *00251002
002520*                     EMPLOYEE'S PAY GRADE (TRN-GRADE) FROM THE  *00252002
002530*                     MASTER, UNCHANGED LIKE THE OTHER FIELDS.   *00253002
002540*    2026-10-15  RKM  A TERMINATED EMPLOYEE STILL ON THE         *00254003
002550*                     MASTER IS NO LONGER TRANSFERRED -          *00255003
002560*                     PROGRAM3 WOULD REFUSE THE CHANGE.  THEY    *00256003
002570*                     ARE COUNTED ON XFRREPT INSTEAD.  AN        *00257003
002580*                     EMPLOYEE ON LEAVE STILL MOVES WITH THE     *00258003
002590*                     DEPARTMENT.                                *00259003
002591*    2026-10-15  RKM  THE GENERATED TRANSACTIONS GROW FROM 47    *00259104
002592*                     TO 61 BYTES (EMPTRN) AND CARRY ZEROS IN    *00259204
002593*                     TRN-BATCH-NO AND '*XFER' IN TRN-OPERATOR   *00259304
002594*                     - PROGRAM4 PASSES THEM WITHOUT A           *00259404
002595*                     DATA-ENTRY BATCH HEADER AND THE AUDIT      *00259504
002596*                     TRAIL SHOWS WHERE THEY CAME FROM.          *00259604
002600******************************************************************00260001
002700                                                                  00270001
002800 ENVIRONMENT DIVISION.                                            00280001
008300 FILE SECTION.                                                    00830001
008400                                                                  00840001
008500 FD  EMPMAST                                                      00850001
008600     RECORD CONTAINS 57 CHARACTERS.                               00860003
008700     COPY EMPREC REPLACING ==EMP-RECORD== BY ==EMPMAST-RECORD==   00870001
008800                           ==EMP-ID==    BY ==EM-EMP-ID==         00880001
008900                           ==NAME-A==    BY ==EM-NAME-A==         00890001
009100                           ==DOJ==       BY ==EM-DOJ==            00910001
009200                           ==SALARY==    BY ==EM-SALARY==         00920001
009300                           ==EMP-DEPT==  BY ==EM-DEPT==           00930001
009310                           ==EMP-GRADE== BY ==EM-GRADE==          00931003
009320                           ==EMP-STATUS== BY ==EM-STATUS==        00932003
009330                           ==EMP-ACTIVE== BY ==EM-ACTIVE==        00933003
009340                           ==EMP-ON-LEAVE== BY ==EM-ON-LEAVE==    00934003
009350                           ==EMP-TERMINATED== BY ==EM-TERMINATED==00935003
009360                           ==EMP-LEAVE-DATE== BY ==EM-LEAVE-DATE==00936003
009370                           ==EMP-TERM-DATE== BY ==EM-TERM-DATE==  00937003
009380                           ==EMP-TERM-REASON==                    00938003
009390                                          BY ==EM-TERM-REASON==.  00939003
009400                                                                  00940001
009500 FD  DEPTFILE                                                     00950001
009600     LABEL RECORDS ARE STANDARD                                   00960001
010900                                                                  01090001
011000 FD  XFRTRN                                                       01100001
011100     LABEL RECORDS ARE STANDARD                                   01110001
011200     RECORD CONTAINS 61 CHARACTERS.                               01120004
011300 01  XFR-RECORD                PIC X(61).                         01130004
011400                                                                  01140001
011500 FD  XFRREPT                                                      01150001
011600     LABEL RECORDS OMITTED                                        01160001
014900 01 WS-NEW-DEPT        PIC X(04) VALUE SPACES.                    01490001
015000 01 WS-EFF-DATE        PIC 9(08) VALUE ZEROS.                     01500001
015100 01 WS-MovedCount      PIC 9(06) VALUE ZEROS.                     01510001
015120 01 WS-TermSkipCount   PIC 9(06) VALUE ZEROS.                     01512003
015200 01 WS-REPORT-LINE     PIC X(80).                                 01520001
015300      COPY EMPTLR.                                                01530001
015400      COPY EMPDPT.                                                01540001
020900     MOVE SPACES TO WS-REPORT-LINE                                02090001
021000     STRING 'EMPLOYEES MOVED        : ' WS-MovedCount             02100001
021100            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02110001
021200     WRITE XFR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02120003
021210                                                                  02121003
021220     MOVE SPACES TO WS-REPORT-LINE                                02122003
021230     STRING 'TERMINATED - NOT MOVED : ' WS-TermSkipCount          02123003
021240            DELIMITED BY SIZE INTO WS-REPORT-LINE                 02124003
021250     WRITE XFR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE    02125003
021300                                                                  02130001
021400     CLOSE XFRTRN                                                 02140001
021500     CLOSE XFRREPT                                                02150001
035100     END-EVALUATE.                                                03510001
035200                                                                  03520001
035300*----------------------------------------------------------------*03530001
035400*    B-002 READS THE NEXT MASTER RECORD AND HANDS A FROM-        *03540003
035500*    DEPARTMENT EMPLOYEE OFF FOR TRANSACTION GENERATION.  A      *03550003
035600*    TERMINATED EMPLOYEE IS COUNTED BUT NOT MOVED.  THE TRAILER  *03560003
035620*    IS CAPTURED, NOT COUNTED.                                   *03562003
035700*----------------------------------------------------------------*03570001
035800 B-002.                                                           03580001
035900                                                                  03590001
036700            ELSE                                                  03670001
036800               ADD 1         TO WS-MAST-COUNT                     03680001
036900               ADD EM-SALARY TO WS-MAST-SAL-TOTAL                 03690001
036920               EVALUATE TRUE                                      03692003
036940                 WHEN EM-DEPT NOT = WS-OLD-DEPT                   03694003
036960                   CONTINUE                                       03696003
036980                 WHEN EM-TERMINATED                               03698003
037000                   ADD 1 TO WS-TermSkipCount                      03700003
037020                 WHEN OTHER                                       03702003
037040                   PERFORM C-001                                  03704003
037060               END-EVALUATE                                       03706003
037300            END-IF                                                03730001
037400     END-READ.                                                    03740001
037500                                                                  03750001
038900     MOVE WS-NEW-DEPT TO TRN-DEPT  OF WS-TRN-REC                  03890001
038910     MOVE EM-GRADE   TO TRN-GRADE  OF WS-TRN-REC                  03891002
039000     MOVE WS-EFF-DATE TO TRN-EFF-DATE OF WS-TRN-REC               03900001
039020     MOVE ZEROS      TO TRN-BATCH-NO OF WS-TRN-REC                03902004
039040     MOVE '*XFER'    TO TRN-OPERATOR OF WS-TRN-REC                03904004
039100     WRITE XFR-RECORD FROM WS-TRN-REC                             03910001
039200     ADD 1 TO WS-MovedCount                                       03920001
039300                                                                  03930001
