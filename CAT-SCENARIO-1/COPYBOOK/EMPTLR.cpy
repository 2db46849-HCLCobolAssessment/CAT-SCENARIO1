      ******************************************************************
      *    EMPTLR.CPY                                                 *
      *    CONTROL TRAILER RECORD ON THE EMPLOYEE MASTER KSDS -       *
      *    57 BYTES, THE SAME LENGTH AS EMPREC.  THE TRAILER LIVES    *
      *    UNDER THE RESERVED KEY 99999 (THE HIGHEST POSSIBLE         *
      *    EMPLOYEE NUMBER, NEVER ASSIGNED TO A PERSON) SO IT IS      *
      *    ALWAYS THE LAST RECORD ON A SEQUENTIAL PASS.  IT CARRIES   *
      *                     36-BYTE EMPREC (EMP-DEPT ADDED).
      *    2026-09-02  RKM  FILLER WIDENED TO KEEP STEP WITH THE
      *                     38-BYTE EMPREC (EMP-GRADE ADDED).
      *    2026-10-15  RKM  FILLER WIDENED TO KEEP STEP WITH THE
      *                     57-BYTE EMPREC (EMPLOYMENT STATUS ADDED).
      *                     TLR-REC-COUNT STILL COUNTS EVERY RECORD
      *                     ON THE FILE, TERMINATED ONES INCLUDED -
      *                     IT PROVES THE FILE, NOT THE HEADCOUNT.
      ******************************************************************
       01  TLR-RECORD.
           03  TLR-EMP-ID          PIC 9(05).
               88  TLR-RESERVED-KEY         VALUE 99999.
           03  TLR-REC-COUNT       PIC 9(08).
           03  TLR-SAL-TOTAL       PIC 9(11).
           03  FILLER              PIC X(33).
