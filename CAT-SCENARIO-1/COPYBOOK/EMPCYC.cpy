      ******************************************************************
      *    EMPCYC.CPY                                                 *
      *    CYCLE CONTROL RECORD - 21 BYTES.  THE ONE RECORD ON        *
      *    PAYROLL.PROD.CYCLE (CYCFILE), SHARED BY EVERY JOB IN THE   *
      *    NIGHTLY CYCLE.  CYC-BUS-DATE IS THE BUSINESS DATE OF THE   *
      *    OPEN CYCLE AND IS THE RUN DATE OF EVERY PROGRAM THAT       *
      *    NEEDS ONE - NO PROGRAM TAKES ITS RUN DATE FROM A CONTROL   *
      *    CARD OR THE SYSTEM CLOCK.  ONE STATUS BYTE PER NIGHTLY     *
      *    STEP, IN RUN ORDER:                                        *
      *        PROGRAM4  (EDIT)       PROGRAM3  (APPLY)               *
      *        PROGRAM2  (STATISTICS) PROGRAM6  (DELTA)               *
      *        PROGRAM13 (BALANCING)                                  *
      *    EACH STEP REFUSES TO START (RC=16) UNTIL THE STEP BEFORE   *
      *    IT HAS COMPLETED FOR THE CYCLE, AND REFUSES (RC=20) IF IT  *
      *    HAS ALREADY COMPLETED FOR THE CYCLE.  A STEP THAT ENDS     *
      *    RC=4 OR BETTER MARKS ITSELF COMPLETE; ONE THAT ENDS WORSE  *
      *    MARKS ITSELF FAILED AND MAY BE RERUN.  PROGRAM20 (THE      *
      *    ROLL-DATE RUN) CLOSES THE CYCLE ONCE PROGRAM13 HAS         *
      *    COMPLETED AND OPENS THE NEXT ONE WITH EVERY STEP NOT RUN.  *
      *                                                               *
      *    STATUS VALUES:  N  NOT RUN THIS CYCLE                      *
      *                    C  COMPLETED (ENDED RC=4 OR BETTER)        *
      *                    F  FAILED (ENDED RC=8 OR WORSE) - RERUN    *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE CYCLE-DATE
      *                     CONTROL AND RUN-SEQUENCE ENFORCEMENT.
      ******************************************************************
       01  CYC-RECORD.
           03  CYC-BUS-DATE        PIC 9(08).
           03  CYC-PREV-DATE       PIC 9(08).
           03  CYC-STEP-STATUS.
               05  CYC-EDIT-STAT   PIC X(01).
                   88  CYC-EDIT-DONE        VALUE 'C'.
               05  CYC-APPLY-STAT  PIC X(01).
                   88  CYC-APPLY-DONE       VALUE 'C'.
               05  CYC-STATS-STAT  PIC X(01).
                   88  CYC-STATS-DONE       VALUE 'C'.
               05  CYC-DELTA-STAT  PIC X(01).
                   88  CYC-DELTA-DONE       VALUE 'C'.
               05  CYC-BAL-STAT    PIC X(01).
                   88  CYC-BAL-DONE         VALUE 'C'.
           03  CYC-STEP-TABLE REDEFINES CYC-STEP-STATUS.
               05  CYC-STEP-STAT   PIC X(01) OCCURS 5.
