      *    BALANCING CONTROL REPORT.                                  *
      *                                                               *
      *    THE FOUR COUNT BUCKETS MEAN, BY PROGRAM:                   *
      *        PROGRAM2  IN=ACTIVE EMPLOYEES READ  OUT=EXTRACTED      *
      *                  A=PROCESSED B=REJECTED C=NOT ACTIVE          *
      *                  (ON LEAVE OR TERMINATED) D=UNUSED            *
      *        PROGRAM3  IN=ACTIVE HEADCOUNT AT OPEN OUT=AT CLOSE     *
      *                  A=ENTRIES TO ACTIVE (ADDS, REINSTATEMENTS)   *
      *                  B=CHANGES C=EXITS FROM ACTIVE (TERMINATIONS, *
      *                  LEAVE STARTS) D=ERRORS                       *
      *        PROGRAM4  IN=CARDS READ             OUT=CLEAN CARDS    *
      *                  A=ACCEPTED B=REJECTED C=BATCHES ACCEPTED     *
      *                  D=BATCHES REJECTED                           *
      *        PROGRAM6  IN=PRIOR-NIGHT EXTRACT    OUT=CURRENT        *
      *                  A=JOINERS B=LEAVERS C=SALARY CHANGES         *
      *                  D=TENURE BAND CROSSINGS                      *
      *                  C=PENDING PURGED D=CONTROL FAILURES          *
      *        PROGRAM16 IN=MASTER EMPLOYEES READ OUT=JOURNAL         *
      *                  DETAILS  A=DEPARTMENTS POSTED B=UNKNOWN-     *
      *                  CODE EMPLOYEES C=NOT ACTIVE (NOT COSTED)     *
      *                  D=PROOF FAILURES                             *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-09-02  RKM  INITIAL VERSION, FOR THE CROSS-JOB RUN
      *                     LOG AND THE PROGRAM13 NIGHTLY BALANCING
      *                     REPORT.
      *    2026-10-15  RKM  PROGRAM2, PROGRAM3 AND PROGRAM16 BUCKETS
      *                     REDEFINED FOR THE EMPLOYMENT STATUS
      *                     LIFECYCLE - HEADCOUNTS ARE ACTIVE
      *                     EMPLOYEES ONLY.  LAYOUT UNCHANGED.
      *    2026-10-15  RKM  PROGRAM4 C AND D BUCKETS NOW COUNT THE
      *                     DATA-ENTRY BATCHES ACCEPTED AND REJECTED.
      *                     LAYOUT UNCHANGED.
      ******************************************************************
       01  LOG-RECORD.
           03  LOG-PROGRAM         PIC X(08).
