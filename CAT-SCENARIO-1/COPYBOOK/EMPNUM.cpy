      ******************************************************************
      *    EMPNUM.CPY                                                 *
      *    EMPLOYEE NUMBER CONTROL RECORD - 30 BYTES.  THE ONE RECORD *
      *    ON PAYROLL.PROD.NUMCTL (NUMCTL).  PROGRAM23 (THE NEW-HIRE  *
      *    FEED) IS THE ONLY PROGRAM THAT UPDATES IT, AND THE DATASET *
      *    IS PROTECTED SO THAT ONLY THE PRODUCTION BATCH ID MAY OPEN *
      *    IT FOR UPDATE.  NUM-NEXT-ID IS THE NEXT EMPLOYEE NUMBER TO *
      *    TRY; A NUMBER ALREADY ON THE MASTER, OR ALREADY CARRIED BY *
      *    AN ADD NOT YET APPLIED, IS PASSED OVER.  NUM-HIGH-ID IS    *
      *    THE HIGHEST NUMBER THE FEED MAY ASSIGN AND MUST BE BELOW   *
      *    99999, THE CONTROL TRAILER KEY ON THE MASTER.              *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE RECRUITING
      *                     NEW-HIRE FEED.
      ******************************************************************
       01  NUM-RECORD.
           03  NUM-NEXT-ID         PIC 9(05).
           03  NUM-HIGH-ID         PIC 9(05).
           03  NUM-LAST-DATE       PIC 9(08).
           03  NUM-LAST-ID         PIC 9(05).
           03  NUM-ASSIGNED        PIC 9(07).
