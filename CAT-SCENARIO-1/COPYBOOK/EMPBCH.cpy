      ******************************************************************
      *    EMPBCH.CPY                                                 *
      *    DATA-ENTRY BATCH HEADER CARD - 61 BYTES (THE EMPTRN        *
      *    LENGTH).  DATA ENTRY KEYS ONE HEADER IN FRONT OF EVERY     *
      *    BATCH OF MAINTENANCE CARDS ON TRANFILE: 'BATCH' IN         *
      *    COLUMNS 1-5, THEN THE BATCH NUMBER, THE OPERATOR ID, THE   *
      *    NUMBER OF CARDS IN THE BATCH (NOT COUNTING THE HEADER)     *
      *    AND A HASH TOTAL - THE SUM OF TRN-SALARY PLUS TRN-EMP-ID   *
      *    OVER THE BATCH'S CARDS (A FIELD THAT IS NOT NUMERIC ADDS   *
      *    ZERO).  THE PROGRAM3 JOB COPIES THE BATCH NUMBER AND       *
      *    OPERATOR FROM EACH HEADER ONTO EVERY CARD BEHIND IT        *
      *    (TRN-BATCH-NO, TRN-OPERATOR) BEFORE THE SORT; PROGRAM4     *
      *    PROVES EACH BATCH AGAINST ITS HEADER AND DROPS THE         *
      *    HEADERS FROM EDTTRN.                                       *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR PROGRAM4 DATA-ENTRY
      *                     BATCH CONTROL.  THE -X VIEWS ARE THE
      *                     NUMERIC FIELDS AS PUNCHED, FOR THE
      *                     HEADER EDIT AND THE BATCH CONTROL REPORT.
      ******************************************************************
       01  BCH-RECORD.
           03  BCH-ID              PIC X(05).
               88  BCH-HEADER               VALUE 'BATCH'.
           03  BCH-BATCH-NO        PIC 9(06).
           03  BCH-BATCH-NO-X REDEFINES BCH-BATCH-NO
                                   PIC X(06).
           03  BCH-OPERATOR        PIC X(08).
           03  BCH-CARD-COUNT      PIC 9(04).
           03  BCH-CARD-COUNT-X REDEFINES BCH-CARD-COUNT
                                   PIC X(04).
           03  BCH-HASH-TOTAL      PIC 9(12).
           03  BCH-HASH-TOTAL-X REDEFINES BCH-HASH-TOTAL
                                   PIC X(12).
           03  FILLER              PIC X(26).
