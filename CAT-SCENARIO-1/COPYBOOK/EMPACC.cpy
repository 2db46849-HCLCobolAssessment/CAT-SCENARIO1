      ******************************************************************
      *    EMPACC.CPY                                                 *
      *    INQUIRY ACCESS LOG RECORD - 60 BYTES.  PROGRAM8 ADDS TO    *
      *    THE CUMULATIVE LOG (PAYROLL.PROD.INQLOG) ONE 'Q' RECORD    *
      *    FOR EVERY REQUEST CARD, GRANTED OR NOT, AND ONE 'V' RECORD *
      *    FOR EVERY EMPLOYEE PROFILE IT PRINTS, WITH WHETHER THE     *
      *    SALARY WAS SHOWN.  A REFUSED REQUEST FOR AN EMPLOYEE       *
      *    NUMBER CARRIES THE EMPLOYEE IN ACC-EMP-ID.  PROGRAM25      *
      *    REPORTS THE LOG BY REQUESTER AND BY EMPLOYEE VIEWED.       *
      *                                                               *
      *    RESULT AND REASON ON A 'Q' RECORD:                         *
      *        G     GRANTED - ACC-HITS PROFILES PRINTED              *
      *        N     NOTHING FOUND IN A PERMITTED DEPARTMENT          *
      *        N IV  INVALID CARD - NO EMPLOYEE NUMBER AND NO NAME    *
      *        N RS  RESERVED EMPLOYEE NUMBER (THE CONTROL TRAILER)   *
      *        R RQ  REFUSED - REQUESTER NOT AUTHORIZED               *
      *        R DP  REFUSED - EMPLOYEE NOT IN A PERMITTED DEPARTMENT *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE PROGRAM8 ACCESS
      *                     LOG AND THE PROGRAM25 ACCESS REPORT.
      ******************************************************************
       01  ACC-RECORD.
           03  ACC-RUN-DATE        PIC 9(08).
           03  ACC-REQ-ID          PIC X(08).
           03  ACC-TYPE            PIC X(01).
               88  ACC-REQUEST              VALUE 'Q'.
               88  ACC-VIEW                 VALUE 'V'.
           03  ACC-RESULT          PIC X(01).
               88  ACC-GRANTED              VALUE 'G'.
               88  ACC-NOT-FOUND            VALUE 'N'.
               88  ACC-REFUSED              VALUE 'R'.
           03  ACC-REASON          PIC X(02).
           03  ACC-CARD-SEQ        PIC 9(06).
           03  ACC-REQ-EMP-ID      PIC X(05).
           03  ACC-REQ-NAME        PIC X(10).
           03  ACC-EMP-ID          PIC 9(05).
           03  ACC-EMP-DEPT        PIC X(04).
           03  ACC-SAL-SHOWN       PIC X(01).
               88  ACC-SALARY-SHOWN         VALUE 'Y'.
           03  ACC-HITS            PIC 9(05).
           03  FILLER              PIC X(04).
