      ******************************************************************
      *    EMPSUS.CPY                                                 *
      *    SALARY-CHANGE SUSPENSE RECORD - 75 BYTES.  A 'C'           *
      *    TRANSACTION WHOSE NEW SALARY MOVES MORE THAN THE           *
      *    TOLERANCE (20 PERCENT EITHER WAY) AGAINST THE MASTER IS    *
      *    NOT APPLIED - IT IS HELD HERE, LISTED ON THE PROGRAM3      *
      *    SUPERVISOR REPORT, AND WAITS FOR A SECOND PAIR OF EYES.    *
      *    AN 'A' CARD, OR A 'C' THAT TRANSFERS AN EMPLOYEE, THAT     *
      *    WOULD TAKE A DEPARTMENT PAST ITS AUTHORIZED HEADCOUNT      *
      *    (EMPPOS) IS HELD THE SAME WAY; A HELD ADD CARRIES ZEROS    *
      *    IN SUS-OLD-SALARY.                                         *
      *    AN 'R' (RELEASE) CARD IN A LATER TRANFILE APPLIES THE      *
      *    HELD CARD AS KEYED; A RESUBMITTED, CORRECTED CARD THAT     *
      *    APPLIES SUPERSEDES AND PURGES IT.  ITEMS STILL HELD AT     *
      *    END OF RUN ARE CARRIED FORWARD ON THE SUSPENSE DATASET.    *
      *    SUS-TRN IS THE FULL ORIGINAL TRN-RECORD IMAGE (EMPTRN).    *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    2026-09-02  RKM  SUS-TRN WIDENED TO THE 47-BYTE EMPTRN
      *                     IMAGE (TRN-GRADE ADDED).  RECORD GROWS
      *                     FROM 59 TO 61 BYTES.
      *    2026-10-15  RKM  ADDS AND TRANSFERS HELD OVER THE
      *                     DEPARTMENT'S AUTHORIZED HEADCOUNT NOW
      *                     SHARE THE SUSPENSE CYCLE.  LAYOUT
      *                     UNCHANGED.
      *    2026-10-15  RKM  SUS-TRN WIDENED TO THE 61-BYTE EMPTRN
      *                     IMAGE (TRN-BATCH-NO AND TRN-OPERATOR
      *                     ADDED).  RECORD GROWS FROM 61 TO 75
      *                     BYTES.
      ******************************************************************
       01  SUS-RECORD.
           03  SUS-DATE-HELD       PIC 9(08).
           03  SUS-OLD-SALARY      PIC 9(06).
           03  SUS-TRN             PIC X(61).
