      ******************************************************************
      *    EMPPOS.CPY                                                 *
      *    DEPARTMENT POSITION BUDGET RECORD - 18 BYTES.  ONE RECORD  *
      *    PER POSITION-CONTROLLED DEPARTMENT, MAINTAINED AS ITS OWN  *
      *    DATASET (POSFILE) LIKE THE DEPARTMENT AND PAY GRADE        *
      *    REFERENCE FILES.  POS-DEPT MATCHES EMP-DEPT.  A            *
      *    DEPARTMENT WITH NO RECORD HERE IS NOT POSITION-CONTROLLED. *
      *    POS-AUTH-HEADCOUNT IS THE AUTHORIZED COMPLEMENT - A        *
      *    POSITION IS FILLED BY EVERY EMPLOYEE IN THE DEPARTMENT     *
      *    WHO IS NOT TERMINATED (ACTIVE OR ON LEAVE).  PROGRAM3      *
      *    HOLDS AN ADD OR AN INBOUND TRANSFER THAT WOULD TAKE THE    *
      *    DEPARTMENT PAST IT ON SUSPENSE.  POS-SAL-BUDGET IS THE     *
      *    ANNUAL SALARY BUDGET, IN THE SAME UNITS AS SALARY -        *
      *    PROGRAM12 FLAGS A MERIT BATCH THAT WOULD BREAK IT, AND     *
      *    PROGRAM18 REPORTS BUDGET AGAINST ACTUAL EVERY MONTH.       *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR DEPARTMENT POSITION
      *                     CONTROL.
      ******************************************************************
       01  POS-RECORD.
           03  POS-DEPT            PIC X(04).
           03  POS-AUTH-HEADCOUNT  PIC 9(05).
           03  POS-SAL-BUDGET      PIC 9(09).
