      ******************************************************************
      *    EMPAUT.CPY                                                 *
      *    INQUIRY AUTHORIZATION RECORD - 80 BYTES.  ONE RECORD PER   *
      *    PERSON ALLOWED TO RUN PROGRAM8 INQUIRIES, ON               *
      *    PAYROLL.PROD.INQAUTH (AUTHFILE), KEPT BY PAYROLL SECURITY. *
      *    AUT-REQ-ID IS THE REQUESTER ID PUNCHED ON EACH INQCARD.  A *
      *    REQUESTER SEES EVERY DEPARTMENT (SCOPE 'A') OR ONLY THE    *
      *    DEPARTMENTS LISTED (SCOPE 'L', UP TO TEN; UNUSED SLOTS ARE *
      *    SPACES).  WITHOUT SALARY RIGHTS (AUT-SALARY-RIGHT NOT 'Y') *
      *    THE SALARY AND THE GRADE RANGE AND POSITION ARE MASKED ON  *
      *    THE PROFILE.  A REQUESTER NOT ON THE FILE IS REFUSED       *
      *    EVERYTHING.                                                *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE PROGRAM8
      *                     REQUESTER AUTHORIZATION AND ACCESS LOG.
      ******************************************************************
       01  AUT-RECORD.
           03  AUT-REQ-ID          PIC X(08).
           03  AUT-REQ-NAME        PIC X(20).
           03  AUT-SALARY-RIGHT    PIC X(01).
               88  AUT-SALARY-OK            VALUE 'Y'.
           03  AUT-DEPT-SCOPE      PIC X(01).
               88  AUT-ALL-DEPTS            VALUE 'A'.
               88  AUT-LISTED-DEPTS         VALUE 'L'.
           03  AUT-DEPT-LIST.
               05  AUT-DEPT        PIC X(04) OCCURS 10.
           03  FILLER              PIC X(10).
