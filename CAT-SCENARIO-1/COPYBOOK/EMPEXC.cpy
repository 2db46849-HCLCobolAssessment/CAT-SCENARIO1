      ******************************************************************
      *    EMPEXC.CPY                                                 *
      *    MASTER EXCEPTION RECORD - 69 BYTES.  ONE RECORD PER        *
      *    EMPLOYEE PROGRAM2'S C-001 REJECTS, IN A FIXED MACHINE-     *
      *    READABLE LAYOUT: THE FULL EMP-RECORD IMAGE (EMPREC), A    *
      *    REASON CODE AND THE REJECT DATE.  PROGRAM7 PAIRS THESE    *
      *                     THE GRDE REASON CODE ADDED FOR THE PAY
      *                     GRADE EDIT.  RECORD GROWS FROM 48 TO 50
      *                     BYTES.
      *    2026-10-15  RKM  EXC-EMP-IMAGE WIDENED FROM 38 TO 57
      *                     BYTES FOR THE EMPLOYMENT STATUS FIELDS ON
      *                     THE MASTER.  RECORD GROWS FROM 50 TO 69
      *                     BYTES.
      ******************************************************************
       01  EXC-RECORD.
           03  EXC-EMP-IMAGE       PIC X(57).
           03  EXC-REASON-CODE     PIC X(04).
           03  EXC-REJECT-DATE     PIC 9(08).
