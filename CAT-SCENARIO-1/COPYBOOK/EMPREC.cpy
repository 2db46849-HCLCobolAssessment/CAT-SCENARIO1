      ******************************************************************
      *    EMPREC.CPY                                                 *
      *    EMPLOYEE RECORD LAYOUT - 57 BYTES.                         *
      *    SHARED BY EVERY PROGRAM THAT READS, REPORTS ON, OR         *
      *    MAINTAINS THE EMPLOYEE FILE SO THE LAYOUT STAYS IN SYNC.   *
      *    EMP-ID IS THE UNIQUE EMPLOYEE NUMBER AND IS THE RECORD     *
      *    FIELD ONLY AND NEED NOT BE UNIQUE OR IN SEQUENCE.          *
      *    EMP-ID 99999 IS RESERVED FOR THE CONTROL TRAILER RECORD    *
      *    (EMPTLR LAYOUT) AND IS NEVER ASSIGNED TO AN EMPLOYEE.      *
      *    EMP-STATUS CARRIES THE EMPLOYMENT STATUS.  A TERMINATED    *
      *    EMPLOYEE STAYS ON THE MASTER UNDER THE SAME EMP-ID (SO A   *
      *    REHIRE KEEPS THE ORIGINAL DOJ AND HISTORY) UNTIL THE       *
      *    PROGRAM15 RETENTION PURGE REMOVES THE RECORD.  HEADCOUNT,  *
      *    COSTING AND MERIT FIGURES COUNT ACTIVE EMPLOYEES ONLY.     *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *                     FILE (EMPGRD).  THE SALARY MUST SIT
      *                     INSIDE THE GRADE'S MIN/MAX RANGE.
      *                     RECORD GROWS TO 38 BYTES.
      *    2026-10-15  RKM  ADDED THE EMPLOYMENT STATUS LIFECYCLE -
      *                     EMP-STATUS (A ACTIVE, L ON LEAVE,
      *                     T TERMINATED), EMP-LEAVE-DATE,
      *                     EMP-TERM-DATE AND EMP-TERM-REASON.  A
      *                     'D' CARD NOW TERMINATES INSTEAD OF
      *                     DELETING.  DATES ARE YYYYMMDD, ZEROS
      *                     WHEN NOT SET.  RECORD GROWS TO 57 BYTES.
      ******************************************************************
       01  EMP-RECORD.
           03  EMP-ID              PIC 9(05).
           03  SALARY              PIC 9(06).
           03  EMP-DEPT            PIC X(04).
           03  EMP-GRADE           PIC X(02).
           03  EMP-STATUS          PIC X(01).
               88  EMP-ACTIVE               VALUE 'A'.
               88  EMP-ON-LEAVE             VALUE 'L'.
               88  EMP-TERMINATED           VALUE 'T'.
           03  EMP-LEAVE-DATE      PIC 9(08).
           03  EMP-TERM-DATE       PIC 9(08).
           03  EMP-TERM-REASON     PIC X(02).
