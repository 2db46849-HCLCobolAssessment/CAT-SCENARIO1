      ******************************************************************
      *    EMPHIR.CPY                                                 *
      *    RECRUITING SYSTEM NEW-HIRE RECORD - 60 BYTES.  ONE RECORD  *
      *    PER CANDIDATE HIRED, ON THE FILE THE RECRUITING SYSTEM     *
      *    SENDS (PAYROLL.PROD.NEWHIRE, HIRFILE).  HIR-CAND-ID IS THE *
      *    RECRUITING SYSTEM'S OWN CANDIDATE KEY; THE EMPLOYEE NUMBER *
      *    IS ASSIGNED BY PROGRAM23.  HIR-START-DATE (YYYYMMDD)       *
      *    BECOMES BOTH THE DATE OF JOINING AND THE EFFECTIVE DATE OF *
      *    THE GENERATED ADD, SO A FUTURE STARTER WAITS ON THE        *
      *    PENDING FILE UNTIL THEIR FIRST DAY.                        *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE RECRUITING
      *                     NEW-HIRE FEED.
      ******************************************************************
       01  HIR-RECORD.
           03  HIR-CAND-ID         PIC X(10).
           03  HIR-NAME-A          PIC X(10).
           03  HIR-SEX             PIC X(01).
           03  HIR-START-DATE      PIC X(08).
           03  HIR-SALARY          PIC X(06).
           03  HIR-DEPT            PIC X(04).
           03  HIR-GRADE           PIC X(02).
           03  FILLER              PIC X(19).
