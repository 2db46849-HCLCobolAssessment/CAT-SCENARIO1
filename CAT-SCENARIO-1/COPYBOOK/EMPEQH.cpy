      ******************************************************************
      *    EMPEQH.CPY                                                 *
      *    PAY EQUITY HISTORY RECORD - 80 BYTES.  ONE RECORD PER      *
      *    PROGRAM26 RUN, ADDED TO THE CUMULATIVE PAYROLL.PROD.EQHIST *
      *    FILE SO THE PAY GAP CAN BE FOLLOWED FROM YEAR TO YEAR.     *
      *    THE FIGURES COVER EVERY EMPLOYEE NOT TERMINATED ON THE     *
      *    TRAILER-PROVED MASTER: HEADCOUNT AND AVERAGE ANNUAL SALARY *
      *    BY SEX, THE GAP BETWEEN THE TWO AVERAGES AS A PERCENTAGE   *
      *    OF THE MEN'S AVERAGE WITH THE SIDE IT FAVORS ('N' WHEN     *
      *    ONLY ONE SEX IS EMPLOYED), THE OVERALL COMPA-RATIO (SALARY *
      *    AGAINST GRADE MIDPOINT, EMPLOYEES IN GRADES ON GRDFILE     *
      *    ONLY), THE NAMED OUTLIER COUNTS AND THE EQPARM LIMITS THEY *
      *    WERE FOUND WITH.  ONE RUN PER BUSINESS DATE IS KEPT.       *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE PROGRAM26 PAY
      *                     EQUITY ANALYSIS.
      ******************************************************************
       01  EQH-RECORD.
           03  EQH-RUN-DATE        PIC 9(08).
           03  EQH-ANALYZED        PIC 9(06).
           03  EQH-FEMALE-COUNT    PIC 9(06).
           03  EQH-MALE-COUNT      PIC 9(06).
           03  EQH-FEMALE-AVG      PIC 9(06)V99.
           03  EQH-MALE-AVG        PIC 9(06)V99.
           03  EQH-GAP-PCT         PIC 9(03)V99.
           03  EQH-GAP-DIR         PIC X(01).
               88  EQH-MEN-HIGHER           VALUE 'M'.
               88  EQH-WOMEN-HIGHER         VALUE 'F'.
               88  EQH-NO-GAP               VALUE ' '.
               88  EQH-NOT-MEASURED         VALUE 'N'.
           03  EQH-COMPA-PCT       PIC 9(03)V99.
           03  EQH-BELOW-MID       PIC 9(06).
           03  EQH-ABOVE-MAX       PIC 9(06).
           03  EQH-LONG-SERVICE    PIC 9(02).
           03  EQH-TOLERANCE       PIC 9(02).
           03  EQH-NO-GRADE        PIC 9(06).
           03  FILLER              PIC X(05).
