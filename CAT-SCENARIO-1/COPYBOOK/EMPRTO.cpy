      ******************************************************************
      *    EMPRTO.CPY                                                 *
      *    RETRO-PAY RECORD - 60 BYTES.  ONE RECORD PER BACK-DATED    *
      *    SALARY MOVEMENT ('C', 'M' OR A RELEASED CHANGE WHOSE       *
      *    EFFECTIVE DATE IS BEFORE THE RUN THAT APPLIED IT), WRITTEN *
      *    BY PROGRAM24 FROM THE SALARY HISTORY.  RTO-AMOUNT IS THE   *
      *    ARREARS OWED TO THE EMPLOYEE (RTO-OWED) OR THE OVERPAYMENT *
      *    TO RECOVER (RTO-RECOVER) FOR THE DAYS FROM THE EFFECTIVE   *
      *    DATE UP TO THE APPLIED DATE, IN WHOLE UNITS, PRICED AT ONE *
      *    365TH OF THE ANNUAL SALARY A DAY AGAINST WHAT THE EMPLOYEE *
      *    WAS ACTUALLY BEING PAID ON EACH OF THOSE DAYS - SO A STACK *
      *    OF MOVEMENTS OVER THE SAME PERIOD IS NOT PAID TWICE.  THE  *
      *    FILE (PAYROLL.PROD.RETRO) IS CUMULATIVE; THE PAYROLL       *
      *    SYSTEM TAKES EACH NIGHT'S RECORDS BY RTO-APPLIED-DATE, AND *
      *    PROGRAM16 POSTS THE MONTH'S NET TO THE GL.                 *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE PROGRAM24 RETRO
      *                     PAY RUN AND THE PROGRAM16 GL RETRO LINE.
      ******************************************************************
       01  RTO-RECORD.
           03  RTO-EMP-ID          PIC 9(05).
           03  RTO-DEPT            PIC X(04).
           03  RTO-EFF-DATE        PIC 9(08).
           03  RTO-APPLIED-DATE    PIC 9(08).
           03  RTO-OLD-SALARY      PIC 9(06).
           03  RTO-NEW-SALARY      PIC 9(06).
           03  RTO-DAYS            PIC 9(05).
           03  RTO-DIRECTION       PIC X(01).
               88  RTO-OWED                 VALUE 'O'.
               88  RTO-RECOVER              VALUE 'R'.
           03  RTO-AMOUNT          PIC 9(07).
           03  RTO-SOURCE          PIC X(01).
           03  FILLER              PIC X(09).
