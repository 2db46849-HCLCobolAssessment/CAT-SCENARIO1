      ******************************************************************
      *    EMPSAL.CPY                                                 *
      *    SALARY HISTORY RECORD - 34 BYTES.  ONE RECORD PER SALARY   *
      *    MOVEMENT PROGRAM3 ACTUALLY APPLIES TO THE EMPLOYEE         *
      *    MASTER: THE STARTING SALARY ON AN ADD (OLD SALARY IS      *
      *    ZEROS), AN APPLIED CHANGE, OR A SUSPENSE RELEASE.  THE    *
      *        R     SUSPENSE RELEASE ('R' CARD)                     *
      *        M     MERIT CHANGE (PROGRAM12 GENERATED)              *
      *        B     BACKOUT REVERSAL (PROGRAM14)                    *
      *        H     REINSTATEMENT ('H' CARD) - SALARY ON RETURN     *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *                     BACKOUT REVERSALS, SO A BACKED-OUT
      *                     SALARY STILL READS CORRECTLY ON THE
      *                     PROGRAM9 AS-OF-DATE ANSWER.
      *    2026-10-15  RKM  ADDED THE 'H' SOURCE FOR A REINSTATEMENT
      *                     THAT MOVES THE SALARY.
      *    2026-10-15  RKM  PROGRAM19 NOW PROVES EACH MASTER SALARY
      *                     AGAINST THE EMPLOYEE'S LATEST RECORD HERE.
      *                     LAYOUT UNCHANGED.
      *    2026-10-15  RKM  SAL-EFF-DATE ADDED - THE DATE THE
      *                     MOVEMENT TAKES EFFECT (THE CARD'S
      *                     TRN-EFF-DATE, OR THE RUN DATE WHEN THE
      *                     CARD SAYS AT ONCE), BESIDE SAL-CHG-DATE,
      *                     THE RUN THAT APPLIED IT.  RECORD GROWS
      *                     FROM 26 TO 34 BYTES.  PROGRAM24 PRICES A
      *                     BACK-DATED MOVEMENT FROM THE EFFECTIVE
      *                     DATES, AND PROGRAM9'S AS-OF-DATE ANSWER
      *                     NOW USES THEM.
      ******************************************************************
       01  SAL-RECORD.
           03  SAL-EMP-ID          PIC 9(05).
           03  SAL-OLD-SALARY      PIC 9(06).
           03  SAL-NEW-SALARY      PIC 9(06).
           03  SAL-SOURCE          PIC X(01).
           03  SAL-EFF-DATE        PIC 9(08).
