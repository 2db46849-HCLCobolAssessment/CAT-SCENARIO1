      ******************************************************************
      *    EMPAUD.CPY                                                 *
      *    MAINTENANCE AUDIT RECORD - 142 BYTES.  ONE RECORD PER      *
      *    TRANSACTION PROGRAM3 ACTUALLY APPLIES TO THE EMPLOYEE      *
      *    MASTER, CARRYING THE ACTION, THE EMPLOYEE KEY, THE RUN     *
      *    DATE AND THE FULL BEFORE AND AFTER EMPLOYEE RECORD         *
      *    IMAGES (EMPREC LAYOUT).  ON AN ADD THE BEFORE IMAGE IS    *
      *    SPACES.  A 'D' (TERMINATE), 'L' (LEAVE) OR 'H'            *
      *    (REINSTATE) CARRIES BOTH IMAGES - ONLY THE STATUS FIELDS  *
      *    MOVE.  ON A 'P' (RETENTION PURGE, WRITTEN BY PROGRAM15)   *
      *    THE AFTER IMAGE IS SPACES, SO A PURGED EMPLOYEE'S FINAL   *
      *    RECORD IS RECOVERABLE FROM THE BEFORE IMAGE.  (A 'D'      *
      *    WRITTEN BEFORE THE STATUS LIFECYCLE ALSO HAS A SPACES     *
      *    AFTER IMAGE.)  AUDFILE IS CUMULATIVE - EACH RUN           *
      *    EXTENDS IT.  PROGRAM5 REPORTS FROM THIS FILE.             *
      *    AUD-BATCH-NO AND AUD-OPERATOR NAME THE DATA-ENTRY BATCH    *
      *    AND OPERATOR THAT KEYED THE CARD.  A GENERATED CARD        *
      *    CARRIES ZEROS AND ITS '*' SOURCE TAG (SEE EMPTRN); A 'B'   *
      *    RECORD CARRIES '*BACKOUT' AND A 'P' RECORD '*PURGE'.       *
      *    RECORDS WRITTEN BEFORE BATCH CONTROL CARRY ZEROS AND       *
      *    SPACES.                                                    *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *                     BEFORE AND AFTER, SO THE TRAIL STAYS
      *                     COMPLETE.  PROGRAM14 NEVER BACKS OUT A
      *                     'B' RECORD.
      *    2026-10-15  RKM  BEFORE/AFTER IMAGES WIDENED FROM 38 TO 57
      *                     BYTES FOR THE EMPLOYMENT STATUS FIELDS ON
      *                     THE MASTER.  RECORD GROWS FROM 90 TO 128
      *                     BYTES.  'D' IS NOW A TERMINATION (STATUS
      *                     CHANGE), 'L' (LEAVE) AND 'H' (REINSTATE)
      *                     ADDED, AND 'P' ADDED FOR THE PROGRAM15
      *                     RETENTION PURGE OF TERMINATED RECORDS.
      *    2026-10-15  RKM  PROGRAM19 NOW REPLAYS THE TRAIL (WITH THE
      *                     ARCHIVE GENERATIONS) TO PROVE EVERY
      *                     MASTER RECORD.  LAYOUT UNCHANGED.
      *    2026-10-15  RKM  ADDED AUD-BATCH-NO AND AUD-OPERATOR,
      *                     COPIED FROM THE TRANSACTION, SO THE
      *                     PROGRAM5 AUDIT REPORT SHOWS WHO KEYED
      *                     EACH CHANGE.  RECORD GROWS FROM 128 TO
      *                     142 BYTES.
      ******************************************************************
       01  AUD-RECORD.
           03  AUD-ACTION          PIC X(01).
           03  AUD-EMP-ID          PIC 9(05).
           03  AUD-RUN-DATE        PIC 9(08).
           03  AUD-BEFORE          PIC X(57).
           03  AUD-AFTER           PIC X(57).
           03  AUD-BATCH-NO        PIC 9(06).
           03  AUD-OPERATOR        PIC X(08).
