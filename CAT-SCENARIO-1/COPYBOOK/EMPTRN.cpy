      ******************************************************************
      *    EMPTRN.CPY                                                 *
      *    EMPLOYEE MAINTENANCE TRANSACTION RECORD - 61 BYTES.        *
      *    ONE TRANSACTION PER EMPLOYEE KEY (TRN-EMP-ID) PER          *
      *    MAINTENANCE RUN.  TRN-ACTION IS 'A' (ADD), 'C' (CHANGE),   *
      *    'D' (TERMINATE), 'L' (START LEAVE), 'H' (REINSTATE A       *
      *    TERMINATED OR ON-LEAVE EMPLOYEE),                          *
      *    'R' (RELEASE A SALARY CHANGE HELD ON THE                   *
      *    SUSPENSE FILE - SEE EMPSUS; ONLY TRN-EMP-ID IS USED ON AN  *
      *    'R' CARD) OR 'M' (MERIT CHANGE - APPLIES LIKE A 'C' BUT    *
      *    BYPASSES THE TOLERANCE GATE; GENERATED BY PROGRAM12).      *
      *    A CHANGE REPLACES EVERY DATA FIELD ON                      *
      *    THE MASTER, INCLUDING NAME-A - THE NAME IS NO LONGER THE   *
      *    KEY, SO A NAME CHANGE IS JUST ANOTHER CHANGE.              *
      *    DATA ENTRY KEYS COLUMNS 1-47 ONLY.  TRN-BATCH-NO AND       *
      *    TRN-OPERATOR ARE STAMPED FROM THE BATCH HEADER CARD        *
      *    (EMPBCH) BY THE PROGRAM3 JOB BEFORE THE SORT; A GENERATED  *
      *    CARD (PROGRAM7, 11, 12, 23) CARRIES ZEROS IN TRN-BATCH-NO  *
      *    AND AN '*' TAG IN TRN-OPERATOR NAMING ITS SOURCE.          *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *                     RANGE) AGAINST THE GRDFILE REFERENCE
      *                     FILE (EMPGRD).  RECORD GROWS TO 47
      *                     BYTES.
      *    2026-10-15  RKM  'D' NOW TERMINATES THE EMPLOYEE (STATUS
      *                     CHANGE ON THE MASTER, NO PHYSICAL
      *                     DELETE).  A 'D' CARD CARRIES THE
      *                     TERMINATION REASON CODE IN THE FIRST TWO
      *                     BYTES OF THE NAME FIELD (TRN-TERM-REASON
      *                     REDEFINES TRN-NAME-A); TRN-EFF-DATE IS
      *                     THE TERMINATION DATE.  ADDED 'L' (START
      *                     OF LEAVE - ONLY THE KEY AND TRN-EFF-DATE
      *                     ARE USED) AND 'H' (REINSTATE/REHIRE -
      *                     CARRIES THE SAME FIELDS AS A 'C' EXCEPT
      *                     TRN-DOJ, WHICH IS NOT USED - THE ORIGINAL
      *                     DOJ IS KEPT).  RECORD LENGTH UNCHANGED.
      *    2026-10-15  RKM  ADDED TRN-BATCH-NO AND TRN-OPERATOR FOR
      *                     DATA-ENTRY BATCH CONTROL.  PROGRAM4
      *                     PROVES EACH KEYED BATCH AGAINST ITS
      *                     HEADER CARD AND BOTH FIELDS FLOW THROUGH
      *                     TO THE AUDIT RECORD.  RECORD GROWS FROM
      *                     47 TO 61 BYTES.  TRN-BATCH-NO-X IS THE
      *                     BATCH NUMBER AS PUNCHED - SPACES ON A
      *                     CARD KEYED AHEAD OF ANY HEADER.
      ******************************************************************
       01  TRN-RECORD.
           03  TRN-ACTION          PIC X(01).
           03  TRN-EMP-ID          PIC 9(05).
           03  TRN-NAME-A          PIC X(10).
           03  TRN-TERM-DATA REDEFINES TRN-NAME-A.
               05  TRN-TERM-REASON PIC X(02).
               05  FILLER          PIC X(08).
           03  TRN-SEX             PIC X(01).
           03  TRN-DOJ             PIC X(10).
           03  TRN-SALARY          PIC 9(06).
           03  TRN-DEPT            PIC X(04).
           03  TRN-EFF-DATE        PIC 9(08).
           03  TRN-GRADE           PIC X(02).
           03  TRN-BATCH-NO        PIC 9(06).
           03  TRN-BATCH-NO-X REDEFINES TRN-BATCH-NO
                                   PIC X(06).
           03  TRN-OPERATOR        PIC X(08).
