      *    ----------------------------------------------------------
      *    2026-09-02  RKM  INITIAL VERSION, FOR THE PROGRAM16
      *                     MONTH-END GL COSTING INTERFACE.
      *    2026-10-15  RKM  ONE MORE 'D' LINE, THE PERIOD'S RETRO PAY
      *                     FROM PROGRAM24 NETTED ON THE RETRO PAY
      *                     ACCOUNT (DEBIT OR CREDIT), WHICH THE
      *                     CREDIT OFFSET NOW INCLUDES.  LAYOUT
      *                     UNCHANGED.
      ******************************************************************
       01  GLJ-RECORD.
           03  GLJ-TYPE            PIC X(01).
