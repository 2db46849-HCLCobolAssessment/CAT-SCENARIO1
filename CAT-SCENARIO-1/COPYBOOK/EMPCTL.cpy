      ******************************************************************
      *    EMPCTL.CPY                                                 *
      *    CONTROL CARD FOR PROGRAM2 - 14 BYTES.  SUPPLIED BY THE      *
      *    JCL AS CTLCARD.  CTL-EXP-COUNT IS THE EXPECTED EMPLOYEE     *
      *    COUNT FOR THE RUN'S CONTROL-TOTAL CHECK.  CTL-RUN-DATE IS   *
      *    NO LONGER USED (LEAVE ZEROS) - THE RUN DATE IS THE CYCLE'S  *
      *    BUSINESS DATE FROM THE CYCLE CONTROL RECORD (EMPCYC).  THE  *
      *    CARD IS OPTIONAL - WHEN CTLCARD IS NOT SUPPLIED, PROGRAM2   *
      *    SKIPS THE CONTROL-TOTAL CHECK.                              *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-08-08  RKM  INITIAL VERSION, FOR THE PROGRAM2 JCL.
      *    2026-10-15  RKM  CTL-RUN-DATE RETIRED - THE RUN DATE NOW
      *                     COMES FROM THE CYCLE CONTROL RECORD.
      ******************************************************************
       01  CTL-RECORD.
           03  CTL-RUN-DATE        PIC 9(08).
