      ******************************************************************
      *    EMPBRG.CPY                                                 *
      *    DATA-ENTRY BATCH REGISTER RECORD - 60 BYTES.  PROGRAM4     *
      *    ADDS TO THE CUMULATIVE REGISTER (PAYROLL.PROD.BATCHREG)    *
      *    ONE RECORD FOR EVERY BATCH HEADER ON THE NIGHT'S           *
      *    TRANFILE, ACCEPTED OR REJECTED, WITH THE HEADER'S          *
      *    FIGURES AND THE FIGURES ACTUALLY READ.  A BATCH NUMBER     *
      *    ACCEPTED ON AN EARLIER NIGHT IS REFUSED IF IT COMES BACK.  *
      *                                                               *
      *    STATUS AND REASON:                                         *
      *        A     ACCEPTED                                         *
      *        R HD  REJECTED - HEADER CARD INVALID                   *
      *        R DP  REJECTED - BATCH NUMBER TWICE IN ONE NIGHT       *
      *        R DU  REJECTED - BATCH ACCEPTED ON AN EARLIER NIGHT    *
      *        R CT  REJECTED - CARD COUNT DOES NOT AGREE             *
      *        R HS  REJECTED - HASH TOTAL DOES NOT AGREE             *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR PROGRAM4 DATA-ENTRY
      *                     BATCH CONTROL.
      ******************************************************************
       01  BRG-RECORD.
           03  BRG-RUN-DATE        PIC 9(08).
           03  BRG-BATCH-NO        PIC 9(06).
           03  BRG-OPERATOR        PIC X(08).
           03  BRG-STATUS          PIC X(01).
               88  BRG-ACCEPTED             VALUE 'A'.
               88  BRG-REJECTED             VALUE 'R'.
           03  BRG-REASON          PIC X(02).
           03  BRG-HDR-COUNT       PIC 9(04).
           03  BRG-CARD-COUNT      PIC 9(04).
           03  BRG-HDR-HASH        PIC 9(12).
           03  BRG-CARD-HASH       PIC 9(12).
           03  FILLER              PIC X(03).
