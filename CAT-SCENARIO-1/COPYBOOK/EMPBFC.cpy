      ******************************************************************
      *    EMPBFC.CPY                                                 *
      *    BENEFITS FEED CONTROL RECORD - 47 BYTES.  THE ONE RECORD   *
      *    ON PAYROLL.PROD.BENCTL (BENCTL), SHARED BY PROGRAM21       *
      *    (WHICH WRITES THE NIGHTLY CHANGES-ONLY FEED TO THE         *
      *    BENEFITS ADMINISTRATION VENDOR) AND PROGRAM22 (WHICH READS *
      *    THE VENDOR'S ACKNOWLEDGEMENT BACK).  BFC-LAST-SEQ IS THE   *
      *    FILE SEQUENCE NUMBER OF THE LAST FEED SENT AND             *
      *    BFC-LAST-DATE THE LAST AUDIT RUN DATE IT COVERED - THE     *
      *    NEXT FEED PICKS UP THE AUDIT RECORDS AFTER THAT DATE.      *
      *    PROGRAM21 SETS BFC-ACK-STAT TO W (AWAITING) WHEN IT SENDS  *
      *    A FEED AND REFUSES TO SEND ANOTHER UNTIL PROGRAM22 HAS     *
      *    MATCHED THE VENDOR'S ACKNOWLEDGEMENT TO THAT SEQUENCE      *
      *    NUMBER AND SET IT TO A, WITH THE ROW COUNTS THE VENDOR     *
      *    ACCEPTED, REJECTED AND NEVER ACKNOWLEDGED.                 *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE BENEFITS VENDOR
      *                     FEED AND ITS ACKNOWLEDGEMENT.
      ******************************************************************
       01  BFC-RECORD.
           03  BFC-LAST-SEQ        PIC 9(06).
           03  BFC-LAST-DATE       PIC 9(08).
           03  BFC-SENT-ROWS       PIC 9(06).
           03  BFC-ACK-STAT        PIC X(01).
               88  BFC-ACKNOWLEDGED         VALUE 'A'.
               88  BFC-AWAITING-ACK         VALUE 'W'.
           03  BFC-ACK-DATE        PIC 9(08).
           03  BFC-ACK-ACCEPTED    PIC 9(06).
           03  BFC-ACK-REJECTED    PIC 9(06).
           03  BFC-ACK-MISSING     PIC 9(06).
