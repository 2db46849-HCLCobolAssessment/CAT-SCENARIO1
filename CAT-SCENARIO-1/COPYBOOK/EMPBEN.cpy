      ******************************************************************
      *    EMPBEN.CPY                                                 *
      *    BENEFITS VENDOR FEED RECORDS - 120 BYTES.  THE             *
      *    CHANGES-ONLY FILE PROGRAM21 SENDS THE BENEFITS             *
      *    ADMINISTRATION VENDOR EACH NIGHT, IN THE VENDOR'S          *
      *    DELIMITED LAYOUT: FIELDS SEPARATED BY '|', EACH AT A FIXED *
      *    WIDTH (TEXT PADDED WITH SPACES, NUMBERS WITH LEADING       *
      *    ZEROS), THE REST OF THE RECORD SPACES.  ONE 'H' HEADER     *
      *    WITH THE FILE SEQUENCE NUMBER, ONE 'D' ROW PER EMPLOYEE    *
      *    EVENT WITH THE OLD AND NEW VALUES, AND ONE 'T' TRAILER     *
      *    WITH THE ROW COUNT.  THE VENDOR ACKNOWLEDGES OR REJECTS    *
      *    EACH ROW BY ITS BEN-D-ROW NUMBER.  EVENT CODES: NEW        *
      *    (JOINER), RHR (REINSTATED OR REHIRED), TRM (TERMINATED),   *
      *    LOA (STARTED LEAVE), CHG (NAME, SEX, DATE OF JOINING,      *
      *    DEPARTMENT, SALARY OR STATUS CHANGED) AND REV (AN EARLIER  *
      *    EVENT REVERSED BY THE PROGRAM14 BACKOUT).  THE OLD VALUES  *
      *    OF A JOINER, AND THE NEW VALUES OF A REVERSED JOINER, ARE  *
      *    SPACES AND ZEROS.  THE FIELDS ARE LAID OUT SO THAT         *
      *    PROGRAM22 CAN READ A SENT FEED BACK INTO THE SAME RECORDS. *
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RKM  INITIAL VERSION, FOR THE PROGRAM21
      *                     BENEFITS VENDOR FEED AND THE PROGRAM22
      *                     ACKNOWLEDGEMENT MATCH.
      ******************************************************************
       01  BEN-HEADER.
           03  BEN-H-TYPE          PIC X(01) VALUE 'H'.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-H-SEQ           PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-H-DATE          PIC 9(08) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-H-SOURCE        PIC X(08) VALUE 'PAYROLL'.
           03  FILLER              PIC X(01) VALUE '|'.
           03  FILLER              PIC X(93) VALUE SPACES.
       01  BEN-DETAIL.
           03  BEN-D-TYPE          PIC X(01) VALUE 'D'.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-ROW           PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-EVENT         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-EMP-ID        PIC 9(05) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-EVENT-DATE    PIC 9(08) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-ACTION        PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-NAME      PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-NAME      PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-SEX       PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-SEX       PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-DOJ       PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-DOJ       PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-DEPT      PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-DEPT      PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-SALARY    PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-SALARY    PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-OLD-STATUS    PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-NEW-STATUS    PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-D-TERM-REASON   PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE '|'.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  BEN-TRAILER.
           03  BEN-T-TYPE          PIC X(01) VALUE 'T'.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-T-SEQ           PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  BEN-T-ROW-COUNT     PIC 9(06) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE '|'.
           03  FILLER              PIC X(104) VALUE SPACES.
