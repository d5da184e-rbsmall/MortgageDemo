      ******************************************************************
      *                                                                *
      *   ADVRCVY   - SERVICER ADVANCE RECOVERY RECORD                 *
      *                                                                *
      *   ONE RECORD PER LOAN PER NIGHT WHOSE ESCROW COLLECTIONS WERE  *
      *   APPLIED TO AN OUTSTANDING SERVICER ADVANCE, WRITTEN BY THE   *
      *   NIGHTLY ADVANCE RECOVERY AND ADDED TO THE END OF THE         *
      *   FILE.  THE AMOUNT CAME OFF THE LOAN'S ESCROW BALANCE AND OFF *
      *   ITS ADVANCE LEDGER BALANCE; THE GENERAL LEDGER INTERFACE     *
      *   POSTS IT FROM HERE.  DATED THE CYCLE DATE.  ALL FIELDS ARE   *
      *   UNSIGNED DISPLAY.                                            *
      *                                                                *
      ******************************************************************
       01  ADVANCE-RECOVERY-RECORD.
           05  AR-LOAN-NUMBER          PIC X(10).
           05  AR-RECOVERY-DATE        PIC 9(08).
           05  AR-RECOVERY-AMOUNT      PIC 9(07)V99.
           05  AR-OUTSTANDING-AFTER    PIC 9(07)V99.
           05  FILLER                  PIC X(04).
