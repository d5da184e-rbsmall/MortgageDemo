      ******************************************************************
      *                                                                *
      *   NOTCREQ   - BORROWER NOTICE REQUEST RECORD                   *
      *                                                                *
      *   ONE RECORD PER BORROWER LETTER OWED, DROPPED ONTO THE        *
      *   COMMON NOTICE REQUEST FILE BY THE NIGHTLY JOB THAT KNOWS     *
      *   THE LETTER IS DUE - THE LATE CHARGE ASSESSMENT, THE ARM      *
      *   RATE CHANGE, THE ANNUAL ESCROW ANALYSIS AND THE PAYOFF       *
      *   FUNDS PROCESSOR.  EACH WRITER APPENDS; THE NOTICE GENERATOR  *
      *   TURNS EVERY REQUEST INTO A LETTER AND EMPTIES THE FILE.      *
      *                                                                *
      *   THE LOAN, LETTER TYPE AND EVENT DATE NAME THE EVENT THE      *
      *   LETTER IS ABOUT - THE INSTALLMENT DUE DATE THAT WENT LATE,   *
      *   THE RATE CHANGE EFFECTIVE DATE, THE FIRST OF THE ESCROW      *
      *   ANALYSIS MONTH OR THE DATE THE PAYOFF FUNDS ARRIVED.  THE    *
      *   NOTICE HISTORY IS KEYED THE SAME WAY, SO A SECOND REQUEST    *
      *   FOR THE SAME EVENT IS NEVER MAILED.  THE LETTER DATA AREA IS *
      *   REDEFINED BY LETTER TYPE.                                    *
      *                                                                *
      ******************************************************************
       01  NOTICE-REQUEST-RECORD.
           05  NR-LOAN-NUMBER          PIC X(10).
           05  NR-LETTER-TYPE          PIC X(02).
               88  NR-LETTER-LATE          VALUE 'LT'.
               88  NR-LETTER-ARM           VALUE 'AR'.
               88  NR-LETTER-ESCROW        VALUE 'ES'.
               88  NR-LETTER-PAID          VALUE 'PF'.
           05  NR-EVENT-DATE           PIC 9(08).
           05  NR-REQUEST-DATE         PIC 9(08).
           05  NR-PROGRAM-ID           PIC X(08).
           05  NR-LETTER-DATA          PIC X(50).
           05  NR-LATE-DATA REDEFINES NR-LETTER-DATA.
               10  NR-LT-DUE-DATE      PIC 9(08).
               10  NR-LT-DAYS-PAST-DUE PIC 9(03).
               10  NR-LT-CHARGE-AMOUNT PIC 9(05)V99.
               10  NR-LT-LATE-BALANCE  PIC 9(05)V99.
               10  NR-LT-PAYMENT-DUE   PIC 9(07)V99.
               10  FILLER              PIC X(16).
           05  NR-ARM-DATA REDEFINES NR-LETTER-DATA.
               10  NR-AR-EFF-DATE      PIC 9(08).
               10  NR-AR-OLD-RATE      PIC 9(01)V9(04).
               10  NR-AR-NEW-RATE      PIC 9(01)V9(04).
               10  NR-AR-OLD-PAYMENT   PIC 9(07)V99.
               10  NR-AR-NEW-PAYMENT   PIC 9(07)V99.
               10  NR-AR-NOTICE-KIND   PIC X(01).
                   88  NR-AR-ADVANCE-NOTICE    VALUE 'A'.
                   88  NR-AR-CHANGE-APPLIED    VALUE 'C'.
               10  FILLER              PIC X(13).
           05  NR-ESCROW-DATA REDEFINES NR-LETTER-DATA.
               10  NR-ES-RESULT        PIC X(01).
                   88  NR-ES-SHORTAGE          VALUE 'S'.
                   88  NR-ES-SURPLUS           VALUE 'P'.
               10  NR-ES-AMOUNT        PIC 9(09)V99.
               10  NR-ES-NEW-ESCROW    PIC 9(07)V99.
               10  NR-ES-ANNUAL-DISB   PIC 9(09)V99.
               10  NR-ES-CUSHION       PIC 9(07)V99.
               10  FILLER              PIC X(09).
           05  NR-PAID-DATA REDEFINES NR-LETTER-DATA.
               10  NR-PF-PAID-DATE     PIC 9(08).
               10  NR-PF-PAYOFF-AMOUNT PIC 9(09)V99.
               10  NR-PF-REFUND-AMOUNT PIC 9(07)V99.
               10  FILLER              PIC X(22).
           05  FILLER                  PIC X(14).
