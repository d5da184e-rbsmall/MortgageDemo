      ******************************************************************
      *                                                                *
      *   BALCTL    - LOAN MASTER BALANCING CONTROL RECORD             *
      *                                                                *
      *   THE CLOSING CONTROL TOTALS LEFT BY THE NIGHTLY LOAN MASTER   *
      *   BALANCING PROOF (LNBALPRF), WHICH ARE THE NEXT NIGHT'S       *
      *   OPENING TOTALS.  ONE HEADER RECORD, THEN ONE RECORD PER      *
      *   INVESTOR CODE WITH LOANS OR BALANCES ON THE MASTER.          *
      *                                                                *
      *   THE HEADER CARRIES THE CYCLE DATE AND THE TIMESTAMP OF THE   *
      *   PROOF THAT WROTE THE FILE.  JOURNAL LINES STAMPED AFTER IT   *
      *   ARE THE NEXT PROOF'S ACTIVITY.                               *
      *                                                                *
      *   THE BALANCES ARE KEPT AS THE JOURNAL CARRIES THEM -          *
      *   UNSIGNED, SO A NEGATIVE ESCROW BALANCE COUNTS AT ITS SIZE -  *
      *   AND THE TOTALS ARE SIGNED DISPLAY WITH A SEPARATE LEADING    *
      *   SIGN SO THE FILE CAN BE READ AND CORRECTED AS TEXT.          *
      *                                                                *
      ******************************************************************
       01  BALANCE-CONTROL-RECORD.
           05  BC-RECORD-TYPE          PIC X(01).
               88  BC-TYPE-HEADER          VALUE 'H'.
               88  BC-TYPE-INVESTOR        VALUE 'I'.
           05  BC-RECORD-BODY          PIC X(79).
           05  BC-HEADER-BODY REDEFINES BC-RECORD-BODY.
               10  BC-H-CYCLE-DATE     PIC 9(08).
               10  BC-H-PROOF-TIMESTAMP
                                       PIC 9(14).
               10  BC-H-INVESTOR-COUNT PIC 9(05).
               10  FILLER              PIC X(52).
           05  BC-INVESTOR-BODY REDEFINES BC-RECORD-BODY.
               10  BC-I-INVESTOR-CODE  PIC X(06).
               10  BC-I-LOAN-COUNT     PIC S9(09)
                                       SIGN LEADING SEPARATE.
               10  BC-I-UNPAID-BALANCE PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  BC-I-ESCROW-BALANCE PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  BC-I-LATE-CHARGE-BAL
                                       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(21).
