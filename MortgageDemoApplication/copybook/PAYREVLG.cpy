      ******************************************************************
      *                                                                *
      *   PAYREVLG  - PAYMENT REVERSAL LOG RECORD                      *
      *                                                                *
      *   ONE RECORD PER PAYMENT THE REVERSAL PROGRAM HAS BACKED       *
      *   OUT, KEYED BY THE ORIGINAL PAYMENT'S LOAN, PAID DATE AND     *
      *   AMOUNT.  THE OFFSETTING PAYMENT HISTORY RECORD IS DATED      *
      *   THE DAY THE REVERSAL POSTED, SO THIS LOG IS WHAT TIES IT     *
      *   BACK TO THE PAYMENT IT REVERSED - THE REVERSAL PROGRAM       *
      *   READS IT TO REFUSE BACKING THE SAME PAYMENT OUT TWICE.       *
      *                                                                *
      ******************************************************************
       01  PAYMENT-REVERSAL-LOG-RECORD.
           05  RL-LOAN-NUMBER          PIC X(10).
           05  RL-PAID-DATE            PIC 9(08).
           05  RL-AMOUNT               PIC 9(09)V99.
           05  RL-REVERSAL-DATE        PIC 9(08).
           05  RL-REASON               PIC X(01).
               88  RL-REASON-RETURNED      VALUE 'N'.
               88  RL-REASON-REVERSAL      VALUE 'R'.
           05  RL-NSF-FEE              PIC 9(05)V99.
           05  FILLER                  PIC X(05).
