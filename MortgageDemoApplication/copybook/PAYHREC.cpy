      *   PLUS INTEREST PLUS PRINCIPAL PLUS ESCROW ALWAYS RECONCILES   *
      *   TO THE PAYMENT AMOUNT.                                       *
      *                                                                *
      *   A RETURNED OR REVERSED PAYMENT IS NEVER DELETED FROM THE     *
      *   FILE.  THE REVERSAL PROGRAM WRITES AN OFFSETTING RECORD      *
      *   WITH THE SAME UNSIGNED SPLIT AS THE ORIGINAL, DATED THE      *
      *   DAY THE REVERSAL POSTED AND FLAGGED BY THE ENTRY TYPE -      *
      *   EVERY READER THAT TOTALS THE SPLIT MUST SUBTRACT A           *
      *   REVERSAL RECORD, NOT ADD IT.  THE ENTRY TYPE WAS CARVED      *
      *   OUT OF THE OLD FILLER BYTE, SO RECORDS WRITTEN BEFORE IT     *
      *   EXISTED CARRY A SPACE AND READ AS ORDINARY PAYMENTS.         *
      *                                                                *
      *   THE PAYOFF FUNDS PROCESSOR FLAGS THE FINAL PAYMENT THAT      *
      *   RETIRES A LOAN AS A PAYOFF.  IT IS MONEY IN LIKE ANY OTHER   *
      *   PAYMENT FOR EVERY READER THAT SUBTRACTS ONLY REVERSALS, BUT  *
      *   THE REVERSAL PROGRAM WILL NOT BACK ONE OUT - UNDOING A       *
      *   PAYOFF IS A DESK JOB.                                        *
      *                                                                *
      *   THE PAID DATE IS THE CYCLE THE PAYMENT POSTED ON.  WHEN THE  *
      *   MONEY ARRIVED ON AN EARLIER DAY - PAYOFF FUNDS HELD UNTIL    *
      *   THE NIGHTLY CYCLE PICKS THEM UP - THE PAYOFF PROCESSOR       *
      *   CARRIES THAT DAY IN THE RECEIVED DATE.  ZERO OR SPACES       *
      *   THERE MEANS THE MONEY ARRIVED ON THE PAID DATE, SO A READER  *
      *   THAT WANTS THE DAY THE CASH CAME IN TAKES THE RECEIVED DATE  *
      *   ONLY WHEN IT IS NUMERIC AND NOT ZERO.  THE FIELD WAS ADDED   *
      *   AT THE END OF THE RECORD, WHICH GREW FROM 66 TO 74 BYTES.    *
      *                                                                *
      ******************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  PH-LOAN-NUMBER          PIC X(10).
           05  PH-INTEREST-AMOUNT      PIC 9(07)V99.
           05  PH-ESCROW-AMOUNT        PIC 9(07)V99.
           05  PH-LATE-CHARGE-AMOUNT   PIC 9(05)V99.
           05  PH-ENTRY-TYPE           PIC X(01).
               88  PH-ENTRY-PAYMENT        VALUE SPACE.
               88  PH-ENTRY-REVERSAL       VALUE 'R'.
               88  PH-ENTRY-PAYOFF         VALUE 'P'.
           05  PH-RECEIVED-DATE        PIC 9(08).
