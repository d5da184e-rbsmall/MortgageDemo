      ******************************************************************
      *                                                                *
      *   REFUNDQ   - ESCROW REFUND QUEUE RECORD                       *
      *                                                                *
      *   ONE RECORD PER ESCROW-BALANCE REFUND OWED TO A BORROWER      *
      *   WHOSE LOAN WAS PAID OFF, WRITTEN BY THE PAYOFF FUNDS         *
      *   PROCESSOR AND TAKEN BY THE CHECK ISSUANCE RUN, WHICH NUMBERS *
      *   THE REFUND CHECK FROM THE CONTROLLED CHECK STOCK, PUTS IT ON *
      *   THE CHECK REGISTER AND EMPTIES THE QUEUE.  THE PAYOFF        *
      *   PROCESSOR ADDS TO THE QUEUE, SO A REFUND LEFT BY A CHECK RUN *
      *   THAT DID NOT COMPLETE STAYS QUEUED FOR THE NEXT ONE.  DATED  *
      *   WITH THE CYCLE THAT RETIRED THE LOAN, SO THE GENERAL LEDGER  *
      *   INTERFACE POSTS EACH REFUND ON THAT CYCLE ONLY, HOWEVER LONG *
      *   IT WAITS IN THE QUEUE.                                       *
      *                                                                *
      ******************************************************************
       01  ESCROW-REFUND-RECORD.
           05  RQ-LOAN-NUMBER          PIC X(10).
           05  RQ-BORROWER-NAME        PIC X(30).
           05  RQ-REFUND-AMOUNT        PIC 9(07)V99.
           05  RQ-REFUND-DATE          PIC 9(08).
           05  FILLER                  PIC X(03).
