      ******************************************************************
      *                                                                *
      *   REVTRN    - PAYMENT REVERSAL TRANSACTION RECORD              *
      *                                                                *
      *   ONE RECORD PER APPLIED PAYMENT CASH POSTING NEEDS BACKED     *
      *   OUT - A RETURNED ACH DRAFT, A RETURNED (NSF) CHECK OR A      *
      *   LOCKBOX REVERSAL.  THE LOAN, THE PAID DATE AND THE AMOUNT    *
      *   IDENTIFY THE ORIGINAL PAYMENT HISTORY RECORD EXACTLY AS     *
      *   THE APPLIER WROTE IT.  A RETURNED ITEM IS ASSESSED THE NSF   *
      *   FEE; A LOCKBOX REVERSAL (A MIS-KEYED OR DUPLICATE POSTING)   *
      *   IS NOT THE BORROWER'S FAULT AND CARRIES NO FEE.              *
      *                                                                *
      ******************************************************************
       01  PAYMENT-REVERSAL-TRANSACTION.
           05  RV-LOAN-NUMBER          PIC X(10).
           05  RV-PAID-DATE            PIC 9(08).
           05  RV-AMOUNT               PIC 9(09)V99.
           05  RV-REASON               PIC X(01).
               88  RV-REASON-RETURNED      VALUE 'N'.
               88  RV-REASON-REVERSAL      VALUE 'R'.
           05  FILLER                  PIC X(10).
