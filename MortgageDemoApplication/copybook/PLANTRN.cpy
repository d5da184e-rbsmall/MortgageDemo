      ******************************************************************
      *                                                                *
      *   PLANTRN   - FORBEARANCE / REPAYMENT PLAN TRANSACTION RECORD  *
      *                                                                *
      *   ONE RECORD PER PLAN ACTION AGAINST THE PAYMENT PLAN FILE -   *
      *   ADD A NEW PLAN WITH ITS TYPE, START AND END DATES AND        *
      *   INSTALLMENT SCHEDULE, CHANGE THE TERMS OF AN ACTIVE PLAN,    *
      *   OR CANCEL IT.  EVERY FIELD IS EDITED BY THE PLAN MAINTENANCE *
      *   PROGRAM BEFORE IT TOUCHES THE PLAN FILE.  UNUSED INSTALLMENT *
      *   SLOTS ARE LEFT ZERO.                                         *
      *                                                                *
      ******************************************************************
       01  PAYMENT-PLAN-TRANSACTION.
           05  PT-ACTION               PIC X(01).
               88  PT-ACTION-ADD           VALUE 'A'.
               88  PT-ACTION-CHANGE        VALUE 'C'.
               88  PT-ACTION-CANCEL        VALUE 'X'.
           05  PT-LOAN-NUMBER          PIC X(10).
           05  PT-PLAN-TYPE            PIC X(01).
           05  PT-START-DATE           PIC 9(08).
           05  PT-END-DATE             PIC 9(08).
           05  PT-INSTALLMENT-COUNT    PIC 9(02).
           05  PT-INSTALLMENT          OCCURS 12 TIMES.
               10  PT-INST-DUE-DATE    PIC 9(08).
               10  PT-INST-AMOUNT      PIC 9(07)V99.
           05  FILLER                  PIC X(06).
