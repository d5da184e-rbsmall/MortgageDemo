      ******************************************************************
      *                                                                *
      *   PAYPLAN   - FORBEARANCE / REPAYMENT PLAN RECORD              *
      *                                                                *
      *   ONE RECORD PER LOAN EVER PLACED ON A FORBEARANCE OR          *
      *   REPAYMENT PLAN, KEYED BY PP-LOAN-NUMBER AND MAINTAINED BY    *
      *   THE PLAN MAINTENANCE PROGRAM.  THE PLAN CARRIES ITS OWN      *
      *   PAYMENT SCHEDULE OF UP TO TWELVE INSTALLMENTS.  WHILE THE    *
      *   PLAN IS ACTIVE THE LATE CHARGE JOB ASSESSES NOTHING, AGING   *
      *   RAISES NO DQ60/DQ90 EVENT AND THE STATEMENT BILLS THE PLAN   *
      *   INSTALLMENT IN PLACE OF THE REGULAR PAYMENT.                 *
      *                                                                *
      *   THE NIGHTLY PLAN MONITOR KEEPS THE DUE-TO-DATE AND           *
      *   PAID-TO-DATE TOTALS CURRENT, MARKS THE PLAN BROKEN WHEN AN   *
      *   INSTALLMENT IS MISSED AND COMPLETED WHEN THE LAST ONE IS     *
      *   PAID.  A BROKEN, COMPLETED OR CANCELLED PLAN STAYS ON THE    *
      *   FILE; A NEW PLAN FOR THE SAME LOAN REWRITES IT.              *
      *                                                                *
      ******************************************************************
       01  PAYMENT-PLAN-RECORD.
           05  PP-LOAN-NUMBER          PIC X(10).
           05  PP-PLAN-TYPE            PIC X(01).
               88  PP-TYPE-FORBEARANCE     VALUE 'F'.
               88  PP-TYPE-REPAYMENT       VALUE 'R'.
           05  PP-PLAN-STATUS          PIC X(01).
               88  PP-STATUS-ACTIVE        VALUE 'A'.
               88  PP-STATUS-BROKEN        VALUE 'B'.
               88  PP-STATUS-COMPLETED     VALUE 'C'.
               88  PP-STATUS-CANCELLED     VALUE 'X'.
           05  PP-START-DATE           PIC 9(08).
           05  PP-END-DATE             PIC 9(08).
           05  PP-ENTERED-DATE         PIC 9(08).
           05  PP-STATUS-DATE          PIC 9(08).
           05  PP-MISSED-DUE-DATE      PIC 9(08).
           05  PP-AMOUNT-DUE-TO-DATE   PIC S9(09)V99 COMP-3.
           05  PP-AMOUNT-PAID-TO-DATE  PIC S9(09)V99 COMP-3.
           05  PP-INSTALLMENT-COUNT    PIC 9(02).
           05  PP-INSTALLMENT          OCCURS 12 TIMES.
               10  PP-INST-DUE-DATE    PIC 9(08).
               10  PP-INST-AMOUNT      PIC S9(07)V99 COMP-3.
           05  FILLER                  PIC X(18).
