      ******************************************************************
      *                                                                *
      *   CHKREG    - CHECK ISSUE REGISTER RECORD                      *
      *                                                                *
      *   ONE RECORD PER CHECK EVER ISSUED, KEYED BY CR-CHECK-         *
      *   NUMBER.  WRITTEN BY THE CHECK ISSUANCE RUN WHEN A NUMBER     *
      *   FROM THE CONTROLLED CHECK STOCK IS ASSIGNED TO AN ESCROW     *
      *   PAYEE CHECK, AN ESCROW REFUND OR THE RE-ISSUE OF AN EARLIER  *
      *   CHECK, AND NEVER DELETED.  THE ISSUANCE RUN VOIDS; THE       *
      *   OUTSTANDING-CHECK RECONCILIATION MARKS CHECKS PAID FROM THE  *
      *   BANK'S PAID-ITEMS FILE AND STALE-DATES THOSE OUTSTANDING     *
      *   PAST 180 DAYS.  CR-STATUS-DATE IS THE DATE OF THE LAST       *
      *   STATUS CHANGE.  A VOIDED OR STALE CHECK CARRIES A FOLLOW-UP  *
      *   FLAG - RE-ISSUE FOR ESCROW PAYEE CHECKS AND VOIDED REFUNDS,  *
      *   UNCLAIMED-PROPERTY (ESCHEATMENT) REVIEW FOR STALE REFUNDS -  *
      *   CLEARED WHEN THE CHECK IS RE-ISSUED OR PAID.                 *
      *                                                                *
      ******************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NUMBER         PIC 9(08).
           05  CR-CHECK-SOURCE         PIC X(01).
               88  CR-SOURCE-ESCROW        VALUE 'E'.
               88  CR-SOURCE-REFUND        VALUE 'R'.
           05  CR-LOAN-NUMBER          PIC X(10).
           05  CR-PAYEE-NAME           PIC X(30).
           05  CR-CYCLE-YYYYMM         PIC 9(06).
           05  CR-CHECK-AMOUNT         PIC 9(09)V99.
           05  CR-ISSUE-DATE           PIC 9(08).
           05  CR-STATUS               PIC X(01).
               88  CR-STATUS-OUTSTANDING   VALUE 'O'.
               88  CR-STATUS-PAID          VALUE 'P'.
               88  CR-STATUS-VOIDED        VALUE 'V'.
               88  CR-STATUS-STALE         VALUE 'S'.
           05  CR-STATUS-DATE          PIC 9(08).
           05  CR-PAID-AMOUNT          PIC 9(09)V99.
           05  CR-FOLLOW-UP            PIC X(01).
               88  CR-FOLLOW-UP-NONE       VALUE SPACE.
               88  CR-FOLLOW-UP-REISSUE    VALUE 'R'.
               88  CR-FOLLOW-UP-ESCHEAT    VALUE 'E'.
           05  FILLER                  PIC X(05).
