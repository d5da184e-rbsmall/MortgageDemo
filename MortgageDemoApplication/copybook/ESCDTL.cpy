      ******************************************************************
      *                                                                *
      *   ESCDTL    - ESCROW DISBURSEMENT DETAIL RECORD                *
      *                                                                *
      *   ONE RECORD PER SCHEDULE ITEM THE MONTHLY DISBURSEMENT RUN    *
      *   PAID, WRITTEN ALONGSIDE THE PAYEE CHECK FILE.  THE CHECK     *
      *   FILE ROLLS ITEMS UP BY PAYEE AND CARRIES NO LOAN OR DATE,    *
      *   SO THIS IS THE LOAN-LEVEL TRAIL THE LEDGER INTERFACE POSTS   *
      *   FROM: THE ITEM AMOUNT PAID, THE PART TAKEN FROM THE LOAN'S   *
      *   ESCROW BALANCE AND THE PART ADVANCED BY THE SERVICER.  THE   *
      *   ESCROW PART PLUS THE ADVANCED PART ALWAYS EQUALS THE ITEM.   *
      *                                                                *
      ******************************************************************
       01  ESCROW-DISB-DETAIL-RECORD.
           05  ED-LOAN-NUMBER          PIC X(10).
           05  ED-PAYEE-NAME           PIC X(20).
           05  ED-DISB-DATE            PIC 9(08).
           05  ED-ITEM-AMOUNT          PIC 9(07)V99.
           05  ED-ESCROW-AMOUNT        PIC 9(07)V99.
           05  ED-ADVANCE-AMOUNT       PIC 9(07)V99.
           05  FILLER                  PIC X(15).
