      ******************************************************************
      *                                                                *
      *   ESCADV    - ESCROW SERVICER ADVANCE RECORD                   *
      *                                                                *
      *   ONE RECORD PER DISBURSEMENT ITEM THE LOAN'S ESCROW BALANCE   *
      *   COULD NOT COVER, WRITTEN BY THE MONTHLY DISBURSEMENT RUN.    *
      *   THE PAYEE WAS PAID IN FULL; THE SHORTFALL IS MONEY THE       *
      *   SERVICER ADVANCED AND IS OWED BACK.  DATED THE DAY THE       *
      *   DISBURSEMENT RAN.  ALL FIELDS ARE UNSIGNED DISPLAY.          *
      *                                                                *
      ******************************************************************
       01  SERVICER-ADVANCE-RECORD.
           05  AV-LOAN-NUMBER          PIC X(10).
           05  AV-PAYEE-NAME           PIC X(20).
           05  AV-ADVANCE-DATE         PIC 9(08).
           05  AV-ADVANCE-AMOUNT       PIC 9(07)V99.
           05  FILLER                  PIC X(05).
