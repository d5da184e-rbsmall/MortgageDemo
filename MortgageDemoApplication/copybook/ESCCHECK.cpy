      ******************************************************************
      *                                                                *
      *   ESCCHECK  - ESCROW PAYEE CHECK RECORD                        *
      *                                                                *
      *   ONE RECORD PER PAYEE PER DISBURSEMENT RUN, WITH THE RUN'S    *
      *   ITEMS FOR THAT PAYEE ROLLED UP INTO ONE CHECK                *
      *   AMOUNT.  WRITTEN BY THE MONTHLY ESCROW DISBURSEMENT RUN AND  *
      *   TAKEN BY THE CHECK ISSUANCE RUN, WHICH NUMBERS EACH CHECK    *
      *   FROM THE CONTROLLED CHECK STOCK, PUTS IT ON THE CHECK        *
      *   REGISTER AND EMPTIES THE FILE.  UNSIGNED DISPLAY SO THE      *
      *   CHECK PRINT SHOP CAN PARSE THE FILE WITHOUT OUR COMPILER'S   *
      *   SIGN CONVENTIONS.                                            *
      *                                                                *
      ******************************************************************
       01  ESCROW-CHECK-RECORD.
           05  CK-PAYEE-NAME           PIC X(20).
           05  CK-CYCLE-YYYYMM         PIC 9(06).
           05  CK-ITEM-COUNT           PIC 9(05).
           05  CK-CHECK-AMOUNT         PIC 9(09)V99.
           05  FILLER                  PIC X(07).
