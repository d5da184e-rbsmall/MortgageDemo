      ******************************************************************
      *                                                                *
      *   CHKPAID   - BANK PAID-ITEMS RECORD                           *
      *                                                                *
      *   ONE RECORD PER CHECK THE DISBURSING BANK PAID ON THE DAY,    *
      *   AS THE BANK REPORTS IT BACK.  ALL FIELDS ARE UNSIGNED        *
      *   DISPLAY AS TRANSMITTED BY THE BANK.  MATCHED AGAINST THE     *
      *   CHECK ISSUE REGISTER BY THE OUTSTANDING-CHECK                *
      *   RECONCILIATION.                                              *
      *                                                                *
      ******************************************************************
       01  PAID-ITEM-RECORD.
           05  BP-CHECK-NUMBER         PIC 9(08).
           05  BP-PAID-DATE            PIC 9(08).
           05  BP-PAID-AMOUNT          PIC 9(09)V99.
           05  FILLER                  PIC X(13).
