      ******************************************************************
      *                                                                *
      *   POSPAY    - POSITIVE-PAY ISSUE FILE RECORD                   *
      *                                                                *
      *   SENT TO THE DISBURSING BANK AFTER EVERY CHECK ISSUANCE RUN   *
      *   SO IT PAYS ONLY CHECKS WE ISSUED, FOR THE AMOUNT WE          *
      *   ISSUED.  ONE ISSUE RECORD PER CHECK ISSUED AND ONE VOID      *
      *   RECORD PER CHECK STOPPED ON THE RUN, FOLLOWED BY A TRAILER   *
      *   WITH THE ITEM COUNT AND THE TOTAL OF THE ISSUE RECORDS.  ALL *
      *   FIELDS ARE UNSIGNED DISPLAY IN THE BANK'S LAYOUT.            *
      *                                                                *
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE          PIC X(01).
               88  PP-TYPE-ISSUE           VALUE 'I'.
               88  PP-TYPE-VOID            VALUE 'V'.
               88  PP-TYPE-TRAILER         VALUE 'T'.
           05  PP-ACCOUNT-NUMBER       PIC X(12).
           05  PP-ITEM-DATA.
               10  PP-CHECK-NUMBER     PIC 9(08).
               10  PP-ISSUE-DATE       PIC 9(08).
               10  PP-CHECK-AMOUNT     PIC 9(09)V99.
               10  PP-PAYEE-NAME       PIC X(30).
               10  FILLER              PIC X(10).
           05  PP-TRAILER-DATA REDEFINES PP-ITEM-DATA.
               10  PP-ITEM-COUNT       PIC 9(07).
               10  PP-ISSUE-TOTAL      PIC 9(11)V99.
               10  FILLER              PIC X(47).
