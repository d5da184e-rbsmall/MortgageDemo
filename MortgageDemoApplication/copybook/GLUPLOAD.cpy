      ******************************************************************
      *                                                                *
      *   GLUPLOAD  - GENERAL LEDGER UPLOAD RECORD                     *
      *                                                                *
      *   THE FIXED-FORMAT FILE THE LEDGER'S JOURNAL-ENTRY UPLOAD      *
      *   TAKES FROM THE SERVICING SYSTEM, WRITTEN BY THE DAILY GL     *
      *   POSTING INTERFACE.  ONE HEADER RECORD, ONE DETAIL RECORD     *
      *   PER INVESTOR CUSTODIAL ACCOUNT, GL ACCOUNT AND DEBIT OR      *
      *   CREDIT SIDE, AND ONE TRAILER CARRYING THE ENTRY COUNT AND    *
      *   THE DEBIT AND CREDIT TOTALS, WHICH ARE ALWAYS EQUAL - AN     *
      *   OUT-OF-BALANCE DAY IS NEVER WRITTEN.  AMOUNTS ARE UNSIGNED   *
      *   DISPLAY; THE SIDE IS CARRIED IN GU-DEBIT-CREDIT.             *
      *                                                                *
      ******************************************************************
       01  GL-UPLOAD-RECORD.
           05  GU-RECORD-TYPE          PIC X(01).
               88  GU-TYPE-HEADER          VALUE 'H'.
               88  GU-TYPE-DETAIL          VALUE 'D'.
               88  GU-TYPE-TRAILER         VALUE 'T'.
           05  GU-POSTING-DATE         PIC 9(08).
           05  GU-SOURCE-SYSTEM        PIC X(04).
           05  GU-DETAIL-DATA.
               10  GU-INVESTOR-CODE    PIC X(06).
               10  GU-GL-ACCOUNT       PIC X(10).
               10  GU-TRAN-TYPE        PIC X(02).
               10  GU-DEBIT-CREDIT     PIC X(01).
                   88  GU-DEBIT            VALUE 'D'.
                   88  GU-CREDIT           VALUE 'C'.
               10  GU-AMOUNT           PIC 9(11)V99.
               10  GU-DESCRIPTION      PIC X(24).
               10  FILLER              PIC X(31).
           05  GU-TRAILER-DATA REDEFINES GU-DETAIL-DATA.
               10  GU-ENTRY-COUNT      PIC 9(07).
               10  GU-TOTAL-DEBITS     PIC 9(13)V99.
               10  GU-TOTAL-CREDITS    PIC 9(13)V99.
               10  FILLER              PIC X(50).
