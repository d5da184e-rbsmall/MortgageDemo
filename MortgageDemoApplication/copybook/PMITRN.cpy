      ******************************************************************
      *                                                                *
      *   PMITRN    - PMI MAINTENANCE TRANSACTION RECORD               *
      *                                                                *
      *   ONE TRANSACTION PER POLICY CHANGE KEYED BY THE MORTGAGE      *
      *   INSURANCE DESK, READ BY THE PMI MAINTENANCE PROGRAM.  AN ADD *
      *   LOADS A NEW POLICY, A CHANGE REPLACES THE POLICY TERMS ON    *
      *   AN ACTIVE POLICY AND A REQUEST RECORDS THE BORROWER'S        *
      *   WRITTEN REQUEST TO CANCEL, DATED AS RECEIVED, FOR THE        *
      *   MONTHLY REVIEW TO GRANT OR DENY.  A REQUEST CARRIES ONLY THE *
      *   ACTION, LOAN NUMBER AND DATE.                                *
      *                                                                *
      ******************************************************************
       01  PMI-TRANSACTION.
           05  MT-ACTION               PIC X(01).
               88  MT-ACTION-ADD           VALUE 'A'.
               88  MT-ACTION-CHANGE        VALUE 'C'.
               88  MT-ACTION-REQUEST       VALUE 'R'.
           05  MT-LOAN-NUMBER          PIC X(10).
           05  MT-INSURER-CODE         PIC X(06).
           05  MT-CERTIFICATE-NUMBER   PIC X(15).
           05  MT-ESCROW-PAYEE         PIC X(20).
           05  MT-ORIGINAL-VALUE       PIC 9(09)V99.
           05  MT-MONTHLY-PREMIUM      PIC 9(05)V99.
           05  MT-REQUEST-DATE         PIC 9(08).
           05  FILLER                  PIC X(02).
