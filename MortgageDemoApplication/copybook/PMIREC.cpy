      ******************************************************************
      *                                                                *
      *   PMIREC    - PRIVATE MORTGAGE INSURANCE POLICY RECORD         *
      *                                                                *
      *   ONE RECORD PER LOAN CARRYING PRIVATE MORTGAGE INSURANCE,     *
      *   KEYED BY PM-LOAN-NUMBER AND LOADED BY THE PMI MAINTENANCE    *
      *   PROGRAM: THE INSURER AND CERTIFICATE, THE ESCROW PAYEE NAME  *
      *   THE PREMIUM IS DISBURSED UNDER ON THE ESCROW SCHEDULE, THE   *
      *   ORIGINAL PROPERTY VALUE THE LOAN-TO-VALUE IS MEASURED        *
      *   AGAINST AND THE MONTHLY PREMIUM.                             *
      *                                                                *
      *   THE MONTHLY PMI REVIEW KEEPS BOTH LOAN-TO-VALUE RATIOS FROM  *
      *   ITS LAST RUN (ACTUAL BALANCE AND SCHEDULED BALANCE AGAINST   *
      *   THE ORIGINAL VALUE), ACTS ON A BORROWER'S CANCELLATION       *
      *   REQUEST AT 80 PERCENT AND TERMINATES THE POLICY              *
      *   AUTOMATICALLY AT 78 PERCENT.  A TERMINATED OR CANCELLED      *
      *   POLICY STAYS ON THE FILE WITH ITS DATE AND REASON, AND ITS   *
      *   PREMIUM IS TAKEN OFF THE ESCROW SCHEDULE.                    *
      *                                                                *
      ******************************************************************
       01  PMI-POLICY-RECORD.
           05  PM-LOAN-NUMBER          PIC X(10).
           05  PM-INSURER-CODE         PIC X(06).
           05  PM-CERTIFICATE-NUMBER   PIC X(15).
           05  PM-ESCROW-PAYEE         PIC X(20).
           05  PM-ORIGINAL-VALUE       PIC S9(09)V99 COMP-3.
           05  PM-MONTHLY-PREMIUM      PIC S9(05)V99 COMP-3.
           05  PM-POLICY-STATUS        PIC X(01).
               88  PM-STATUS-ACTIVE        VALUE 'A'.
               88  PM-STATUS-TERMINATED    VALUE 'T'.
               88  PM-STATUS-CANCELLED     VALUE 'C'.
           05  PM-TERMINATION-DATE     PIC 9(08).
           05  PM-TERMINATION-REASON   PIC X(01).
               88  PM-REASON-NONE          VALUE SPACE.
               88  PM-REASON-AUTOMATIC     VALUE 'A'.
               88  PM-REASON-REQUEST       VALUE 'R'.
               88  PM-REASON-LOAN-CLOSED   VALUE 'L'.
           05  PM-CANCEL-REQUEST       PIC X(01).
               88  PM-REQUEST-NONE         VALUE SPACE.
               88  PM-REQUEST-PENDING      VALUE 'R'.
               88  PM-REQUEST-GRANTED      VALUE 'G'.
               88  PM-REQUEST-DENIED       VALUE 'D'.
           05  PM-REQUEST-DATE         PIC 9(08).
           05  PM-LAST-REVIEW-DATE     PIC 9(08).
           05  PM-ACTUAL-LTV           PIC 9(03)V99.
           05  PM-SCHEDULED-LTV        PIC 9(03)V99.
           05  PM-SCHEDULED-BALANCE    PIC S9(09)V99 COMP-3.
           05  FILLER                  PIC X(16).
