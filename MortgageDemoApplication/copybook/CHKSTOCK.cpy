      ******************************************************************
      *                                                                *
      *   CHKSTOCK  - CHECK STOCK CONTROL RECORD                       *
      *                                                                *
      *   THE ONE RECORD ON THE CHKSTOCK FILE: THE NUMBER RANGE OF     *
      *   THE PRE-NUMBERED DISBURSEMENT CHECK STOCK ON HAND AND THE    *
      *   NEXT NUMBER TO USE.  STAGED BY TREASURY WHEN A NEW STOCK     *
      *   ORDER IS RECEIVED AND REWRITTEN BY EVERY CHECK ISSUANCE      *
      *   RUN.  A RUN WHOSE CHECKS WILL NOT FIT IN WHAT IS LEFT OF THE *
      *   RANGE ISSUES NOTHING.                                        *
      *                                                                *
      ******************************************************************
       01  CHECK-STOCK-RECORD.
           05  CS-FIRST-CHECK          PIC 9(08).
           05  CS-LAST-CHECK           PIC 9(08).
           05  CS-NEXT-CHECK           PIC 9(08).
           05  CS-LAST-ISSUE-DATE      PIC 9(08).
           05  FILLER                  PIC X(08).
