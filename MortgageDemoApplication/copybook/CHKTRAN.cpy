      ******************************************************************
      *                                                                *
      *   CHKTRAN   - CHECK MAINTENANCE TRANSACTION                    *
      *                                                                *
      *   KEYED BY THE DISBURSEMENT DESK AND APPLIED BY THE CHECK      *
      *   ISSUANCE RUN AHEAD OF THE DAY'S NEW CHECKS.  A VOID STOPS AN *
      *   OUTSTANDING OR STALE CHECK AT THE BANK AND FLAGS IT FOR RE-  *
      *   ISSUE; A RE-ISSUE CUTS A NEW CHECK FOR THE SAME PAYEE AND    *
      *   AMOUNT AGAINST A VOIDED OR STALE CHECK STILL CARRYING A      *
      *   FOLLOW-UP FLAG, VOIDING A STALE ORIGINAL AT THE BANK FIRST.  *
      *                                                                *
      ******************************************************************
       01  CHECK-MAINT-TRANSACTION.
           05  CT-ACTION               PIC X(01).
               88  CT-ACTION-VOID          VALUE 'V'.
               88  CT-ACTION-REISSUE       VALUE 'R'.
           05  CT-CHECK-NUMBER         PIC 9(08).
           05  CT-REASON               PIC X(20).
           05  FILLER                  PIC X(11).
