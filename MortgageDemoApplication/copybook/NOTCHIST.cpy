      ******************************************************************
      *                                                                *
      *   NOTCHIST  - BORROWER NOTICE HISTORY RECORD                   *
      *                                                                *
      *   ONE RECORD PER BORROWER LETTER EVER MAILED, KEYED BY         *
      *   NH-NOTICE-KEY - THE LOAN, LETTER TYPE AND EVENT DATE OF THE  *
      *   NOTICE REQUEST IT CAME FROM.  THE NOTICE GENERATOR WRITES IT *
      *   WHEN THE LETTER GOES TO THE PRINT VENDOR AND LOOKS EVERY     *
      *   NEW REQUEST UP FIRST, SO THE SAME NOTICE IS NEVER MAILED     *
      *   TWICE FOR THE SAME EVENT - AN ARM LETTER SENT AHEAD OF THE   *
      *   EFFECTIVE DATE IS NOT SENT AGAIN WHEN THE CHANGE IS          *
      *   APPLIED, AND A RERUN MAILS NOTHING TWICE.                    *
      *                                                                *
      *   THE RECORD IS WRITTEN WITH THE MAIL STATUS PENDING AND IS    *
      *   MARKED SENT ONLY AFTER THE RUN HAS WRITTEN THE PRINT FILE    *
      *   TRAILER.  A PENDING HIT CAN ONLY COME FROM A RUN THAT DID    *
      *   NOT FINISH, WHOSE PRINT FILE WAS NEVER SENT, SO IT IS        *
      *   MAILED AGAIN AND THE RECORD REWRITTEN, WHATEVER DAY THAT     *
      *   RUN WAS.  ANY STATUS OTHER THAN PENDING COUNTS AS SENT.      *
      *                                                                *
      ******************************************************************
       01  NOTICE-HISTORY-RECORD.
           05  NH-NOTICE-KEY.
               10  NH-LOAN-NUMBER      PIC X(10).
               10  NH-LETTER-TYPE      PIC X(02).
               10  NH-EVENT-DATE       PIC 9(08).
           05  NH-MAILED-DATE          PIC 9(08).
           05  NH-MAIL-SEQUENCE        PIC 9(07).
           05  NH-PROGRAM-ID           PIC X(08).
           05  NH-MAIL-STATUS          PIC X(01).
               88  NH-MAIL-PENDING         VALUE 'P'.
               88  NH-MAIL-SENT            VALUE 'S'.
           05  FILLER                  PIC X(16).
