      ******************************************************************
      *                                                                *
      *   ADVLEDG   - SERVICER ADVANCE LEDGER RECORD                   *
      *                                                                *
      *   ONE RECORD PER LOAN THAT HAS EVER BEEN ADVANCED, KEYED BY    *
      *   AL-LOAN-NUMBER.  THE MONTHLY DISBURSEMENT RUN ADDS EVERY     *
      *   ITEM THE ESCROW BALANCE COULD NOT COVER TO THE ORIGINAL AND  *
      *   OUTSTANDING AMOUNTS; THE NIGHTLY ADVANCE RECOVERY TAKES THE  *
      *   DAY'S ESCROW COLLECTIONS AGAINST THE OUTSTANDING AMOUNT      *
      *   BEFORE THEY BUILD THE ESCROW BALANCE BACK UP.  ORIGINAL LESS *
      *   RECOVERED ALWAYS EQUALS OUTSTANDING.                         *
      *                                                                *
      *   AL-OPEN-DATE IS THE DATE OF THE OLDEST ADVANCE NOT YET       *
      *   RECOVERED (RECOVERIES APPLY OLDEST FIRST, SO IT ONLY MOVES   *
      *   WHEN THE BALANCE IS CLEARED) AND IS WHAT THE MONTHLY AGING   *
      *   COUNTS FROM.  AL-INVESTOR-CODE IS THE LOAN'S INVESTOR WHEN   *
      *   THE OUTSTANDING BALANCE OPENED.                              *
      *                                                                *
      *   A LOAN PAID OFF, INACTIVE, PURGED FROM THE MASTER OR MOVED   *
      *   TO A DIFFERENT INVESTOR WHILE IT STILL OWES AN ADVANCE IS    *
      *   FLAGGED BY THE NIGHTLY RECOVERY WITH THE REASON AND THE      *
      *   DATE IT WAS FIRST SEEN, AND THE FLAG IS CLEARED WHEN THE     *
      *   BALANCE IS RECOVERED.                                        *
      *                                                                *
      ******************************************************************
       01  ADVANCE-LEDGER-RECORD.
           05  AL-LOAN-NUMBER          PIC X(10).
           05  AL-INVESTOR-CODE        PIC X(06).
           05  AL-ORIGINAL-AMOUNT      PIC S9(09)V99 COMP-3.
           05  AL-RECOVERED-AMOUNT     PIC S9(09)V99 COMP-3.
           05  AL-OUTSTANDING-AMOUNT   PIC S9(09)V99 COMP-3.
           05  AL-FIRST-ADVANCE-DATE   PIC 9(08).
           05  AL-LAST-ADVANCE-DATE    PIC 9(08).
           05  AL-OPEN-DATE            PIC 9(08).
           05  AL-LAST-RECOVERY-DATE   PIC 9(08).
           05  AL-EXIT-FLAG            PIC X(01).
               88  AL-EXIT-NONE            VALUE SPACE.
               88  AL-EXIT-PAID-OFF        VALUE 'P'.
               88  AL-EXIT-INACTIVE        VALUE 'I'.
               88  AL-EXIT-PURGED          VALUE 'D'.
               88  AL-EXIT-TRANSFERRED     VALUE 'T'.
           05  AL-EXIT-DATE            PIC 9(08).
           05  FILLER                  PIC X(05).
