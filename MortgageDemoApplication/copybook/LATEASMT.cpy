      ******************************************************************
      *                                                                *
      *   LATEASMT  - LATE CHARGE ASSESSMENT RECORD                    *
      *                                                                *
      *   ONE RECORD PER LATE CHARGE THE NIGHTLY ASSESSMENT ADDED TO   *
      *   A LOAN'S LATE-CHARGE BALANCE - THE MACHINE-READABLE SIDE OF  *
      *   THE PRINTED ASSESSMENT REGISTER, DATED THE NIGHT IT WAS      *
      *   ASSESSED, WITH THE INSTALLMENT DUE DATE THAT WENT LATE.      *
      *   THE FILE IS ADDED TO EACH NIGHT, SO A RESTARTED ASSESSMENT   *
      *   KEEPS WHAT IT HAD WRITTEN; THE GENERAL LEDGER INTERFACE      *
      *   POSTS ONLY THE RECORDS DATED FOR ITS OWN CYCLE.              *
      *                                                                *
      ******************************************************************
       01  LATE-ASSESSMENT-RECORD.
           05  LA-LOAN-NUMBER          PIC X(10).
           05  LA-ASSESSED-DATE        PIC 9(08).
           05  LA-DUE-DATE             PIC 9(08).
           05  LA-CHARGE-AMOUNT        PIC 9(05)V99.
           05  FILLER                  PIC X(07).
