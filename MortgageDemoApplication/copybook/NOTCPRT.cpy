      ******************************************************************
      *                                                                *
      *   NOTCPRT   - BORROWER LETTER PRINT VENDOR RECORD              *
      *                                                                *
      *   ONE RECORD OF THE PRINT-IMAGE LETTER FILE SENT TO THE PRINT  *
      *   AND MAIL VENDOR.  EVERY LETTER OPENS WITH A LETTER HEADER    *
      *   RECORD CARRYING THE MAIL SEQUENCE NUMBER, THE LETTER TYPE,   *
      *   THE LOAN NUMBER THE VENDOR MERGES THE MAILING ADDRESS BY     *
      *   AND THE ADDRESSEE, FOLLOWED BY ITS PRINT LINES WITH ASA      *
      *   CARRIAGE CONTROL IN THE FIRST BYTE.  A SINGLE TRAILER RECORD *
      *   CLOSES THE FILE WITH THE LETTER AND RECORD COUNTS THE        *
      *   VENDOR BALANCES TO.                                          *
      *                                                                *
      ******************************************************************
       01  NOTICE-PRINT-RECORD.
           05  NP-RECORD-TYPE          PIC X(01).
               88  NP-TYPE-LETTER-HEADER   VALUE 'H'.
               88  NP-TYPE-PRINT-LINE      VALUE 'P'.
               88  NP-TYPE-FILE-TRAILER    VALUE 'T'.
           05  NP-RECORD-BODY          PIC X(133).
           05  NP-PRINT-BODY REDEFINES NP-RECORD-BODY.
               10  NP-CARRIAGE-CONTROL PIC X(01).
                   88  NP-CC-NEW-PAGE          VALUE '1'.
                   88  NP-CC-SINGLE-SPACE      VALUE ' '.
                   88  NP-CC-DOUBLE-SPACE      VALUE '0'.
               10  NP-PRINT-LINE       PIC X(132).
           05  NP-HEADER-BODY REDEFINES NP-RECORD-BODY.
               10  NP-H-MAIL-SEQUENCE  PIC 9(07).
               10  NP-H-LETTER-TYPE    PIC X(02).
               10  NP-H-LOAN-NUMBER    PIC X(10).
               10  NP-H-MAIL-DATE      PIC 9(08).
               10  NP-H-ADDRESSEE      PIC X(30).
               10  FILLER              PIC X(76).
           05  NP-TRAILER-BODY REDEFINES NP-RECORD-BODY.
               10  NP-T-MAIL-DATE      PIC 9(08).
               10  NP-T-LETTER-COUNT   PIC 9(07).
               10  NP-T-RECORD-COUNT   PIC 9(09).
               10  FILLER              PIC X(109).
