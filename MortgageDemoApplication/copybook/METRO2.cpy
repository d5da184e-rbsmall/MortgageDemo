      ******************************************************************
      *                                                                *
      *   METRO2    - CREDIT BUREAU REPORTING RECORD (METRO 2 FORMAT)  *
      *                                                                *
      *   THE FIXED 426-BYTE CHARACTER-FORMAT RECORD OF THE MONTHLY    *
      *   CREDIT BUREAU FILE WRITTEN BY THE CREDIT REPORTING           *
      *   JOB.  EVERY RECORD STARTS WITH THE FOUR-BYTE RECORD          *
      *   DESCRIPTOR WORD, WHICH IS ALWAYS 0426.  ONE HEADER RECORD,   *
      *   ONE BASE SEGMENT PER LOAN FURNISHED AND ONE TRAILER.         *
      *                                                                *
      *   DATES ARE MMDDYYYY AND AMOUNTS ARE WHOLE DOLLARS, CENTS      *
      *   DROPPED, AS THE FORMAT REQUIRES.  THE TRAILER CARRIES THE    *
      *   BASE SEGMENT COUNT, A COUNT FOR EACH ACCOUNT STATUS THIS     *
      *   SERVICER FURNISHES AND THE FORBEARANCE SPECIAL COMMENT       *
      *   COUNT, FOLLOWED BY THE CURRENT BALANCE, AMOUNT PAST DUE AND  *
      *   SCHEDULED PAYMENT TOTALS THE BUREAUS' LOAD BALANCING IS      *
      *   CHECKED AGAINST.  THE CONSUMER IDENTIFICATION FIELDS THE     *
      *   LOAN MASTER DOES NOT CARRY ARE SENT BLANK.                   *
      *                                                                *
      ******************************************************************
       01  METRO2-RECORD.
           05  M2-RECORD-DESCRIPTOR    PIC 9(04).
           05  M2-BASE-DATA.
               10  M2B-PROCESSING-IND  PIC X(01).
               10  M2B-TIME-STAMP      PIC 9(14).
               10  FILLER              PIC X(01).
               10  M2B-IDENTIFICATION  PIC X(20).
               10  M2B-CYCLE-ID        PIC X(02).
               10  M2B-ACCOUNT-NUMBER  PIC X(30).
               10  M2B-PORTFOLIO-TYPE  PIC X(01).
               10  M2B-ACCOUNT-TYPE    PIC X(02).
               10  M2B-DATE-OPENED     PIC 9(08).
               10  M2B-CREDIT-LIMIT    PIC 9(09).
               10  M2B-HIGHEST-CREDIT  PIC 9(09).
               10  M2B-TERMS-DURATION  PIC X(03).
               10  M2B-TERMS-FREQUENCY PIC X(01).
               10  M2B-SCHEDULED-PMT   PIC 9(09).
               10  M2B-ACTUAL-PMT      PIC 9(09).
               10  M2B-ACCOUNT-STATUS  PIC X(02).
                   88  M2B-STATUS-CURRENT      VALUE '11'.
                   88  M2B-STATUS-PAID-CLOSED  VALUE '13'.
                   88  M2B-STATUS-30-DAYS      VALUE '71'.
                   88  M2B-STATUS-60-DAYS      VALUE '78'.
                   88  M2B-STATUS-90-DAYS      VALUE '80'.
                   88  M2B-STATUS-120-DAYS     VALUE '82'.
                   88  M2B-STATUS-150-DAYS     VALUE '83'.
                   88  M2B-STATUS-180-DAYS     VALUE '84'.
               10  M2B-PAYMENT-RATING  PIC X(01).
               10  M2B-PAYMENT-HISTORY PIC X(24).
               10  M2B-SPECIAL-COMMENT PIC X(02).
                   88  M2B-COMMENT-NONE        VALUE SPACES.
                   88  M2B-COMMENT-FORBEARANCE VALUE 'CP'.
               10  M2B-COMPLIANCE-CODE PIC X(02).
               10  M2B-CURRENT-BALANCE PIC 9(09).
               10  M2B-AMOUNT-PAST-DUE PIC 9(09).
               10  M2B-CHARGE-OFF-AMT  PIC 9(09).
               10  M2B-ACCOUNT-INFO-DATE
                                       PIC 9(08).
               10  M2B-FIRST-DELINQ-DATE
                                       PIC 9(08).
               10  M2B-DATE-CLOSED     PIC 9(08).
               10  M2B-LAST-PMT-DATE   PIC 9(08).
               10  M2B-INTEREST-TYPE   PIC X(01).
               10  FILLER              PIC X(17).
               10  M2B-SURNAME         PIC X(25).
               10  M2B-FIRST-NAME      PIC X(20).
               10  M2B-MIDDLE-NAME     PIC X(20).
               10  M2B-GENERATION-CODE PIC X(01).
               10  M2B-SSN             PIC 9(09).
               10  M2B-BIRTH-DATE      PIC 9(08).
               10  M2B-TELEPHONE       PIC 9(10).
               10  M2B-ECOA-CODE       PIC X(01).
               10  M2B-CONSUMER-INFO   PIC X(02).
               10  M2B-COUNTRY-CODE    PIC X(02).
               10  M2B-ADDRESS-1       PIC X(32).
               10  M2B-ADDRESS-2       PIC X(32).
               10  M2B-CITY            PIC X(20).
               10  M2B-STATE           PIC X(02).
               10  M2B-POSTAL-CODE     PIC X(09).
               10  M2B-ADDRESS-IND     PIC X(01).
               10  M2B-RESIDENCE-CODE  PIC X(01).
           05  M2-HEADER-DATA REDEFINES M2-BASE-DATA.
               10  M2H-RECORD-ID       PIC X(06).
               10  M2H-CYCLE-ID        PIC X(02).
               10  M2H-INNOVIS-ID      PIC X(10).
               10  M2H-EQUIFAX-ID      PIC X(10).
               10  M2H-EXPERIAN-ID     PIC X(05).
               10  M2H-TRANSUNION-ID   PIC X(10).
               10  M2H-ACTIVITY-DATE   PIC 9(08).
               10  M2H-DATE-CREATED    PIC 9(08).
               10  M2H-PROGRAM-DATE    PIC 9(08).
               10  M2H-REVISION-DATE   PIC 9(08).
               10  M2H-REPORTER-NAME   PIC X(40).
               10  M2H-REPORTER-ADDRESS
                                       PIC X(96).
               10  M2H-REPORTER-PHONE  PIC 9(10).
               10  M2H-VENDOR-NAME     PIC X(40).
               10  M2H-VENDOR-VERSION  PIC X(05).
               10  M2H-PRBC-ID         PIC X(20).
               10  FILLER              PIC X(136).
           05  M2-TRAILER-DATA REDEFINES M2-BASE-DATA.
               10  M2T-RECORD-ID       PIC X(07).
               10  M2T-TOTAL-BASE      PIC 9(09).
               10  FILLER              PIC X(09).
               10  M2T-STATUS-11       PIC 9(09).
               10  M2T-STATUS-13       PIC 9(09).
               10  M2T-STATUS-71       PIC 9(09).
               10  M2T-STATUS-78       PIC 9(09).
               10  M2T-STATUS-80       PIC 9(09).
               10  M2T-STATUS-82       PIC 9(09).
               10  M2T-STATUS-83       PIC 9(09).
               10  M2T-STATUS-84       PIC 9(09).
               10  M2T-COMMENT-CP      PIC 9(09).
               10  M2T-TOTAL-BALANCE   PIC 9(13).
               10  M2T-TOTAL-PAST-DUE  PIC 9(13).
               10  M2T-TOTAL-SCHEDULED PIC 9(13).
               10  FILLER              PIC X(277).
