001300* EACH REPRICED LOAN'S SCHEDULE IS PUBLISHED IN ITS OWN UNIT
001400* OF WORK, COMMITTED AFTER THE LAST INSTALLMENT, SO THE
001500* QUEUE NEVER CARRIES A PARTIAL SCHEDULE.
001509*
001518* EVERY REPRICED LOAN ALSO DROPS AN ARM CHANGE NOTICE REQUEST ON
001527* THE COMMON NOTICE REQUEST FILE FOR THE BORROWER NOTICE
001536* GENERATOR.  RUN WITH PARM NOTICE THE PROGRAM IS AN ADVANCE
001545* NOTICE RUN: EACH RATE CHANGE IS EDITED AND PRICED EXACTLY AS
001554* IT WILL BE APPLIED AND ITS NOTICE REQUEST DROPPED, BUT NO
001563* MASTER RECORD IS CHANGED AND NOTHING IS PUBLISHED, SO THE
001572* LETTERS CAN GO OUT AHEAD OF THE EFFECTIVE DATE.  THE NOTICE
001581* HISTORY KEEPS THE LETTER FROM GOING OUT A SECOND TIME WHEN
001590* THE CHANGE IS APPLIED.
001600*
001700 PROGRAM-ID.  LNRTCHG.
001800 AUTHOR.      R SMALL.
002710* 08/21/2026 RS   CALENDAR EDIT ON THE EFFECTIVE DATE         *
002720* 09/02/2026 RS   EVERY MASTER UPDATE NOW JOURNALED THROUGH   *
002730*                 LNJRNL WITH BEFORE/AFTER IMAGES             *
002740* 10/15/2026 RS   ARM CHANGE NOTICE REQUEST DROPPED ON THE    *
002750*                 NOTCREQ FILE; PARM NOTICE GIVES AN ADVANCE  *
002760*                 NOTICE RUN THAT CHANGES NO RATE             *
002770* 10/15/2026 RS   ADVANCE NOTICE RUN ONLY FOR A PARM OF       *
002780*                 EXACTLY NOTICE                              *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004300     SELECT RATERPT ASSIGN TO RATERPT
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W05-RATERPT-STATUS.
004510     SELECT NOTCREQ ASSIGN TO NOTCREQ
004520         ORGANIZATION LINE SEQUENTIAL
004530         FILE STATUS IS W05-NOTCREQ-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LOANMAST.
005600 FD  RATERPT
005700     RECORDING MODE IS F.
005800 01  RATERPT-RECORD              PIC X(132).
005810 FD  NOTCREQ
005820     RECORDING MODE IS F.
005830 01  NOTCREQ-RECORD              PIC X(100).
005900 WORKING-STORAGE SECTION.
006000*
006100*    MQ CONTROL FIELDS
007600     88  W01-CONNECTED               VALUE 'Y'.
007700 01  W01-QUEUE-OPEN-SWITCH       PIC X(01) VALUE 'N'.
007800     88  W01-QUEUE-OPEN              VALUE 'Y'.
007810 01  W01-RUN-MODE-SWITCH         PIC X(01) VALUE 'R'.
007820     88  W01-NOTICE-ONLY-RUN         VALUE 'N'.
007900 01  W02-TRANS-READ              PIC 9(07) VALUE 0.
008000 01  W02-LOANS-REPRICED          PIC 9(07) VALUE 0.
008100 01  W02-TRANS-REJECTED          PIC 9(07) VALUE 0.
008200 01  W02-INSTALLMENTS-PUBLISHED  PIC 9(07) VALUE 0.
008300 01  W02-INSTALLMENTS-DEADLETTERED PIC 9(07) VALUE 0.
008400 01  W02-UOW-COMMITS             PIC 9(07) VALUE 0.
008410 01  W02-NOTICES-REQUESTED       PIC 9(07) VALUE 0.
008500*
008600*    ADJUSTMENT CAPS - THE MOST A SINGLE CHANGE MAY MOVE THE    *
008700*    RATE, AND THE LIFETIME FLOOR AND CEILING.  KEEP THE        *
013230*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
013240*
013250     COPY JRNLREC.
013260*
013270*    BORROWER NOTICE REQUEST DROPPED FOR EVERY RATE CHANGE     *
013280*
013290     COPY NOTCREQ.
013300*
013400*    REPRICING AND PROJECTION WORK FIELDS
013500*
015130     05  W04-EFF-YYYY            PIC 9(04).
015140     05  W04-EFF-MM              PIC 9(02).
015150     05  W04-EFF-DD              PIC 9(02).
015160 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
015200*
015300*    REPRICING REPORT LINE LAYOUTS
015400*
015500 01  W07-HEADING-1.
015600     05  FILLER                  PIC X(25)
015700         VALUE 'ARM REPRICING REPORT     '.
015710 01  W07-HEADING-NOTICE.
015720     05  FILLER                  PIC X(25)
015730         VALUE 'ARM ADVANCE NOTICE REPORT'.
015800 01  W07-DETAIL-LINE.
015900     05  FILLER                  PIC X(05) VALUE 'LOAN '.
016000     05  W07-D-LOAN-NUMBER       PIC X(10).
018100     05  W07-S-REPRICED          PIC ZZZ,ZZ9.
018200     05  FILLER                  PIC X(12) VALUE '  REJECTED:'.
018300     05  W07-S-REJECTED          PIC ZZZ,ZZ9.
018310     05  FILLER                  PIC X(12) VALUE '  NOTICES:'.
018320     05  W07-S-NOTICES           PIC ZZZ,ZZ9.
018400*
018500*    FILE STATUS FIELDS
018600*
019300     88  W05-QMGRCTL-OK              VALUE '00'.
019400 01  W05-RATERPT-STATUS          PIC X(02) VALUE SPACES.
019500     88  W05-RATERPT-OK              VALUE '00'.
019510 01  W05-NOTCREQ-STATUS          PIC X(02) VALUE SPACES.
019520     88  W05-NOTCREQ-OK              VALUE '00'.
019530     88  W05-NOTCREQ-NOFILE          VALUE '35'.
019600 LINKAGE SECTION.
019700*
019800*    JCL PARM - THE QUEUE MANAGER NAME FOR THIS RUN
019810*    - OR NOTICE FOR AN ADVANCE NOTICE RUN
019900*
020000 01  W00-PARM-AREA.
020100     05  W00-PARM-LENGTH         PIC S9(04) BINARY.
021100     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
021200         UNTIL W01-END-OF-RATETRAN.
021300     PERFORM 8600-WRITE-SUMMARY THRU 8600-EXIT.
021400     IF NOT W01-NOTICE-ONLY-RUN
021500         PERFORM 5000-CLOSE-QUEUE THRU 5000-EXIT
021510         PERFORM 6000-DISCONNECT-QMGR THRU 6000-EXIT
021520     END-IF.
021600     CLOSE LOANMAST.
021700     CLOSE RATETRAN.
021800     CLOSE RATERPT.
021810     CLOSE NOTCREQ.
021900     DISPLAY 'LNRTCHG COMPLETE - READ=' W02-TRANS-READ
022000         ' REPRICED=' W02-LOANS-REPRICED
022100         ' REJECTED=' W02-TRANS-REJECTED
022200         ' INSTALLMENTS PUBLISHED=' W02-INSTALLMENTS-PUBLISHED
022300         ' DEAD-LETTERED=' W02-INSTALLMENTS-DEADLETTERED
022400         ' COMMITS=' W02-UOW-COMMITS
022410         ' NOTICES=' W02-NOTICES-REQUESTED.
022500     IF W02-TRANS-REJECTED > 0
022600         OR W02-INSTALLMENTS-DEADLETTERED > 0
022700         MOVE 4 TO RETURN-CODE
023400*     EVENT QUEUE, THEN PRIME THE FIRST TRANSACTION          *
023500*----------------------------------------------------------*
023600 1000-INITIALIZE.
023610     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
023620     IF W00-PARM-LENGTH = 6
023630         AND W00-PARM-TEXT(1:6) = 'NOTICE'
023640         SET W01-NOTICE-ONLY-RUN TO TRUE
023650         DISPLAY 'LNRTCHG - ADVANCE NOTICE RUN - NO RATE IS '
023660             'CHANGED AND NOTHING IS PUBLISHED'
023670         GO TO 1000-OPEN-FILES
023680     END-IF.
023700     IF W00-PARM-LENGTH > ZERO
023800         MOVE W00-PARM-TEXT TO W00-QMGR
023900     ELSE
024000         PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT
024100     END-IF.
024200     DISPLAY 'LNRTCHG - TARGET QUEUE MANAGER IS ' W00-QMGR.
024210 1000-OPEN-FILES.
024300     IF W01-NOTICE-ONLY-RUN
024310         OPEN INPUT LOANMAST
024320     ELSE
024330         OPEN I-O LOANMAST
024340     END-IF.
024400     IF NOT W05-LOANMAST-OK
024500         DISPLAY 'LNRTCHG - LOANMAST OPEN FAILED - STATUS='
024600             W05-LOANMAST-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9999-EXIT
026300     END-IF.
026309     OPEN EXTEND NOTCREQ.
026318     IF W05-NOTCREQ-NOFILE
026327         OPEN OUTPUT NOTCREQ
026336     END-IF.
026345     IF NOT W05-NOTCREQ-OK
026354         DISPLAY 'LNRTCHG - NOTCREQ OPEN FAILED - STATUS='
026363             W05-NOTCREQ-STATUS
026372         MOVE 16 TO RETURN-CODE
026381         GO TO 9999-EXIT
026390     END-IF.
026400     MOVE SPACES TO RATERPT-RECORD.
026500     IF W01-NOTICE-ONLY-RUN
026510         MOVE W07-HEADING-NOTICE TO RATERPT-RECORD
026520     ELSE
026530         MOVE W07-HEADING-1 TO RATERPT-RECORD
026540     END-IF.
026600     WRITE RATERPT-RECORD.
026700     IF NOT W01-NOTICE-ONLY-RUN
026800         PERFORM 2000-CONNECT-QMGR THRU 2000-EXIT
026810         PERFORM 2100-OPEN-QUEUE THRU 2100-EXIT
026820     END-IF.
026900     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
027000 1000-EXIT.
027100     EXIT.
043800     COMPUTE LM-MONTHLY-PAYMENT ROUNDED =
043900         LM-UNPAID-BALANCE * W04-MONTHLY-RATE
044000         * W04-ANNUITY-RATIO.
044010*
044020*    AN ADVANCE NOTICE RUN STOPS HERE - THE NEW PAYMENT IS PRICED
044030*    FOR THE LETTER BUT THE MASTER IS NOT REWRITTEN
044040*
044050     IF W01-NOTICE-ONLY-RUN
044060         PERFORM 6300-WRITE-NOTICE-REQUEST THRU 6300-EXIT
044070         PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT
044080         GO TO 4100-EXIT
044090     END-IF.
044200     REWRITE LOAN-MASTER-RECORD.
044300     IF NOT W05-LOANMAST-OK
044400         DISPLAY 'LNRTCHG - REWRITE FAILED FOR LOAN '
045000     END-IF.
045100     ADD 1 TO W02-LOANS-REPRICED.
045150     PERFORM 4150-WRITE-JOURNAL THRU 4150-EXIT.
045160     PERFORM 6300-WRITE-NOTICE-REQUEST THRU 6300-EXIT.
045200     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
045300     PERFORM 7000-REPUBLISH-SCHEDULE THRU 7000-EXIT.
045400 4100-EXIT.
049800     WRITE RATERPT-RECORD.
049900 6200-EXIT.
050000     EXIT.
050003*
050006*----------------------------------------------------------*
050009* 6300-WRITE-NOTICE-REQUEST - ASK THE NOTICE GENERATOR FOR  *
050012*     THE ARM CHANGE LETTER.  THE EVENT IS THE EFFECTIVE    *
050015*     DATE, SO THE ADVANCE NOTICE AND THE APPLIED CHANGE    *
050018*     ARE THE SAME NOTICE AND ONLY ONE LETTER IS MAILED     *
050021*----------------------------------------------------------*
050024 6300-WRITE-NOTICE-REQUEST.
050027     MOVE SPACES TO NOTICE-REQUEST-RECORD.
050030     MOVE LM-LOAN-NUMBER TO NR-LOAN-NUMBER.
050033     SET NR-LETTER-ARM TO TRUE.
050036     MOVE RT-EFFECTIVE-DATE TO NR-EVENT-DATE.
050039     MOVE W04-RUN-DATE TO NR-REQUEST-DATE.
050042     MOVE 'LNRTCHG' TO NR-PROGRAM-ID.
050045     MOVE RT-EFFECTIVE-DATE TO NR-AR-EFF-DATE.
050048     MOVE W04-OLD-RATE TO NR-AR-OLD-RATE.
050051     MOVE LM-INTEREST-RATE TO NR-AR-NEW-RATE.
050054     MOVE W04-OLD-PAYMENT TO NR-AR-OLD-PAYMENT.
050057     MOVE LM-MONTHLY-PAYMENT TO NR-AR-NEW-PAYMENT.
050060     IF W01-NOTICE-ONLY-RUN
050063         SET NR-AR-ADVANCE-NOTICE TO TRUE
050066     ELSE
050069         SET NR-AR-CHANGE-APPLIED TO TRUE
050072     END-IF.
050075     WRITE NOTCREQ-RECORD FROM NOTICE-REQUEST-RECORD.
050078     ADD 1 TO W02-NOTICES-REQUESTED.
050081 6300-EXIT.
050084     EXIT.
050100*
050200*----------------------------------------------------------*
050300* 6100-WRITE-REJECT - COUNT THE REJECT AND WRITE ITS REPORT  *
070500     MOVE W02-TRANS-READ TO W07-S-READ.
070600     MOVE W02-LOANS-REPRICED TO W07-S-REPRICED.
070700     MOVE W02-TRANS-REJECTED TO W07-S-REJECTED.
070710     MOVE W02-NOTICES-REQUESTED TO W07-S-NOTICES.
070800     MOVE SPACES TO RATERPT-RECORD.
070900     MOVE W07-SUMMARY-LINE TO RATERPT-RECORD.
071000     WRITE RATERPT-RECORD.
