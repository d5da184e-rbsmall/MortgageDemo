000100 IDENTIFICATION DIVISION.
000200*
000300* NIGHTLY PAYMENT PLAN MONITOR - WATCHES EVERY ACTIVE
000400* FORBEARANCE AND REPAYMENT PLAN ON THE PLANFILE AGAINST THE
000500* PAYMENTS ACTUALLY POSTED.  WHILE A PLAN IS ACTIVE THE LATE
000600* CHARGE JOB, THE DELINQUENCY AGING AND THE BILLING STATEMENT
000700* ALL LEAVE THE LOAN ALONE, SO A BORROWER WHO STOPS PAYING THE
000800* PLAN MUST BE CAUGHT HERE OR NOT AT ALL.
000900*
001000* A PLAN'S AMOUNT DUE TO DATE IS THE SUM OF ITS INSTALLMENTS
001100* MORE THAN THE GRACE PERIOD PAST DUE ON THE CYCLE DATE,
001200* COUNTED 30/360 AS THE AGING AND LATE CHARGE JOBS COUNT IT.
001300* ITS AMOUNT PAID TO DATE IS THE NET OF THE PAYMENT HISTORY
001400* FROM THE PLAN START THROUGH THE CYCLE DATE, REVERSALS TAKEN
001500* OFF.  PAID SHORT OF DUE MEANS AN INSTALLMENT WAS MISSED: THE
001600* PLAN IS MARKED BROKEN WITH THE DUE DATE OF THE INSTALLMENT
001700* THAT WAS NOT COVERED, AND FROM TOMORROW THE LOAN IS BACK IN
001800* NORMAL LATE CHARGE AND ESCALATION PROCESSING.  A PLAN PAST
001900* ITS END DATE WITH EVERY INSTALLMENT PAID, OR ON A LOAN NOW
002000* PAID OFF, IS MARKED COMPLETED.  BOTH ARE LISTED ON THE
002100* MONITOR REPORT FOR THE LOSS MITIGATION DESK.
002200*
002210* A PLAN INSTALLMENT TOO SMALL FOR THE PAYMENT APPLIER TO APPLY
002220* IS HELD IN SUSPENSE AND NEVER REACHES THE PAYMENT HISTORY, SO
002230* FUNDS STILL HELD IN SUSPENSE FOR THE LOAN AND LAST ADDED TO ON
002240* OR AFTER THE PLAN START ALSO COUNT AS PAID.  ONCE THE SUSPENSE
002250* IS RELIEVED THE FUNDS ARE ON THE HISTORY AND THE RELIEVED SHELL
002255* IS SKIPPED.
002260*
002300* THE TOTALS ARE RECOMPUTED FROM SCRATCH EVERY NIGHT, SO A RUN
002400* RESTARTED AFTER AN ABEND REACHES THE SAME RESULT.
002500*
002600 PROGRAM-ID.  LNPLNMON.
002700 AUTHOR.      R SMALL.
002800 INSTALLATION. MORTGAGE SERVICING DIVISION.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100*
003200*-----------------------------------------------------------*
003300* MODIFICATION HISTORY                                      *
003400*-----------------------------------------------------------*
003500* DATE       INIT DESCRIPTION                                *
003600* 10/15/2026 RS   ORIGINAL - NIGHTLY PAYMENT PLAN MONITOR     *
003610* 10/15/2026 RS   FUNDS HELD IN SUSPENSE SINCE THE PLAN       *
003620*                 START COUNT AS PAID                         *
003630* 10/15/2026 RS   RUNS BEHIND THE PAYOFF PROCESSOR AND AHEAD  *
003640*                 OF ADVANCE RECOVERY AND LATE CHARGES;       *
003650*                 PAYMENT HISTORY RECORD NOW 74 BYTES         *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LOANMAST ASSIGN TO LOANMAST
004200         ORGANIZATION INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS LM-LOAN-NUMBER
004500         FILE STATUS IS W05-LOANMAST-STATUS.
004600     SELECT PLANFILE ASSIGN TO PLANFILE
004700         ORGANIZATION INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PP-LOAN-NUMBER
005000         FILE STATUS IS W05-PLANFILE-STATUS.
005100     SELECT PAYHIST ASSIGN TO PAYHIST
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS W05-PAYHIST-STATUS.
005310     SELECT SUSPFILE ASSIGN TO SUSPFILE
005320         ORGANIZATION INDEXED
005330         ACCESS MODE IS RANDOM
005340         RECORD KEY IS SP-LOAN-NUMBER
005350         FILE STATUS IS W05-SUSPFILE-STATUS.
005400     SELECT PLNMNRPT ASSIGN TO PLNMNRPT
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS W05-PLNMNRPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOANMAST.
006000     COPY LOANMAST.
006100 FD  PLANFILE.
006200     COPY PAYPLAN.
006300 FD  PAYHIST
006400     RECORD CONTAINS 74 CHARACTERS.
006500     COPY PAYHREC.
006510 FD  SUSPFILE.
006520     COPY SUSPREC.
006600 FD  PLNMNRPT
006700     RECORDING MODE IS F.
006800 01  PLNMNRPT-RECORD             PIC X(132).
006900 WORKING-STORAGE SECTION.
007000*
007100*    SWITCHES
007200*
007300 01  W01-PLANFILE-EOF-SWITCH     PIC X(01) VALUE 'N'.
007400     88  W01-END-OF-PLANFILE         VALUE 'Y'.
007500 01  W01-PAYHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
007600     88  W01-END-OF-PAYHIST          VALUE 'Y'.
007700 01  W01-ENTRY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
007800     88  W01-ENTRY-FOUND             VALUE 'Y'.
007900 01  W01-PLANFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
008000     88  W01-PLANFILE-OPEN           VALUE 'Y'.
008010 01  W01-SUSPFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
008020     88  W01-SUSPFILE-OPEN           VALUE 'Y'.
008100*
008200*    COUNTERS
008300*
008400 01  W02-PLANS-READ              PIC 9(07) VALUE 0.
008500 01  W02-PLANS-REVIEWED          PIC 9(07) VALUE 0.
008600 01  W02-PLANS-BROKEN            PIC 9(07) VALUE 0.
008700 01  W02-PLANS-COMPLETED         PIC 9(07) VALUE 0.
008800 01  W02-PLANS-STILL-ACTIVE      PIC 9(07) VALUE 0.
008900 01  W02-HISTORY-READ            PIC 9(07) VALUE 0.
009000 01  W02-TABLE-OVERFLOWS         PIC 9(07) VALUE 0.
009100 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
009110 01  W02-SUSPENSE-COUNTED        PIC 9(07) VALUE 0.
009200*
009300*    TABLE OF THE ACTIVE PLANS AND THEIR NET PAYMENTS SINCE     *
009400*    THE PLAN STARTED.  LOADED IN LOAN ORDER FROM THE PLAN      *
009500*    FILE, SO THE PAYMENT HISTORY PASS CAN BINARY-SEARCH IT     *
009600*
009700 01  W03-PLAN-COUNT              PIC 9(05) COMP VALUE 0.
009800 01  W03-PLAN-MAX                PIC 9(05) COMP VALUE 5000.
009900 01  W03-PLAN-TABLE.
010000     05  W03-PLAN-ENTRY          OCCURS 1 TO 5000 TIMES
010100                                 DEPENDING ON W03-PLAN-COUNT
010200                                 ASCENDING KEY IS W03-PLAN-LOAN
010300                                 INDEXED BY W03-PLAN-IDX.
010400         10  W03-PLAN-LOAN       PIC X(10).
010500         10  W03-PLAN-START      PIC 9(08).
010600         10  W03-PLAN-PAID       PIC S9(09)V99 COMP-3.
010700*
010800*    PLAN GRACE DAYS - A PLAN INSTALLMENT GETS THE SAME GRACE   *
010900*    AS A REGULAR PAYMENT BEFORE IT COUNTS AS MISSED.  KEEP IN  *
011000*    STEP WITH THE LATE CHARGE JOB                              *
011100*
011200 01  W03-GRACE-DAYS              PIC S9(03) COMP-3 VALUE 15.
011300*
011400*    CYCLE DATE AND 30/360 DAY COUNT WORK FIELDS
011500*
011600 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
011700 01  W04-CYCLE-DATE-PARTS REDEFINES W04-CYCLE-DATE.
011800     05  W04-CYCLE-YYYY          PIC 9(04).
011900     05  W04-CYCLE-MM            PIC 9(02).
012000     05  W04-CYCLE-DD            PIC 9(02).
012100 01  W04-DUE-DATE-WORK           PIC 9(08) VALUE 0.
012200 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
012300     05  W04-DUE-YYYY            PIC 9(04).
012400     05  W04-DUE-MM              PIC 9(02).
012500     05  W04-DUE-DD              PIC 9(02).
012600 01  W04-CYCLE-DD-CAP            PIC 9(02) VALUE 0.
012700 01  W04-DUE-DD-CAP              PIC 9(02) VALUE 0.
012800 01  W04-DAYS-PAST-DUE           PIC S9(05) COMP-3 VALUE 0.
012900*
013000*    PLAN REVIEW WORK FIELDS
013100*
013200 01  W04-INST-SUB                PIC 9(02) VALUE 0.
013300 01  W04-INST-PAST-GRACE         PIC 9(02) VALUE 0.
013400 01  W04-DUE-TO-DATE             PIC S9(09)V99 COMP-3 VALUE 0.
013500 01  W04-PAID-TO-DATE            PIC S9(09)V99 COMP-3 VALUE 0.
013600 01  W04-MISSED-DUE-DATE         PIC 9(08) VALUE 0.
013700 01  W04-TOTAL-SHORT             PIC S9(11)V99 COMP-3 VALUE 0.
013710 01  W04-TOTAL-SUSPENSE          PIC S9(11)V99 COMP-3 VALUE 0.
013800*
013900*    FILE STATUS FIELDS
014000*
014100 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
014200     88  W05-LOANMAST-OK             VALUE '00'.
014300 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
014400     88  W05-PLANFILE-OK             VALUE '00'.
014500     88  W05-PLANFILE-NOFILE         VALUE '35'.
014600 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
014700     88  W05-PAYHIST-OK              VALUE '00'.
014800     88  W05-PAYHIST-NOFILE          VALUE '35'.
014810 01  W05-SUSPFILE-STATUS         PIC X(02) VALUE SPACES.
014820     88  W05-SUSPFILE-OK             VALUE '00'.
014830     88  W05-SUSPFILE-NOFILE         VALUE '35'.
014900 01  W05-PLNMNRPT-STATUS         PIC X(02) VALUE SPACES.
015000     88  W05-PLNMNRPT-OK             VALUE '00'.
015100*
015200*    REPORT LINE LAYOUTS
015300*
015400 01  W07-HEADING-1.
015500     05  FILLER                  PIC X(40)
015600         VALUE 'PAYMENT PLAN MONITOR - CYCLE DATE       '.
015700     05  W07-H1-CYCLE-DATE       PIC 9(08).
015800 01  W07-DETAIL-LINE.
015900     05  W07-D-RESULT            PIC X(10).
016000     05  FILLER                  PIC X(05) VALUE 'LOAN '.
016100     05  W07-D-LOAN-NUMBER       PIC X(10).
016200     05  FILLER                  PIC X(06) VALUE ' TYPE '.
016300     05  W07-D-PLAN-TYPE         PIC X(01).
016400     05  FILLER                  PIC X(05) VALUE ' END '.
016500     05  W07-D-END-DATE          PIC 9(08).
016600     05  FILLER                  PIC X(08) VALUE ' MISSED '.
016700     05  W07-D-MISSED-DATE       PIC Z(08).
016800     05  FILLER                  PIC X(05) VALUE ' DUE '.
016900     05  W07-D-DUE               PIC ZZ,ZZZ,ZZ9.99-.
017000     05  FILLER                  PIC X(06) VALUE ' PAID '.
017100     05  W07-D-PAID              PIC ZZ,ZZZ,ZZ9.99-.
017200     05  FILLER                  PIC X(07) VALUE ' SHORT '.
017300     05  W07-D-SHORT             PIC ZZ,ZZZ,ZZ9.99-.
017400 01  W07-TOTAL-LINE.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  W07-T-CAPTION           PIC X(28).
017700     05  W07-T-COUNT             PIC ZZZ,ZZ9.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  W07-T-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
018000*
018100*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
018200*    AND END OF THE RUN                                        *
018300*
018400     COPY CYCREQ.
018500 PROCEDURE DIVISION.
018600*
018700*----------------------------------------------------------*
018800* 0000-MAINLINE                                            *
018900*----------------------------------------------------------*
019000 0000-MAINLINE.
019100     DISPLAY 'LNPLNMON STARTING'.
019200     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
019300     IF CY-RESULT-REFUSED
019400         MOVE 16 TO RETURN-CODE
019500         GO TO 9999-EXIT
019600     END-IF.
019700     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     IF W01-PLANFILE-OPEN
020000         PERFORM 2000-LOAD-PLANS THRU 2000-EXIT
020100     END-IF.
020200     IF W03-PLAN-COUNT > ZERO
020300         PERFORM 2500-LOAD-PAYMENTS THRU 2500-EXIT
020400         PERFORM 3000-REVIEW-ONE-PLAN THRU 3000-EXIT
020500             VARYING W03-PLAN-IDX FROM 1 BY 1
020600             UNTIL W03-PLAN-IDX > W03-PLAN-COUNT
020700     END-IF.
020800     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021000     DISPLAY 'LNPLNMON COMPLETE - REVIEWED=' W02-PLANS-REVIEWED
021100         ' BROKEN=' W02-PLANS-BROKEN
021200         ' COMPLETED=' W02-PLANS-COMPLETED
021300         ' STILL ACTIVE=' W02-PLANS-STILL-ACTIVE
021400         ' OVERFLOWS=' W02-TABLE-OVERFLOWS
021500         ' REWRITE FAILURES=' W02-REWRITE-FAILURES.
021600     IF W02-PLANS-BROKEN > 0
021700         OR W02-TABLE-OVERFLOWS > 0
021800         OR W02-REWRITE-FAILURES > 0
021900         MOVE 4 TO RETURN-CODE
022000     END-IF.
022100     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
022200     GO TO 9999-EXIT.
022300*
022400*----------------------------------------------------------*
022500* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
022600*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE MONITOR RUNS  *
022700*     BEHIND THE REVERSALS AND THE PAYOFF PROCESSOR SO THE   *
022800*     DAY'S PAYMENTS ARE FINAL, AND AHEAD OF THE AGING,      *
022900*     ADVANCE RECOVERY AND LATE CHARGES SO A PLAN BROKEN     *
023000*     TONIGHT ESCALATES TONIGHT.  THE ZERO CYCLE DATE TELLS  *
023010*     LNCYCCTL TO RESOLVE IT FROM THE CYCDATE CONTROL FILE   *
023100*----------------------------------------------------------*
023200 0100-CYCLE-START.
023300     SET CY-ACTION-START TO TRUE.
023400     MOVE 'LNPLNMON' TO CY-JOB-NAME.
023500     MOVE 'LNPOFPRC' TO CY-PREDECESSOR.
023600     MOVE ZERO TO CY-CYCLE-DATE.
023700     MOVE ZERO TO CY-RETURN-CODE.
023800     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
023900 0100-EXIT.
024000     EXIT.
024100*
024200*----------------------------------------------------------*
024300* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
024400*     RETURN CODE FOR THE CYCLE                              *
024500*----------------------------------------------------------*
024600 0200-CYCLE-END.
024700     SET CY-ACTION-ENDJOB TO TRUE.
024800     MOVE RETURN-CODE TO CY-RETURN-CODE.
024900     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
025000 0200-EXIT.
025100     EXIT.
025200*
025300*----------------------------------------------------------*
025400* 1000-INITIALIZE - OPEN THE MASTER, THE PLAN FILE AND THE  *
025500*     REPORT.  NO PLAN FILE YET MEANS NO LOAN HAS EVER BEEN *
025600*     PUT ON A PLAN                                         *
025700*----------------------------------------------------------*
025800 1000-INITIALIZE.
025900     DISPLAY 'LNPLNMON - CYCLE DATE IS ' W04-CYCLE-DATE.
026000     OPEN INPUT LOANMAST.
026100     IF NOT W05-LOANMAST-OK
026200         DISPLAY 'LNPLNMON - LOANMAST OPEN FAILED - STATUS='
026300             W05-LOANMAST-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026700     OPEN I-O PLANFILE.
026800     IF W05-PLANFILE-NOFILE
026900         DISPLAY 'LNPLNMON - NO PLAN FILE - NOTHING TO MONITOR'
027000     ELSE
027100         IF NOT W05-PLANFILE-OK
027200             DISPLAY 'LNPLNMON - PLANFILE OPEN FAILED - STATUS='
027300                 W05-PLANFILE-STATUS
027400             MOVE 16 TO RETURN-CODE
027500             GO TO 9999-EXIT
027600         END-IF
027700         SET W01-PLANFILE-OPEN TO TRUE
027800     END-IF.
027809     OPEN INPUT SUSPFILE.
027818     IF NOT W05-SUSPFILE-NOFILE
027827         IF NOT W05-SUSPFILE-OK
027836             DISPLAY 'LNPLNMON - SUSPFILE OPEN FAILED - STATUS='
027845                 W05-SUSPFILE-STATUS
027854             MOVE 16 TO RETURN-CODE
027863             GO TO 9999-EXIT
027872         END-IF
027881         SET W01-SUSPFILE-OPEN TO TRUE
027890     END-IF.
027900     OPEN OUTPUT PLNMNRPT.
028000     IF NOT W05-PLNMNRPT-OK
028100         DISPLAY 'LNPLNMON - PLNMNRPT OPEN FAILED - STATUS='
028200             W05-PLNMNRPT-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         GO TO 9999-EXIT
028500     END-IF.
028600     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
028700     MOVE SPACES TO PLNMNRPT-RECORD.
028800     MOVE W07-HEADING-1 TO PLNMNRPT-RECORD.
028900     WRITE PLNMNRPT-RECORD.
029000     MOVE W04-CYCLE-DD TO W04-CYCLE-DD-CAP.
029100     IF W04-CYCLE-DD-CAP > 30
029200         MOVE 30 TO W04-CYCLE-DD-CAP
029300     END-IF.
029400 1000-EXIT.
029500     EXIT.
029600*
029700*----------------------------------------------------------*
029800* 2000-LOAD-PLANS - PASS THE PLAN FILE IN LOAN ORDER,       *
029900*     TABLING EVERY ACTIVE PLAN THAT HAS STARTED BY THE     *
030000*     CYCLE DATE                                            *
030100*----------------------------------------------------------*
030200 2000-LOAD-PLANS.
030300     MOVE LOW-VALUES TO PP-LOAN-NUMBER.
030400     START PLANFILE KEY IS NOT LESS THAN PP-LOAN-NUMBER
030500         INVALID KEY
030600             GO TO 2000-EXIT
030700     END-START.
030800     PERFORM 2200-READ-NEXT-PLAN THRU 2200-EXIT.
030900     PERFORM 2100-TABLE-ONE-PLAN THRU 2100-EXIT
031000         UNTIL W01-END-OF-PLANFILE.
031100 2000-EXIT.
031200     EXIT.
031300*
031400*----------------------------------------------------------*
031500* 2100-TABLE-ONE-PLAN - ADD THE CURRENT PLAN TO THE TABLE   *
031600*     IF IT IS ACTIVE AND UNDER WAY, THEN READ AHEAD        *
031700*----------------------------------------------------------*
031800 2100-TABLE-ONE-PLAN.
031900     ADD 1 TO W02-PLANS-READ.
032000     IF NOT PP-STATUS-ACTIVE
032100         OR PP-START-DATE > W04-CYCLE-DATE
032200         GO TO 2100-NEXT
032300     END-IF.
032400     IF W03-PLAN-COUNT >= W03-PLAN-MAX
032500         ADD 1 TO W02-TABLE-OVERFLOWS
032600         DISPLAY 'LNPLNMON - PLAN TABLE FULL - LOAN '
032700             PP-LOAN-NUMBER ' NOT MONITORED'
032800         GO TO 2100-NEXT
032900     END-IF.
033000     ADD 1 TO W03-PLAN-COUNT.
033100     SET W03-PLAN-IDX TO W03-PLAN-COUNT.
033200     MOVE PP-LOAN-NUMBER TO W03-PLAN-LOAN(W03-PLAN-IDX).
033300     MOVE PP-START-DATE TO W03-PLAN-START(W03-PLAN-IDX).
033400     MOVE ZERO TO W03-PLAN-PAID(W03-PLAN-IDX).
033500 2100-NEXT.
033600     PERFORM 2200-READ-NEXT-PLAN THRU 2200-EXIT.
033700 2100-EXIT.
033800     EXIT.
033900*
034000*----------------------------------------------------------*
034100* 2200-READ-NEXT-PLAN - READ THE NEXT PLAN FILE RECORD      *
034200*----------------------------------------------------------*
034300 2200-READ-NEXT-PLAN.
034400     READ PLANFILE NEXT RECORD
034500         AT END
034600             SET W01-END-OF-PLANFILE TO TRUE
034700     END-READ.
034800 2200-EXIT.
034900     EXIT.
035000*
035100*----------------------------------------------------------*
035200* 2500-LOAD-PAYMENTS - PASS THE PAYMENT HISTORY ONCE,       *
035300*     ADDING EVERY PAYMENT ON A TABLED LOAN FROM ITS PLAN   *
035400*     START THROUGH THE CYCLE DATE.  NO HISTORY YET MEANS   *
035500*     NOTHING HAS BEEN PAID                                 *
035600*----------------------------------------------------------*
035700 2500-LOAD-PAYMENTS.
035800     OPEN INPUT PAYHIST.
035900     IF W05-PAYHIST-NOFILE
036000         GO TO 2500-EXIT
036100     END-IF.
036200     IF NOT W05-PAYHIST-OK
036300         DISPLAY 'LNPLNMON - PAYHIST OPEN FAILED - STATUS='
036400             W05-PAYHIST-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 9999-EXIT
036700     END-IF.
036800     PERFORM 2600-TABLE-ONE-PAYMENT THRU 2600-EXIT
036900         UNTIL W01-END-OF-PAYHIST.
037000     CLOSE PAYHIST.
037100 2500-EXIT.
037200     EXIT.
037300*
037400*----------------------------------------------------------*
037500* 2600-TABLE-ONE-PAYMENT - READ ONE HISTORY RECORD AND, IF  *
037600*     IT IS ON A PLAN LOAN INSIDE THE PLAN, ADD IT TO THE   *
037700*     LOAN'S PAID TOTAL - A REVERSAL SUBTRACTS              *
037800*----------------------------------------------------------*
037900 2600-TABLE-ONE-PAYMENT.
038000     READ PAYHIST
038100         AT END
038200             SET W01-END-OF-PAYHIST TO TRUE
038300             GO TO 2600-EXIT
038400     END-READ.
038500     ADD 1 TO W02-HISTORY-READ.
038600     IF PH-PAID-DATE NOT NUMERIC
038700         OR PH-PAYMENT-AMOUNT NOT NUMERIC
038800         OR PH-PAID-DATE > W04-CYCLE-DATE
038900         GO TO 2600-EXIT
039000     END-IF.
039100     MOVE 'N' TO W01-ENTRY-FOUND-SWITCH.
039200     SEARCH ALL W03-PLAN-ENTRY
039300         AT END
039400             CONTINUE
039500         WHEN W03-PLAN-LOAN(W03-PLAN-IDX) = PH-LOAN-NUMBER
039600             SET W01-ENTRY-FOUND TO TRUE
039700     END-SEARCH.
039800     IF NOT W01-ENTRY-FOUND
039900         GO TO 2600-EXIT
040000     END-IF.
040100     IF PH-PAID-DATE < W03-PLAN-START(W03-PLAN-IDX)
040200         GO TO 2600-EXIT
040300     END-IF.
040400     IF PH-ENTRY-REVERSAL
040500         SUBTRACT PH-PAYMENT-AMOUNT
040600             FROM W03-PLAN-PAID(W03-PLAN-IDX)
040700     ELSE
040800         ADD PH-PAYMENT-AMOUNT TO W03-PLAN-PAID(W03-PLAN-IDX)
040900     END-IF.
041000 2600-EXIT.
041100     EXIT.
041200*
041300*----------------------------------------------------------*
041400* 3000-REVIEW-ONE-PLAN - RECOMPUTE ONE TABLED PLAN'S DUE    *
041500*     AND PAID TOTALS, DECIDE WHETHER IT IS BROKEN,         *
041600*     COMPLETED OR STILL RUNNING, AND REWRITE IT            *
041700*----------------------------------------------------------*
041800 3000-REVIEW-ONE-PLAN.
041900     MOVE W03-PLAN-LOAN(W03-PLAN-IDX) TO PP-LOAN-NUMBER.
042000     READ PLANFILE
042100         INVALID KEY
042200             DISPLAY 'LNPLNMON - PLAN NOT FOUND ON REREAD - LOAN '
042300                 W03-PLAN-LOAN(W03-PLAN-IDX)
042400             ADD 1 TO W02-REWRITE-FAILURES
042500             GO TO 3000-EXIT
042600     END-READ.
042700     ADD 1 TO W02-PLANS-REVIEWED.
042800     MOVE ZERO TO W04-DUE-TO-DATE.
042900     MOVE ZERO TO W04-MISSED-DUE-DATE.
043000     MOVE ZERO TO W04-INST-PAST-GRACE.
043100     MOVE W03-PLAN-PAID(W03-PLAN-IDX) TO W04-PAID-TO-DATE.
043110     IF W01-SUSPFILE-OPEN
043120         PERFORM 3050-ADD-SUSPENSE THRU 3050-EXIT
043130     END-IF.
043200     PERFORM 3100-TEST-INSTALLMENT THRU 3100-EXIT
043300         VARYING W04-INST-SUB FROM 1 BY 1
043400         UNTIL W04-INST-SUB > PP-INSTALLMENT-COUNT.
043500     MOVE W04-DUE-TO-DATE TO PP-AMOUNT-DUE-TO-DATE.
043600     MOVE W04-PAID-TO-DATE TO PP-AMOUNT-PAID-TO-DATE.
043700     MOVE PP-LOAN-NUMBER TO LM-LOAN-NUMBER.
043800     READ LOANMAST
043900         INVALID KEY
044000             MOVE SPACE TO LM-LOAN-STATUS
044100     END-READ.
044200     EVALUATE TRUE
044300         WHEN LM-STATUS-PAID-OFF
044400             SET PP-STATUS-COMPLETED TO TRUE
044500             MOVE W04-CYCLE-DATE TO PP-STATUS-DATE
044600             ADD 1 TO W02-PLANS-COMPLETED
044700             MOVE 'PAID OFF  ' TO W07-D-RESULT
044800             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
044900         WHEN W04-PAID-TO-DATE < W04-DUE-TO-DATE
045000             SET PP-STATUS-BROKEN TO TRUE
045100             MOVE W04-CYCLE-DATE TO PP-STATUS-DATE
045200             MOVE W04-MISSED-DUE-DATE TO PP-MISSED-DUE-DATE
045300             ADD 1 TO W02-PLANS-BROKEN
045400             COMPUTE W04-TOTAL-SHORT = W04-TOTAL-SHORT
045500                 + W04-DUE-TO-DATE - W04-PAID-TO-DATE
045600             MOVE 'BROKEN    ' TO W07-D-RESULT
045700             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
045800         WHEN W04-CYCLE-DATE > PP-END-DATE
045900          AND W04-INST-PAST-GRACE = PP-INSTALLMENT-COUNT
046000             SET PP-STATUS-COMPLETED TO TRUE
046100             MOVE W04-CYCLE-DATE TO PP-STATUS-DATE
046200             ADD 1 TO W02-PLANS-COMPLETED
046300             MOVE 'COMPLETED ' TO W07-D-RESULT
046400             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
046500         WHEN OTHER
046600             ADD 1 TO W02-PLANS-STILL-ACTIVE
046700     END-EVALUATE.
046800     REWRITE PAYMENT-PLAN-RECORD.
046900     IF NOT W05-PLANFILE-OK
047000         DISPLAY 'LNPLNMON - PLANFILE REWRITE FAILED FOR LOAN '
047100             PP-LOAN-NUMBER ' - STATUS=' W05-PLANFILE-STATUS
047200         ADD 1 TO W02-REWRITE-FAILURES
047300     END-IF.
047400 3000-EXIT.
047500     EXIT.
047504*
047508*----------------------------------------------------------*
047512* 3050-ADD-SUSPENSE - ADD FUNDS HELD IN SUSPENSE FOR THE   *
047516*     PLAN'S LOAN TO THE AMOUNT PAID, IF ANY WERE RECEIVED *
047520*     SINCE THE PLAN STARTED                               *
047524*----------------------------------------------------------*
047528 3050-ADD-SUSPENSE.
047532     MOVE PP-LOAN-NUMBER TO SP-LOAN-NUMBER.
047536     READ SUSPFILE
047540         INVALID KEY
047544             GO TO 3050-EXIT
047548     END-READ.
047552     IF NOT SP-STATUS-HELD
047556         OR SP-LAST-HELD-DATE < W03-PLAN-START(W03-PLAN-IDX)
047560         GO TO 3050-EXIT
047564     END-IF.
047568     ADD SP-SUSPENSE-BALANCE TO W04-PAID-TO-DATE.
047572     ADD SP-SUSPENSE-BALANCE TO W04-TOTAL-SUSPENSE.
047576     ADD 1 TO W02-SUSPENSE-COUNTED.
047580 3050-EXIT.
047584     EXIT.
047600*
047700*----------------------------------------------------------*
047800* 3100-TEST-INSTALLMENT - ADD ONE INSTALLMENT TO THE AMOUNT *
047900*     DUE IF IT IS PAST THE GRACE PERIOD ON THE CYCLE DATE, *
048000*     AND NOTE THE FIRST ONE THE PAYMENTS DO NOT COVER      *
048100*----------------------------------------------------------*
048200 3100-TEST-INSTALLMENT.
048300     IF PP-INST-DUE-DATE(W04-INST-SUB) > W04-CYCLE-DATE
048400         GO TO 3100-EXIT
048500     END-IF.
048600     MOVE PP-INST-DUE-DATE(W04-INST-SUB) TO W04-DUE-DATE-WORK.
048700     PERFORM 4000-COMPUTE-DAYS-PAST-DUE THRU 4000-EXIT.
048800     IF W04-DAYS-PAST-DUE NOT > W03-GRACE-DAYS
048900         GO TO 3100-EXIT
049000     END-IF.
049100     ADD 1 TO W04-INST-PAST-GRACE.
049200     ADD PP-INST-AMOUNT(W04-INST-SUB) TO W04-DUE-TO-DATE.
049300     IF W04-MISSED-DUE-DATE = ZERO
049400         AND W04-PAID-TO-DATE < W04-DUE-TO-DATE
049500         MOVE PP-INST-DUE-DATE(W04-INST-SUB)
049600             TO W04-MISSED-DUE-DATE
049700     END-IF.
049800 3100-EXIT.
049900     EXIT.
050000*
050100*----------------------------------------------------------*
050200* 4000-COMPUTE-DAYS-PAST-DUE - 30/360 DAY COUNT FROM THE    *
050300*     INSTALLMENT DUE DATE TO THE CYCLE DATE, AS IN THE     *
050400*     DAILY AGING                                           *
050500*----------------------------------------------------------*
050600 4000-COMPUTE-DAYS-PAST-DUE.
050700     MOVE W04-DUE-DD TO W04-DUE-DD-CAP.
050800     IF W04-DUE-DD-CAP > 30
050900         MOVE 30 TO W04-DUE-DD-CAP
051000     END-IF.
051100     COMPUTE W04-DAYS-PAST-DUE =
051200         ((W04-CYCLE-YYYY - W04-DUE-YYYY) * 360)
051300       + ((W04-CYCLE-MM - W04-DUE-MM) * 30)
051400       + (W04-CYCLE-DD-CAP - W04-DUE-DD-CAP).
051500     IF W04-DAYS-PAST-DUE < ZERO
051600         MOVE ZERO TO W04-DAYS-PAST-DUE
051700     END-IF.
051800 4000-EXIT.
051900     EXIT.
052000*
052100*----------------------------------------------------------*
052200* 6000-WRITE-DETAIL - LIST ONE PLAN THAT BROKE OR ENDED     *
052300*----------------------------------------------------------*
052400 6000-WRITE-DETAIL.
052500     MOVE PP-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
052600     MOVE PP-PLAN-TYPE TO W07-D-PLAN-TYPE.
052700     MOVE PP-END-DATE TO W07-D-END-DATE.
052800     IF PP-STATUS-BROKEN
052900         MOVE PP-MISSED-DUE-DATE TO W07-D-MISSED-DATE
053000     ELSE
053100         MOVE ZERO TO W07-D-MISSED-DATE
053200     END-IF.
053300     MOVE W04-DUE-TO-DATE TO W07-D-DUE.
053400     MOVE W04-PAID-TO-DATE TO W07-D-PAID.
053500     IF W04-PAID-TO-DATE < W04-DUE-TO-DATE
053600         COMPUTE W07-D-SHORT = W04-DUE-TO-DATE - W04-PAID-TO-DATE
053700     ELSE
053800         MOVE ZERO TO W07-D-SHORT
053900     END-IF.
054000     MOVE SPACES TO PLNMNRPT-RECORD.
054100     MOVE W07-DETAIL-LINE TO PLNMNRPT-RECORD.
054200     WRITE PLNMNRPT-RECORD.
054300 6000-EXIT.
054400     EXIT.
054500*
054600*----------------------------------------------------------*
054700* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS AT THE BOTTOM    *
054800*     OF THE REPORT                                         *
054900*----------------------------------------------------------*
055000 8000-WRITE-TOTALS.
055100     MOVE 'ACTIVE PLANS REVIEWED' TO W07-T-CAPTION.
055200     MOVE W02-PLANS-REVIEWED TO W07-T-COUNT.
055300     MOVE ZERO TO W07-T-AMOUNT.
055400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
055500     MOVE 'PLANS BROKEN - AMOUNT SHORT' TO W07-T-CAPTION.
055600     MOVE W02-PLANS-BROKEN TO W07-T-COUNT.
055700     MOVE W04-TOTAL-SHORT TO W07-T-AMOUNT.
055800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
055900     MOVE 'PLANS COMPLETED' TO W07-T-CAPTION.
056000     MOVE W02-PLANS-COMPLETED TO W07-T-COUNT.
056100     MOVE ZERO TO W07-T-AMOUNT.
056200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
056300     MOVE 'PLANS STILL ACTIVE' TO W07-T-CAPTION.
056400     MOVE W02-PLANS-STILL-ACTIVE TO W07-T-COUNT.
056500     MOVE ZERO TO W07-T-AMOUNT.
056600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
056700     MOVE 'PLANS NOT MONITORED' TO W07-T-CAPTION.
056800     MOVE W02-TABLE-OVERFLOWS TO W07-T-COUNT.
056900     MOVE ZERO TO W07-T-AMOUNT.
057000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
057010     MOVE 'PLANS PAID PART IN SUSPENSE' TO W07-T-CAPTION.
057020     MOVE W02-SUSPENSE-COUNTED TO W07-T-COUNT.
057030     MOVE W04-TOTAL-SUSPENSE TO W07-T-AMOUNT.
057040     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
057100 8000-EXIT.
057200     EXIT.
057300*
057400*----------------------------------------------------------*
057500* 8100-WRITE-TOTAL-LINE - WRITE ONE CAPTIONED TOTAL LINE    *
057600*----------------------------------------------------------*
057700 8100-WRITE-TOTAL-LINE.
057800     MOVE SPACES TO PLNMNRPT-RECORD.
057900     MOVE W07-TOTAL-LINE TO PLNMNRPT-RECORD.
058000     WRITE PLNMNRPT-RECORD.
058100 8100-EXIT.
058200     EXIT.
058300*
058400*----------------------------------------------------------*
058500* 9000-TERMINATE - CLOSE ALL FILES                          *
058600*----------------------------------------------------------*
058700 9000-TERMINATE.
058800     CLOSE LOANMAST.
058900     IF W01-PLANFILE-OPEN
059000         CLOSE PLANFILE
059100     END-IF.
059110     IF W01-SUSPFILE-OPEN
059120         CLOSE SUSPFILE
059130     END-IF.
059200     CLOSE PLNMNRPT.
059300 9000-EXIT.
059400     EXIT.
059500*
059600*----------------------------------------------------------*
059700* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
059800*----------------------------------------------------------*
059900 9999-EXIT.
060000     GOBACK.
