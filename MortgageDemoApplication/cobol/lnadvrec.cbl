000100 IDENTIFICATION DIVISION.
000200*
000300* NIGHTLY SERVICER ADVANCE RECOVERY - WORKS DOWN THE ADVLEDGR
000400* ADVANCE LEDGER FROM THE DAY'S ESCROW COLLECTIONS.  WHEN A
000500* LOAN'S ESCROW COULD NOT COVER A TAX OR INSURANCE ITEM THE
000600* MONTHLY DISBURSEMENT RUN PAID IT ANYWAY AND POSTED THE
000700* SHORTFALL TO THE LEDGER; THE ESCROW MONEY THE BORROWER PAYS
000800* AFTER THAT IS OURS UNTIL THE ADVANCE IS BACK, SO IT IS TAKEN
000900* AGAINST THE ADVANCE BEFORE IT BUILDS THE ESCROW BALANCE UP.
001000*
001100* THE DAY'S COLLECTIONS ARE THE ESCROW PORTIONS ON THE PAYMENT
001200* HISTORY FOR THE CYCLE DATE, NET OF THE REVERSALS POSTED THE
001300* SAME NIGHT.  EACH ADVANCED LOAN'S RECOVERY IS THE SMALLEST OF
001400* ITS NET COLLECTIONS, ITS OUTSTANDING ADVANCE AND ITS ESCROW
001500* BALANCE, SO THE ESCROW BALANCE IS NEVER DRIVEN NEGATIVE.  THE
001600* RECOVERY COMES OFF THE MASTER'S ESCROW BALANCE (JOURNALED
001700* THROUGH LNJRNL) AND OFF THE LEDGER'S OUTSTANDING AMOUNT, AND
001800* GOES ON THE ADVRCVY FILE FOR THE GENERAL LEDGER INTERFACE.
001900* A LOAN ALREADY RECOVERED FOR THE CYCLE DATE IS PASSED OVER,
002000* SO A RUN RESTARTED AFTER AN ABEND NEVER TAKES A LOAN TWICE.
002100*
002200* THE WHOLE LEDGER IS THEN REVIEWED AGAINST THE MASTER.  A LOAN
002300* STILL OWING AN ADVANCE THAT IS PAID OFF, INACTIVE, PURGED TO
002400* THE ARCHIVE OR NOW WITH A DIFFERENT INVESTOR THAN WHEN THE
002500* BALANCE OPENED IS FLAGGED ON THE LEDGER AND LISTED EVERY
002600* NIGHT UNTIL THE MONEY IS COLLECTED OR CLAIMED, SO NO LOAN
002700* LEAVES THE PORTFOLIO OWING US QUIETLY.
002800*
002900 PROGRAM-ID.  LNADVREC.
003000 AUTHOR.      R SMALL.
003100 INSTALLATION. MORTGAGE SERVICING DIVISION.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400*
003500*-----------------------------------------------------------*
003600* MODIFICATION HISTORY                                      *
003700*-----------------------------------------------------------*
003800* DATE       INIT DESCRIPTION                                *
003900* 10/15/2026 RS   ORIGINAL - SERVICER ADVANCE RECOVERY        *
003910* 10/15/2026 RS   RUNS BEHIND THE PLAN MONITOR, WHICH NOW     *
003920*                 FOLLOWS THE PAYOFF PROCESSOR, SO PAYOFFS    *
003930*                 ARE IN THE DAY'S COLLECTIONS; PAYMENT       *
003940*                 HISTORY RECORD NOW 74 BYTES                 *
004000*-----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LOANMAST ASSIGN TO LOANMAST
004500         ORGANIZATION INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS LM-LOAN-NUMBER
004800         FILE STATUS IS W05-LOANMAST-STATUS.
004900     SELECT ADVLEDGR ASSIGN TO ADVLEDGR
005000         ORGANIZATION INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS AL-LOAN-NUMBER
005300         FILE STATUS IS W05-ADVLEDGR-STATUS.
005400     SELECT PAYHIST ASSIGN TO PAYHIST
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS W05-PAYHIST-STATUS.
005700     SELECT ADVRCVY ASSIGN TO ADVRCVY
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS W05-ADVRCVY-STATUS.
006000     SELECT ADVRPT ASSIGN TO ADVRPT
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS W05-ADVRPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  LOANMAST.
006600     COPY LOANMAST.
006700 FD  ADVLEDGR.
006800     COPY ADVLEDG.
006900 FD  PAYHIST
007000     RECORD CONTAINS 74 CHARACTERS.
007100     COPY PAYHREC.
007200 FD  ADVRCVY
007300     RECORD CONTAINS 40 CHARACTERS.
007400     COPY ADVRCVY.
007500 FD  ADVRPT
007600     RECORDING MODE IS F.
007700 01  ADVRPT-RECORD               PIC X(132).
007800 WORKING-STORAGE SECTION.
007900*
008000*    SWITCHES
008100*
008200 01  W01-PAYHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
008300     88  W01-END-OF-PAYHIST          VALUE 'Y'.
008400 01  W01-ADVLEDGR-EOF-SWITCH     PIC X(01) VALUE 'N'.
008500     88  W01-END-OF-ADVLEDGR         VALUE 'Y'.
008600 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
008700     88  W01-LOAN-FOUND              VALUE 'Y'.
008800 01  W01-ENTRY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
008900     88  W01-ENTRY-FOUND             VALUE 'Y'.
009000 01  W01-EXIT-REASON             PIC X(01) VALUE SPACE.
009100     88  W01-EXIT-NONE               VALUE SPACE.
009200*
009300*    COUNTERS
009400*
009500 01  W02-HISTORY-READ            PIC 9(07) VALUE 0.
009600 01  W02-COLLECTIONS-TAKEN       PIC 9(07) VALUE 0.
009700 01  W02-ALREADY-RECOVERED       PIC 9(07) VALUE 0.
009800 01  W02-TABLE-OVERFLOWS         PIC 9(07) VALUE 0.
009900 01  W02-LOANS-RECOVERED         PIC 9(07) VALUE 0.
010000 01  W02-LOANS-CLEARED           PIC 9(07) VALUE 0.
010100 01  W02-LOANS-NOT-RECOVERED     PIC 9(07) VALUE 0.
010200 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
010300 01  W02-LEDGER-FAILURES         PIC 9(07) VALUE 0.
010400 01  W02-LOANS-OUTSTANDING       PIC 9(07) VALUE 0.
010500 01  W02-LOANS-FLAGGED           PIC 9(07) VALUE 0.
010600 01  W02-NEWLY-FLAGGED           PIC 9(07) VALUE 0.
010700 01  W02-FLAGS-CLEARED           PIC 9(07) VALUE 0.
010800*
010900*    TABLE OF THE ADVANCED LOANS WITH ESCROW COLLECTED ON THE    *
011000*    CYCLE DATE AND THEIR NET COLLECTIONS, BUILT FROM ONE PASS   *
011100*    OF THE PAYMENT HISTORY                                      *
011200*
011300 01  W03-COLL-COUNT              PIC 9(05) COMP VALUE 0.
011400 01  W03-COLL-MAX                PIC 9(05) COMP VALUE 5000.
011500 01  W03-COLL-TABLE.
011600     05  W03-COLL-ENTRY          OCCURS 1 TO 5000 TIMES
011700                                 DEPENDING ON W03-COLL-COUNT
011800                                 INDEXED BY W03-COLL-IDX.
011900         10  W03-COLL-LOAN       PIC X(10).
012000         10  W03-COLL-AMOUNT     PIC S9(09)V99 COMP-3.
012100*
012200*    CYCLE DATE AND RECOVERY WORK FIELDS
012300*
012400 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
012500 01  W04-RECOVERY-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
012600 01  W04-TOTAL-COLLECTED         PIC S9(11)V99 COMP-3 VALUE 0.
012700 01  W04-TOTAL-RECOVERED         PIC S9(11)V99 COMP-3 VALUE 0.
012800 01  W04-TOTAL-OUTSTANDING       PIC S9(11)V99 COMP-3 VALUE 0.
012900 01  W04-TOTAL-FLAGGED           PIC S9(11)V99 COMP-3 VALUE 0.
013000*
013100*    FILE STATUS FIELDS
013200*
013300 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
013400     88  W05-LOANMAST-OK             VALUE '00'.
013500 01  W05-ADVLEDGR-STATUS         PIC X(02) VALUE SPACES.
013600     88  W05-ADVLEDGR-OK             VALUE '00'.
013700     88  W05-ADVLEDGR-NOFILE         VALUE '35'.
013800 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
013900     88  W05-PAYHIST-OK              VALUE '00'.
014000     88  W05-PAYHIST-NOFILE          VALUE '35'.
014100 01  W05-ADVRCVY-STATUS          PIC X(02) VALUE SPACES.
014200     88  W05-ADVRCVY-OK              VALUE '00'.
014300     88  W05-ADVRCVY-NOFILE          VALUE '35'.
014400 01  W05-ADVRPT-STATUS           PIC X(02) VALUE SPACES.
014500     88  W05-ADVRPT-OK               VALUE '00'.
014600*
014700*    REGISTER LINE LAYOUTS
014800*
014900 01  W07-HEADING-1.
015000     05  FILLER                  PIC X(40)
015100         VALUE 'SERVICER ADVANCE RECOVERY - CYCLE DATE '.
015200     05  W07-H1-CYCLE-DATE       PIC 9(08).
015300 01  W07-HEADING-EXIT.
015400     05  FILLER                  PIC X(40)
015500         VALUE 'ADVANCE BALANCES ON LOANS LEAVING THE PO'.
015600     05  FILLER                  PIC X(10)
015700         VALUE 'RTFOLIO   '.
015800 01  W07-DETAIL-LINE.
015900     05  FILLER                  PIC X(05) VALUE 'LOAN '.
016000     05  W07-D-LOAN-NUMBER       PIC X(10).
016100     05  FILLER                  PIC X(11) VALUE ' COLLECTED '.
016200     05  W07-D-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
016300     05  FILLER                  PIC X(11) VALUE ' RECOVERED '.
016400     05  W07-D-RECOVERED         PIC ZZ,ZZZ,ZZ9.99-.
016500     05  FILLER                  PIC X(13) VALUE ' OUTSTANDING '.
016600     05  W07-D-OUTSTANDING       PIC ZZ,ZZZ,ZZ9.99-.
016700     05  FILLER                  PIC X(08) VALUE ' ESCROW '.
016800     05  W07-D-ESCROW            PIC ZZ,ZZZ,ZZ9.99-.
016900 01  W07-REJECT-LINE.
017000     05  FILLER                  PIC X(21)
017100         VALUE 'NOT RECOVERED - LOAN '.
017200     05  W07-R-LOAN-NUMBER       PIC X(10).
017300     05  FILLER                  PIC X(11) VALUE ' COLLECTED '.
017400     05  W07-R-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
017500     05  FILLER                  PIC X(03) VALUE ' - '.
017600     05  W07-R-REASON-TEXT       PIC X(40).
017700 01  W07-EXIT-LINE.
017800     05  FILLER                  PIC X(05) VALUE 'LOAN '.
017900     05  W07-E-LOAN-NUMBER       PIC X(10).
018000     05  FILLER                  PIC X(10) VALUE ' INVESTOR '.
018100     05  W07-E-INVESTOR          PIC X(06).
018200     05  FILLER                  PIC X(05) VALUE ' NOW '.
018300     05  W07-E-NOW-INVESTOR      PIC X(06).
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  W07-E-REASON-TEXT       PIC X(20).
018600     05  FILLER                  PIC X(07) VALUE ' SINCE '.
018700     05  W07-E-EXIT-DATE         PIC 9(08).
018800     05  FILLER                  PIC X(13) VALUE ' OUTSTANDING '.
018900     05  W07-E-OUTSTANDING       PIC ZZ,ZZZ,ZZ9.99-.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  W07-E-NOTE              PIC X(03).
019200 01  W07-TOTAL-LINE.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  W07-T-CAPTION           PIC X(28).
019500     05  W07-T-COUNT             PIC ZZZ,ZZ9.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  W07-T-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
019800*
019900*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY MASTER   *
020000*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
020100*
020200     COPY JRNLREC.
020300*
020400*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
020500*    AND END OF THE RUN                                        *
020600*
020700     COPY CYCREQ.
020800 PROCEDURE DIVISION.
020900*
021000*----------------------------------------------------------*
021100* 0000-MAINLINE                                            *
021200*----------------------------------------------------------*
021300 0000-MAINLINE.
021400     DISPLAY 'LNADVREC STARTING'.
021500     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
021600     IF CY-RESULT-REFUSED
021700         MOVE 16 TO RETURN-CODE
021800         GO TO 9999-EXIT
021900     END-IF.
022000     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     PERFORM 2000-LOAD-COLLECTIONS THRU 2000-EXIT.
022300     IF W03-COLL-COUNT > ZERO
022400         PERFORM 3000-RECOVER-ONE-LOAN THRU 3000-EXIT
022500             VARYING W03-COLL-IDX FROM 1 BY 1
022600             UNTIL W03-COLL-IDX > W03-COLL-COUNT
022700     END-IF.
022800     PERFORM 4000-REVIEW-LEDGER THRU 4000-EXIT.
022900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     DISPLAY 'LNADVREC COMPLETE - RECOVERED=' W02-LOANS-RECOVERED
023200         ' CLEARED=' W02-LOANS-CLEARED
023300         ' NOT RECOVERED=' W02-LOANS-NOT-RECOVERED
023400         ' OUTSTANDING=' W02-LOANS-OUTSTANDING
023500         ' FLAGGED=' W02-LOANS-FLAGGED
023600         ' NEWLY FLAGGED=' W02-NEWLY-FLAGGED
023700         ' REWRITE FAILURES=' W02-REWRITE-FAILURES
023800         ' LEDGER FAILURES=' W02-LEDGER-FAILURES.
023900     IF W02-TABLE-OVERFLOWS > 0
024000         OR W02-REWRITE-FAILURES > 0
024100         OR W02-LEDGER-FAILURES > 0
024200         OR W02-NEWLY-FLAGGED > 0
024300         MOVE 4 TO RETURN-CODE
024400     END-IF.
024500     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
024600     GO TO 9999-EXIT.
024700*
024800*----------------------------------------------------------*
024900* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
025000*     CYCLE WITH THE RUN-CONTROL MANAGER.  RECOVERY RUNS     *
025100*     BEHIND THE PLAN MONITOR, AND SO BEHIND THE REVERSALS   *
025200*     AND PAYOFFS, SO THE DAY'S COLLECTIONS ARE FINAL, AND   *
025300*     AHEAD OF THE LATE CHARGES AND THE LEDGER INTERFACE.    *
025400*     THE ZERO CYCLE DATE TELLS LNCYCCTL TO RESOLVE IT FROM  *
025410*     THE CYCDATE CONTROL FILE                               *
025500*----------------------------------------------------------*
025600 0100-CYCLE-START.
025700     SET CY-ACTION-START TO TRUE.
025800     MOVE 'LNADVREC' TO CY-JOB-NAME.
025900     MOVE 'LNPLNMON' TO CY-PREDECESSOR.
026000     MOVE ZERO TO CY-CYCLE-DATE.
026100     MOVE ZERO TO CY-RETURN-CODE.
026200     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
026300 0100-EXIT.
026400     EXIT.
026500*
026600*----------------------------------------------------------*
026700* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
026800*     RETURN CODE FOR THE CYCLE                              *
026900*----------------------------------------------------------*
027000 0200-CYCLE-END.
027100     SET CY-ACTION-ENDJOB TO TRUE.
027200     MOVE RETURN-CODE TO CY-RETURN-CODE.
027300     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
027400 0200-EXIT.
027500     EXIT.
027600*
027700*----------------------------------------------------------*
027800* 1000-INITIALIZE - OPEN THE MASTER, THE LEDGER, THE        *
027900*     RECOVERY FILE AND THE REGISTER.  NO LEDGER YET MEANS  *
028000*     NOTHING HAS EVER BEEN ADVANCED                        *
028100*----------------------------------------------------------*
028200 1000-INITIALIZE.
028300     DISPLAY 'LNADVREC - CYCLE DATE IS ' W04-CYCLE-DATE.
028400     OPEN I-O LOANMAST.
028500     IF NOT W05-LOANMAST-OK
028600         DISPLAY 'LNADVREC - LOANMAST OPEN FAILED - STATUS='
028700             W05-LOANMAST-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 9999-EXIT
029000     END-IF.
029100     OPEN I-O ADVLEDGR.
029200     IF W05-ADVLEDGR-NOFILE
029300         OPEN OUTPUT ADVLEDGR
029400         CLOSE ADVLEDGR
029500         OPEN I-O ADVLEDGR
029600     END-IF.
029700     IF NOT W05-ADVLEDGR-OK
029800         DISPLAY 'LNADVREC - ADVLEDGR OPEN FAILED - STATUS='
029900             W05-ADVLEDGR-STATUS
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     OPEN EXTEND ADVRCVY.
030400     IF W05-ADVRCVY-NOFILE
030500         OPEN OUTPUT ADVRCVY
030600     END-IF.
030700     IF NOT W05-ADVRCVY-OK
030800         DISPLAY 'LNADVREC - ADVRCVY OPEN FAILED - STATUS='
030900             W05-ADVRCVY-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 9999-EXIT
031200     END-IF.
031300     OPEN OUTPUT ADVRPT.
031400     IF NOT W05-ADVRPT-OK
031500         DISPLAY 'LNADVREC - ADVRPT OPEN FAILED - STATUS='
031600             W05-ADVRPT-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     END-IF.
032000     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
032100     MOVE SPACES TO ADVRPT-RECORD.
032200     MOVE W07-HEADING-1 TO ADVRPT-RECORD.
032300     WRITE ADVRPT-RECORD.
032400 1000-EXIT.
032500     EXIT.
032600*
032700*----------------------------------------------------------*
032800* 2000-LOAD-COLLECTIONS - PASS THE PAYMENT HISTORY ONCE,    *
032900*     TABLING THE CYCLE DATE'S NET ESCROW COLLECTIONS FOR   *
033000*     EVERY LOAN WITH AN ADVANCE OUTSTANDING.  NO HISTORY   *
033100*     YET MEANS NOTHING WAS COLLECTED                       *
033200*----------------------------------------------------------*
033300 2000-LOAD-COLLECTIONS.
033400     OPEN INPUT PAYHIST.
033500     IF W05-PAYHIST-NOFILE
033600         GO TO 2000-EXIT
033700     END-IF.
033800     IF NOT W05-PAYHIST-OK
033900         DISPLAY 'LNADVREC - PAYHIST OPEN FAILED - STATUS='
034000             W05-PAYHIST-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 9999-EXIT
034300     END-IF.
034400     PERFORM 2100-TABLE-ONE-PAYMENT THRU 2100-EXIT
034500         UNTIL W01-END-OF-PAYHIST.
034600     CLOSE PAYHIST.
034700 2000-EXIT.
034800     EXIT.
034900*
035000*----------------------------------------------------------*
035100* 2100-TABLE-ONE-PAYMENT - READ ONE HISTORY RECORD AND, IF  *
035200*     IT CARRIES ESCROW FOR THE CYCLE DATE ON A LOAN THAT   *
035300*     OWES AN ADVANCE, ADD ITS ESCROW TO THE LOAN'S ENTRY - *
035400*     A REVERSAL SUBTRACTS.  A LOAN ALREADY RECOVERED FOR   *
035500*     THE CYCLE DATE WAS TAKEN BY AN INTERRUPTED RUN        *
035600*----------------------------------------------------------*
035700 2100-TABLE-ONE-PAYMENT.
035800     READ PAYHIST
035900         AT END
036000             SET W01-END-OF-PAYHIST TO TRUE
036100             GO TO 2100-EXIT
036200     END-READ.
036300     ADD 1 TO W02-HISTORY-READ.
036400     IF PH-PAID-DATE NOT NUMERIC
036500         OR PH-ESCROW-AMOUNT NOT NUMERIC
036600         GO TO 2100-EXIT
036700     END-IF.
036800     IF PH-PAID-DATE NOT = W04-CYCLE-DATE
036900         OR PH-ESCROW-AMOUNT = ZERO
037000         GO TO 2100-EXIT
037100     END-IF.
037200     PERFORM 2200-SEARCH-COLLECTIONS THRU 2200-EXIT.
037300     IF NOT W01-ENTRY-FOUND
037400         MOVE PH-LOAN-NUMBER TO AL-LOAN-NUMBER
037500         READ ADVLEDGR
037600             INVALID KEY
037700                 GO TO 2100-EXIT
037800         END-READ
037900         IF AL-OUTSTANDING-AMOUNT NOT > ZERO
038000             GO TO 2100-EXIT
038100         END-IF
038200         IF AL-LAST-RECOVERY-DATE = W04-CYCLE-DATE
038300             ADD 1 TO W02-ALREADY-RECOVERED
038400             GO TO 2100-EXIT
038500         END-IF
038600         IF W03-COLL-COUNT >= W03-COLL-MAX
038700             ADD 1 TO W02-TABLE-OVERFLOWS
038800             MOVE PH-LOAN-NUMBER TO W07-R-LOAN-NUMBER
038900             MOVE PH-ESCROW-AMOUNT TO W07-R-COLLECTED
039000             MOVE 'TABLE FULL - LEFT IN ESCROW, RECOVER BY HAND'
039100                 TO W07-R-REASON-TEXT
039200             PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
039300             GO TO 2100-EXIT
039400         END-IF
039500         ADD 1 TO W03-COLL-COUNT
039600         SET W03-COLL-IDX TO W03-COLL-COUNT
039700         MOVE PH-LOAN-NUMBER TO W03-COLL-LOAN(W03-COLL-IDX)
039800         MOVE ZERO TO W03-COLL-AMOUNT(W03-COLL-IDX)
039900     END-IF.
040000     IF PH-ENTRY-REVERSAL
040100         SUBTRACT PH-ESCROW-AMOUNT
040200             FROM W03-COLL-AMOUNT(W03-COLL-IDX)
040300     ELSE
040400         ADD 1 TO W02-COLLECTIONS-TAKEN
040500         ADD PH-ESCROW-AMOUNT TO W03-COLL-AMOUNT(W03-COLL-IDX)
040600     END-IF.
040700 2100-EXIT.
040800     EXIT.
040900*
041000*----------------------------------------------------------*
041100* 2200-SEARCH-COLLECTIONS - LOOK THE HISTORY RECORD'S LOAN  *
041200*     UP IN THE TABLE, LEAVING THE TABLE INDEX ON A HIT     *
041300*----------------------------------------------------------*
041400 2200-SEARCH-COLLECTIONS.
041500     MOVE 'N' TO W01-ENTRY-FOUND-SWITCH.
041600     IF W03-COLL-COUNT = ZERO
041700         GO TO 2200-EXIT
041800     END-IF.
041900     SET W03-COLL-IDX TO 1.
042000     SEARCH W03-COLL-ENTRY VARYING W03-COLL-IDX
042100         AT END
042200             CONTINUE
042300         WHEN W03-COLL-LOAN(W03-COLL-IDX) = PH-LOAN-NUMBER
042400             SET W01-ENTRY-FOUND TO TRUE
042500     END-SEARCH.
042600 2200-EXIT.
042700     EXIT.
042800*
042900*----------------------------------------------------------*
043000* 3000-RECOVER-ONE-LOAN - TAKE ONE TABLED LOAN'S NET        *
043100*     COLLECTIONS AGAINST ITS ADVANCE, LIMITED TO WHAT IS   *
043200*     OUTSTANDING AND TO THE ESCROW BALANCE ON THE MASTER   *
043300*----------------------------------------------------------*
043400 3000-RECOVER-ONE-LOAN.
043500     MOVE W03-COLL-LOAN(W03-COLL-IDX) TO W07-R-LOAN-NUMBER.
043600     MOVE W03-COLL-AMOUNT(W03-COLL-IDX) TO W07-R-COLLECTED.
043700     ADD W03-COLL-AMOUNT(W03-COLL-IDX) TO W04-TOTAL-COLLECTED.
043800     IF W03-COLL-AMOUNT(W03-COLL-IDX) NOT > ZERO
043900         MOVE 'COLLECTIONS REVERSED OUT' TO W07-R-REASON-TEXT
044000         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
044100         GO TO 3000-EXIT
044200     END-IF.
044300     MOVE W03-COLL-LOAN(W03-COLL-IDX) TO AL-LOAN-NUMBER.
044400     READ ADVLEDGR
044500         INVALID KEY
044600             MOVE 'NOT ON ADVANCE LEDGER' TO W07-R-REASON-TEXT
044700             PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
044800             GO TO 3000-EXIT
044900     END-READ.
045000     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
045100     MOVE W03-COLL-LOAN(W03-COLL-IDX) TO LM-LOAN-NUMBER.
045200     READ LOANMAST
045300         INVALID KEY
045400             CONTINUE
045500         NOT INVALID KEY
045600             SET W01-LOAN-FOUND TO TRUE
045700     END-READ.
045800     IF NOT W01-LOAN-FOUND
045900         MOVE 'LOAN NOT ON MASTER FILE' TO W07-R-REASON-TEXT
046000         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
046100         GO TO 3000-EXIT
046200     END-IF.
046300     IF LM-ESCROW-BALANCE NOT > ZERO
046400         MOVE 'NO ESCROW BALANCE TO RECOVER FROM'
046500             TO W07-R-REASON-TEXT
046600         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
046700         GO TO 3000-EXIT
046800     END-IF.
046900     MOVE W03-COLL-AMOUNT(W03-COLL-IDX) TO W04-RECOVERY-AMOUNT.
047000     IF W04-RECOVERY-AMOUNT > AL-OUTSTANDING-AMOUNT
047100         MOVE AL-OUTSTANDING-AMOUNT TO W04-RECOVERY-AMOUNT
047200     END-IF.
047300     IF W04-RECOVERY-AMOUNT > LM-ESCROW-BALANCE
047400         MOVE LM-ESCROW-BALANCE TO W04-RECOVERY-AMOUNT
047500     END-IF.
047600     PERFORM 3100-APPLY-RECOVERY THRU 3100-EXIT.
047700 3000-EXIT.
047800     EXIT.
047900*
048000*----------------------------------------------------------*
048100* 3100-APPLY-RECOVERY - TAKE THE RECOVERY OFF THE ESCROW    *
048200*     BALANCE, REWRITE AND JOURNAL THE MASTER, THEN TAKE IT *
048300*     OFF THE LEDGER AND RECORD IT FOR THE GENERAL LEDGER.  *
048400*     A CLEARED BALANCE CLOSES THE LEDGER'S OPEN DATE AND   *
048500*     ANY EXIT FLAG                                         *
048600*----------------------------------------------------------*
048700 3100-APPLY-RECOVERY.
048800     MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE.
048900     SUBTRACT W04-RECOVERY-AMOUNT FROM LM-ESCROW-BALANCE.
049000     REWRITE LOAN-MASTER-RECORD.
049100     IF NOT W05-LOANMAST-OK
049200         DISPLAY 'LNADVREC - REWRITE FAILED FOR LOAN '
049300             LM-LOAN-NUMBER ' - STATUS=' W05-LOANMAST-STATUS
049400         ADD 1 TO W02-REWRITE-FAILURES
049500         MOVE 'MASTER REWRITE FAILED - NOT RECOVERED'
049600             TO W07-R-REASON-TEXT
049700         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
049800         GO TO 3100-EXIT
049900     END-IF.
050000     PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT.
050100     ADD W04-RECOVERY-AMOUNT TO AL-RECOVERED-AMOUNT.
050200     SUBTRACT W04-RECOVERY-AMOUNT FROM AL-OUTSTANDING-AMOUNT.
050300     MOVE W04-CYCLE-DATE TO AL-LAST-RECOVERY-DATE.
050400     IF AL-OUTSTANDING-AMOUNT NOT > ZERO
050500         MOVE ZERO TO AL-OPEN-DATE
050600         SET AL-EXIT-NONE TO TRUE
050700         MOVE ZERO TO AL-EXIT-DATE
050800         ADD 1 TO W02-LOANS-CLEARED
050900     END-IF.
051000     REWRITE ADVANCE-LEDGER-RECORD.
051100     IF NOT W05-ADVLEDGR-OK
051200         DISPLAY 'LNADVREC - ADVLEDGR REWRITE FAILED FOR LOAN '
051300             AL-LOAN-NUMBER ' - STATUS=' W05-ADVLEDGR-STATUS
051400             ' - ESCROW TAKEN, LEDGER NOT REDUCED BY '
051500             W04-RECOVERY-AMOUNT
051600         ADD 1 TO W02-LEDGER-FAILURES
051700     END-IF.
051800     ADD 1 TO W02-LOANS-RECOVERED.
051900     ADD W04-RECOVERY-AMOUNT TO W04-TOTAL-RECOVERED.
052000     MOVE SPACES TO ADVANCE-RECOVERY-RECORD.
052100     MOVE AL-LOAN-NUMBER TO AR-LOAN-NUMBER.
052200     MOVE W04-CYCLE-DATE TO AR-RECOVERY-DATE.
052300     MOVE W04-RECOVERY-AMOUNT TO AR-RECOVERY-AMOUNT.
052400     MOVE AL-OUTSTANDING-AMOUNT TO AR-OUTSTANDING-AFTER.
052500     WRITE ADVANCE-RECOVERY-RECORD.
052600     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
052700 3100-EXIT.
052800     EXIT.
052900*
053000*----------------------------------------------------------*
053100* 4000-REVIEW-LEDGER - PASS THE WHOLE LEDGER IN LOAN ORDER, *
053200*     FLAGGING AND LISTING EVERY LOAN STILL OWING AN        *
053300*     ADVANCE THAT IS LEAVING THE PORTFOLIO                 *
053400*----------------------------------------------------------*
053500 4000-REVIEW-LEDGER.
053600     MOVE SPACES TO ADVRPT-RECORD.
053700     MOVE W07-HEADING-EXIT TO ADVRPT-RECORD.
053800     WRITE ADVRPT-RECORD.
053900     MOVE LOW-VALUES TO AL-LOAN-NUMBER.
054000     START ADVLEDGR KEY IS NOT LESS THAN AL-LOAN-NUMBER
054100         INVALID KEY
054200             GO TO 4000-EXIT
054300     END-START.
054400     PERFORM 4200-READ-NEXT-LEDGER THRU 4200-EXIT.
054500     PERFORM 4100-REVIEW-ONE-LOAN THRU 4100-EXIT
054600         UNTIL W01-END-OF-ADVLEDGR.
054700 4000-EXIT.
054800     EXIT.
054900*
055000*----------------------------------------------------------*
055100* 4100-REVIEW-ONE-LOAN - WORK OUT WHETHER A LOAN STILL      *
055200*     OWING AN ADVANCE IS LEAVING THE PORTFOLIO, RECORD ANY *
055300*     CHANGE OF FLAG ON THE LEDGER AND LIST A FLAGGED LOAN, *
055400*     THEN READ AHEAD                                       *
055500*----------------------------------------------------------*
055600 4100-REVIEW-ONE-LOAN.
055700     IF AL-OUTSTANDING-AMOUNT NOT > ZERO
055800         GO TO 4100-NEXT
055900     END-IF.
056000     ADD 1 TO W02-LOANS-OUTSTANDING.
056100     ADD AL-OUTSTANDING-AMOUNT TO W04-TOTAL-OUTSTANDING.
056200     MOVE SPACE TO W01-EXIT-REASON.
056300     MOVE SPACES TO W07-E-NOW-INVESTOR.
056400     MOVE AL-LOAN-NUMBER TO LM-LOAN-NUMBER.
056500     READ LOANMAST
056600         INVALID KEY
056700             MOVE 'D' TO W01-EXIT-REASON
056800         NOT INVALID KEY
056900             MOVE LM-INVESTOR-CODE TO W07-E-NOW-INVESTOR
057000             EVALUATE TRUE
057100                 WHEN LM-STATUS-PAID-OFF
057200                     MOVE 'P' TO W01-EXIT-REASON
057300                 WHEN LM-STATUS-INACTIVE
057400                     MOVE 'I' TO W01-EXIT-REASON
057500                 WHEN LM-INVESTOR-CODE NOT = AL-INVESTOR-CODE
057600                     MOVE 'T' TO W01-EXIT-REASON
057700             END-EVALUATE
057800     END-READ.
057900     IF W01-EXIT-REASON = AL-EXIT-FLAG
058000         GO TO 4100-LIST
058100     END-IF.
058200     IF W01-EXIT-NONE
058300         ADD 1 TO W02-FLAGS-CLEARED
058400         MOVE ZERO TO AL-EXIT-DATE
058500     ELSE
058600         IF AL-EXIT-NONE
058700             ADD 1 TO W02-NEWLY-FLAGGED
058800             MOVE W04-CYCLE-DATE TO AL-EXIT-DATE
058900         END-IF
059000     END-IF.
059100     MOVE W01-EXIT-REASON TO AL-EXIT-FLAG.
059200     REWRITE ADVANCE-LEDGER-RECORD.
059300     IF NOT W05-ADVLEDGR-OK
059400         DISPLAY 'LNADVREC - ADVLEDGR REWRITE FAILED FOR LOAN '
059500             AL-LOAN-NUMBER ' - STATUS=' W05-ADVLEDGR-STATUS
059600         ADD 1 TO W02-LEDGER-FAILURES
059700     END-IF.
059800 4100-LIST.
059900     IF NOT AL-EXIT-NONE
060000         PERFORM 6200-WRITE-EXIT-LINE THRU 6200-EXIT
060100     END-IF.
060200 4100-NEXT.
060300     PERFORM 4200-READ-NEXT-LEDGER THRU 4200-EXIT.
060400 4100-EXIT.
060500     EXIT.
060600*
060700*----------------------------------------------------------*
060800* 4200-READ-NEXT-LEDGER - READ THE NEXT ADVANCE LEDGER      *
060900*     RECORD                                                *
061000*----------------------------------------------------------*
061100 4200-READ-NEXT-LEDGER.
061200     READ ADVLEDGR NEXT RECORD
061300         AT END
061400             SET W01-END-OF-ADVLEDGR TO TRUE
061500     END-READ.
061600 4200-EXIT.
061700     EXIT.
061800*
061900*----------------------------------------------------------*
062000* 4500-WRITE-JOURNAL - RECORD THE RECOVERY'S MASTER UPDATE  *
062100*     ON THE CHANGE JOURNAL WITH THE BEFORE IMAGE CAPTURED  *
062200*     AHEAD OF THE ESCROW DEBIT                             *
062300*----------------------------------------------------------*
062400 4500-WRITE-JOURNAL.
062500     SET JR-ACTION-WRITE TO TRUE.
062600     MOVE 'LNADVREC' TO JR-PROGRAM-ID.
062700     MOVE 'ADVANCE RECOVERY' TO JR-TRANSACTION.
062800     MOVE LM-LOAN-NUMBER TO JR-LOAN-NUMBER.
062900     MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE.
063000     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
063100 4500-EXIT.
063200     EXIT.
063300*
063400*----------------------------------------------------------*
063500* 6000-WRITE-DETAIL - WRITE ONE RECOVERY REGISTER LINE      *
063600*----------------------------------------------------------*
063700 6000-WRITE-DETAIL.
063800     MOVE AL-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
063900     MOVE W03-COLL-AMOUNT(W03-COLL-IDX) TO W07-D-COLLECTED.
064000     MOVE W04-RECOVERY-AMOUNT TO W07-D-RECOVERED.
064100     MOVE AL-OUTSTANDING-AMOUNT TO W07-D-OUTSTANDING.
064200     MOVE LM-ESCROW-BALANCE TO W07-D-ESCROW.
064300     MOVE SPACES TO ADVRPT-RECORD.
064400     MOVE W07-DETAIL-LINE TO ADVRPT-RECORD.
064500     WRITE ADVRPT-RECORD.
064600 6000-EXIT.
064700     EXIT.
064800*
064900*----------------------------------------------------------*
065000* 6100-WRITE-REJECT - COUNT A LOAN NOT RECOVERED AND WRITE  *
065100*     ITS REGISTER LINE FROM THE FIELDS THE CALLER SET      *
065200*----------------------------------------------------------*
065300 6100-WRITE-REJECT.
065400     ADD 1 TO W02-LOANS-NOT-RECOVERED.
065500     MOVE SPACES TO ADVRPT-RECORD.
065600     MOVE W07-REJECT-LINE TO ADVRPT-RECORD.
065700     WRITE ADVRPT-RECORD.
065800 6100-EXIT.
065900     EXIT.
066000*
066100*----------------------------------------------------------*
066200* 6200-WRITE-EXIT-LINE - COUNT AND LIST ONE FLAGGED LOAN.   *
066300*     'NEW' MARKS A LOAN FLAGGED ON THIS RUN                *
066400*----------------------------------------------------------*
066500 6200-WRITE-EXIT-LINE.
066600     ADD 1 TO W02-LOANS-FLAGGED.
066700     ADD AL-OUTSTANDING-AMOUNT TO W04-TOTAL-FLAGGED.
066800     MOVE AL-LOAN-NUMBER TO W07-E-LOAN-NUMBER.
066900     MOVE AL-INVESTOR-CODE TO W07-E-INVESTOR.
067000     EVALUATE TRUE
067100         WHEN AL-EXIT-PAID-OFF
067200             MOVE 'PAID OFF' TO W07-E-REASON-TEXT
067300         WHEN AL-EXIT-INACTIVE
067400             MOVE 'INACTIVE' TO W07-E-REASON-TEXT
067500         WHEN AL-EXIT-PURGED
067600             MOVE 'PURGED FROM MASTER' TO W07-E-REASON-TEXT
067700         WHEN AL-EXIT-TRANSFERRED
067800             MOVE 'INVESTOR CHANGED' TO W07-E-REASON-TEXT
067900     END-EVALUATE.
068000     MOVE AL-EXIT-DATE TO W07-E-EXIT-DATE.
068100     MOVE AL-OUTSTANDING-AMOUNT TO W07-E-OUTSTANDING.
068200     IF AL-EXIT-DATE = W04-CYCLE-DATE
068300         MOVE 'NEW' TO W07-E-NOTE
068400     ELSE
068500         MOVE SPACES TO W07-E-NOTE
068600     END-IF.
068700     MOVE SPACES TO ADVRPT-RECORD.
068800     MOVE W07-EXIT-LINE TO ADVRPT-RECORD.
068900     WRITE ADVRPT-RECORD.
069000 6200-EXIT.
069100     EXIT.
069200*
069300*----------------------------------------------------------*
069400* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS AT THE BOTTOM    *
069500*     OF THE REGISTER                                       *
069600*----------------------------------------------------------*
069700 8000-WRITE-TOTALS.
069800     MOVE 'NET ESCROW COLLECTED' TO W07-T-CAPTION.
069900     MOVE W03-COLL-COUNT TO W07-T-COUNT.
070000     MOVE W04-TOTAL-COLLECTED TO W07-T-AMOUNT.
070100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
070200     MOVE 'ADVANCES RECOVERED' TO W07-T-CAPTION.
070300     MOVE W02-LOANS-RECOVERED TO W07-T-COUNT.
070400     MOVE W04-TOTAL-RECOVERED TO W07-T-AMOUNT.
070500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
070600     MOVE '  ADVANCES CLEARED' TO W07-T-CAPTION.
070700     MOVE W02-LOANS-CLEARED TO W07-T-COUNT.
070800     MOVE ZERO TO W07-T-AMOUNT.
070900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
071000     MOVE 'LOANS NOT RECOVERED' TO W07-T-CAPTION.
071100     MOVE W02-LOANS-NOT-RECOVERED TO W07-T-COUNT.
071200     MOVE ZERO TO W07-T-AMOUNT.
071300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
071400     MOVE 'ALREADY RECOVERED THIS CYCLE' TO W07-T-CAPTION.
071500     MOVE W02-ALREADY-RECOVERED TO W07-T-COUNT.
071600     MOVE ZERO TO W07-T-AMOUNT.
071700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
071800     MOVE 'ADVANCES OUTSTANDING' TO W07-T-CAPTION.
071900     MOVE W02-LOANS-OUTSTANDING TO W07-T-COUNT.
072000     MOVE W04-TOTAL-OUTSTANDING TO W07-T-AMOUNT.
072100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
072200     MOVE 'ON LOANS LEAVING PORTFOLIO' TO W07-T-CAPTION.
072300     MOVE W02-LOANS-FLAGGED TO W07-T-COUNT.
072400     MOVE W04-TOTAL-FLAGGED TO W07-T-AMOUNT.
072500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
072600     MOVE '  FLAGGED ON THIS RUN' TO W07-T-CAPTION.
072700     MOVE W02-NEWLY-FLAGGED TO W07-T-COUNT.
072800     MOVE ZERO TO W07-T-AMOUNT.
072900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
073000     MOVE '  FLAGS CLEARED ON THIS RUN' TO W07-T-CAPTION.
073100     MOVE W02-FLAGS-CLEARED TO W07-T-COUNT.
073200     MOVE ZERO TO W07-T-AMOUNT.
073300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
073400 8000-EXIT.
073500     EXIT.
073600*
073700*----------------------------------------------------------*
073800* 8100-WRITE-TOTAL-LINE - WRITE ONE CAPTIONED TOTAL LINE    *
073900*----------------------------------------------------------*
074000 8100-WRITE-TOTAL-LINE.
074100     MOVE SPACES TO ADVRPT-RECORD.
074200     MOVE W07-TOTAL-LINE TO ADVRPT-RECORD.
074300     WRITE ADVRPT-RECORD.
074400 8100-EXIT.
074500     EXIT.
074600*
074700*----------------------------------------------------------*
074800* 9000-TERMINATE - CLOSE ALL FILES                          *
074900*----------------------------------------------------------*
075000 9000-TERMINATE.
075100     CLOSE LOANMAST.
075200     CLOSE ADVLEDGR.
075300     CLOSE ADVRCVY.
075400     CLOSE ADVRPT.
075500 9000-EXIT.
075600     EXIT.
075700*
075800*----------------------------------------------------------*
075900* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
076000*----------------------------------------------------------*
076100 9999-EXIT.
076200     MOVE 'ENDRUN' TO JR-ACTION.
076300     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
076400     GOBACK.
