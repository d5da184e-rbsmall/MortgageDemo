000100 IDENTIFICATION DIVISION.
000200*
000300* PAYMENT REVERSAL AND NSF PROCESSOR - BACKS AN APPLIED PAYMENT
000400* OUT OF THE LOAN MASTER WHEN THE MONEY TURNS OUT NOT TO BE
000500* GOOD: A RETURNED ACH DRAFT, A RETURNED (NSF) CHECK OR A
000600* LOCKBOX REVERSAL.  THE APPLIER STILL REJECTS A NEGATIVE PPST
000700* TO THE DEAD-LETTER FILE; CASH POSTING RESEARCHES IT AND KEYS
000800* ONE REVERSAL TRANSACTION NAMING THE ORIGINAL PAYMENT BY LOAN,
000900* PAID DATE AND AMOUNT, INSTEAD OF HAND-PATCHING THE MASTER.
001000*
001100* THE ORIGINAL PAYMENT HISTORY RECORD SUPPLIES THE SPLIT THAT
001200* IS BACKED OUT - PRINCIPAL BACK ONTO THE UNPAID BALANCE, THE
001300* ESCROW PIECE OFF THE ESCROW BALANCE AND THE LATE CHARGES IT
001400* SATISFIED BACK ONTO THE LATE-CHARGE BALANCE.  THE DUE DATE
001500* AND PAYMENTS-MADE COUNT ROLL BACK ONE MONTH, AND A LOAN THE
001600* PAYMENT HAD PAID OFF IS RE-OPENED.  AN OFFSETTING REVERSAL
001700* RECORD GOES ON THE PAYMENT HISTORY SO THE YEAR-END INTEREST
001800* SWEEP AND THE CASH RECON STOP COUNTING MONEY WE NEVER KEPT,
001900* AND A RETURNED ITEM IS ASSESSED THE NSF FEE ON THE LATE-
002000* CHARGE BALANCE.  EVERY MASTER UPDATE IS JOURNALED THROUGH
002100* LNJRNL, AND EVERY REVERSAL IS LOGGED ON PAYREVLG SO THE SAME
002200* PAYMENT CAN NEVER BE BACKED OUT TWICE.
002210*
002220* A PAYOFF ON THE HISTORY IS NOT BACKED OUT HERE.  THE PAYOFF
002230* RETIRED THE LOAN AND REFUNDED ITS ESCROW, SO UNDOING IT IS NOT
002240* AN INSTALLMENT ROLLBACK - THE TRANSACTION IS REJECTED TO THE
002250* DESK WITH THE REASON ON THE REGISTER.
002300*
002400* THE PAYMENT HISTORY IS PASSED ONCE FOR ALL OF THE RUN'S
002500* TRANSACTIONS, SO THEY ARE LOADED INTO A TABLE FIRST.
002600*
002700 PROGRAM-ID.  LNPMTREV.
002800 AUTHOR.      R SMALL.
002900 INSTALLATION. MORTGAGE SERVICING DIVISION.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200*
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                      *
003500*-----------------------------------------------------------*
003600* DATE       INIT DESCRIPTION                                *
003700* 10/15/2026 RS   ORIGINAL - PAYMENT REVERSAL/NSF PROCESSOR   *
003710* 10/15/2026 RS   PAYOFFS REJECTED TO THE DESK, NOT BACKED    *
003720*                 OUT; PAYMENT HISTORY RECORD NOW 74 BYTES    *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT LOANMAST ASSIGN TO LOANMAST
004300         ORGANIZATION INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS LM-LOAN-NUMBER
004600         FILE STATUS IS W05-LOANMAST-STATUS.
004700     SELECT REVTRAN ASSIGN TO REVTRAN
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS W05-REVTRAN-STATUS.
005000     SELECT PAYHIST ASSIGN TO PAYHIST
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS W05-PAYHIST-STATUS.
005300     SELECT PAYREVLG ASSIGN TO PAYREVLG
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS W05-PAYREVLG-STATUS.
005600     SELECT REVRPT ASSIGN TO REVRPT
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS W05-REVRPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOANMAST.
006200     COPY LOANMAST.
006300 FD  REVTRAN
006400     RECORD CONTAINS 40 CHARACTERS.
006500     COPY REVTRN.
006600 FD  PAYHIST
006700     RECORD CONTAINS 74 CHARACTERS.
006800     COPY PAYHREC.
006900 FD  PAYREVLG
007000     RECORD CONTAINS 50 CHARACTERS.
007100     COPY PAYREVLG.
007200 FD  REVRPT
007300     RECORDING MODE IS F.
007400 01  REVRPT-RECORD               PIC X(132).
007500 WORKING-STORAGE SECTION.
007600*
007700*    SWITCHES
007800*
007900 01  W01-REVTRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
008000     88  W01-END-OF-REVTRAN          VALUE 'Y'.
008100 01  W01-PAYHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
008200     88  W01-END-OF-PAYHIST          VALUE 'Y'.
008300 01  W01-PAYREVLG-EOF-SWITCH     PIC X(01) VALUE 'N'.
008400     88  W01-END-OF-PAYREVLG         VALUE 'Y'.
008500 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
008600     88  W01-LOAN-FOUND              VALUE 'Y'.
008700 01  W01-ENTRY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
008800     88  W01-ENTRY-FOUND             VALUE 'Y'.
008900 01  W01-REJECT-SWITCH           PIC X(01) VALUE 'N'.
009000     88  W01-TRANS-REJECTED          VALUE 'Y'.
009100 01  W01-REOPENED-SWITCH         PIC X(01) VALUE 'N'.
009200     88  W01-LOAN-REOPENED           VALUE 'Y'.
009300*
009400*    COUNTERS
009500*
009600 01  W02-TRANS-READ              PIC 9(07) VALUE 0.
009700 01  W02-TRANS-REJECTED          PIC 9(07) VALUE 0.
009800 01  W02-PAYMENTS-REVERSED       PIC 9(07) VALUE 0.
009900 01  W02-LOANS-REOPENED          PIC 9(07) VALUE 0.
010000 01  W02-NSF-FEES-ASSESSED       PIC 9(07) VALUE 0.
010100 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
010200 01  W02-HISTORY-READ            PIC 9(07) VALUE 0.
010300 01  W02-LOG-READ                PIC 9(07) VALUE 0.
010400*
010500*    RETURNED-ITEM FEE - KEEP IN STEP WITH THE NOTE TERMS       *
010600*
010700 01  W03-NSF-FEE                 PIC S9(03)V99 COMP-3 VALUE 25.00.
010800*
010900*    TABLE OF THE RUN'S ACCEPTED REVERSAL TRANSACTIONS.  THE    *
011000*    PAYMENT HISTORY PASS COUNTS EACH ONE'S MATCHING PAYMENTS   *
011100*    AND KEEPS THE SPLIT OF THE FIRST ONE NOT ALREADY REVERSED  *
011200*    PER THE REVERSAL LOG, AND WHETHER THAT ONE IS A PAYOFF     *
011300*
011400 01  W03-REV-COUNT               PIC 9(05) COMP VALUE 0.
011500 01  W03-REV-TABLE.
011600     05  W03-REV-ENTRY           OCCURS 1 TO 1000 TIMES
011700                                 DEPENDING ON W03-REV-COUNT
011800                                 INDEXED BY W03-REV-IDX.
011900         10  W03-REV-LOAN        PIC X(10).
012000         10  W03-REV-PAID-DATE   PIC 9(08).
012100         10  W03-REV-AMOUNT      PIC S9(09)V99 COMP-3.
012200         10  W03-REV-REASON      PIC X(01).
012300             88  W03-REV-RETURNED        VALUE 'N'.
012400         10  W03-REV-ON-HISTORY  PIC 9(05) COMP.
012500         10  W03-REV-ALREADY     PIC 9(05) COMP.
012510         10  W03-REV-PAYOFF      PIC X(01).
012530             88  W03-REV-IS-PAYOFF       VALUE 'Y'.
012600         10  W03-REV-PRINCIPAL   PIC S9(09)V99 COMP-3.
012700         10  W03-REV-INTEREST    PIC S9(07)V99 COMP-3.
012800         10  W03-REV-ESCROW      PIC S9(07)V99 COMP-3.
012900         10  W03-REV-LATE        PIC S9(05)V99 COMP-3.
013000*
013100*    CYCLE DATE, DATE EDIT AND DUE-DATE ROLLBACK FIELDS
013200*
013300 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
013400 01  W04-PAID-DATE-WORK          PIC 9(08) VALUE 0.
013500 01  W04-PAID-DATE-PARTS REDEFINES W04-PAID-DATE-WORK.
013600     05  W04-PAID-YYYY           PIC 9(04).
013700     05  W04-PAID-MM             PIC 9(02).
013800     05  W04-PAID-DD             PIC 9(02).
013900 01  W04-DUE-DATE-WORK           PIC 9(08) VALUE 0.
014000 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
014100     05  W04-DUE-YYYY            PIC 9(04).
014200     05  W04-DUE-MM              PIC 9(02).
014300     05  W04-DUE-DD              PIC 9(02).
014400 01  W04-FEE-ASSESSED            PIC S9(03)V99 COMP-3 VALUE 0.
014500 01  W04-TOTAL-REVERSED          PIC S9(11)V99 COMP-3 VALUE 0.
014600 01  W04-TOTAL-PRINCIPAL         PIC S9(11)V99 COMP-3 VALUE 0.
014700 01  W04-TOTAL-INTEREST          PIC S9(11)V99 COMP-3 VALUE 0.
014800 01  W04-TOTAL-ESCROW            PIC S9(11)V99 COMP-3 VALUE 0.
014900 01  W04-TOTAL-LATE              PIC S9(11)V99 COMP-3 VALUE 0.
015000 01  W04-TOTAL-FEES              PIC S9(11)V99 COMP-3 VALUE 0.
015100*
015200*    REPORT LINE LAYOUTS
015300*
015400 01  W07-HEADING-1.
015500     05  FILLER                  PIC X(40)
015600         VALUE 'PAYMENT REVERSAL REGISTER - CYCLE DATE '.
015700     05  W07-H1-CYCLE-DATE       PIC 9(08).
015800 01  W07-DETAIL-LINE.
015900     05  FILLER                  PIC X(05) VALUE 'LOAN '.
016000     05  W07-D-LOAN-NUMBER       PIC X(10).
016100     05  FILLER                  PIC X(06) VALUE ' PAID '.
016200     05  W07-D-PAID-DATE         PIC 9(08).
016300     05  FILLER                  PIC X(05) VALUE ' AMT '.
016400     05  W07-D-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
016500     05  FILLER                  PIC X(06) VALUE ' PRIN '.
016600     05  W07-D-PRINCIPAL         PIC ZZZ,ZZZ,ZZ9.99.
016700     05  FILLER                  PIC X(05) VALUE ' INT '.
016800     05  W07-D-INTEREST          PIC ZZZ,ZZ9.99.
016900     05  FILLER                  PIC X(05) VALUE ' ESC '.
017000     05  W07-D-ESCROW            PIC ZZZ,ZZ9.99.
017100     05  FILLER                  PIC X(04) VALUE ' LC '.
017200     05  W07-D-LATE              PIC ZZ,ZZ9.99.
017300     05  FILLER                  PIC X(05) VALUE ' FEE '.
017400     05  W07-D-FEE               PIC ZZ9.99.
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  W07-D-NOTE              PIC X(09).
017700 01  W07-REJECT-LINE.
017800     05  FILLER                  PIC X(16)
017900         VALUE 'REJECTED - LOAN '.
018000     05  W07-R-LOAN-NUMBER       PIC X(10).
018100     05  FILLER                  PIC X(06) VALUE ' PAID '.
018200     05  W07-R-PAID-DATE         PIC X(08).
018300     05  FILLER                  PIC X(05) VALUE ' AMT '.
018400     05  W07-R-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
018500     05  FILLER                  PIC X(03) VALUE ' - '.
018600     05  W07-R-REASON-TEXT       PIC X(40).
018700 01  W07-TOTAL-LINE.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  W07-T-CAPTION           PIC X(24).
019000     05  W07-T-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
019100 01  W07-COUNT-LINE.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  W07-C-CAPTION           PIC X(24).
019400     05  W07-C-COUNT             PIC ZZZ,ZZ9.
019500*
019600*    FILE STATUS FIELDS
019700*
019800 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
019900     88  W05-LOANMAST-OK             VALUE '00'.
020000 01  W05-REVTRAN-STATUS          PIC X(02) VALUE SPACES.
020100     88  W05-REVTRAN-OK              VALUE '00'.
020200     88  W05-REVTRAN-EOF             VALUE '10'.
020300 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
020400     88  W05-PAYHIST-OK              VALUE '00'.
020500     88  W05-PAYHIST-EOF             VALUE '10'.
020600     88  W05-PAYHIST-NOFILE          VALUE '35'.
020700 01  W05-PAYREVLG-STATUS         PIC X(02) VALUE SPACES.
020800     88  W05-PAYREVLG-OK             VALUE '00'.
020900     88  W05-PAYREVLG-EOF            VALUE '10'.
021000     88  W05-PAYREVLG-NOFILE         VALUE '35'.
021100 01  W05-REVRPT-STATUS           PIC X(02) VALUE SPACES.
021200     88  W05-REVRPT-OK               VALUE '00'.
021300*
021400*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY MASTER   *
021500*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
021600*
021700     COPY JRNLREC.
021800*
021900*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
022000*    AND END OF THE RUN                                        *
022100*
022200     COPY CYCREQ.
022300 PROCEDURE DIVISION.
022400*
022500*----------------------------------------------------------*
022600* 0000-MAINLINE                                            *
022700*----------------------------------------------------------*
022800 0000-MAINLINE.
022900     DISPLAY 'LNPMTREV STARTING'.
023000     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
023100     IF CY-RESULT-REFUSED
023200         MOVE 16 TO RETURN-CODE
023300         GO TO 9999-EXIT
023400     END-IF.
023500     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023700     PERFORM 2000-LOAD-TRANS THRU 2000-EXIT
023800         UNTIL W01-END-OF-REVTRAN.
023900     PERFORM 2400-READ-REVERSAL-LOG THRU 2400-EXIT.
024000     PERFORM 2700-SCAN-HISTORY THRU 2700-EXIT.
024100     IF W03-REV-COUNT > ZERO
024200         PERFORM 3000-PROCESS-REVERSAL THRU 3000-EXIT
024300             VARYING W03-REV-IDX FROM 1 BY 1
024400             UNTIL W03-REV-IDX > W03-REV-COUNT
024500     END-IF.
024600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024800     DISPLAY 'LNPMTREV COMPLETE - READ=' W02-TRANS-READ
024900         ' REVERSED=' W02-PAYMENTS-REVERSED
025000         ' REOPENED=' W02-LOANS-REOPENED
025100         ' NSF FEES=' W02-NSF-FEES-ASSESSED
025200         ' REJECTED=' W02-TRANS-REJECTED
025300         ' REWRITE FAILURES=' W02-REWRITE-FAILURES.
025400     IF W02-TRANS-REJECTED > 0
025500         OR W02-REWRITE-FAILURES > 0
025600         MOVE 4 TO RETURN-CODE
025700     END-IF.
025800     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
025900     GO TO 9999-EXIT.
026000*
026100*----------------------------------------------------------*
026200* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
026300*     CYCLE WITH THE RUN-CONTROL MANAGER.  REVERSALS RUN     *
026400*     BEHIND THE APPLIER SO A PAYMENT POSTED TONIGHT CAN BE  *
026500*     FOUND ON THE HISTORY.  THE ZERO CYCLE DATE TELLS       *
026600*     LNCYCCTL TO RESOLVE IT FROM THE CYCDATE CONTROL FILE;  *
026700*     THE RESOLVED DATE DATES THE REVERSAL HISTORY RECORDS   *
026800*----------------------------------------------------------*
026900 0100-CYCLE-START.
027000     SET CY-ACTION-START TO TRUE.
027100     MOVE 'LNPMTREV' TO CY-JOB-NAME.
027200     MOVE 'LNAPPPMT' TO CY-PREDECESSOR.
027300     MOVE ZERO TO CY-CYCLE-DATE.
027400     MOVE ZERO TO CY-RETURN-CODE.
027500     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
027600 0100-EXIT.
027700     EXIT.
027800*
027900*----------------------------------------------------------*
028000* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
028100*     RETURN CODE FOR THE CYCLE                              *
028200*----------------------------------------------------------*
028300 0200-CYCLE-END.
028400     SET CY-ACTION-ENDJOB TO TRUE.
028500     MOVE RETURN-CODE TO CY-RETURN-CODE.
028600     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
028700 0200-EXIT.
028800     EXIT.
028900*
029000*----------------------------------------------------------*
029100* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REGISTER      *
029200*     HEADING AND PRIME THE FIRST TRANSACTION               *
029300*----------------------------------------------------------*
029400 1000-INITIALIZE.
029500     DISPLAY 'LNPMTREV - CYCLE DATE IS ' W04-CYCLE-DATE.
029600     OPEN I-O LOANMAST.
029700     IF NOT W05-LOANMAST-OK
029800         DISPLAY 'LNPMTREV - LOANMAST OPEN FAILED - STATUS='
029900             W05-LOANMAST-STATUS
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     OPEN INPUT REVTRAN.
030400     IF NOT W05-REVTRAN-OK
030500         DISPLAY 'LNPMTREV - REVTRAN OPEN FAILED - STATUS='
030600             W05-REVTRAN-STATUS
030700         MOVE 16 TO RETURN-CODE
030800         GO TO 9999-EXIT
030900     END-IF.
031000     OPEN OUTPUT REVRPT.
031100     IF NOT W05-REVRPT-OK
031200         DISPLAY 'LNPMTREV - REVRPT OPEN FAILED - STATUS='
031300             W05-REVRPT-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         GO TO 9999-EXIT
031600     END-IF.
031700     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
031800     MOVE SPACES TO REVRPT-RECORD.
031900     MOVE W07-HEADING-1 TO REVRPT-RECORD.
032000     WRITE REVRPT-RECORD.
032100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400*
032500*----------------------------------------------------------*
032600* 2000-LOAD-TRANS - EDIT ONE REVERSAL TRANSACTION AND ADD   *
032700*     IT TO THE TABLE, THEN READ AHEAD                      *
032800*----------------------------------------------------------*
032900 2000-LOAD-TRANS.
033000     ADD 1 TO W02-TRANS-READ.
033100     MOVE 'N' TO W01-REJECT-SWITCH.
033200     PERFORM 2200-EDIT-TRANS THRU 2200-EXIT.
033300     IF NOT W01-TRANS-REJECTED
033400         ADD 1 TO W03-REV-COUNT
033500         SET W03-REV-IDX TO W03-REV-COUNT
033600         MOVE RV-LOAN-NUMBER TO W03-REV-LOAN(W03-REV-IDX)
033700         MOVE RV-PAID-DATE TO W03-REV-PAID-DATE(W03-REV-IDX)
033800         MOVE RV-AMOUNT TO W03-REV-AMOUNT(W03-REV-IDX)
033900         MOVE RV-REASON TO W03-REV-REASON(W03-REV-IDX)
034000         MOVE ZERO TO W03-REV-ON-HISTORY(W03-REV-IDX)
034100         MOVE ZERO TO W03-REV-ALREADY(W03-REV-IDX)
034110         MOVE 'N' TO W03-REV-PAYOFF(W03-REV-IDX)
034200         MOVE ZERO TO W03-REV-PRINCIPAL(W03-REV-IDX)
034300         MOVE ZERO TO W03-REV-INTEREST(W03-REV-IDX)
034400         MOVE ZERO TO W03-REV-ESCROW(W03-REV-IDX)
034500         MOVE ZERO TO W03-REV-LATE(W03-REV-IDX)
034600     END-IF.
034700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000*
035100*----------------------------------------------------------*
035200* 2100-READ-TRANS - READ THE NEXT REVERSAL TRANSACTION      *
035300*----------------------------------------------------------*
035400 2100-READ-TRANS.
035500     READ REVTRAN
035600         AT END
035700             SET W01-END-OF-REVTRAN TO TRUE
035800     END-READ.
035900 2100-EXIT.
036000     EXIT.
036100*
036200*----------------------------------------------------------*
036300* 2200-EDIT-TRANS - VALIDATE ONE REVERSAL TRANSACTION.  THE *
036400*     FIRST FAILED EDIT WRITES THE REJECT LINE AND ENDS THE *
036500*     EDIT PASS                                             *
036600*----------------------------------------------------------*
036700 2200-EDIT-TRANS.
036800     MOVE RV-LOAN-NUMBER TO W07-R-LOAN-NUMBER.
036900     MOVE RV-PAID-DATE TO W07-R-PAID-DATE.
037000     IF RV-AMOUNT NUMERIC
037100         MOVE RV-AMOUNT TO W07-R-AMOUNT
037200     ELSE
037300         MOVE ZERO TO W07-R-AMOUNT
037400     END-IF.
037500     IF RV-LOAN-NUMBER = SPACES
037600         OR RV-LOAN-NUMBER NOT NUMERIC
037700         MOVE 'LOAN NUMBER NOT 10 DIGITS' TO W07-R-REASON-TEXT
037800         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
037900         GO TO 2200-EXIT
038000     END-IF.
038100     IF RV-PAID-DATE NOT NUMERIC
038200         MOVE 'PAID DATE NOT NUMERIC' TO W07-R-REASON-TEXT
038300         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
038400         GO TO 2200-EXIT
038500     END-IF.
038600     MOVE RV-PAID-DATE TO W04-PAID-DATE-WORK.
038700     IF W04-PAID-YYYY < 1950 OR W04-PAID-YYYY > 2099
038800         OR W04-PAID-MM < 1 OR W04-PAID-MM > 12
038900         OR W04-PAID-DD < 1 OR W04-PAID-DD > 31
039000         MOVE 'PAID DATE NOT A VALID DATE' TO W07-R-REASON-TEXT
039100         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
039200         GO TO 2200-EXIT
039300     END-IF.
039400     IF RV-PAID-DATE > W04-CYCLE-DATE
039500         MOVE 'PAID DATE IS AFTER THE CYCLE DATE' TO
039600             W07-R-REASON-TEXT
039700         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
039800         GO TO 2200-EXIT
039900     END-IF.
040000     IF RV-AMOUNT NOT NUMERIC
040100         OR RV-AMOUNT = ZERO
040200         MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO W07-R-REASON-TEXT
040300         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
040400         GO TO 2200-EXIT
040500     END-IF.
040600     IF NOT RV-REASON-RETURNED AND NOT RV-REASON-REVERSAL
040700         MOVE 'REASON CODE NOT N OR R' TO W07-R-REASON-TEXT
040800         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
040900         GO TO 2200-EXIT
041000     END-IF.
041100     PERFORM 2300-SEARCH-TRANS THRU 2300-EXIT.
041200     IF W01-ENTRY-FOUND
041300         MOVE 'DUPLICATE OF AN EARLIER TRANSACTION' TO
041400             W07-R-REASON-TEXT
041500         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
041600         GO TO 2200-EXIT
041700     END-IF.
041800     IF W03-REV-COUNT >= 1000
041900         MOVE 'TABLE FULL - RESUBMIT NEXT CYCLE' TO
042000             W07-R-REASON-TEXT
042100         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500*
042600*----------------------------------------------------------*
042700* 2300-SEARCH-TRANS - LOOK THE CURRENT TRANSACTION'S LOAN,  *
042800*     PAID DATE AND AMOUNT UP IN THE TABLE, LEAVING THE     *
042900*     TABLE INDEX ON A HIT                                  *
043000*----------------------------------------------------------*
043100 2300-SEARCH-TRANS.
043200     MOVE 'N' TO W01-ENTRY-FOUND-SWITCH.
043300     IF W03-REV-COUNT = ZERO
043400         GO TO 2300-EXIT
043500     END-IF.
043600     SET W03-REV-IDX TO 1.
043700     SEARCH W03-REV-ENTRY VARYING W03-REV-IDX
043800         AT END
043900             CONTINUE
044000         WHEN W03-REV-LOAN(W03-REV-IDX) = RV-LOAN-NUMBER
044100             AND W03-REV-PAID-DATE(W03-REV-IDX) = RV-PAID-DATE
044200             AND W03-REV-AMOUNT(W03-REV-IDX) = RV-AMOUNT
044300             SET W01-ENTRY-FOUND TO TRUE
044400     END-SEARCH.
044500 2300-EXIT.
044600     EXIT.
044700*
044800*----------------------------------------------------------*
044900* 2400-READ-REVERSAL-LOG - COUNT THE REVERSALS ALREADY      *
045000*     LOGGED AGAINST EACH TABLE ENTRY'S PAYMENT.  NO LOG    *
045100*     YET MEANS NOTHING HAS EVER BEEN REVERSED              *
045200*----------------------------------------------------------*
045300 2400-READ-REVERSAL-LOG.
045400     IF W03-REV-COUNT = ZERO
045500         GO TO 2400-EXIT
045600     END-IF.
045700     OPEN INPUT PAYREVLG.
045800     IF W05-PAYREVLG-NOFILE
045900         GO TO 2400-EXIT
046000     END-IF.
046100     IF NOT W05-PAYREVLG-OK
046200         DISPLAY 'LNPMTREV - PAYREVLG OPEN FAILED - STATUS='
046300             W05-PAYREVLG-STATUS
046400         MOVE 16 TO RETURN-CODE
046500         GO TO 9999-EXIT
046600     END-IF.
046700     PERFORM 2450-READ-LOG-RECORD THRU 2450-EXIT
046800         UNTIL W01-END-OF-PAYREVLG.
046900     CLOSE PAYREVLG.
047000 2400-EXIT.
047100     EXIT.
047200*
047300*----------------------------------------------------------*
047400* 2450-READ-LOG-RECORD - READ ONE REVERSAL LOG RECORD AND   *
047500*     COUNT IT AGAINST ITS TABLE ENTRY, IF ANY              *
047600*----------------------------------------------------------*
047700 2450-READ-LOG-RECORD.
047800     READ PAYREVLG
047900         AT END
048000             SET W01-END-OF-PAYREVLG TO TRUE
048100             GO TO 2450-EXIT
048200     END-READ.
048300     ADD 1 TO W02-LOG-READ.
048400     SET W03-REV-IDX TO 1.
048500     SEARCH W03-REV-ENTRY VARYING W03-REV-IDX
048600         AT END
048700             CONTINUE
048800         WHEN W03-REV-LOAN(W03-REV-IDX) = RL-LOAN-NUMBER
048900             AND W03-REV-PAID-DATE(W03-REV-IDX) = RL-PAID-DATE
049000             AND W03-REV-AMOUNT(W03-REV-IDX) = RL-AMOUNT
049100             ADD 1 TO W03-REV-ALREADY(W03-REV-IDX)
049200     END-SEARCH.
049300 2450-EXIT.
049400     EXIT.
049500*
049600*----------------------------------------------------------*
049700* 2700-SCAN-HISTORY - PASS THE PAYMENT HISTORY ONCE,        *
049800*     MATCHING EVERY PAYMENT RECORD AGAINST THE TABLE, THEN *
049900*     REOPEN IT TO TAKE THE REVERSAL RECORDS                *
050000*----------------------------------------------------------*
050100 2700-SCAN-HISTORY.
050200     IF W03-REV-COUNT = ZERO
050300         GO TO 2700-EXIT
050400     END-IF.
050500     OPEN INPUT PAYHIST.
050600     IF W05-PAYHIST-NOFILE
050700         SET W01-END-OF-PAYHIST TO TRUE
050800     ELSE
050900         IF NOT W05-PAYHIST-OK
051000             DISPLAY 'LNPMTREV - PAYHIST OPEN FAILED - STATUS='
051100                 W05-PAYHIST-STATUS
051200             MOVE 16 TO RETURN-CODE
051300             GO TO 9999-EXIT
051400         END-IF
051500         PERFORM 2750-MATCH-HISTORY THRU 2750-EXIT
051600             UNTIL W01-END-OF-PAYHIST
051700         CLOSE PAYHIST
051800     END-IF.
051900     OPEN EXTEND PAYHIST.
052000     IF W05-PAYHIST-NOFILE
052100         OPEN OUTPUT PAYHIST
052200     END-IF.
052300     IF NOT W05-PAYHIST-OK
052400         DISPLAY 'LNPMTREV - PAYHIST REOPEN FAILED - STATUS='
052500             W05-PAYHIST-STATUS
052600         MOVE 16 TO RETURN-CODE
052700         GO TO 9999-EXIT
052800     END-IF.
052900     OPEN EXTEND PAYREVLG.
053000     IF W05-PAYREVLG-NOFILE
053100         OPEN OUTPUT PAYREVLG
053200     END-IF.
053300     IF NOT W05-PAYREVLG-OK
053400         DISPLAY 'LNPMTREV - PAYREVLG REOPEN FAILED - STATUS='
053500             W05-PAYREVLG-STATUS
053600         MOVE 16 TO RETURN-CODE
053700         GO TO 9999-EXIT
053800     END-IF.
053900 2700-EXIT.
054000     EXIT.
054100*
054200*----------------------------------------------------------*
054300* 2750-MATCH-HISTORY - READ ONE HISTORY RECORD.  A PAYMENT  *
054400*     MATCHING A TABLE ENTRY IS COUNTED, AND THE SPLIT OF   *
054500*     THE FIRST ONE THE LOG DOES NOT ALREADY ACCOUNT FOR IS *
054600*     KEPT AS THE ONE TO BACK OUT, WITH ITS PAYOFF FLAG     *
054700*----------------------------------------------------------*
054800 2750-MATCH-HISTORY.
054900     READ PAYHIST
055000         AT END
055100             SET W01-END-OF-PAYHIST TO TRUE
055200             GO TO 2750-EXIT
055300     END-READ.
055400     ADD 1 TO W02-HISTORY-READ.
055500     IF PH-ENTRY-REVERSAL
055600         GO TO 2750-EXIT
055700     END-IF.
055800     SET W03-REV-IDX TO 1.
055900     SEARCH W03-REV-ENTRY VARYING W03-REV-IDX
056000         AT END
056100             CONTINUE
056200         WHEN W03-REV-LOAN(W03-REV-IDX) = PH-LOAN-NUMBER
056300             AND W03-REV-PAID-DATE(W03-REV-IDX) = PH-PAID-DATE
056400             AND W03-REV-AMOUNT(W03-REV-IDX) = PH-PAYMENT-AMOUNT
056500             ADD 1 TO W03-REV-ON-HISTORY(W03-REV-IDX)
056600             IF W03-REV-ON-HISTORY(W03-REV-IDX)
056700                 = W03-REV-ALREADY(W03-REV-IDX) + 1
056800                 MOVE PH-PRINCIPAL-AMOUNT
056900                     TO W03-REV-PRINCIPAL(W03-REV-IDX)
057000                 MOVE PH-INTEREST-AMOUNT
057100                     TO W03-REV-INTEREST(W03-REV-IDX)
057200                 MOVE PH-ESCROW-AMOUNT
057300                     TO W03-REV-ESCROW(W03-REV-IDX)
057400                 MOVE PH-LATE-CHARGE-AMOUNT
057500                     TO W03-REV-LATE(W03-REV-IDX)
057510                 IF PH-ENTRY-PAYOFF
057520                     SET W03-REV-IS-PAYOFF(W03-REV-IDX) TO TRUE
057530                 END-IF
057600             END-IF
057700     END-SEARCH.
057800 2750-EXIT.
057900     EXIT.
058000*
058100*----------------------------------------------------------*
058200* 3000-PROCESS-REVERSAL - CONFIRM ONE TABLE ENTRY'S         *
058300*     PAYMENT IS ON THE HISTORY, NOT YET REVERSED AND NOT   *
058400*     A PAYOFF, THEN BACK IT OUT OF ITS LOAN                *
058500*----------------------------------------------------------*
058600 3000-PROCESS-REVERSAL.
058700     MOVE W03-REV-LOAN(W03-REV-IDX) TO W07-R-LOAN-NUMBER.
058800     MOVE W03-REV-PAID-DATE(W03-REV-IDX) TO W07-R-PAID-DATE.
058900     MOVE W03-REV-AMOUNT(W03-REV-IDX) TO W07-R-AMOUNT.
059000     IF W03-REV-ON-HISTORY(W03-REV-IDX) = ZERO
059100         MOVE 'ORIGINAL PAYMENT NOT ON HISTORY' TO
059200             W07-R-REASON-TEXT
059300         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
059400         GO TO 3000-EXIT
059500     END-IF.
059600     IF W03-REV-ALREADY(W03-REV-IDX)
059700         >= W03-REV-ON-HISTORY(W03-REV-IDX)
059800         MOVE 'PAYMENT ALREADY REVERSED' TO W07-R-REASON-TEXT
059900         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
060000         GO TO 3000-EXIT
060100     END-IF.
060110     IF W03-REV-IS-PAYOFF(W03-REV-IDX)
060120         MOVE 'PAYOFF - REVERSE BY DESK, NOT HERE' TO
060130             W07-R-REASON-TEXT
060140         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
060150         GO TO 3000-EXIT
060160     END-IF.
060200     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
060300     MOVE W03-REV-LOAN(W03-REV-IDX) TO LM-LOAN-NUMBER.
060400     READ LOANMAST
060500         INVALID KEY
060600             CONTINUE
060700         NOT INVALID KEY
060800             SET W01-LOAN-FOUND TO TRUE
060900     END-READ.
061000     IF NOT W01-LOAN-FOUND
061100         MOVE 'LOAN NOT ON MASTER FILE' TO W07-R-REASON-TEXT
061200         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
061300         GO TO 3000-EXIT
061400     END-IF.
061500     PERFORM 4000-BACK-OUT-PAYMENT THRU 4000-EXIT.
061600 3000-EXIT.
061700     EXIT.
061800*
061900*----------------------------------------------------------*
062000* 4000-BACK-OUT-PAYMENT - UNDO THE ORIGINAL SPLIT ON THE    *
062100*     MASTER, ROLL THE DUE DATE AND PAYMENTS-MADE COUNT     *
062200*     BACK A MONTH, RE-OPEN A LOAN THE PAYMENT PAID OFF,    *
062300*     REWRITE AND JOURNAL IT, THEN RECORD THE REVERSAL AND  *
062400*     ASSESS THE NSF FEE ON A RETURNED ITEM.  THE LATE-     *
062500*     CHARGE FIELD CARRIES SPACES ON RECORDS BOARDED BEFORE *
062600*     IT EXISTED - TREATED AS ZERO                          *
062700*----------------------------------------------------------*
062800 4000-BACK-OUT-PAYMENT.
062900     MOVE 'N' TO W01-REOPENED-SWITCH.
063000     MOVE ZERO TO W04-FEE-ASSESSED.
063100     MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE.
063200     IF LM-LATE-CHARGE-BALANCE NOT NUMERIC
063300         MOVE ZERO TO LM-LATE-CHARGE-BALANCE
063400     END-IF.
063500     IF LM-LATE-ASSESSED-DATE NOT NUMERIC
063600         MOVE ZERO TO LM-LATE-ASSESSED-DATE
063700     END-IF.
063800     ADD W03-REV-PRINCIPAL(W03-REV-IDX) TO LM-UNPAID-BALANCE.
063900     SUBTRACT W03-REV-ESCROW(W03-REV-IDX) FROM LM-ESCROW-BALANCE.
064000     ADD W03-REV-LATE(W03-REV-IDX) TO LM-LATE-CHARGE-BALANCE.
064100     IF LM-PAYMENTS-MADE > ZERO
064200         SUBTRACT 1 FROM LM-PAYMENTS-MADE
064300     END-IF.
064400     PERFORM 4100-ROLL-BACK-DUE-DATE THRU 4100-EXIT.
064500     IF LM-STATUS-PAID-OFF
064600         AND LM-UNPAID-BALANCE > ZERO
064700         SET LM-STATUS-ACTIVE TO TRUE
064800         SET W01-LOAN-REOPENED TO TRUE
064900     END-IF.
065000     REWRITE LOAN-MASTER-RECORD.
065100     IF NOT W05-LOANMAST-OK
065200         DISPLAY 'LNPMTREV - REWRITE FAILED FOR LOAN '
065300             LM-LOAN-NUMBER ' - STATUS=' W05-LOANMAST-STATUS
065400         ADD 1 TO W02-REWRITE-FAILURES
065500         MOVE 'MASTER REWRITE FAILED - NOT REVERSED' TO
065600             W07-R-REASON-TEXT
065700         PERFORM 6100-WRITE-REJECT THRU 6100-EXIT
065800         GO TO 4000-EXIT
065900     END-IF.
066000     ADD 1 TO W02-PAYMENTS-REVERSED.
066100     IF W01-LOAN-REOPENED
066200         ADD 1 TO W02-LOANS-REOPENED
066300     END-IF.
066400     MOVE 'PAYMENT REVERSAL' TO JR-TRANSACTION.
066500     PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT.
066600     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
066700     IF W03-REV-RETURNED(W03-REV-IDX)
066800         PERFORM 4300-ASSESS-NSF-FEE THRU 4300-EXIT
066900     END-IF.
067000     PERFORM 4400-WRITE-LOG THRU 4400-EXIT.
067100     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
067200 4000-EXIT.
067300     EXIT.
067400*
067500*----------------------------------------------------------*
067600* 4100-ROLL-BACK-DUE-DATE - ROLL THE LOAN'S NEXT DUE DATE   *
067700*     BACK ONE CALENDAR MONTH, ROLLING THE YEAR AT JANUARY  *
067800*     - THE INVERSE OF THE APPLIER'S ADVANCE                *
067900*----------------------------------------------------------*
068000 4100-ROLL-BACK-DUE-DATE.
068100     MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK.
068200     IF W04-DUE-MM = 1
068300         MOVE 12 TO W04-DUE-MM
068400         SUBTRACT 1 FROM W04-DUE-YYYY
068500     ELSE
068600         SUBTRACT 1 FROM W04-DUE-MM
068700     END-IF.
068800     MOVE W04-DUE-DATE-WORK TO LM-NEXT-DUE-DATE.
068900 4100-EXIT.
069000     EXIT.
069100*
069200*----------------------------------------------------------*
069300* 4200-WRITE-HISTORY - WRITE THE OFFSETTING REVERSAL        *
069400*     RECORD: THE ORIGINAL'S SPLIT, UNSIGNED, FLAGGED AS A  *
069500*     REVERSAL AND DATED THE CYCLE IT POSTED                *
069600*----------------------------------------------------------*
069700 4200-WRITE-HISTORY.
069800     MOVE SPACES TO PAYMENT-HISTORY-RECORD.
069900     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
070000     MOVE W04-CYCLE-DATE TO PH-PAID-DATE.
070100     MOVE W03-REV-AMOUNT(W03-REV-IDX) TO PH-PAYMENT-AMOUNT.
070200     MOVE W03-REV-PRINCIPAL(W03-REV-IDX) TO PH-PRINCIPAL-AMOUNT.
070300     MOVE W03-REV-INTEREST(W03-REV-IDX) TO PH-INTEREST-AMOUNT.
070400     MOVE W03-REV-ESCROW(W03-REV-IDX) TO PH-ESCROW-AMOUNT.
070500     MOVE W03-REV-LATE(W03-REV-IDX) TO PH-LATE-CHARGE-AMOUNT.
070600     SET PH-ENTRY-REVERSAL TO TRUE.
070700     WRITE PAYMENT-HISTORY-RECORD.
070800     ADD W03-REV-AMOUNT(W03-REV-IDX) TO W04-TOTAL-REVERSED.
070900     ADD W03-REV-PRINCIPAL(W03-REV-IDX) TO W04-TOTAL-PRINCIPAL.
071000     ADD W03-REV-INTEREST(W03-REV-IDX) TO W04-TOTAL-INTEREST.
071100     ADD W03-REV-ESCROW(W03-REV-IDX) TO W04-TOTAL-ESCROW.
071200     ADD W03-REV-LATE(W03-REV-IDX) TO W04-TOTAL-LATE.
071300 4200-EXIT.
071400     EXIT.
071500*
071600*----------------------------------------------------------*
071700* 4300-ASSESS-NSF-FEE - ADD THE RETURNED-ITEM FEE TO THE    *
071800*     LATE-CHARGE BALANCE AS ITS OWN JOURNALED UPDATE, SO   *
071900*     THE BACK-OUT AND THE FEE READ SEPARATELY ON THE       *
072000*     CHANGE JOURNAL.  A FAILED REWRITE LEAVES THE REVERSAL *
072100*     STANDING WITH NO FEE                                  *
072200*----------------------------------------------------------*
072300 4300-ASSESS-NSF-FEE.
072400     MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE.
072500     ADD W03-NSF-FEE TO LM-LATE-CHARGE-BALANCE.
072600     REWRITE LOAN-MASTER-RECORD.
072700     IF NOT W05-LOANMAST-OK
072800         DISPLAY 'LNPMTREV - NSF FEE REWRITE FAILED FOR LOAN '
072900             LM-LOAN-NUMBER ' - STATUS=' W05-LOANMAST-STATUS
073000         ADD 1 TO W02-REWRITE-FAILURES
073100         MOVE JR-BEFORE-IMAGE TO LOAN-MASTER-RECORD
073200         GO TO 4300-EXIT
073300     END-IF.
073400     MOVE W03-NSF-FEE TO W04-FEE-ASSESSED.
073500     ADD W03-NSF-FEE TO W04-TOTAL-FEES.
073600     ADD 1 TO W02-NSF-FEES-ASSESSED.
073700     MOVE 'NSF FEE ASSESSED' TO JR-TRANSACTION.
073800     PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT.
073900 4300-EXIT.
074000     EXIT.
074100*
074200*----------------------------------------------------------*
074300* 4400-WRITE-LOG - LOG THE REVERSAL AGAINST THE ORIGINAL    *
074400*     PAYMENT SO IT CAN NEVER BE BACKED OUT AGAIN           *
074500*----------------------------------------------------------*
074600 4400-WRITE-LOG.
074700     MOVE SPACES TO PAYMENT-REVERSAL-LOG-RECORD.
074800     MOVE W03-REV-LOAN(W03-REV-IDX) TO RL-LOAN-NUMBER.
074900     MOVE W03-REV-PAID-DATE(W03-REV-IDX) TO RL-PAID-DATE.
075000     MOVE W03-REV-AMOUNT(W03-REV-IDX) TO RL-AMOUNT.
075100     MOVE W04-CYCLE-DATE TO RL-REVERSAL-DATE.
075200     MOVE W03-REV-REASON(W03-REV-IDX) TO RL-REASON.
075300     MOVE W04-FEE-ASSESSED TO RL-NSF-FEE.
075400     WRITE PAYMENT-REVERSAL-LOG-RECORD.
075500 4400-EXIT.
075600     EXIT.
075700*
075800*----------------------------------------------------------*
075900* 4500-WRITE-JOURNAL - RECORD ONE MASTER UPDATE ON THE      *
076000*     CHANGE JOURNAL WITH THE BEFORE IMAGE THE CALLER       *
076100*     CAPTURED AND THE RECORD AS REWRITTEN                  *
076200*----------------------------------------------------------*
076300 4500-WRITE-JOURNAL.
076400     SET JR-ACTION-WRITE TO TRUE.
076500     MOVE 'LNPMTREV' TO JR-PROGRAM-ID.
076600     MOVE LM-LOAN-NUMBER TO JR-LOAN-NUMBER.
076700     MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE.
076800     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
076900 4500-EXIT.
077000     EXIT.
077100*
077200*----------------------------------------------------------*
077300* 6000-WRITE-DETAIL - WRITE ONE REVERSED PAYMENT REGISTER   *
077400*     LINE                                                  *
077500*----------------------------------------------------------*
077600 6000-WRITE-DETAIL.
077700     MOVE LM-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
077800     MOVE W03-REV-PAID-DATE(W03-REV-IDX) TO W07-D-PAID-DATE.
077900     MOVE W03-REV-AMOUNT(W03-REV-IDX) TO W07-D-AMOUNT.
078000     MOVE W03-REV-PRINCIPAL(W03-REV-IDX) TO W07-D-PRINCIPAL.
078100     MOVE W03-REV-INTEREST(W03-REV-IDX) TO W07-D-INTEREST.
078200     MOVE W03-REV-ESCROW(W03-REV-IDX) TO W07-D-ESCROW.
078300     MOVE W03-REV-LATE(W03-REV-IDX) TO W07-D-LATE.
078400     MOVE W04-FEE-ASSESSED TO W07-D-FEE.
078500     IF W01-LOAN-REOPENED
078600         MOVE 'RE-OPENED' TO W07-D-NOTE
078700     ELSE
078800         MOVE SPACES TO W07-D-NOTE
078900     END-IF.
079000     MOVE SPACES TO REVRPT-RECORD.
079100     MOVE W07-DETAIL-LINE TO REVRPT-RECORD.
079200     WRITE REVRPT-RECORD.
079300 6000-EXIT.
079400     EXIT.
079500*
079600*----------------------------------------------------------*
079700* 6100-WRITE-REJECT - COUNT THE REJECT AND WRITE ITS        *
079800*     REGISTER LINE FROM THE FIELDS THE CALLER SET          *
079900*----------------------------------------------------------*
080000 6100-WRITE-REJECT.
080100     SET W01-TRANS-REJECTED TO TRUE.
080200     ADD 1 TO W02-TRANS-REJECTED.
080300     MOVE SPACES TO REVRPT-RECORD.
080400     MOVE W07-REJECT-LINE TO REVRPT-RECORD.
080500     WRITE REVRPT-RECORD.
080600 6100-EXIT.
080700     EXIT.
080800*
080900*----------------------------------------------------------*
081000* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS AT THE BOTTOM    *
081100*     OF THE REGISTER                                       *
081200*----------------------------------------------------------*
081300 8000-WRITE-TOTALS.
081400     MOVE 'PAYMENTS REVERSED' TO W07-C-CAPTION.
081500     MOVE W02-PAYMENTS-REVERSED TO W07-C-COUNT.
081600     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
081700     MOVE 'LOANS RE-OPENED' TO W07-C-CAPTION.
081800     MOVE W02-LOANS-REOPENED TO W07-C-COUNT.
081900     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
082000     MOVE 'TRANSACTIONS REJECTED' TO W07-C-CAPTION.
082100     MOVE W02-TRANS-REJECTED TO W07-C-COUNT.
082200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
082300     MOVE 'TOTAL REVERSED' TO W07-T-CAPTION.
082400     MOVE W04-TOTAL-REVERSED TO W07-T-AMOUNT.
082500     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
082600     MOVE 'PRINCIPAL REVERSED' TO W07-T-CAPTION.
082700     MOVE W04-TOTAL-PRINCIPAL TO W07-T-AMOUNT.
082800     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
082900     MOVE 'INTEREST REVERSED' TO W07-T-CAPTION.
083000     MOVE W04-TOTAL-INTEREST TO W07-T-AMOUNT.
083100     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
083200     MOVE 'ESCROW REVERSED' TO W07-T-CAPTION.
083300     MOVE W04-TOTAL-ESCROW TO W07-T-AMOUNT.
083400     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
083500     MOVE 'LATE CHARGES REINSTATED' TO W07-T-CAPTION.
083600     MOVE W04-TOTAL-LATE TO W07-T-AMOUNT.
083700     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
083800     MOVE 'NSF FEES ASSESSED' TO W07-T-CAPTION.
083900     MOVE W04-TOTAL-FEES TO W07-T-AMOUNT.
084000     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
084100 8000-EXIT.
084200     EXIT.
084300*
084400*----------------------------------------------------------*
084500* 8100-WRITE-COUNT-LINE - WRITE ONE CAPTIONED COUNT LINE    *
084600*----------------------------------------------------------*
084700 8100-WRITE-COUNT-LINE.
084800     MOVE SPACES TO REVRPT-RECORD.
084900     MOVE W07-COUNT-LINE TO REVRPT-RECORD.
085000     WRITE REVRPT-RECORD.
085100 8100-EXIT.
085200     EXIT.
085300*
085400*----------------------------------------------------------*
085500* 8200-WRITE-TOTAL-LINE - WRITE ONE CAPTIONED AMOUNT LINE   *
085600*----------------------------------------------------------*
085700 8200-WRITE-TOTAL-LINE.
085800     MOVE SPACES TO REVRPT-RECORD.
085900     MOVE W07-TOTAL-LINE TO REVRPT-RECORD.
086000     WRITE REVRPT-RECORD.
086100 8200-EXIT.
086200     EXIT.
086300*
086400*----------------------------------------------------------*
086500* 9000-TERMINATE - CLOSE ALL FILES.  THE HISTORY AND LOG    *
086600*     ARE ONLY OPEN WHEN THERE WAS SOMETHING TO REVERSE     *
086700*----------------------------------------------------------*
086800 9000-TERMINATE.
086900     CLOSE LOANMAST.
087000     CLOSE REVTRAN.
087100     IF W03-REV-COUNT > ZERO
087200         CLOSE PAYHIST
087300         CLOSE PAYREVLG
087400     END-IF.
087500     CLOSE REVRPT.
087600 9000-EXIT.
087700     EXIT.
087800*
087900*----------------------------------------------------------*
088000* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
088100*----------------------------------------------------------*
088200 9999-EXIT.
088300     MOVE 'ENDRUN' TO JR-ACTION.
088400     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
088500     GOBACK.
