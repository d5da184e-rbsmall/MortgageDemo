000100 IDENTIFICATION DIVISION.
000200*
000300* MONTHLY PRIVATE MORTGAGE INSURANCE REVIEW - MEASURES EVERY
000400* ACTIVE POLICY ON THE PMIFILE AGAINST THE LOAN MASTER, ENDS THE
000500* POLICIES THAT MUST COME OFF AND PRINTS THE TERMINATION
000600* REGISTER FOR THE INSURERS.
000700*
000800* EACH LOAN'S LOAN-TO-VALUE IS TAKEN TWO WAYS AGAINST THE
000900* ORIGINAL PROPERTY VALUE ON THE POLICY: THE ACTUAL UNPAID
001000* BALANCE, AND THE SCHEDULED BALANCE - THE ORIGINAL AMOUNT RUN
001100* DOWN THROUGH EVERY INSTALLMENT DUE BY THE RUN DATE, SPLIT
001200* PRINCIPAL/INTEREST EXACTLY AS THE AMORTIZATION SCHEDULE
001300* PROJECTS IT.  A SCHEDULED LTV OF 78 PERCENT OR LESS ON A LOAN
001400* THAT IS CURRENT TERMINATES THE POLICY AUTOMATICALLY; ONE NOT
001500* CURRENT IS HELD AND LISTED UNTIL THE LOAN IS BROUGHT CURRENT.
001600* A PENDING BORROWER REQUEST IS GRANTED WHEN EITHER LTV IS 80
001700* PERCENT OR LESS AND THE LOAN IS CURRENT, AND DENIED
001800* OTHERWISE.  A LOAN AT 80 PERCENT OR LESS WITH NO REQUEST ON
001900* FILE IS LISTED AS ELIGIBLE TO CANCEL ON REQUEST.  A POLICY ON
002000* A LOAN PAID OFF OR NO LONGER ACTIVE IS TERMINATED AS CLOSED.
002100* CURRENT MEANS LESS THAN 30 DAYS PAST DUE, COUNTED 30/360 AS
002200* THE AGING AND LATE CHARGE JOBS COUNT IT.
002300*
002400* EVERY TERMINATION IS JOURNALED THROUGH LNJRNL AGAINST THE
002500* LOAN, WITH THE MASTER IMAGE AS BOTH BEFORE AND AFTER - THE
002600* POLICY IS NOT CARRIED ON THE MASTER RECORD.
002700*
002800* THE SECOND PASS COPIES THE ESCROW DISBURSEMENT SCHEDULE TO
002900* ESCSNEW, DROPPING EVERY PREMIUM ITEM (THE POLICY'S ESCROW
003000* PAYEE) FOR A LOAN WHOSE POLICY IS TERMINATED OR CANCELLED.
003100* THE JOB'S NEXT STEP REPLACES ESCSCHED WITH IT.
003200*
003300* A RERUN IN THE SAME MONTH FINDS THE POLICIES IT ENDED ALREADY
003400* OFF AND JOURNALS NOTHING TWICE.
003500*
003600 PROGRAM-ID.  LNPMIMON.
003700 AUTHOR.      R SMALL.
003800 INSTALLATION. MORTGAGE SERVICING DIVISION.
003900 DATE-WRITTEN. 10/15/2026.
004000 DATE-COMPILED.
004100*
004200*-----------------------------------------------------------*
004300* MODIFICATION HISTORY                                      *
004400*-----------------------------------------------------------*
004500* DATE       INIT DESCRIPTION                                *
004600* 10/15/2026 RS   ORIGINAL - MONTHLY PMI REVIEW               *
004610* 10/15/2026 RS   A TERMINATION IS JOURNALED, LISTED AND      *
004620*                 COUNTED ONLY AFTER THE POLICY REWRITE HAS   *
004630*                 SUCCEEDED                                   *
004700*-----------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PMIFILE ASSIGN TO PMIFILE
005200         ORGANIZATION INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PM-LOAN-NUMBER
005500         FILE STATUS IS W05-PMIFILE-STATUS.
005600     SELECT LOANMAST ASSIGN TO LOANMAST
005700         ORGANIZATION INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS LM-LOAN-NUMBER
006000         FILE STATUS IS W05-LOANMAST-STATUS.
006100     SELECT ESCSCHED ASSIGN TO ESCSCHED
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS W05-ESCSCHED-STATUS.
006400     SELECT ESCSNEW ASSIGN TO ESCSNEW
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS W05-ESCSNEW-STATUS.
006700     SELECT PMITRPT ASSIGN TO PMITRPT
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS W05-PMITRPT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PMIFILE.
007300     COPY PMIREC.
007400 FD  LOANMAST.
007500     COPY LOANMAST.
007600 FD  ESCSCHED
007700     RECORD CONTAINS 50 CHARACTERS.
007800     COPY ESCSCHED.
007900 FD  ESCSNEW
008000     RECORDING MODE IS F.
008100 01  ESCSNEW-RECORD              PIC X(50).
008200 FD  PMITRPT
008300     RECORDING MODE IS F.
008400 01  PMITRPT-RECORD              PIC X(132).
008500 WORKING-STORAGE SECTION.
008600*
008700*    SWITCHES
008800*
008900 01  W01-PMIFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
009000     88  W01-END-OF-PMIFILE          VALUE 'Y'.
009100 01  W01-ESCSCHED-EOF-SWITCH     PIC X(01) VALUE 'N'.
009200     88  W01-END-OF-ESCSCHED         VALUE 'Y'.
009300 01  W01-PMIFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009400     88  W01-PMIFILE-OPEN            VALUE 'Y'.
009500 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
009600     88  W01-LOAN-FOUND              VALUE 'Y'.
009700 01  W01-POLICY-FOUND-SWITCH     PIC X(01) VALUE 'N'.
009800     88  W01-POLICY-FOUND            VALUE 'Y'.
009900 01  W01-LOAN-CURRENT-SWITCH     PIC X(01) VALUE 'N'.
010000     88  W01-LOAN-CURRENT            VALUE 'Y'.
010010 01  W01-POLICY-ENDED-SWITCH     PIC X(01) VALUE 'N'.
010020     88  W01-POLICY-ENDED            VALUE 'Y'.
010100*
010200*    COUNTERS
010300*
010400 01  W02-POLICIES-READ           PIC 9(07) VALUE 0.
010500 01  W02-POLICIES-REVIEWED       PIC 9(07) VALUE 0.
010600 01  W02-TERMINATED-AUTO         PIC 9(07) VALUE 0.
010700 01  W02-CANCELLED-REQUEST       PIC 9(07) VALUE 0.
010800 01  W02-TERMINATED-CLOSED       PIC 9(07) VALUE 0.
010900 01  W02-REQUESTS-DENIED         PIC 9(07) VALUE 0.
011000 01  W02-HELD-DELINQUENT         PIC 9(07) VALUE 0.
011100 01  W02-ELIGIBLE-ON-REQUEST     PIC 9(07) VALUE 0.
011200 01  W02-LOANS-NOT-FOUND         PIC 9(07) VALUE 0.
011300 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
011400 01  W02-SCHED-READ              PIC 9(07) VALUE 0.
011500 01  W02-SCHED-WRITTEN           PIC 9(07) VALUE 0.
011600 01  W02-SCHED-REMOVED           PIC 9(07) VALUE 0.
011700 01  W02-INSURER-OVERFLOWS       PIC 9(07) VALUE 0.
011800*
011900*    LTV THRESHOLDS - AUTOMATIC TERMINATION ON THE SCHEDULED   *
012000*    BALANCE, CANCELLATION ON REQUEST ON EITHER BALANCE, AND   *
012100*    THE DAYS PAST DUE AT WHICH A LOAN IS NO LONGER CURRENT    *
012200*
012300 01  W03-AUTO-TERMINATE-LTV      PIC 9(03)V99 VALUE 78.00.
012400 01  W03-REQUEST-CANCEL-LTV      PIC 9(03)V99 VALUE 80.00.
012500 01  W03-NOT-CURRENT-DAYS        PIC S9(05) COMP-3 VALUE 30.
012600*
012700*    TERMINATIONS BY INSURER FOR THE REGISTER TOTALS           *
012800*
012900 01  W03-INSURER-COUNT           PIC 9(03) COMP VALUE 0.
013000 01  W03-INSURER-MAX             PIC 9(03) COMP VALUE 100.
013100 01  W03-INSURER-TABLE.
013200     05  W03-INSURER-ENTRY       OCCURS 100 TIMES
013300                                 INDEXED BY W03-INS-IDX.
013400         10  W03-INS-CODE        PIC X(06).
013500         10  W03-INS-TERMINATED  PIC 9(07).
013600         10  W03-INS-PREMIUM     PIC S9(07)V99 COMP-3.
013700*
013800*    RUN DATE AND 30/360 DAY COUNT WORK FIELDS
013900*
014000 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
014100 01  W04-RUN-DATE-PARTS REDEFINES W04-RUN-DATE.
014200     05  W04-RUN-YYYY            PIC 9(04).
014300     05  W04-RUN-MM              PIC 9(02).
014400     05  W04-RUN-DD              PIC 9(02).
014500 01  W04-DUE-DATE-WORK           PIC 9(08) VALUE 0.
014600 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
014700     05  W04-DUE-YYYY            PIC 9(04).
014800     05  W04-DUE-MM              PIC 9(02).
014900     05  W04-DUE-DD              PIC 9(02).
015000 01  W04-RUN-DD-CAP              PIC 9(02) VALUE 0.
015100 01  W04-DUE-DD-CAP              PIC 9(02) VALUE 0.
015200 01  W04-DAYS-PAST-DUE           PIC S9(05) COMP-3 VALUE 0.
015300*
015400*    SCHEDULED BALANCE WORK FIELDS.  MONTHS ARE COUNTED AS     *
015500*    YEAR * 12 + MONTH SO THE FIRST DUE DATE CAN BE BACKED OFF *
015600*    THE NEXT DUE DATE BY THE PAYMENTS ALREADY MADE            *
015700*
015800 01  W04-RUN-MONTH-INDEX         PIC S9(07) COMP-3 VALUE 0.
015900 01  W04-FIRST-MONTH-INDEX       PIC S9(07) COMP-3 VALUE 0.
016000 01  W04-INSTALLMENTS-DUE        PIC S9(05) COMP-3 VALUE 0.
016100 01  W04-INST-SUB                PIC S9(05) COMP-3 VALUE 0.
016200 01  W04-MONTHLY-RATE            PIC S9(01)V9(06) COMP-3 VALUE 0.
016300 01  W04-RUNNING-BALANCE         PIC S9(09)V99 COMP-3 VALUE 0.
016400 01  W04-INTEREST-PORTION        PIC S9(07)V99 COMP-3 VALUE 0.
016500 01  W04-PRINCIPAL-PORTION       PIC S9(07)V99 COMP-3 VALUE 0.
016600*
016700*    POLICY REVIEW WORK FIELDS
016800*
016900 01  W04-ACTUAL-LTV              PIC 9(03)V99 VALUE 0.
017000 01  W04-SCHEDULED-LTV           PIC 9(03)V99 VALUE 0.
017100 01  W04-RESULT                  PIC X(12) VALUE SPACES.
017200 01  W04-JOURNAL-TEXT            PIC X(20) VALUE SPACES.
017300 01  W04-PREMIUM-REMOVED         PIC S9(09)V99 COMP-3 VALUE 0.
017400 01  W04-SCHED-AMOUNT-REMOVED    PIC S9(09)V99 COMP-3 VALUE 0.
017500*
017600*    FILE STATUS FIELDS
017700*
017800 01  W05-PMIFILE-STATUS          PIC X(02) VALUE SPACES.
017900     88  W05-PMIFILE-OK              VALUE '00'.
018000     88  W05-PMIFILE-NOFILE          VALUE '35'.
018100 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
018200     88  W05-LOANMAST-OK             VALUE '00'.
018300 01  W05-ESCSCHED-STATUS         PIC X(02) VALUE SPACES.
018400     88  W05-ESCSCHED-OK             VALUE '00'.
018500 01  W05-ESCSNEW-STATUS          PIC X(02) VALUE SPACES.
018600     88  W05-ESCSNEW-OK              VALUE '00'.
018700 01  W05-PMITRPT-STATUS          PIC X(02) VALUE SPACES.
018800     88  W05-PMITRPT-OK              VALUE '00'.
018900*
019000*    REPORT LINE LAYOUTS
019100*
019200 01  W07-HEADING-1.
019300     05  FILLER                  PIC X(40)
019400         VALUE 'PMI REVIEW AND TERMINATION REGISTER -   '.
019500     05  W07-H1-RUN-DATE         PIC 9(08).
019600 01  W07-DETAIL-LINE.
019700     05  W07-D-RESULT            PIC X(12).
019800     05  FILLER                  PIC X(05) VALUE 'LOAN '.
019900     05  W07-D-LOAN-NUMBER       PIC X(10).
020000     05  FILLER                  PIC X(05) VALUE ' INS '.
020100     05  W07-D-INSURER           PIC X(06).
020200     05  FILLER                  PIC X(06) VALUE ' CERT '.
020300     05  W07-D-CERTIFICATE       PIC X(15).
020400     05  FILLER                  PIC X(05) VALUE ' ACT '.
020500     05  W07-D-ACTUAL-LTV        PIC ZZ9.99.
020600     05  FILLER                  PIC X(05) VALUE ' SCH '.
020700     05  W07-D-SCHEDULED-LTV     PIC ZZ9.99.
020800     05  FILLER                  PIC X(05) VALUE ' DPD '.
020900     05  W07-D-DAYS-PAST-DUE     PIC ZZZZ9.
021000     05  FILLER                  PIC X(09) VALUE ' PREMIUM '.
021100     05  W07-D-PREMIUM           PIC ZZ,ZZ9.99.
021200     05  FILLER                  PIC X(06) VALUE ' DATE '.
021300     05  W07-D-DATE              PIC Z(08).
021400 01  W07-ESCROW-LINE.
021500     05  FILLER                  PIC X(12) VALUE 'ESCROW OFF'.
021600     05  FILLER                  PIC X(05) VALUE 'LOAN '.
021700     05  W07-E-LOAN-NUMBER       PIC X(10).
021800     05  FILLER                  PIC X(07) VALUE ' PAYEE '.
021900     05  W07-E-PAYEE             PIC X(20).
022000     05  FILLER                  PIC X(11) VALUE ' DUE MONTH '.
022100     05  W07-E-DUE-MONTH         PIC 9(02).
022200     05  FILLER                  PIC X(08) VALUE ' AMOUNT '.
022300     05  W07-E-AMOUNT            PIC Z,ZZZ,ZZ9.99.
022400 01  W07-TOTAL-LINE.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  W07-T-CAPTION           PIC X(28).
022700     05  W07-T-COUNT             PIC ZZZ,ZZ9.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  W07-T-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
023000 01  W07-INSURER-LINE.
023100     05  FILLER                  PIC X(10) VALUE '  INSURER '.
023200     05  W07-I-INSURER           PIC X(06).
023300     05  FILLER                  PIC X(14) VALUE ' TERMINATIONS '.
023400     05  W07-I-COUNT             PIC ZZZ,ZZ9.
023500     05  FILLER                  PIC X(17)
023600         VALUE ' MONTHLY PREMIUM '.
023700     05  W07-I-PREMIUM           PIC Z,ZZZ,ZZ9.99.
023800*
023900*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY POLICY   *
024000*    TERMINATION                                               *
024100*
024200     COPY JRNLREC.
024300 PROCEDURE DIVISION.
024400*
024500*----------------------------------------------------------*
024600* 0000-MAINLINE                                            *
024700*----------------------------------------------------------*
024800 0000-MAINLINE.
024900     DISPLAY 'LNPMIMON STARTING'.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     IF W01-PMIFILE-OPEN
025200         PERFORM 2000-REVIEW-POLICIES THRU 2000-EXIT
025300     END-IF.
025400     PERFORM 7000-UPDATE-ESCROW-SCHEDULE THRU 7000-EXIT.
025500     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
025600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025700     DISPLAY 'LNPMIMON COMPLETE - REVIEWED=' W02-POLICIES-REVIEWED
025800         ' TERMINATED=' W02-TERMINATED-AUTO
025900         ' CANCELLED=' W02-CANCELLED-REQUEST
026000         ' CLOSED=' W02-TERMINATED-CLOSED
026100         ' DENIED=' W02-REQUESTS-DENIED
026200         ' HELD=' W02-HELD-DELINQUENT
026300         ' ESCROW ITEMS REMOVED=' W02-SCHED-REMOVED.
026400     IF W02-LOANS-NOT-FOUND > 0
026500         OR W02-REWRITE-FAILURES > 0
026600         OR W02-INSURER-OVERFLOWS > 0
026700         MOVE 4 TO RETURN-CODE
026800     END-IF.
026900     GO TO 9999-EXIT.
027000*
027100*----------------------------------------------------------*
027200* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.  *
027300*     NO POLICY FILE YET MEANS NO POLICY HAS EVER BEEN     *
027400*     LOADED; THE ESCROW SCHEDULE IS STILL COPIED SO THE   *
027500*     NEXT STEP ALWAYS HAS A FILE TO REPLACE IT WITH       *
027600*----------------------------------------------------------*
027700 1000-INITIALIZE.
027800     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
027900     DISPLAY 'LNPMIMON - RUN DATE IS ' W04-RUN-DATE.
028000     OPEN INPUT LOANMAST.
028100     IF NOT W05-LOANMAST-OK
028200         DISPLAY 'LNPMIMON - LOANMAST OPEN FAILED - STATUS='
028300             W05-LOANMAST-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 9999-EXIT
028600     END-IF.
028700     OPEN I-O PMIFILE.
028800     IF W05-PMIFILE-NOFILE
028900         DISPLAY 'LNPMIMON - NO PMI FILE - NOTHING TO REVIEW'
029000     ELSE
029100         IF NOT W05-PMIFILE-OK
029200             DISPLAY 'LNPMIMON - PMIFILE OPEN FAILED - STATUS='
029300                 W05-PMIFILE-STATUS
029400             MOVE 16 TO RETURN-CODE
029500             GO TO 9999-EXIT
029600         END-IF
029700         SET W01-PMIFILE-OPEN TO TRUE
029800     END-IF.
029900     OPEN INPUT ESCSCHED.
030000     IF NOT W05-ESCSCHED-OK
030100         DISPLAY 'LNPMIMON - ESCSCHED OPEN FAILED - STATUS='
030200             W05-ESCSCHED-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         GO TO 9999-EXIT
030500     END-IF.
030600     OPEN OUTPUT ESCSNEW.
030700     IF NOT W05-ESCSNEW-OK
030800         DISPLAY 'LNPMIMON - ESCSNEW OPEN FAILED - STATUS='
030900             W05-ESCSNEW-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 9999-EXIT
031200     END-IF.
031300     OPEN OUTPUT PMITRPT.
031400     IF NOT W05-PMITRPT-OK
031500         DISPLAY 'LNPMIMON - PMITRPT OPEN FAILED - STATUS='
031600             W05-PMITRPT-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     END-IF.
032000     MOVE W04-RUN-DATE TO W07-H1-RUN-DATE.
032100     MOVE SPACES TO PMITRPT-RECORD.
032200     MOVE W07-HEADING-1 TO PMITRPT-RECORD.
032300     WRITE PMITRPT-RECORD.
032400     MOVE W04-RUN-DD TO W04-RUN-DD-CAP.
032500     IF W04-RUN-DD-CAP > 30
032600         MOVE 30 TO W04-RUN-DD-CAP
032700     END-IF.
032800     COMPUTE W04-RUN-MONTH-INDEX =
032900         (W04-RUN-YYYY * 12) + W04-RUN-MM.
033000 1000-EXIT.
033100     EXIT.
033200*
033300*----------------------------------------------------------*
033400* 2000-REVIEW-POLICIES - PASS THE POLICY FILE IN LOAN      *
033500*     ORDER, REVIEWING EVERY ACTIVE POLICY                 *
033600*----------------------------------------------------------*
033700 2000-REVIEW-POLICIES.
033800     MOVE LOW-VALUES TO PM-LOAN-NUMBER.
033900     START PMIFILE KEY IS NOT LESS THAN PM-LOAN-NUMBER
034000         INVALID KEY
034100             GO TO 2000-EXIT
034200     END-START.
034300     PERFORM 2200-READ-NEXT-POLICY THRU 2200-EXIT.
034400     PERFORM 2100-REVIEW-ONE-POLICY THRU 2100-EXIT
034500         UNTIL W01-END-OF-PMIFILE.
034600 2000-EXIT.
034700     EXIT.
034800*
034900*----------------------------------------------------------*
035000* 2100-REVIEW-ONE-POLICY - REVIEW THE CURRENT POLICY IF IT *
035100*     IS STILL ACTIVE, REWRITE IT WITH THE RESULT, THEN    *
035200*     READ AHEAD.  A TERMINATION IS RECORDED ONLY ONCE     *
035210*     THE POLICY REWRITE HAS SUCCEEDED                     *
035300*----------------------------------------------------------*
035400 2100-REVIEW-ONE-POLICY.
035500     ADD 1 TO W02-POLICIES-READ.
035510     MOVE 'N' TO W01-POLICY-ENDED-SWITCH.
035600     IF NOT PM-STATUS-ACTIVE
035700         GO TO 2100-NEXT
035800     END-IF.
035900     ADD 1 TO W02-POLICIES-REVIEWED.
036000     PERFORM 3000-REVIEW-POLICY THRU 3000-EXIT.
036100     IF NOT W01-LOAN-FOUND
036200         GO TO 2100-NEXT
036300     END-IF.
036400     MOVE W04-RUN-DATE TO PM-LAST-REVIEW-DATE.
036500     MOVE W04-ACTUAL-LTV TO PM-ACTUAL-LTV.
036600     MOVE W04-SCHEDULED-LTV TO PM-SCHEDULED-LTV.
036700     MOVE W04-RUNNING-BALANCE TO PM-SCHEDULED-BALANCE.
036800     REWRITE PMI-POLICY-RECORD.
036900     IF NOT W05-PMIFILE-OK
037000         ADD 1 TO W02-REWRITE-FAILURES
037100         DISPLAY 'LNPMIMON - PMIFILE REWRITE FAILED - LOAN '
037200             PM-LOAN-NUMBER ' STATUS=' W05-PMIFILE-STATUS
037210         GO TO 2100-NEXT
037300     END-IF.
037310     IF W01-POLICY-ENDED
037320         PERFORM 6050-RECORD-TERMINATION THRU 6050-EXIT
037330     END-IF.
037400 2100-NEXT.
037500     PERFORM 2200-READ-NEXT-POLICY THRU 2200-EXIT.
037600 2100-EXIT.
037700     EXIT.
037800*
037900*----------------------------------------------------------*
038000* 2200-READ-NEXT-POLICY - READ THE NEXT POLICY IN LOAN     *
038100*     ORDER                                                *
038200*----------------------------------------------------------*
038300 2200-READ-NEXT-POLICY.
038400     READ PMIFILE NEXT RECORD
038500         AT END
038600             SET W01-END-OF-PMIFILE TO TRUE
038700     END-READ.
038800 2200-EXIT.
038900     EXIT.
039000*
039100*----------------------------------------------------------*
039200* 3000-REVIEW-POLICY - FIND THE POLICY'S LOAN, TAKE BOTH   *
039300*     LTVS AND THE DAYS PAST DUE, AND DECIDE WHETHER THE   *
039400*     POLICY COMES OFF.  AUTOMATIC TERMINATION IS TESTED   *
039500*     FIRST, THEN A PENDING REQUEST, THEN ELIGIBILITY      *
039600*----------------------------------------------------------*
039700 3000-REVIEW-POLICY.
039800     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
039900     MOVE PM-LOAN-NUMBER TO LM-LOAN-NUMBER.
040000     READ LOANMAST
040100         INVALID KEY
040200             CONTINUE
040300         NOT INVALID KEY
040400             SET W01-LOAN-FOUND TO TRUE
040500     END-READ.
040600     IF NOT W01-LOAN-FOUND
040700         ADD 1 TO W02-LOANS-NOT-FOUND
040800         MOVE ZERO TO W04-ACTUAL-LTV
040900         MOVE ZERO TO W04-SCHEDULED-LTV
041000         MOVE ZERO TO W04-DAYS-PAST-DUE
041100         MOVE 'NOT ON MSTR' TO W04-RESULT
041200         MOVE ZERO TO W07-D-DATE
041300         PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT
041400         GO TO 3000-EXIT
041500     END-IF.
041600     PERFORM 4000-COMPUTE-LTVS THRU 4000-EXIT.
041700     PERFORM 4500-COMPUTE-DAYS-PAST-DUE THRU 4500-EXIT.
041800     IF NOT LM-STATUS-ACTIVE
041900         SET PM-REASON-LOAN-CLOSED TO TRUE
042000         PERFORM 6000-TERMINATE-POLICY THRU 6000-EXIT
042100         GO TO 3000-EXIT
042200     END-IF.
042300     IF W04-SCHEDULED-LTV NOT > W03-AUTO-TERMINATE-LTV
042400         AND W01-LOAN-CURRENT
042500         SET PM-REASON-AUTOMATIC TO TRUE
042600         PERFORM 6000-TERMINATE-POLICY THRU 6000-EXIT
042700         GO TO 3000-EXIT
042800     END-IF.
042900     IF W04-SCHEDULED-LTV NOT > W03-AUTO-TERMINATE-LTV
043000         ADD 1 TO W02-HELD-DELINQUENT
043100         MOVE 'HELD-DELINQ' TO W04-RESULT
043200         MOVE ZERO TO W07-D-DATE
043300         PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT
043400     END-IF.
043500     IF PM-REQUEST-PENDING
043600         PERFORM 3100-DECIDE-REQUEST THRU 3100-EXIT
043700         GO TO 3000-EXIT
043800     END-IF.
043900     IF W04-ACTUAL-LTV NOT > W03-REQUEST-CANCEL-LTV
044000         OR W04-SCHEDULED-LTV NOT > W03-REQUEST-CANCEL-LTV
044100         ADD 1 TO W02-ELIGIBLE-ON-REQUEST
044200         MOVE 'ELIGIBLE' TO W04-RESULT
044300         MOVE ZERO TO W07-D-DATE
044400         PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT
044500     END-IF.
044600 3000-EXIT.
044700     EXIT.
044800*
044900*----------------------------------------------------------*
045000* 3100-DECIDE-REQUEST - GRANT THE BORROWER'S PENDING       *
045100*     CANCELLATION REQUEST WHEN EITHER LTV HAS REACHED 80  *
045200*     PERCENT AND THE LOAN IS CURRENT; DENY IT OTHERWISE   *
045300*----------------------------------------------------------*
045400 3100-DECIDE-REQUEST.
045500     IF (W04-ACTUAL-LTV NOT > W03-REQUEST-CANCEL-LTV
045600         OR W04-SCHEDULED-LTV NOT > W03-REQUEST-CANCEL-LTV)
045700         AND W01-LOAN-CURRENT
045800         SET PM-REASON-REQUEST TO TRUE
045900         PERFORM 6000-TERMINATE-POLICY THRU 6000-EXIT
046000         GO TO 3100-EXIT
046100     END-IF.
046200     SET PM-REQUEST-DENIED TO TRUE.
046300     ADD 1 TO W02-REQUESTS-DENIED.
046400     MOVE 'REQ DENIED' TO W04-RESULT.
046500     MOVE PM-REQUEST-DATE TO W07-D-DATE.
046600     PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT.
046700 3100-EXIT.
046800     EXIT.
046900*
047000*----------------------------------------------------------*
047100* 4000-COMPUTE-LTVS - ACTUAL LTV FROM THE UNPAID BALANCE,  *
047200*     SCHEDULED LTV FROM THE AMORTIZED ORIGINAL AMOUNT.    *
047300*     A RATIO TOO LARGE TO HOLD PRINTS AS 999.99           *
047400*----------------------------------------------------------*
047500 4000-COMPUTE-LTVS.
047600     PERFORM 4100-COMPUTE-SCHEDULED-BAL THRU 4100-EXIT.
047700     COMPUTE W04-ACTUAL-LTV ROUNDED =
047800         LM-UNPAID-BALANCE * 100 / PM-ORIGINAL-VALUE
047900         ON SIZE ERROR
048000             MOVE 999.99 TO W04-ACTUAL-LTV
048100     END-COMPUTE.
048200     COMPUTE W04-SCHEDULED-LTV ROUNDED =
048300         W04-RUNNING-BALANCE * 100 / PM-ORIGINAL-VALUE
048400         ON SIZE ERROR
048500             MOVE 999.99 TO W04-SCHEDULED-LTV
048600     END-COMPUTE.
048700 4000-EXIT.
048800     EXIT.
048900*
049000*----------------------------------------------------------*
049100* 4100-COMPUTE-SCHEDULED-BAL - COUNT THE INSTALLMENTS DUE  *
049200*     BY THE RUN DATE AND AMORTIZE THE ORIGINAL AMOUNT     *
049300*     THROUGH THEM.  THE FIRST INSTALLMENT FELL DUE AS     *
049400*     MANY MONTHS BEFORE THE NEXT DUE DATE AS THERE ARE    *
049500*     PAYMENTS MADE, ON THE SAME DAY OF THE MONTH          *
049600*----------------------------------------------------------*
049700 4100-COMPUTE-SCHEDULED-BAL.
049800     MOVE LM-ORIGINAL-AMOUNT TO W04-RUNNING-BALANCE.
049900     IF LM-NEXT-DUE-DATE = ZERO
050000         MOVE LM-PAYMENTS-MADE TO W04-INSTALLMENTS-DUE
050100     ELSE
050200         MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK
050300         COMPUTE W04-FIRST-MONTH-INDEX =
050400             (W04-DUE-YYYY * 12) + W04-DUE-MM - LM-PAYMENTS-MADE
050500         COMPUTE W04-INSTALLMENTS-DUE =
050600             W04-RUN-MONTH-INDEX - W04-FIRST-MONTH-INDEX
050700         IF W04-DUE-DD NOT > W04-RUN-DD
050800             ADD 1 TO W04-INSTALLMENTS-DUE
050900         END-IF
051000     END-IF.
051100     IF W04-INSTALLMENTS-DUE < ZERO
051200         MOVE ZERO TO W04-INSTALLMENTS-DUE
051300     END-IF.
051400     IF W04-INSTALLMENTS-DUE > LM-TERM-MONTHS
051500         MOVE LM-TERM-MONTHS TO W04-INSTALLMENTS-DUE
051600     END-IF.
051700     COMPUTE W04-MONTHLY-RATE ROUNDED =
051800         LM-INTEREST-RATE / 12.
051900     PERFORM 4200-AMORTIZE-ONE-INSTALLMENT THRU 4200-EXIT
052000         VARYING W04-INST-SUB FROM 1 BY 1
052100         UNTIL W04-INST-SUB > W04-INSTALLMENTS-DUE.
052200 4100-EXIT.
052300     EXIT.
052400*
052500*----------------------------------------------------------*
052600* 4200-AMORTIZE-ONE-INSTALLMENT - SPLIT ONE SCHEDULED      *
052700*     INSTALLMENT INTO INTEREST AND PRINCIPAL AS LNAMORT   *
052800*     DOES AND TAKE THE PRINCIPAL OFF THE RUNNING BALANCE. *
052900*     THE LAST INSTALLMENT OF THE TERM TAKES WHAT IS LEFT  *
053000*----------------------------------------------------------*
053100 4200-AMORTIZE-ONE-INSTALLMENT.
053200     COMPUTE W04-INTEREST-PORTION ROUNDED =
053300         W04-RUNNING-BALANCE * W04-MONTHLY-RATE.
053400     COMPUTE W04-PRINCIPAL-PORTION =
053500         LM-MONTHLY-PAYMENT - W04-INTEREST-PORTION.
053600     IF W04-INST-SUB = LM-TERM-MONTHS
053700         OR W04-PRINCIPAL-PORTION > W04-RUNNING-BALANCE
053800         MOVE W04-RUNNING-BALANCE TO W04-PRINCIPAL-PORTION
053900     END-IF.
054000     SUBTRACT W04-PRINCIPAL-PORTION FROM W04-RUNNING-BALANCE.
054100 4200-EXIT.
054200     EXIT.
054300*
054400*----------------------------------------------------------*
054500* 4500-COMPUTE-DAYS-PAST-DUE - DAYS FROM THE NEXT DUE DATE *
054600*     TO THE RUN DATE ON THE 30/360 CONVENTION, FLOORED AT *
054700*     ZERO, AND WHETHER THAT LEAVES THE LOAN CURRENT       *
054800*----------------------------------------------------------*
054900 4500-COMPUTE-DAYS-PAST-DUE.
055000     MOVE ZERO TO W04-DAYS-PAST-DUE.
055100     IF LM-NEXT-DUE-DATE NOT = ZERO
055200         MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK
055300         MOVE W04-DUE-DD TO W04-DUE-DD-CAP
055400         IF W04-DUE-DD-CAP > 30
055500             MOVE 30 TO W04-DUE-DD-CAP
055600         END-IF
055700         COMPUTE W04-DAYS-PAST-DUE =
055800             ((W04-RUN-YYYY - W04-DUE-YYYY) * 360)
055900             + ((W04-RUN-MM - W04-DUE-MM) * 30)
056000             + (W04-RUN-DD-CAP - W04-DUE-DD-CAP)
056100     END-IF.
056200     IF W04-DAYS-PAST-DUE < ZERO
056300         MOVE ZERO TO W04-DAYS-PAST-DUE
056400     END-IF.
056500     MOVE 'N' TO W01-LOAN-CURRENT-SWITCH.
056600     IF W04-DAYS-PAST-DUE < W03-NOT-CURRENT-DAYS
056700         SET W01-LOAN-CURRENT TO TRUE
056800     END-IF.
056900 4500-EXIT.
057000     EXIT.
057100*
057200*----------------------------------------------------------*
057300* 6000-TERMINATE-POLICY - END THE POLICY FOR THE REASON    *
057400*     ALREADY SET.  IT IS JOURNALED, LISTED AND COUNTED    *
057500*     BY 6050 ONCE THE POLICY IS REWRITTEN                 *
057600*----------------------------------------------------------*
057700 6000-TERMINATE-POLICY.
057800     MOVE W04-RUN-DATE TO PM-TERMINATION-DATE.
057900     EVALUATE TRUE
058000         WHEN PM-REASON-AUTOMATIC
058100             SET PM-STATUS-TERMINATED TO TRUE
058300             MOVE 'TERMINATED' TO W04-RESULT
058400             MOVE 'PMI TERMINATED 78%' TO W04-JOURNAL-TEXT
058500         WHEN PM-REASON-REQUEST
058600             SET PM-STATUS-CANCELLED TO TRUE
058800             MOVE 'CANCELLED' TO W04-RESULT
058900             MOVE 'PMI CANCELLED REQST' TO W04-JOURNAL-TEXT
059000         WHEN OTHER
059100             SET PM-STATUS-TERMINATED TO TRUE
059300             MOVE 'LOAN CLOSED' TO W04-RESULT
059400             MOVE 'PMI TERM LOAN CLOSED' TO W04-JOURNAL-TEXT
059500     END-EVALUATE.
059600     IF PM-REQUEST-PENDING
059700         SET PM-REQUEST-GRANTED TO TRUE
059800     END-IF.
059810     SET W01-POLICY-ENDED TO TRUE.
061000 6000-EXIT.
061100     EXIT.
061103*
061106*----------------------------------------------------------*
061109* 6050-RECORD-TERMINATION - COUNT THE REWRITTEN            *
061112*     TERMINATION, JOURNAL IT AGAINST THE LOAN, LIST IT    *
061115*     ON THE REGISTER AND ADD IT TO ITS INSURER'S TOTALS   *
061118*----------------------------------------------------------*
061121 6050-RECORD-TERMINATION.
061124     EVALUATE TRUE
061127         WHEN PM-REASON-AUTOMATIC
061130             ADD 1 TO W02-TERMINATED-AUTO
061133         WHEN PM-REASON-REQUEST
061136             ADD 1 TO W02-CANCELLED-REQUEST
061139         WHEN OTHER
061142             ADD 1 TO W02-TERMINATED-CLOSED
061145     END-EVALUATE.
061148     ADD PM-MONTHLY-PREMIUM TO W04-PREMIUM-REMOVED.
061151     MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE.
061154     SET JR-ACTION-WRITE TO TRUE.
061157     MOVE 'LNPMIMON' TO JR-PROGRAM-ID.
061160     MOVE W04-JOURNAL-TEXT TO JR-TRANSACTION.
061163     MOVE LM-LOAN-NUMBER TO JR-LOAN-NUMBER.
061166     MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE.
061169     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
061172     MOVE PM-TERMINATION-DATE TO W07-D-DATE.
061175     PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT.
061178     PERFORM 6100-ADD-INSURER-TOTAL THRU 6100-EXIT.
061181 6050-EXIT.
061184     EXIT.
061200*
061300*----------------------------------------------------------*
061400* 6100-ADD-INSURER-TOTAL - ADD THE TERMINATION TO ITS      *
061500*     INSURER'S ENTRY, OPENING ONE ON THE INSURER'S FIRST  *
061600*     TERMINATION OF THE RUN                               *
061700*----------------------------------------------------------*
061800 6100-ADD-INSURER-TOTAL.
061900     SET W03-INS-IDX TO 1.
062000     SEARCH W03-INSURER-ENTRY
062100         AT END
062200             CONTINUE
062300         WHEN W03-INS-IDX > W03-INSURER-COUNT
062400             CONTINUE
062500         WHEN W03-INS-CODE (W03-INS-IDX) = PM-INSURER-CODE
062600             ADD 1 TO W03-INS-TERMINATED (W03-INS-IDX)
062700             ADD PM-MONTHLY-PREMIUM
062800                 TO W03-INS-PREMIUM (W03-INS-IDX)
062900             GO TO 6100-EXIT
063000     END-SEARCH.
063100     IF W03-INSURER-COUNT >= W03-INSURER-MAX
063200         ADD 1 TO W02-INSURER-OVERFLOWS
063300         DISPLAY 'LNPMIMON - INSURER TABLE FULL - INSURER '
063400             PM-INSURER-CODE ' NOT TOTALED'
063500         GO TO 6100-EXIT
063600     END-IF.
063700     ADD 1 TO W03-INSURER-COUNT.
063800     SET W03-INS-IDX TO W03-INSURER-COUNT.
063900     MOVE PM-INSURER-CODE TO W03-INS-CODE (W03-INS-IDX).
064000     MOVE 1 TO W03-INS-TERMINATED (W03-INS-IDX).
064100     MOVE PM-MONTHLY-PREMIUM TO W03-INS-PREMIUM (W03-INS-IDX).
064200 6100-EXIT.
064300     EXIT.
064400*
064500*----------------------------------------------------------*
064600* 6500-WRITE-DETAIL - WRITE ONE POLICY LINE WITH THE       *
064700*     RESULT ALREADY SET                                   *
064800*----------------------------------------------------------*
064900 6500-WRITE-DETAIL.
065000     MOVE W04-RESULT TO W07-D-RESULT.
065100     MOVE PM-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
065200     MOVE PM-INSURER-CODE TO W07-D-INSURER.
065300     MOVE PM-CERTIFICATE-NUMBER TO W07-D-CERTIFICATE.
065400     MOVE W04-ACTUAL-LTV TO W07-D-ACTUAL-LTV.
065500     MOVE W04-SCHEDULED-LTV TO W07-D-SCHEDULED-LTV.
065600     MOVE W04-DAYS-PAST-DUE TO W07-D-DAYS-PAST-DUE.
065700     MOVE PM-MONTHLY-PREMIUM TO W07-D-PREMIUM.
065800     MOVE SPACES TO PMITRPT-RECORD.
065900     MOVE W07-DETAIL-LINE TO PMITRPT-RECORD.
066000     WRITE PMITRPT-RECORD.
066100 6500-EXIT.
066200     EXIT.
066300*
066400*----------------------------------------------------------*
066500* 7000-UPDATE-ESCROW-SCHEDULE - COPY THE ESCROW SCHEDULE   *
066600*     TO ESCSNEW, LEAVING OFF THE PREMIUM ITEMS OF EVERY   *
066700*     LOAN WHOSE POLICY HAS ENDED                          *
066800*----------------------------------------------------------*
066900 7000-UPDATE-ESCROW-SCHEDULE.
067000     MOVE SPACES TO PM-LOAN-NUMBER.
067100     MOVE 'N' TO W01-POLICY-FOUND-SWITCH.
067200     PERFORM 7200-READ-SCHEDULE THRU 7200-EXIT.
067300     PERFORM 7100-COPY-ONE-ITEM THRU 7100-EXIT
067400         UNTIL W01-END-OF-ESCSCHED.
067500 7000-EXIT.
067600     EXIT.
067700*
067800*----------------------------------------------------------*
067900* 7100-COPY-ONE-ITEM - DROP THE ITEM IF IT IS THE PREMIUM  *
068000*     OF AN ENDED POLICY, OTHERWISE COPY IT, THEN READ     *
068100*     AHEAD.  THE POLICY IS READ ONCE PER LOAN             *
068200*----------------------------------------------------------*
068300 7100-COPY-ONE-ITEM.
068400     IF ES-LOAN-NUMBER NOT = PM-LOAN-NUMBER
068500         PERFORM 7300-FIND-POLICY THRU 7300-EXIT
068600     END-IF.
068700     IF W01-POLICY-FOUND
068800         AND NOT PM-STATUS-ACTIVE
068900         AND ES-PAYEE-NAME = PM-ESCROW-PAYEE
069000         ADD 1 TO W02-SCHED-REMOVED
069100         ADD ES-DISB-AMOUNT TO W04-SCHED-AMOUNT-REMOVED
069200         MOVE ES-LOAN-NUMBER TO W07-E-LOAN-NUMBER
069300         MOVE ES-PAYEE-NAME TO W07-E-PAYEE
069400         MOVE ES-DUE-MONTH TO W07-E-DUE-MONTH
069500         MOVE ES-DISB-AMOUNT TO W07-E-AMOUNT
069600         MOVE SPACES TO PMITRPT-RECORD
069700         MOVE W07-ESCROW-LINE TO PMITRPT-RECORD
069800         WRITE PMITRPT-RECORD
069900         GO TO 7100-NEXT
070000     END-IF.
070100     MOVE ESCROW-SCHEDULE-RECORD TO ESCSNEW-RECORD.
070200     WRITE ESCSNEW-RECORD.
070300     ADD 1 TO W02-SCHED-WRITTEN.
070400 7100-NEXT.
070500     PERFORM 7200-READ-SCHEDULE THRU 7200-EXIT.
070600 7100-EXIT.
070700     EXIT.
070800*
070900*----------------------------------------------------------*
071000* 7200-READ-SCHEDULE - READ THE NEXT ESCROW SCHEDULE ITEM  *
071100*----------------------------------------------------------*
071200 7200-READ-SCHEDULE.
071300     READ ESCSCHED
071400         AT END
071500             SET W01-END-OF-ESCSCHED TO TRUE
071600             GO TO 7200-EXIT
071700     END-READ.
071800     ADD 1 TO W02-SCHED-READ.
071900 7200-EXIT.
072000     EXIT.
072100*
072200*----------------------------------------------------------*
072300* 7300-FIND-POLICY - RANDOM-READ THE POLICY FOR THE ITEM'S *
072400*     LOAN.  WITH NO POLICY FILE THERE IS NOTHING TO FIND  *
072500*----------------------------------------------------------*
072600 7300-FIND-POLICY.
072700     MOVE 'N' TO W01-POLICY-FOUND-SWITCH.
072800     MOVE ES-LOAN-NUMBER TO PM-LOAN-NUMBER.
072900     IF NOT W01-PMIFILE-OPEN
073000         GO TO 7300-EXIT
073100     END-IF.
073200     READ PMIFILE
073300         INVALID KEY
073400             CONTINUE
073500         NOT INVALID KEY
073600             SET W01-POLICY-FOUND TO TRUE
073700     END-READ.
073800 7300-EXIT.
073900     EXIT.
074000*
074100*----------------------------------------------------------*
074200* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS AND THE         *
074300*     TERMINATIONS BY INSURER AT THE BOTTOM OF THE REPORT  *
074400*----------------------------------------------------------*
074500 8000-WRITE-TOTALS.
074600     MOVE 'ACTIVE POLICIES REVIEWED' TO W07-T-CAPTION.
074700     MOVE W02-POLICIES-REVIEWED TO W07-T-COUNT.
074800     MOVE ZERO TO W07-T-AMOUNT.
074900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
075000     MOVE 'TERMINATED AT 78 PERCENT' TO W07-T-CAPTION.
075100     MOVE W02-TERMINATED-AUTO TO W07-T-COUNT.
075200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
075300     MOVE 'CANCELLED ON REQUEST' TO W07-T-CAPTION.
075400     MOVE W02-CANCELLED-REQUEST TO W07-T-COUNT.
075500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
075600     MOVE 'TERMINATED - LOAN CLOSED' TO W07-T-CAPTION.
075700     MOVE W02-TERMINATED-CLOSED TO W07-T-COUNT.
075800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
075900     MOVE 'MONTHLY PREMIUM REMOVED' TO W07-T-CAPTION.
076000     MOVE ZERO TO W07-T-COUNT.
076100     MOVE W04-PREMIUM-REMOVED TO W07-T-AMOUNT.
076200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
076300     MOVE 'REQUESTS DENIED' TO W07-T-CAPTION.
076400     MOVE W02-REQUESTS-DENIED TO W07-T-COUNT.
076500     MOVE ZERO TO W07-T-AMOUNT.
076600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
076700     MOVE 'AT 78 PERCENT - NOT CURRENT' TO W07-T-CAPTION.
076800     MOVE W02-HELD-DELINQUENT TO W07-T-COUNT.
076900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
077000     MOVE 'ELIGIBLE TO CANCEL ON REQST' TO W07-T-CAPTION.
077100     MOVE W02-ELIGIBLE-ON-REQUEST TO W07-T-COUNT.
077200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
077300     MOVE 'POLICY LOAN NOT ON MASTER' TO W07-T-CAPTION.
077400     MOVE W02-LOANS-NOT-FOUND TO W07-T-COUNT.
077500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
077600     MOVE 'ESCROW ITEMS READ' TO W07-T-CAPTION.
077700     MOVE W02-SCHED-READ TO W07-T-COUNT.
077800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
077900     MOVE 'ESCROW PREMIUM ITEMS REMOVED' TO W07-T-CAPTION.
078000     MOVE W02-SCHED-REMOVED TO W07-T-COUNT.
078100     MOVE W04-SCHED-AMOUNT-REMOVED TO W07-T-AMOUNT.
078200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
078300     MOVE 'ESCROW ITEMS WRITTEN' TO W07-T-CAPTION.
078400     MOVE W02-SCHED-WRITTEN TO W07-T-COUNT.
078500     MOVE ZERO TO W07-T-AMOUNT.
078600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
078700     PERFORM 8200-WRITE-INSURER-LINE THRU 8200-EXIT
078800         VARYING W03-INS-IDX FROM 1 BY 1
078900         UNTIL W03-INS-IDX > W03-INSURER-COUNT.
079000 8000-EXIT.
079100     EXIT.
079200*
079300*----------------------------------------------------------*
079400* 8100-WRITE-TOTAL-LINE - WRITE ONE CAPTIONED TOTAL LINE   *
079500*----------------------------------------------------------*
079600 8100-WRITE-TOTAL-LINE.
079700     MOVE SPACES TO PMITRPT-RECORD.
079800     MOVE W07-TOTAL-LINE TO PMITRPT-RECORD.
079900     WRITE PMITRPT-RECORD.
080000 8100-EXIT.
080100     EXIT.
080200*
080300*----------------------------------------------------------*
080400* 8200-WRITE-INSURER-LINE - WRITE ONE INSURER'S TOTAL OF   *
080500*     THE POLICIES ENDED THIS RUN                          *
080600*----------------------------------------------------------*
080700 8200-WRITE-INSURER-LINE.
080800     MOVE W03-INS-CODE (W03-INS-IDX) TO W07-I-INSURER.
080900     MOVE W03-INS-TERMINATED (W03-INS-IDX) TO W07-I-COUNT.
081000     MOVE W03-INS-PREMIUM (W03-INS-IDX) TO W07-I-PREMIUM.
081100     MOVE SPACES TO PMITRPT-RECORD.
081200     MOVE W07-INSURER-LINE TO PMITRPT-RECORD.
081300     WRITE PMITRPT-RECORD.
081400 8200-EXIT.
081500     EXIT.
081600*
081700*----------------------------------------------------------*
081800* 9000-TERMINATE - CLOSE THE JOURNAL AND ALL FILES         *
081900*----------------------------------------------------------*
082000 9000-TERMINATE.
082100     MOVE 'ENDRUN' TO JR-ACTION.
082200     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
082300     CLOSE LOANMAST.
082400     IF W01-PMIFILE-OPEN
082500         CLOSE PMIFILE
082600     END-IF.
082700     CLOSE ESCSCHED.
082800     CLOSE ESCSNEW.
082900     CLOSE PMITRPT.
083000 9000-EXIT.
083100     EXIT.
083200*
083300*----------------------------------------------------------*
083400* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
083500*----------------------------------------------------------*
083600 9999-EXIT.
083700     GOBACK.
