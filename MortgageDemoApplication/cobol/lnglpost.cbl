000100 IDENTIFICATION DIVISION.
000200*
000300* DAILY GENERAL LEDGER POSTING INTERFACE - TURNS THE DAY'S
000400* SERVICING CASH AND BALANCE MOVEMENTS INTO BALANCED DEBIT AND
000500* CREDIT ENTRIES ON THE LEDGER'S FIXED-FORMAT UPLOAD FILE,
000600* SUMMARIZED BY INVESTOR CUSTODIAL ACCOUNT AND TRANSACTION TYPE,
000700* AND PRINTS THE PROOF REPORT ACCOUNTING SIGNS OFF.  REPLACES
000800* THE SPREADSHEET REBUILT BY HAND EVERY MORNING.
000900*
001000* THE SOURCES ARE THE OUTPUTS OF THE DAY'S JOBS, EACH TAKEN
001100* FOR THE CYCLE DATE ONLY:
001200*     PAYHIST  - PAYMENTS APPLIED (PAYOFFS INCLUDED) AND THE
001300*                REVERSALS THAT BACK THEM OUT
001400*     PAYREVLG - NSF FEES ASSESSED ON RETURNED ITEMS
001500*     LATEASMT - LATE CHARGES ASSESSED BY THE NIGHTLY RUN
001600*     ESCDTL   - ESCROW ITEMS DISBURSED, LOAN BY LOAN
001700*     ESCADV   - SERVICER ADVANCES MADE ON THOSE ITEMS
001800*     REFUNDQ  - ESCROW REFUNDS QUEUED ON PAYOFF.  A REFUND
001803*                LEFT QUEUED BY A CHECK RUN THAT DID NOT
001806*                COMPLETE WAS POSTED ON ITS OWN CYCLE
001810*     ADVRCVY  - ESCROW COLLECTED AND TAKEN BACK AGAINST THE
001820*                SERVICER ADVANCES OUTSTANDING
001900* EACH LOAN'S INVESTOR COMES FROM THE LOAN MASTER.  A LOAN NOT
002000* ON THE MASTER, OR WHOSE INVESTOR IS NOT ON THE VALID LIST, IS
002100* POSTED TO THE UNASSIGNED CUSTODIAL SLOT AND LISTED, SO THE
002200* MONEY STILL BALANCES AND ACCOUNTING CAN RECLASS IT.
002300*
002400* THE ENTRIES BALANCE ONLY WHEN THE SOURCES AGREE: EVERY
002500* PAYMENT'S SPLIT MUST ADD BACK TO THE CASH RECEIVED, AND THE
002600* ESCROW AND ADVANCED PARTS OF THE ITEMS DISBURSED MUST ADD TO
002700* THE CASH PAID OUT.  AN OUT-OF-BALANCE DAY, OR ONE WITH AN
002800* UNREADABLE SOURCE RECORD, LEAVES THE UPLOAD FILE EMPTY, ENDS
002900* WITH RC 16 AND IS NOT MARKED COMPLETE, SO THE JOB IS RERUN
003000* ONCE THE SOURCE IS CORRECTED.  A COMPLETED DAY IS NEVER
003100* POSTED TWICE - THE RUN-CONTROL MANAGER REFUSES THE RERUN.
003200*
003300 PROGRAM-ID.  LNGLPOST.
003400 AUTHOR.      R SMALL.
003500 INSTALLATION. MORTGAGE SERVICING DIVISION.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800*
003900*-----------------------------------------------------------*
004000* MODIFICATION HISTORY                                      *
004100*-----------------------------------------------------------*
004200* DATE       INIT DESCRIPTION                                *
004300* 10/15/2026 RS   ORIGINAL - DAILY GENERAL LEDGER INTERFACE   *
004310* 10/15/2026 RS   ESCROW RECOVERED AGAINST SERVICER ADVANCES  *
004320*                 POSTED FROM ADVRCVY; RUNS BEHIND LNADVREC   *
004330* 10/15/2026 RS   RUNS BEHIND THE LOAN MASTER BALANCING PROOF *
004340* 10/15/2026 RS   REFUNDS POSTED ONLY ON THE CYCLE THAT       *
004350*                 QUEUED THEM, SO ONE LEFT ON THE QUEUE BY A  *
004360*                 CHECK RUN THAT DID NOT COMPLETE IS NOT      *
004370*                 POSTED AGAIN                                *
004380* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES FOR THE *
004390*                 PAYOFF RECEIVED DATE                        *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LOANMAST ASSIGN TO LOANMAST
004900         ORGANIZATION INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS LM-LOAN-NUMBER
005200         FILE STATUS IS W05-LOANMAST-STATUS.
005300     SELECT PAYHIST ASSIGN TO PAYHIST
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS W05-PAYHIST-STATUS.
005600     SELECT PAYREVLG ASSIGN TO PAYREVLG
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS W05-PAYREVLG-STATUS.
005900     SELECT LATEASMT ASSIGN TO LATEASMT
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS W05-LATEASMT-STATUS.
006200     SELECT ESCDTL ASSIGN TO ESCDTL
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS W05-ESCDTL-STATUS.
006500     SELECT ESCADV ASSIGN TO ESCADV
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS W05-ESCADV-STATUS.
006800     SELECT REFUNDQ ASSIGN TO REFUNDQ
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS W05-REFUNDQ-STATUS.
007010     SELECT ADVRCVY ASSIGN TO ADVRCVY
007020         ORGANIZATION LINE SEQUENTIAL
007030         FILE STATUS IS W05-ADVRCVY-STATUS.
007100     SELECT GLUPLOAD ASSIGN TO GLUPLOAD
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS W05-GLUPLOAD-STATUS.
007400     SELECT GLPROOF ASSIGN TO GLPROOF
007500         ORGANIZATION LINE SEQUENTIAL
007600         FILE STATUS IS W05-GLPROOF-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LOANMAST.
008000     COPY LOANMAST.
008100 FD  PAYHIST
008200     RECORD CONTAINS 74 CHARACTERS.
008300     COPY PAYHREC.
008400 FD  PAYREVLG
008500     RECORD CONTAINS 50 CHARACTERS.
008600     COPY PAYREVLG.
008700 FD  LATEASMT
008800     RECORD CONTAINS 40 CHARACTERS.
008900     COPY LATEASMT.
009000 FD  ESCDTL
009100     RECORD CONTAINS 80 CHARACTERS.
009200     COPY ESCDTL.
009300 FD  ESCADV
009400     RECORD CONTAINS 52 CHARACTERS.
009500     COPY ESCADV.
009600 FD  REFUNDQ
009700     RECORD CONTAINS 60 CHARACTERS.
009800     COPY REFUNDQ.
009810 FD  ADVRCVY
009820     RECORD CONTAINS 40 CHARACTERS.
009830     COPY ADVRCVY.
009900 FD  GLUPLOAD
010000     RECORD CONTAINS 100 CHARACTERS.
010100     COPY GLUPLOAD.
010200 FD  GLPROOF
010300     RECORDING MODE IS F.
010400 01  GLPROOF-RECORD              PIC X(132).
010500 WORKING-STORAGE SECTION.
010600*
010700*    SWITCHES
010800*
010900 01  W01-SOURCE-EOF-SWITCH       PIC X(01) VALUE 'N'.
011000     88  W01-END-OF-SOURCE           VALUE 'Y'.
011100 01  W01-INVESTOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
011200     88  W01-INVESTOR-FOUND          VALUE 'Y'.
011300 01  W01-BALANCE-SWITCH          PIC X(01) VALUE 'Y'.
011400     88  W01-IN-BALANCE              VALUE 'Y'.
011500     88  W01-OUT-OF-BALANCE          VALUE 'N'.
011600 01  W01-UNREADABLE-SWITCH       PIC X(01) VALUE 'N'.
011700     88  W01-UNREADABLE-FOUND        VALUE 'Y'.
011800*
011900*    COUNTERS
012000*
012100 01  W02-PAYMENTS-POSTED         PIC 9(07) VALUE 0.
012200 01  W02-REVERSALS-POSTED        PIC 9(07) VALUE 0.
012300 01  W02-ASSESSMENTS-POSTED      PIC 9(07) VALUE 0.
012400 01  W02-NSF-FEES-POSTED         PIC 9(07) VALUE 0.
012500 01  W02-DISB-ITEMS-POSTED       PIC 9(07) VALUE 0.
012600 01  W02-ADVANCES-POSTED         PIC 9(07) VALUE 0.
012700 01  W02-REFUNDS-POSTED          PIC 9(07) VALUE 0.
012710 01  W02-RECOVERIES-POSTED       PIC 9(07) VALUE 0.
012800 01  W02-UNASSIGNED-POSTINGS     PIC 9(07) VALUE 0.
012900 01  W02-UNREADABLE-RECORDS      PIC 9(07) VALUE 0.
013000 01  W02-SOURCES-MISSING         PIC 9(07) VALUE 0.
013100 01  W02-ENTRIES-WRITTEN         PIC 9(07) VALUE 0.
013200*
013300*    VALID INVESTOR CODES - SLOT N OF THE ACCUMULATOR TABLE      *
013400*    BELONGS TO INVESTOR N.  THE LAST SLOT CATCHES LOANS NOT ON  *
013500*    THE MASTER OR WITH A CODE NOT ON THE LIST.  KEEP IN STEP    *
013600*    WITH THE BOARDING EDIT'S VALID-VALUES LIST                  *
013700*
013800 01  W03-INVESTOR-LIST.
013900     05  FILLER                  PIC X(06) VALUE 'FNMA'.
014000     05  FILLER                  PIC X(06) VALUE 'FHLMC'.
014100     05  FILLER                  PIC X(06) VALUE 'GNMA'.
014200     05  FILLER                  PIC X(06) VALUE 'PRIV01'.
014300     05  FILLER                  PIC X(06) VALUE 'PRIV02'.
014400     05  FILLER                  PIC X(06) VALUE 'UNASGN'.
014500 01  W03-INVESTOR-TABLE REDEFINES W03-INVESTOR-LIST.
014600     05  W03-INVESTOR-ENTRY      OCCURS 6 TIMES
014700                                 INDEXED BY W03-INV-IDX
014800                                 PIC X(06).
014900 01  W03-INVESTOR-SLOTS          PIC 9(02) COMP VALUE 6.
015000 01  W03-UNASSIGNED-SLOT         PIC 9(02) COMP VALUE 6.
015100*
015200*    GENERAL LEDGER LINES - ONE PER ACCOUNT AND TRANSACTION      *
015300*    TYPE, WITH THE SIDE THE LINE NORMALLY POSTS TO.  KEEP IN    *
015400*    STEP WITH THE CONTROLLER'S CHART OF ACCOUNTS                *
015500*
015600 01  W03-GL-LINE-LIST.
015700     05  FILLER                  PIC X(10) VALUE '101000'.
015800     05  FILLER                  PIC X(01) VALUE 'D'.
015900     05  FILLER                  PIC X(02) VALUE 'CA'.
016000     05  FILLER                  PIC X(24)
016100         VALUE 'CUSTODIAL CASH RECEIVED'.
016200     05  FILLER                  PIC X(10) VALUE '141000'.
016300     05  FILLER                  PIC X(01) VALUE 'C'.
016400     05  FILLER                  PIC X(02) VALUE 'PR'.
016500     05  FILLER                  PIC X(24)
016600         VALUE 'PRINCIPAL COLLECTED'.
016700     05  FILLER                  PIC X(10) VALUE '231000'.
016800     05  FILLER                  PIC X(01) VALUE 'C'.
016900     05  FILLER                  PIC X(02) VALUE 'IN'.
017000     05  FILLER                  PIC X(24)
017100         VALUE 'INTEREST COLLECTED'.
017200     05  FILLER                  PIC X(10) VALUE '221000'.
017300     05  FILLER                  PIC X(01) VALUE 'C'.
017400     05  FILLER                  PIC X(02) VALUE 'EC'.
017500     05  FILLER                  PIC X(24)
017600         VALUE 'ESCROW COLLECTED'.
017700     05  FILLER                  PIC X(10) VALUE '151000'.
017800     05  FILLER                  PIC X(01) VALUE 'C'.
017900     05  FILLER                  PIC X(02) VALUE 'LC'.
018000     05  FILLER                  PIC X(24)
018100         VALUE 'LATE CHARGES COLLECTED'.
018200     05  FILLER                  PIC X(10) VALUE '151000'.
018300     05  FILLER                  PIC X(01) VALUE 'D'.
018400     05  FILLER                  PIC X(02) VALUE 'LA'.
018500     05  FILLER                  PIC X(24)
018600         VALUE 'LATE CHARGES ASSESSED'.
018700     05  FILLER                  PIC X(10) VALUE '411000'.
018800     05  FILLER                  PIC X(01) VALUE 'C'.
018900     05  FILLER                  PIC X(02) VALUE 'LA'.
019000     05  FILLER                  PIC X(24)
019100         VALUE 'LATE CHARGE INCOME'.
019200     05  FILLER                  PIC X(10) VALUE '221000'.
019300     05  FILLER                  PIC X(01) VALUE 'D'.
019400     05  FILLER                  PIC X(02) VALUE 'ED'.
019500     05  FILLER                  PIC X(24)
019600         VALUE 'ESCROW DISBURSED'.
019700     05  FILLER                  PIC X(10) VALUE '102000'.
019800     05  FILLER                  PIC X(01) VALUE 'C'.
019900     05  FILLER                  PIC X(02) VALUE 'ED'.
020000     05  FILLER                  PIC X(24)
020100         VALUE 'ESCROW ITEMS PAID OUT'.
020200     05  FILLER                  PIC X(10) VALUE '161000'.
020300     05  FILLER                  PIC X(01) VALUE 'D'.
020400     05  FILLER                  PIC X(02) VALUE 'AD'.
020500     05  FILLER                  PIC X(24)
020600         VALUE 'SERVICER ADVANCES'.
020700     05  FILLER                  PIC X(10) VALUE '221000'.
020800     05  FILLER                  PIC X(01) VALUE 'D'.
020900     05  FILLER                  PIC X(02) VALUE 'RF'.
021000     05  FILLER                  PIC X(24)
021100         VALUE 'ESCROW REFUNDED'.
021200     05  FILLER                  PIC X(10) VALUE '241000'.
021300     05  FILLER                  PIC X(01) VALUE 'C'.
021400     05  FILLER                  PIC X(02) VALUE 'RF'.
021500     05  FILLER                  PIC X(24)
021600         VALUE 'REFUNDS PAYABLE'.
021609     05  FILLER                  PIC X(10) VALUE '221000'.
021618     05  FILLER                  PIC X(01) VALUE 'D'.
021627     05  FILLER                  PIC X(02) VALUE 'AR'.
021636     05  FILLER                  PIC X(24)
021645         VALUE 'ESCROW TO ADVANCES'.
021654     05  FILLER                  PIC X(10) VALUE '161000'.
021663     05  FILLER                  PIC X(01) VALUE 'C'.
021672     05  FILLER                  PIC X(02) VALUE 'AR'.
021681     05  FILLER                  PIC X(24)
021690         VALUE 'ADVANCES RECOVERED'.
021700 01  W03-GL-LINE-TABLE REDEFINES W03-GL-LINE-LIST.
021800     05  W03-GL-LINE             OCCURS 14 TIMES.
021900         10  W03-GL-ACCOUNT      PIC X(10).
022000         10  W03-GL-SIDE         PIC X(01).
022100             88  W03-GL-DEBIT-SIDE   VALUE 'D'.
022200         10  W03-GL-TRAN-TYPE    PIC X(02).
022300         10  W03-GL-DESCRIPTION  PIC X(24).
022400 01  W03-GL-LINES                PIC 9(02) COMP VALUE 14.
022500*
022600*    GENERAL LEDGER LINE NUMBERS, IN THE ORDER OF THE LIST ABOVE
022700*
022800 01  W03-LN-CASH-RECEIVED        PIC 9(02) COMP VALUE 1.
022900 01  W03-LN-PRINCIPAL            PIC 9(02) COMP VALUE 2.
023000 01  W03-LN-INTEREST             PIC 9(02) COMP VALUE 3.
023100 01  W03-LN-ESCROW-COLLECTED     PIC 9(02) COMP VALUE 4.
023200 01  W03-LN-LATE-COLLECTED       PIC 9(02) COMP VALUE 5.
023300 01  W03-LN-LATE-RECEIVABLE      PIC 9(02) COMP VALUE 6.
023400 01  W03-LN-LATE-INCOME          PIC 9(02) COMP VALUE 7.
023500 01  W03-LN-ESCROW-DISBURSED     PIC 9(02) COMP VALUE 8.
023600 01  W03-LN-ESCROW-PAID-OUT      PIC 9(02) COMP VALUE 9.
023700 01  W03-LN-ADVANCES             PIC 9(02) COMP VALUE 10.
023800 01  W03-LN-ESCROW-REFUNDED      PIC 9(02) COMP VALUE 11.
023900 01  W03-LN-REFUNDS-PAYABLE      PIC 9(02) COMP VALUE 12.
023910 01  W03-LN-ESCROW-APPLIED       PIC 9(02) COMP VALUE 13.
023920 01  W03-LN-ADVANCES-RECOVERED   PIC 9(02) COMP VALUE 14.
024000*
024100*    PER-INVESTOR ACCUMULATORS - THE NET AMOUNT OF EACH LEDGER   *
024200*    LINE ON ITS NORMAL SIDE.  A REVERSAL CAN DRIVE A LINE       *
024300*    NEGATIVE, WHICH POSTS TO THE OPPOSITE SIDE                  *
024400*
024500 01  W03-ACCUM-TABLE.
024600     05  W03-ACCUM-ENTRY         OCCURS 6 TIMES.
024700         10  W03-ACC-AMOUNT      PIC S9(11)V99 COMP-3
024800                                 OCCURS 14 TIMES.
024900*
025000*    CYCLE DATE, POSTING AND PROOF WORK FIELDS
025100*
025200 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
025300 01  W04-INV-SUB                 PIC 9(02) COMP VALUE 0.
025400 01  W04-LINE-SUB                PIC 9(02) COMP VALUE 0.
025500 01  W04-SOURCE-NAME             PIC X(08) VALUE SPACES.
025600 01  W04-LOOKUP-LOAN             PIC X(10) VALUE SPACES.
025700 01  W04-ENTRY-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
025800 01  W04-ENTRY-SIDE              PIC X(01) VALUE SPACE.
025900     88  W04-ENTRY-DEBIT             VALUE 'D'.
026000     88  W04-ENTRY-CREDIT            VALUE 'C'.
026100 01  W04-TOTAL-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
026200 01  W04-TOTAL-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
026300 01  W04-DIFFERENCE              PIC S9(13)V99 COMP-3 VALUE 0.
026400 01  W04-PAYMENTS-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
026500 01  W04-REVERSALS-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
026600 01  W04-ASSESSED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
026700 01  W04-NSF-FEES-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
026800 01  W04-DISBURSED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
026900 01  W04-ADVANCED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
027000 01  W04-REFUNDED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
027010 01  W04-RECOVERED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
027100*
027200*    FILE STATUS FIELDS
027300*
027400 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
027500     88  W05-LOANMAST-OK             VALUE '00'.
027600 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
027700     88  W05-PAYHIST-OK              VALUE '00'.
027800     88  W05-PAYHIST-NOFILE          VALUE '35'.
027900 01  W05-PAYREVLG-STATUS         PIC X(02) VALUE SPACES.
028000     88  W05-PAYREVLG-OK             VALUE '00'.
028100     88  W05-PAYREVLG-NOFILE         VALUE '35'.
028200 01  W05-LATEASMT-STATUS         PIC X(02) VALUE SPACES.
028300     88  W05-LATEASMT-OK             VALUE '00'.
028400     88  W05-LATEASMT-NOFILE         VALUE '35'.
028500 01  W05-ESCDTL-STATUS           PIC X(02) VALUE SPACES.
028600     88  W05-ESCDTL-OK               VALUE '00'.
028700     88  W05-ESCDTL-NOFILE           VALUE '35'.
028800 01  W05-ESCADV-STATUS           PIC X(02) VALUE SPACES.
028900     88  W05-ESCADV-OK               VALUE '00'.
029000     88  W05-ESCADV-NOFILE           VALUE '35'.
029100 01  W05-REFUNDQ-STATUS          PIC X(02) VALUE SPACES.
029200     88  W05-REFUNDQ-OK              VALUE '00'.
029300     88  W05-REFUNDQ-NOFILE          VALUE '35'.
029310 01  W05-ADVRCVY-STATUS          PIC X(02) VALUE SPACES.
029320     88  W05-ADVRCVY-OK              VALUE '00'.
029330     88  W05-ADVRCVY-NOFILE          VALUE '35'.
029400 01  W05-GLUPLOAD-STATUS         PIC X(02) VALUE SPACES.
029500     88  W05-GLUPLOAD-OK             VALUE '00'.
029600 01  W05-GLPROOF-STATUS          PIC X(02) VALUE SPACES.
029700     88  W05-GLPROOF-OK              VALUE '00'.
029800*
029900*    PROOF REPORT LINE LAYOUTS
030000*
030100 01  W07-HEADING-1.
030200     05  FILLER                  PIC X(40)
030300         VALUE 'GENERAL LEDGER POSTING PROOF - CYCLE   '.
030400     05  W07-H1-CYCLE-DATE       PIC 9(08).
030500 01  W07-HEADING-2.
030600     05  FILLER                  PIC X(30)
030700         VALUE 'INVSTR GL ACCOUNT TY DESCRIPTI'.
030800     05  FILLER                  PIC X(30)
030900         VALUE 'ON                         DEB'.
031000     05  FILLER                  PIC X(30)
031100         VALUE 'IT                 CREDIT     '.
031200 01  W07-DETAIL-LINE.
031300     05  W07-D-INVESTOR          PIC X(06).
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  W07-D-ACCOUNT           PIC X(10).
031600     05  FILLER                  PIC X(01) VALUE SPACE.
031700     05  W07-D-TRAN-TYPE         PIC X(02).
031800     05  FILLER                  PIC X(01) VALUE SPACE.
031900     05  W07-D-DESCRIPTION       PIC X(24).
032000     05  FILLER                  PIC X(01) VALUE SPACE.
032100     05  W07-D-DEBIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032200     05  FILLER                  PIC X(01) VALUE SPACE.
032300     05  W07-D-CREDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032400 01  W07-EXCEPT-LINE.
032500     05  FILLER                  PIC X(12)
032600         VALUE 'EXCEPTION - '.
032700     05  W07-X-SOURCE            PIC X(08).
032800     05  FILLER                  PIC X(06) VALUE ' LOAN '.
032900     05  W07-X-LOAN-NUMBER       PIC X(10).
033000     05  FILLER                  PIC X(03) VALUE ' - '.
033100     05  W07-X-REASON-TEXT       PIC X(40).
033200 01  W07-SOURCE-LINE.
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  W07-S-CAPTION           PIC X(24).
033500     05  FILLER                  PIC X(07) VALUE ' COUNT '.
033600     05  W07-S-COUNT             PIC ZZZ,ZZ9.
033700     05  FILLER                  PIC X(08) VALUE ' AMOUNT '.
033800     05  W07-S-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
033900 01  W07-TOTAL-LINE.
034000     05  FILLER                  PIC X(02) VALUE SPACES.
034100     05  W07-T-CAPTION           PIC X(24).
034200     05  W07-T-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
034300 01  W07-MESSAGE-LINE.
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  W07-M-TEXT              PIC X(60).
034600*
034700*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
034800*    AND END OF THE RUN                                        *
034900*
035000     COPY CYCREQ.
035100 PROCEDURE DIVISION.
035200*
035300*----------------------------------------------------------*
035400* 0000-MAINLINE                                            *
035500*----------------------------------------------------------*
035600 0000-MAINLINE.
035700     DISPLAY 'LNGLPOST STARTING'.
035800     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
035900     IF CY-RESULT-REFUSED
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 9999-EXIT
036200     END-IF.
036300     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036500     PERFORM 2000-POST-PAYHIST THRU 2000-EXIT.
036600     PERFORM 2500-POST-NSF-FEES THRU 2500-EXIT.
036700     PERFORM 3000-POST-ASSESSMENTS THRU 3000-EXIT.
036800     PERFORM 3500-POST-DISBURSEMENTS THRU 3500-EXIT.
036900     PERFORM 4000-POST-ADVANCES THRU 4000-EXIT.
037000     PERFORM 4500-POST-REFUNDS THRU 4500-EXIT.
037010     PERFORM 4800-POST-RECOVERIES THRU 4800-EXIT.
037100     PERFORM 6000-PROVE-ENTRIES THRU 6000-EXIT.
037200     PERFORM 7000-WRITE-CONTROLS THRU 7000-EXIT.
037300     IF W01-IN-BALANCE
037400         PERFORM 8000-RELEASE-UPLOAD THRU 8000-EXIT
037500     END-IF.
037600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037700     DISPLAY 'LNGLPOST COMPLETE - PAYMENTS=' W02-PAYMENTS-POSTED
037800         ' REVERSALS=' W02-REVERSALS-POSTED
037900         ' ASSESSED=' W02-ASSESSMENTS-POSTED
038000         ' NSF FEES=' W02-NSF-FEES-POSTED
038100         ' DISBURSED=' W02-DISB-ITEMS-POSTED
038200         ' ADVANCES=' W02-ADVANCES-POSTED
038300         ' REFUNDS=' W02-REFUNDS-POSTED
038310         ' RECOVERIES=' W02-RECOVERIES-POSTED
038400         ' UNASSIGNED=' W02-UNASSIGNED-POSTINGS
038500         ' ENTRIES=' W02-ENTRIES-WRITTEN.
038600*
038700*    AN UNRELEASED DAY ENDS WITHOUT THE CYCLE END, SO THE JOB
038800*    STAYS MARKED STARTED AND IS RERUN ONCE THE SOURCE IS FIXED
038900*
039000     IF W01-OUT-OF-BALANCE
039100         DISPLAY 'LNGLPOST - ENTRIES NOT RELEASED FOR CYCLE '
039200             W04-CYCLE-DATE ' - SEE THE PROOF REPORT'
039300         MOVE 16 TO RETURN-CODE
039400         GO TO 9999-EXIT
039500     END-IF.
039600     IF W02-UNASSIGNED-POSTINGS > 0
039700         OR W02-SOURCES-MISSING > 0
039800         MOVE 4 TO RETURN-CODE
039900     END-IF.
040000     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
040100     GO TO 9999-EXIT.
040200*
040300*----------------------------------------------------------*
040400* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
040500*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE LEDGER POSTS  *
040600*     BEHIND THE LOAN MASTER BALANCING PROOF, ITSELF         *
040700*     BEHIND THE LATE CHARGES, ADVANCE RECOVERY AND THE  *
040800*     REVERSALS, SO THE DAY IS FINAL AND THE MASTER      *
040900*     PROVEN.  THE ZERO CYCLE DATE TELLS LNCYCCTL TO     *
040910*     RESOLVE IT FROM THE CYCDATE CONTROL FILE; THE      *
040920*     RESOLVED DATE SELECTS THE DAY'S SOURCE RECORDS     *
041000*----------------------------------------------------------*
041100 0100-CYCLE-START.
041200     SET CY-ACTION-START TO TRUE.
041300     MOVE 'LNGLPOST' TO CY-JOB-NAME.
041400     MOVE 'LNBALPRF' TO CY-PREDECESSOR.
041500     MOVE ZERO TO CY-CYCLE-DATE.
041600     MOVE ZERO TO CY-RETURN-CODE.
041700     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
041800 0100-EXIT.
041900     EXIT.
042000*
042100*----------------------------------------------------------*
042200* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
042300*     RETURN CODE FOR THE CYCLE                              *
042400*----------------------------------------------------------*
042500 0200-CYCLE-END.
042600     SET CY-ACTION-ENDJOB TO TRUE.
042700     MOVE RETURN-CODE TO CY-RETURN-CODE.
042800     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
042900 0200-EXIT.
043000     EXIT.
043100*
043200*----------------------------------------------------------*
043300* 1000-INITIALIZE - OPEN THE MASTER, THE UPLOAD FILE AND    *
043400*     THE PROOF REPORT, CLEAR THE ACCUMULATORS AND WRITE    *
043500*     THE HEADINGS.  THE UPLOAD FILE IS EMPTIED HERE AND    *
043600*     ONLY FILLED ONCE THE DAY PROVES                       *
043700*----------------------------------------------------------*
043800 1000-INITIALIZE.
043900     DISPLAY 'LNGLPOST - CYCLE DATE IS ' W04-CYCLE-DATE.
044000     OPEN INPUT LOANMAST.
044100     IF NOT W05-LOANMAST-OK
044200         DISPLAY 'LNGLPOST - LOANMAST OPEN FAILED - STATUS='
044300             W05-LOANMAST-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         GO TO 9999-EXIT
044600     END-IF.
044700     OPEN OUTPUT GLUPLOAD.
044800     IF NOT W05-GLUPLOAD-OK
044900         DISPLAY 'LNGLPOST - GLUPLOAD OPEN FAILED - STATUS='
045000             W05-GLUPLOAD-STATUS
045100         MOVE 16 TO RETURN-CODE
045200         GO TO 9999-EXIT
045300     END-IF.
045400     OPEN OUTPUT GLPROOF.
045500     IF NOT W05-GLPROOF-OK
045600         DISPLAY 'LNGLPOST - GLPROOF OPEN FAILED - STATUS='
045700             W05-GLPROOF-STATUS
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 9999-EXIT
046000     END-IF.
046100     PERFORM 1100-CLEAR-ACCUMULATOR THRU 1100-EXIT
046200         VARYING W04-INV-SUB FROM 1 BY 1
046300         UNTIL W04-INV-SUB > W03-INVESTOR-SLOTS.
046400     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
046500     MOVE SPACES TO GLPROOF-RECORD.
046600     MOVE W07-HEADING-1 TO GLPROOF-RECORD.
046700     WRITE GLPROOF-RECORD.
046800 1000-EXIT.
046900     EXIT.
047000*
047100*----------------------------------------------------------*
047200* 1100-CLEAR-ACCUMULATOR - ZERO ONE INVESTOR'S LEDGER LINES *
047300*----------------------------------------------------------*
047400 1100-CLEAR-ACCUMULATOR.
047500     PERFORM 1200-CLEAR-ONE-LINE THRU 1200-EXIT
047600         VARYING W04-LINE-SUB FROM 1 BY 1
047700         UNTIL W04-LINE-SUB > W03-GL-LINES.
047800 1100-EXIT.
047900     EXIT.
048000*
048100*----------------------------------------------------------*
048200* 1200-CLEAR-ONE-LINE - ZERO ONE ACCUMULATOR                *
048300*----------------------------------------------------------*
048400 1200-CLEAR-ONE-LINE.
048500     MOVE ZERO TO W03-ACC-AMOUNT(W04-INV-SUB, W04-LINE-SUB).
048600 1200-EXIT.
048700     EXIT.
048800*
048900*----------------------------------------------------------*
049000* 2000-POST-PAYHIST - POST THE PAYMENTS APPLIED AND THE     *
049100*     REVERSALS POSTED ON THE CYCLE DATE                    *
049200*----------------------------------------------------------*
049300 2000-POST-PAYHIST.
049400     MOVE 'PAYHIST' TO W04-SOURCE-NAME.
049500     OPEN INPUT PAYHIST.
049600     IF W05-PAYHIST-NOFILE
049700         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
049800         GO TO 2000-EXIT
049900     END-IF.
050000     IF NOT W05-PAYHIST-OK
050100         DISPLAY 'LNGLPOST - PAYHIST OPEN FAILED - STATUS='
050200             W05-PAYHIST-STATUS
050300         MOVE 16 TO RETURN-CODE
050400         GO TO 9999-EXIT
050500     END-IF.
050600     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
050700     PERFORM 2200-READ-PAYHIST THRU 2200-EXIT.
050800     PERFORM 2100-POST-ONE-PAYMENT THRU 2100-EXIT
050900         UNTIL W01-END-OF-SOURCE.
051000     CLOSE PAYHIST.
051100 2000-EXIT.
051200     EXIT.
051300*
051400*----------------------------------------------------------*
051500* 2100-POST-ONE-PAYMENT - POST ONE HISTORY RECORD FOR THE   *
051600*     CYCLE DATE: THE CASH RECEIVED AGAINST ITS SPLIT, OR   *
051700*     THE SAME LINES BACKED OUT FOR A REVERSAL, THEN READ   *
051800*     AHEAD                                                 *
051900*----------------------------------------------------------*
052000 2100-POST-ONE-PAYMENT.
052100     IF PH-PAID-DATE NOT NUMERIC
052200         OR PH-PAYMENT-AMOUNT NOT NUMERIC
052300         OR PH-PRINCIPAL-AMOUNT NOT NUMERIC
052400         OR PH-INTEREST-AMOUNT NOT NUMERIC
052500         OR PH-ESCROW-AMOUNT NOT NUMERIC
052600         OR PH-LATE-CHARGE-AMOUNT NOT NUMERIC
052700         MOVE PH-LOAN-NUMBER TO W04-LOOKUP-LOAN
052800         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
052900         GO TO 2100-NEXT
053000     END-IF.
053100     IF PH-PAID-DATE NOT = W04-CYCLE-DATE
053200         GO TO 2100-NEXT
053300     END-IF.
053400     MOVE PH-LOAN-NUMBER TO W04-LOOKUP-LOAN.
053500     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
053600     IF PH-ENTRY-REVERSAL
053700         ADD 1 TO W02-REVERSALS-POSTED
053800         ADD PH-PAYMENT-AMOUNT TO W04-REVERSALS-AMOUNT
053900         SUBTRACT PH-PAYMENT-AMOUNT FROM
054000             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-CASH-RECEIVED)
054100         SUBTRACT PH-PRINCIPAL-AMOUNT FROM
054200             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-PRINCIPAL)
054300         SUBTRACT PH-INTEREST-AMOUNT FROM
054400             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-INTEREST)
054500         SUBTRACT PH-ESCROW-AMOUNT FROM
054600             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-COLLECTED)
054700         SUBTRACT PH-LATE-CHARGE-AMOUNT FROM
054800             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-COLLECTED)
054900     ELSE
055000         ADD 1 TO W02-PAYMENTS-POSTED
055100         ADD PH-PAYMENT-AMOUNT TO W04-PAYMENTS-AMOUNT
055200         ADD PH-PAYMENT-AMOUNT TO
055300             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-CASH-RECEIVED)
055400         ADD PH-PRINCIPAL-AMOUNT TO
055500             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-PRINCIPAL)
055600         ADD PH-INTEREST-AMOUNT TO
055700             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-INTEREST)
055800         ADD PH-ESCROW-AMOUNT TO
055900             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-COLLECTED)
056000         ADD PH-LATE-CHARGE-AMOUNT TO
056100             W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-COLLECTED)
056200     END-IF.
056300 2100-NEXT.
056400     PERFORM 2200-READ-PAYHIST THRU 2200-EXIT.
056500 2100-EXIT.
056600     EXIT.
056700*
056800*----------------------------------------------------------*
056900* 2200-READ-PAYHIST - READ THE NEXT PAYMENT HISTORY RECORD  *
057000*----------------------------------------------------------*
057100 2200-READ-PAYHIST.
057200     READ PAYHIST
057300         AT END
057400             SET W01-END-OF-SOURCE TO TRUE
057500     END-READ.
057600 2200-EXIT.
057700     EXIT.
057800*
057900*----------------------------------------------------------*
058000* 2500-POST-NSF-FEES - POST THE RETURNED-ITEM FEES THE      *
058100*     REVERSAL RUN ASSESSED ON THE CYCLE DATE.  THE FEE      *
058200*     GOES ON THE LATE-CHARGE BALANCE, SO IT POSTS AS A     *
058300*     LATE CHARGE ASSESSED                                  *
058400*----------------------------------------------------------*
058500 2500-POST-NSF-FEES.
058600     MOVE 'PAYREVLG' TO W04-SOURCE-NAME.
058700     OPEN INPUT PAYREVLG.
058800     IF W05-PAYREVLG-NOFILE
058900         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
059000         GO TO 2500-EXIT
059100     END-IF.
059200     IF NOT W05-PAYREVLG-OK
059300         DISPLAY 'LNGLPOST - PAYREVLG OPEN FAILED - STATUS='
059400             W05-PAYREVLG-STATUS
059500         MOVE 16 TO RETURN-CODE
059600         GO TO 9999-EXIT
059700     END-IF.
059800     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
059900     PERFORM 2700-READ-PAYREVLG THRU 2700-EXIT.
060000     PERFORM 2600-POST-ONE-FEE THRU 2600-EXIT
060100         UNTIL W01-END-OF-SOURCE.
060200     CLOSE PAYREVLG.
060300 2500-EXIT.
060400     EXIT.
060500*
060600*----------------------------------------------------------*
060700* 2600-POST-ONE-FEE - POST ONE REVERSAL LOG RECORD'S FEE    *
060800*     FOR THE CYCLE DATE, THEN READ AHEAD                   *
060900*----------------------------------------------------------*
061000 2600-POST-ONE-FEE.
061100     IF RL-REVERSAL-DATE NOT NUMERIC
061200         OR RL-NSF-FEE NOT NUMERIC
061300         MOVE RL-LOAN-NUMBER TO W04-LOOKUP-LOAN
061400         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
061500         GO TO 2600-NEXT
061600     END-IF.
061700     IF RL-REVERSAL-DATE NOT = W04-CYCLE-DATE
061800         OR RL-NSF-FEE = ZERO
061900         GO TO 2600-NEXT
062000     END-IF.
062100     MOVE RL-LOAN-NUMBER TO W04-LOOKUP-LOAN.
062200     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
062300     ADD 1 TO W02-NSF-FEES-POSTED.
062400     ADD RL-NSF-FEE TO W04-NSF-FEES-AMOUNT.
062500     ADD RL-NSF-FEE TO
062600         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-RECEIVABLE).
062700     ADD RL-NSF-FEE TO
062800         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-INCOME).
062900 2600-NEXT.
063000     PERFORM 2700-READ-PAYREVLG THRU 2700-EXIT.
063100 2600-EXIT.
063200     EXIT.
063300*
063400*----------------------------------------------------------*
063500* 2700-READ-PAYREVLG - READ THE NEXT REVERSAL LOG RECORD    *
063600*----------------------------------------------------------*
063700 2700-READ-PAYREVLG.
063800     READ PAYREVLG
063900         AT END
064000             SET W01-END-OF-SOURCE TO TRUE
064100     END-READ.
064200 2700-EXIT.
064300     EXIT.
064400*
064500*----------------------------------------------------------*
064600* 3000-POST-ASSESSMENTS - POST THE LATE CHARGES THE         *
064700*     NIGHTLY ASSESSMENT ADDED ON THE CYCLE DATE            *
064800*----------------------------------------------------------*
064900 3000-POST-ASSESSMENTS.
065000     MOVE 'LATEASMT' TO W04-SOURCE-NAME.
065100     OPEN INPUT LATEASMT.
065200     IF W05-LATEASMT-NOFILE
065300         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
065400         GO TO 3000-EXIT
065500     END-IF.
065600     IF NOT W05-LATEASMT-OK
065700         DISPLAY 'LNGLPOST - LATEASMT OPEN FAILED - STATUS='
065800             W05-LATEASMT-STATUS
065900         MOVE 16 TO RETURN-CODE
066000         GO TO 9999-EXIT
066100     END-IF.
066200     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
066300     PERFORM 3200-READ-LATEASMT THRU 3200-EXIT.
066400     PERFORM 3100-POST-ONE-ASSESSMENT THRU 3100-EXIT
066500         UNTIL W01-END-OF-SOURCE.
066600     CLOSE LATEASMT.
066700 3000-EXIT.
066800     EXIT.
066900*
067000*----------------------------------------------------------*
067100* 3100-POST-ONE-ASSESSMENT - POST ONE LATE CHARGE FOR THE   *
067200*     CYCLE DATE, THEN READ AHEAD                           *
067300*----------------------------------------------------------*
067400 3100-POST-ONE-ASSESSMENT.
067500     IF LA-ASSESSED-DATE NOT NUMERIC
067600         OR LA-CHARGE-AMOUNT NOT NUMERIC
067700         MOVE LA-LOAN-NUMBER TO W04-LOOKUP-LOAN
067800         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
067900         GO TO 3100-NEXT
068000     END-IF.
068100     IF LA-ASSESSED-DATE NOT = W04-CYCLE-DATE
068200         GO TO 3100-NEXT
068300     END-IF.
068400     MOVE LA-LOAN-NUMBER TO W04-LOOKUP-LOAN.
068500     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
068600     ADD 1 TO W02-ASSESSMENTS-POSTED.
068700     ADD LA-CHARGE-AMOUNT TO W04-ASSESSED-AMOUNT.
068800     ADD LA-CHARGE-AMOUNT TO
068900         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-RECEIVABLE).
069000     ADD LA-CHARGE-AMOUNT TO
069100         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-LATE-INCOME).
069200 3100-NEXT.
069300     PERFORM 3200-READ-LATEASMT THRU 3200-EXIT.
069400 3100-EXIT.
069500     EXIT.
069600*
069700*----------------------------------------------------------*
069800* 3200-READ-LATEASMT - READ THE NEXT ASSESSMENT RECORD      *
069900*----------------------------------------------------------*
070000 3200-READ-LATEASMT.
070100     READ LATEASMT
070200         AT END
070300             SET W01-END-OF-SOURCE TO TRUE
070400     END-READ.
070500 3200-EXIT.
070600     EXIT.
070700*
070800*----------------------------------------------------------*
070900* 3500-POST-DISBURSEMENTS - POST THE ESCROW ITEMS PAID ON   *
071000*     THE CYCLE DATE: THE ESCROW PART AGAINST THE LOAN'S    *
071100*     ESCROW AND THE WHOLE ITEM AGAINST THE CASH PAID OUT.  *
071200*     THE ADVANCED PART COMES FROM THE ADVANCE FILE         *
071300*----------------------------------------------------------*
071400 3500-POST-DISBURSEMENTS.
071500     MOVE 'ESCDTL' TO W04-SOURCE-NAME.
071600     OPEN INPUT ESCDTL.
071700     IF W05-ESCDTL-NOFILE
071800         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
071900         GO TO 3500-EXIT
072000     END-IF.
072100     IF NOT W05-ESCDTL-OK
072200         DISPLAY 'LNGLPOST - ESCDTL OPEN FAILED - STATUS='
072300             W05-ESCDTL-STATUS
072400         MOVE 16 TO RETURN-CODE
072500         GO TO 9999-EXIT
072600     END-IF.
072700     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
072800     PERFORM 3700-READ-ESCDTL THRU 3700-EXIT.
072900     PERFORM 3600-POST-ONE-ITEM THRU 3600-EXIT
073000         UNTIL W01-END-OF-SOURCE.
073100     CLOSE ESCDTL.
073200 3500-EXIT.
073300     EXIT.
073400*
073500*----------------------------------------------------------*
073600* 3600-POST-ONE-ITEM - POST ONE DISBURSED ITEM FOR THE      *
073700*     CYCLE DATE, THEN READ AHEAD                           *
073800*----------------------------------------------------------*
073900 3600-POST-ONE-ITEM.
074000     IF ED-DISB-DATE NOT NUMERIC
074100         OR ED-ITEM-AMOUNT NOT NUMERIC
074200         OR ED-ESCROW-AMOUNT NOT NUMERIC
074300         MOVE ED-LOAN-NUMBER TO W04-LOOKUP-LOAN
074400         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
074500         GO TO 3600-NEXT
074600     END-IF.
074700     IF ED-DISB-DATE NOT = W04-CYCLE-DATE
074800         GO TO 3600-NEXT
074900     END-IF.
075000     MOVE ED-LOAN-NUMBER TO W04-LOOKUP-LOAN.
075100     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
075200     ADD 1 TO W02-DISB-ITEMS-POSTED.
075300     ADD ED-ITEM-AMOUNT TO W04-DISBURSED-AMOUNT.
075400     ADD ED-ESCROW-AMOUNT TO
075500         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-DISBURSED).
075600     ADD ED-ITEM-AMOUNT TO
075700         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-PAID-OUT).
075800 3600-NEXT.
075900     PERFORM 3700-READ-ESCDTL THRU 3700-EXIT.
076000 3600-EXIT.
076100     EXIT.
076200*
076300*----------------------------------------------------------*
076400* 3700-READ-ESCDTL - READ THE NEXT DISBURSEMENT DETAIL      *
076500*----------------------------------------------------------*
076600 3700-READ-ESCDTL.
076700     READ ESCDTL
076800         AT END
076900             SET W01-END-OF-SOURCE TO TRUE
077000     END-READ.
077100 3700-EXIT.
077200     EXIT.
077300*
077400*----------------------------------------------------------*
077500* 4000-POST-ADVANCES - POST THE SERVICER ADVANCES MADE ON   *
077600*     THE CYCLE DATE                                        *
077700*----------------------------------------------------------*
077800 4000-POST-ADVANCES.
077900     MOVE 'ESCADV' TO W04-SOURCE-NAME.
078000     OPEN INPUT ESCADV.
078100     IF W05-ESCADV-NOFILE
078200         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
078300         GO TO 4000-EXIT
078400     END-IF.
078500     IF NOT W05-ESCADV-OK
078600         DISPLAY 'LNGLPOST - ESCADV OPEN FAILED - STATUS='
078700             W05-ESCADV-STATUS
078800         MOVE 16 TO RETURN-CODE
078900         GO TO 9999-EXIT
079000     END-IF.
079100     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
079200     PERFORM 4200-READ-ESCADV THRU 4200-EXIT.
079300     PERFORM 4100-POST-ONE-ADVANCE THRU 4100-EXIT
079400         UNTIL W01-END-OF-SOURCE.
079500     CLOSE ESCADV.
079600 4000-EXIT.
079700     EXIT.
079800*
079900*----------------------------------------------------------*
080000* 4100-POST-ONE-ADVANCE - POST ONE ADVANCE FOR THE CYCLE    *
080100*     DATE, THEN READ AHEAD                                 *
080200*----------------------------------------------------------*
080300 4100-POST-ONE-ADVANCE.
080400     IF AV-ADVANCE-DATE NOT NUMERIC
080500         OR AV-ADVANCE-AMOUNT NOT NUMERIC
080600         MOVE AV-LOAN-NUMBER TO W04-LOOKUP-LOAN
080700         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
080800         GO TO 4100-NEXT
080900     END-IF.
081000     IF AV-ADVANCE-DATE NOT = W04-CYCLE-DATE
081100         GO TO 4100-NEXT
081200     END-IF.
081300     MOVE AV-LOAN-NUMBER TO W04-LOOKUP-LOAN.
081400     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
081500     ADD 1 TO W02-ADVANCES-POSTED.
081600     ADD AV-ADVANCE-AMOUNT TO W04-ADVANCED-AMOUNT.
081700     ADD AV-ADVANCE-AMOUNT TO
081800         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ADVANCES).
081900 4100-NEXT.
082000     PERFORM 4200-READ-ESCADV THRU 4200-EXIT.
082100 4100-EXIT.
082200     EXIT.
082300*
082400*----------------------------------------------------------*
082500* 4200-READ-ESCADV - READ THE NEXT SERVICER ADVANCE RECORD  *
082600*----------------------------------------------------------*
082700 4200-READ-ESCADV.
082800     READ ESCADV
082900         AT END
083000             SET W01-END-OF-SOURCE TO TRUE
083100     END-READ.
083200 4200-EXIT.
083300     EXIT.
083400*
083500*----------------------------------------------------------*
083600* 4500-POST-REFUNDS - POST THE ESCROW REFUNDS QUEUED FOR   *
083700*     THE CYCLE DATE.  A REFUND STILL QUEUED FROM AN       *
083710*     EARLIER CYCLE - ITS CHECK RUN DID NOT COMPLETE -     *
083720*     WAS POSTED ON THAT CYCLE AND IS PASSED OVER          *
083800*----------------------------------------------------------*
083900 4500-POST-REFUNDS.
084000     MOVE 'REFUNDQ' TO W04-SOURCE-NAME.
084100     OPEN INPUT REFUNDQ.
084200     IF W05-REFUNDQ-NOFILE
084300         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
084400         GO TO 4500-EXIT
084500     END-IF.
084600     IF NOT W05-REFUNDQ-OK
084700         DISPLAY 'LNGLPOST - REFUNDQ OPEN FAILED - STATUS='
084800             W05-REFUNDQ-STATUS
084900         MOVE 16 TO RETURN-CODE
085000         GO TO 9999-EXIT
085100     END-IF.
085200     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
085300     PERFORM 4700-READ-REFUNDQ THRU 4700-EXIT.
085400     PERFORM 4600-POST-ONE-REFUND THRU 4600-EXIT
085500         UNTIL W01-END-OF-SOURCE.
085600     CLOSE REFUNDQ.
085700 4500-EXIT.
085800     EXIT.
085900*
086000*----------------------------------------------------------*
086100* 4600-POST-ONE-REFUND - POST ONE REFUND QUEUED FOR THE    *
086200*     CYCLE DATE, THEN READ AHEAD                          *
086300*----------------------------------------------------------*
086400 4600-POST-ONE-REFUND.
086500     IF RQ-REFUND-DATE NOT NUMERIC
086600         OR RQ-REFUND-AMOUNT NOT NUMERIC
086700         MOVE RQ-LOAN-NUMBER TO W04-LOOKUP-LOAN
086800         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
086900         GO TO 4600-NEXT
087000     END-IF.
087010     IF RQ-REFUND-DATE NOT = W04-CYCLE-DATE
087020         GO TO 4600-NEXT
087030     END-IF.
087400     MOVE RQ-LOAN-NUMBER TO W04-LOOKUP-LOAN.
087500     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
087600     ADD 1 TO W02-REFUNDS-POSTED.
087700     ADD RQ-REFUND-AMOUNT TO W04-REFUNDED-AMOUNT.
087800     ADD RQ-REFUND-AMOUNT TO
087900         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-REFUNDED).
088000     ADD RQ-REFUND-AMOUNT TO
088100         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-REFUNDS-PAYABLE).
088200 4600-NEXT.
088300     PERFORM 4700-READ-REFUNDQ THRU 4700-EXIT.
088400 4600-EXIT.
088500     EXIT.
088600*
088700*----------------------------------------------------------*
088800* 4700-READ-REFUNDQ - READ THE NEXT REFUND QUEUE RECORD     *
088900*----------------------------------------------------------*
089000 4700-READ-REFUNDQ.
089100     READ REFUNDQ
089200         AT END
089300             SET W01-END-OF-SOURCE TO TRUE
089400     END-READ.
089500 4700-EXIT.
089600     EXIT.
089601*
089602*----------------------------------------------------------*
089603* 4800-POST-RECOVERIES - POST THE ESCROW TAKEN BACK AGAINST *
089604*     SERVICER ADVANCES ON THE CYCLE DATE.  THE MONEY CAME  *
089605*     IN AS ESCROW COLLECTED, SO IT MOVES FROM THE ESCROW   *
089606*     ACCOUNT TO THE ADVANCES RECEIVABLE                    *
089607*----------------------------------------------------------*
089608 4800-POST-RECOVERIES.
089609     MOVE 'ADVRCVY' TO W04-SOURCE-NAME.
089610     OPEN INPUT ADVRCVY.
089611     IF W05-ADVRCVY-NOFILE
089612         PERFORM 6900-SOURCE-MISSING THRU 6900-EXIT
089613         GO TO 4800-EXIT
089614     END-IF.
089615     IF NOT W05-ADVRCVY-OK
089616         DISPLAY 'LNGLPOST - ADVRCVY OPEN FAILED - STATUS='
089617             W05-ADVRCVY-STATUS
089618         MOVE 16 TO RETURN-CODE
089619         GO TO 9999-EXIT
089620     END-IF.
089621     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
089622     PERFORM 4950-READ-ADVRCVY THRU 4950-EXIT.
089623     PERFORM 4900-POST-ONE-RECOVERY THRU 4900-EXIT
089624         UNTIL W01-END-OF-SOURCE.
089625     CLOSE ADVRCVY.
089626 4800-EXIT.
089627     EXIT.
089628*
089629*----------------------------------------------------------*
089630* 4900-POST-ONE-RECOVERY - POST ONE ADVANCE RECOVERY FOR    *
089631*     THE CYCLE DATE, THEN READ AHEAD                       *
089632*----------------------------------------------------------*
089633 4900-POST-ONE-RECOVERY.
089634     IF AR-RECOVERY-DATE NOT NUMERIC
089635         OR AR-RECOVERY-AMOUNT NOT NUMERIC
089636         MOVE AR-LOAN-NUMBER TO W04-LOOKUP-LOAN
089637         PERFORM 6800-SOURCE-UNREADABLE THRU 6800-EXIT
089638         GO TO 4900-NEXT
089639     END-IF.
089640     IF AR-RECOVERY-DATE NOT = W04-CYCLE-DATE
089641         GO TO 4900-NEXT
089642     END-IF.
089643     MOVE AR-LOAN-NUMBER TO W04-LOOKUP-LOAN.
089644     PERFORM 5000-FIND-INVESTOR THRU 5000-EXIT.
089645     ADD 1 TO W02-RECOVERIES-POSTED.
089646     ADD AR-RECOVERY-AMOUNT TO W04-RECOVERED-AMOUNT.
089647     ADD AR-RECOVERY-AMOUNT TO
089648         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ESCROW-APPLIED).
089649     ADD AR-RECOVERY-AMOUNT TO
089650         W03-ACC-AMOUNT(W04-INV-SUB, W03-LN-ADVANCES-RECOVERED).
089651 4900-NEXT.
089652     PERFORM 4950-READ-ADVRCVY THRU 4950-EXIT.
089653 4900-EXIT.
089654     EXIT.
089655*
089656*----------------------------------------------------------*
089657* 4950-READ-ADVRCVY - READ THE NEXT ADVANCE RECOVERY RECORD *
089658*----------------------------------------------------------*
089659 4950-READ-ADVRCVY.
089660     READ ADVRCVY
089661         AT END
089662             SET W01-END-OF-SOURCE TO TRUE
089663     END-READ.
089664 4950-EXIT.
089665     EXIT.
089700*
089800*----------------------------------------------------------*
089900* 5000-FIND-INVESTOR - READ THE LOAN'S MASTER RECORD AND    *
090000*     LEAVE ITS INVESTOR'S ACCUMULATOR SLOT IN W04-INV-SUB. *
090100*     A LOAN NOT ON THE MASTER, OR A CODE NOT ON THE LIST,  *
090200*     GOES TO THE UNASSIGNED SLOT AND IS LISTED             *
090300*----------------------------------------------------------*
090400 5000-FIND-INVESTOR.
090500     MOVE W03-UNASSIGNED-SLOT TO W04-INV-SUB.
090600     MOVE W04-LOOKUP-LOAN TO LM-LOAN-NUMBER.
090700     READ LOANMAST
090800         INVALID KEY
090900             MOVE 'LOAN NOT ON MASTER - POSTED UNASSIGNED'
091000                 TO W07-X-REASON-TEXT
091100             PERFORM 6700-WRITE-EXCEPT THRU 6700-EXIT
091200             ADD 1 TO W02-UNASSIGNED-POSTINGS
091300             GO TO 5000-EXIT
091400     END-READ.
091500     MOVE 'N' TO W01-INVESTOR-FOUND-SWITCH.
091600     SET W03-INV-IDX TO 1.
091700     SEARCH W03-INVESTOR-ENTRY VARYING W03-INV-IDX
091800         AT END
091900             CONTINUE
092000         WHEN W03-INVESTOR-ENTRY(W03-INV-IDX) = LM-INVESTOR-CODE
092100             SET W01-INVESTOR-FOUND TO TRUE
092200     END-SEARCH.
092300     IF NOT W01-INVESTOR-FOUND
092400         MOVE 'INVESTOR NOT ON LIST - POSTED UNASSIGNED'
092500             TO W07-X-REASON-TEXT
092600         PERFORM 6700-WRITE-EXCEPT THRU 6700-EXIT
092700         ADD 1 TO W02-UNASSIGNED-POSTINGS
092800         GO TO 5000-EXIT
092900     END-IF.
093000     SET W04-INV-SUB TO W03-INV-IDX.
093100 5000-EXIT.
093200     EXIT.
093300*
093400*----------------------------------------------------------*
093500* 6000-PROVE-ENTRIES - TOTAL EVERY INVESTOR'S LEDGER LINES  *
093600*     BY SIDE, PRINTING EACH ON THE PROOF, AND DECIDE       *
093700*     WHETHER THE DAY BALANCES                              *
093800*----------------------------------------------------------*
093900 6000-PROVE-ENTRIES.
094000     MOVE SPACES TO GLPROOF-RECORD.
094100     MOVE W07-HEADING-2 TO GLPROOF-RECORD.
094200     WRITE GLPROOF-RECORD.
094300     PERFORM 6100-PROVE-INVESTOR THRU 6100-EXIT
094400         VARYING W04-INV-SUB FROM 1 BY 1
094500         UNTIL W04-INV-SUB > W03-INVESTOR-SLOTS.
094600     COMPUTE W04-DIFFERENCE =
094700         W04-TOTAL-DEBITS - W04-TOTAL-CREDITS.
094800     IF W04-DIFFERENCE NOT = ZERO
094900         OR W01-UNREADABLE-FOUND
095000         SET W01-OUT-OF-BALANCE TO TRUE
095100     END-IF.
095200 6000-EXIT.
095300     EXIT.
095400*
095500*----------------------------------------------------------*
095600* 6100-PROVE-INVESTOR - PROVE AND PRINT ONE INVESTOR'S      *
095700*     LEDGER LINES                                          *
095800*----------------------------------------------------------*
095900 6100-PROVE-INVESTOR.
096000     PERFORM 6200-PROVE-ONE-LINE THRU 6200-EXIT
096100         VARYING W04-LINE-SUB FROM 1 BY 1
096200         UNTIL W04-LINE-SUB > W03-GL-LINES.
096300 6100-EXIT.
096400     EXIT.
096500*
096600*----------------------------------------------------------*
096700* 6200-PROVE-ONE-LINE - ADD ONE NONZERO LEDGER LINE TO THE  *
096800*     SIDE IT POSTS TO AND PRINT IT                         *
096900*----------------------------------------------------------*
097000 6200-PROVE-ONE-LINE.
097100     IF W03-ACC-AMOUNT(W04-INV-SUB, W04-LINE-SUB) = ZERO
097200         GO TO 6200-EXIT
097300     END-IF.
097400     PERFORM 6300-RESOLVE-ENTRY THRU 6300-EXIT.
097500     MOVE W03-INVESTOR-ENTRY(W04-INV-SUB) TO W07-D-INVESTOR.
097600     MOVE W03-GL-ACCOUNT(W04-LINE-SUB) TO W07-D-ACCOUNT.
097700     MOVE W03-GL-TRAN-TYPE(W04-LINE-SUB) TO W07-D-TRAN-TYPE.
097800     MOVE W03-GL-DESCRIPTION(W04-LINE-SUB) TO W07-D-DESCRIPTION.
097900     IF W04-ENTRY-DEBIT
098000         ADD W04-ENTRY-AMOUNT TO W04-TOTAL-DEBITS
098100         MOVE W04-ENTRY-AMOUNT TO W07-D-DEBIT
098200         MOVE ZERO TO W07-D-CREDIT
098300     ELSE
098400         ADD W04-ENTRY-AMOUNT TO W04-TOTAL-CREDITS
098500         MOVE ZERO TO W07-D-DEBIT
098600         MOVE W04-ENTRY-AMOUNT TO W07-D-CREDIT
098700     END-IF.
098800     MOVE SPACES TO GLPROOF-RECORD.
098900     MOVE W07-DETAIL-LINE TO GLPROOF-RECORD.
099000     WRITE GLPROOF-RECORD.
099100 6200-EXIT.
099200     EXIT.
099300*
099400*----------------------------------------------------------*
099500* 6300-RESOLVE-ENTRY - TURN ONE ACCUMULATOR INTO AN ENTRY   *
099600*     AMOUNT AND SIDE.  A NEGATIVE NET POSTS ITS ABSOLUTE   *
099700*     VALUE TO THE SIDE OPPOSITE THE LINE'S NORMAL SIDE     *
099800*----------------------------------------------------------*
099900 6300-RESOLVE-ENTRY.
100000     MOVE W03-ACC-AMOUNT(W04-INV-SUB, W04-LINE-SUB)
100100         TO W04-ENTRY-AMOUNT.
100200     MOVE W03-GL-SIDE(W04-LINE-SUB) TO W04-ENTRY-SIDE.
100300     IF W04-ENTRY-AMOUNT < ZERO
100400         COMPUTE W04-ENTRY-AMOUNT = ZERO - W04-ENTRY-AMOUNT
100500         IF W03-GL-DEBIT-SIDE(W04-LINE-SUB)
100600             SET W04-ENTRY-CREDIT TO TRUE
100700         ELSE
100800             SET W04-ENTRY-DEBIT TO TRUE
100900         END-IF
101000     END-IF.
101100 6300-EXIT.
101200     EXIT.
101300*
101400*----------------------------------------------------------*
101500* 6700-WRITE-EXCEPT - WRITE ONE EXCEPTION LINE FOR THE      *
101600*     CURRENT SOURCE RECORD                                 *
101700*----------------------------------------------------------*
101800 6700-WRITE-EXCEPT.
101900     MOVE W04-SOURCE-NAME TO W07-X-SOURCE.
102000     MOVE W04-LOOKUP-LOAN TO W07-X-LOAN-NUMBER.
102100     MOVE SPACES TO GLPROOF-RECORD.
102200     MOVE W07-EXCEPT-LINE TO GLPROOF-RECORD.
102300     WRITE GLPROOF-RECORD.
102400 6700-EXIT.
102500     EXIT.
102600*
102700*----------------------------------------------------------*
102800* 6800-SOURCE-UNREADABLE - LIST A SOURCE RECORD WHOSE DATE  *
102900*     OR AMOUNTS ARE NOT NUMERIC.  ITS MONEY CANNOT BE      *
103000*     POSTED, SO THE DAY IS NOT RELEASED                    *
103100*----------------------------------------------------------*
103200 6800-SOURCE-UNREADABLE.
103300     ADD 1 TO W02-UNREADABLE-RECORDS.
103400     SET W01-UNREADABLE-FOUND TO TRUE.
103500     MOVE 'RECORD UNREADABLE - NOT POSTED' TO W07-X-REASON-TEXT.
103600     PERFORM 6700-WRITE-EXCEPT THRU 6700-EXIT.
103700 6800-EXIT.
103800     EXIT.
103900*
104000*----------------------------------------------------------*
104100* 6900-SOURCE-MISSING - NOTE A SOURCE FILE THAT DOES NOT    *
104200*     EXIST YET.  NOTHING IS POSTED FROM IT                 *
104300*----------------------------------------------------------*
104400 6900-SOURCE-MISSING.
104500     ADD 1 TO W02-SOURCES-MISSING.
104600     DISPLAY 'LNGLPOST - ' W04-SOURCE-NAME
104700         ' NOT PRESENT - NO ACTIVITY POSTED FROM IT'.
104800     MOVE SPACES TO W04-LOOKUP-LOAN.
104900     MOVE 'SOURCE FILE NOT PRESENT - NOTHING POSTED'
105000         TO W07-X-REASON-TEXT.
105100     PERFORM 6700-WRITE-EXCEPT THRU 6700-EXIT.
105200 6900-EXIT.
105300     EXIT.
105400*
105500*----------------------------------------------------------*
105600* 7000-WRITE-CONTROLS - WRITE THE SOURCE CONTROL TOTALS,    *
105700*     THE DEBIT AND CREDIT TOTALS AND THE RELEASE DECISION  *
105800*     AT THE BOTTOM OF THE PROOF                            *
105900*----------------------------------------------------------*
106000 7000-WRITE-CONTROLS.
106100     MOVE 'PAYMENTS APPLIED' TO W07-S-CAPTION.
106200     MOVE W02-PAYMENTS-POSTED TO W07-S-COUNT.
106300     MOVE W04-PAYMENTS-AMOUNT TO W07-S-AMOUNT.
106400     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
106500     MOVE 'PAYMENTS REVERSED' TO W07-S-CAPTION.
106600     MOVE W02-REVERSALS-POSTED TO W07-S-COUNT.
106700     MOVE W04-REVERSALS-AMOUNT TO W07-S-AMOUNT.
106800     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
106900     MOVE 'LATE CHARGES ASSESSED' TO W07-S-CAPTION.
107000     MOVE W02-ASSESSMENTS-POSTED TO W07-S-COUNT.
107100     MOVE W04-ASSESSED-AMOUNT TO W07-S-AMOUNT.
107200     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
107300     MOVE 'NSF FEES ASSESSED' TO W07-S-CAPTION.
107400     MOVE W02-NSF-FEES-POSTED TO W07-S-COUNT.
107500     MOVE W04-NSF-FEES-AMOUNT TO W07-S-AMOUNT.
107600     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
107700     MOVE 'ESCROW ITEMS DISBURSED' TO W07-S-CAPTION.
107800     MOVE W02-DISB-ITEMS-POSTED TO W07-S-COUNT.
107900     MOVE W04-DISBURSED-AMOUNT TO W07-S-AMOUNT.
108000     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
108100     MOVE 'SERVICER ADVANCES' TO W07-S-CAPTION.
108200     MOVE W02-ADVANCES-POSTED TO W07-S-COUNT.
108300     MOVE W04-ADVANCED-AMOUNT TO W07-S-AMOUNT.
108400     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
108500     MOVE 'ESCROW REFUNDS QUEUED' TO W07-S-CAPTION.
108600     MOVE W02-REFUNDS-POSTED TO W07-S-COUNT.
108700     MOVE W04-REFUNDED-AMOUNT TO W07-S-AMOUNT.
108800     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
108810     MOVE 'ADVANCE RECOVERIES' TO W07-S-CAPTION.
108820     MOVE W02-RECOVERIES-POSTED TO W07-S-COUNT.
108830     MOVE W04-RECOVERED-AMOUNT TO W07-S-AMOUNT.
108840     PERFORM 7100-WRITE-SOURCE-LINE THRU 7100-EXIT.
108900     MOVE 'TOTAL DEBITS' TO W07-T-CAPTION.
109000     MOVE W04-TOTAL-DEBITS TO W07-T-AMOUNT.
109100     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
109200     MOVE 'TOTAL CREDITS' TO W07-T-CAPTION.
109300     MOVE W04-TOTAL-CREDITS TO W07-T-AMOUNT.
109400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
109500     MOVE 'DIFFERENCE' TO W07-T-CAPTION.
109600     MOVE W04-DIFFERENCE TO W07-T-AMOUNT.
109700     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
109800     IF W01-IN-BALANCE
109900         MOVE 'IN BALANCE - UPLOAD FILE RELEASED' TO W07-M-TEXT
110000     ELSE
110100         IF W01-UNREADABLE-FOUND
110200             MOVE
110300             '*** UNREADABLE SOURCE RECORDS - UPLOAD NOT RELEASED'
110400                 TO W07-M-TEXT
110500         ELSE
110600             MOVE
110700             '*** OUT OF BALANCE - UPLOAD FILE NOT RELEASED ***'
110800                 TO W07-M-TEXT
110900         END-IF
111000     END-IF.
111100     MOVE SPACES TO GLPROOF-RECORD.
111200     MOVE W07-MESSAGE-LINE TO GLPROOF-RECORD.
111300     WRITE GLPROOF-RECORD.
111400 7000-EXIT.
111500     EXIT.
111600*
111700*----------------------------------------------------------*
111800* 7100-WRITE-SOURCE-LINE - WRITE ONE SOURCE CONTROL LINE    *
111900*----------------------------------------------------------*
112000 7100-WRITE-SOURCE-LINE.
112100     MOVE SPACES TO GLPROOF-RECORD.
112200     MOVE W07-SOURCE-LINE TO GLPROOF-RECORD.
112300     WRITE GLPROOF-RECORD.
112400 7100-EXIT.
112500     EXIT.
112600*
112700*----------------------------------------------------------*
112800* 7200-WRITE-TOTAL-LINE - WRITE ONE PROOF TOTAL LINE        *
112900*----------------------------------------------------------*
113000 7200-WRITE-TOTAL-LINE.
113100     MOVE SPACES TO GLPROOF-RECORD.
113200     MOVE W07-TOTAL-LINE TO GLPROOF-RECORD.
113300     WRITE GLPROOF-RECORD.
113400 7200-EXIT.
113500     EXIT.
113600*
113700*----------------------------------------------------------*
113800* 8000-RELEASE-UPLOAD - WRITE THE PROVEN DAY TO THE UPLOAD  *
113900*     FILE: THE HEADER, ONE ENTRY PER NONZERO INVESTOR      *
114000*     LEDGER LINE AND THE TRAILER WITH THE CONTROL TOTALS   *
114100*----------------------------------------------------------*
114200 8000-RELEASE-UPLOAD.
114300     MOVE SPACES TO GL-UPLOAD-RECORD.
114400     SET GU-TYPE-HEADER TO TRUE.
114500     MOVE W04-CYCLE-DATE TO GU-POSTING-DATE.
114600     MOVE 'LNSV' TO GU-SOURCE-SYSTEM.
114700     WRITE GL-UPLOAD-RECORD.
114800     PERFORM 8100-RELEASE-INVESTOR THRU 8100-EXIT
114900         VARYING W04-INV-SUB FROM 1 BY 1
115000         UNTIL W04-INV-SUB > W03-INVESTOR-SLOTS.
115100     MOVE SPACES TO GL-UPLOAD-RECORD.
115200     SET GU-TYPE-TRAILER TO TRUE.
115300     MOVE W04-CYCLE-DATE TO GU-POSTING-DATE.
115400     MOVE 'LNSV' TO GU-SOURCE-SYSTEM.
115500     MOVE W02-ENTRIES-WRITTEN TO GU-ENTRY-COUNT.
115600     MOVE W04-TOTAL-DEBITS TO GU-TOTAL-DEBITS.
115700     MOVE W04-TOTAL-CREDITS TO GU-TOTAL-CREDITS.
115800     WRITE GL-UPLOAD-RECORD.
115900 8000-EXIT.
116000     EXIT.
116100*
116200*----------------------------------------------------------*
116300* 8100-RELEASE-INVESTOR - WRITE ONE INVESTOR'S ENTRIES      *
116400*----------------------------------------------------------*
116500 8100-RELEASE-INVESTOR.
116600     PERFORM 8200-RELEASE-ONE-LINE THRU 8200-EXIT
116700         VARYING W04-LINE-SUB FROM 1 BY 1
116800         UNTIL W04-LINE-SUB > W03-GL-LINES.
116900 8100-EXIT.
117000     EXIT.
117100*
117200*----------------------------------------------------------*
117300* 8200-RELEASE-ONE-LINE - WRITE ONE NONZERO LEDGER LINE AS  *
117400*     AN UPLOAD ENTRY                                       *
117500*----------------------------------------------------------*
117600 8200-RELEASE-ONE-LINE.
117700     IF W03-ACC-AMOUNT(W04-INV-SUB, W04-LINE-SUB) = ZERO
117800         GO TO 8200-EXIT
117900     END-IF.
118000     PERFORM 6300-RESOLVE-ENTRY THRU 6300-EXIT.
118100     MOVE SPACES TO GL-UPLOAD-RECORD.
118200     SET GU-TYPE-DETAIL TO TRUE.
118300     MOVE W04-CYCLE-DATE TO GU-POSTING-DATE.
118400     MOVE 'LNSV' TO GU-SOURCE-SYSTEM.
118500     MOVE W03-INVESTOR-ENTRY(W04-INV-SUB) TO GU-INVESTOR-CODE.
118600     MOVE W03-GL-ACCOUNT(W04-LINE-SUB) TO GU-GL-ACCOUNT.
118700     MOVE W03-GL-TRAN-TYPE(W04-LINE-SUB) TO GU-TRAN-TYPE.
118800     MOVE W04-ENTRY-SIDE TO GU-DEBIT-CREDIT.
118900     MOVE W04-ENTRY-AMOUNT TO GU-AMOUNT.
119000     MOVE W03-GL-DESCRIPTION(W04-LINE-SUB) TO GU-DESCRIPTION.
119100     WRITE GL-UPLOAD-RECORD.
119200     ADD 1 TO W02-ENTRIES-WRITTEN.
119300 8200-EXIT.
119400     EXIT.
119500*
119600*----------------------------------------------------------*
119700* 9000-TERMINATE - CLOSE ALL FILES                          *
119800*----------------------------------------------------------*
119900 9000-TERMINATE.
120000     CLOSE LOANMAST.
120100     CLOSE GLUPLOAD.
120200     CLOSE GLPROOF.
120300 9000-EXIT.
120400     EXIT.
120500*
120600*----------------------------------------------------------*
120700* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
120800*----------------------------------------------------------*
120900 9999-EXIT.
121000     GOBACK.
