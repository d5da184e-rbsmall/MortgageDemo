000100 IDENTIFICATION DIVISION.
000200*
000300* CHECK ISSUANCE - NUMBERS AND REGISTERS EVERY DISBURSEMENT CHECK
000400* THE SERVICING SYSTEM CUTS.  THE ESCROW PAYEE CHECKS THE MONTHLY
000500* DISBURSEMENT RUN WRITES TO ESCCHECK AND THE ESCROW REFUNDS THE
000600* PAYOFF FUNDS PROCESSOR QUEUES ON REFUNDQ ARE EACH GIVEN THE NEXT
000700* NUMBER FROM THE CONTROLLED CHECK STOCK RANGE ON CHKSTOCK, PUT ON
000800* THE CHKREG CHECK ISSUE REGISTER AND SENT TO THE BANK ON THE
000900* POSPAY POSITIVE-PAY ISSUE FILE, SO THE BANK PAYS ONLY WHAT WE
001000* ISSUED.  THE ISSUED QUEUES ARE THEN EMPTIED.
001100*
001200* AHEAD OF THE NEW CHECKS THE RUN APPLIES THE DISBURSEMENT DESK'S
001300* CHKTRAN TRANSACTIONS: A VOID STOPS AN OUTSTANDING OR STALE CHECK
001400* AT THE BANK AND FLAGS IT FOR RE-ISSUE; A RE-ISSUE CUTS A NEW
001500* CHECK FOR A VOIDED OR STALE CHECK STILL FLAGGED FOR FOLLOW-UP.
001600*
001700* THE WHOLE RUN'S CHECKS ARE COUNTED BEFORE ANY IS ISSUED - A RUN
001800* THAT WOULD RUN PAST THE END OF THE STOCK RANGE ISSUES NOTHING
001900* AND ENDS WITH RC 16 UNTIL TREASURY STAGES THE NEXT RANGE.  A
002000* RESTART AFTER AN ABEND REASSIGNS THE SAME NUMBERS, SINCE THE
002100* STOCK RECORD IS ONLY REWRITTEN AT THE END; A NUMBER ALREADY ON
002200* THE REGISTER FOR THE SAME PAYEE AND AMOUNT IS TAKEN AS ISSUED BY
002300* THE INTERRUPTED RUN, ANY OTHER NUMBER ALREADY ON THE REGISTER
002400* MEANS THE STOCK RANGE OVERLAPS THE REGISTER AND STOPS THE RUN.
002410*
002420* A VOID OR RE-ISSUE FOUND ALREADY APPLIED ON THE CYCLE DATE, BUT
002430* NOT EARLIER IN THIS RUN, WAS APPLIED BY THE INTERRUPTED RUN.  IT
002440* IS TAKEN AS DONE AND ITS POSITIVE-PAY RECORDS ARE WRITTEN AGAIN,
002450* SINCE POSPAY IS REBUILT ON EVERY RUN; A RE-ISSUE ALSO TAKES ITS
002460* NUMBER AGAIN, SO THE NUMBERS BEHIND IT STILL MATCH.
002500*
002600 PROGRAM-ID.  LNCHKISS.
002700 AUTHOR.      R SMALL.
002800 INSTALLATION. MORTGAGE SERVICING DIVISION.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100*
003200*-----------------------------------------------------------*
003300* MODIFICATION HISTORY                                      *
003400*-----------------------------------------------------------*
003500* DATE       INIT DESCRIPTION                                *
003600* 10/15/2026 RS   ORIGINAL - CHECK ISSUANCE AND POSITIVE PAY  *
003610* 10/15/2026 RS   RESTART TABLE SO A RERUN RE-SENDS THE VOIDS *
003620*                 AND RE-ISSUES OF AN INTERRUPTED RUN;        *
003630*                 SEPARATE COUNTS FOR REJECTED TRANSACTIONS   *
003640*                 AND ITEMS NOT ISSUED                        *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CHKREG ASSIGN TO CHKREG
004200         ORGANIZATION INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CR-CHECK-NUMBER
004500         FILE STATUS IS W05-CHKREG-STATUS.
004600     SELECT CHKSTOCK ASSIGN TO CHKSTOCK
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS W05-CHKSTOCK-STATUS.
004900     SELECT CHKTRAN ASSIGN TO CHKTRAN
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS W05-CHKTRAN-STATUS.
005200     SELECT ESCCHECK ASSIGN TO ESCCHECK
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS W05-ESCCHECK-STATUS.
005500     SELECT REFUNDQ ASSIGN TO REFUNDQ
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS W05-REFUNDQ-STATUS.
005800     SELECT POSPAY ASSIGN TO POSPAY
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS IS W05-POSPAY-STATUS.
006100     SELECT CHKISRPT ASSIGN TO CHKISRPT
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS W05-CHKISRPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CHKREG.
006700     COPY CHKREG.
006800 FD  CHKSTOCK
006900     RECORD CONTAINS 40 CHARACTERS.
007000     COPY CHKSTOCK.
007100 FD  CHKTRAN
007200     RECORD CONTAINS 40 CHARACTERS.
007300     COPY CHKTRAN.
007400 FD  ESCCHECK
007500     RECORD CONTAINS 49 CHARACTERS.
007600     COPY ESCCHECK.
007700 FD  REFUNDQ
007800     RECORD CONTAINS 60 CHARACTERS.
007900     COPY REFUNDQ.
008000 FD  POSPAY
008100     RECORD CONTAINS 80 CHARACTERS.
008200     COPY POSPAY.
008300 FD  CHKISRPT
008400     RECORDING MODE IS F.
008500 01  CHKISRPT-RECORD             PIC X(132).
008600 WORKING-STORAGE SECTION.
008700*
008800*    SWITCHES
008900*
009000 01  W01-SOURCE-EOF-SWITCH       PIC X(01) VALUE 'N'.
009100     88  W01-END-OF-SOURCE           VALUE 'Y'.
009200 01  W01-CHKTRAN-SWITCH          PIC X(01) VALUE 'N'.
009300     88  W01-CHKTRAN-PRESENT         VALUE 'Y'.
009400 01  W01-ESCCHECK-SWITCH         PIC X(01) VALUE 'N'.
009500     88  W01-ESCCHECK-PRESENT        VALUE 'Y'.
009600 01  W01-REFUNDQ-SWITCH          PIC X(01) VALUE 'N'.
009700     88  W01-REFUNDQ-PRESENT         VALUE 'Y'.
009710 01  W01-APPLIED-SWITCH          PIC X(01) VALUE 'N'.
009720     88  W01-APPLIED-FOUND           VALUE 'Y'.
009800*
009900*    COUNTERS
010000*
010100 01  W02-ESCROW-ISSUED           PIC 9(07) VALUE 0.
010200 01  W02-REFUNDS-ISSUED          PIC 9(07) VALUE 0.
010300 01  W02-CHECKS-REISSUED         PIC 9(07) VALUE 0.
010400 01  W02-CHECKS-VOIDED           PIC 9(07) VALUE 0.
010500 01  W02-TRANS-REJECTED          PIC 9(07) VALUE 0.
010600 01  W02-ITEMS-NOT-ISSUED        PIC 9(07) VALUE 0.
010700 01  W02-RESTART-MATCHED         PIC 9(07) VALUE 0.
010710 01  W02-RESTART-REAPPLIED       PIC 9(07) VALUE 0.
010800 01  W02-POSPAY-ITEMS            PIC 9(07) VALUE 0.
010900 01  W02-CHECKS-NEEDED           PIC 9(07) VALUE 0.
011000*
011100*    DISBURSING ACCOUNT THE CHECK STOCK IS DRAWN ON, AS THE    *
011200*    BANK KNOWS IT ON THE POSITIVE-PAY FILE, AND THE STOCK     *
011300*    LEVEL BELOW WHICH TREASURY IS WARNED TO REORDER.  KEEP    *
011400*    IN STEP WITH TREASURY                                     *
011500*
011600 01  W03-DISB-ACCOUNT            PIC X(12) VALUE '004471203568'.
011700 01  W03-LOW-STOCK-LEVEL         PIC 9(08) VALUE 250.
011800*
011900*    CYCLE DATE, STOCK AND TOTAL WORK FIELDS
012000*
012100 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
012200 01  W04-STOCK-REMAINING         PIC S9(09) COMP-3 VALUE 0.
012300 01  W04-ORIGINAL-CHECK          PIC 9(08) VALUE 0.
012400 01  W04-REFERENCE               PIC X(20) VALUE SPACES.
012410 01  W04-APPLIED-ACTION          PIC X(01) VALUE SPACE.
012500 01  W04-ESCROW-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
012600 01  W04-REFUND-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
012700 01  W04-REISSUED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
012800 01  W04-VOIDED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
012900 01  W04-POSPAY-ISSUE-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
013000*
013100*    FILE STATUS FIELDS
013200*
013300 01  W05-CHKREG-STATUS           PIC X(02) VALUE SPACES.
013400     88  W05-CHKREG-OK               VALUE '00'.
013500     88  W05-CHKREG-DUPLICATE        VALUE '22'.
013600     88  W05-CHKREG-NOFILE           VALUE '35'.
013700 01  W05-CHKSTOCK-STATUS         PIC X(02) VALUE SPACES.
013800     88  W05-CHKSTOCK-OK             VALUE '00'.
013900 01  W05-CHKTRAN-STATUS          PIC X(02) VALUE SPACES.
014000     88  W05-CHKTRAN-OK              VALUE '00'.
014100     88  W05-CHKTRAN-NOFILE          VALUE '35'.
014200 01  W05-ESCCHECK-STATUS         PIC X(02) VALUE SPACES.
014300     88  W05-ESCCHECK-OK             VALUE '00'.
014400     88  W05-ESCCHECK-NOFILE         VALUE '35'.
014500 01  W05-REFUNDQ-STATUS          PIC X(02) VALUE SPACES.
014600     88  W05-REFUNDQ-OK              VALUE '00'.
014700     88  W05-REFUNDQ-NOFILE          VALUE '35'.
014800 01  W05-POSPAY-STATUS           PIC X(02) VALUE SPACES.
014900     88  W05-POSPAY-OK               VALUE '00'.
015000 01  W05-CHKISRPT-STATUS         PIC X(02) VALUE SPACES.
015100     88  W05-CHKISRPT-OK             VALUE '00'.
015200*
015300*    NEW CHECK HELD WHILE A NUMBER ALREADY ON THE REGISTER   *
015400*    IS READ BACK AND COMPARED                               *
015500*
015600 01  W06-NEW-CHECK.
015700     05  W06-NEW-NUMBER          PIC 9(08).
015800     05  W06-NEW-SOURCE          PIC X(01).
015900     05  W06-NEW-LOAN-NUMBER     PIC X(10).
016000     05  W06-NEW-PAYEE-NAME      PIC X(30).
016100     05  W06-NEW-CYCLE-YYYYMM    PIC 9(06).
016200     05  W06-NEW-AMOUNT          PIC 9(09)V99.
016300     05  FILLER                  PIC X(34).
016400*
016500*    ISSUE REGISTER LINE LAYOUTS
016600*
016700 01  W07-HEADING-1.
016800     05  FILLER                  PIC X(40)
016900         VALUE 'CHECK ISSUANCE REGISTER - CYCLE DATE    '.
017000     05  W07-H1-CYCLE-DATE       PIC 9(08).
017100 01  W07-HEADING-2.
017200     05  FILLER                  PIC X(30)
017300         VALUE 'ACTION     CHECK NO SOURCE PAY'.
017400     05  FILLER                  PIC X(30)
017500         VALUE 'EE                            '.
017600     05  FILLER                  PIC X(30)
017700         VALUE '      AMOUNT REFERENCE        '.
017800 01  W07-CHECK-LINE.
017900     05  W07-C-ACTION            PIC X(10).
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  W07-C-CHECK-NUMBER      PIC 9(08).
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  W07-C-SOURCE            PIC X(06).
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  W07-C-PAYEE             PIC X(30).
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  W07-C-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  W07-C-REFERENCE         PIC X(20).
019000 01  W07-REJECT-LINE.
019100     05  W07-J-ACTION            PIC X(11).
019200     05  W07-J-CHECK-NUMBER      PIC X(08).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  W07-J-IDENT             PIC X(30).
019500     05  FILLER                  PIC X(03) VALUE ' - '.
019600     05  W07-J-REASON-TEXT       PIC X(40).
019700 01  W07-TOTAL-LINE.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  W07-T-CAPTION           PIC X(30).
020000     05  W07-T-COUNT             PIC ZZZ,ZZZ,ZZ9.
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  W07-T-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
020300 01  W07-MESSAGE-LINE.
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  W07-M-TEXT              PIC X(60).
020507*
020514*    DESK TRANSACTIONS APPLIED SO FAR THIS RUN, BY CHECK AND   *
020521*    ACTION.  A CHECK VOIDED OR RE-ISSUED ON THE CYCLE DATE    *
020528*    BUT NOT LISTED HERE WAS DONE BY AN INTERRUPTED RUN        *
020535*
020542 01  W08-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
020549 01  W08-APPLIED-TABLE.
020556     05  W08-APPLIED-ENTRY       OCCURS 1 TO 1000 TIMES
020563                                 DEPENDING ON W08-APPLIED-COUNT
020570                                 INDEXED BY W08-APPLIED-IDX.
020577         10  W08-APPLIED-CHECK   PIC 9(08).
020584         10  W08-APPLIED-ACTION  PIC X(01).
020600*
020700*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
020800*    AND END OF THE RUN                                        *
020900*
021000     COPY CYCREQ.
021100 PROCEDURE DIVISION.
021200*
021300*----------------------------------------------------------*
021400* 0000-MAINLINE                                            *
021500*----------------------------------------------------------*
021600 0000-MAINLINE.
021700     DISPLAY 'LNCHKISS STARTING'.
021800     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
021900     IF CY-RESULT-REFUSED
022000         MOVE 16 TO RETURN-CODE
022100         GO TO 9999-EXIT
022200     END-IF.
022300     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
022600     PERFORM 3000-ISSUE-ESCROW-CHECKS THRU 3000-EXIT.
022700     PERFORM 4000-ISSUE-REFUND-CHECKS THRU 4000-EXIT.
022800     PERFORM 7000-CLOSE-OUT THRU 7000-EXIT.
022900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     DISPLAY 'LNCHKISS COMPLETE - ESCROW=' W02-ESCROW-ISSUED
023200         ' REFUNDS=' W02-REFUNDS-ISSUED
023300         ' REISSUED=' W02-CHECKS-REISSUED
023400         ' VOIDED=' W02-CHECKS-VOIDED
023500         ' REJECTED=' W02-TRANS-REJECTED
023600         ' NOT ISSUED=' W02-ITEMS-NOT-ISSUED
023700         ' NEXT CHECK=' CS-NEXT-CHECK.
023800     IF W02-TRANS-REJECTED > 0
023900         OR W02-ITEMS-NOT-ISSUED > 0
024000         OR W04-STOCK-REMAINING < W03-LOW-STOCK-LEVEL
024100         MOVE 4 TO RETURN-CODE
024200     END-IF.
024300     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
024400     GO TO 9999-EXIT.
024500*
024600*----------------------------------------------------------*
024700* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
024800*     CYCLE WITH THE RUN-CONTROL MANAGER.  CHECKS ARE CUT    *
024900*     AFTER THE LEDGER HAS POSTED THE DAY'S REFUNDS.  THE    *
025000*     ZERO CYCLE DATE TELLS LNCYCCTL TO RESOLVE IT FROM THE  *
025100*     CYCDATE CONTROL FILE; IT BECOMES THE ISSUE DATE        *
025200*----------------------------------------------------------*
025300 0100-CYCLE-START.
025400     SET CY-ACTION-START TO TRUE.
025500     MOVE 'LNCHKISS' TO CY-JOB-NAME.
025600     MOVE 'LNGLPOST' TO CY-PREDECESSOR.
025700     MOVE ZERO TO CY-CYCLE-DATE.
025800     MOVE ZERO TO CY-RETURN-CODE.
025900     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
026000 0100-EXIT.
026100     EXIT.
026200*
026300*----------------------------------------------------------*
026400* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
026500*     RETURN CODE FOR THE CYCLE                              *
026600*----------------------------------------------------------*
026700 0200-CYCLE-END.
026800     SET CY-ACTION-ENDJOB TO TRUE.
026900     MOVE RETURN-CODE TO CY-RETURN-CODE.
027000     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
027100 0200-EXIT.
027200     EXIT.
027300*
027400*----------------------------------------------------------*
027500* 1000-INITIALIZE - READ THE STOCK RECORD AND COUNT THE     *
027600*     RUN'S CHECKS; REFUSE THE RUN IF THEY WILL NOT FIT IN  *
027700*     THE STOCK LEFT.  THEN OPEN THE REGISTER, THE          *
027800*     POSITIVE-PAY FILE AND THE ISSUE REGISTER REPORT       *
027900*----------------------------------------------------------*
028000 1000-INITIALIZE.
028100     DISPLAY 'LNCHKISS - CYCLE DATE IS ' W04-CYCLE-DATE.
028200     PERFORM 1100-READ-STOCK THRU 1100-EXIT.
028300     PERFORM 1200-COUNT-TRANSACTIONS THRU 1200-EXIT.
028400     PERFORM 1300-COUNT-ESCROW-CHECKS THRU 1300-EXIT.
028500     PERFORM 1400-COUNT-REFUNDS THRU 1400-EXIT.
028600     COMPUTE W04-STOCK-REMAINING =
028700         CS-LAST-CHECK - CS-NEXT-CHECK + 1.
028800     IF W02-CHECKS-NEEDED > W04-STOCK-REMAINING
028900         DISPLAY 'LNCHKISS - ' W02-CHECKS-NEEDED
029000             ' CHECKS NEEDED, ' W04-STOCK-REMAINING
029100             ' LEFT IN STOCK - NOTHING ISSUED.  STAGE THE NEXT'
029200             ' STOCK RANGE ON CHKSTOCK AND RERUN'
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 9999-EXIT
029500     END-IF.
029600     OPEN I-O CHKREG.
029700     IF W05-CHKREG-NOFILE
029800         OPEN OUTPUT CHKREG
029900         CLOSE CHKREG
030000         OPEN I-O CHKREG
030100     END-IF.
030200     IF NOT W05-CHKREG-OK
030300         DISPLAY 'LNCHKISS - CHKREG OPEN FAILED - STATUS='
030400             W05-CHKREG-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800     OPEN OUTPUT POSPAY.
030900     IF NOT W05-POSPAY-OK
031000         DISPLAY 'LNCHKISS - POSPAY OPEN FAILED - STATUS='
031100             W05-POSPAY-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 9999-EXIT
031400     END-IF.
031500     OPEN OUTPUT CHKISRPT.
031600     IF NOT W05-CHKISRPT-OK
031700         DISPLAY 'LNCHKISS - CHKISRPT OPEN FAILED - STATUS='
031800             W05-CHKISRPT-STATUS
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 9999-EXIT
032100     END-IF.
032200     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
032300     MOVE SPACES TO CHKISRPT-RECORD.
032400     MOVE W07-HEADING-1 TO CHKISRPT-RECORD.
032500     WRITE CHKISRPT-RECORD.
032600     MOVE SPACES TO CHKISRPT-RECORD.
032700     MOVE W07-HEADING-2 TO CHKISRPT-RECORD.
032800     WRITE CHKISRPT-RECORD.
032900 1000-EXIT.
033000     EXIT.
033100*
033200*----------------------------------------------------------*
033300* 1100-READ-STOCK - READ AND CHECK THE STOCK CONTROL        *
033400*     RECORD.  WITHOUT A SOUND STOCK RANGE NOTHING CAN BE   *
033500*     ISSUED                                                *
033600*----------------------------------------------------------*
033700 1100-READ-STOCK.
033800     OPEN INPUT CHKSTOCK.
033900     IF NOT W05-CHKSTOCK-OK
034000         DISPLAY 'LNCHKISS - CHKSTOCK OPEN FAILED - STATUS='
034100             W05-CHKSTOCK-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         GO TO 9999-EXIT
034400     END-IF.
034500     READ CHKSTOCK
034600         AT END
034700             MOVE SPACES TO CHECK-STOCK-RECORD
034800     END-READ.
034900     CLOSE CHKSTOCK.
035000     IF CS-FIRST-CHECK NOT NUMERIC
035100         OR CS-LAST-CHECK NOT NUMERIC
035200         OR CS-NEXT-CHECK NOT NUMERIC
035300         OR CS-NEXT-CHECK < CS-FIRST-CHECK
035400         OR CS-LAST-CHECK < CS-FIRST-CHECK
035500         OR CS-NEXT-CHECK > CS-LAST-CHECK + 1
035600         DISPLAY 'LNCHKISS - CHKSTOCK RECORD MISSING OR NOT A'
035700             ' VALID STOCK RANGE - NOTHING ISSUED'
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 9999-EXIT
036000     END-IF.
036100     IF CS-LAST-ISSUE-DATE NOT NUMERIC
036200         MOVE ZERO TO CS-LAST-ISSUE-DATE
036300     END-IF.
036400 1100-EXIT.
036500     EXIT.
036600*
036700*----------------------------------------------------------*
036800* 1200-COUNT-TRANSACTIONS - COUNT THE RE-ISSUES ON THE      *
036900*     DESK'S TRANSACTIONS.  NO FILE MEANS NONE TODAY        *
037000*----------------------------------------------------------*
037100 1200-COUNT-TRANSACTIONS.
037200     OPEN INPUT CHKTRAN.
037300     IF W05-CHKTRAN-NOFILE
037400         GO TO 1200-EXIT
037500     END-IF.
037600     IF NOT W05-CHKTRAN-OK
037700         DISPLAY 'LNCHKISS - CHKTRAN OPEN FAILED - STATUS='
037800             W05-CHKTRAN-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 9999-EXIT
038100     END-IF.
038200     SET W01-CHKTRAN-PRESENT TO TRUE.
038300     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
038400     PERFORM 2200-READ-CHKTRAN THRU 2200-EXIT.
038500     PERFORM 1210-COUNT-ONE-TRANSACTION THRU 1210-EXIT
038600         UNTIL W01-END-OF-SOURCE.
038700     CLOSE CHKTRAN.
038800 1200-EXIT.
038900     EXIT.
039000*
039100*----------------------------------------------------------*
039200* 1210-COUNT-ONE-TRANSACTION - COUNT A RE-ISSUE, THEN READ  *
039300*     AHEAD                                                 *
039400*----------------------------------------------------------*
039500 1210-COUNT-ONE-TRANSACTION.
039600     IF CT-ACTION-REISSUE
039700         ADD 1 TO W02-CHECKS-NEEDED
039800     END-IF.
039900     PERFORM 2200-READ-CHKTRAN THRU 2200-EXIT.
040000 1210-EXIT.
040100     EXIT.
040200*
040300*----------------------------------------------------------*
040400* 1300-COUNT-ESCROW-CHECKS - COUNT THE ESCROW PAYEE CHECKS  *
040500*     WAITING.  NO FILE MEANS NONE TODAY                    *
040600*----------------------------------------------------------*
040700 1300-COUNT-ESCROW-CHECKS.
040800     OPEN INPUT ESCCHECK.
040900     IF W05-ESCCHECK-NOFILE
041000         GO TO 1300-EXIT
041100     END-IF.
041200     IF NOT W05-ESCCHECK-OK
041300         DISPLAY 'LNCHKISS - ESCCHECK OPEN FAILED - STATUS='
041400             W05-ESCCHECK-STATUS
041500         MOVE 16 TO RETURN-CODE
041600         GO TO 9999-EXIT
041700     END-IF.
041800     SET W01-ESCCHECK-PRESENT TO TRUE.
041900     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
042000     PERFORM 3200-READ-ESCCHECK THRU 3200-EXIT.
042100     PERFORM 1310-COUNT-ONE-ESCROW THRU 1310-EXIT
042200         UNTIL W01-END-OF-SOURCE.
042300     CLOSE ESCCHECK.
042400 1300-EXIT.
042500     EXIT.
042600*
042700*----------------------------------------------------------*
042800* 1310-COUNT-ONE-ESCROW - COUNT A PAYEE CHECK THAT WILL BE  *
042900*     ISSUED, THEN READ AHEAD                               *
043000*----------------------------------------------------------*
043100 1310-COUNT-ONE-ESCROW.
043200     IF CK-CHECK-AMOUNT NUMERIC
043300         IF CK-CHECK-AMOUNT > ZERO
043400             ADD 1 TO W02-CHECKS-NEEDED
043500         END-IF
043600     END-IF.
043700     PERFORM 3200-READ-ESCCHECK THRU 3200-EXIT.
043800 1310-EXIT.
043900     EXIT.
044000*
044100*----------------------------------------------------------*
044200* 1400-COUNT-REFUNDS - COUNT THE ESCROW REFUNDS QUEUED.     *
044300*     NO FILE MEANS NONE TODAY                              *
044400*----------------------------------------------------------*
044500 1400-COUNT-REFUNDS.
044600     OPEN INPUT REFUNDQ.
044700     IF W05-REFUNDQ-NOFILE
044800         GO TO 1400-EXIT
044900     END-IF.
045000     IF NOT W05-REFUNDQ-OK
045100         DISPLAY 'LNCHKISS - REFUNDQ OPEN FAILED - STATUS='
045200             W05-REFUNDQ-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         GO TO 9999-EXIT
045500     END-IF.
045600     SET W01-REFUNDQ-PRESENT TO TRUE.
045700     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
045800     PERFORM 4200-READ-REFUNDQ THRU 4200-EXIT.
045900     PERFORM 1410-COUNT-ONE-REFUND THRU 1410-EXIT
046000         UNTIL W01-END-OF-SOURCE.
046100     CLOSE REFUNDQ.
046200 1400-EXIT.
046300     EXIT.
046400*
046500*----------------------------------------------------------*
046600* 1410-COUNT-ONE-REFUND - COUNT A REFUND THAT WILL BE       *
046700*     ISSUED, THEN READ AHEAD                               *
046800*----------------------------------------------------------*
046900 1410-COUNT-ONE-REFUND.
047000     IF RQ-REFUND-AMOUNT NUMERIC
047100         IF RQ-REFUND-AMOUNT > ZERO
047200             ADD 1 TO W02-CHECKS-NEEDED
047300         END-IF
047400     END-IF.
047500     PERFORM 4200-READ-REFUNDQ THRU 4200-EXIT.
047600 1410-EXIT.
047700     EXIT.
047800*
047900*----------------------------------------------------------*
048000* 2000-APPLY-TRANSACTIONS - APPLY THE DESK'S VOIDS AND      *
048100*     RE-ISSUES AHEAD OF THE DAY'S NEW CHECKS               *
048200*----------------------------------------------------------*
048300 2000-APPLY-TRANSACTIONS.
048400     IF NOT W01-CHKTRAN-PRESENT
048500         GO TO 2000-EXIT
048600     END-IF.
048700     OPEN INPUT CHKTRAN.
048800     IF NOT W05-CHKTRAN-OK
048900         DISPLAY 'LNCHKISS - CHKTRAN OPEN FAILED - STATUS='
049000             W05-CHKTRAN-STATUS
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 9999-EXIT
049300     END-IF.
049400     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
049500     PERFORM 2200-READ-CHKTRAN THRU 2200-EXIT.
049600     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
049700         UNTIL W01-END-OF-SOURCE.
049800     CLOSE CHKTRAN.
049900 2000-EXIT.
050000     EXIT.
050100*
050200*----------------------------------------------------------*
050300* 2100-APPLY-ONE-TRANSACTION - FIND THE CHECK NAMED ON ONE  *
050400*     TRANSACTION AND VOID OR RE-ISSUE IT, THEN READ AHEAD  *
050500*----------------------------------------------------------*
050600 2100-APPLY-ONE-TRANSACTION.
050700     MOVE CT-CHECK-NUMBER TO W07-J-CHECK-NUMBER.
050800     MOVE CT-REASON TO W07-J-IDENT.
050900     IF CT-CHECK-NUMBER NOT NUMERIC
051000         MOVE 'CHECK NUMBER NOT NUMERIC' TO W07-J-REASON-TEXT
051100         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
051200         GO TO 2100-NEXT
051300     END-IF.
051310     IF W08-APPLIED-COUNT >= 1000
051320         MOVE 'TABLE FULL - RESUBMIT NEXT CYCLE'
051330             TO W07-J-REASON-TEXT
051340         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
051350         GO TO 2100-NEXT
051360     END-IF.
051400     MOVE CT-CHECK-NUMBER TO CR-CHECK-NUMBER.
051500     READ CHKREG
051600         INVALID KEY
051700             MOVE 'CHECK NOT ON THE ISSUE REGISTER'
051800                 TO W07-J-REASON-TEXT
051900             PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
052000             GO TO 2100-NEXT
052100     END-READ.
052200     EVALUATE TRUE
052300         WHEN CT-ACTION-VOID
052400             PERFORM 2300-VOID-CHECK THRU 2300-EXIT
052500         WHEN CT-ACTION-REISSUE
052600             PERFORM 2400-REISSUE-CHECK THRU 2400-EXIT
052700         WHEN OTHER
052800             MOVE 'ACTION CODE NOT V OR R' TO W07-J-REASON-TEXT
052900             PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
053000     END-EVALUATE.
053100 2100-NEXT.
053200     PERFORM 2200-READ-CHKTRAN THRU 2200-EXIT.
053300 2100-EXIT.
053400     EXIT.
053500*
053600*----------------------------------------------------------*
053700* 2200-READ-CHKTRAN - READ THE NEXT DESK TRANSACTION        *
053800*----------------------------------------------------------*
053900 2200-READ-CHKTRAN.
054000     READ CHKTRAN
054100         AT END
054200             SET W01-END-OF-SOURCE TO TRUE
054300     END-READ.
054400 2200-EXIT.
054500     EXIT.
054600*
054700*----------------------------------------------------------*
054800* 2300-VOID-CHECK - STOP AN OUTSTANDING OR STALE CHECK AT   *
054900*     THE BANK AND FLAG IT FOR RE-ISSUE                     *
055000*----------------------------------------------------------*
055100 2300-VOID-CHECK.
055110     IF CR-STATUS-VOIDED
055120         AND CR-STATUS-DATE = W04-CYCLE-DATE
055130         MOVE 'V' TO W04-APPLIED-ACTION
055140         PERFORM 2500-SEARCH-APPLIED THRU 2500-EXIT
055150         IF NOT W01-APPLIED-FOUND
055160             ADD 1 TO W02-RESTART-REAPPLIED
055170             GO TO 2300-SEND-VOID
055180         END-IF
055190     END-IF.
055200     IF NOT CR-STATUS-OUTSTANDING
055300         AND NOT CR-STATUS-STALE
055400         MOVE 'CHECK NOT OUTSTANDING - NOT VOIDED'
055500             TO W07-J-REASON-TEXT
055600         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
055700         GO TO 2300-EXIT
055800     END-IF.
055900     SET CR-STATUS-VOIDED TO TRUE.
056000     MOVE W04-CYCLE-DATE TO CR-STATUS-DATE.
056100     SET CR-FOLLOW-UP-REISSUE TO TRUE.
056200     REWRITE CHECK-REGISTER-RECORD.
056300     IF NOT W05-CHKREG-OK
056400         DISPLAY 'LNCHKISS - CHKREG REWRITE FAILED FOR CHECK '
056500             CR-CHECK-NUMBER ' - STATUS=' W05-CHKREG-STATUS
056600         MOVE 16 TO RETURN-CODE
056700         PERFORM 9000-TERMINATE THRU 9000-EXIT
056800         GO TO 9999-EXIT
056900     END-IF.
056910 2300-SEND-VOID.
057000     PERFORM 6200-WRITE-POSPAY-VOID THRU 6200-EXIT.
057100     ADD 1 TO W02-CHECKS-VOIDED.
057200     ADD CR-CHECK-AMOUNT TO W04-VOIDED-AMOUNT.
057300     MOVE 'VOIDED' TO W07-C-ACTION.
057400     MOVE CT-REASON TO W04-REFERENCE.
057500     PERFORM 6100-WRITE-CHECK-LINE THRU 6100-EXIT.
057510     MOVE 'V' TO W04-APPLIED-ACTION.
057520     PERFORM 2600-ADD-APPLIED THRU 2600-EXIT.
057600 2300-EXIT.
057700     EXIT.
057800*
057900*----------------------------------------------------------*
058000* 2400-REISSUE-CHECK - CUT A NEW CHECK FOR THE SAME PAYEE   *
058100*     AND AMOUNT AS A VOIDED OR STALE CHECK STILL FLAGGED   *
058200*     FOR FOLLOW-UP.  A STALE ORIGINAL IS VOIDED AT THE     *
058300*     BANK FIRST.  THE ORIGINAL'S FLAG IS CLEARED           *
058400*----------------------------------------------------------*
058500 2400-REISSUE-CHECK.
058510     IF CR-STATUS-VOIDED
058520         AND CR-FOLLOW-UP-NONE
058530         AND CR-STATUS-DATE = W04-CYCLE-DATE
058540         MOVE 'R' TO W04-APPLIED-ACTION
058550         PERFORM 2500-SEARCH-APPLIED THRU 2500-EXIT
058560         IF NOT W01-APPLIED-FOUND
058570             GO TO 2400-RESTART
058580         END-IF
058590     END-IF.
058600     IF CR-FOLLOW-UP-NONE
058700         OR (NOT CR-STATUS-VOIDED AND NOT CR-STATUS-STALE)
058800         MOVE 'CHECK NOT FLAGGED FOR RE-ISSUE'
058900             TO W07-J-REASON-TEXT
059000         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
059100         GO TO 2400-EXIT
059200     END-IF.
059300     IF CR-STATUS-STALE
059400         PERFORM 6200-WRITE-POSPAY-VOID THRU 6200-EXIT
059500         SET CR-STATUS-VOIDED TO TRUE
059600     END-IF.
059700     MOVE W04-CYCLE-DATE TO CR-STATUS-DATE.
059800     SET CR-FOLLOW-UP-NONE TO TRUE.
059900     REWRITE CHECK-REGISTER-RECORD.
060000     IF NOT W05-CHKREG-OK
060100         DISPLAY 'LNCHKISS - CHKREG REWRITE FAILED FOR CHECK '
060200             CR-CHECK-NUMBER ' - STATUS=' W05-CHKREG-STATUS
060300         MOVE 16 TO RETURN-CODE
060400         PERFORM 9000-TERMINATE THRU 9000-EXIT
060500         GO TO 9999-EXIT
060600     END-IF.
060608     GO TO 2400-ISSUE.
060616 2400-RESTART.
060624     ADD 1 TO W02-RESTART-REAPPLIED.
060632     MOVE 'V' TO W04-APPLIED-ACTION.
060640     PERFORM 2500-SEARCH-APPLIED THRU 2500-EXIT.
060648     IF NOT W01-APPLIED-FOUND
060656         PERFORM 6200-WRITE-POSPAY-VOID THRU 6200-EXIT
060664     END-IF.
060672 2400-ISSUE.
060680     MOVE 'R' TO W04-APPLIED-ACTION.
060688     PERFORM 2600-ADD-APPLIED THRU 2600-EXIT.
060700     MOVE CR-CHECK-NUMBER TO W04-ORIGINAL-CHECK.
060800     MOVE SPACES TO W04-REFERENCE.
060900     STRING 'REPLACES ' W04-ORIGINAL-CHECK
061000         DELIMITED BY SIZE INTO W04-REFERENCE.
061100     MOVE 'RE-ISSUED' TO W07-C-ACTION.
061200     PERFORM 5000-ISSUE-CHECK THRU 5000-EXIT.
061300     ADD 1 TO W02-CHECKS-REISSUED.
061400     ADD CR-CHECK-AMOUNT TO W04-REISSUED-AMOUNT.
061500 2400-EXIT.
061600     EXIT.
061602*
061604*----------------------------------------------------------*
061606* 2500-SEARCH-APPLIED - LOOK THE CHECK IN THE REGISTER     *
061608*     RECORD UP IN THE TABLE OF TRANSACTIONS ALREADY       *
061610*     APPLIED THIS RUN, FOR THE ACTION GIVEN               *
061612*----------------------------------------------------------*
061614 2500-SEARCH-APPLIED.
061616     MOVE 'N' TO W01-APPLIED-SWITCH.
061618     IF W08-APPLIED-COUNT = ZERO
061620         GO TO 2500-EXIT
061622     END-IF.
061624     SET W08-APPLIED-IDX TO 1.
061626     SEARCH W08-APPLIED-ENTRY VARYING W08-APPLIED-IDX
061628         AT END
061630             CONTINUE
061632         WHEN W08-APPLIED-CHECK(W08-APPLIED-IDX) = CR-CHECK-NUMBER
061634             AND W08-APPLIED-ACTION(W08-APPLIED-IDX) =
061636                 W04-APPLIED-ACTION
061638             SET W01-APPLIED-FOUND TO TRUE
061640     END-SEARCH.
061642 2500-EXIT.
061644     EXIT.
061646*
061648*----------------------------------------------------------*
061650* 2600-ADD-APPLIED - ADD THE CHECK IN THE REGISTER RECORD  *
061652*     TO THE TABLE OF TRANSACTIONS APPLIED THIS RUN        *
061654*----------------------------------------------------------*
061656 2600-ADD-APPLIED.
061658     ADD 1 TO W08-APPLIED-COUNT.
061660     SET W08-APPLIED-IDX TO W08-APPLIED-COUNT.
061662     MOVE CR-CHECK-NUMBER TO W08-APPLIED-CHECK(W08-APPLIED-IDX).
061664     MOVE W04-APPLIED-ACTION
061665         TO W08-APPLIED-ACTION(W08-APPLIED-IDX).
061666 2600-EXIT.
061668     EXIT.
061700*
061800*----------------------------------------------------------*
061900* 3000-ISSUE-ESCROW-CHECKS - ISSUE ONE CHECK PER ESCROW     *
062000*     PAYEE CHECK RECORD WAITING                            *
062100*----------------------------------------------------------*
062200 3000-ISSUE-ESCROW-CHECKS.
062300     IF NOT W01-ESCCHECK-PRESENT
062400         GO TO 3000-EXIT
062500     END-IF.
062600     OPEN INPUT ESCCHECK.
062700     IF NOT W05-ESCCHECK-OK
062800         DISPLAY 'LNCHKISS - ESCCHECK OPEN FAILED - STATUS='
062900             W05-ESCCHECK-STATUS
063000         MOVE 16 TO RETURN-CODE
063100         GO TO 9999-EXIT
063200     END-IF.
063300     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
063400     PERFORM 3200-READ-ESCCHECK THRU 3200-EXIT.
063500     PERFORM 3100-ISSUE-ONE-ESCROW THRU 3100-EXIT
063600         UNTIL W01-END-OF-SOURCE.
063700     CLOSE ESCCHECK.
063800 3000-EXIT.
063900     EXIT.
064000*
064100*----------------------------------------------------------*
064200* 3100-ISSUE-ONE-ESCROW - ISSUE ONE PAYEE CHECK, THEN READ  *
064300*     AHEAD.  AN UNREADABLE AMOUNT IS LISTED FOR THE DESK   *
064400*     TO CUT BY HAND                                        *
064500*----------------------------------------------------------*
064600 3100-ISSUE-ONE-ESCROW.
064700     IF CK-CHECK-AMOUNT NOT NUMERIC
064800         MOVE SPACES TO W07-J-CHECK-NUMBER
064900         MOVE CK-PAYEE-NAME TO W07-J-IDENT
065000         MOVE 'ESCROW CHECK AMOUNT NOT NUMERIC'
065100             TO W07-J-REASON-TEXT
065200         PERFORM 6050-WRITE-NOT-ISSUED THRU 6050-EXIT
065400         GO TO 3100-NEXT
065500     END-IF.
065600     IF CK-CHECK-AMOUNT = ZERO
065700         GO TO 3100-NEXT
065800     END-IF.
065900     MOVE SPACES TO CHECK-REGISTER-RECORD.
066000     SET CR-SOURCE-ESCROW TO TRUE.
066100     MOVE CK-PAYEE-NAME TO CR-PAYEE-NAME.
066200     MOVE CK-CYCLE-YYYYMM TO CR-CYCLE-YYYYMM.
066300     MOVE CK-CHECK-AMOUNT TO CR-CHECK-AMOUNT.
066400     MOVE SPACES TO W04-REFERENCE.
066500     STRING 'ESCROW CYCLE ' CK-CYCLE-YYYYMM
066600         DELIMITED BY SIZE INTO W04-REFERENCE.
066700     MOVE 'ISSUED' TO W07-C-ACTION.
066800     PERFORM 5000-ISSUE-CHECK THRU 5000-EXIT.
066900     ADD 1 TO W02-ESCROW-ISSUED.
067000     ADD CR-CHECK-AMOUNT TO W04-ESCROW-AMOUNT.
067100 3100-NEXT.
067200     PERFORM 3200-READ-ESCCHECK THRU 3200-EXIT.
067300 3100-EXIT.
067400     EXIT.
067500*
067600*----------------------------------------------------------*
067700* 3200-READ-ESCCHECK - READ THE NEXT PAYEE CHECK RECORD     *
067800*----------------------------------------------------------*
067900 3200-READ-ESCCHECK.
068000     READ ESCCHECK
068100         AT END
068200             SET W01-END-OF-SOURCE TO TRUE
068300     END-READ.
068400 3200-EXIT.
068500     EXIT.
068600*
068700*----------------------------------------------------------*
068800* 4000-ISSUE-REFUND-CHECKS - ISSUE ONE CHECK PER ESCROW     *
068900*     REFUND QUEUED                                         *
069000*----------------------------------------------------------*
069100 4000-ISSUE-REFUND-CHECKS.
069200     IF NOT W01-REFUNDQ-PRESENT
069300         GO TO 4000-EXIT
069400     END-IF.
069500     OPEN INPUT REFUNDQ.
069600     IF NOT W05-REFUNDQ-OK
069700         DISPLAY 'LNCHKISS - REFUNDQ OPEN FAILED - STATUS='
069800             W05-REFUNDQ-STATUS
069900         MOVE 16 TO RETURN-CODE
070000         GO TO 9999-EXIT
070100     END-IF.
070200     MOVE 'N' TO W01-SOURCE-EOF-SWITCH.
070300     PERFORM 4200-READ-REFUNDQ THRU 4200-EXIT.
070400     PERFORM 4100-ISSUE-ONE-REFUND THRU 4100-EXIT
070500         UNTIL W01-END-OF-SOURCE.
070600     CLOSE REFUNDQ.
070700 4000-EXIT.
070800     EXIT.
070900*
071000*----------------------------------------------------------*
071100* 4100-ISSUE-ONE-REFUND - ISSUE ONE REFUND CHECK, THEN READ *
071200*     AHEAD.  AN UNREADABLE AMOUNT IS LISTED FOR THE DESK   *
071300*     TO CUT BY HAND                                        *
071400*----------------------------------------------------------*
071500 4100-ISSUE-ONE-REFUND.
071600     IF RQ-REFUND-AMOUNT NOT NUMERIC
071700         MOVE SPACES TO W07-J-CHECK-NUMBER
071800         MOVE RQ-LOAN-NUMBER TO W07-J-IDENT
071900         MOVE 'REFUND AMOUNT NOT NUMERIC' TO W07-J-REASON-TEXT
072000         PERFORM 6050-WRITE-NOT-ISSUED THRU 6050-EXIT
072200         GO TO 4100-NEXT
072300     END-IF.
072400     IF RQ-REFUND-AMOUNT = ZERO
072500         GO TO 4100-NEXT
072600     END-IF.
072700     MOVE SPACES TO CHECK-REGISTER-RECORD.
072800     SET CR-SOURCE-REFUND TO TRUE.
072900     MOVE RQ-LOAN-NUMBER TO CR-LOAN-NUMBER.
073000     MOVE RQ-BORROWER-NAME TO CR-PAYEE-NAME.
073100     MOVE ZERO TO CR-CYCLE-YYYYMM.
073200     MOVE RQ-REFUND-AMOUNT TO CR-CHECK-AMOUNT.
073300     MOVE SPACES TO W04-REFERENCE.
073400     STRING 'REFUND LOAN ' RQ-LOAN-NUMBER
073500         DELIMITED BY SIZE INTO W04-REFERENCE.
073600     MOVE 'ISSUED' TO W07-C-ACTION.
073700     PERFORM 5000-ISSUE-CHECK THRU 5000-EXIT.
073800     ADD 1 TO W02-REFUNDS-ISSUED.
073900     ADD CR-CHECK-AMOUNT TO W04-REFUND-AMOUNT.
074000 4100-NEXT.
074100     PERFORM 4200-READ-REFUNDQ THRU 4200-EXIT.
074200 4100-EXIT.
074300     EXIT.
074400*
074500*----------------------------------------------------------*
074600* 4200-READ-REFUNDQ - READ THE NEXT QUEUED REFUND           *
074700*----------------------------------------------------------*
074800 4200-READ-REFUNDQ.
074900     READ REFUNDQ
075000         AT END
075100             SET W01-END-OF-SOURCE TO TRUE
075200     END-READ.
075300 4200-EXIT.
075400     EXIT.
075500*
075600*----------------------------------------------------------*
075700* 5000-ISSUE-CHECK - GIVE THE CHECK BUILT IN THE REGISTER   *
075800*     RECORD THE NEXT STOCK NUMBER, PUT IT ON THE REGISTER  *
075900*     AND THE POSITIVE-PAY FILE AND LIST IT                 *
076000*----------------------------------------------------------*
076100 5000-ISSUE-CHECK.
076200     MOVE CS-NEXT-CHECK TO CR-CHECK-NUMBER.
076300     ADD 1 TO CS-NEXT-CHECK.
076400     MOVE W04-CYCLE-DATE TO CR-ISSUE-DATE.
076500     SET CR-STATUS-OUTSTANDING TO TRUE.
076600     MOVE ZERO TO CR-STATUS-DATE.
076700     MOVE ZERO TO CR-PAID-AMOUNT.
076800     SET CR-FOLLOW-UP-NONE TO TRUE.
076900     WRITE CHECK-REGISTER-RECORD.
077000     IF W05-CHKREG-DUPLICATE
077100         PERFORM 5100-CHECK-RESTART THRU 5100-EXIT
077200     END-IF.
077300     IF NOT W05-CHKREG-OK
077400         DISPLAY 'LNCHKISS - CHKREG WRITE FAILED FOR CHECK '
077500             CR-CHECK-NUMBER ' - STATUS=' W05-CHKREG-STATUS
077600         MOVE 16 TO RETURN-CODE
077700         PERFORM 9000-TERMINATE THRU 9000-EXIT
077800         GO TO 9999-EXIT
077900     END-IF.
078000     PERFORM 6300-WRITE-POSPAY-ISSUE THRU 6300-EXIT.
078100     PERFORM 6100-WRITE-CHECK-LINE THRU 6100-EXIT.
078200 5000-EXIT.
078300     EXIT.
078400*
078500*----------------------------------------------------------*
078600* 5100-CHECK-RESTART - THE NUMBER IS ALREADY ON THE         *
078700*     REGISTER.  THE SAME PAYEE AND AMOUNT MEANS AN         *
078800*     INTERRUPTED RUN ISSUED IT AND IT IS TAKEN AS ISSUED;  *
078900*     ANYTHING ELSE MEANS THE STOCK RANGE OVERLAPS CHECKS   *
079000*     ALREADY ISSUED AND THE RUN IS STOPPED                 *
079100*----------------------------------------------------------*
079200 5100-CHECK-RESTART.
079300     MOVE SPACES TO W06-NEW-CHECK.
079400     MOVE CR-CHECK-NUMBER TO W06-NEW-NUMBER.
079500     MOVE CR-CHECK-SOURCE TO W06-NEW-SOURCE.
079600     MOVE CR-LOAN-NUMBER TO W06-NEW-LOAN-NUMBER.
079700     MOVE CR-PAYEE-NAME TO W06-NEW-PAYEE-NAME.
079800     MOVE CR-CYCLE-YYYYMM TO W06-NEW-CYCLE-YYYYMM.
079900     MOVE CR-CHECK-AMOUNT TO W06-NEW-AMOUNT.
080000     READ CHKREG
080100         INVALID KEY
080200             GO TO 5100-EXIT
080300     END-READ.
080400     IF CR-CHECK-SOURCE = W06-NEW-SOURCE
080500         AND CR-LOAN-NUMBER = W06-NEW-LOAN-NUMBER
080600         AND CR-PAYEE-NAME = W06-NEW-PAYEE-NAME
080700         AND CR-CHECK-AMOUNT = W06-NEW-AMOUNT
080800         AND CR-ISSUE-DATE = W04-CYCLE-DATE
080900         ADD 1 TO W02-RESTART-MATCHED
081000         GO TO 5100-EXIT
081100     END-IF.
081200     DISPLAY 'LNCHKISS - CHECK STOCK OVERLAPS THE REGISTER AT'
081300         ' CHECK ' W06-NEW-NUMBER ' - RUN STOPPED.  CORRECT'
081400         ' CHKSTOCK AND RERUN'
081500     MOVE 16 TO RETURN-CODE.
081600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
081700     GO TO 9999-EXIT.
081800 5100-EXIT.
081900     EXIT.
082000*
082100*----------------------------------------------------------*
082200* 6000-WRITE-REJECT - WRITE ONE REJECTED TRANSACTION LINE  *
082300*----------------------------------------------------------*
082500 6000-WRITE-REJECT.
082600     ADD 1 TO W02-TRANS-REJECTED.
082610     MOVE 'REJECTED' TO W07-J-ACTION.
082700     MOVE SPACES TO CHKISRPT-RECORD.
082800     MOVE W07-REJECT-LINE TO CHKISRPT-RECORD.
082900     WRITE CHKISRPT-RECORD.
083000 6000-EXIT.
083100     EXIT.
083107*
083114*----------------------------------------------------------*
083121* 6050-WRITE-NOT-ISSUED - WRITE ONE LINE FOR A QUEUED ITEM *
083128*     LEFT FOR THE DESK TO CUT BY HAND                     *
083135*----------------------------------------------------------*
083142 6050-WRITE-NOT-ISSUED.
083149     ADD 1 TO W02-ITEMS-NOT-ISSUED.
083156     MOVE 'NOT ISSUED' TO W07-J-ACTION.
083163     MOVE SPACES TO CHKISRPT-RECORD.
083170     MOVE W07-REJECT-LINE TO CHKISRPT-RECORD.
083177     WRITE CHKISRPT-RECORD.
083184 6050-EXIT.
083191     EXIT.
083200*
083300*----------------------------------------------------------*
083400* 6100-WRITE-CHECK-LINE - WRITE ONE ISSUE REGISTER LINE     *
083500*     FOR THE CHECK IN THE REGISTER RECORD                  *
083600*----------------------------------------------------------*
083700 6100-WRITE-CHECK-LINE.
083800     MOVE CR-CHECK-NUMBER TO W07-C-CHECK-NUMBER.
083900     IF CR-SOURCE-ESCROW
084000         MOVE 'ESCROW' TO W07-C-SOURCE
084100     ELSE
084200         MOVE 'REFUND' TO W07-C-SOURCE
084300     END-IF.
084400     MOVE CR-PAYEE-NAME TO W07-C-PAYEE.
084500     MOVE CR-CHECK-AMOUNT TO W07-C-AMOUNT.
084600     MOVE W04-REFERENCE TO W07-C-REFERENCE.
084700     MOVE SPACES TO CHKISRPT-RECORD.
084800     MOVE W07-CHECK-LINE TO CHKISRPT-RECORD.
084900     WRITE CHKISRPT-RECORD.
085000 6100-EXIT.
085100     EXIT.
085200*
085300*----------------------------------------------------------*
085400* 6200-WRITE-POSPAY-VOID - TELL THE BANK NOT TO PAY THE     *
085500*     CHECK IN THE REGISTER RECORD                          *
085600*----------------------------------------------------------*
085700 6200-WRITE-POSPAY-VOID.
085800     MOVE SPACES TO POSITIVE-PAY-RECORD.
085900     SET PP-TYPE-VOID TO TRUE.
086000     MOVE W03-DISB-ACCOUNT TO PP-ACCOUNT-NUMBER.
086100     MOVE CR-CHECK-NUMBER TO PP-CHECK-NUMBER.
086200     MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE.
086300     MOVE CR-CHECK-AMOUNT TO PP-CHECK-AMOUNT.
086400     MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME.
086500     WRITE POSITIVE-PAY-RECORD.
086600     ADD 1 TO W02-POSPAY-ITEMS.
086700 6200-EXIT.
086800     EXIT.
086900*
087000*----------------------------------------------------------*
087100* 6300-WRITE-POSPAY-ISSUE - TELL THE BANK THE CHECK IN THE  *
087200*     REGISTER RECORD HAS BEEN ISSUED                       *
087300*----------------------------------------------------------*
087400 6300-WRITE-POSPAY-ISSUE.
087500     MOVE SPACES TO POSITIVE-PAY-RECORD.
087600     SET PP-TYPE-ISSUE TO TRUE.
087700     MOVE W03-DISB-ACCOUNT TO PP-ACCOUNT-NUMBER.
087800     MOVE CR-CHECK-NUMBER TO PP-CHECK-NUMBER.
087900     MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE.
088000     MOVE CR-CHECK-AMOUNT TO PP-CHECK-AMOUNT.
088100     MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME.
088200     WRITE POSITIVE-PAY-RECORD.
088300     ADD 1 TO W02-POSPAY-ITEMS.
088400     ADD CR-CHECK-AMOUNT TO W04-POSPAY-ISSUE-TOTAL.
088500 6300-EXIT.
088600     EXIT.
088700*
088800*----------------------------------------------------------*
088900* 7000-CLOSE-OUT - WRITE THE POSITIVE-PAY TRAILER, CARRY    *
089000*     THE NEXT CHECK NUMBER FORWARD ON THE STOCK RECORD AND *
089100*     EMPTY THE QUEUES AND TRANSACTIONS JUST APPLIED        *
089200*----------------------------------------------------------*
089300 7000-CLOSE-OUT.
089400     MOVE SPACES TO POSITIVE-PAY-RECORD.
089500     SET PP-TYPE-TRAILER TO TRUE.
089600     MOVE W03-DISB-ACCOUNT TO PP-ACCOUNT-NUMBER.
089700     MOVE W02-POSPAY-ITEMS TO PP-ITEM-COUNT.
089800     MOVE W04-POSPAY-ISSUE-TOTAL TO PP-ISSUE-TOTAL.
089900     WRITE POSITIVE-PAY-RECORD.
090000     MOVE W04-CYCLE-DATE TO CS-LAST-ISSUE-DATE.
090100     OPEN OUTPUT CHKSTOCK.
090200     IF NOT W05-CHKSTOCK-OK
090300         DISPLAY 'LNCHKISS - CHKSTOCK REWRITE FAILED - STATUS='
090400             W05-CHKSTOCK-STATUS ' - SET NEXT CHECK TO '
090500             CS-NEXT-CHECK ' BEFORE THE NEXT RUN'
090600         MOVE 16 TO RETURN-CODE
090700         PERFORM 9000-TERMINATE THRU 9000-EXIT
090800         GO TO 9999-EXIT
090900     END-IF.
091000     WRITE CHECK-STOCK-RECORD.
091100     CLOSE CHKSTOCK.
091200     COMPUTE W04-STOCK-REMAINING =
091300         CS-LAST-CHECK - CS-NEXT-CHECK + 1.
091400     IF W01-CHKTRAN-PRESENT
091500         OPEN OUTPUT CHKTRAN
091600         CLOSE CHKTRAN
091700     END-IF.
091800     IF W01-ESCCHECK-PRESENT
091900         OPEN OUTPUT ESCCHECK
092000         CLOSE ESCCHECK
092100     END-IF.
092200     IF W01-REFUNDQ-PRESENT
092300         OPEN OUTPUT REFUNDQ
092400         CLOSE REFUNDQ
092500     END-IF.
092600 7000-EXIT.
092700     EXIT.
092800*
092900*----------------------------------------------------------*
093000* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS AND THE STOCK    *
093100*     POSITION AT THE BOTTOM OF THE ISSUE REGISTER          *
093200*----------------------------------------------------------*
093300 8000-WRITE-TOTALS.
093400     MOVE 'ESCROW PAYEE CHECKS ISSUED' TO W07-T-CAPTION.
093500     MOVE W02-ESCROW-ISSUED TO W07-T-COUNT.
093600     MOVE W04-ESCROW-AMOUNT TO W07-T-AMOUNT.
093700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
093800     MOVE 'ESCROW REFUND CHECKS ISSUED' TO W07-T-CAPTION.
093900     MOVE W02-REFUNDS-ISSUED TO W07-T-COUNT.
094000     MOVE W04-REFUND-AMOUNT TO W07-T-AMOUNT.
094100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
094200     MOVE 'CHECKS RE-ISSUED' TO W07-T-CAPTION.
094300     MOVE W02-CHECKS-REISSUED TO W07-T-COUNT.
094400     MOVE W04-REISSUED-AMOUNT TO W07-T-AMOUNT.
094500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
094600     MOVE 'CHECKS VOIDED' TO W07-T-CAPTION.
094700     MOVE W02-CHECKS-VOIDED TO W07-T-COUNT.
094800     MOVE W04-VOIDED-AMOUNT TO W07-T-AMOUNT.
094900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
095000     MOVE 'POSITIVE-PAY ITEMS SENT' TO W07-T-CAPTION.
095100     MOVE W02-POSPAY-ITEMS TO W07-T-COUNT.
095200     MOVE W04-POSPAY-ISSUE-TOTAL TO W07-T-AMOUNT.
095300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
095400     MOVE 'TRANSACTIONS REJECTED' TO W07-T-CAPTION.
095500     MOVE W02-TRANS-REJECTED TO W07-T-COUNT.
095600     MOVE ZERO TO W07-T-AMOUNT.
095700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
095709     MOVE 'ITEMS NOT ISSUED' TO W07-T-CAPTION.
095718     MOVE W02-ITEMS-NOT-ISSUED TO W07-T-COUNT.
095727     MOVE ZERO TO W07-T-AMOUNT.
095736     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
095745     IF W02-RESTART-REAPPLIED > 0
095754         MOVE 'APPLIED BEFORE RESTART' TO W07-T-CAPTION
095763         MOVE W02-RESTART-REAPPLIED TO W07-T-COUNT
095772         MOVE ZERO TO W07-T-AMOUNT
095781         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
095790     END-IF.
095800     IF W02-RESTART-MATCHED > 0
095900         MOVE 'ALREADY ISSUED BEFORE RESTART' TO W07-T-CAPTION
096000         MOVE W02-RESTART-MATCHED TO W07-T-COUNT
096100         MOVE ZERO TO W07-T-AMOUNT
096200         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
096300     END-IF.
096400     MOVE 'NEXT CHECK NUMBER' TO W07-T-CAPTION.
096500     MOVE CS-NEXT-CHECK TO W07-T-COUNT.
096600     MOVE ZERO TO W07-T-AMOUNT.
096700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
096800     MOVE 'CHECKS LEFT IN STOCK' TO W07-T-CAPTION.
096900     MOVE W04-STOCK-REMAINING TO W07-T-COUNT.
097000     MOVE ZERO TO W07-T-AMOUNT.
097100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
097200     IF W04-STOCK-REMAINING < W03-LOW-STOCK-LEVEL
097300         MOVE '*** CHECK STOCK LOW - REORDER ***' TO W07-M-TEXT
097400         MOVE SPACES TO CHKISRPT-RECORD
097500         MOVE W07-MESSAGE-LINE TO CHKISRPT-RECORD
097600         WRITE CHKISRPT-RECORD
097700         DISPLAY 'LNCHKISS - CHECK STOCK LOW - '
097800             W04-STOCK-REMAINING ' LEFT'
097900     END-IF.
098000 8000-EXIT.
098100     EXIT.
098200*
098300*----------------------------------------------------------*
098400* 8100-WRITE-TOTAL-LINE - WRITE ONE TOTAL LINE              *
098500*----------------------------------------------------------*
098600 8100-WRITE-TOTAL-LINE.
098700     MOVE SPACES TO CHKISRPT-RECORD.
098800     MOVE W07-TOTAL-LINE TO CHKISRPT-RECORD.
098900     WRITE CHKISRPT-RECORD.
099000 8100-EXIT.
099100     EXIT.
099200*
099300*----------------------------------------------------------*
099400* 9000-TERMINATE - CLOSE ALL FILES                          *
099500*----------------------------------------------------------*
099600 9000-TERMINATE.
099700     CLOSE CHKREG.
099800     CLOSE POSPAY.
099900     CLOSE CHKISRPT.
100000 9000-EXIT.
100100     EXIT.
100200*
100300*----------------------------------------------------------*
100400* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
100500*----------------------------------------------------------*
100600 9999-EXIT.
100700     GOBACK.
