000100 IDENTIFICATION DIVISION.
000200*
000300* MONTHLY SERVICER ADVANCE AGING - AGES EVERY ADVANCE STILL
000400* OUTSTANDING ON THE ADVLEDGR ADVANCE LEDGER AND TOTALS IT BY
000500* INVESTOR, AS THE SUPPORT FOR THE MONTH'S REIMBURSEMENT CLAIMS.
000600*
000700* EACH LOAN IS CLAIMED AGAINST THE INVESTOR ON ITS MASTER RECORD
000800* TODAY.  A LOAN ALREADY PURGED FROM THE MASTER IS CLAIMED
000900* AGAINST THE INVESTOR IT HAD WHEN THE BALANCE OPENED.  THE AGE
001000* IS COUNTED ON THE 30/360 CONVENTION FROM THE DATE OF THE
001100* OLDEST ADVANCE NOT YET RECOVERED TO THE RUN DATE, AND FALLS IN
001200* ONE OF FIVE BUCKETS - 0-30, 31-60, 61-90, 91-180 AND OVER 180
001300* DAYS.  A LOAN THE NIGHTLY RECOVERY HAS FLAGGED AS LEAVING THE
001400* PORTFOLIO (PAID OFF, INACTIVE, PURGED OR SOLD TO ANOTHER
001500* INVESTOR) IS MARKED ON ITS DETAIL LINE AND COUNTED, AND ENDS
001600* THE RUN WITH RC 4, SINCE THOSE CLAIMS CANNOT WAIT FOR ESCROW.
001700*
001800 PROGRAM-ID.  LNADVAGE.
001900 AUTHOR.      R SMALL.
002000 INSTALLATION. MORTGAGE SERVICING DIVISION.
002100 DATE-WRITTEN. 10/15/2026.
002200 DATE-COMPILED.
002300*
002400*-----------------------------------------------------------*
002500* MODIFICATION HISTORY                                      *
002600*-----------------------------------------------------------*
002700* DATE       INIT DESCRIPTION                                *
002800* 10/15/2026 RS   ORIGINAL - SERVICER ADVANCE AGING           *
002810* 10/15/2026 RS   DETAIL LINE FITTED TO 132 COLUMNS           *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ADVLEDGR ASSIGN TO ADVLEDGR
003400         ORGANIZATION INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS AL-LOAN-NUMBER
003700         FILE STATUS IS W05-ADVLEDGR-STATUS.
003800     SELECT LOANMAST ASSIGN TO LOANMAST
003900         ORGANIZATION INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LM-LOAN-NUMBER
004200         FILE STATUS IS W05-LOANMAST-STATUS.
004300     SELECT ADVAGRPT ASSIGN TO ADVAGRPT
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W05-ADVAGRPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ADVLEDGR.
004900     COPY ADVLEDG.
005000 FD  LOANMAST.
005100     COPY LOANMAST.
005200 FD  ADVAGRPT
005300     RECORDING MODE IS F.
005400 01  ADVAGRPT-RECORD             PIC X(132).
005500 WORKING-STORAGE SECTION.
005600*
005700*    SWITCHES
005800*
005900 01  W01-ADVLEDGR-EOF-SWITCH     PIC X(01) VALUE 'N'.
006000     88  W01-END-OF-ADVLEDGR         VALUE 'Y'.
006100 01  W01-INVESTOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
006200     88  W01-INVESTOR-FOUND          VALUE 'Y'.
006300 01  W01-LEDGER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
006400     88  W01-LEDGER-OPEN             VALUE 'Y'.
006500*
006600*    COUNTERS
006700*
006800 01  W02-LEDGER-READ             PIC 9(07) VALUE 0.
006900 01  W02-LOANS-AGED              PIC 9(07) VALUE 0.
007000 01  W02-LOANS-FLAGGED           PIC 9(07) VALUE 0.
007100 01  W02-LOANS-NOT-ON-MASTER     PIC 9(07) VALUE 0.
007200*
007300*    INVESTOR TOTALS TABLE - BUCKET 1 IS 0-30 DAYS, THEN 31-60, *
007400*    61-90, 91-180 AND OVER 180 DAYS.  THE GRAND TOTALS ARE KEPT *
007500*    THE SAME WAY                                               *
007600*
007700 01  W06-INVESTOR-COUNT          PIC 9(03) COMP VALUE 0.
007800 01  W06-INVESTOR-TABLE.
007900     05  W06-INV-ENTRY           OCCURS 50 TIMES
008000                                 INDEXED BY W06-INV-IDX.
008100         10  W06-INV-CODE        PIC X(06).
008200         10  W06-INV-BUCKET      OCCURS 5 TIMES.
008300             15  W06-INV-COUNT   PIC 9(07) COMP.
008400             15  W06-INV-BALANCE PIC S9(11)V99 COMP-3.
008500 01  W06-GRAND-TOTALS.
008600     05  W06-GRAND-BUCKET        OCCURS 5 TIMES.
008700         10  W06-GRAND-COUNT     PIC 9(07) COMP.
008800         10  W06-GRAND-BALANCE   PIC S9(11)V99 COMP-3.
008900*
009000*    AGING WORK FIELDS
009100*
009200 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
009300 01  W04-RUN-DATE-PARTS REDEFINES W04-RUN-DATE.
009400     05  W04-RUN-YYYY            PIC 9(04).
009500     05  W04-RUN-MM              PIC 9(02).
009600     05  W04-RUN-DD              PIC 9(02).
009700 01  W04-OPEN-DATE-WORK          PIC 9(08) VALUE 0.
009800 01  W04-OPEN-DATE-PARTS REDEFINES W04-OPEN-DATE-WORK.
009900     05  W04-OPEN-YYYY           PIC 9(04).
010000     05  W04-OPEN-MM             PIC 9(02).
010100     05  W04-OPEN-DD             PIC 9(02).
010200 01  W04-RUN-DD-CAP              PIC 9(02) VALUE 0.
010300 01  W04-OPEN-DD-CAP             PIC 9(02) VALUE 0.
010400 01  W04-DAYS-OUTSTANDING        PIC S9(05) COMP-3 VALUE 0.
010500 01  W04-CLAIM-INVESTOR          PIC X(06) VALUE SPACES.
010600 01  W04-BUCKET                  PIC 9(01) VALUE 1.
010700     88  W04-BUCKET-30               VALUE 1.
010800     88  W04-BUCKET-60               VALUE 2.
010900     88  W04-BUCKET-90               VALUE 3.
011000     88  W04-BUCKET-180              VALUE 4.
011100     88  W04-BUCKET-OVER-180         VALUE 5.
011200 01  W04-BUCKET-SUB              PIC 9(01) VALUE 1.
011300 01  W04-TOTAL-FLAGGED           PIC S9(11)V99 COMP-3 VALUE 0.
011400*
011500*    FILE STATUS FIELDS
011600*
011700 01  W05-ADVLEDGR-STATUS         PIC X(02) VALUE SPACES.
011800     88  W05-ADVLEDGR-OK             VALUE '00'.
011900     88  W05-ADVLEDGR-NOFILE         VALUE '35'.
012000 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
012100     88  W05-LOANMAST-OK             VALUE '00'.
012200 01  W05-ADVAGRPT-STATUS         PIC X(02) VALUE SPACES.
012300     88  W05-ADVAGRPT-OK             VALUE '00'.
012400*
012500*    REPORT LINE LAYOUTS
012600*
012700 01  W07-HEADING-1.
012800     05  FILLER                  PIC X(34)
012900         VALUE 'SERVICER ADVANCE AGING - RUN DATE'.
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  W07-H1-RUN-DATE         PIC 9(08).
013200 01  W07-DETAIL-LINE.
013300     05  FILLER                  PIC X(05) VALUE 'LOAN '.
013400     05  W07-D-LOAN-NUMBER       PIC X(10).
013500     05  FILLER                  PIC X(05) VALUE ' INV '.
013600     05  W07-D-INVESTOR          PIC X(06).
013700     05  FILLER                  PIC X(05) VALUE ' ADV '.
013800     05  W07-D-ORIGINAL          PIC ZZ,ZZZ,ZZ9.99-.
013900     05  FILLER                  PIC X(07) VALUE ' RECOV '.
014000     05  W07-D-RECOVERED         PIC ZZ,ZZZ,ZZ9.99-.
014100     05  FILLER                  PIC X(07) VALUE ' OWING '.
014200     05  W07-D-OUTSTANDING       PIC ZZ,ZZZ,ZZ9.99-.
014300     05  FILLER                  PIC X(06) VALUE ' OPEN '.
014400     05  W07-D-OPEN-DATE         PIC 9(08).
014500     05  FILLER                  PIC X(06) VALUE ' DAYS '.
014600     05  W07-D-DAYS              PIC ZZZZ9.
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  W07-D-FLAG-TEXT         PIC X(19).
014900 01  W07-INVESTOR-HEADER.
015000     05  FILLER                  PIC X(09) VALUE 'INVESTOR '.
015100     05  W07-IH-CODE             PIC X(06).
015200 01  W07-BUCKET-LINE.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  W07-B-CAPTION           PIC X(14).
015500     05  FILLER                  PIC X(07) VALUE ' LOANS '.
015600     05  W07-B-COUNT             PIC ZZZ,ZZ9.
015700     05  FILLER                  PIC X(13) VALUE ' OUTSTANDING '.
015800     05  W07-B-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015900 PROCEDURE DIVISION.
016000*
016100*----------------------------------------------------------*
016200* 0000-MAINLINE                                            *
016300*----------------------------------------------------------*
016400 0000-MAINLINE.
016500     DISPLAY 'LNADVAGE STARTING'.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF NOT W01-END-OF-ADVLEDGR
016800         PERFORM 3100-READ-LEDGER THRU 3100-EXIT
016900     END-IF.
017000     PERFORM 3000-AGE-ONE-ADVANCE THRU 3000-EXIT
017100         UNTIL W01-END-OF-ADVLEDGR.
017200     PERFORM 7000-WRITE-INVESTOR-TOTALS THRU 7000-EXIT.
017300     PERFORM 7400-WRITE-GRAND-TOTALS THRU 7400-EXIT.
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017500     DISPLAY 'LNADVAGE COMPLETE - LEDGER READ=' W02-LEDGER-READ
017600         ' AGED=' W02-LOANS-AGED
017700         ' FLAGGED=' W02-LOANS-FLAGGED
017800         ' NOT ON MASTER=' W02-LOANS-NOT-ON-MASTER.
017900     IF W02-LOANS-FLAGGED > 0
018000         MOVE 4 TO RETURN-CODE
018100     END-IF.
018200     GO TO 9999-EXIT.
018300*
018400*----------------------------------------------------------*
018500* 1000-INITIALIZE - OPEN THE LEDGER, THE MASTER AND THE     *
018600*     REPORT, AND WRITE THE HEADING.  NO LEDGER YET MEANS   *
018700*     NOTHING HAS EVER BEEN ADVANCED - THE REPORT PRINTS    *
018800*     EMPTY                                                 *
018900*----------------------------------------------------------*
019000 1000-INITIALIZE.
019100     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
019200     MOVE W04-RUN-DD TO W04-RUN-DD-CAP.
019300     IF W04-RUN-DD-CAP > 30
019400         MOVE 30 TO W04-RUN-DD-CAP
019500     END-IF.
019600     PERFORM 1100-CLEAR-GRAND-BUCKET THRU 1100-EXIT
019700         VARYING W04-BUCKET-SUB FROM 1 BY 1
019800         UNTIL W04-BUCKET-SUB > 5.
019900     OPEN INPUT ADVLEDGR.
020000     IF W05-ADVLEDGR-NOFILE
020100         DISPLAY 'LNADVAGE - ADVLEDGR NOT PRESENT - NO ADVANCES'
020200         SET W01-END-OF-ADVLEDGR TO TRUE
020300     ELSE
020400         IF NOT W05-ADVLEDGR-OK
020500             DISPLAY 'LNADVAGE - ADVLEDGR OPEN FAILED - STATUS='
020600                 W05-ADVLEDGR-STATUS
020700             MOVE 16 TO RETURN-CODE
020800             GO TO 9999-EXIT
020900         END-IF
021000         SET W01-LEDGER-OPEN TO TRUE
021100     END-IF.
021200     OPEN INPUT LOANMAST.
021300     IF NOT W05-LOANMAST-OK
021400         DISPLAY 'LNADVAGE - LOANMAST OPEN FAILED - STATUS='
021500             W05-LOANMAST-STATUS
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 9999-EXIT
021800     END-IF.
021900     OPEN OUTPUT ADVAGRPT.
022000     IF NOT W05-ADVAGRPT-OK
022100         DISPLAY 'LNADVAGE - ADVAGRPT OPEN FAILED - STATUS='
022200             W05-ADVAGRPT-STATUS
022300         MOVE 16 TO RETURN-CODE
022400         GO TO 9999-EXIT
022500     END-IF.
022600     MOVE W04-RUN-DATE TO W07-H1-RUN-DATE.
022700     MOVE SPACES TO ADVAGRPT-RECORD.
022800     MOVE W07-HEADING-1 TO ADVAGRPT-RECORD.
022900     WRITE ADVAGRPT-RECORD.
023000 1000-EXIT.
023100     EXIT.
023200*
023300*----------------------------------------------------------*
023400* 1100-CLEAR-GRAND-BUCKET - ZERO ONE GRAND TOTAL BUCKET     *
023500*----------------------------------------------------------*
023600 1100-CLEAR-GRAND-BUCKET.
023700     MOVE ZERO TO W06-GRAND-COUNT(W04-BUCKET-SUB).
023800     MOVE ZERO TO W06-GRAND-BALANCE(W04-BUCKET-SUB).
023900 1100-EXIT.
024000     EXIT.
024100*
024200*----------------------------------------------------------*
024300* 3000-AGE-ONE-ADVANCE - AGE ONE OUTSTANDING ADVANCE, PRINT *
024400*     ITS DETAIL LINE AND ROLL IT INTO ITS INVESTOR'S       *
024500*     BUCKET, THEN READ AHEAD.  A RECOVERED BALANCE IS      *
024600*     PASSED OVER                                           *
024700*----------------------------------------------------------*
024800 3000-AGE-ONE-ADVANCE.
024900     IF AL-OUTSTANDING-AMOUNT NOT > ZERO
025000         GO TO 3000-NEXT
025100     END-IF.
025200     ADD 1 TO W02-LOANS-AGED.
025300     MOVE AL-INVESTOR-CODE TO W04-CLAIM-INVESTOR.
025400     MOVE AL-LOAN-NUMBER TO LM-LOAN-NUMBER.
025500     READ LOANMAST
025600         INVALID KEY
025700             ADD 1 TO W02-LOANS-NOT-ON-MASTER
025800         NOT INVALID KEY
025900             MOVE LM-INVESTOR-CODE TO W04-CLAIM-INVESTOR
026000     END-READ.
026100     PERFORM 4000-COMPUTE-DAYS-OUTSTANDING THRU 4000-EXIT.
026200     PERFORM 4100-SET-BUCKET THRU 4100-EXIT.
026300     PERFORM 4200-ACCUMULATE-INVESTOR THRU 4200-EXIT.
026400     ADD 1 TO W06-GRAND-COUNT(W04-BUCKET).
026500     ADD AL-OUTSTANDING-AMOUNT TO W06-GRAND-BALANCE(W04-BUCKET).
026600     IF NOT AL-EXIT-NONE
026700         ADD 1 TO W02-LOANS-FLAGGED
026800         ADD AL-OUTSTANDING-AMOUNT TO W04-TOTAL-FLAGGED
026900     END-IF.
027000     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
027100 3000-NEXT.
027200     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
027300 3000-EXIT.
027400     EXIT.
027500*
027600*----------------------------------------------------------*
027700* 3100-READ-LEDGER - READ THE NEXT ADVANCE LEDGER RECORD    *
027800*----------------------------------------------------------*
027900 3100-READ-LEDGER.
028000     READ ADVLEDGR
028100         AT END
028200             SET W01-END-OF-ADVLEDGR TO TRUE
028300             GO TO 3100-EXIT
028400     END-READ.
028500     ADD 1 TO W02-LEDGER-READ.
028600 3100-EXIT.
028700     EXIT.
028800*
028900*----------------------------------------------------------*
029000* 4000-COMPUTE-DAYS-OUTSTANDING - COUNT THE DAYS FROM THE   *
029100*     OLDEST UNRECOVERED ADVANCE TO THE RUN DATE ON THE     *
029200*     30/360 CONVENTION.  A LEDGER RECORD WITHOUT AN OPEN   *
029300*     DATE FALLS BACK TO ITS LAST ADVANCE                   *
029400*----------------------------------------------------------*
029500 4000-COMPUTE-DAYS-OUTSTANDING.
029600     MOVE AL-OPEN-DATE TO W04-OPEN-DATE-WORK.
029700     IF W04-OPEN-DATE-WORK = ZERO
029800         MOVE AL-LAST-ADVANCE-DATE TO W04-OPEN-DATE-WORK
029900     END-IF.
030000     MOVE W04-OPEN-DD TO W04-OPEN-DD-CAP.
030100     IF W04-OPEN-DD-CAP > 30
030200         MOVE 30 TO W04-OPEN-DD-CAP
030300     END-IF.
030400     COMPUTE W04-DAYS-OUTSTANDING =
030500         ((W04-RUN-YYYY - W04-OPEN-YYYY) * 360)
030600         + ((W04-RUN-MM - W04-OPEN-MM) * 30)
030700         + (W04-RUN-DD-CAP - W04-OPEN-DD-CAP).
030800     IF W04-DAYS-OUTSTANDING < ZERO
030900         MOVE ZERO TO W04-DAYS-OUTSTANDING
031000     END-IF.
031100 4000-EXIT.
031200     EXIT.
031300*
031400*----------------------------------------------------------*
031500* 4100-SET-BUCKET - PLACE THE ADVANCE IN ITS AGING BUCKET   *
031600*----------------------------------------------------------*
031700 4100-SET-BUCKET.
031800     EVALUATE TRUE
031900         WHEN W04-DAYS-OUTSTANDING NOT > 30
032000             SET W04-BUCKET-30 TO TRUE
032100         WHEN W04-DAYS-OUTSTANDING NOT > 60
032200             SET W04-BUCKET-60 TO TRUE
032300         WHEN W04-DAYS-OUTSTANDING NOT > 90
032400             SET W04-BUCKET-90 TO TRUE
032500         WHEN W04-DAYS-OUTSTANDING NOT > 180
032600             SET W04-BUCKET-180 TO TRUE
032700         WHEN OTHER
032800             SET W04-BUCKET-OVER-180 TO TRUE
032900     END-EVALUATE.
033000 4100-EXIT.
033100     EXIT.
033200*
033300*----------------------------------------------------------*
033400* 4200-ACCUMULATE-INVESTOR - FIND (OR ADD) THE CLAIM         *
033500*     INVESTOR IN THE TOTALS TABLE AND ROLL THIS ADVANCE     *
033600*     INTO ITS BUCKET                                        *
033700*----------------------------------------------------------*
033800 4200-ACCUMULATE-INVESTOR.
033900     MOVE 'N' TO W01-INVESTOR-FOUND-SWITCH.
034000     IF W06-INVESTOR-COUNT > ZERO
034100         PERFORM 4210-SEARCH-INVESTOR THRU 4210-EXIT
034200     END-IF.
034300     IF NOT W01-INVESTOR-FOUND
034400         IF W06-INVESTOR-COUNT >= 50
034500             DISPLAY 'LNADVAGE - INVESTOR TABLE FULL - LOAN '
034600                 AL-LOAN-NUMBER ' ROLLED INTO LAST ENTRY'
034700             SET W06-INV-IDX TO 50
034800         ELSE
034900             ADD 1 TO W06-INVESTOR-COUNT
035000             SET W06-INV-IDX TO W06-INVESTOR-COUNT
035100             MOVE W04-CLAIM-INVESTOR TO W06-INV-CODE(W06-INV-IDX)
035200             PERFORM 4220-CLEAR-BUCKETS THRU 4220-EXIT
035300                 VARYING W04-BUCKET-SUB FROM 1 BY 1
035400                 UNTIL W04-BUCKET-SUB > 5
035500         END-IF
035600     END-IF.
035700     ADD 1 TO W06-INV-COUNT(W06-INV-IDX, W04-BUCKET).
035800     ADD AL-OUTSTANDING-AMOUNT
035900         TO W06-INV-BALANCE(W06-INV-IDX, W04-BUCKET).
036000 4200-EXIT.
036100     EXIT.
036200*
036300*----------------------------------------------------------*
036400* 4210-SEARCH-INVESTOR - LOOK THE CLAIM INVESTOR UP IN THE  *
036500*     TOTALS TABLE                                          *
036600*----------------------------------------------------------*
036700 4210-SEARCH-INVESTOR.
036800     SET W06-INV-IDX TO 1.
036900     SEARCH W06-INV-ENTRY VARYING W06-INV-IDX
037000         AT END
037100             CONTINUE
037200         WHEN W06-INV-IDX > W06-INVESTOR-COUNT
037300             CONTINUE
037400         WHEN W06-INV-CODE(W06-INV-IDX) = W04-CLAIM-INVESTOR
037500             SET W01-INVESTOR-FOUND TO TRUE
037600     END-SEARCH.
037700 4210-EXIT.
037800     EXIT.
037900*
038000*----------------------------------------------------------*
038100* 4220-CLEAR-BUCKETS - ZERO ONE BUCKET OF A NEW INVESTOR    *
038200*     TOTALS ENTRY                                          *
038300*----------------------------------------------------------*
038400 4220-CLEAR-BUCKETS.
038500     MOVE ZERO TO W06-INV-COUNT(W06-INV-IDX, W04-BUCKET-SUB).
038600     MOVE ZERO TO W06-INV-BALANCE(W06-INV-IDX, W04-BUCKET-SUB).
038700 4220-EXIT.
038800     EXIT.
038900*
039000*----------------------------------------------------------*
039100* 7000-WRITE-INVESTOR-TOTALS - WRITE THE BUCKET TOTALS FOR  *
039200*     EVERY INVESTOR WITH AN ADVANCE OUTSTANDING            *
039300*----------------------------------------------------------*
039400 7000-WRITE-INVESTOR-TOTALS.
039500     IF W06-INVESTOR-COUNT = ZERO
039600         GO TO 7000-EXIT
039700     END-IF.
039800     PERFORM 7200-WRITE-ONE-INVESTOR THRU 7200-EXIT
039900         VARYING W06-INV-IDX FROM 1 BY 1
040000         UNTIL W06-INV-IDX > W06-INVESTOR-COUNT.
040100 7000-EXIT.
040200     EXIT.
040300*
040400*----------------------------------------------------------*
040500* 7100-WRITE-DETAIL - WRITE ONE OUTSTANDING ADVANCE LINE,   *
040600*     NAMING WHY A FLAGGED LOAN IS LEAVING THE PORTFOLIO    *
040700*----------------------------------------------------------*
040800 7100-WRITE-DETAIL.
040900     MOVE AL-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
041000     MOVE W04-CLAIM-INVESTOR TO W07-D-INVESTOR.
041100     MOVE AL-ORIGINAL-AMOUNT TO W07-D-ORIGINAL.
041200     MOVE AL-RECOVERED-AMOUNT TO W07-D-RECOVERED.
041300     MOVE AL-OUTSTANDING-AMOUNT TO W07-D-OUTSTANDING.
041400     MOVE W04-OPEN-DATE-WORK TO W07-D-OPEN-DATE.
041500     MOVE W04-DAYS-OUTSTANDING TO W07-D-DAYS.
041600     EVALUATE TRUE
041700         WHEN AL-EXIT-PAID-OFF
041800             MOVE '** PAID OFF' TO W07-D-FLAG-TEXT
041900         WHEN AL-EXIT-INACTIVE
042000             MOVE '** INACTIVE' TO W07-D-FLAG-TEXT
042100         WHEN AL-EXIT-PURGED
042200             MOVE '** PURGED' TO W07-D-FLAG-TEXT
042300         WHEN AL-EXIT-TRANSFERRED
042400             MOVE '** INVESTOR CHANGED' TO W07-D-FLAG-TEXT
042500         WHEN OTHER
042600             MOVE SPACES TO W07-D-FLAG-TEXT
042700     END-EVALUATE.
042800     MOVE SPACES TO ADVAGRPT-RECORD.
042900     MOVE W07-DETAIL-LINE TO ADVAGRPT-RECORD.
043000     WRITE ADVAGRPT-RECORD.
043100 7100-EXIT.
043200     EXIT.
043300*
043400*----------------------------------------------------------*
043500* 7200-WRITE-ONE-INVESTOR - WRITE THE FIVE BUCKET LINES FOR *
043600*     ONE INVESTOR                                          *
043700*----------------------------------------------------------*
043800 7200-WRITE-ONE-INVESTOR.
043900     MOVE W06-INV-CODE(W06-INV-IDX) TO W07-IH-CODE.
044000     MOVE SPACES TO ADVAGRPT-RECORD.
044100     MOVE W07-INVESTOR-HEADER TO ADVAGRPT-RECORD.
044200     WRITE ADVAGRPT-RECORD.
044300     PERFORM 7300-WRITE-ONE-BUCKET THRU 7300-EXIT
044400         VARYING W04-BUCKET-SUB FROM 1 BY 1
044500         UNTIL W04-BUCKET-SUB > 5.
044600 7200-EXIT.
044700     EXIT.
044800*
044900*----------------------------------------------------------*
045000* 7300-WRITE-ONE-BUCKET - WRITE ONE INVESTOR BUCKET LINE    *
045100*----------------------------------------------------------*
045200 7300-WRITE-ONE-BUCKET.
045300     PERFORM 7350-SET-BUCKET-CAPTION THRU 7350-EXIT.
045400     MOVE W06-INV-COUNT(W06-INV-IDX, W04-BUCKET-SUB)
045500         TO W07-B-COUNT.
045600     MOVE W06-INV-BALANCE(W06-INV-IDX, W04-BUCKET-SUB)
045700         TO W07-B-BALANCE.
045800     MOVE SPACES TO ADVAGRPT-RECORD.
045900     MOVE W07-BUCKET-LINE TO ADVAGRPT-RECORD.
046000     WRITE ADVAGRPT-RECORD.
046100 7300-EXIT.
046200     EXIT.
046300*
046400*----------------------------------------------------------*
046500* 7350-SET-BUCKET-CAPTION - CAPTION THE CURRENT BUCKET      *
046600*----------------------------------------------------------*
046700 7350-SET-BUCKET-CAPTION.
046800     EVALUATE W04-BUCKET-SUB
046900         WHEN 1
047000             MOVE '0-30 DAYS' TO W07-B-CAPTION
047100         WHEN 2
047200             MOVE '31-60 DAYS' TO W07-B-CAPTION
047300         WHEN 3
047400             MOVE '61-90 DAYS' TO W07-B-CAPTION
047500         WHEN 4
047600             MOVE '91-180 DAYS' TO W07-B-CAPTION
047700         WHEN OTHER
047800             MOVE 'OVER 180 DAYS' TO W07-B-CAPTION
047900     END-EVALUATE.
048000 7350-EXIT.
048100     EXIT.
048200*
048300*----------------------------------------------------------*
048400* 7400-WRITE-GRAND-TOTALS - WRITE THE ALL-INVESTOR BUCKET   *
048500*     TOTALS AND THE FLAGGED-LOAN TOTAL                     *
048600*----------------------------------------------------------*
048700 7400-WRITE-GRAND-TOTALS.
048800     MOVE 'ALL   ' TO W07-IH-CODE.
048900     MOVE SPACES TO ADVAGRPT-RECORD.
049000     MOVE W07-INVESTOR-HEADER TO ADVAGRPT-RECORD.
049100     WRITE ADVAGRPT-RECORD.
049200     PERFORM 7500-WRITE-GRAND-BUCKET THRU 7500-EXIT
049300         VARYING W04-BUCKET-SUB FROM 1 BY 1
049400         UNTIL W04-BUCKET-SUB > 5.
049500     MOVE 'LEAVING PORTF.' TO W07-B-CAPTION.
049600     MOVE W02-LOANS-FLAGGED TO W07-B-COUNT.
049700     MOVE W04-TOTAL-FLAGGED TO W07-B-BALANCE.
049800     MOVE SPACES TO ADVAGRPT-RECORD.
049900     MOVE W07-BUCKET-LINE TO ADVAGRPT-RECORD.
050000     WRITE ADVAGRPT-RECORD.
050100 7400-EXIT.
050200     EXIT.
050300*
050400*----------------------------------------------------------*
050500* 7500-WRITE-GRAND-BUCKET - WRITE ONE GRAND TOTAL BUCKET    *
050600*     LINE                                                  *
050700*----------------------------------------------------------*
050800 7500-WRITE-GRAND-BUCKET.
050900     PERFORM 7350-SET-BUCKET-CAPTION THRU 7350-EXIT.
051000     MOVE W06-GRAND-COUNT(W04-BUCKET-SUB) TO W07-B-COUNT.
051100     MOVE W06-GRAND-BALANCE(W04-BUCKET-SUB) TO W07-B-BALANCE.
051200     MOVE SPACES TO ADVAGRPT-RECORD.
051300     MOVE W07-BUCKET-LINE TO ADVAGRPT-RECORD.
051400     WRITE ADVAGRPT-RECORD.
051500 7500-EXIT.
051600     EXIT.
051700*
051800*----------------------------------------------------------*
051900* 9000-TERMINATE - CLOSE ALL FILES                          *
052000*----------------------------------------------------------*
052100 9000-TERMINATE.
052200     IF W01-LEDGER-OPEN
052300         CLOSE ADVLEDGR
052400     END-IF.
052500     CLOSE LOANMAST.
052600     CLOSE ADVAGRPT.
052700 9000-EXIT.
052800     EXIT.
052900*
053000*----------------------------------------------------------*
053100* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
053200*----------------------------------------------------------*
053300 9999-EXIT.
053400     GOBACK.
