000100 IDENTIFICATION DIVISION.
000200*
000300* FORBEARANCE / REPAYMENT PLAN MAINTENANCE - READS A TRANSACTION
000400* FILE OF ADD/CHANGE/CANCEL RECORDS, EDITS EVERY FIELD AGAINST
000500* THE LOAN MASTER AND THE PLAN RULES, APPLIES THE GOOD
000600* TRANSACTIONS TO THE PAYMENT PLAN FILE AND PRINTS AN EDIT
000700* REPORT OF THE REJECTS.  THE PLAN FILE IS WHAT LATE CHARGES,
000800* AGING AND STATEMENTS CONSULT TO LEAVE A LOAN ON AN AGREED
000900* PLAN ALONE, AND WHAT THE NIGHTLY PLAN MONITOR WATCHES FOR A
001000* MISSED PLAN PAYMENT.
001100*
001200* A PLAN RUNS FROM ITS START DATE TO ITS END DATE AND CARRIES
001300* ONE TO TWELVE INSTALLMENTS, EACH DUE INSIDE THE PLAN PERIOD
001400* AND IN DUE DATE ORDER.  A REPAYMENT PLAN INSTALLMENT MUST BE
001500* FOR MORE THAN ZERO; A FORBEARANCE INSTALLMENT MAY BE ZERO.
001600* ONLY AN ACTIVE PLAN MAY BE CHANGED OR CANCELLED.  A BROKEN,
001700* COMPLETED OR CANCELLED PLAN STAYS ON THE FILE; A LATER ADD
001800* FOR THE SAME LOAN REWRITES IT.
001900*
002000 PROGRAM-ID.  LNPLNMNT.
002100 AUTHOR.      R SMALL.
002200 INSTALLATION. MORTGAGE SERVICING DIVISION.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500*
002600*-----------------------------------------------------------*
002700* MODIFICATION HISTORY                                      *
002800*-----------------------------------------------------------*
002900* DATE       INIT DESCRIPTION                                *
003000* 10/15/2026 RS   ORIGINAL - PAYMENT PLAN MAINTENANCE         *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOANMAST ASSIGN TO LOANMAST
003600         ORGANIZATION INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS LM-LOAN-NUMBER
003900         FILE STATUS IS W05-LOANMAST-STATUS.
004000     SELECT PLANTRN ASSIGN TO PLANTRN
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS W05-PLANTRN-STATUS.
004300     SELECT PLANFILE ASSIGN TO PLANFILE
004400         ORGANIZATION INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS PP-LOAN-NUMBER
004700         FILE STATUS IS W05-PLANFILE-STATUS.
004800     SELECT PLNEDRPT ASSIGN TO PLNEDRPT
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS W05-PLNEDRPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LOANMAST.
005400     COPY LOANMAST.
005500 FD  PLANTRN
005600     RECORD CONTAINS 240 CHARACTERS.
005700     COPY PLANTRN.
005800 FD  PLANFILE.
005900     COPY PAYPLAN.
006000 FD  PLNEDRPT
006100     RECORDING MODE IS F.
006200 01  PLNEDRPT-RECORD             PIC X(132).
006300 WORKING-STORAGE SECTION.
006400*
006500*    SWITCHES
006600*
006700 01  W01-PLANTRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
006800     88  W01-END-OF-PLANTRN          VALUE 'Y'.
006900 01  W01-REJECT-SWITCH           PIC X(01) VALUE 'N'.
007000     88  W01-TRANS-REJECTED          VALUE 'Y'.
007100 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
007200     88  W01-LOAN-FOUND              VALUE 'Y'.
007300 01  W01-PLAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
007400     88  W01-PLAN-FOUND              VALUE 'Y'.
007500 01  W01-DATE-VALID-SWITCH       PIC X(01) VALUE 'N'.
007600     88  W01-DATE-VALID              VALUE 'Y'.
007700*
007800*    COUNTERS
007900*
008000 01  W02-TRANS-READ              PIC 9(07) VALUE 0.
008100 01  W02-PLANS-ADDED             PIC 9(07) VALUE 0.
008200 01  W02-PLANS-CHANGED           PIC 9(07) VALUE 0.
008300 01  W02-PLANS-CANCELLED         PIC 9(07) VALUE 0.
008400 01  W02-TRANS-REJECTED          PIC 9(07) VALUE 0.
008500*
008600*    RUN DATE - STAMPED AS THE ENTERED AND STATUS DATES
008700*
008800 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
008900*
009000*    DATE WORK FIELD FOR THE CALENDAR EDIT
009100*
009200 01  W04-DATE-WORK               PIC 9(08) VALUE 0.
009300 01  W04-DATE-PARTS REDEFINES W04-DATE-WORK.
009400     05  W04-DATE-YYYY           PIC 9(04).
009500     05  W04-DATE-MM             PIC 9(02).
009600     05  W04-DATE-DD             PIC 9(02).
009700*
009800*    INSTALLMENT SCHEDULE EDIT FIELDS
009900*
010000 01  W04-INST-SUB                PIC 9(02) VALUE 0.
010100 01  W04-PRIOR-INST-DATE         PIC 9(08) VALUE 0.
010200*
010300*    REPORT LINE LAYOUTS
010400*
010500 01  W07-HEADING-1.
010600     05  FILLER                  PIC X(33)
010700         VALUE 'PAYMENT PLAN EDIT REPORT         '.
010800 01  W07-DETAIL-LINE.
010900     05  FILLER                  PIC X(16)
011000         VALUE 'REJECTED - LOAN '.
011100     05  W07-D-LOAN-NUMBER       PIC X(10).
011200     05  FILLER                  PIC X(08) VALUE ' ACTION '.
011300     05  W07-D-ACTION            PIC X(01).
011400     05  FILLER                  PIC X(03) VALUE ' - '.
011500     05  W07-D-REASON-TEXT       PIC X(40).
011600 01  W07-SUMMARY-1.
011700     05  FILLER                  PIC X(14) VALUE 'TRANS READ:'.
011800     05  W07-S1-READ             PIC ZZZ,ZZ9.
011900     05  FILLER                  PIC X(12) VALUE '  ADDED:'.
012000     05  W07-S1-ADDED            PIC ZZZ,ZZ9.
012100     05  FILLER                  PIC X(11) VALUE '  CHANGED:'.
012200     05  W07-S1-CHANGED          PIC ZZZ,ZZ9.
012300 01  W07-SUMMARY-2.
012400     05  FILLER                  PIC X(14) VALUE 'CANCELLED:'.
012500     05  W07-S2-CANCELLED        PIC ZZZ,ZZ9.
012600     05  FILLER                  PIC X(12) VALUE '  REJECTED:'.
012700     05  W07-S2-REJECTED         PIC ZZZ,ZZ9.
012800*
012900*    FILE STATUS FIELDS
013000*
013100 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
013200     88  W05-LOANMAST-OK             VALUE '00'.
013300 01  W05-PLANTRN-STATUS          PIC X(02) VALUE SPACES.
013400     88  W05-PLANTRN-OK              VALUE '00'.
013500     88  W05-PLANTRN-EOF             VALUE '10'.
013600 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
013700     88  W05-PLANFILE-OK             VALUE '00'.
013800     88  W05-PLANFILE-NOFILE         VALUE '35'.
013900 01  W05-PLNEDRPT-STATUS         PIC X(02) VALUE SPACES.
014000     88  W05-PLNEDRPT-OK             VALUE '00'.
014100 PROCEDURE DIVISION.
014200*
014300*----------------------------------------------------------*
014400* 0000-MAINLINE                                            *
014500*----------------------------------------------------------*
014600 0000-MAINLINE.
014700     DISPLAY 'LNPLNMNT STARTING'.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
015000         UNTIL W01-END-OF-PLANTRN.
015100     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015300     DISPLAY 'LNPLNMNT COMPLETE - READ=' W02-TRANS-READ
015400         ' ADDED=' W02-PLANS-ADDED
015500         ' CHANGED=' W02-PLANS-CHANGED
015600         ' CANCELLED=' W02-PLANS-CANCELLED
015700         ' REJECTED=' W02-TRANS-REJECTED.
015800     IF W02-TRANS-REJECTED > 0
015900         MOVE 4 TO RETURN-CODE
016000     END-IF.
016100     GO TO 9999-EXIT.
016200*
016300*----------------------------------------------------------*
016400* 1000-INITIALIZE - OPEN ALL FILES, CREATING THE PLAN      *
016500*     FILE ON THE FIRST EVER RUN, AND PRIME THE FIRST      *
016600*     TRANSACTION                                          *
016700*----------------------------------------------------------*
016800 1000-INITIALIZE.
016900     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
017000     OPEN INPUT LOANMAST.
017100     IF NOT W05-LOANMAST-OK
017200         DISPLAY 'LNPLNMNT - LOANMAST OPEN FAILED - STATUS='
017300             W05-LOANMAST-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         GO TO 9999-EXIT
017600     END-IF.
017700     OPEN INPUT PLANTRN.
017800     IF NOT W05-PLANTRN-OK
017900         DISPLAY 'LNPLNMNT - PLANTRN OPEN FAILED - STATUS='
018000             W05-PLANTRN-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9999-EXIT
018300     END-IF.
018400     OPEN I-O PLANFILE.
018500     IF W05-PLANFILE-NOFILE
018600         OPEN OUTPUT PLANFILE
018700         CLOSE PLANFILE
018800         OPEN I-O PLANFILE
018900     END-IF.
019000     IF NOT W05-PLANFILE-OK
019100         DISPLAY 'LNPLNMNT - PLANFILE OPEN FAILED - STATUS='
019200             W05-PLANFILE-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 9999-EXIT
019500     END-IF.
019600     OPEN OUTPUT PLNEDRPT.
019700     IF NOT W05-PLNEDRPT-OK
019800         DISPLAY 'LNPLNMNT - PLNEDRPT OPEN FAILED - STATUS='
019900             W05-PLNEDRPT-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         GO TO 9999-EXIT
020200     END-IF.
020300     MOVE SPACES TO PLNEDRPT-RECORD.
020400     MOVE W07-HEADING-1 TO PLNEDRPT-RECORD.
020500     WRITE PLNEDRPT-RECORD.
020600     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
020700 1000-EXIT.
020800     EXIT.
020900*
021000*----------------------------------------------------------*
021100* 3000-PROCESS-TRANS - EDIT THE CURRENT TRANSACTION, APPLY *
021200*     IT TO THE PLAN FILE IF IT PASSED EVERY EDIT, REPORT  *
021300*     IT IF IT DID NOT, THEN READ AHEAD                    *
021400*----------------------------------------------------------*
021500 3000-PROCESS-TRANS.
021600     ADD 1 TO W02-TRANS-READ.
021700     MOVE 'N' TO W01-REJECT-SWITCH.
021800     PERFORM 4000-EDIT-TRANSACTION THRU 4000-EXIT.
021900     IF NOT W01-TRANS-REJECTED
022000         PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
022100     END-IF.
022200     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
022300 3000-EXIT.
022400     EXIT.
022500*
022600*----------------------------------------------------------*
022700* 3100-READ-TRANS - READ THE NEXT PLAN TRANSACTION         *
022800*----------------------------------------------------------*
022900 3100-READ-TRANS.
023000     READ PLANTRN
023100         AT END
023200             SET W01-END-OF-PLANTRN TO TRUE
023300     END-READ.
023400 3100-EXIT.
023500     EXIT.
023600*
023700*----------------------------------------------------------*
023800* 4000-EDIT-TRANSACTION - RUN THE EDITS THAT APPLY TO THE  *
023900*     CURRENT TRANSACTION'S ACTION CODE.  THE FIRST FAILED *
024000*     EDIT WRITES THE REJECT LINE AND ENDS THE EDIT PASS   *
024100*----------------------------------------------------------*
024200 4000-EDIT-TRANSACTION.
024300     IF NOT PT-ACTION-ADD
024400         AND NOT PT-ACTION-CHANGE
024500         AND NOT PT-ACTION-CANCEL
024600         MOVE 'ACTION CODE NOT A, C OR X' TO W07-D-REASON-TEXT
024700         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
024800         GO TO 4000-EXIT
024900     END-IF.
025000     IF PT-LOAN-NUMBER = SPACES
025100         OR PT-LOAN-NUMBER NOT NUMERIC
025200         MOVE 'LOAN NUMBER NOT 10 DIGITS' TO W07-D-REASON-TEXT
025300         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
025400         GO TO 4000-EXIT
025500     END-IF.
025600     PERFORM 4400-FIND-PLAN THRU 4400-EXIT.
025700     IF PT-ACTION-ADD
025800         AND W01-PLAN-FOUND
025900         AND PP-STATUS-ACTIVE
026000         MOVE 'LOAN ALREADY HAS AN ACTIVE PLAN' TO
026100             W07-D-REASON-TEXT
026200         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
026300         GO TO 4000-EXIT
026400     END-IF.
026500     IF (PT-ACTION-CHANGE OR PT-ACTION-CANCEL)
026600         AND (NOT W01-PLAN-FOUND OR NOT PP-STATUS-ACTIVE)
026700         MOVE 'LOAN HAS NO ACTIVE PLAN' TO W07-D-REASON-TEXT
026800         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
026900         GO TO 4000-EXIT
027000     END-IF.
027100     IF PT-ACTION-ADD OR PT-ACTION-CHANGE
027200         PERFORM 4100-EDIT-PLAN-TERMS THRU 4100-EXIT
027300     END-IF.
027400 4000-EXIT.
027500     EXIT.
027600*
027700*----------------------------------------------------------*
027800* 4100-EDIT-PLAN-TERMS - PLAN TERM EDITS SHARED BY ADD AND *
027900*     CHANGE.  THE LOAN MUST BE ACTIVE ON THE MASTER FILE  *
028000*     BEFORE A PLAN MAY BE SET UP AGAINST IT               *
028100*----------------------------------------------------------*
028200 4100-EDIT-PLAN-TERMS.
028300     PERFORM 4200-FIND-LOAN THRU 4200-EXIT.
028400     IF NOT W01-LOAN-FOUND
028500         MOVE 'LOAN NOT ON MASTER FILE' TO W07-D-REASON-TEXT
028600         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
028700         GO TO 4100-EXIT
028800     END-IF.
028900     IF NOT LM-STATUS-ACTIVE
029000         MOVE 'LOAN IS NOT ACTIVE' TO W07-D-REASON-TEXT
029100         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
029200         GO TO 4100-EXIT
029300     END-IF.
029400     IF PT-PLAN-TYPE NOT = 'F'
029500         AND PT-PLAN-TYPE NOT = 'R'
029600         MOVE 'PLAN TYPE NOT F OR R' TO W07-D-REASON-TEXT
029700         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
029800         GO TO 4100-EXIT
029900     END-IF.
030000     MOVE 'N' TO W01-DATE-VALID-SWITCH.
030100     IF PT-START-DATE NUMERIC
030200         MOVE PT-START-DATE TO W04-DATE-WORK
030300         PERFORM 4300-EDIT-DATE THRU 4300-EXIT
030400     END-IF.
030500     IF NOT W01-DATE-VALID
030600         MOVE 'START DATE NOT A VALID DATE' TO W07-D-REASON-TEXT
030700         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
030800         GO TO 4100-EXIT
030900     END-IF.
031000     MOVE 'N' TO W01-DATE-VALID-SWITCH.
031100     IF PT-END-DATE NUMERIC
031200         MOVE PT-END-DATE TO W04-DATE-WORK
031300         PERFORM 4300-EDIT-DATE THRU 4300-EXIT
031400     END-IF.
031500     IF NOT W01-DATE-VALID
031600         MOVE 'END DATE NOT A VALID DATE' TO W07-D-REASON-TEXT
031700         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
031800         GO TO 4100-EXIT
031900     END-IF.
032000     IF PT-END-DATE < PT-START-DATE
032100         MOVE 'END DATE BEFORE START DATE' TO W07-D-REASON-TEXT
032200         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
032300         GO TO 4100-EXIT
032400     END-IF.
032500     IF PT-INSTALLMENT-COUNT NOT NUMERIC
032600         OR PT-INSTALLMENT-COUNT < 1
032700         OR PT-INSTALLMENT-COUNT > 12
032800         MOVE 'INSTALLMENT COUNT NOT 1 THROUGH 12' TO
032900             W07-D-REASON-TEXT
033000         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
033100         GO TO 4100-EXIT
033200     END-IF.
033300     MOVE PT-START-DATE TO W04-PRIOR-INST-DATE.
033400     PERFORM 4500-EDIT-INSTALLMENT THRU 4500-EXIT
033500         VARYING W04-INST-SUB FROM 1 BY 1
033600         UNTIL W04-INST-SUB > PT-INSTALLMENT-COUNT
033700            OR W01-TRANS-REJECTED.
033800 4100-EXIT.
033900     EXIT.
034000*
034100*----------------------------------------------------------*
034200* 4200-FIND-LOAN - RANDOM-READ THE LOAN MASTER RECORD FOR  *
034300*     THE TRANSACTION'S LOAN NUMBER                        *
034400*----------------------------------------------------------*
034500 4200-FIND-LOAN.
034600     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
034700     MOVE PT-LOAN-NUMBER TO LM-LOAN-NUMBER.
034800     READ LOANMAST
034900         INVALID KEY
035000             CONTINUE
035100         NOT INVALID KEY
035200             SET W01-LOAN-FOUND TO TRUE
035300     END-READ.
035400 4200-EXIT.
035500     EXIT.
035600*
035700*----------------------------------------------------------*
035800* 4300-EDIT-DATE - CALENDAR EDIT ON THE DATE IN THE DATE   *
035900*     WORK FIELD                                           *
036000*----------------------------------------------------------*
036100 4300-EDIT-DATE.
036200     MOVE 'N' TO W01-DATE-VALID-SWITCH.
036300     IF W04-DATE-YYYY < 1950 OR W04-DATE-YYYY > 2099
036400         OR W04-DATE-MM < 1 OR W04-DATE-MM > 12
036500         OR W04-DATE-DD < 1 OR W04-DATE-DD > 31
036600         GO TO 4300-EXIT
036700     END-IF.
036800     SET W01-DATE-VALID TO TRUE.
036900 4300-EXIT.
037000     EXIT.
037100*
037200*----------------------------------------------------------*
037300* 4400-FIND-PLAN - RANDOM-READ THE PLAN RECORD FOR THE     *
037400*     TRANSACTION'S LOAN NUMBER                            *
037500*----------------------------------------------------------*
037600 4400-FIND-PLAN.
037700     MOVE 'N' TO W01-PLAN-FOUND-SWITCH.
037800     MOVE PT-LOAN-NUMBER TO PP-LOAN-NUMBER.
037900     READ PLANFILE
038000         INVALID KEY
038100             CONTINUE
038200         NOT INVALID KEY
038300             SET W01-PLAN-FOUND TO TRUE
038400     END-READ.
038500 4400-EXIT.
038600     EXIT.
038700*
038800*----------------------------------------------------------*
038900* 4500-EDIT-INSTALLMENT - EDIT ONE INSTALLMENT OF THE PLAN *
039000*     SCHEDULE.  THE DUE DATE MUST BE A VALID DATE INSIDE  *
039100*     THE PLAN PERIOD AND LATER THAN THE INSTALLMENT       *
039200*     BEFORE IT; A REPAYMENT INSTALLMENT MUST BE FOR MORE  *
039300*     THAN ZERO                                            *
039400*----------------------------------------------------------*
039500 4500-EDIT-INSTALLMENT.
039600     MOVE 'N' TO W01-DATE-VALID-SWITCH.
039700     IF PT-INST-DUE-DATE (W04-INST-SUB) NUMERIC
039800         MOVE PT-INST-DUE-DATE (W04-INST-SUB) TO W04-DATE-WORK
039900         PERFORM 4300-EDIT-DATE THRU 4300-EXIT
040000     END-IF.
040100     IF NOT W01-DATE-VALID
040200         MOVE 'INSTALLMENT DUE DATE NOT VALID' TO
040300             W07-D-REASON-TEXT
040400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
040500         GO TO 4500-EXIT
040600     END-IF.
040700     IF PT-INST-DUE-DATE (W04-INST-SUB) > PT-END-DATE
040800         OR PT-INST-DUE-DATE (W04-INST-SUB) < PT-START-DATE
040900         MOVE 'INSTALLMENT DUE OUTSIDE PLAN PERIOD' TO
041000             W07-D-REASON-TEXT
041100         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
041200         GO TO 4500-EXIT
041300     END-IF.
041400     IF W04-INST-SUB > 1
041500         AND PT-INST-DUE-DATE (W04-INST-SUB)
041600             NOT > W04-PRIOR-INST-DATE
041700         MOVE 'INSTALLMENTS NOT IN DUE DATE ORDER' TO
041800             W07-D-REASON-TEXT
041900         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
042000         GO TO 4500-EXIT
042100     END-IF.
042200     IF PT-INST-AMOUNT (W04-INST-SUB) NOT NUMERIC
042300         MOVE 'INSTALLMENT AMOUNT NOT NUMERIC' TO
042400             W07-D-REASON-TEXT
042500         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
042600         GO TO 4500-EXIT
042700     END-IF.
042800     IF PT-PLAN-TYPE = 'R'
042900         AND PT-INST-AMOUNT (W04-INST-SUB) = ZERO
043000         MOVE 'REPAYMENT INSTALLMENT AMOUNT IS ZERO' TO
043100             W07-D-REASON-TEXT
043200         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
043300         GO TO 4500-EXIT
043400     END-IF.
043500     MOVE PT-INST-DUE-DATE (W04-INST-SUB) TO W04-PRIOR-INST-DATE.
043600 4500-EXIT.
043700     EXIT.
043800*
043900*----------------------------------------------------------*
044000* 5000-APPLY-TRANSACTION - APPLY ONE EDITED TRANSACTION TO *
044100*     THE PLAN FILE                                        *
044200*----------------------------------------------------------*
044300 5000-APPLY-TRANSACTION.
044400     EVALUATE TRUE
044500         WHEN PT-ACTION-ADD
044600             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
044700         WHEN PT-ACTION-CHANGE
044800             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
044900         WHEN PT-ACTION-CANCEL
045000             PERFORM 5300-APPLY-CANCEL THRU 5300-EXIT
045100     END-EVALUATE.
045200 5000-EXIT.
045300     EXIT.
045400*
045500*----------------------------------------------------------*
045600* 5100-APPLY-ADD - BUILD THE PLAN RECORD FROM THE          *
045700*     TRANSACTION AND WRITE IT, OR REWRITE A PREVIOUSLY    *
045800*     ENDED PLAN FOR THE SAME LOAN                         *
045900*----------------------------------------------------------*
046000 5100-APPLY-ADD.
046100     INITIALIZE PAYMENT-PLAN-RECORD.
046200     MOVE PT-LOAN-NUMBER TO PP-LOAN-NUMBER.
046300     PERFORM 5400-MOVE-TRANS-FIELDS THRU 5400-EXIT.
046400     SET PP-STATUS-ACTIVE TO TRUE.
046500     MOVE W04-RUN-DATE TO PP-ENTERED-DATE.
046600     MOVE W04-RUN-DATE TO PP-STATUS-DATE.
046700     IF W01-PLAN-FOUND
046800         REWRITE PAYMENT-PLAN-RECORD
046900     ELSE
047000         WRITE PAYMENT-PLAN-RECORD
047100     END-IF.
047200     IF W05-PLANFILE-OK
047300         ADD 1 TO W02-PLANS-ADDED
047400     ELSE
047500         MOVE 'PLAN FILE WRITE FAILED' TO W07-D-REASON-TEXT
047600         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
047700     END-IF.
047800 5100-EXIT.
047900     EXIT.
048000*
048100*----------------------------------------------------------*
048200* 5200-APPLY-CHANGE - OVERLAY THE EXISTING PLAN (ALREADY   *
048300*     READ BY THE EDIT PASS) WITH THE NEW TERMS AND        *
048400*     REWRITE IT.  THE MONITOR RECOMPUTES THE TO-DATE      *
048500*     TOTALS AGAINST THE NEW SCHEDULE ON ITS NEXT RUN      *
048600*----------------------------------------------------------*
048700 5200-APPLY-CHANGE.
048800     PERFORM 5400-MOVE-TRANS-FIELDS THRU 5400-EXIT.
048900     MOVE W04-RUN-DATE TO PP-STATUS-DATE.
049000     REWRITE PAYMENT-PLAN-RECORD.
049100     IF W05-PLANFILE-OK
049200         ADD 1 TO W02-PLANS-CHANGED
049300     ELSE
049400         MOVE 'PLAN FILE REWRITE FAILED' TO W07-D-REASON-TEXT
049500         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
049600     END-IF.
049700 5200-EXIT.
049800     EXIT.
049900*
050000*----------------------------------------------------------*
050100* 5300-APPLY-CANCEL - FLAG THE EXISTING PLAN (ALREADY READ *
050200*     BY THE EDIT PASS) CANCELLED AND REWRITE IT.  THE     *
050300*     SCHEDULE IS KEPT FOR THE RECORD                      *
050400*----------------------------------------------------------*
050500 5300-APPLY-CANCEL.
050600     SET PP-STATUS-CANCELLED TO TRUE.
050700     MOVE W04-RUN-DATE TO PP-STATUS-DATE.
050800     REWRITE PAYMENT-PLAN-RECORD.
050900     IF W05-PLANFILE-OK
051000         ADD 1 TO W02-PLANS-CANCELLED
051100     ELSE
051200         MOVE 'PLAN FILE REWRITE FAILED' TO W07-D-REASON-TEXT
051300         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
051400     END-IF.
051500 5300-EXIT.
051600     EXIT.
051700*
051800*----------------------------------------------------------*
051900* 5400-MOVE-TRANS-FIELDS - MOVE THE EDITED PLAN TERMS AND  *
052000*     SCHEDULE TO THE PLAN RECORD AREA                     *
052100*----------------------------------------------------------*
052200 5400-MOVE-TRANS-FIELDS.
052300     MOVE PT-PLAN-TYPE TO PP-PLAN-TYPE.
052400     MOVE PT-START-DATE TO PP-START-DATE.
052500     MOVE PT-END-DATE TO PP-END-DATE.
052600     MOVE PT-INSTALLMENT-COUNT TO PP-INSTALLMENT-COUNT.
052700     PERFORM 5410-MOVE-INSTALLMENT THRU 5410-EXIT
052800         VARYING W04-INST-SUB FROM 1 BY 1
052900         UNTIL W04-INST-SUB > 12.
053000 5400-EXIT.
053100     EXIT.
053200*
053300*----------------------------------------------------------*
053400* 5410-MOVE-INSTALLMENT - MOVE ONE SCHEDULE SLOT, ZEROING  *
053500*     THE SLOTS PAST THE INSTALLMENT COUNT                 *
053600*----------------------------------------------------------*
053700 5410-MOVE-INSTALLMENT.
053800     IF W04-INST-SUB > PT-INSTALLMENT-COUNT
053900         MOVE ZERO TO PP-INST-DUE-DATE (W04-INST-SUB)
054000         MOVE ZERO TO PP-INST-AMOUNT (W04-INST-SUB)
054100     ELSE
054200         MOVE PT-INST-DUE-DATE (W04-INST-SUB) TO
054300             PP-INST-DUE-DATE (W04-INST-SUB)
054400         MOVE PT-INST-AMOUNT (W04-INST-SUB) TO
054500             PP-INST-AMOUNT (W04-INST-SUB)
054600     END-IF.
054700 5410-EXIT.
054800     EXIT.
054900*
055000*----------------------------------------------------------*
055100* 6000-WRITE-REJECT - COUNT THE REJECT AND WRITE ITS       *
055200*     REPORT LINE                                          *
055300*----------------------------------------------------------*
055400 6000-WRITE-REJECT.
055500     SET W01-TRANS-REJECTED TO TRUE.
055600     ADD 1 TO W02-TRANS-REJECTED.
055700     MOVE PT-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
055800     MOVE PT-ACTION TO W07-D-ACTION.
055900     MOVE SPACES TO PLNEDRPT-RECORD.
056000     MOVE W07-DETAIL-LINE TO PLNEDRPT-RECORD.
056100     WRITE PLNEDRPT-RECORD.
056200 6000-EXIT.
056300     EXIT.
056400*
056500*----------------------------------------------------------*
056600* 8000-WRITE-SUMMARY - WRITE THE SUMMARY LINES AT THE      *
056700*     BOTTOM OF THE EDIT REPORT                            *
056800*----------------------------------------------------------*
056900 8000-WRITE-SUMMARY.
057000     MOVE W02-TRANS-READ TO W07-S1-READ.
057100     MOVE W02-PLANS-ADDED TO W07-S1-ADDED.
057200     MOVE W02-PLANS-CHANGED TO W07-S1-CHANGED.
057300     MOVE SPACES TO PLNEDRPT-RECORD.
057400     MOVE W07-SUMMARY-1 TO PLNEDRPT-RECORD.
057500     WRITE PLNEDRPT-RECORD.
057600     MOVE W02-PLANS-CANCELLED TO W07-S2-CANCELLED.
057700     MOVE W02-TRANS-REJECTED TO W07-S2-REJECTED.
057800     MOVE SPACES TO PLNEDRPT-RECORD.
057900     MOVE W07-SUMMARY-2 TO PLNEDRPT-RECORD.
058000     WRITE PLNEDRPT-RECORD.
058100 8000-EXIT.
058200     EXIT.
058300*
058400*----------------------------------------------------------*
058500* 9000-TERMINATE - CLOSE ALL FILES                         *
058600*----------------------------------------------------------*
058700 9000-TERMINATE.
058800     CLOSE LOANMAST.
058900     CLOSE PLANTRN.
059000     CLOSE PLANFILE.
059100     CLOSE PLNEDRPT.
059200 9000-EXIT.
059300     EXIT.
059400*
059500*----------------------------------------------------------*
059600* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
059700*----------------------------------------------------------*
059800 9999-EXIT.
059900     GOBACK.
