000100 IDENTIFICATION DIVISION.
000200*
000300* PRIVATE MORTGAGE INSURANCE MAINTENANCE - READS A TRANSACTION
000400* FILE OF ADD/CHANGE/REQUEST RECORDS, EDITS EVERY FIELD AGAINST
000500* THE LOAN MASTER AND THE POLICY FILE, APPLIES THE GOOD
000600* TRANSACTIONS TO THE PMI POLICY FILE AND PRINTS AN EDIT REPORT
000700* OF THE REJECTS.  THE POLICY FILE IS WHAT THE MONTHLY PMI
000800* REVIEW MEASURES EACH LOAN'S LOAN-TO-VALUE AGAINST.
000900*
001000* AN ADD LOADS A NEW POLICY FOR AN ACTIVE LOAN, OR REPLACES A
001100* TERMINATED OR CANCELLED ONE.  A CHANGE REPLACES THE TERMS OF
001200* AN ACTIVE POLICY.  A REQUEST RECORDS THE BORROWER'S WRITTEN
001300* REQUEST TO CANCEL AN ACTIVE POLICY; THE MONTHLY REVIEW GRANTS
001400* OR DENIES IT.  A DENIED REQUEST MAY BE MADE AGAIN.
001500*
001600 PROGRAM-ID.  LNPMIMNT.
001700 AUTHOR.      R SMALL.
001800 INSTALLATION. MORTGAGE SERVICING DIVISION.
001900 DATE-WRITTEN. 10/15/2026.
002000 DATE-COMPILED.
002100*
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY                                      *
002400*-----------------------------------------------------------*
002500* DATE       INIT DESCRIPTION                                *
002600* 10/15/2026 RS   ORIGINAL - PMI POLICY MAINTENANCE           *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LOANMAST ASSIGN TO LOANMAST
003200         ORGANIZATION INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS LM-LOAN-NUMBER
003500         FILE STATUS IS W05-LOANMAST-STATUS.
003600     SELECT PMITRN ASSIGN TO PMITRN
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS W05-PMITRN-STATUS.
003900     SELECT PMIFILE ASSIGN TO PMIFILE
004000         ORGANIZATION INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PM-LOAN-NUMBER
004300         FILE STATUS IS W05-PMIFILE-STATUS.
004400     SELECT PMIEDRPT ASSIGN TO PMIEDRPT
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS W05-PMIEDRPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOANMAST.
005000     COPY LOANMAST.
005100 FD  PMITRN
005200     RECORD CONTAINS 80 CHARACTERS.
005300     COPY PMITRN.
005400 FD  PMIFILE.
005500     COPY PMIREC.
005600 FD  PMIEDRPT
005700     RECORDING MODE IS F.
005800 01  PMIEDRPT-RECORD             PIC X(132).
005900 WORKING-STORAGE SECTION.
006000*
006100*    SWITCHES
006200*
006300 01  W01-PMITRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
006400     88  W01-END-OF-PMITRN           VALUE 'Y'.
006500 01  W01-REJECT-SWITCH           PIC X(01) VALUE 'N'.
006600     88  W01-TRANS-REJECTED          VALUE 'Y'.
006700 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
006800     88  W01-LOAN-FOUND              VALUE 'Y'.
006900 01  W01-POLICY-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007000     88  W01-POLICY-FOUND            VALUE 'Y'.
007100 01  W01-DATE-VALID-SWITCH       PIC X(01) VALUE 'N'.
007200     88  W01-DATE-VALID              VALUE 'Y'.
007300*
007400*    COUNTERS
007500*
007600 01  W02-TRANS-READ              PIC 9(07) VALUE 0.
007700 01  W02-POLICIES-ADDED          PIC 9(07) VALUE 0.
007800 01  W02-POLICIES-CHANGED        PIC 9(07) VALUE 0.
007900 01  W02-REQUESTS-RECORDED       PIC 9(07) VALUE 0.
008000 01  W02-TRANS-REJECTED          PIC 9(07) VALUE 0.
008100*
008200*    DATE WORK FIELD FOR THE CALENDAR EDIT
008300*
008400 01  W04-DATE-WORK               PIC 9(08) VALUE 0.
008500 01  W04-DATE-PARTS REDEFINES W04-DATE-WORK.
008600     05  W04-DATE-YYYY           PIC 9(04).
008700     05  W04-DATE-MM             PIC 9(02).
008800     05  W04-DATE-DD             PIC 9(02).
008900*
009000*    REPORT LINE LAYOUTS
009100*
009200 01  W07-HEADING-1.
009300     05  FILLER                  PIC X(33)
009400         VALUE 'PMI POLICY EDIT REPORT           '.
009500 01  W07-DETAIL-LINE.
009600     05  FILLER                  PIC X(16)
009700         VALUE 'REJECTED - LOAN '.
009800     05  W07-D-LOAN-NUMBER       PIC X(10).
009900     05  FILLER                  PIC X(08) VALUE ' ACTION '.
010000     05  W07-D-ACTION            PIC X(01).
010100     05  FILLER                  PIC X(03) VALUE ' - '.
010200     05  W07-D-REASON-TEXT       PIC X(40).
010300 01  W07-SUMMARY-1.
010400     05  FILLER                  PIC X(14) VALUE 'TRANS READ:'.
010500     05  W07-S1-READ             PIC ZZZ,ZZ9.
010600     05  FILLER                  PIC X(12) VALUE '  ADDED:'.
010700     05  W07-S1-ADDED            PIC ZZZ,ZZ9.
010800     05  FILLER                  PIC X(11) VALUE '  CHANGED:'.
010900     05  W07-S1-CHANGED          PIC ZZZ,ZZ9.
011000 01  W07-SUMMARY-2.
011100     05  FILLER                  PIC X(14) VALUE 'REQUESTS:'.
011200     05  W07-S2-REQUESTS         PIC ZZZ,ZZ9.
011300     05  FILLER                  PIC X(12) VALUE '  REJECTED:'.
011400     05  W07-S2-REJECTED         PIC ZZZ,ZZ9.
011500*
011600*    FILE STATUS FIELDS
011700*
011800 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
011900     88  W05-LOANMAST-OK             VALUE '00'.
012000 01  W05-PMITRN-STATUS           PIC X(02) VALUE SPACES.
012100     88  W05-PMITRN-OK               VALUE '00'.
012200     88  W05-PMITRN-EOF              VALUE '10'.
012300 01  W05-PMIFILE-STATUS          PIC X(02) VALUE SPACES.
012400     88  W05-PMIFILE-OK              VALUE '00'.
012500     88  W05-PMIFILE-NOFILE          VALUE '35'.
012600 01  W05-PMIEDRPT-STATUS         PIC X(02) VALUE SPACES.
012700     88  W05-PMIEDRPT-OK             VALUE '00'.
012800 PROCEDURE DIVISION.
012900*
013000*----------------------------------------------------------*
013100* 0000-MAINLINE                                            *
013200*----------------------------------------------------------*
013300 0000-MAINLINE.
013400     DISPLAY 'LNPMIMNT STARTING'.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
013700         UNTIL W01-END-OF-PMITRN.
013800     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014000     DISPLAY 'LNPMIMNT COMPLETE - READ=' W02-TRANS-READ
014100         ' ADDED=' W02-POLICIES-ADDED
014200         ' CHANGED=' W02-POLICIES-CHANGED
014300         ' REQUESTS=' W02-REQUESTS-RECORDED
014400         ' REJECTED=' W02-TRANS-REJECTED.
014500     IF W02-TRANS-REJECTED > 0
014600         MOVE 4 TO RETURN-CODE
014700     END-IF.
014800     GO TO 9999-EXIT.
014900*
015000*----------------------------------------------------------*
015100* 1000-INITIALIZE - OPEN ALL FILES, CREATING THE POLICY    *
015200*     FILE ON THE FIRST EVER RUN, AND PRIME THE FIRST      *
015300*     TRANSACTION                                          *
015400*----------------------------------------------------------*
015500 1000-INITIALIZE.
015600     OPEN INPUT LOANMAST.
015700     IF NOT W05-LOANMAST-OK
015800         DISPLAY 'LNPMIMNT - LOANMAST OPEN FAILED - STATUS='
015900             W05-LOANMAST-STATUS
016000         MOVE 16 TO RETURN-CODE
016100         GO TO 9999-EXIT
016200     END-IF.
016300     OPEN INPUT PMITRN.
016400     IF NOT W05-PMITRN-OK
016500         DISPLAY 'LNPMIMNT - PMITRN OPEN FAILED - STATUS='
016600             W05-PMITRN-STATUS
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 9999-EXIT
016900     END-IF.
017000     OPEN I-O PMIFILE.
017100     IF W05-PMIFILE-NOFILE
017200         OPEN OUTPUT PMIFILE
017300         CLOSE PMIFILE
017400         OPEN I-O PMIFILE
017500     END-IF.
017600     IF NOT W05-PMIFILE-OK
017700         DISPLAY 'LNPMIMNT - PMIFILE OPEN FAILED - STATUS='
017800             W05-PMIFILE-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         GO TO 9999-EXIT
018100     END-IF.
018200     OPEN OUTPUT PMIEDRPT.
018300     IF NOT W05-PMIEDRPT-OK
018400         DISPLAY 'LNPMIMNT - PMIEDRPT OPEN FAILED - STATUS='
018500             W05-PMIEDRPT-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 9999-EXIT
018800     END-IF.
018900     MOVE SPACES TO PMIEDRPT-RECORD.
019000     MOVE W07-HEADING-1 TO PMIEDRPT-RECORD.
019100     WRITE PMIEDRPT-RECORD.
019200     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
019300 1000-EXIT.
019400     EXIT.
019500*
019600*----------------------------------------------------------*
019700* 3000-PROCESS-TRANS - EDIT THE CURRENT TRANSACTION, APPLY *
019800*     IT TO THE POLICY FILE IF IT PASSED EVERY EDIT,       *
019900*     REPORT IT IF IT DID NOT, THEN READ AHEAD             *
020000*----------------------------------------------------------*
020100 3000-PROCESS-TRANS.
020200     ADD 1 TO W02-TRANS-READ.
020300     MOVE 'N' TO W01-REJECT-SWITCH.
020400     PERFORM 4000-EDIT-TRANSACTION THRU 4000-EXIT.
020500     IF NOT W01-TRANS-REJECTED
020600         PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
020700     END-IF.
020800     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
020900 3000-EXIT.
021000     EXIT.
021100*
021200*----------------------------------------------------------*
021300* 3100-READ-TRANS - READ THE NEXT PMI TRANSACTION          *
021400*----------------------------------------------------------*
021500 3100-READ-TRANS.
021600     READ PMITRN
021700         AT END
021800             SET W01-END-OF-PMITRN TO TRUE
021900     END-READ.
022000 3100-EXIT.
022100     EXIT.
022200*
022300*----------------------------------------------------------*
022400* 4000-EDIT-TRANSACTION - RUN THE EDITS THAT APPLY TO THE  *
022500*     CURRENT TRANSACTION'S ACTION CODE.  THE FIRST FAILED *
022600*     EDIT WRITES THE REJECT LINE AND ENDS THE EDIT PASS   *
022700*----------------------------------------------------------*
022800 4000-EDIT-TRANSACTION.
022900     IF NOT MT-ACTION-ADD
023000         AND NOT MT-ACTION-CHANGE
023100         AND NOT MT-ACTION-REQUEST
023200         MOVE 'ACTION CODE NOT A, C OR R' TO W07-D-REASON-TEXT
023300         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
023400         GO TO 4000-EXIT
023500     END-IF.
023600     IF MT-LOAN-NUMBER = SPACES
023700         OR MT-LOAN-NUMBER NOT NUMERIC
023800         MOVE 'LOAN NUMBER NOT 10 DIGITS' TO W07-D-REASON-TEXT
023900         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
024000         GO TO 4000-EXIT
024100     END-IF.
024200     PERFORM 4400-FIND-POLICY THRU 4400-EXIT.
024300     IF MT-ACTION-ADD
024400         AND W01-POLICY-FOUND
024500         AND PM-STATUS-ACTIVE
024600         MOVE 'LOAN ALREADY HAS AN ACTIVE POLICY' TO
024700             W07-D-REASON-TEXT
024800         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
024900         GO TO 4000-EXIT
025000     END-IF.
025100     IF (MT-ACTION-CHANGE OR MT-ACTION-REQUEST)
025200         AND (NOT W01-POLICY-FOUND OR NOT PM-STATUS-ACTIVE)
025300         MOVE 'LOAN HAS NO ACTIVE POLICY' TO W07-D-REASON-TEXT
025400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
025500         GO TO 4000-EXIT
025600     END-IF.
025700     IF MT-ACTION-ADD OR MT-ACTION-CHANGE
025800         PERFORM 4100-EDIT-POLICY-TERMS THRU 4100-EXIT
025900     ELSE
026000         PERFORM 4500-EDIT-REQUEST THRU 4500-EXIT
026100     END-IF.
026200 4000-EXIT.
026300     EXIT.
026400*
026500*----------------------------------------------------------*
026600* 4100-EDIT-POLICY-TERMS - POLICY TERM EDITS SHARED BY ADD *
026700*     AND CHANGE.  THE LOAN MUST BE ACTIVE ON THE MASTER   *
026800*     FILE BEFORE A POLICY MAY BE LOADED AGAINST IT        *
026900*----------------------------------------------------------*
027000 4100-EDIT-POLICY-TERMS.
027100     PERFORM 4200-FIND-LOAN THRU 4200-EXIT.
027200     IF NOT W01-LOAN-FOUND
027300         MOVE 'LOAN NOT ON MASTER FILE' TO W07-D-REASON-TEXT
027400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
027500         GO TO 4100-EXIT
027600     END-IF.
027700     IF NOT LM-STATUS-ACTIVE
027800         MOVE 'LOAN IS NOT ACTIVE' TO W07-D-REASON-TEXT
027900         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
028000         GO TO 4100-EXIT
028100     END-IF.
028200     IF MT-INSURER-CODE = SPACES
028300         MOVE 'INSURER CODE IS BLANK' TO W07-D-REASON-TEXT
028400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
028500         GO TO 4100-EXIT
028600     END-IF.
028700     IF MT-CERTIFICATE-NUMBER = SPACES
028800         MOVE 'CERTIFICATE NUMBER IS BLANK' TO W07-D-REASON-TEXT
028900         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
029000         GO TO 4100-EXIT
029100     END-IF.
029200     IF MT-ESCROW-PAYEE = SPACES
029300         MOVE 'ESCROW PAYEE NAME IS BLANK' TO W07-D-REASON-TEXT
029400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
029500         GO TO 4100-EXIT
029600     END-IF.
029700     IF MT-ORIGINAL-VALUE NOT NUMERIC
029800         OR MT-ORIGINAL-VALUE = ZERO
029900         MOVE 'ORIGINAL VALUE NOT NUMERIC OR ZERO' TO
030000             W07-D-REASON-TEXT
030100         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
030200         GO TO 4100-EXIT
030300     END-IF.
030400     IF MT-MONTHLY-PREMIUM NOT NUMERIC
030500         OR MT-MONTHLY-PREMIUM = ZERO
030600         MOVE 'MONTHLY PREMIUM NOT NUMERIC OR ZERO' TO
030700             W07-D-REASON-TEXT
030800         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
030900         GO TO 4100-EXIT
031000     END-IF.
031100 4100-EXIT.
031200     EXIT.
031300*
031400*----------------------------------------------------------*
031500* 4200-FIND-LOAN - RANDOM-READ THE LOAN MASTER RECORD FOR  *
031600*     THE TRANSACTION'S LOAN NUMBER                        *
031700*----------------------------------------------------------*
031800 4200-FIND-LOAN.
031900     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
032000     MOVE MT-LOAN-NUMBER TO LM-LOAN-NUMBER.
032100     READ LOANMAST
032200         INVALID KEY
032300             CONTINUE
032400         NOT INVALID KEY
032500             SET W01-LOAN-FOUND TO TRUE
032600     END-READ.
032700 4200-EXIT.
032800     EXIT.
032900*
033000*----------------------------------------------------------*
033100* 4300-EDIT-DATE - CALENDAR EDIT ON THE DATE IN THE DATE   *
033200*     WORK FIELD                                           *
033300*----------------------------------------------------------*
033400 4300-EDIT-DATE.
033500     MOVE 'N' TO W01-DATE-VALID-SWITCH.
033600     IF W04-DATE-YYYY < 1950 OR W04-DATE-YYYY > 2099
033700         OR W04-DATE-MM < 1 OR W04-DATE-MM > 12
033800         OR W04-DATE-DD < 1 OR W04-DATE-DD > 31
033900         GO TO 4300-EXIT
034000     END-IF.
034100     SET W01-DATE-VALID TO TRUE.
034200 4300-EXIT.
034300     EXIT.
034400*
034500*----------------------------------------------------------*
034600* 4400-FIND-POLICY - RANDOM-READ THE POLICY RECORD FOR THE *
034700*     TRANSACTION'S LOAN NUMBER                            *
034800*----------------------------------------------------------*
034900 4400-FIND-POLICY.
035000     MOVE 'N' TO W01-POLICY-FOUND-SWITCH.
035100     MOVE MT-LOAN-NUMBER TO PM-LOAN-NUMBER.
035200     READ PMIFILE
035300         INVALID KEY
035400             CONTINUE
035500         NOT INVALID KEY
035600             SET W01-POLICY-FOUND TO TRUE
035700     END-READ.
035800 4400-EXIT.
035900     EXIT.
036000*
036100*----------------------------------------------------------*
036200* 4500-EDIT-REQUEST - A CANCELLATION REQUEST MUST CARRY    *
036300*     THE VALID DATE IT WAS RECEIVED AND MUST NOT REPEAT A *
036400*     REQUEST STILL WAITING FOR THE MONTHLY REVIEW         *
036500*----------------------------------------------------------*
036600 4500-EDIT-REQUEST.
036700     IF PM-REQUEST-PENDING
036800         MOVE 'CANCELLATION REQUEST ALREADY PENDING' TO
036900             W07-D-REASON-TEXT
037000         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
037100         GO TO 4500-EXIT
037200     END-IF.
037300     MOVE 'N' TO W01-DATE-VALID-SWITCH.
037400     IF MT-REQUEST-DATE NUMERIC
037500         MOVE MT-REQUEST-DATE TO W04-DATE-WORK
037600         PERFORM 4300-EDIT-DATE THRU 4300-EXIT
037700     END-IF.
037800     IF NOT W01-DATE-VALID
037900         MOVE 'REQUEST DATE NOT A VALID DATE' TO W07-D-REASON-TEXT
038000         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
038100         GO TO 4500-EXIT
038200     END-IF.
038300 4500-EXIT.
038400     EXIT.
038500*
038600*----------------------------------------------------------*
038700* 5000-APPLY-TRANSACTION - APPLY ONE EDITED TRANSACTION TO *
038800*     THE POLICY FILE                                      *
038900*----------------------------------------------------------*
039000 5000-APPLY-TRANSACTION.
039100     EVALUATE TRUE
039200         WHEN MT-ACTION-ADD
039300             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
039400         WHEN MT-ACTION-CHANGE
039500             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
039600         WHEN MT-ACTION-REQUEST
039700             PERFORM 5300-APPLY-REQUEST THRU 5300-EXIT
039800     END-EVALUATE.
039900 5000-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------*
040300* 5100-APPLY-ADD - BUILD THE POLICY RECORD FROM THE        *
040400*     TRANSACTION AND WRITE IT, OR REWRITE A TERMINATED OR *
040500*     CANCELLED POLICY FOR THE SAME LOAN                   *
040600*----------------------------------------------------------*
040700 5100-APPLY-ADD.
040800     INITIALIZE PMI-POLICY-RECORD.
040900     MOVE MT-LOAN-NUMBER TO PM-LOAN-NUMBER.
041000     PERFORM 5400-MOVE-TRANS-FIELDS THRU 5400-EXIT.
041100     SET PM-STATUS-ACTIVE TO TRUE.
041200     SET PM-REASON-NONE TO TRUE.
041300     SET PM-REQUEST-NONE TO TRUE.
041400     IF W01-POLICY-FOUND
041500         REWRITE PMI-POLICY-RECORD
041600     ELSE
041700         WRITE PMI-POLICY-RECORD
041800     END-IF.
041900     IF W05-PMIFILE-OK
042000         ADD 1 TO W02-POLICIES-ADDED
042100     ELSE
042200         MOVE 'POLICY FILE WRITE FAILED' TO W07-D-REASON-TEXT
042300         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
042400     END-IF.
042500 5100-EXIT.
042600     EXIT.
042700*
042800*----------------------------------------------------------*
042900* 5200-APPLY-CHANGE - OVERLAY THE EXISTING POLICY (ALREADY *
043000*     READ BY THE EDIT PASS) WITH THE NEW TERMS AND        *
043100*     REWRITE IT.  THE REVIEW HISTORY AND ANY PENDING      *
043200*     REQUEST ARE KEPT                                     *
043300*----------------------------------------------------------*
043400 5200-APPLY-CHANGE.
043500     PERFORM 5400-MOVE-TRANS-FIELDS THRU 5400-EXIT.
043600     REWRITE PMI-POLICY-RECORD.
043700     IF W05-PMIFILE-OK
043800         ADD 1 TO W02-POLICIES-CHANGED
043900     ELSE
044000         MOVE 'POLICY FILE REWRITE FAILED' TO W07-D-REASON-TEXT
044100         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
044200     END-IF.
044300 5200-EXIT.
044400     EXIT.
044500*
044600*----------------------------------------------------------*
044700* 5300-APPLY-REQUEST - MARK THE EXISTING POLICY (ALREADY   *
044800*     READ BY THE EDIT PASS) WITH A PENDING CANCELLATION   *
044900*     REQUEST AND THE DATE IT WAS RECEIVED                 *
045000*----------------------------------------------------------*
045100 5300-APPLY-REQUEST.
045200     SET PM-REQUEST-PENDING TO TRUE.
045300     MOVE MT-REQUEST-DATE TO PM-REQUEST-DATE.
045400     REWRITE PMI-POLICY-RECORD.
045500     IF W05-PMIFILE-OK
045600         ADD 1 TO W02-REQUESTS-RECORDED
045700     ELSE
045800         MOVE 'POLICY FILE REWRITE FAILED' TO W07-D-REASON-TEXT
045900         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
046000     END-IF.
046100 5300-EXIT.
046200     EXIT.
046300*
046400*----------------------------------------------------------*
046500* 5400-MOVE-TRANS-FIELDS - MOVE THE EDITED POLICY TERMS TO *
046600*     THE POLICY RECORD AREA                               *
046700*----------------------------------------------------------*
046800 5400-MOVE-TRANS-FIELDS.
046900     MOVE MT-INSURER-CODE TO PM-INSURER-CODE.
047000     MOVE MT-CERTIFICATE-NUMBER TO PM-CERTIFICATE-NUMBER.
047100     MOVE MT-ESCROW-PAYEE TO PM-ESCROW-PAYEE.
047200     MOVE MT-ORIGINAL-VALUE TO PM-ORIGINAL-VALUE.
047300     MOVE MT-MONTHLY-PREMIUM TO PM-MONTHLY-PREMIUM.
047400 5400-EXIT.
047500     EXIT.
047600*
047700*----------------------------------------------------------*
047800* 6000-WRITE-REJECT - COUNT THE REJECT AND WRITE ITS       *
047900*     REPORT LINE                                          *
048000*----------------------------------------------------------*
048100 6000-WRITE-REJECT.
048200     SET W01-TRANS-REJECTED TO TRUE.
048300     ADD 1 TO W02-TRANS-REJECTED.
048400     MOVE MT-LOAN-NUMBER TO W07-D-LOAN-NUMBER.
048500     MOVE MT-ACTION TO W07-D-ACTION.
048600     MOVE SPACES TO PMIEDRPT-RECORD.
048700     MOVE W07-DETAIL-LINE TO PMIEDRPT-RECORD.
048800     WRITE PMIEDRPT-RECORD.
048900 6000-EXIT.
049000     EXIT.
049100*
049200*----------------------------------------------------------*
049300* 8000-WRITE-SUMMARY - WRITE THE SUMMARY LINES AT THE      *
049400*     BOTTOM OF THE EDIT REPORT                            *
049500*----------------------------------------------------------*
049600 8000-WRITE-SUMMARY.
049700     MOVE W02-TRANS-READ TO W07-S1-READ.
049800     MOVE W02-POLICIES-ADDED TO W07-S1-ADDED.
049900     MOVE W02-POLICIES-CHANGED TO W07-S1-CHANGED.
050000     MOVE SPACES TO PMIEDRPT-RECORD.
050100     MOVE W07-SUMMARY-1 TO PMIEDRPT-RECORD.
050200     WRITE PMIEDRPT-RECORD.
050300     MOVE W02-REQUESTS-RECORDED TO W07-S2-REQUESTS.
050400     MOVE W02-TRANS-REJECTED TO W07-S2-REJECTED.
050500     MOVE SPACES TO PMIEDRPT-RECORD.
050600     MOVE W07-SUMMARY-2 TO PMIEDRPT-RECORD.
050700     WRITE PMIEDRPT-RECORD.
050800 8000-EXIT.
050900     EXIT.
051000*
051100*----------------------------------------------------------*
051200* 9000-TERMINATE - CLOSE ALL FILES                         *
051300*----------------------------------------------------------*
051400 9000-TERMINATE.
051500     CLOSE LOANMAST.
051600     CLOSE PMITRN.
051700     CLOSE PMIFILE.
051800     CLOSE PMIEDRPT.
051900 9000-EXIT.
052000     EXIT.
052100*
052200*----------------------------------------------------------*
052300* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
052400*----------------------------------------------------------*
052500 9999-EXIT.
052600     GOBACK.
