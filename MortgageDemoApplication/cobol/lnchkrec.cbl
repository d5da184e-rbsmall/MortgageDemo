000100 IDENTIFICATION DIVISION.
000200*
000300* OUTSTANDING-CHECK RECONCILIATION - MATCHES THE DISBURSING BANK'S
000400* DAILY PAID-ITEMS FILE BACK TO THE CHKREG CHECK ISSUE REGISTER
000500* AND REPORTS WHAT IS STILL OUT.  EACH PAID ITEM FOUND OUTSTANDING
000600* OR STALE ON THE REGISTER IS MARKED PAID WITH THE BANK'S DATE AND
000700* AMOUNT.  AN ITEM NOT ON THE REGISTER (PAID BUT NOT ISSUED), AN
000800* AMOUNT DIFFERENT FROM THE ISSUE, A VOIDED CHECK THE BANK PAID
000900* ANYWAY AND A SECOND PRESENTMENT OF A PAID CHECK ARE LISTED AS
001000* EXCEPTIONS FOR TREASURY TO TAKE UP WITH THE BANK.
001100*
001200* THE WHOLE REGISTER IS THEN PASSED AND EVERY CHECK STILL OUT IS
001300* LISTED WITH ITS AGE.  A CHECK OUTSTANDING MORE THAN 180 DAYS
001400* (30/360, AS THE DAILY AGING COUNTS) IS STALE-DATED AND FLAGGED -
001500* AN ESCROW PAYEE CHECK FOR RE-ISSUE, SO THE TAX OR INSURANCE BILL
001600* IS STILL PAID, AND AN ESCROW REFUND FOR UNCLAIMED-PROPERTY
001700* (ESCHEATMENT) REVIEW.  VOIDED CHECKS STILL WAITING TO BE
001800* RE-ISSUED ARE LISTED WITH THEM.
001810*
001820* A RESTART AFTER AN ABEND MATCHES THE BANK'S FILE FROM THE TOP
001830* AGAIN.  A CHECK FOUND PAID WITH THE SAME DATE AND AMOUNT THE
001840* BANK REPORTS, AND NOT YET MATCHED BY THIS RUN, WAS MARKED BY
001850* THE INTERRUPTED RUN AND IS COUNTED AS MATCHED, NOT LISTED AS A
001860* SECOND PRESENTMENT.
001900*
002000 PROGRAM-ID.  LNCHKREC.
002100 AUTHOR.      R SMALL.
002200 INSTALLATION. MORTGAGE SERVICING DIVISION.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500*
002600*-----------------------------------------------------------*
002700* MODIFICATION HISTORY                                      *
002800*-----------------------------------------------------------*
002900* DATE       INIT DESCRIPTION                                *
003000* 10/15/2026 RS   ORIGINAL - OUTSTANDING CHECK RECON          *
003010* 10/15/2026 RS   RESTART TABLE SO A RERUN COUNTS THE CHECKS  *
003020*                 THE INTERRUPTED RUN MARKED PAID AS MATCHED, *
003030*                 NOT AS DUPLICATE PRESENTMENTS               *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHKREG ASSIGN TO CHKREG
003600         ORGANIZATION INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CR-CHECK-NUMBER
003900         FILE STATUS IS W05-CHKREG-STATUS.
004000     SELECT CHKPAID ASSIGN TO CHKPAID
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS W05-CHKPAID-STATUS.
004300     SELECT CHKRCRPT ASSIGN TO CHKRCRPT
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W05-CHKRCRPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CHKREG.
004900     COPY CHKREG.
005000 FD  CHKPAID
005100     RECORD CONTAINS 40 CHARACTERS.
005200     COPY CHKPAID.
005300 FD  CHKRCRPT
005400     RECORDING MODE IS F.
005500 01  CHKRCRPT-RECORD             PIC X(132).
005600 WORKING-STORAGE SECTION.
005700*
005800*    SWITCHES
005900*
006000 01  W01-CHKPAID-EOF-SWITCH      PIC X(01) VALUE 'N'.
006100     88  W01-END-OF-CHKPAID          VALUE 'Y'.
006200 01  W01-CHKREG-EOF-SWITCH       PIC X(01) VALUE 'N'.
006300     88  W01-END-OF-CHKREG           VALUE 'Y'.
006400 01  W01-CHKPAID-SWITCH          PIC X(01) VALUE 'N'.
006500     88  W01-CHKPAID-PRESENT         VALUE 'Y'.
006510 01  W01-MATCHED-SWITCH          PIC X(01) VALUE 'N'.
006520     88  W01-MATCHED-THIS-RUN        VALUE 'Y'.
006530 01  W01-MATCHED-FULL-SWITCH     PIC X(01) VALUE 'N'.
006540     88  W01-MATCHED-TABLE-FULL      VALUE 'Y'.
006600*
006700*    COUNTERS
006800*
006900 01  W02-PAID-ITEMS-READ         PIC 9(07) VALUE 0.
007000 01  W02-PAID-MATCHED            PIC 9(07) VALUE 0.
007100 01  W02-PAID-NOT-ISSUED         PIC 9(07) VALUE 0.
007200 01  W02-AMOUNT-DIFFERS          PIC 9(07) VALUE 0.
007300 01  W02-VOIDED-PRESENTED        PIC 9(07) VALUE 0.
007400 01  W02-DUPLICATE-PRESENTED     PIC 9(07) VALUE 0.
007410 01  W02-RESTART-MATCHED         PIC 9(07) VALUE 0.
007500 01  W02-UNREADABLE-ITEMS        PIC 9(07) VALUE 0.
007600 01  W02-OUTSTANDING             PIC 9(07) VALUE 0.
007700 01  W02-STALE                   PIC 9(07) VALUE 0.
007800 01  W02-NEWLY-STALE             PIC 9(07) VALUE 0.
007900 01  W02-AWAITING-REISSUE        PIC 9(07) VALUE 0.
008000 01  W02-ESCHEAT-REVIEW          PIC 9(07) VALUE 0.
008100*
008200*    DAYS AFTER ISSUE BEYOND WHICH AN UNPAID CHECK IS STALE
008300*
008400 01  W03-STALE-DAYS              PIC 9(03) VALUE 180.
008500*
008600*    AGING WORK FIELDS - 30/360 COUNT AS IN THE DAILY AGING
008700*
008800 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
008900 01  W04-CYCLE-DATE-PARTS REDEFINES W04-CYCLE-DATE.
009000     05  W04-CYCLE-YYYY          PIC 9(04).
009100     05  W04-CYCLE-MM            PIC 9(02).
009200     05  W04-CYCLE-DD            PIC 9(02).
009300 01  W04-ISSUE-DATE-WORK         PIC 9(08) VALUE 0.
009400 01  W04-ISSUE-DATE-PARTS REDEFINES W04-ISSUE-DATE-WORK.
009500     05  W04-ISSUE-YYYY          PIC 9(04).
009600     05  W04-ISSUE-MM            PIC 9(02).
009700     05  W04-ISSUE-DD            PIC 9(02).
009800 01  W04-CYCLE-DD-CAP            PIC 9(02) VALUE 0.
009900 01  W04-ISSUE-DD-CAP            PIC 9(02) VALUE 0.
010000 01  W04-DAYS-OUTSTANDING        PIC S9(05) COMP-3 VALUE 0.
010100*
010200*    TOTALS
010300*
010400 01  W04-MATCHED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
010500 01  W04-NOT-ISSUED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
010600 01  W04-OUTSTANDING-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
010700 01  W04-STALE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
010800 01  W04-REISSUE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
010900 01  W04-ESCHEAT-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
011000*
011100*    FILE STATUS FIELDS
011200*
011300 01  W05-CHKREG-STATUS           PIC X(02) VALUE SPACES.
011400     88  W05-CHKREG-OK               VALUE '00'.
011500     88  W05-CHKREG-NOFILE           VALUE '35'.
011600 01  W05-CHKPAID-STATUS          PIC X(02) VALUE SPACES.
011700     88  W05-CHKPAID-OK              VALUE '00'.
011800     88  W05-CHKPAID-NOFILE          VALUE '35'.
011900 01  W05-CHKRCRPT-STATUS         PIC X(02) VALUE SPACES.
012000     88  W05-CHKRCRPT-OK             VALUE '00'.
012100*
012200*    RECONCILIATION REPORT LINE LAYOUTS
012300*
012400 01  W07-HEADING-1.
012500     05  FILLER                  PIC X(40)
012600         VALUE 'OUTSTANDING CHECK RECONCILIATION - CYCLE'.
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  W07-H1-CYCLE-DATE       PIC 9(08).
012900 01  W07-HEADING-PAID.
013000     05  FILLER                  PIC X(40)
013100         VALUE 'PAID-ITEM EXCEPTIONS                    '.
013200 01  W07-HEADING-OUT.
013300     05  FILLER                  PIC X(30)
013400         VALUE 'CHECK NO ISSUED   SOURCE PAYEE'.
013500     05  FILLER                  PIC X(30)
013600         VALUE '                          LOAN'.
013700     05  FILLER                  PIC X(34)
013800         VALUE '               AMOUNT  DAYS STATUS'.
013900 01  W07-EXCEPT-LINE.
014000     05  W07-X-CHECK-NUMBER      PIC X(08).
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  W07-X-PAID-DATE         PIC X(08).
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  W07-X-PAID-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  W07-X-ISSUED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                  PIC X(03) VALUE ' - '.
014800     05  W07-X-REASON-TEXT       PIC X(40).
014900 01  W07-OUT-LINE.
015000     05  W07-O-CHECK-NUMBER      PIC 9(08).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  W07-O-ISSUE-DATE        PIC 9(08).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  W07-O-SOURCE            PIC X(06).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  W07-O-PAYEE             PIC X(30).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  W07-O-LOAN-NUMBER       PIC X(10).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  W07-O-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  W07-O-DAYS              PIC ZZZZ9.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  W07-O-STATUS-TEXT       PIC X(24).
016500 01  W07-TOTAL-LINE.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  W07-T-CAPTION           PIC X(32).
016800     05  W07-T-COUNT             PIC ZZZ,ZZ9.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  W07-T-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
017007*
017014*    CHECKS MATCHED SO FAR THIS RUN.  A CHECK FOUND PAID ON    *
017021*    THE BANK'S DATE AND AMOUNT BUT NOT LISTED HERE WAS        *
017028*    MARKED BY AN INTERRUPTED RUN.  ONCE THE TABLE IS FULL     *
017035*    SUCH A CHECK IS LISTED AS A DUPLICATE FOR TREASURY        *
017042*
017049 01  W08-MATCHED-COUNT           PIC 9(05) COMP VALUE 0.
017056 01  W08-MATCHED-MAX             PIC 9(05) COMP VALUE 20000.
017063 01  W08-MATCHED-TABLE.
017070     05  W08-MATCHED-ENTRY       OCCURS 1 TO 20000 TIMES
017077                                 DEPENDING ON W08-MATCHED-COUNT
017084                                 INDEXED BY W08-MATCHED-IDX.
017091         10  W08-MATCHED-CHECK   PIC 9(08).
017100*
017200*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
017300*    AND END OF THE RUN                                        *
017400*
017500     COPY CYCREQ.
017600 PROCEDURE DIVISION.
017700*
017800*----------------------------------------------------------*
017900* 0000-MAINLINE                                            *
018000*----------------------------------------------------------*
018100 0000-MAINLINE.
018200     DISPLAY 'LNCHKREC STARTING'.
018300     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
018400     IF CY-RESULT-REFUSED
018500         MOVE 16 TO RETURN-CODE
018600         GO TO 9999-EXIT
018700     END-IF.
018800     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-MATCH-PAID-ITEMS THRU 2000-EXIT.
019100     PERFORM 3000-AGE-REGISTER THRU 3000-EXIT.
019200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     DISPLAY 'LNCHKREC COMPLETE - PAID=' W02-PAID-MATCHED
019410         ' RESTART MATCHED=' W02-RESTART-MATCHED
019500         ' NOT ISSUED=' W02-PAID-NOT-ISSUED
019600         ' AMOUNT DIFFERS=' W02-AMOUNT-DIFFERS
019700         ' VOIDED PAID=' W02-VOIDED-PRESENTED
019800         ' DUPLICATES=' W02-DUPLICATE-PRESENTED
019900         ' OUTSTANDING=' W02-OUTSTANDING
020000         ' STALE=' W02-STALE
020100         ' NEWLY STALE=' W02-NEWLY-STALE.
020200     IF W02-PAID-NOT-ISSUED > 0
020300         OR W02-AMOUNT-DIFFERS > 0
020400         OR W02-VOIDED-PRESENTED > 0
020500         OR W02-DUPLICATE-PRESENTED > 0
020600         OR W02-UNREADABLE-ITEMS > 0
020700         OR NOT W01-CHKPAID-PRESENT
020800         MOVE 4 TO RETURN-CODE
020900     END-IF.
021000     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
021100     GO TO 9999-EXIT.
021200*
021300*----------------------------------------------------------*
021400* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
021500*     CYCLE WITH THE RUN-CONTROL MANAGER, BEHIND THE DAY'S   *
021600*     CHECK ISSUANCE.  THE ZERO CYCLE DATE TELLS LNCYCCTL    *
021700*     TO RESOLVE IT FROM THE CYCDATE CONTROL FILE; CHECKS    *
021800*     ARE AGED TO IT                                         *
021900*----------------------------------------------------------*
022000 0100-CYCLE-START.
022100     SET CY-ACTION-START TO TRUE.
022200     MOVE 'LNCHKREC' TO CY-JOB-NAME.
022300     MOVE 'LNCHKISS' TO CY-PREDECESSOR.
022400     MOVE ZERO TO CY-CYCLE-DATE.
022500     MOVE ZERO TO CY-RETURN-CODE.
022600     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
022700 0100-EXIT.
022800     EXIT.
022900*
023000*----------------------------------------------------------*
023100* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
023200*     RETURN CODE FOR THE CYCLE                              *
023300*----------------------------------------------------------*
023400 0200-CYCLE-END.
023500     SET CY-ACTION-ENDJOB TO TRUE.
023600     MOVE RETURN-CODE TO CY-RETURN-CODE.
023700     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
023800 0200-EXIT.
023900     EXIT.
024000*
024100*----------------------------------------------------------*
024200* 1000-INITIALIZE - OPEN THE REGISTER, THE BANK'S PAID      *
024300*     ITEMS AND THE REPORT.  NO PAID-ITEMS FILE MEANS THE   *
024400*     BANK SENT NOTHING - THE REGISTER IS STILL AGED        *
024500*----------------------------------------------------------*
024600 1000-INITIALIZE.
024700     DISPLAY 'LNCHKREC - CYCLE DATE IS ' W04-CYCLE-DATE.
024800     OPEN I-O CHKREG.
024900     IF W05-CHKREG-NOFILE
025000         OPEN OUTPUT CHKREG
025100         CLOSE CHKREG
025200         OPEN I-O CHKREG
025300     END-IF.
025400     IF NOT W05-CHKREG-OK
025500         DISPLAY 'LNCHKREC - CHKREG OPEN FAILED - STATUS='
025600             W05-CHKREG-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         GO TO 9999-EXIT
025900     END-IF.
026000     OPEN INPUT CHKPAID.
026100     EVALUATE TRUE
026200         WHEN W05-CHKPAID-OK
026300             SET W01-CHKPAID-PRESENT TO TRUE
026400         WHEN W05-CHKPAID-NOFILE
026500             DISPLAY 'LNCHKREC - NO PAID-ITEMS FILE FROM THE BANK'
026600                 ' - NOTHING MATCHED'
026700         WHEN OTHER
026800             DISPLAY 'LNCHKREC - CHKPAID OPEN FAILED - STATUS='
026900                 W05-CHKPAID-STATUS
027000             MOVE 16 TO RETURN-CODE
027100             GO TO 9999-EXIT
027200     END-EVALUATE.
027300     OPEN OUTPUT CHKRCRPT.
027400     IF NOT W05-CHKRCRPT-OK
027500         DISPLAY 'LNCHKREC - CHKRCRPT OPEN FAILED - STATUS='
027600             W05-CHKRCRPT-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9999-EXIT
027900     END-IF.
028000     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
028100     MOVE SPACES TO CHKRCRPT-RECORD.
028200     MOVE W07-HEADING-1 TO CHKRCRPT-RECORD.
028300     WRITE CHKRCRPT-RECORD.
028400     MOVE SPACES TO CHKRCRPT-RECORD.
028500     MOVE W07-HEADING-PAID TO CHKRCRPT-RECORD.
028600     WRITE CHKRCRPT-RECORD.
028700 1000-EXIT.
028800     EXIT.
028900*
029000*----------------------------------------------------------*
029100* 2000-MATCH-PAID-ITEMS - MATCH EVERY PAID ITEM THE BANK    *
029200*     REPORTED BACK TO THE REGISTER                         *
029300*----------------------------------------------------------*
029400 2000-MATCH-PAID-ITEMS.
029500     IF NOT W01-CHKPAID-PRESENT
029600         GO TO 2000-EXIT
029700     END-IF.
029800     PERFORM 2200-READ-PAID-ITEM THRU 2200-EXIT.
029900     PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
030000         UNTIL W01-END-OF-CHKPAID.
030100     CLOSE CHKPAID.
030200 2000-EXIT.
030300     EXIT.
030400*
030500*----------------------------------------------------------*
030600* 2100-MATCH-ONE-ITEM - MATCH ONE PAID ITEM AND MARK THE    *
030700*     CHECK PAID, OR LIST THE EXCEPTION, THEN READ AHEAD    *
030710*     A CHECK ALREADY PAID MAY HAVE BEEN MARKED BY AN       *
030720*     INTERRUPTED RUN                                       *
030800*----------------------------------------------------------*
030900 2100-MATCH-ONE-ITEM.
031000     ADD 1 TO W02-PAID-ITEMS-READ.
031100     MOVE BP-CHECK-NUMBER TO W07-X-CHECK-NUMBER.
031200     MOVE BP-PAID-DATE TO W07-X-PAID-DATE.
031300     MOVE ZERO TO W07-X-ISSUED-AMOUNT.
031400     IF BP-CHECK-NUMBER NOT NUMERIC
031500         OR BP-PAID-DATE NOT NUMERIC
031600         OR BP-PAID-AMOUNT NOT NUMERIC
031700         ADD 1 TO W02-UNREADABLE-ITEMS
031800         MOVE ZERO TO W07-X-PAID-AMOUNT
031900         MOVE 'PAID ITEM UNREADABLE' TO W07-X-REASON-TEXT
032000         PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
032100         GO TO 2100-NEXT
032200     END-IF.
032300     MOVE BP-PAID-AMOUNT TO W07-X-PAID-AMOUNT.
032400     MOVE BP-CHECK-NUMBER TO CR-CHECK-NUMBER.
032500     READ CHKREG
032600         INVALID KEY
032700             ADD 1 TO W02-PAID-NOT-ISSUED
032800             ADD BP-PAID-AMOUNT TO W04-NOT-ISSUED-AMOUNT
032900             MOVE 'PAID BUT NOT ISSUED' TO W07-X-REASON-TEXT
033000             PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
033100             GO TO 2100-NEXT
033200     END-READ.
033300     MOVE CR-CHECK-AMOUNT TO W07-X-ISSUED-AMOUNT.
033400     EVALUATE TRUE
033500         WHEN CR-STATUS-PAID
033900             PERFORM 2400-CHECK-RESTART THRU 2400-EXIT
034000         WHEN CR-STATUS-VOIDED
034100             ADD 1 TO W02-VOIDED-PRESENTED
034200             MOVE 'VOIDED CHECK PAID BY THE BANK'
034300                 TO W07-X-REASON-TEXT
034400             PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
034500         WHEN OTHER
034600             PERFORM 2300-MARK-PAID THRU 2300-EXIT
034700     END-EVALUATE.
034800 2100-NEXT.
034900     PERFORM 2200-READ-PAID-ITEM THRU 2200-EXIT.
035000 2100-EXIT.
035100     EXIT.
035200*
035300*----------------------------------------------------------*
035400* 2200-READ-PAID-ITEM - READ THE NEXT BANK PAID ITEM        *
035500*----------------------------------------------------------*
035600 2200-READ-PAID-ITEM.
035700     READ CHKPAID
035800         AT END
035900             SET W01-END-OF-CHKPAID TO TRUE
036000     END-READ.
036100 2200-EXIT.
036200     EXIT.
036300*
036400*----------------------------------------------------------*
036500* 2300-MARK-PAID - MARK AN OUTSTANDING OR STALE CHECK PAID  *
036600*     AND CLEAR ANY FOLLOW-UP.  A PAID AMOUNT DIFFERENT     *
036700*     FROM THE ISSUE IS STILL MARKED, AND LISTED            *
036800*----------------------------------------------------------*
036900 2300-MARK-PAID.
037000     IF BP-PAID-AMOUNT NOT = CR-CHECK-AMOUNT
037100         ADD 1 TO W02-AMOUNT-DIFFERS
037200         MOVE 'PAID AMOUNT DIFFERS FROM ISSUE'
037300             TO W07-X-REASON-TEXT
037400         PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
037500     END-IF.
037600     SET CR-STATUS-PAID TO TRUE.
037700     MOVE BP-PAID-DATE TO CR-STATUS-DATE.
037800     MOVE BP-PAID-AMOUNT TO CR-PAID-AMOUNT.
037900     SET CR-FOLLOW-UP-NONE TO TRUE.
038000     REWRITE CHECK-REGISTER-RECORD.
038100     IF NOT W05-CHKREG-OK
038200         DISPLAY 'LNCHKREC - CHKREG REWRITE FAILED FOR CHECK '
038300             CR-CHECK-NUMBER ' - STATUS=' W05-CHKREG-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         PERFORM 9000-TERMINATE THRU 9000-EXIT
038600         GO TO 9999-EXIT
038700     END-IF.
038800     ADD 1 TO W02-PAID-MATCHED.
038900     ADD BP-PAID-AMOUNT TO W04-MATCHED-AMOUNT.
038910     PERFORM 2600-ADD-MATCHED THRU 2600-EXIT.
039000 2300-EXIT.
039100     EXIT.
039101*
039102*----------------------------------------------------------*
039103* 2400-CHECK-RESTART - THE CHECK IS ALREADY PAID.  PAID ON  *
039104*     THE BANK'S DATE FOR THE BANK'S AMOUNT AND NOT YET     *
039105*     MATCHED THIS RUN, IT WAS MARKED BY AN INTERRUPTED RUN *
039106*     AND IS COUNTED AS MATCHED.  OTHERWISE IT IS A SECOND  *
039107*     PRESENTMENT                                           *
039108*----------------------------------------------------------*
039109 2400-CHECK-RESTART.
039110     PERFORM 2500-SEARCH-MATCHED THRU 2500-EXIT.
039111     IF W01-MATCHED-THIS-RUN
039112         OR W01-MATCHED-TABLE-FULL
039113         OR CR-STATUS-DATE NOT = BP-PAID-DATE
039114         OR CR-PAID-AMOUNT NOT = BP-PAID-AMOUNT
039115         ADD 1 TO W02-DUPLICATE-PRESENTED
039116         MOVE 'ALREADY PAID - DUPLICATE PRESENTMENT'
039117             TO W07-X-REASON-TEXT
039118         PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
039119         GO TO 2400-EXIT
039120     END-IF.
039121     IF BP-PAID-AMOUNT NOT = CR-CHECK-AMOUNT
039122         ADD 1 TO W02-AMOUNT-DIFFERS
039123         MOVE 'PAID AMOUNT DIFFERS FROM ISSUE'
039124             TO W07-X-REASON-TEXT
039125         PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
039126     END-IF.
039127     ADD 1 TO W02-RESTART-MATCHED.
039128     ADD 1 TO W02-PAID-MATCHED.
039129     ADD BP-PAID-AMOUNT TO W04-MATCHED-AMOUNT.
039130     PERFORM 2600-ADD-MATCHED THRU 2600-EXIT.
039131 2400-EXIT.
039132     EXIT.
039133*
039134*----------------------------------------------------------*
039135* 2500-SEARCH-MATCHED - LOOK THE CHECK IN THE REGISTER      *
039136*     RECORD UP IN THE TABLE OF CHECKS MATCHED THIS RUN     *
039137*----------------------------------------------------------*
039138 2500-SEARCH-MATCHED.
039139     MOVE 'N' TO W01-MATCHED-SWITCH.
039140     IF W08-MATCHED-COUNT = ZERO
039141         GO TO 2500-EXIT
039142     END-IF.
039143     SET W08-MATCHED-IDX TO 1.
039144     SEARCH W08-MATCHED-ENTRY VARYING W08-MATCHED-IDX
039145         AT END
039146             CONTINUE
039147         WHEN W08-MATCHED-CHECK(W08-MATCHED-IDX) = CR-CHECK-NUMBER
039148             SET W01-MATCHED-THIS-RUN TO TRUE
039149     END-SEARCH.
039150 2500-EXIT.
039151     EXIT.
039152*
039153*----------------------------------------------------------*
039154* 2600-ADD-MATCHED - ADD THE CHECK IN THE REGISTER RECORD   *
039155*     TO THE TABLE OF CHECKS MATCHED THIS RUN.  A FULL      *
039156*     TABLE IS REPORTED ONCE AND THE CHECK LEFT OFF IT      *
039157*----------------------------------------------------------*
039158 2600-ADD-MATCHED.
039159     IF W08-MATCHED-COUNT >= W08-MATCHED-MAX
039160         IF NOT W01-MATCHED-TABLE-FULL
039161             SET W01-MATCHED-TABLE-FULL TO TRUE
039162             DISPLAY 'LNCHKREC - MATCHED TABLE FULL - CHECKS '
039163                 'PAID AGAIN ARE NOW LISTED AS DUPLICATES'
039164         END-IF
039165         GO TO 2600-EXIT
039166     END-IF.
039167     ADD 1 TO W08-MATCHED-COUNT.
039168     SET W08-MATCHED-IDX TO W08-MATCHED-COUNT.
039169     MOVE CR-CHECK-NUMBER TO W08-MATCHED-CHECK(W08-MATCHED-IDX).
039170 2600-EXIT.
039171     EXIT.
039200*
039300*----------------------------------------------------------*
039400* 3000-AGE-REGISTER - PASS THE WHOLE REGISTER IN CHECK      *
039500*     NUMBER ORDER, LISTING EVERY CHECK STILL OUT           *
039600*----------------------------------------------------------*
039700 3000-AGE-REGISTER.
039800     MOVE SPACES TO CHKRCRPT-RECORD.
039900     MOVE W07-HEADING-OUT TO CHKRCRPT-RECORD.
040000     WRITE CHKRCRPT-RECORD.
040100     MOVE ZERO TO CR-CHECK-NUMBER.
040200     START CHKREG KEY IS NOT LESS THAN CR-CHECK-NUMBER
040300         INVALID KEY
040400             GO TO 3000-EXIT
040500     END-START.
040600     PERFORM 3200-READ-NEXT-CHECK THRU 3200-EXIT.
040700     PERFORM 3100-AGE-ONE-CHECK THRU 3100-EXIT
040800         UNTIL W01-END-OF-CHKREG.
040900 3000-EXIT.
041000     EXIT.
041100*
041200*----------------------------------------------------------*
041300* 3100-AGE-ONE-CHECK - LIST ONE CHECK STILL OUT.  AN        *
041400*     OUTSTANDING CHECK PAST THE STALE LIMIT IS STALE-DATED *
041500*     AND FLAGGED BY SOURCE.  THEN READ AHEAD               *
041600*----------------------------------------------------------*
041700 3100-AGE-ONE-CHECK.
041800     IF CR-STATUS-PAID
041900         GO TO 3100-NEXT
042000     END-IF.
042100     IF CR-STATUS-VOIDED
042200         AND NOT CR-FOLLOW-UP-REISSUE
042300         GO TO 3100-NEXT
042400     END-IF.
042500     PERFORM 4000-COMPUTE-DAYS-OUTSTANDING THRU 4000-EXIT.
042600     IF CR-STATUS-OUTSTANDING
042700         AND W04-DAYS-OUTSTANDING > W03-STALE-DAYS
042800         PERFORM 3300-STALE-DATE-CHECK THRU 3300-EXIT
042900     END-IF.
043000     EVALUATE TRUE
043100         WHEN CR-STATUS-OUTSTANDING
043200             ADD 1 TO W02-OUTSTANDING
043300             ADD CR-CHECK-AMOUNT TO W04-OUTSTANDING-AMOUNT
043400             MOVE 'OUTSTANDING' TO W07-O-STATUS-TEXT
043500         WHEN CR-STATUS-VOIDED
043600             ADD 1 TO W02-AWAITING-REISSUE
043700             ADD CR-CHECK-AMOUNT TO W04-REISSUE-AMOUNT
043800             MOVE 'VOIDED - RE-ISSUE' TO W07-O-STATUS-TEXT
043900         WHEN CR-FOLLOW-UP-ESCHEAT
044000             ADD 1 TO W02-STALE
044100             ADD CR-CHECK-AMOUNT TO W04-STALE-AMOUNT
044200             ADD 1 TO W02-ESCHEAT-REVIEW
044300             ADD CR-CHECK-AMOUNT TO W04-ESCHEAT-AMOUNT
044400             MOVE 'STALE - ESCHEAT REVIEW' TO W07-O-STATUS-TEXT
044500         WHEN CR-FOLLOW-UP-REISSUE
044600             ADD 1 TO W02-STALE
044700             ADD CR-CHECK-AMOUNT TO W04-STALE-AMOUNT
044800             ADD 1 TO W02-AWAITING-REISSUE
044900             ADD CR-CHECK-AMOUNT TO W04-REISSUE-AMOUNT
045000             MOVE 'STALE - RE-ISSUE' TO W07-O-STATUS-TEXT
045100         WHEN OTHER
045200             ADD 1 TO W02-STALE
045300             ADD CR-CHECK-AMOUNT TO W04-STALE-AMOUNT
045400             MOVE 'STALE' TO W07-O-STATUS-TEXT
045500     END-EVALUATE.
045600     PERFORM 6100-WRITE-OUT-LINE THRU 6100-EXIT.
045700 3100-NEXT.
045800     PERFORM 3200-READ-NEXT-CHECK THRU 3200-EXIT.
045900 3100-EXIT.
046000     EXIT.
046100*
046200*----------------------------------------------------------*
046300* 3200-READ-NEXT-CHECK - READ THE NEXT REGISTER RECORD      *
046400*----------------------------------------------------------*
046500 3200-READ-NEXT-CHECK.
046600     READ CHKREG NEXT RECORD
046700         AT END
046800             SET W01-END-OF-CHKREG TO TRUE
046900     END-READ.
047000 3200-EXIT.
047100     EXIT.
047200*
047300*----------------------------------------------------------*
047400* 3300-STALE-DATE-CHECK - STALE-DATE AN OUTSTANDING CHECK   *
047500*     AND FLAG IT: AN ESCROW PAYEE CHECK FOR RE-ISSUE, A    *
047600*     REFUND FOR ESCHEATMENT REVIEW                         *
047700*----------------------------------------------------------*
047800 3300-STALE-DATE-CHECK.
047900     SET CR-STATUS-STALE TO TRUE.
048000     MOVE W04-CYCLE-DATE TO CR-STATUS-DATE.
048100     IF CR-SOURCE-REFUND
048200         SET CR-FOLLOW-UP-ESCHEAT TO TRUE
048300     ELSE
048400         SET CR-FOLLOW-UP-REISSUE TO TRUE
048500     END-IF.
048600     REWRITE CHECK-REGISTER-RECORD.
048700     IF NOT W05-CHKREG-OK
048800         DISPLAY 'LNCHKREC - CHKREG REWRITE FAILED FOR CHECK '
048900             CR-CHECK-NUMBER ' - STATUS=' W05-CHKREG-STATUS
049000         MOVE 16 TO RETURN-CODE
049100         PERFORM 9000-TERMINATE THRU 9000-EXIT
049200         GO TO 9999-EXIT
049300     END-IF.
049400     ADD 1 TO W02-NEWLY-STALE.
049500 3300-EXIT.
049600     EXIT.
049700*
049800*----------------------------------------------------------*
049900* 4000-COMPUTE-DAYS-OUTSTANDING - COUNT THE DAYS FROM THE   *
050000*     CHECK'S ISSUE DATE TO THE CYCLE DATE ON THE 30/360    *
050100*     CONVENTION                                            *
050200*----------------------------------------------------------*
050300 4000-COMPUTE-DAYS-OUTSTANDING.
050400     MOVE CR-ISSUE-DATE TO W04-ISSUE-DATE-WORK.
050500     MOVE W04-ISSUE-DD TO W04-ISSUE-DD-CAP.
050600     IF W04-ISSUE-DD-CAP > 30
050700         MOVE 30 TO W04-ISSUE-DD-CAP
050800     END-IF.
050900     MOVE W04-CYCLE-DD TO W04-CYCLE-DD-CAP.
051000     IF W04-CYCLE-DD-CAP > 30
051100         MOVE 30 TO W04-CYCLE-DD-CAP
051200     END-IF.
051300     COMPUTE W04-DAYS-OUTSTANDING =
051400         ((W04-CYCLE-YYYY - W04-ISSUE-YYYY) * 360)
051500         + ((W04-CYCLE-MM - W04-ISSUE-MM) * 30)
051600         + (W04-CYCLE-DD-CAP - W04-ISSUE-DD-CAP).
051700     IF W04-DAYS-OUTSTANDING < ZERO
051800         MOVE ZERO TO W04-DAYS-OUTSTANDING
051900     END-IF.
052000 4000-EXIT.
052100     EXIT.
052200*
052300*----------------------------------------------------------*
052400* 6000-WRITE-EXCEPT - WRITE ONE PAID-ITEM EXCEPTION LINE    *
052500*----------------------------------------------------------*
052600 6000-WRITE-EXCEPT.
052700     MOVE SPACES TO CHKRCRPT-RECORD.
052800     MOVE W07-EXCEPT-LINE TO CHKRCRPT-RECORD.
052900     WRITE CHKRCRPT-RECORD.
053000 6000-EXIT.
053100     EXIT.
053200*
053300*----------------------------------------------------------*
053400* 6100-WRITE-OUT-LINE - WRITE ONE CHECK-STILL-OUT LINE      *
053500*----------------------------------------------------------*
053600 6100-WRITE-OUT-LINE.
053700     MOVE CR-CHECK-NUMBER TO W07-O-CHECK-NUMBER.
053800     MOVE CR-ISSUE-DATE TO W07-O-ISSUE-DATE.
053900     IF CR-SOURCE-ESCROW
054000         MOVE 'ESCROW' TO W07-O-SOURCE
054100     ELSE
054200         MOVE 'REFUND' TO W07-O-SOURCE
054300     END-IF.
054400     MOVE CR-PAYEE-NAME TO W07-O-PAYEE.
054500     MOVE CR-LOAN-NUMBER TO W07-O-LOAN-NUMBER.
054600     MOVE CR-CHECK-AMOUNT TO W07-O-AMOUNT.
054700     MOVE W04-DAYS-OUTSTANDING TO W07-O-DAYS.
054800     MOVE SPACES TO CHKRCRPT-RECORD.
054900     MOVE W07-OUT-LINE TO CHKRCRPT-RECORD.
055000     WRITE CHKRCRPT-RECORD.
055100 6100-EXIT.
055200     EXIT.
055300*
055400*----------------------------------------------------------*
055500* 8000-WRITE-TOTALS - WRITE THE RECONCILIATION TOTALS       *
055600*----------------------------------------------------------*
055700 8000-WRITE-TOTALS.
055800     MOVE 'PAID ITEMS MATCHED' TO W07-T-CAPTION.
055900     MOVE W02-PAID-MATCHED TO W07-T-COUNT.
056000     MOVE W04-MATCHED-AMOUNT TO W07-T-AMOUNT.
056100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
056110     IF W02-RESTART-MATCHED > 0
056120         MOVE '  ALREADY PAID BEFORE RESTART' TO W07-T-CAPTION
056130         MOVE W02-RESTART-MATCHED TO W07-T-COUNT
056140         MOVE ZERO TO W07-T-AMOUNT
056150         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
056160     END-IF.
056200     MOVE 'PAID BUT NOT ISSUED' TO W07-T-CAPTION.
056300     MOVE W02-PAID-NOT-ISSUED TO W07-T-COUNT.
056400     MOVE W04-NOT-ISSUED-AMOUNT TO W07-T-AMOUNT.
056500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
056600     MOVE 'PAID AMOUNT DIFFERS FROM ISSUE' TO W07-T-CAPTION.
056700     MOVE W02-AMOUNT-DIFFERS TO W07-T-COUNT.
056800     MOVE ZERO TO W07-T-AMOUNT.
056900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
057000     MOVE 'VOIDED CHECKS PAID' TO W07-T-CAPTION.
057100     MOVE W02-VOIDED-PRESENTED TO W07-T-COUNT.
057200     MOVE ZERO TO W07-T-AMOUNT.
057300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
057400     MOVE 'DUPLICATE PRESENTMENTS' TO W07-T-CAPTION.
057500     MOVE W02-DUPLICATE-PRESENTED TO W07-T-COUNT.
057600     MOVE ZERO TO W07-T-AMOUNT.
057700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
057800     MOVE 'UNREADABLE PAID ITEMS' TO W07-T-CAPTION.
057900     MOVE W02-UNREADABLE-ITEMS TO W07-T-COUNT.
058000     MOVE ZERO TO W07-T-AMOUNT.
058100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
058200     MOVE 'CHECKS OUTSTANDING' TO W07-T-CAPTION.
058300     MOVE W02-OUTSTANDING TO W07-T-COUNT.
058400     MOVE W04-OUTSTANDING-AMOUNT TO W07-T-AMOUNT.
058500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
058600     MOVE 'CHECKS STALE-DATED' TO W07-T-CAPTION.
058700     MOVE W02-STALE TO W07-T-COUNT.
058800     MOVE W04-STALE-AMOUNT TO W07-T-AMOUNT.
058900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
059000     MOVE '  STALE-DATED ON THIS RUN' TO W07-T-CAPTION.
059100     MOVE W02-NEWLY-STALE TO W07-T-COUNT.
059200     MOVE ZERO TO W07-T-AMOUNT.
059300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
059400     MOVE 'FLAGGED FOR RE-ISSUE' TO W07-T-CAPTION.
059500     MOVE W02-AWAITING-REISSUE TO W07-T-COUNT.
059600     MOVE W04-REISSUE-AMOUNT TO W07-T-AMOUNT.
059700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
059800     MOVE 'FLAGGED FOR ESCHEATMENT REVIEW' TO W07-T-CAPTION.
059900     MOVE W02-ESCHEAT-REVIEW TO W07-T-COUNT.
060000     MOVE W04-ESCHEAT-AMOUNT TO W07-T-AMOUNT.
060100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
060200 8000-EXIT.
060300     EXIT.
060400*
060500*----------------------------------------------------------*
060600* 8100-WRITE-TOTAL-LINE - WRITE ONE TOTAL LINE              *
060700*----------------------------------------------------------*
060800 8100-WRITE-TOTAL-LINE.
060900     MOVE SPACES TO CHKRCRPT-RECORD.
061000     MOVE W07-TOTAL-LINE TO CHKRCRPT-RECORD.
061100     WRITE CHKRCRPT-RECORD.
061200 8100-EXIT.
061300     EXIT.
061400*
061500*----------------------------------------------------------*
061600* 9000-TERMINATE - CLOSE ALL FILES                          *
061700*----------------------------------------------------------*
061800 9000-TERMINATE.
061900     CLOSE CHKREG.
062000     CLOSE CHKRCRPT.
062100 9000-EXIT.
062200     EXIT.
062300*
062400*----------------------------------------------------------*
062500* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
062600*----------------------------------------------------------*
062700 9999-EXIT.
062800     GOBACK.
