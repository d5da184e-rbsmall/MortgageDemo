000100 IDENTIFICATION DIVISION.
000200*
000300* WEEKLY CROSS-FILE INTEGRITY AUDIT - MATCHES EVERY SATELLITE
000400* FILE THAT HANGS OFF THE LOAN MASTER AGAINST THE MASTER AND
000500* THE ARCHIVE, AND REPORTS EACH ORPHAN AND EACH STATUS CONFLICT
000600* BY CATEGORY WITH COUNTS, SO THE FILES DRIFTING APART IS FOUND
000700* HERE RATHER THAN BY ACCIDENT.
000800*
000900* FILES AUDITED, IN ORDER: THE ESCROW DISBURSEMENT SCHEDULE,
001000* THE ACH ENROLLMENT FILE, THE SUSPENSE FILE, THE PAYOFF QUOTE
001100* LOG, THE PAYMENT HISTORY, THE ARCHIVED PAYMENT HISTORY, THE
001110* PAYMENT PLAN FILE, THE PMI POLICY FILE AND THE SERVICER
001120* ADVANCE LEDGER.
001200* A RECORD WHOSE LOAN IS NOT ON THE MASTER IS AN ORPHAN, SPLIT
001300* BETWEEN LOANS THE ANNUAL PURGE MOVED TO THE ARCHIVE AND LOANS
001400* ON NEITHER FILE.  A RECORD STILL WORKING FOR A LOAN THAT IS
001500* PAID OFF OR INACTIVE IS A STATUS CONFLICT:
001600*   - AN ESCROW SCHEDULE ITEM
001700*   - AN ACH ENROLLMENT STILL ENROLLED
001800*   - SUSPENSE STILL HELD WITH A BALANCE
001900*   - A PAYOFF QUOTE STILL OPEN ON THE CYCLE DATE
001910*   - A FORBEARANCE OR REPAYMENT PLAN STILL ACTIVE
001920*   - A PMI POLICY STILL ACTIVE
001930*   - A SERVICER ADVANCE STILL OUTSTANDING
002000* ARCHIVED HISTORY MUST BELONG TO A LOAN ON THE ARCHIVED
002100* MASTER FILE.  A LOAN RESTORED FROM THE ARCHIVE IS ON BOTH
002200* THE MASTER AND THE ARCHIVE, WHICH IS NOT AN EXCEPTION.
002300*
002400* NO FILE IS UPDATED.  A SATELLITE OR ARCHIVE FILE NOT YET
002500* CREATED IS AUDITED AS EMPTY.  THE RUN ENDS WITH RETURN CODE 4
002600* WHEN ANY EXCEPTION IS FOUND, AND REGISTERS ITS START AND
002700* RETURN CODE WITH THE CYCLE RUN-CONTROL MANAGER SO THE MORNING
002800* CYCLE-STATUS REPORT SHOWS THE WEEK THE FILES DRIFTED APART.
002900*
003000 PROGRAM-ID.  LNINTEG.
003100 AUTHOR.      R SMALL.
003200 INSTALLATION. MORTGAGE SERVICING DIVISION.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500*
003600*-----------------------------------------------------------*
003700* MODIFICATION HISTORY                                      *
003800*-----------------------------------------------------------*
003900* DATE       INIT DESCRIPTION                                *
004000* 10/15/2026 RS   ORIGINAL - WEEKLY CROSS-FILE INTEGRITY      *
004100*                 AUDIT                                       *
004110* 10/15/2026 RS   PLAN, PMI AND ADVANCE LEDGER FILES AUDITED; *
004120*                 LOAN LOOKUP CLEARED AFTER THE ARCHIVE PASS; *
004130*                 PAYMENT HISTORY RECORD NOW 74 BYTES         *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LOANMAST ASSIGN TO LOANMAST
004700         ORGANIZATION INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS LM-LOAN-NUMBER
005000         FILE STATUS IS W05-LOANMAST-STATUS.
005100     SELECT ARCHMAST ASSIGN TO ARCHMAST
005200         ORGANIZATION SEQUENTIAL
005300         FILE STATUS IS W05-ARCHMAST-STATUS.
005400     SELECT ESCSCHED ASSIGN TO ESCSCHED
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS W05-ESCSCHED-STATUS.
005700     SELECT ACHENRL ASSIGN TO ACHENRL
005800         ORGANIZATION INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS AH-LOAN-NUMBER
006100         FILE STATUS IS W05-ACHENRL-STATUS.
006200     SELECT SUSPFILE ASSIGN TO SUSPFILE
006300         ORGANIZATION INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS SP-LOAN-NUMBER
006600         FILE STATUS IS W05-SUSPFILE-STATUS.
006700     SELECT PAYOFLOG ASSIGN TO PAYOFLOG
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS W05-PAYOFLOG-STATUS.
007000     SELECT PAYHIST ASSIGN TO PAYHIST
007100         ORGANIZATION LINE SEQUENTIAL
007200         FILE STATUS IS W05-PAYHIST-STATUS.
007300     SELECT ARCHHIST ASSIGN TO ARCHHIST
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS W05-ARCHHIST-STATUS.
007506     SELECT PLANFILE ASSIGN TO PLANFILE
007512         ORGANIZATION INDEXED
007518         ACCESS MODE IS SEQUENTIAL
007524         RECORD KEY IS PP-LOAN-NUMBER
007530         FILE STATUS IS W05-PLANFILE-STATUS.
007536     SELECT PMIFILE ASSIGN TO PMIFILE
007542         ORGANIZATION INDEXED
007548         ACCESS MODE IS SEQUENTIAL
007554         RECORD KEY IS PM-LOAN-NUMBER
007560         FILE STATUS IS W05-PMIFILE-STATUS.
007566     SELECT ADVLEDGR ASSIGN TO ADVLEDGR
007572         ORGANIZATION INDEXED
007578         ACCESS MODE IS SEQUENTIAL
007584         RECORD KEY IS AL-LOAN-NUMBER
007590         FILE STATUS IS W05-ADVLEDGR-STATUS.
007600     SELECT INTEGRPT ASSIGN TO INTEGRPT
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS W05-INTEGRPT-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  LOANMAST.
008200     COPY LOANMAST.
008300 FD  ARCHMAST
008400     RECORDING MODE IS F.
008500 01  ARCHMAST-RECORD             PIC X(96).
008600 FD  ESCSCHED
008700     RECORD CONTAINS 50 CHARACTERS.
008800     COPY ESCSCHED.
008900 FD  ACHENRL.
009000     COPY ACHENRL.
009100 FD  SUSPFILE.
009200     COPY SUSPREC.
009300 FD  PAYOFLOG
009400     RECORD CONTAINS 50 CHARACTERS.
009500     COPY PAYOFLOG.
009600 FD  PAYHIST
009700     RECORD CONTAINS 74 CHARACTERS.
009800     COPY PAYHREC.
009900 FD  ARCHHIST
010000     RECORDING MODE IS F.
010100 01  ARCHHIST-RECORD             PIC X(74).
010110 FD  PLANFILE.
010120     COPY PAYPLAN.
010130 FD  PMIFILE.
010140     COPY PMIREC.
010150 FD  ADVLEDGR.
010160     COPY ADVLEDG.
010200 FD  INTEGRPT
010300     RECORDING MODE IS F.
010400 01  INTEGRPT-RECORD             PIC X(132).
010500 WORKING-STORAGE SECTION.
010600*
010700*    SWITCHES
010800*
010900 01  W01-ARCHMAST-EOF-SWITCH     PIC X(01) VALUE 'N'.
011000     88  W01-END-OF-ARCHMAST         VALUE 'Y'.
011100 01  W01-SATELLITE-EOF-SWITCH    PIC X(01) VALUE 'N'.
011200     88  W01-END-OF-SATELLITE        VALUE 'Y'.
011300 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
011400     88  W01-LOAN-FOUND              VALUE 'Y'.
011500 01  W01-LOAN-ARCHIVED-SWITCH    PIC X(01) VALUE 'N'.
011600     88  W01-LOAN-ARCHIVED           VALUE 'Y'.
011700*
011800*    COUNTERS
011900*
012000 01  W02-ARCHIVE-READ            PIC 9(07) VALUE 0.
012100 01  W02-ARCHIVE-OVERFLOW        PIC 9(07) VALUE 0.
012200 01  W02-RECORDS-READ            PIC 9(09) VALUE 0.
012300 01  W02-ORPHANS                 PIC 9(07) VALUE 0.
012400 01  W02-CONFLICTS               PIC 9(07) VALUE 0.
012500*
012600*    EXCEPTION CATEGORIES - THE FILE AUDITED, THE KIND (O FOR  *
012700*    AN ORPHAN, C FOR A STATUS CONFLICT) AND THE DESCRIPTION.  *
012800*    EACH FILE'S ORPHAN PAIR IS PURGED LOAN, THEN NO LOAN      *
012900*
013000 01  W03-CATEGORY-LIST.
013100     05  FILLER                  PIC X(08) VALUE 'ESCSCHED'.
013200     05  FILLER                  PIC X(01) VALUE 'O'.
013300     05  FILLER                  PIC X(36)
013400         VALUE 'SCHEDULE ITEM FOR A PURGED LOAN'.
013500     05  FILLER                  PIC X(08) VALUE 'ESCSCHED'.
013600     05  FILLER                  PIC X(01) VALUE 'O'.
013700     05  FILLER                  PIC X(36)
013800         VALUE 'SCHEDULE ITEM - NO MASTER OR ARCHIVE'.
013900     05  FILLER                  PIC X(08) VALUE 'ESCSCHED'.
014000     05  FILLER                  PIC X(01) VALUE 'C'.
014100     05  FILLER                  PIC X(36)
014200         VALUE 'SCHEDULE ITEM ON A CLOSED LOAN'.
014300     05  FILLER                  PIC X(08) VALUE 'ACHENRL'.
014400     05  FILLER                  PIC X(01) VALUE 'O'.
014500     05  FILLER                  PIC X(36)
014600         VALUE 'ENROLLMENT FOR A PURGED LOAN'.
014700     05  FILLER                  PIC X(08) VALUE 'ACHENRL'.
014800     05  FILLER                  PIC X(01) VALUE 'O'.
014900     05  FILLER                  PIC X(36)
015000         VALUE 'ENROLLMENT - NO MASTER OR ARCHIVE'.
015100     05  FILLER                  PIC X(08) VALUE 'ACHENRL'.
015200     05  FILLER                  PIC X(01) VALUE 'C'.
015300     05  FILLER                  PIC X(36)
015400         VALUE 'ACTIVE ENROLLMENT ON A CLOSED LOAN'.
015500     05  FILLER                  PIC X(08) VALUE 'SUSPFILE'.
015600     05  FILLER                  PIC X(01) VALUE 'O'.
015700     05  FILLER                  PIC X(36)
015800         VALUE 'SUSPENSE FOR A PURGED LOAN'.
015900     05  FILLER                  PIC X(08) VALUE 'SUSPFILE'.
016000     05  FILLER                  PIC X(01) VALUE 'O'.
016100     05  FILLER                  PIC X(36)
016200         VALUE 'SUSPENSE - NO MASTER OR ARCHIVE'.
016300     05  FILLER                  PIC X(08) VALUE 'SUSPFILE'.
016400     05  FILLER                  PIC X(01) VALUE 'C'.
016500     05  FILLER                  PIC X(36)
016600         VALUE 'SUSPENSE HELD ON A CLOSED LOAN'.
016700     05  FILLER                  PIC X(08) VALUE 'PAYOFLOG'.
016800     05  FILLER                  PIC X(01) VALUE 'O'.
016900     05  FILLER                  PIC X(36)
017000         VALUE 'PAYOFF QUOTE FOR A PURGED LOAN'.
017100     05  FILLER                  PIC X(08) VALUE 'PAYOFLOG'.
017200     05  FILLER                  PIC X(01) VALUE 'O'.
017300     05  FILLER                  PIC X(36)
017400         VALUE 'PAYOFF QUOTE - NO MASTER OR ARCHIVE'.
017500     05  FILLER                  PIC X(08) VALUE 'PAYOFLOG'.
017600     05  FILLER                  PIC X(01) VALUE 'C'.
017700     05  FILLER                  PIC X(36)
017800         VALUE 'OPEN PAYOFF QUOTE ON A CLOSED LOAN'.
017900     05  FILLER                  PIC X(08) VALUE 'PAYHIST'.
018000     05  FILLER                  PIC X(01) VALUE 'O'.
018100     05  FILLER                  PIC X(36)
018200         VALUE 'HISTORY FOR A PURGED LOAN'.
018300     05  FILLER                  PIC X(08) VALUE 'PAYHIST'.
018400     05  FILLER                  PIC X(01) VALUE 'O'.
018500     05  FILLER                  PIC X(36)
018600         VALUE 'HISTORY - NO MASTER OR ARCHIVE'.
018700     05  FILLER                  PIC X(08) VALUE 'ARCHHIST'.
018800     05  FILLER                  PIC X(01) VALUE 'O'.
018900     05  FILLER                  PIC X(36)
019000         VALUE 'ARCHIVED HISTORY - NO ARCHIVED LOAN'.
019002     05  FILLER                  PIC X(08) VALUE 'PLANFILE'.
019004     05  FILLER                  PIC X(01) VALUE 'O'.
019006     05  FILLER                  PIC X(36)
019008         VALUE 'PAYMENT PLAN FOR A PURGED LOAN'.
019010     05  FILLER                  PIC X(08) VALUE 'PLANFILE'.
019012     05  FILLER                  PIC X(01) VALUE 'O'.
019014     05  FILLER                  PIC X(36)
019016         VALUE 'PAYMENT PLAN - NO MASTER OR ARCHIVE'.
019018     05  FILLER                  PIC X(08) VALUE 'PLANFILE'.
019020     05  FILLER                  PIC X(01) VALUE 'C'.
019022     05  FILLER                  PIC X(36)
019024         VALUE 'ACTIVE PLAN ON A CLOSED LOAN'.
019026     05  FILLER                  PIC X(08) VALUE 'PMIFILE'.
019028     05  FILLER                  PIC X(01) VALUE 'O'.
019030     05  FILLER                  PIC X(36)
019032         VALUE 'PMI POLICY FOR A PURGED LOAN'.
019034     05  FILLER                  PIC X(08) VALUE 'PMIFILE'.
019036     05  FILLER                  PIC X(01) VALUE 'O'.
019038     05  FILLER                  PIC X(36)
019040         VALUE 'PMI POLICY - NO MASTER OR ARCHIVE'.
019042     05  FILLER                  PIC X(08) VALUE 'PMIFILE'.
019044     05  FILLER                  PIC X(01) VALUE 'C'.
019046     05  FILLER                  PIC X(36)
019048         VALUE 'ACTIVE PMI ON A CLOSED LOAN'.
019050     05  FILLER                  PIC X(08) VALUE 'ADVLEDGR'.
019052     05  FILLER                  PIC X(01) VALUE 'O'.
019054     05  FILLER                  PIC X(36)
019056         VALUE 'ADVANCE FOR A PURGED LOAN'.
019058     05  FILLER                  PIC X(08) VALUE 'ADVLEDGR'.
019060     05  FILLER                  PIC X(01) VALUE 'O'.
019062     05  FILLER                  PIC X(36)
019064         VALUE 'ADVANCE - NO MASTER OR ARCHIVE'.
019066     05  FILLER                  PIC X(08) VALUE 'ADVLEDGR'.
019068     05  FILLER                  PIC X(01) VALUE 'C'.
019070     05  FILLER                  PIC X(36)
019072         VALUE 'ADVANCE OUTSTANDING ON A CLOSED LOAN'.
019100 01  W03-CATEGORY-TABLE REDEFINES W03-CATEGORY-LIST.
019200     05  W03-CATEGORY-ENTRY      OCCURS 24 TIMES
019300                                 INDEXED BY W03-CAT-IDX.
019400         10  W03-CAT-FILE        PIC X(08).
019500         10  W03-CAT-KIND        PIC X(01).
019600             88  W03-CAT-ORPHAN      VALUE 'O'.
019700             88  W03-CAT-CONFLICT    VALUE 'C'.
019800         10  W03-CAT-TEXT        PIC X(36).
019900*
020000*    EXCEPTION COUNTS - SLOT N BELONGS TO CATEGORY N ABOVE     *
020100*
020200 01  W03-COUNT-TABLE.
020300     05  W03-CAT-COUNT           PIC 9(07) OCCURS 24 TIMES.
020400*
020500*    FIRST CATEGORY OF EACH FILE
020600*
020700 01  W03-CAT-ESCSCHED            PIC 9(02) COMP VALUE 1.
020800 01  W03-CAT-ACHENRL             PIC 9(02) COMP VALUE 4.
020900 01  W03-CAT-SUSPFILE            PIC 9(02) COMP VALUE 7.
021000 01  W03-CAT-PAYOFLOG            PIC 9(02) COMP VALUE 10.
021100 01  W03-CAT-PAYHIST             PIC 9(02) COMP VALUE 13.
021200 01  W03-CAT-ARCHHIST            PIC 9(02) COMP VALUE 15.
021210 01  W03-CAT-PLANFILE            PIC 9(02) COMP VALUE 16.
021220 01  W03-CAT-PMIFILE             PIC 9(02) COMP VALUE 19.
021230 01  W03-CAT-ADVLEDGR            PIC 9(02) COMP VALUE 22.
021300*
021400*    LOAN NUMBERS ON THE ARCHIVED MASTER FILE.  A LOAN PAST    *
021500*    THE END OF THE TABLE IS COUNTED AS AN OVERFLOW AND ENDS   *
021600*    THE RUN WITH RETURN CODE 4, SINCE ITS SATELLITE RECORDS   *
021700*    WOULD BE MISREPORTED AS HAVING NO LOAN AT ALL             *
021800*
021900 01  W03-ARCH-COUNT              PIC 9(05) COMP VALUE 0.
022000 01  W03-ARCH-TABLE.
022100     05  W03-ARCH-ENTRY          OCCURS 1 TO 20000 TIMES
022200                                 DEPENDING ON W03-ARCH-COUNT
022300                                 INDEXED BY W03-ARCH-IDX
022400                                 PIC X(10).
022500*
022600*    CYCLE DATE, FILE IN HAND AND LOAN LOOKUP WORK FIELDS
022700*
022800 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
022900 01  W04-FILE-NAME               PIC X(08) VALUE SPACES.
023000 01  W04-FILE-READ               PIC 9(09) VALUE 0.
023100 01  W04-CATEGORY                PIC 9(02) COMP VALUE 0.
023200 01  W04-LOOKUP-LOAN             PIC X(10) VALUE SPACES.
023300 01  W04-LAST-LOAN               PIC X(10) VALUE LOW-VALUES.
023400 01  W04-LAST-STATUS             PIC X(01) VALUE SPACE.
023500     88  W04-LAST-ACTIVE             VALUE 'A'.
023600 01  W04-DETAIL-TEXT             PIC X(50) VALUE SPACES.
023700 01  W04-AMOUNT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
023800*
023900*    FILE STATUS FIELDS
024000*
024100 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
024200     88  W05-LOANMAST-OK             VALUE '00'.
024300 01  W05-ARCHMAST-STATUS         PIC X(02) VALUE SPACES.
024400     88  W05-ARCHMAST-OK             VALUE '00'.
024500     88  W05-ARCHMAST-NOFILE         VALUE '35'.
024600 01  W05-ESCSCHED-STATUS         PIC X(02) VALUE SPACES.
024700     88  W05-ESCSCHED-OK             VALUE '00'.
024800     88  W05-ESCSCHED-NOFILE         VALUE '35'.
024900 01  W05-ACHENRL-STATUS          PIC X(02) VALUE SPACES.
025000     88  W05-ACHENRL-OK              VALUE '00'.
025100     88  W05-ACHENRL-NOFILE          VALUE '35'.
025200 01  W05-SUSPFILE-STATUS         PIC X(02) VALUE SPACES.
025300     88  W05-SUSPFILE-OK             VALUE '00'.
025400     88  W05-SUSPFILE-NOFILE         VALUE '35'.
025500 01  W05-PAYOFLOG-STATUS         PIC X(02) VALUE SPACES.
025600     88  W05-PAYOFLOG-OK             VALUE '00'.
025700     88  W05-PAYOFLOG-NOFILE         VALUE '35'.
025800 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
025900     88  W05-PAYHIST-OK              VALUE '00'.
026000     88  W05-PAYHIST-NOFILE          VALUE '35'.
026100 01  W05-ARCHHIST-STATUS         PIC X(02) VALUE SPACES.
026200     88  W05-ARCHHIST-OK             VALUE '00'.
026300     88  W05-ARCHHIST-NOFILE         VALUE '35'.
026310 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
026320     88  W05-PLANFILE-OK             VALUE '00'.
026330     88  W05-PLANFILE-NOFILE         VALUE '35'.
026340 01  W05-PMIFILE-STATUS          PIC X(02) VALUE SPACES.
026350     88  W05-PMIFILE-OK              VALUE '00'.
026360     88  W05-PMIFILE-NOFILE          VALUE '35'.
026370 01  W05-ADVLEDGR-STATUS         PIC X(02) VALUE SPACES.
026380     88  W05-ADVLEDGR-OK             VALUE '00'.
026390     88  W05-ADVLEDGR-NOFILE         VALUE '35'.
026400 01  W05-INTEGRPT-STATUS         PIC X(02) VALUE SPACES.
026500     88  W05-INTEGRPT-OK             VALUE '00'.
026600*
026700*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
026800*    AND END OF THE RUN                                        *
026900*
027000     COPY CYCREQ.
027100*
027200*    REPORT LINE LAYOUTS
027300*
027400 01  W07-HEADING-1.
027500     05  FILLER                  PIC X(36)
027600         VALUE 'CROSS-FILE INTEGRITY AUDIT - CYCLE '.
027700     05  W07-H1-CYCLE-DATE       PIC 9(08).
027800 01  W07-EXCEPT-LINE.
027900     05  W07-X-FILE              PIC X(08).
028000     05  FILLER                  PIC X(06) VALUE ' LOAN '.
028100     05  W07-X-LOAN-NUMBER       PIC X(10).
028200     05  FILLER                  PIC X(01) VALUE SPACE.
028300     05  W07-X-KIND              PIC X(08).
028400     05  FILLER                  PIC X(01) VALUE SPACE.
028500     05  W07-X-CATEGORY          PIC X(36).
028600     05  FILLER                  PIC X(01) VALUE SPACE.
028700     05  W07-X-DETAIL            PIC X(50).
028800 01  W07-FILE-LINE.
028900     05  W07-F-FILE              PIC X(08).
029000     05  FILLER                  PIC X(15)
029100         VALUE ' RECORDS READ  '.
029200     05  W07-F-COUNT             PIC ZZZ,ZZZ,ZZ9.
029300     05  FILLER                  PIC X(01) VALUE SPACE.
029400     05  W07-F-NOTE              PIC X(30).
029500 01  W07-COUNT-LINE.
029600     05  FILLER                  PIC X(02) VALUE SPACES.
029700     05  W07-C-FILE              PIC X(08).
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  W07-C-KIND              PIC X(08).
030000     05  FILLER                  PIC X(01) VALUE SPACE.
030100     05  W07-C-CATEGORY          PIC X(36).
030200     05  W07-C-COUNT             PIC ZZZ,ZZ9.
030300 01  W07-TOTAL-LINE.
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  W07-T-CAPTION           PIC X(54).
030600     05  W07-T-COUNT             PIC ZZZ,ZZZ,ZZ9.
030700 PROCEDURE DIVISION.
030800*
030900*----------------------------------------------------------*
031000* 0000-MAINLINE                                            *
031100*----------------------------------------------------------*
031200 0000-MAINLINE.
031300     DISPLAY 'LNINTEG STARTING'.
031400     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
031500     IF CY-RESULT-REFUSED
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 9999-EXIT
031800     END-IF.
031900     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032100     PERFORM 2000-AUDIT-ESCSCHED THRU 2000-EXIT.
032200     PERFORM 2100-AUDIT-ACHENRL THRU 2100-EXIT.
032300     PERFORM 2200-AUDIT-SUSPFILE THRU 2200-EXIT.
032400     PERFORM 2300-AUDIT-PAYOFLOG THRU 2300-EXIT.
032500     PERFORM 2400-AUDIT-PAYHIST THRU 2400-EXIT.
032600     PERFORM 2500-AUDIT-ARCHHIST THRU 2500-EXIT.
032610     PERFORM 2600-AUDIT-PLANFILE THRU 2600-EXIT.
032620     PERFORM 2700-AUDIT-PMIFILE THRU 2700-EXIT.
032630     PERFORM 2800-AUDIT-ADVLEDGR THRU 2800-EXIT.
032700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032900     DISPLAY 'LNINTEG COMPLETE - RECORDS=' W02-RECORDS-READ
033000         ' ORPHANS=' W02-ORPHANS
033100         ' CONFLICTS=' W02-CONFLICTS
033200         ' ARCHIVE OVERFLOW=' W02-ARCHIVE-OVERFLOW.
033300     IF W02-ORPHANS > 0
033400         OR W02-CONFLICTS > 0
033500         OR W02-ARCHIVE-OVERFLOW > 0
033600         MOVE 4 TO RETURN-CODE
033700     END-IF.
033800     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
033900     GO TO 9999-EXIT.
034000*
034100*----------------------------------------------------------*
034200* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE     *
034300*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE AUDIT RUNS  *
034400*     WEEKLY OUTSIDE THE NIGHTLY ORDERING, SO IT NAMES NO  *
034500*     PREDECESSOR.  THE ZERO CYCLE DATE TELLS LNCYCCTL TO  *
034600*     RESOLVE IT FROM THE CYCDATE CONTROL FILE             *
034700*----------------------------------------------------------*
034800 0100-CYCLE-START.
034900     SET CY-ACTION-START TO TRUE.
035000     MOVE 'LNINTEG' TO CY-JOB-NAME.
035100     MOVE SPACES TO CY-PREDECESSOR.
035200     MOVE ZERO TO CY-CYCLE-DATE.
035300     MOVE ZERO TO CY-RETURN-CODE.
035400     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
035500 0100-EXIT.
035600     EXIT.
035700*
035800*----------------------------------------------------------*
035900* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND      *
036000*     RETURN CODE FOR THE CYCLE                            *
036100*----------------------------------------------------------*
036200 0200-CYCLE-END.
036300     SET CY-ACTION-ENDJOB TO TRUE.
036400     MOVE RETURN-CODE TO CY-RETURN-CODE.
036500     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
036600 0200-EXIT.
036700     EXIT.
036800*
036900*----------------------------------------------------------*
037000* 1000-INITIALIZE - OPEN THE MASTER AND THE REPORT, PRINT  *
037100*     THE HEADING AND LOAD THE ARCHIVED LOAN NUMBERS       *
037200*----------------------------------------------------------*
037300 1000-INITIALIZE.
037400     DISPLAY 'LNINTEG - CYCLE DATE IS ' W04-CYCLE-DATE.
037500     INITIALIZE W03-COUNT-TABLE.
037600     OPEN INPUT LOANMAST.
037700     IF NOT W05-LOANMAST-OK
037800         DISPLAY 'LNINTEG - LOANMAST OPEN FAILED - STATUS='
037900             W05-LOANMAST-STATUS
038000         MOVE 16 TO RETURN-CODE
038100         GO TO 9999-EXIT
038200     END-IF.
038300     OPEN OUTPUT INTEGRPT.
038400     IF NOT W05-INTEGRPT-OK
038500         DISPLAY 'LNINTEG - INTEGRPT OPEN FAILED - STATUS='
038600             W05-INTEGRPT-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         GO TO 9999-EXIT
038900     END-IF.
039000     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
039100     MOVE SPACES TO INTEGRPT-RECORD.
039200     MOVE W07-HEADING-1 TO INTEGRPT-RECORD.
039300     WRITE INTEGRPT-RECORD.
039400     OPEN INPUT ARCHMAST.
039500     IF W05-ARCHMAST-NOFILE
039600         DISPLAY 'LNINTEG - NO ARCHMAST FILE - NO LOANS PURGED'
039700         GO TO 1000-EXIT
039800     END-IF.
039900     IF NOT W05-ARCHMAST-OK
040000         DISPLAY 'LNINTEG - ARCHMAST OPEN FAILED - STATUS='
040100             W05-ARCHMAST-STATUS
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 9999-EXIT
040400     END-IF.
040500     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
040600     PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT
040700         UNTIL W01-END-OF-ARCHMAST.
040800     CLOSE ARCHMAST.
040900 1000-EXIT.
041000     EXIT.
041100*
041200*----------------------------------------------------------*
041300* 1100-READ-ARCHIVE - READ THE NEXT ARCHIVED MASTER RECORD *
041400*----------------------------------------------------------*
041500 1100-READ-ARCHIVE.
041600     READ ARCHMAST
041700         AT END
041800             SET W01-END-OF-ARCHMAST TO TRUE
041900     END-READ.
042000 1100-EXIT.
042100     EXIT.
042200*
042300*----------------------------------------------------------*
042400* 1200-LOAD-ARCHIVE - ADD ONE ARCHIVED LOAN NUMBER TO THE  *
042500*     TABLE, THEN READ AHEAD                               *
042600*----------------------------------------------------------*
042700 1200-LOAD-ARCHIVE.
042800     ADD 1 TO W02-ARCHIVE-READ.
042900     IF W03-ARCH-COUNT >= 20000
043000         ADD 1 TO W02-ARCHIVE-OVERFLOW
043100     ELSE
043200         ADD 1 TO W03-ARCH-COUNT
043300         SET W03-ARCH-IDX TO W03-ARCH-COUNT
043400         MOVE ARCHMAST-RECORD(1:10)
043500             TO W03-ARCH-ENTRY(W03-ARCH-IDX)
043600     END-IF.
043700     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
043800 1200-EXIT.
043900     EXIT.
044000*
044100*----------------------------------------------------------*
044200* 2000-AUDIT-ESCSCHED - EVERY ESCROW SCHEDULE ITEM MUST    *
044300*     BELONG TO A LOAN STILL OPEN ON THE MASTER            *
044400*----------------------------------------------------------*
044500 2000-AUDIT-ESCSCHED.
044600     MOVE 'ESCSCHED' TO W04-FILE-NAME.
044700     MOVE ZERO TO W04-FILE-READ.
044800     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
044900     OPEN INPUT ESCSCHED.
045000     IF W05-ESCSCHED-NOFILE
045100         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
045200         GO TO 2000-EXIT
045300     END-IF.
045400     IF NOT W05-ESCSCHED-OK
045500         DISPLAY 'LNINTEG - ESCSCHED OPEN FAILED - STATUS='
045600             W05-ESCSCHED-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         GO TO 9999-EXIT
045900     END-IF.
046000     PERFORM 2010-READ-ESCSCHED THRU 2010-EXIT.
046100     PERFORM 2020-CHECK-ESCSCHED THRU 2020-EXIT
046200         UNTIL W01-END-OF-SATELLITE.
046300     CLOSE ESCSCHED.
046400     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
046500 2000-EXIT.
046600     EXIT.
046700*
046800*----------------------------------------------------------*
046900* 2010-READ-ESCSCHED - READ THE NEXT SCHEDULE ITEM         *
047000*----------------------------------------------------------*
047100 2010-READ-ESCSCHED.
047200     READ ESCSCHED
047300         AT END
047400             SET W01-END-OF-SATELLITE TO TRUE
047500     END-READ.
047600 2010-EXIT.
047700     EXIT.
047800*
047900*----------------------------------------------------------*
048000* 2020-CHECK-ESCSCHED - AUDIT ONE RECORD, THEN             *
048100*     READ AHEAD                                           *
048200*----------------------------------------------------------*
048300 2020-CHECK-ESCSCHED.
048400     ADD 1 TO W04-FILE-READ.
048500     MOVE ES-LOAN-NUMBER TO W04-LOOKUP-LOAN.
048600     MOVE W03-CAT-ESCSCHED TO W04-CATEGORY.
048700     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
048800     IF NOT W01-LOAN-FOUND
048900         MOVE ES-PAYEE-NAME TO W04-DETAIL-TEXT
049000         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
049100         GO TO 2020-NEXT
049200     END-IF.
049300     IF NOT W04-LAST-ACTIVE
049400         MOVE ES-PAYEE-NAME TO W04-DETAIL-TEXT
049500         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
049600     END-IF.
049700 2020-NEXT.
049800     PERFORM 2010-READ-ESCSCHED THRU 2010-EXIT.
049900 2020-EXIT.
050000     EXIT.
050100*
050200*----------------------------------------------------------*
050300* 2100-AUDIT-ACHENRL - EVERY ENROLLMENT MUST BELONG TO A   *
050400*     LOAN ON THE MASTER, AND ONE STILL ENROLLED TO A LOAN *
050500*     STILL OPEN                                           *
050600*----------------------------------------------------------*
050700 2100-AUDIT-ACHENRL.
050800     MOVE 'ACHENRL' TO W04-FILE-NAME.
050900     MOVE ZERO TO W04-FILE-READ.
051000     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
051100     OPEN INPUT ACHENRL.
051200     IF W05-ACHENRL-NOFILE
051300         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
051400         GO TO 2100-EXIT
051500     END-IF.
051600     IF NOT W05-ACHENRL-OK
051700         DISPLAY 'LNINTEG - ACHENRL OPEN FAILED - STATUS='
051800             W05-ACHENRL-STATUS
051900         MOVE 16 TO RETURN-CODE
052000         GO TO 9999-EXIT
052100     END-IF.
052200     PERFORM 2110-READ-ACHENRL THRU 2110-EXIT.
052300     PERFORM 2120-CHECK-ACHENRL THRU 2120-EXIT
052400         UNTIL W01-END-OF-SATELLITE.
052500     CLOSE ACHENRL.
052600     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
052700 2100-EXIT.
052800     EXIT.
052900*
053000*----------------------------------------------------------*
053100* 2110-READ-ACHENRL - READ THE NEXT ENROLLMENT             *
053200*----------------------------------------------------------*
053300 2110-READ-ACHENRL.
053400     READ ACHENRL
053500         AT END
053600             SET W01-END-OF-SATELLITE TO TRUE
053700     END-READ.
053800 2110-EXIT.
053900     EXIT.
054000*
054100*----------------------------------------------------------*
054200* 2120-CHECK-ACHENRL - AUDIT ONE RECORD, THEN              *
054300*     READ AHEAD                                           *
054400*----------------------------------------------------------*
054500 2120-CHECK-ACHENRL.
054600     ADD 1 TO W04-FILE-READ.
054700     MOVE AH-LOAN-NUMBER TO W04-LOOKUP-LOAN.
054800     MOVE W03-CAT-ACHENRL TO W04-CATEGORY.
054900     MOVE 'ENROLLMENT STATUS' TO W04-DETAIL-TEXT.
055000     MOVE AH-STATUS TO W04-DETAIL-TEXT(19:1).
055100     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
055200     IF NOT W01-LOAN-FOUND
055300         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
055400         GO TO 2120-NEXT
055500     END-IF.
055600     IF AH-STATUS-ENROLLED
055700         AND NOT W04-LAST-ACTIVE
055800         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
055900     END-IF.
056000 2120-NEXT.
056100     PERFORM 2110-READ-ACHENRL THRU 2110-EXIT.
056200 2120-EXIT.
056300     EXIT.
056400*
056500*----------------------------------------------------------*
056600* 2200-AUDIT-SUSPFILE - EVERY SUSPENSE RECORD MUST BELONG  *
056700*     TO A LOAN ON THE MASTER, AND FUNDS STILL HELD TO A   *
056800*     LOAN STILL OPEN                                      *
056900*----------------------------------------------------------*
057000 2200-AUDIT-SUSPFILE.
057100     MOVE 'SUSPFILE' TO W04-FILE-NAME.
057200     MOVE ZERO TO W04-FILE-READ.
057300     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
057400     OPEN INPUT SUSPFILE.
057500     IF W05-SUSPFILE-NOFILE
057600         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
057700         GO TO 2200-EXIT
057800     END-IF.
057900     IF NOT W05-SUSPFILE-OK
058000         DISPLAY 'LNINTEG - SUSPFILE OPEN FAILED - STATUS='
058100             W05-SUSPFILE-STATUS
058200         MOVE 16 TO RETURN-CODE
058300         GO TO 9999-EXIT
058400     END-IF.
058500     PERFORM 2210-READ-SUSPFILE THRU 2210-EXIT.
058600     PERFORM 2220-CHECK-SUSPFILE THRU 2220-EXIT
058700         UNTIL W01-END-OF-SATELLITE.
058800     CLOSE SUSPFILE.
058900     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
059000 2200-EXIT.
059100     EXIT.
059200*
059300*----------------------------------------------------------*
059400* 2210-READ-SUSPFILE - READ THE NEXT SUSPENSE RECORD       *
059500*----------------------------------------------------------*
059600 2210-READ-SUSPFILE.
059700     READ SUSPFILE
059800         AT END
059900             SET W01-END-OF-SATELLITE TO TRUE
060000     END-READ.
060100 2210-EXIT.
060200     EXIT.
060300*
060400*----------------------------------------------------------*
060500* 2220-CHECK-SUSPFILE - AUDIT ONE RECORD, THEN             *
060600*     READ AHEAD                                           *
060700*----------------------------------------------------------*
060800 2220-CHECK-SUSPFILE.
060900     ADD 1 TO W04-FILE-READ.
061000     MOVE SP-LOAN-NUMBER TO W04-LOOKUP-LOAN.
061100     MOVE W03-CAT-SUSPFILE TO W04-CATEGORY.
061200     MOVE SP-SUSPENSE-BALANCE TO W04-AMOUNT-EDIT.
061300     MOVE 'HELD' TO W04-DETAIL-TEXT.
061400     MOVE W04-AMOUNT-EDIT TO W04-DETAIL-TEXT(6:17).
061500     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
061600     IF NOT W01-LOAN-FOUND
061700         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
061800         GO TO 2220-NEXT
061900     END-IF.
062000     IF SP-STATUS-HELD
062100         AND SP-SUSPENSE-BALANCE NOT = ZERO
062200         AND NOT W04-LAST-ACTIVE
062300         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
062400     END-IF.
062500 2220-NEXT.
062600     PERFORM 2210-READ-SUSPFILE THRU 2210-EXIT.
062700 2220-EXIT.
062800     EXIT.
062900*
063000*----------------------------------------------------------*
063100* 2300-AUDIT-PAYOFLOG - EVERY QUOTE MUST BELONG TO A LOAN  *
063200*     ON THE MASTER, AND A QUOTE STILL OPEN AND GOOD ON    *
063300*     THE CYCLE DATE TO A LOAN STILL OPEN                  *
063400*----------------------------------------------------------*
063500 2300-AUDIT-PAYOFLOG.
063600     MOVE 'PAYOFLOG' TO W04-FILE-NAME.
063700     MOVE ZERO TO W04-FILE-READ.
063800     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
063900     OPEN INPUT PAYOFLOG.
064000     IF W05-PAYOFLOG-NOFILE
064100         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
064200         GO TO 2300-EXIT
064300     END-IF.
064400     IF NOT W05-PAYOFLOG-OK
064500         DISPLAY 'LNINTEG - PAYOFLOG OPEN FAILED - STATUS='
064600             W05-PAYOFLOG-STATUS
064700         MOVE 16 TO RETURN-CODE
064800         GO TO 9999-EXIT
064900     END-IF.
065000     PERFORM 2310-READ-PAYOFLOG THRU 2310-EXIT.
065100     PERFORM 2320-CHECK-PAYOFLOG THRU 2320-EXIT
065200         UNTIL W01-END-OF-SATELLITE.
065300     CLOSE PAYOFLOG.
065400     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
065500 2300-EXIT.
065600     EXIT.
065700*
065800*----------------------------------------------------------*
065900* 2310-READ-PAYOFLOG - READ THE NEXT QUOTE LOG RECORD      *
066000*----------------------------------------------------------*
066100 2310-READ-PAYOFLOG.
066200     READ PAYOFLOG
066300         AT END
066400             SET W01-END-OF-SATELLITE TO TRUE
066500     END-READ.
066600 2310-EXIT.
066700     EXIT.
066800*
066900*----------------------------------------------------------*
067000* 2320-CHECK-PAYOFLOG - AUDIT ONE RECORD, THEN             *
067100*     READ AHEAD                                           *
067200*----------------------------------------------------------*
067300 2320-CHECK-PAYOFLOG.
067400     ADD 1 TO W04-FILE-READ.
067500     MOVE PL-LOAN-NUMBER TO W04-LOOKUP-LOAN.
067600     MOVE W03-CAT-PAYOFLOG TO W04-CATEGORY.
067700     MOVE 'QUOTED' TO W04-DETAIL-TEXT.
067800     MOVE PL-QUOTE-DATE TO W04-DETAIL-TEXT(8:8).
067900     MOVE 'GOOD THRU' TO W04-DETAIL-TEXT(17:9).
068000     MOVE PL-GOOD-THRU-DATE TO W04-DETAIL-TEXT(27:8).
068100     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
068200     IF NOT W01-LOAN-FOUND
068300         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
068400         GO TO 2320-NEXT
068500     END-IF.
068600     IF PL-STATUS-QUOTED
068700         AND PL-GOOD-THRU-DATE NOT < W04-CYCLE-DATE
068800         AND NOT W04-LAST-ACTIVE
068900         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
069000     END-IF.
069100 2320-NEXT.
069200     PERFORM 2310-READ-PAYOFLOG THRU 2310-EXIT.
069300 2320-EXIT.
069400     EXIT.
069500*
069600*----------------------------------------------------------*
069700* 2400-AUDIT-PAYHIST - EVERY HISTORY RECORD MUST BELONG TO *
069800*     A LOAN ON THE MASTER.  HISTORY LEFT BEHIND FOR A     *
069900*     PURGED LOAN SHOULD HAVE GONE TO THE HISTORY ARCHIVE  *
070000*----------------------------------------------------------*
070100 2400-AUDIT-PAYHIST.
070200     MOVE 'PAYHIST' TO W04-FILE-NAME.
070300     MOVE ZERO TO W04-FILE-READ.
070400     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
070500     OPEN INPUT PAYHIST.
070600     IF W05-PAYHIST-NOFILE
070700         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
070800         GO TO 2400-EXIT
070900     END-IF.
071000     IF NOT W05-PAYHIST-OK
071100         DISPLAY 'LNINTEG - PAYHIST OPEN FAILED - STATUS='
071200             W05-PAYHIST-STATUS
071300         MOVE 16 TO RETURN-CODE
071400         GO TO 9999-EXIT
071500     END-IF.
071600     PERFORM 2410-READ-PAYHIST THRU 2410-EXIT.
071700     PERFORM 2420-CHECK-PAYHIST THRU 2420-EXIT
071800         UNTIL W01-END-OF-SATELLITE.
071900     CLOSE PAYHIST.
072000     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
072100 2400-EXIT.
072200     EXIT.
072300*
072400*----------------------------------------------------------*
072500* 2410-READ-PAYHIST - READ THE NEXT HISTORY RECORD         *
072600*----------------------------------------------------------*
072700 2410-READ-PAYHIST.
072800     READ PAYHIST
072900         AT END
073000             SET W01-END-OF-SATELLITE TO TRUE
073100     END-READ.
073200 2410-EXIT.
073300     EXIT.
073400*
073500*----------------------------------------------------------*
073600* 2420-CHECK-PAYHIST - AUDIT ONE RECORD, THEN              *
073700*     READ AHEAD                                           *
073800*----------------------------------------------------------*
073900 2420-CHECK-PAYHIST.
074000     ADD 1 TO W04-FILE-READ.
074100     MOVE PH-LOAN-NUMBER TO W04-LOOKUP-LOAN.
074200     MOVE W03-CAT-PAYHIST TO W04-CATEGORY.
074300     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
074400     IF NOT W01-LOAN-FOUND
074500         MOVE PH-PAYMENT-AMOUNT TO W04-AMOUNT-EDIT
074600         MOVE 'PAID' TO W04-DETAIL-TEXT
074700         MOVE PH-PAID-DATE TO W04-DETAIL-TEXT(6:8)
074800         MOVE W04-AMOUNT-EDIT TO W04-DETAIL-TEXT(15:17)
074900         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
075000     END-IF.
075100     PERFORM 2410-READ-PAYHIST THRU 2410-EXIT.
075200 2420-EXIT.
075300     EXIT.
075400*
075500*----------------------------------------------------------*
075600* 2500-AUDIT-ARCHHIST - EVERY ARCHIVED HISTORY RECORD MUST *
075700*     BELONG TO A LOAN ON THE ARCHIVED MASTER FILE.  THE   *
075710*     ARCHIVE LOOKUP HERE BYPASSES THE LAST-LOAN ANSWER    *
075720*     KEPT BY 4000, SO IT IS CLEARED FOR THE NEXT FILE     *
075800*----------------------------------------------------------*
075900 2500-AUDIT-ARCHHIST.
076000     MOVE 'ARCHHIST' TO W04-FILE-NAME.
076100     MOVE ZERO TO W04-FILE-READ.
076200     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
076300     OPEN INPUT ARCHHIST.
076400     IF W05-ARCHHIST-NOFILE
076500         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
076600         GO TO 2500-EXIT
076700     END-IF.
076800     IF NOT W05-ARCHHIST-OK
076900         DISPLAY 'LNINTEG - ARCHHIST OPEN FAILED - STATUS='
077000             W05-ARCHHIST-STATUS
077100         MOVE 16 TO RETURN-CODE
077200         GO TO 9999-EXIT
077300     END-IF.
077400     PERFORM 2510-READ-ARCHHIST THRU 2510-EXIT.
077500     PERFORM 2520-CHECK-ARCHHIST THRU 2520-EXIT
077600         UNTIL W01-END-OF-SATELLITE.
077700     CLOSE ARCHHIST.
077710     MOVE LOW-VALUES TO W04-LAST-LOAN.
077800     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
077900 2500-EXIT.
078000     EXIT.
078100*
078200*----------------------------------------------------------*
078300* 2510-READ-ARCHHIST - READ THE NEXT RECORD                *
078400*----------------------------------------------------------*
078500 2510-READ-ARCHHIST.
078600     READ ARCHHIST INTO PAYMENT-HISTORY-RECORD
078700         AT END
078800             SET W01-END-OF-SATELLITE TO TRUE
078900     END-READ.
079000 2510-EXIT.
079100     EXIT.
079200*
079300*----------------------------------------------------------*
079400* 2520-CHECK-ARCHHIST - AUDIT ONE RECORD, THEN             *
079500*     READ AHEAD                                           *
079600*----------------------------------------------------------*
079700 2520-CHECK-ARCHHIST.
079800     ADD 1 TO W04-FILE-READ.
079900     MOVE PH-LOAN-NUMBER TO W04-LOOKUP-LOAN.
080000     MOVE W03-CAT-ARCHHIST TO W04-CATEGORY.
080100     PERFORM 4100-SEARCH-ARCHIVE THRU 4100-EXIT.
080200     IF NOT W01-LOAN-ARCHIVED
080300         MOVE PH-PAYMENT-AMOUNT TO W04-AMOUNT-EDIT
080400         MOVE 'PAID' TO W04-DETAIL-TEXT
080500         MOVE PH-PAID-DATE TO W04-DETAIL-TEXT(6:8)
080600         MOVE W04-AMOUNT-EDIT TO W04-DETAIL-TEXT(15:17)
080700         MOVE 'ORPHAN' TO W07-X-KIND
080800         ADD 1 TO W02-ORPHANS
080900         PERFORM 5200-WRITE-EXCEPTION THRU 5200-EXIT
081000     END-IF.
081100     PERFORM 2510-READ-ARCHHIST THRU 2510-EXIT.
081200 2520-EXIT.
081300     EXIT.
081400*
081500*----------------------------------------------------------*
081600* 2600-AUDIT-PLANFILE - EVERY PAYMENT PLAN MUST BELONG TO  *
081700*     A LOAN ON THE MASTER, AND A PLAN STILL ACTIVE TO A   *
081800*     LOAN STILL OPEN                                      *
081900*----------------------------------------------------------*
082000 2600-AUDIT-PLANFILE.
082100     MOVE 'PLANFILE' TO W04-FILE-NAME.
082200     MOVE ZERO TO W04-FILE-READ.
082300     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
082400     OPEN INPUT PLANFILE.
082500     IF W05-PLANFILE-NOFILE
082600         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
082700         GO TO 2600-EXIT
082800     END-IF.
082900     IF NOT W05-PLANFILE-OK
083000         DISPLAY 'LNINTEG - PLANFILE OPEN FAILED - STATUS='
083100             W05-PLANFILE-STATUS
083200         MOVE 16 TO RETURN-CODE
083300         GO TO 9999-EXIT
083400     END-IF.
083500     PERFORM 2610-READ-PLANFILE THRU 2610-EXIT.
083600     PERFORM 2620-CHECK-PLANFILE THRU 2620-EXIT
083700         UNTIL W01-END-OF-SATELLITE.
083800     CLOSE PLANFILE.
083900     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
084000 2600-EXIT.
084100     EXIT.
084200*
084300*----------------------------------------------------------*
084400* 2610-READ-PLANFILE - READ THE NEXT PAYMENT PLAN          *
084500*----------------------------------------------------------*
084600 2610-READ-PLANFILE.
084700     READ PLANFILE
084800         AT END
084900             SET W01-END-OF-SATELLITE TO TRUE
085000     END-READ.
085100 2610-EXIT.
085200     EXIT.
085300*
085400*----------------------------------------------------------*
085500* 2620-CHECK-PLANFILE - AUDIT ONE RECORD, THEN             *
085600*     READ AHEAD                                           *
085700*----------------------------------------------------------*
085800 2620-CHECK-PLANFILE.
085900     ADD 1 TO W04-FILE-READ.
086000     MOVE PP-LOAN-NUMBER TO W04-LOOKUP-LOAN.
086100     MOVE W03-CAT-PLANFILE TO W04-CATEGORY.
086200     MOVE 'PLAN STATUS' TO W04-DETAIL-TEXT.
086300     MOVE PP-PLAN-STATUS TO W04-DETAIL-TEXT(13:1).
086400     MOVE 'ENDS' TO W04-DETAIL-TEXT(16:4).
086500     MOVE PP-END-DATE TO W04-DETAIL-TEXT(21:8).
086600     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
086700     IF NOT W01-LOAN-FOUND
086800         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
086900         GO TO 2620-NEXT
087000     END-IF.
087100     IF PP-STATUS-ACTIVE
087200         AND NOT W04-LAST-ACTIVE
087300         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
087400     END-IF.
087500 2620-NEXT.
087600     PERFORM 2610-READ-PLANFILE THRU 2610-EXIT.
087700 2620-EXIT.
087800     EXIT.
087900*
088000*----------------------------------------------------------*
088100* 2700-AUDIT-PMIFILE - EVERY PMI POLICY MUST BELONG TO A   *
088200*     LOAN ON THE MASTER, AND A POLICY STILL ACTIVE TO A   *
088300*     LOAN STILL OPEN                                      *
088400*----------------------------------------------------------*
088500 2700-AUDIT-PMIFILE.
088600     MOVE 'PMIFILE' TO W04-FILE-NAME.
088700     MOVE ZERO TO W04-FILE-READ.
088800     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
088900     OPEN INPUT PMIFILE.
089000     IF W05-PMIFILE-NOFILE
089100         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
089200         GO TO 2700-EXIT
089300     END-IF.
089400     IF NOT W05-PMIFILE-OK
089500         DISPLAY 'LNINTEG - PMIFILE OPEN FAILED - STATUS='
089600             W05-PMIFILE-STATUS
089700         MOVE 16 TO RETURN-CODE
089800         GO TO 9999-EXIT
089900     END-IF.
090000     PERFORM 2710-READ-PMIFILE THRU 2710-EXIT.
090100     PERFORM 2720-CHECK-PMIFILE THRU 2720-EXIT
090200         UNTIL W01-END-OF-SATELLITE.
090300     CLOSE PMIFILE.
090400     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
090500 2700-EXIT.
090600     EXIT.
090700*
090800*----------------------------------------------------------*
090900* 2710-READ-PMIFILE - READ THE NEXT PMI POLICY             *
091000*----------------------------------------------------------*
091100 2710-READ-PMIFILE.
091200     READ PMIFILE
091300         AT END
091400             SET W01-END-OF-SATELLITE TO TRUE
091500     END-READ.
091600 2710-EXIT.
091700     EXIT.
091800*
091900*----------------------------------------------------------*
092000* 2720-CHECK-PMIFILE - AUDIT ONE RECORD, THEN              *
092100*     READ AHEAD                                           *
092200*----------------------------------------------------------*
092300 2720-CHECK-PMIFILE.
092400     ADD 1 TO W04-FILE-READ.
092500     MOVE PM-LOAN-NUMBER TO W04-LOOKUP-LOAN.
092600     MOVE W03-CAT-PMIFILE TO W04-CATEGORY.
092700     MOVE 'POLICY STATUS' TO W04-DETAIL-TEXT.
092800     MOVE PM-POLICY-STATUS TO W04-DETAIL-TEXT(15:1).
092900     MOVE 'CERT' TO W04-DETAIL-TEXT(18:4).
093000     MOVE PM-CERTIFICATE-NUMBER TO W04-DETAIL-TEXT(23:14).
093100     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
093200     IF NOT W01-LOAN-FOUND
093300         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
093400         GO TO 2720-NEXT
093500     END-IF.
093600     IF PM-STATUS-ACTIVE
093700         AND NOT W04-LAST-ACTIVE
093800         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
093900     END-IF.
094000 2720-NEXT.
094100     PERFORM 2710-READ-PMIFILE THRU 2710-EXIT.
094200 2720-EXIT.
094300     EXIT.
094400*
094500*----------------------------------------------------------*
094600* 2800-AUDIT-ADVLEDGR - EVERY ADVANCE LEDGER ENTRY MUST    *
094700*     BELONG TO A LOAN ON THE MASTER, AND AN ADVANCE STILL *
094800*     OUTSTANDING TO A LOAN STILL OPEN                     *
094900*----------------------------------------------------------*
095000 2800-AUDIT-ADVLEDGR.
095100     MOVE 'ADVLEDGR' TO W04-FILE-NAME.
095200     MOVE ZERO TO W04-FILE-READ.
095300     MOVE 'N' TO W01-SATELLITE-EOF-SWITCH.
095400     OPEN INPUT ADVLEDGR.
095500     IF W05-ADVLEDGR-NOFILE
095600         PERFORM 7100-WRITE-NOT-PRESENT THRU 7100-EXIT
095700         GO TO 2800-EXIT
095800     END-IF.
095900     IF NOT W05-ADVLEDGR-OK
096000         DISPLAY 'LNINTEG - ADVLEDGR OPEN FAILED - STATUS='
096100             W05-ADVLEDGR-STATUS
096200         MOVE 16 TO RETURN-CODE
096300         GO TO 9999-EXIT
096400     END-IF.
096500     PERFORM 2810-READ-ADVLEDGR THRU 2810-EXIT.
096600     PERFORM 2820-CHECK-ADVLEDGR THRU 2820-EXIT
096700         UNTIL W01-END-OF-SATELLITE.
096800     CLOSE ADVLEDGR.
096900     PERFORM 7000-WRITE-FILE-COUNT THRU 7000-EXIT.
097000 2800-EXIT.
097100     EXIT.
097200*
097300*----------------------------------------------------------*
097400* 2810-READ-ADVLEDGR - READ THE NEXT ADVANCE LEDGER ENTRY  *
097500*----------------------------------------------------------*
097600 2810-READ-ADVLEDGR.
097700     READ ADVLEDGR
097800         AT END
097900             SET W01-END-OF-SATELLITE TO TRUE
098000     END-READ.
098100 2810-EXIT.
098200     EXIT.
098300*
098400*----------------------------------------------------------*
098500* 2820-CHECK-ADVLEDGR - AUDIT ONE RECORD, THEN             *
098600*     READ AHEAD                                           *
098700*----------------------------------------------------------*
098800 2820-CHECK-ADVLEDGR.
098900     ADD 1 TO W04-FILE-READ.
099000     MOVE AL-LOAN-NUMBER TO W04-LOOKUP-LOAN.
099100     MOVE W03-CAT-ADVLEDGR TO W04-CATEGORY.
099200     MOVE AL-OUTSTANDING-AMOUNT TO W04-AMOUNT-EDIT.
099300     MOVE 'OUTSTANDING' TO W04-DETAIL-TEXT.
099400     MOVE W04-AMOUNT-EDIT TO W04-DETAIL-TEXT(13:17).
099500     PERFORM 4000-LOOKUP-LOAN THRU 4000-EXIT.
099600     IF NOT W01-LOAN-FOUND
099700         PERFORM 5000-REPORT-ORPHAN THRU 5000-EXIT
099800         GO TO 2820-NEXT
099900     END-IF.
100000     IF AL-OUTSTANDING-AMOUNT > ZERO
100100         AND NOT W04-LAST-ACTIVE
100200         PERFORM 5100-REPORT-CONFLICT THRU 5100-EXIT
100300     END-IF.
100400 2820-NEXT.
100500     PERFORM 2810-READ-ADVLEDGR THRU 2810-EXIT.
100600 2820-EXIT.
100700     EXIT.
100800*
100900*----------------------------------------------------------*
101000* 4000-LOOKUP-LOAN - RANDOM-READ THE LOAN ON THE MASTER    *
101100*     AND, WHEN IT IS NOT THERE, LOOK FOR IT IN THE        *
101200*     ARCHIVE.  THE LAST ANSWER IS KEPT SO A FILE IN LOAN  *
101300*     ORDER READS EACH LOAN ONCE                           *
101400*----------------------------------------------------------*
101500 4000-LOOKUP-LOAN.
101600     IF W04-LOOKUP-LOAN = W04-LAST-LOAN
101700         GO TO 4000-EXIT
101800     END-IF.
101900     MOVE W04-LOOKUP-LOAN TO W04-LAST-LOAN.
102000     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
102100     MOVE 'N' TO W01-LOAN-ARCHIVED-SWITCH.
102200     MOVE SPACE TO W04-LAST-STATUS.
102300     MOVE W04-LOOKUP-LOAN TO LM-LOAN-NUMBER.
102400     READ LOANMAST
102500         INVALID KEY
102600             CONTINUE
102700         NOT INVALID KEY
102800             SET W01-LOAN-FOUND TO TRUE
102900             MOVE LM-LOAN-STATUS TO W04-LAST-STATUS
103000     END-READ.
103100     IF NOT W01-LOAN-FOUND
103200         PERFORM 4100-SEARCH-ARCHIVE THRU 4100-EXIT
103300     END-IF.
103400 4000-EXIT.
103500     EXIT.
103600*
103700*----------------------------------------------------------*
103800* 4100-SEARCH-ARCHIVE - LOOK THE LOAN UP IN THE TABLE OF   *
103900*     ARCHIVED LOAN NUMBERS                                *
104000*----------------------------------------------------------*
104100 4100-SEARCH-ARCHIVE.
104200     MOVE 'N' TO W01-LOAN-ARCHIVED-SWITCH.
104300     IF W03-ARCH-COUNT = ZERO
104400         GO TO 4100-EXIT
104500     END-IF.
104600     SET W03-ARCH-IDX TO 1.
104700     SEARCH W03-ARCH-ENTRY
104800         AT END
104900             CONTINUE
105000         WHEN W03-ARCH-ENTRY(W03-ARCH-IDX) = W04-LOOKUP-LOAN
105100             SET W01-LOAN-ARCHIVED TO TRUE
105200     END-SEARCH.
105300 4100-EXIT.
105400     EXIT.
105500*
105600*----------------------------------------------------------*
105700* 5000-REPORT-ORPHAN - A RECORD WITH NO LOAN ON THE        *
105800*     MASTER.  THE FILE'S FIRST CATEGORY IS A PURGED LOAN, *
105900*     THE NEXT A LOAN ON NEITHER FILE                      *
106000*----------------------------------------------------------*
106100 5000-REPORT-ORPHAN.
106200     IF NOT W01-LOAN-ARCHIVED
106300         ADD 1 TO W04-CATEGORY
106400     END-IF.
106500     MOVE 'ORPHAN' TO W07-X-KIND.
106600     ADD 1 TO W02-ORPHANS.
106700     PERFORM 5200-WRITE-EXCEPTION THRU 5200-EXIT.
106800 5000-EXIT.
106900     EXIT.
107000*
107100*----------------------------------------------------------*
107200* 5100-REPORT-CONFLICT - A RECORD STILL WORKING FOR A LOAN *
107300*     PAID OFF OR INACTIVE.  THE FILE'S THIRD CATEGORY     *
107400*----------------------------------------------------------*
107500 5100-REPORT-CONFLICT.
107600     ADD 2 TO W04-CATEGORY.
107700     MOVE 'CONFLICT' TO W07-X-KIND.
107800     ADD 1 TO W02-CONFLICTS.
107900     MOVE 'LOAN STATUS' TO W04-DETAIL-TEXT(37:11).
108000     MOVE W04-LAST-STATUS TO W04-DETAIL-TEXT(49:1).
108100     PERFORM 5200-WRITE-EXCEPTION THRU 5200-EXIT.
108200 5100-EXIT.
108300     EXIT.
108400*
108500*----------------------------------------------------------*
108600* 5200-WRITE-EXCEPTION - COUNT THE EXCEPTION UNDER ITS     *
108700*     CATEGORY AND LIST IT ON THE REPORT                   *
108800*----------------------------------------------------------*
108900 5200-WRITE-EXCEPTION.
109000     ADD 1 TO W03-CAT-COUNT(W04-CATEGORY).
109100     SET W03-CAT-IDX TO W04-CATEGORY.
109200     MOVE W04-FILE-NAME TO W07-X-FILE.
109300     MOVE W04-LOOKUP-LOAN TO W07-X-LOAN-NUMBER.
109400     MOVE W03-CAT-TEXT(W03-CAT-IDX) TO W07-X-CATEGORY.
109500     MOVE W04-DETAIL-TEXT TO W07-X-DETAIL.
109600     MOVE SPACES TO INTEGRPT-RECORD.
109700     MOVE W07-EXCEPT-LINE TO INTEGRPT-RECORD.
109800     WRITE INTEGRPT-RECORD.
109900     MOVE SPACES TO W04-DETAIL-TEXT.
110000 5200-EXIT.
110100     EXIT.
110200*
110300*----------------------------------------------------------*
110400* 7000-WRITE-FILE-COUNT - WRITE THE RECORDS READ FROM THE  *
110500*     FILE JUST AUDITED                                    *
110600*----------------------------------------------------------*
110700 7000-WRITE-FILE-COUNT.
110800     ADD W04-FILE-READ TO W02-RECORDS-READ.
110900     MOVE W04-FILE-NAME TO W07-F-FILE.
111000     MOVE W04-FILE-READ TO W07-F-COUNT.
111100     MOVE SPACES TO W07-F-NOTE.
111200     MOVE SPACES TO INTEGRPT-RECORD.
111300     MOVE W07-FILE-LINE TO INTEGRPT-RECORD.
111400     WRITE INTEGRPT-RECORD.
111500 7000-EXIT.
111600     EXIT.
111700*
111800*----------------------------------------------------------*
111900* 7100-WRITE-NOT-PRESENT - THE FILE HAS NOT BEEN CREATED   *
112000*     YET AND IS AUDITED AS EMPTY                          *
112100*----------------------------------------------------------*
112200 7100-WRITE-NOT-PRESENT.
112300     DISPLAY 'LNINTEG - NO ' W04-FILE-NAME
112400         ' FILE - AUDITED AS EMPTY'.
112500     MOVE W04-FILE-NAME TO W07-F-FILE.
112600     MOVE ZERO TO W07-F-COUNT.
112700     MOVE 'FILE NOT PRESENT' TO W07-F-NOTE.
112800     MOVE SPACES TO INTEGRPT-RECORD.
112900     MOVE W07-FILE-LINE TO INTEGRPT-RECORD.
113000     WRITE INTEGRPT-RECORD.
113100 7100-EXIT.
113200     EXIT.
113300*
113400*----------------------------------------------------------*
113500* 8000-WRITE-SUMMARY - WRITE THE EXCEPTION COUNT FOR EVERY *
113600*     CATEGORY, THEN THE RUN TOTALS                        *
113700*----------------------------------------------------------*
113800 8000-WRITE-SUMMARY.
113900     PERFORM 8100-WRITE-CATEGORY-LINE THRU 8100-EXIT
114000         VARYING W04-CATEGORY FROM 1 BY 1
114100         UNTIL W04-CATEGORY > 24.
114200     MOVE 'ARCHIVED LOANS LOADED' TO W07-T-CAPTION.
114300     MOVE W03-ARCH-COUNT TO W07-T-COUNT.
114400     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
114500     IF W02-ARCHIVE-OVERFLOW > 0
114600         MOVE 'ARCHIVED LOANS NOT LOADED - ORPHANS OVERSTATED'
114700             TO W07-T-CAPTION
114800         MOVE W02-ARCHIVE-OVERFLOW TO W07-T-COUNT
114900         PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT
115000     END-IF.
115100     MOVE 'SATELLITE AND ARCHIVE RECORDS READ' TO W07-T-CAPTION.
115200     MOVE W02-RECORDS-READ TO W07-T-COUNT.
115300     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
115400     MOVE 'TOTAL ORPHANS' TO W07-T-CAPTION.
115500     MOVE W02-ORPHANS TO W07-T-COUNT.
115600     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
115700     MOVE 'TOTAL STATUS CONFLICTS' TO W07-T-CAPTION.
115800     MOVE W02-CONFLICTS TO W07-T-COUNT.
115900     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
116000 8000-EXIT.
116100     EXIT.
116200*
116300*----------------------------------------------------------*
116400* 8100-WRITE-CATEGORY-LINE - WRITE ONE CATEGORY'S COUNT    *
116500*----------------------------------------------------------*
116600 8100-WRITE-CATEGORY-LINE.
116700     SET W03-CAT-IDX TO W04-CATEGORY.
116800     MOVE W03-CAT-FILE(W03-CAT-IDX) TO W07-C-FILE.
116900     IF W03-CAT-ORPHAN(W03-CAT-IDX)
117000         MOVE 'ORPHAN' TO W07-C-KIND
117100     ELSE
117200         MOVE 'CONFLICT' TO W07-C-KIND
117300     END-IF.
117400     MOVE W03-CAT-TEXT(W03-CAT-IDX) TO W07-C-CATEGORY.
117500     MOVE W03-CAT-COUNT(W04-CATEGORY) TO W07-C-COUNT.
117600     MOVE SPACES TO INTEGRPT-RECORD.
117700     MOVE W07-COUNT-LINE TO INTEGRPT-RECORD.
117800     WRITE INTEGRPT-RECORD.
117900 8100-EXIT.
118000     EXIT.
118100*
118200*----------------------------------------------------------*
118300* 8200-WRITE-TOTAL-LINE - WRITE ONE RUN TOTAL LINE         *
118400*----------------------------------------------------------*
118500 8200-WRITE-TOTAL-LINE.
118600     MOVE SPACES TO INTEGRPT-RECORD.
118700     MOVE W07-TOTAL-LINE TO INTEGRPT-RECORD.
118800     WRITE INTEGRPT-RECORD.
118900 8200-EXIT.
119000     EXIT.
119100*
119200*----------------------------------------------------------*
119300* 9000-TERMINATE - CLOSE THE MASTER AND THE REPORT.  EACH  *
119400*     AUDITED FILE WAS CLOSED AT THE END OF ITS PASS       *
119500*----------------------------------------------------------*
119600 9000-TERMINATE.
119700     CLOSE LOANMAST.
119800     CLOSE INTEGRPT.
119900 9000-EXIT.
120000     EXIT.
120100*
120200*----------------------------------------------------------*
120300* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
120400*----------------------------------------------------------*
120500 9999-EXIT.
120600     GOBACK.
