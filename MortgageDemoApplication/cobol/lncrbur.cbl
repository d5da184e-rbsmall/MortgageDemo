000100 IDENTIFICATION DIVISION.
000200*
000300* MONTHLY CREDIT BUREAU REPORTING - BUILDS THE METRO 2 FORMAT
000400* FILE FURNISHED TO THE CREDIT BUREAUS AT MONTH END, AS THE
000500* SERVICING AGREEMENTS REQUIRE: ONE HEADER, ONE BASE SEGMENT FOR
000600* EVERY LOAN FURNISHED AND A TRAILER CARRYING THE SEGMENT AND
000700* ACCOUNT STATUS COUNTS AND THE BALANCE TOTALS.
000800*
000900* THE ACTIVITY DATE COMES FROM THE PARM AS YYYYMMDD; WITH NO
001000* PARM IT DEFAULTS TO THE RUN DATE.  AN ACTIVE LOAN IS REPORTED
001100* WITH ITS DAYS PAST DUE COUNTED AS OF THE ACTIVITY DATE ON THE
001200* SAME 30/360 CONVENTION AS THE DAILY AGING, WHICH SETS ITS
001300* ACCOUNT STATUS (CURRENT, 30, 60, 90, 120, 150 OR 180 DAYS) AND
001400* ITS AMOUNT PAST DUE - THE MISSED INSTALLMENTS, AS ON THE
001500* AGING'S ESCALATION EVENT.  A LOAN ON AN ACTIVE FORBEARANCE PLAN
001600* CARRIES THE FORBEARANCE SPECIAL COMMENT.
001700*
001800* A PAID-OFF LOAN GETS ONE FINAL PAID-IN-FULL REPORT, IN THE
001900* MONTH ITS LAST PAYMENT POSTED, AND IS NOT FURNISHED AFTER
002000* THAT.  THE CRBCTL CONTROL FILE KEEPS THE LAST ACTIVITY DATE
002100* REPORTED (AND THE ONE BEFORE IT, SO A RERUN OF THE SAME MONTH
002200* PICKS UP THE SAME PAYOFFS); A PAYOFF IS REPORTED WHEN ITS LAST
002300* PAYMENT FALLS AFTER THE PRIOR MONTH'S ACTIVITY DATE.  WITH NO
002400* CONTROL FILE, PAYOFFS IN THE ACTIVITY MONTH ARE REPORTED.  AN
002500* INACTIVATED LOAN HAS LEFT THE PORTFOLIO AND IS NOT FURNISHED.
002600*
002700* THE DATE AND AMOUNT OF THE LAST PAYMENT COME FROM THE PAYMENT
002800* HISTORY, WHICH MUST ARRIVE SORTED BY LOAN NUMBER (THE JOB'S
002900* SORT STEP DOES THIS) SO IT CAN BE MATCHED AGAINST THE MASTER
003000* IN KEY ORDER.  THE ACTUAL PAYMENT AMOUNT IS THE NET OF THE
003100* ACTIVITY MONTH'S PAYMENTS AND REVERSALS.  HISTORY OUT OF LOAN
003200* ORDER STOPS THE RUN WITH RC 16 BEFORE THE TRAILER IS WRITTEN,
003300* SO THE INCOMPLETE FILE CANNOT LOAD AT THE BUREAUS.
003400*
003500* A LOAN WITH DATA THE BUREAUS WOULD REJECT - NO BORROWER NAME,
003600* A NAME NOT KEPT AS SURNAME, FIRST NAME, A NON-NUMERIC BALANCE,
003700* PAYMENT OR LATE-CHARGE FIELD, AN INVALID DUE DATE OR AN UNKNOWN
003800* STATUS - IS HELD BACK AND LISTED ON THE CRBEDRPT EDIT REPORT
003900* WITH EVERY REASON FOUND, AND ENDS THE RUN WITH RC 4.
004000*
004100 PROGRAM-ID.  LNCRBUR.
004200 AUTHOR.      R SMALL.
004300 INSTALLATION. MORTGAGE SERVICING DIVISION.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.
004600*
004700*-----------------------------------------------------------*
004800* MODIFICATION HISTORY                                      *
004900*-----------------------------------------------------------*
005000* DATE       INIT DESCRIPTION                                *
005100* 10/15/2026 RS   ORIGINAL - MONTHLY CREDIT BUREAU REPORTING  *
005110* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES FOR THE *
005120*                 PAYOFF RECEIVED DATE                        *
005200*-----------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT LOANMAST ASSIGN TO LOANMAST
005700         ORGANIZATION INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS LM-LOAN-NUMBER
006000         FILE STATUS IS W05-LOANMAST-STATUS.
006100     SELECT PAYHIST ASSIGN TO PAYHIST
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS W05-PAYHIST-STATUS.
006400     SELECT PLANFILE ASSIGN TO PLANFILE
006500         ORGANIZATION INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS PP-LOAN-NUMBER
006800         FILE STATUS IS W05-PLANFILE-STATUS.
006900     SELECT CRBCTL ASSIGN TO CRBCTL
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS W05-CRBCTL-STATUS.
007200     SELECT CRBFILE ASSIGN TO CRBFILE
007300         ORGANIZATION LINE SEQUENTIAL
007400         FILE STATUS IS W05-CRBFILE-STATUS.
007500     SELECT CRBEDRPT ASSIGN TO CRBEDRPT
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS W05-CRBEDRPT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  LOANMAST.
008100     COPY LOANMAST.
008200 FD  PAYHIST
008300     RECORD CONTAINS 74 CHARACTERS.
008400     COPY PAYHREC.
008500 FD  PLANFILE.
008600     COPY PAYPLAN.
008700 FD  CRBCTL.
008800 01  CRBCTL-RECORD.
008900     05  CRBCTL-LAST-DATE        PIC 9(08).
009000     05  CRBCTL-PRIOR-DATE       PIC 9(08).
009100 FD  CRBFILE
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 426 CHARACTERS.
009400     COPY METRO2.
009500 FD  CRBEDRPT
009600     RECORDING MODE IS F.
009700 01  CRBEDRPT-RECORD             PIC X(132).
009800 WORKING-STORAGE SECTION.
009900*
010000*    SWITCHES
010100*
010200 01  W01-LOANMAST-EOF-SWITCH     PIC X(01) VALUE 'N'.
010300     88  W01-END-OF-LOANMAST         VALUE 'Y'.
010400 01  W01-PAYHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
010500     88  W01-END-OF-PAYHIST          VALUE 'Y'.
010600 01  W01-SEQUENCE-SWITCH         PIC X(01) VALUE 'N'.
010700     88  W01-HISTORY-OUT-OF-SEQ      VALUE 'Y'.
010800 01  W01-HOLD-SWITCH             PIC X(01) VALUE 'N'.
010900     88  W01-LOAN-HELD               VALUE 'Y'.
011000 01  W01-PLANFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
011100     88  W01-PLANFILE-OPEN           VALUE 'Y'.
011200*
011300*    COUNTERS
011400*
011500 01  W02-LOANS-READ              PIC 9(07) VALUE 0.
011600 01  W02-HISTORY-READ            PIC 9(07) VALUE 0.
011700 01  W02-HISTORY-NOT-ON-MASTER   PIC 9(07) VALUE 0.
011800 01  W02-BASE-WRITTEN            PIC 9(07) VALUE 0.
011900 01  W02-PAID-IN-FULL            PIC 9(07) VALUE 0.
012000 01  W02-PAID-OFF-PASSED         PIC 9(07) VALUE 0.
012100 01  W02-INACTIVE-PASSED         PIC 9(07) VALUE 0.
012200 01  W02-LOANS-HELD              PIC 9(07) VALUE 0.
012300 01  W02-IN-FORBEARANCE          PIC 9(07) VALUE 0.
012400 01  W02-STATUS-11               PIC 9(07) VALUE 0.
012500 01  W02-STATUS-13               PIC 9(07) VALUE 0.
012600 01  W02-STATUS-71               PIC 9(07) VALUE 0.
012700 01  W02-STATUS-78               PIC 9(07) VALUE 0.
012800 01  W02-STATUS-80               PIC 9(07) VALUE 0.
012900 01  W02-STATUS-82               PIC 9(07) VALUE 0.
013000 01  W02-STATUS-83               PIC 9(07) VALUE 0.
013100 01  W02-STATUS-84               PIC 9(07) VALUE 0.
013200*
013300*    FURNISHER CONSTANTS - THE PROGRAM IDENTIFIERS ARE THOSE
013400*    ASSIGNED TO THIS SERVICER BY EACH BUREAU
013500*
013600 01  W03-FURNISHER-ID            PIC X(20)
013700         VALUE 'MSD0000001'.
013800 01  W03-INNOVIS-ID              PIC X(10) VALUE 'MSD0000001'.
013900 01  W03-EQUIFAX-ID              PIC X(10) VALUE 'MSD0000001'.
014000 01  W03-EXPERIAN-ID             PIC X(05) VALUE 'MSD01'.
014100 01  W03-TRANSUNION-ID           PIC X(10) VALUE 'MSD0000001'.
014200 01  W03-PROGRAM-DATE            PIC 9(08) VALUE 10152026.
014300 01  W03-REPORTER-NAME           PIC X(40)
014400         VALUE 'MORTGAGE SERVICING DIVISION'.
014500 01  W03-REPORTER-ADDRESS        PIC X(96)
014600         VALUE 'LOAN SERVICING OPERATIONS'.
014700 01  W03-REPORTER-PHONE          PIC 9(10) VALUE 0.
014800*
014900*    REPORTING WORK FIELDS
015000*
015100 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
015200 01  W04-RUN-TIME                PIC 9(08) VALUE 0.
015300 01  W04-RUN-TIME-PARTS REDEFINES W04-RUN-TIME.
015400     05  W04-RUN-HHMMSS          PIC 9(06).
015500     05  FILLER                  PIC 9(02).
015600 01  W04-ACTIVITY-DATE           PIC 9(08) VALUE 0.
015700 01  W04-ACTIVITY-PARTS REDEFINES W04-ACTIVITY-DATE.
015800     05  W04-ACT-YYYY            PIC 9(04).
015900     05  W04-ACT-MM              PIC 9(02).
016000     05  W04-ACT-DD              PIC 9(02).
016100 01  W04-ACTIVITY-YYYYMM         PIC 9(06) VALUE 0.
016200 01  W04-ACT-DD-CAP              PIC 9(02) VALUE 0.
016300 01  W04-WINDOW-START            PIC 9(08) VALUE 0.
016400 01  W04-WINDOW-PARTS REDEFINES W04-WINDOW-START.
016500     05  W04-WINDOW-YYYYMM       PIC 9(06).
016600     05  W04-WINDOW-DD           PIC 9(02).
016700 01  W04-CTL-LAST-DATE           PIC 9(08) VALUE 0.
016800 01  W04-CTL-PRIOR-DATE          PIC 9(08) VALUE 0.
016900 01  W04-PRIOR-HIST-LOAN         PIC X(10) VALUE LOW-VALUES.
017000 01  W04-PAID-DATE-WORK          PIC 9(08) VALUE 0.
017100 01  W04-PAID-DATE-PARTS REDEFINES W04-PAID-DATE-WORK.
017200     05  W04-PAID-YYYYMM         PIC 9(06).
017300     05  W04-PAID-DD             PIC 9(02).
017400 01  W04-LAST-PMT-DATE           PIC 9(08) VALUE 0.
017500 01  W04-MONTH-PAID              PIC S9(09)V99 COMP-3 VALUE 0.
017600 01  W04-DUE-DATE-WORK           PIC 9(08) VALUE 0.
017700 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
017800     05  W04-DUE-YYYY            PIC 9(04).
017900     05  W04-DUE-MM              PIC 9(02).
018000     05  W04-DUE-DD              PIC 9(02).
018100 01  W04-DUE-DD-CAP              PIC 9(02) VALUE 0.
018200 01  W04-DAYS-PAST-DUE           PIC S9(05) COMP-3 VALUE 0.
018300 01  W04-MONTHS-PAST-DUE         PIC S9(03) COMP-3 VALUE 0.
018400 01  W04-PAST-DUE-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
018500 01  W04-MONTH-INDEX             PIC S9(07) COMP-3 VALUE 0.
018600 01  W04-OPENED-DATE             PIC 9(08) VALUE 0.
018700 01  W04-OPENED-PARTS REDEFINES W04-OPENED-DATE.
018800     05  W04-OPENED-YYYY         PIC 9(04).
018900     05  W04-OPENED-MM           PIC 9(02).
019000     05  W04-OPENED-DD           PIC 9(02).
019100 01  W04-OPENED-MM-LESS-1        PIC 9(02) VALUE 0.
019200 01  W04-SURNAME                 PIC X(30) VALUE SPACES.
019300 01  W04-GIVEN-NAMES             PIC X(30) VALUE SPACES.
019400 01  W04-FIRST-NAME              PIC X(30) VALUE SPACES.
019500 01  W04-MIDDLE-NAME             PIC X(30) VALUE SPACES.
019600 01  W04-NAME-LEAD               PIC 9(02) COMP VALUE 0.
019700 01  W04-EDIT-REASON             PIC X(32) VALUE SPACES.
019800 01  W04-TOTAL-BALANCE           PIC 9(13) VALUE 0.
019900 01  W04-TOTAL-PAST-DUE          PIC 9(13) VALUE 0.
020000 01  W04-TOTAL-SCHEDULED         PIC 9(13) VALUE 0.
020100*
020200*    BUREAU DATE CONVERSION - YYYYMMDD IN, MMDDYYYY OUT
020300*
020400 01  W04-FMT-IN                  PIC 9(08) VALUE 0.
020500 01  W04-FMT-IN-PARTS REDEFINES W04-FMT-IN.
020600     05  W04-FMT-IN-YYYY         PIC 9(04).
020700     05  W04-FMT-IN-MM           PIC 9(02).
020800     05  W04-FMT-IN-DD           PIC 9(02).
020900 01  W04-FMT-OUT                 PIC 9(08) VALUE 0.
021000 01  W04-FMT-OUT-PARTS REDEFINES W04-FMT-OUT.
021100     05  W04-FMT-OUT-MM          PIC 9(02).
021200     05  W04-FMT-OUT-DD          PIC 9(02).
021300     05  W04-FMT-OUT-YYYY        PIC 9(04).
021400 01  W04-TIME-STAMP.
021500     05  W04-TS-DATE             PIC 9(08).
021600     05  W04-TS-TIME             PIC 9(06).
021700*
021800*    FILE STATUS FIELDS
021900*
022000 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
022100     88  W05-LOANMAST-OK             VALUE '00'.
022200 01  W05-PAYHIST-STATUS          PIC X(02) VALUE SPACES.
022300     88  W05-PAYHIST-OK              VALUE '00'.
022400 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
022500     88  W05-PLANFILE-OK             VALUE '00'.
022600     88  W05-PLANFILE-NOFILE         VALUE '35'.
022700 01  W05-CRBCTL-STATUS           PIC X(02) VALUE SPACES.
022800     88  W05-CRBCTL-OK               VALUE '00'.
022900     88  W05-CRBCTL-NOFILE           VALUE '35'.
023000 01  W05-CRBFILE-STATUS          PIC X(02) VALUE SPACES.
023100     88  W05-CRBFILE-OK              VALUE '00'.
023200 01  W05-CRBEDRPT-STATUS         PIC X(02) VALUE SPACES.
023300     88  W05-CRBEDRPT-OK             VALUE '00'.
023400*
023500*    REPORT LINE LAYOUTS
023600*
023700 01  W07-HEADING-1.
023800     05  FILLER                  PIC X(40)
023900         VALUE 'CREDIT BUREAU REPORTING - ACTIVITY DATE'.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  W07-H1-ACTIVITY-DATE    PIC 9(08).
024200 01  W07-HEADING-2.
024300     05  FILLER                  PIC X(40)
024400         VALUE 'LOANS HELD BACK FOR BAD DATA'.
024500 01  W07-EDIT-LINE.
024600     05  FILLER                  PIC X(05) VALUE 'LOAN '.
024700     05  W07-E-LOAN-NUMBER       PIC X(10).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  W07-E-BORROWER-NAME     PIC X(30).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  W07-E-REASON            PIC X(32).
025200 01  W07-COUNT-LINE.
025300     05  W07-C-CAPTION           PIC X(36).
025400     05  W07-C-COUNT             PIC ZZZ,ZZ9.
025500 01  W07-AMOUNT-LINE.
025600     05  W07-A-CAPTION           PIC X(36).
025700     05  W07-A-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
025800 LINKAGE SECTION.
025900*
026000*    JCL PARM - THE ACTIVITY DATE AS YYYYMMDD, E.G. 20261031
026100*
026200 01  W00-PARM-AREA.
026300     05  W00-PARM-LENGTH         PIC S9(04) BINARY.
026400     05  W00-PARM-TEXT           PIC X(48).
026500 01  W00-PARM-DATE-OVERLAY REDEFINES W00-PARM-AREA.
026600     05  FILLER                  PIC X(02).
026700     05  W00-PARM-DATE           PIC 9(08).
026800     05  FILLER                  PIC X(40).
026900 PROCEDURE DIVISION USING W00-PARM-AREA.
027000*
027100*----------------------------------------------------------*
027200* 0000-MAINLINE                                            *
027300*----------------------------------------------------------*
027400 0000-MAINLINE.
027500     DISPLAY 'LNCRBUR STARTING'.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
027800     PERFORM 3000-PROCESS-LOANS THRU 3000-EXIT
027900         UNTIL W01-END-OF-LOANMAST
028000         OR W01-HISTORY-OUT-OF-SEQ.
028100     IF W01-HISTORY-OUT-OF-SEQ
028200         DISPLAY 'LNCRBUR - CRBFILE IS INCOMPLETE AND HAS NO '
028300             'TRAILER - DO NOT SEND'
028400         PERFORM 9000-TERMINATE THRU 9000-EXIT
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 9999-EXIT
028700     END-IF.
028800     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
028900     PERFORM 7100-WRITE-TOTALS THRU 7100-EXIT.
029000     PERFORM 7500-WRITE-CONTROL-DATES THRU 7500-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     DISPLAY 'LNCRBUR COMPLETE - READ=' W02-LOANS-READ
029300         ' FURNISHED=' W02-BASE-WRITTEN
029400         ' PAID IN FULL=' W02-PAID-IN-FULL
029500         ' FORBEARANCE=' W02-IN-FORBEARANCE
029600         ' HELD=' W02-LOANS-HELD.
029700     IF W02-LOANS-HELD > 0
029800         MOVE 4 TO RETURN-CODE
029900     END-IF.
030000     GO TO 9999-EXIT.
030100*
030200*----------------------------------------------------------*
030300* 1000-INITIALIZE - RESOLVE THE ACTIVITY DATE AND THE       *
030400*     PAYOFF WINDOW, OPEN THE FILES, WRITE THE EDIT REPORT  *
030500*     HEADINGS AND PRIME THE FIRST LOAN AND HISTORY RECORD  *
030600*----------------------------------------------------------*
030700 1000-INITIALIZE.
030800     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
030900     ACCEPT W04-RUN-TIME FROM TIME.
031000     IF W00-PARM-LENGTH >= 8
031100         AND W00-PARM-DATE NUMERIC
031200         MOVE W00-PARM-DATE TO W04-ACTIVITY-DATE
031300     ELSE
031400         MOVE W04-RUN-DATE TO W04-ACTIVITY-DATE
031500     END-IF.
031600     DISPLAY 'LNCRBUR - ACTIVITY DATE IS ' W04-ACTIVITY-DATE.
031700     COMPUTE W04-ACTIVITY-YYYYMM =
031800         (W04-ACT-YYYY * 100) + W04-ACT-MM.
031900     MOVE W04-ACT-DD TO W04-ACT-DD-CAP.
032000     IF W04-ACT-DD-CAP > 30
032100         MOVE 30 TO W04-ACT-DD-CAP
032200     END-IF.
032300     PERFORM 1100-READ-CONTROL-DATES THRU 1100-EXIT.
032400     DISPLAY 'LNCRBUR - PAYOFFS AFTER ' W04-WINDOW-START
032500         ' ARE REPORTED PAID IN FULL'.
032600     OPEN INPUT LOANMAST.
032700     IF NOT W05-LOANMAST-OK
032800         DISPLAY 'LNCRBUR - LOANMAST OPEN FAILED - STATUS='
032900             W05-LOANMAST-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 9999-EXIT
033200     END-IF.
033300     OPEN INPUT PAYHIST.
033400     IF NOT W05-PAYHIST-OK
033500         DISPLAY 'LNCRBUR - PAYHIST OPEN FAILED - STATUS='
033600             W05-PAYHIST-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         GO TO 9999-EXIT
033900     END-IF.
034000     OPEN INPUT PLANFILE.
034100     IF W05-PLANFILE-OK
034200         SET W01-PLANFILE-OPEN TO TRUE
034300     ELSE
034400         IF NOT W05-PLANFILE-NOFILE
034500             DISPLAY 'LNCRBUR - PLANFILE OPEN FAILED - STATUS='
034600                 W05-PLANFILE-STATUS
034700             MOVE 16 TO RETURN-CODE
034800             GO TO 9999-EXIT
034900         END-IF
035000     END-IF.
035100     OPEN OUTPUT CRBFILE.
035200     IF NOT W05-CRBFILE-OK
035300         DISPLAY 'LNCRBUR - CRBFILE OPEN FAILED - STATUS='
035400             W05-CRBFILE-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 9999-EXIT
035700     END-IF.
035800     OPEN OUTPUT CRBEDRPT.
035900     IF NOT W05-CRBEDRPT-OK
036000         DISPLAY 'LNCRBUR - CRBEDRPT OPEN FAILED - STATUS='
036100             W05-CRBEDRPT-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         GO TO 9999-EXIT
036400     END-IF.
036500     MOVE W04-ACTIVITY-DATE TO W07-H1-ACTIVITY-DATE.
036600     MOVE SPACES TO CRBEDRPT-RECORD.
036700     MOVE W07-HEADING-1 TO CRBEDRPT-RECORD.
036800     WRITE CRBEDRPT-RECORD.
036900     MOVE SPACES TO CRBEDRPT-RECORD.
037000     MOVE W07-HEADING-2 TO CRBEDRPT-RECORD.
037100     WRITE CRBEDRPT-RECORD.
037200     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
037300     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
037400 1000-EXIT.
037500     EXIT.
037600*
037700*----------------------------------------------------------*
037800* 1100-READ-CONTROL-DATES - SET THE START OF THE PAYOFF     *
037900*     WINDOW FROM THE CRBCTL CONTROL FILE: THE LAST         *
038000*     ACTIVITY DATE REPORTED, OR THE ONE BEFORE IT WHEN     *
038100*     THIS RUN REPEATS THAT DATE OR AN EARLIER ONE.  NO     *
038200*     FILE (THE FIRST EVER RUN) OR AN UNREADABLE DATE OPENS *
038300*     THE WINDOW AT THE START OF THE ACTIVITY MONTH         *
038400*----------------------------------------------------------*
038500 1100-READ-CONTROL-DATES.
038600     MOVE W04-ACTIVITY-YYYYMM TO W04-WINDOW-YYYYMM.
038700     MOVE ZERO TO W04-WINDOW-DD.
038800     OPEN INPUT CRBCTL.
038900     IF W05-CRBCTL-NOFILE
039000         GO TO 1100-EXIT
039100     END-IF.
039200     IF NOT W05-CRBCTL-OK
039300         DISPLAY 'LNCRBUR - CRBCTL OPEN FAILED - STATUS='
039400             W05-CRBCTL-STATUS
039500         MOVE 16 TO RETURN-CODE
039600         GO TO 9999-EXIT
039700     END-IF.
039800     READ CRBCTL
039900         AT END
040000             CLOSE CRBCTL
040100             GO TO 1100-EXIT
040200     END-READ.
040300     CLOSE CRBCTL.
040400     IF CRBCTL-LAST-DATE NOT NUMERIC
040500         OR CRBCTL-PRIOR-DATE NOT NUMERIC
040600         DISPLAY 'LNCRBUR - CRBCTL DATES ARE NOT NUMERIC - '
040700             'ACTIVITY MONTH USED'
040800         GO TO 1100-EXIT
040900     END-IF.
041000     MOVE CRBCTL-LAST-DATE TO W04-CTL-LAST-DATE.
041100     MOVE CRBCTL-PRIOR-DATE TO W04-CTL-PRIOR-DATE.
041200     IF W04-CTL-LAST-DATE < W04-ACTIVITY-DATE
041300         MOVE W04-CTL-LAST-DATE TO W04-WINDOW-START
041400     ELSE
041500         MOVE W04-CTL-PRIOR-DATE TO W04-WINDOW-START
041600     END-IF.
041700 1100-EXIT.
041800     EXIT.
041900*
042000*----------------------------------------------------------*
042100* 2000-WRITE-HEADER - WRITE THE HEADER RECORD THAT OPENS    *
042200*     THE BUREAU FILE                                       *
042300*----------------------------------------------------------*
042400 2000-WRITE-HEADER.
042500     MOVE SPACES TO METRO2-RECORD.
042600     MOVE 426 TO M2-RECORD-DESCRIPTOR.
042700     MOVE 'HEADER' TO M2H-RECORD-ID.
042800     MOVE W03-INNOVIS-ID TO M2H-INNOVIS-ID.
042900     MOVE W03-EQUIFAX-ID TO M2H-EQUIFAX-ID.
043000     MOVE W03-EXPERIAN-ID TO M2H-EXPERIAN-ID.
043100     MOVE W03-TRANSUNION-ID TO M2H-TRANSUNION-ID.
043200     MOVE W04-ACTIVITY-DATE TO W04-FMT-IN.
043300     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
043400     MOVE W04-FMT-OUT TO M2H-ACTIVITY-DATE.
043500     MOVE W04-RUN-DATE TO W04-FMT-IN.
043600     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
043700     MOVE W04-FMT-OUT TO M2H-DATE-CREATED.
043800     MOVE W04-FMT-OUT TO W04-TS-DATE.
043900     MOVE W04-RUN-HHMMSS TO W04-TS-TIME.
044000     MOVE W03-PROGRAM-DATE TO W04-FMT-IN.
044100     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
044200     MOVE W04-FMT-OUT TO M2H-PROGRAM-DATE.
044300     MOVE W04-FMT-OUT TO M2H-REVISION-DATE.
044400     MOVE W03-REPORTER-NAME TO M2H-REPORTER-NAME.
044500     MOVE W03-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS.
044600     MOVE W03-REPORTER-PHONE TO M2H-REPORTER-PHONE.
044700     WRITE METRO2-RECORD.
044800 2000-EXIT.
044900     EXIT.
045000*
045100*----------------------------------------------------------*
045200* 3000-PROCESS-LOANS - MATCH ONE LOAN'S PAYMENT HISTORY,    *
045300*     DECIDE WHETHER THE LOAN IS FURNISHED THIS MONTH,      *
045400*     EDIT IT AND WRITE ITS BASE SEGMENT, THEN READ AHEAD   *
045500*----------------------------------------------------------*
045600 3000-PROCESS-LOANS.
045700     ADD 1 TO W02-LOANS-READ.
045800     PERFORM 3200-MATCH-HISTORY THRU 3200-EXIT.
045900     IF W01-HISTORY-OUT-OF-SEQ
046000         GO TO 3000-EXIT
046100     END-IF.
046200     EVALUATE TRUE
046300         WHEN LM-STATUS-INACTIVE
046400             ADD 1 TO W02-INACTIVE-PASSED
046500             GO TO 3000-NEXT
046600         WHEN LM-STATUS-PAID-OFF
046700             IF W04-LAST-PMT-DATE NOT > W04-WINDOW-START
046800                 ADD 1 TO W02-PAID-OFF-PASSED
046900                 GO TO 3000-NEXT
047000             END-IF
047100         WHEN OTHER
047200             CONTINUE
047300     END-EVALUATE.
047400     PERFORM 4000-EDIT-LOAN THRU 4000-EXIT.
047500     IF W01-LOAN-HELD
047600         ADD 1 TO W02-LOANS-HELD
047700         GO TO 3000-NEXT
047800     END-IF.
047900     PERFORM 5000-BUILD-BASE-SEGMENT THRU 5000-EXIT.
048000     PERFORM 6000-WRITE-BASE-SEGMENT THRU 6000-EXIT.
048100 3000-NEXT.
048200     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
048300 3000-EXIT.
048400     EXIT.
048500*
048600*----------------------------------------------------------*
048700* 3100-READ-LOAN - READ THE NEXT LOAN MASTER RECORD         *
048800*----------------------------------------------------------*
048900 3100-READ-LOAN.
049000     READ LOANMAST
049100         AT END
049200             SET W01-END-OF-LOANMAST TO TRUE
049300     END-READ.
049400 3100-EXIT.
049500     EXIT.
049600*
049700*----------------------------------------------------------*
049800* 3200-MATCH-HISTORY - PASS OVER HISTORY FOR LOANS NO       *
049900*     LONGER ON THE MASTER, THEN FOLD IN THE CURRENT LOAN'S *
050000*     RECORDS FOR ITS LAST PAYMENT DATE AND THE ACTIVITY    *
050100*     MONTH'S NET PAYMENTS                                  *
050200*----------------------------------------------------------*
050300 3200-MATCH-HISTORY.
050400     MOVE ZERO TO W04-LAST-PMT-DATE.
050500     MOVE ZERO TO W04-MONTH-PAID.
050600     PERFORM 3300-SKIP-HISTORY THRU 3300-EXIT
050700         UNTIL W01-END-OF-PAYHIST
050800         OR PH-LOAN-NUMBER NOT < LM-LOAN-NUMBER.
050900     PERFORM 3400-ACCUMULATE-HISTORY THRU 3400-EXIT
051000         UNTIL W01-END-OF-PAYHIST
051100         OR PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER.
051200     IF W04-MONTH-PAID < ZERO
051300         MOVE ZERO TO W04-MONTH-PAID
051400     END-IF.
051500 3200-EXIT.
051600     EXIT.
051700*
051800*----------------------------------------------------------*
051900* 3300-SKIP-HISTORY - PASS OVER ONE HISTORY RECORD FOR A    *
052000*     LOAN NOT ON THE MASTER (ARCHIVED OR PURGED)           *
052100*----------------------------------------------------------*
052200 3300-SKIP-HISTORY.
052300     ADD 1 TO W02-HISTORY-NOT-ON-MASTER.
052400     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
052500 3300-EXIT.
052600     EXIT.
052700*
052800*----------------------------------------------------------*
052900* 3400-ACCUMULATE-HISTORY - TAKE ONE OF THE CURRENT LOAN'S  *
053000*     HISTORY RECORDS.  A PAYMENT MAY ADVANCE THE LAST      *
053100*     PAYMENT DATE; PAYMENTS IN THE ACTIVITY MONTH ARE      *
053200*     ADDED TO ITS ACTUAL PAYMENT AND REVERSALS POSTED IN   *
053300*     THE MONTH SUBTRACTED.  ANYTHING AFTER THE ACTIVITY    *
053400*     DATE BELONGS TO NEXT MONTH'S REPORT                   *
053500*----------------------------------------------------------*
053600 3400-ACCUMULATE-HISTORY.
053700     IF PH-PAID-DATE > W04-ACTIVITY-DATE
053800         GO TO 3400-NEXT
053900     END-IF.
054000     MOVE PH-PAID-DATE TO W04-PAID-DATE-WORK.
054100     IF PH-ENTRY-REVERSAL
054200         IF W04-PAID-YYYYMM = W04-ACTIVITY-YYYYMM
054300             SUBTRACT PH-PAYMENT-AMOUNT FROM W04-MONTH-PAID
054400         END-IF
054500         GO TO 3400-NEXT
054600     END-IF.
054700     IF PH-PAID-DATE > W04-LAST-PMT-DATE
054800         MOVE PH-PAID-DATE TO W04-LAST-PMT-DATE
054900     END-IF.
055000     IF W04-PAID-YYYYMM = W04-ACTIVITY-YYYYMM
055100         ADD PH-PAYMENT-AMOUNT TO W04-MONTH-PAID
055200     END-IF.
055300 3400-NEXT.
055400     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
055500 3400-EXIT.
055600     EXIT.
055700*
055800*----------------------------------------------------------*
055900* 3500-READ-HISTORY - READ THE NEXT PAYMENT HISTORY RECORD. *
056000*     A LOAN NUMBER BELOW THE PRIOR RECORD'S MEANS THE SORT *
056100*     STEP WAS MISSED - THE MATCH CANNOT BE TRUSTED, SO THE *
056200*     RUN IS STOPPED                                        *
056300*----------------------------------------------------------*
056400 3500-READ-HISTORY.
056500     READ PAYHIST
056600         AT END
056700             SET W01-END-OF-PAYHIST TO TRUE
056800             GO TO 3500-EXIT
056900     END-READ.
057000     ADD 1 TO W02-HISTORY-READ.
057100     IF PH-LOAN-NUMBER < W04-PRIOR-HIST-LOAN
057200         DISPLAY 'LNCRBUR - HISTORY OUT OF LOAN SEQUENCE AT '
057300             PH-LOAN-NUMBER ' - WAS THE SORT STEP RUN?'
057400         SET W01-HISTORY-OUT-OF-SEQ TO TRUE
057500         SET W01-END-OF-PAYHIST TO TRUE
057600         GO TO 3500-EXIT
057700     END-IF.
057800     MOVE PH-LOAN-NUMBER TO W04-PRIOR-HIST-LOAN.
057900 3500-EXIT.
058000     EXIT.
058100*
058200*----------------------------------------------------------*
058300* 4000-EDIT-LOAN - CHECK THE FIELDS THE BUREAUS EDIT.       *
058400*     EVERY FAILURE FOUND IS LISTED ON THE EDIT REPORT AND  *
058500*     HOLDS THE LOAN BACK FROM THE FILE.  THE LATE-CHARGE   *
058600*     FIELD IS CLEARED TO ZERO BY ANY MASTER UPDATE, SO ONE *
058700*     STILL NOT NUMERIC IS LISTED FOR THE DESK TO REPAIR    *
058800*----------------------------------------------------------*
058900 4000-EDIT-LOAN.
059000     MOVE 'N' TO W01-HOLD-SWITCH.
059100     IF LM-BORROWER-NAME = SPACES
059200         MOVE 'BORROWER NAME MISSING' TO W04-EDIT-REASON
059300         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
059400     ELSE
059500         PERFORM 4100-SPLIT-NAME THRU 4100-EXIT
059600     END-IF.
059700     IF NOT LM-STATUS-ACTIVE
059800         AND NOT LM-STATUS-PAID-OFF
059900         MOVE 'LOAN STATUS UNKNOWN' TO W04-EDIT-REASON
060000         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
060100     END-IF.
060200     IF LM-LATE-CHARGE-BALANCE NOT NUMERIC
060300         MOVE 'LATE CHARGE BALANCE NOT NUMERIC'
060400             TO W04-EDIT-REASON
060500         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
060600     END-IF.
060700     IF LM-UNPAID-BALANCE NOT NUMERIC
060800         MOVE 'UNPAID BALANCE NOT NUMERIC' TO W04-EDIT-REASON
060900         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
061000     END-IF.
061100     IF LM-MONTHLY-PAYMENT NOT NUMERIC
061200         MOVE 'MONTHLY PAYMENT NOT NUMERIC' TO W04-EDIT-REASON
061300         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
061400     END-IF.
061500     IF LM-ORIGINAL-AMOUNT NOT NUMERIC
061600         MOVE 'ORIGINAL AMOUNT NOT NUMERIC' TO W04-EDIT-REASON
061700         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
061800     END-IF.
061900     IF LM-TERM-MONTHS NOT NUMERIC
062000         OR LM-PAYMENTS-MADE NOT NUMERIC
062100         MOVE 'TERM OR PAYMENTS MADE NOT NUMERIC'
062200             TO W04-EDIT-REASON
062300         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
062400     END-IF.
062500     MOVE ZERO TO W04-DUE-DATE-WORK.
062600     IF LM-NEXT-DUE-DATE NUMERIC
062700         MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK
062800     END-IF.
062900     IF W04-DUE-MM < 1 OR W04-DUE-MM > 12
063000         OR W04-DUE-DD < 1 OR W04-DUE-DD > 31
063100         MOVE 'NEXT DUE DATE INVALID' TO W04-EDIT-REASON
063200         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
063300     END-IF.
063400 4000-EXIT.
063500     EXIT.
063600*
063700*----------------------------------------------------------*
063800* 4100-SPLIT-NAME - SPLIT THE BORROWER NAME, KEPT AS        *
063900*     SURNAME, FIRST NAME AND MIDDLE NAME, INTO THE BUREAU  *
064000*     NAME FIELDS.  NO FIRST NAME AFTER A COMMA HOLDS THE   *
064100*     LOAN BACK - THE BUREAUS REJECT A SEGMENT WITHOUT ONE  *
064200*----------------------------------------------------------*
064300 4100-SPLIT-NAME.
064400     MOVE SPACES TO W04-SURNAME.
064500     MOVE SPACES TO W04-GIVEN-NAMES.
064600     MOVE SPACES TO W04-FIRST-NAME.
064700     MOVE SPACES TO W04-MIDDLE-NAME.
064800     UNSTRING LM-BORROWER-NAME DELIMITED BY ','
064900         INTO W04-SURNAME W04-GIVEN-NAMES
065000     END-UNSTRING.
065100     MOVE ZERO TO W04-NAME-LEAD.
065200     INSPECT W04-GIVEN-NAMES TALLYING W04-NAME-LEAD
065300         FOR LEADING SPACES.
065400     IF W04-NAME-LEAD < 30
065500         UNSTRING W04-GIVEN-NAMES(W04-NAME-LEAD + 1:)
065600             DELIMITED BY ALL SPACES
065700             INTO W04-FIRST-NAME W04-MIDDLE-NAME
065800         END-UNSTRING
065900     END-IF.
066000     IF W04-SURNAME = SPACES
066100         OR W04-FIRST-NAME = SPACES
066200         MOVE 'NAME NOT SURNAME, FIRST NAME' TO W04-EDIT-REASON
066300         PERFORM 4900-WRITE-EDIT-LINE THRU 4900-EXIT
066400     END-IF.
066500 4100-EXIT.
066600     EXIT.
066700*
066800*----------------------------------------------------------*
066900* 4900-WRITE-EDIT-LINE - LIST ONE EDIT FAILURE AND HOLD THE *
067000*     LOAN BACK                                             *
067100*----------------------------------------------------------*
067200 4900-WRITE-EDIT-LINE.
067300     SET W01-LOAN-HELD TO TRUE.
067400     MOVE LM-LOAN-NUMBER TO W07-E-LOAN-NUMBER.
067500     MOVE LM-BORROWER-NAME TO W07-E-BORROWER-NAME.
067600     MOVE W04-EDIT-REASON TO W07-E-REASON.
067700     MOVE SPACES TO CRBEDRPT-RECORD.
067800     MOVE W07-EDIT-LINE TO CRBEDRPT-RECORD.
067900     WRITE CRBEDRPT-RECORD.
068000 4900-EXIT.
068100     EXIT.
068200*
068300*----------------------------------------------------------*
068400* 5000-BUILD-BASE-SEGMENT - BUILD THE LOAN'S BASE SEGMENT.  *
068500*     THE FIELDS COMMON TO EVERY LOAN ARE SET HERE, THEN    *
068600*     THE STATUS FIELDS FOR A PAYOFF OR AN ACTIVE LOAN.     *
068700*     NO PAYMENT HISTORY PROFILE IS KEPT, SO EVERY MONTH OF *
068800*     IT IS REPORTED AS NOT AVAILABLE                       *
068900*----------------------------------------------------------*
069000 5000-BUILD-BASE-SEGMENT.
069100     MOVE SPACES TO METRO2-RECORD.
069200     MOVE 426 TO M2-RECORD-DESCRIPTOR.
069300     MOVE '1' TO M2B-PROCESSING-IND.
069400     MOVE W04-TIME-STAMP TO M2B-TIME-STAMP.
069500     MOVE W03-FURNISHER-ID TO M2B-IDENTIFICATION.
069600     MOVE LM-LOAN-NUMBER TO M2B-ACCOUNT-NUMBER.
069700     MOVE 'M' TO M2B-PORTFOLIO-TYPE.
069800     MOVE '26' TO M2B-ACCOUNT-TYPE.
069900     PERFORM 5100-DERIVE-DATE-OPENED THRU 5100-EXIT.
070000     MOVE ZERO TO M2B-CREDIT-LIMIT.
070100     MOVE LM-ORIGINAL-AMOUNT TO M2B-HIGHEST-CREDIT.
070200     MOVE LM-TERM-MONTHS TO M2B-TERMS-DURATION.
070300     MOVE 'M' TO M2B-TERMS-FREQUENCY.
070400     MOVE LM-MONTHLY-PAYMENT TO M2B-SCHEDULED-PMT.
070500     MOVE W04-MONTH-PAID TO M2B-ACTUAL-PMT.
070600     MOVE ALL 'D' TO M2B-PAYMENT-HISTORY.
070700     MOVE ZERO TO M2B-CHARGE-OFF-AMT.
070800     MOVE W04-ACTIVITY-DATE TO W04-FMT-IN.
070900     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
071000     MOVE W04-FMT-OUT TO M2B-ACCOUNT-INFO-DATE.
071100     MOVE ZERO TO M2B-FIRST-DELINQ-DATE.
071200     MOVE ZERO TO M2B-DATE-CLOSED.
071300     MOVE W04-LAST-PMT-DATE TO W04-FMT-IN.
071400     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
071500     MOVE W04-FMT-OUT TO M2B-LAST-PMT-DATE.
071600     MOVE W04-SURNAME TO M2B-SURNAME.
071700     MOVE W04-FIRST-NAME TO M2B-FIRST-NAME.
071800     MOVE W04-MIDDLE-NAME TO M2B-MIDDLE-NAME.
071900     MOVE ZERO TO M2B-SSN.
072000     MOVE ZERO TO M2B-BIRTH-DATE.
072100     MOVE ZERO TO M2B-TELEPHONE.
072200     MOVE '1' TO M2B-ECOA-CODE.
072300     IF LM-STATUS-PAID-OFF
072400         PERFORM 5200-SET-PAID-IN-FULL THRU 5200-EXIT
072500     ELSE
072600         PERFORM 5300-SET-ACTIVE-STATUS THRU 5300-EXIT
072700     END-IF.
072800 5000-EXIT.
072900     EXIT.
073000*
073100*----------------------------------------------------------*
073200* 5100-DERIVE-DATE-OPENED - THE MASTER KEEPS NO ORIGINATION *
073300*     DATE, SO THE DATE OPENED IS TAKEN AS ONE MONTH BEFORE *
073400*     THE FIRST PAYMENT DUE - THE NEXT DUE DATE BACKED OFF  *
073500*     BY THE PAYMENTS MADE - WITH THE DAY KEPT VALID FOR    *
073600*     THE MONTH IT LANDS IN                                 *
073700*----------------------------------------------------------*
073800 5100-DERIVE-DATE-OPENED.
073900     MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK.
074000     COMPUTE W04-MONTH-INDEX =
074100         (W04-DUE-YYYY * 12) + W04-DUE-MM - 1
074200         - LM-PAYMENTS-MADE - 1.
074300     DIVIDE W04-MONTH-INDEX BY 12
074400         GIVING W04-OPENED-YYYY
074500         REMAINDER W04-OPENED-MM-LESS-1.
074600     COMPUTE W04-OPENED-MM = W04-OPENED-MM-LESS-1 + 1.
074700     MOVE W04-DUE-DD TO W04-OPENED-DD.
074800     IF W04-OPENED-MM = 2
074900         AND W04-OPENED-DD > 28
075000         MOVE 28 TO W04-OPENED-DD
075100     END-IF.
075200     IF (W04-OPENED-MM = 4 OR 6 OR 9 OR 11)
075300         AND W04-OPENED-DD > 30
075400         MOVE 30 TO W04-OPENED-DD
075500     END-IF.
075600     MOVE W04-OPENED-DATE TO W04-FMT-IN.
075700     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
075800     MOVE W04-FMT-OUT TO M2B-DATE-OPENED.
075900 5100-EXIT.
076000     EXIT.
076100*
076200*----------------------------------------------------------*
076300* 5200-SET-PAID-IN-FULL - THE FINAL REPORT FOR A PAID-OFF   *
076400*     LOAN: PAID AND CLOSED, ZERO BALANCE, CLOSED ON THE    *
076500*     DATE OF ITS LAST PAYMENT                              *
076600*----------------------------------------------------------*
076700 5200-SET-PAID-IN-FULL.
076800     SET M2B-STATUS-PAID-CLOSED TO TRUE.
076900     MOVE '0' TO M2B-PAYMENT-RATING.
077000     MOVE ZERO TO M2B-SCHEDULED-PMT.
077100     MOVE ZERO TO M2B-CURRENT-BALANCE.
077200     MOVE ZERO TO M2B-AMOUNT-PAST-DUE.
077300     MOVE M2B-LAST-PMT-DATE TO M2B-DATE-CLOSED.
077400     ADD 1 TO W02-PAID-IN-FULL.
077500 5200-EXIT.
077600     EXIT.
077700*
077800*----------------------------------------------------------*
077900* 5300-SET-ACTIVE-STATUS - SET AN ACTIVE LOAN'S ACCOUNT     *
078000*     STATUS FROM ITS DAYS PAST DUE, ITS AMOUNT PAST DUE AND *
078100*     CURRENT BALANCE.  A DELINQUENT LOAN'S FIRST           *
078200*     DELINQUENCY IS THE UNPAID DUE DATE                    *
078300*----------------------------------------------------------*
078400 5300-SET-ACTIVE-STATUS.
078500     PERFORM 5500-COMPUTE-DAYS-PAST-DUE THRU 5500-EXIT.
078600     EVALUATE TRUE
078700         WHEN W04-DAYS-PAST-DUE < 30
078800             SET M2B-STATUS-CURRENT TO TRUE
078900         WHEN W04-DAYS-PAST-DUE < 60
079000             SET M2B-STATUS-30-DAYS TO TRUE
079100         WHEN W04-DAYS-PAST-DUE < 90
079200             SET M2B-STATUS-60-DAYS TO TRUE
079300         WHEN W04-DAYS-PAST-DUE < 120
079400             SET M2B-STATUS-90-DAYS TO TRUE
079500         WHEN W04-DAYS-PAST-DUE < 150
079600             SET M2B-STATUS-120-DAYS TO TRUE
079700         WHEN W04-DAYS-PAST-DUE < 180
079800             SET M2B-STATUS-150-DAYS TO TRUE
079900         WHEN OTHER
080000             SET M2B-STATUS-180-DAYS TO TRUE
080100     END-EVALUATE.
080200     MOVE LM-UNPAID-BALANCE TO M2B-CURRENT-BALANCE.
080300     MOVE ZERO TO W04-PAST-DUE-AMOUNT.
080400     IF NOT M2B-STATUS-CURRENT
080500         COMPUTE W04-MONTHS-PAST-DUE = W04-DAYS-PAST-DUE / 30
080600         COMPUTE W04-PAST-DUE-AMOUNT =
080700             LM-MONTHLY-PAYMENT * W04-MONTHS-PAST-DUE
080800         MOVE LM-NEXT-DUE-DATE TO W04-FMT-IN
080900         PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
081000         MOVE W04-FMT-OUT TO M2B-FIRST-DELINQ-DATE
081100     END-IF.
081200     MOVE W04-PAST-DUE-AMOUNT TO M2B-AMOUNT-PAST-DUE.
081300     PERFORM 5400-CHECK-FORBEARANCE THRU 5400-EXIT.
081400 5300-EXIT.
081500     EXIT.
081600*
081700*----------------------------------------------------------*
081800* 5400-CHECK-FORBEARANCE - A LOAN ON A FORBEARANCE PLAN     *
081900*     THAT IS ACTIVE AND STARTED BY THE ACTIVITY DATE GETS  *
082000*     THE FORBEARANCE SPECIAL COMMENT                       *
082100*----------------------------------------------------------*
082200 5400-CHECK-FORBEARANCE.
082300     IF NOT W01-PLANFILE-OPEN
082400         GO TO 5400-EXIT
082500     END-IF.
082600     MOVE LM-LOAN-NUMBER TO PP-LOAN-NUMBER.
082700     READ PLANFILE
082800         INVALID KEY
082900             GO TO 5400-EXIT
083000     END-READ.
083100     IF PP-TYPE-FORBEARANCE
083200         AND PP-STATUS-ACTIVE
083300         AND PP-START-DATE NOT > W04-ACTIVITY-DATE
083400         SET M2B-COMMENT-FORBEARANCE TO TRUE
083500         ADD 1 TO W02-IN-FORBEARANCE
083600     END-IF.
083700 5400-EXIT.
083800     EXIT.
083900*
084000*----------------------------------------------------------*
084100* 5500-COMPUTE-DAYS-PAST-DUE - COUNT THE DAYS FROM THE      *
084200*     NEXT DUE DATE TO THE ACTIVITY DATE ON THE 30/360      *
084300*     CONVENTION, EXACTLY AS THE DAILY AGING DOES           *
084400*----------------------------------------------------------*
084500 5500-COMPUTE-DAYS-PAST-DUE.
084600     MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK.
084700     MOVE W04-DUE-DD TO W04-DUE-DD-CAP.
084800     IF W04-DUE-DD-CAP > 30
084900         MOVE 30 TO W04-DUE-DD-CAP
085000     END-IF.
085100     COMPUTE W04-DAYS-PAST-DUE =
085200         ((W04-ACT-YYYY - W04-DUE-YYYY) * 360)
085300         + ((W04-ACT-MM - W04-DUE-MM) * 30)
085400         + (W04-ACT-DD-CAP - W04-DUE-DD-CAP).
085500     IF W04-DAYS-PAST-DUE < ZERO
085600         MOVE ZERO TO W04-DAYS-PAST-DUE
085700     END-IF.
085800 5500-EXIT.
085900     EXIT.
086000*
086100*----------------------------------------------------------*
086200* 6000-WRITE-BASE-SEGMENT - WRITE THE BASE SEGMENT AND ADD  *
086300*     IT TO THE TRAILER COUNTS AND TOTALS                   *
086400*----------------------------------------------------------*
086500 6000-WRITE-BASE-SEGMENT.
086600     WRITE METRO2-RECORD.
086700     ADD 1 TO W02-BASE-WRITTEN.
086800     ADD M2B-CURRENT-BALANCE TO W04-TOTAL-BALANCE.
086900     ADD M2B-AMOUNT-PAST-DUE TO W04-TOTAL-PAST-DUE.
087000     ADD M2B-SCHEDULED-PMT TO W04-TOTAL-SCHEDULED.
087100     EVALUATE TRUE
087200         WHEN M2B-STATUS-CURRENT
087300             ADD 1 TO W02-STATUS-11
087400         WHEN M2B-STATUS-PAID-CLOSED
087500             ADD 1 TO W02-STATUS-13
087600         WHEN M2B-STATUS-30-DAYS
087700             ADD 1 TO W02-STATUS-71
087800         WHEN M2B-STATUS-60-DAYS
087900             ADD 1 TO W02-STATUS-78
088000         WHEN M2B-STATUS-90-DAYS
088100             ADD 1 TO W02-STATUS-80
088200         WHEN M2B-STATUS-120-DAYS
088300             ADD 1 TO W02-STATUS-82
088400         WHEN M2B-STATUS-150-DAYS
088500             ADD 1 TO W02-STATUS-83
088600         WHEN M2B-STATUS-180-DAYS
088700             ADD 1 TO W02-STATUS-84
088800     END-EVALUATE.
088900 6000-EXIT.
089000     EXIT.
089100*
089200*----------------------------------------------------------*
089300* 7000-WRITE-TRAILER - WRITE THE TRAILER RECORD THAT CLOSES *
089400*     THE BUREAU FILE                                       *
089500*----------------------------------------------------------*
089600 7000-WRITE-TRAILER.
089700     MOVE SPACES TO METRO2-RECORD.
089800     MOVE 426 TO M2-RECORD-DESCRIPTOR.
089900     MOVE 'TRAILER' TO M2T-RECORD-ID.
090000     MOVE W02-BASE-WRITTEN TO M2T-TOTAL-BASE.
090100     MOVE W02-STATUS-11 TO M2T-STATUS-11.
090200     MOVE W02-STATUS-13 TO M2T-STATUS-13.
090300     MOVE W02-STATUS-71 TO M2T-STATUS-71.
090400     MOVE W02-STATUS-78 TO M2T-STATUS-78.
090500     MOVE W02-STATUS-80 TO M2T-STATUS-80.
090600     MOVE W02-STATUS-82 TO M2T-STATUS-82.
090700     MOVE W02-STATUS-83 TO M2T-STATUS-83.
090800     MOVE W02-STATUS-84 TO M2T-STATUS-84.
090900     MOVE W02-IN-FORBEARANCE TO M2T-COMMENT-CP.
091000     MOVE W04-TOTAL-BALANCE TO M2T-TOTAL-BALANCE.
091100     MOVE W04-TOTAL-PAST-DUE TO M2T-TOTAL-PAST-DUE.
091200     MOVE W04-TOTAL-SCHEDULED TO M2T-TOTAL-SCHEDULED.
091300     WRITE METRO2-RECORD.
091400 7000-EXIT.
091500     EXIT.
091600*
091700*----------------------------------------------------------*
091800* 7100-WRITE-TOTALS - PRINT THE RUN'S COUNTS AND THE        *
091900*     TRAILER TOTALS AT THE FOOT OF THE EDIT REPORT         *
092000*----------------------------------------------------------*
092100 7100-WRITE-TOTALS.
092200     MOVE SPACES TO CRBEDRPT-RECORD.
092300     WRITE CRBEDRPT-RECORD.
092400     MOVE 'LOANS READ' TO W07-C-CAPTION.
092500     MOVE W02-LOANS-READ TO W07-C-COUNT.
092600     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
092700     MOVE 'BASE SEGMENTS FURNISHED' TO W07-C-CAPTION.
092800     MOVE W02-BASE-WRITTEN TO W07-C-COUNT.
092900     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
093000     MOVE '  CURRENT' TO W07-C-CAPTION.
093100     MOVE W02-STATUS-11 TO W07-C-COUNT.
093200     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
093300     MOVE '  30-59 DAYS PAST DUE' TO W07-C-CAPTION.
093400     MOVE W02-STATUS-71 TO W07-C-COUNT.
093500     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
093600     MOVE '  60-89 DAYS PAST DUE' TO W07-C-CAPTION.
093700     MOVE W02-STATUS-78 TO W07-C-COUNT.
093800     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
093900     MOVE '  90-119 DAYS PAST DUE' TO W07-C-CAPTION.
094000     MOVE W02-STATUS-80 TO W07-C-COUNT.
094100     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
094200     MOVE '  120-149 DAYS PAST DUE' TO W07-C-CAPTION.
094300     MOVE W02-STATUS-82 TO W07-C-COUNT.
094400     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
094500     MOVE '  150-179 DAYS PAST DUE' TO W07-C-CAPTION.
094600     MOVE W02-STATUS-83 TO W07-C-COUNT.
094700     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
094800     MOVE '  180+ DAYS PAST DUE' TO W07-C-CAPTION.
094900     MOVE W02-STATUS-84 TO W07-C-COUNT.
095000     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
095100     MOVE '  PAID IN FULL - FINAL REPORT' TO W07-C-CAPTION.
095200     MOVE W02-STATUS-13 TO W07-C-COUNT.
095300     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
095400     MOVE '  IN FORBEARANCE (CP COMMENT)' TO W07-C-CAPTION.
095500     MOVE W02-IN-FORBEARANCE TO W07-C-COUNT.
095600     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
095700     MOVE 'PAID OFF - ALREADY REPORTED' TO W07-C-CAPTION.
095800     MOVE W02-PAID-OFF-PASSED TO W07-C-COUNT.
095900     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
096000     MOVE 'INACTIVE - NOT FURNISHED' TO W07-C-CAPTION.
096100     MOVE W02-INACTIVE-PASSED TO W07-C-COUNT.
096200     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
096300     MOVE 'HELD BACK FOR BAD DATA' TO W07-C-CAPTION.
096400     MOVE W02-LOANS-HELD TO W07-C-COUNT.
096500     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
096600     MOVE 'HISTORY RECORDS NOT ON MASTER' TO W07-C-CAPTION.
096700     MOVE W02-HISTORY-NOT-ON-MASTER TO W07-C-COUNT.
096800     PERFORM 7110-WRITE-COUNT-LINE THRU 7110-EXIT.
096900     MOVE 'TOTAL CURRENT BALANCE' TO W07-A-CAPTION.
097000     MOVE W04-TOTAL-BALANCE TO W07-A-AMOUNT.
097100     PERFORM 7120-WRITE-AMOUNT-LINE THRU 7120-EXIT.
097200     MOVE 'TOTAL AMOUNT PAST DUE' TO W07-A-CAPTION.
097300     MOVE W04-TOTAL-PAST-DUE TO W07-A-AMOUNT.
097400     PERFORM 7120-WRITE-AMOUNT-LINE THRU 7120-EXIT.
097500     MOVE 'TOTAL SCHEDULED PAYMENT' TO W07-A-CAPTION.
097600     MOVE W04-TOTAL-SCHEDULED TO W07-A-AMOUNT.
097700     PERFORM 7120-WRITE-AMOUNT-LINE THRU 7120-EXIT.
097800 7100-EXIT.
097900     EXIT.
098000*
098100*----------------------------------------------------------*
098200* 7110-WRITE-COUNT-LINE - PRINT ONE COUNT LINE              *
098300*----------------------------------------------------------*
098400 7110-WRITE-COUNT-LINE.
098500     MOVE SPACES TO CRBEDRPT-RECORD.
098600     MOVE W07-COUNT-LINE TO CRBEDRPT-RECORD.
098700     WRITE CRBEDRPT-RECORD.
098800 7110-EXIT.
098900     EXIT.
099000*
099100*----------------------------------------------------------*
099200* 7120-WRITE-AMOUNT-LINE - PRINT ONE WHOLE-DOLLAR TOTAL     *
099300*     LINE                                                  *
099400*----------------------------------------------------------*
099500 7120-WRITE-AMOUNT-LINE.
099600     MOVE SPACES TO CRBEDRPT-RECORD.
099700     MOVE W07-AMOUNT-LINE TO CRBEDRPT-RECORD.
099800     WRITE CRBEDRPT-RECORD.
099900 7120-EXIT.
100000     EXIT.
100100*
100200*----------------------------------------------------------*
100300* 7500-WRITE-CONTROL-DATES - RECORD THE ACTIVITY DATE ON    *
100400*     THE CRBCTL CONTROL FILE ONCE THE FILE IS COMPLETE.    *
100500*     A NEW MONTH KEEPS THIS RUN'S WINDOW START AS THE      *
100600*     PRIOR DATE, SO A RERUN REPORTS THE SAME PAYOFFS; A    *
100700*     RERUN OF THE SAME OR AN EARLIER DATE LEAVES BOTH      *
100800*----------------------------------------------------------*
100900 7500-WRITE-CONTROL-DATES.
101000     IF W04-ACTIVITY-DATE > W04-CTL-LAST-DATE
101100         MOVE W04-WINDOW-START TO W04-CTL-PRIOR-DATE
101200         MOVE W04-ACTIVITY-DATE TO W04-CTL-LAST-DATE
101300     END-IF.
101400     OPEN OUTPUT CRBCTL.
101500     IF NOT W05-CRBCTL-OK
101600         DISPLAY 'LNCRBUR - CRBCTL REWRITE FAILED - STATUS='
101700             W05-CRBCTL-STATUS
101800         MOVE 4 TO RETURN-CODE
101900         GO TO 7500-EXIT
102000     END-IF.
102100     MOVE W04-CTL-LAST-DATE TO CRBCTL-LAST-DATE.
102200     MOVE W04-CTL-PRIOR-DATE TO CRBCTL-PRIOR-DATE.
102300     WRITE CRBCTL-RECORD.
102400     CLOSE CRBCTL.
102500 7500-EXIT.
102600     EXIT.
102700*
102800*----------------------------------------------------------*
102900* 8500-FORMAT-DATE - TURN A YYYYMMDD DATE INTO THE BUREAU'S *
103000*     MMDDYYYY.  A ZERO DATE STAYS ZERO                     *
103100*----------------------------------------------------------*
103200 8500-FORMAT-DATE.
103300     MOVE W04-FMT-IN-MM TO W04-FMT-OUT-MM.
103400     MOVE W04-FMT-IN-DD TO W04-FMT-OUT-DD.
103500     MOVE W04-FMT-IN-YYYY TO W04-FMT-OUT-YYYY.
103600 8500-EXIT.
103700     EXIT.
103800*
103900*----------------------------------------------------------*
104000* 9000-TERMINATE - CLOSE ALL FILES                          *
104100*----------------------------------------------------------*
104200 9000-TERMINATE.
104300     CLOSE LOANMAST.
104400     CLOSE PAYHIST.
104500     CLOSE CRBFILE.
104600     CLOSE CRBEDRPT.
104700     IF W01-PLANFILE-OPEN
104800         CLOSE PLANFILE
104900     END-IF.
105000 9000-EXIT.
105100     EXIT.
105200*
105300*----------------------------------------------------------*
105400* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION           *
105500*----------------------------------------------------------*
105600 9999-EXIT.
105700     GOBACK.
