001500* RECORD, SO A NIGHTLY RERUN CANNOT DOUBLE-CHARGE AND A NEW
001600* CHARGE FIRES ONLY AFTER A PAYMENT HAS ROLLED THE DUE DATE
001700* FORWARD AND THAT INSTALLMENT GOES LATE IN ITS TURN.
001710*
001720* EVERY CHARGE ASSESSED IS ALSO WRITTEN TO THE LATEASMT FILE,
001730* THE MACHINE-READABLE SIDE OF THE REGISTER THAT THE GENERAL
001740* LEDGER INTERFACE POSTS THE NIGHT'S ASSESSMENTS FROM.
001742* THE FILE IS ADDED TO, NOT REPLACED, SO A RESTART KEEPS THE
001744* CHARGES AN INTERRUPTED RUN HAS ALREADY PUT ON THE MASTER; THE
001746* INTERFACE TAKES ONLY THE RECORDS DATED FOR ITS OWN CYCLE.
001750*
001760* A LOAN ON AN ACTIVE FORBEARANCE OR REPAYMENT PLAN IS NOT
001770* CHARGED - THE PLAN FILE SAYS WHAT THE BORROWER OWES WHILE IT
001780* RUNS.  ONCE THE NIGHTLY PLAN MONITOR MARKS THE PLAN BROKEN
001790* THE LOAN IS CHARGED AGAIN IN THE NORMAL WAY.
001792*
001794* EVERY CHARGE ASSESSED ALSO DROPS A LATE NOTICE REQUEST ON THE
001796* COMMON NOTICE REQUEST FILE FOR THE BORROWER NOTICE GENERATOR,
001798* NAMING THE INSTALLMENT DUE DATE THAT WENT LATE.
001800*
001810* THE RUN IS REGISTERED WITH THE CYCLE RUN-CONTROL MANAGER.  THE
001820* LOANS ARE AGED TO THE CYCLE DATE AND THE ASSESSMENTS AND NOTICE
001830* REQUESTS CARRY IT, SO A RUN THAT CROSSES MIDNIGHT STILL FEEDS
001840* THE LEDGER INTERFACE FOR ITS OWN CYCLE.
001850*
001900 PROGRAM-ID.  LNLATE.
002000 AUTHOR.      R SMALL.
002100 INSTALLATION. MORTGAGE SERVICING DIVISION.
002900* 09/02/2026 RS   ORIGINAL - NIGHTLY LATE CHARGE ASSESSMENT   *
002910* 09/02/2026 RS   EVERY MASTER UPDATE NOW JOURNALED THROUGH   *
002920*                 LNJRNL WITH BEFORE/AFTER IMAGES             *
002930* 10/15/2026 RS   EACH ASSESSMENT ALSO WRITTEN TO THE         *
002940*                 LATEASMT FILE FOR THE GENERAL LEDGER        *
002950* 10/15/2026 RS   NO CHARGE ON A LOAN WITH AN ACTIVE          *
002960*                 FORBEARANCE OR REPAYMENT PLAN               *
002970* 10/15/2026 RS   EACH ASSESSMENT DROPS A LATE NOTICE         *
002980*                 REQUEST ON THE NOTCREQ FILE                 *
002985* 10/15/2026 RS   REGISTERED WITH LNCYCCTL BEHIND LNADVREC,   *
002990*                 ITSELF BEHIND THE PLAN MONITOR, SO A PLAN   *
002995*                 BROKEN TONIGHT IS CHARGED TONIGHT; AGES AND *
002996*                 STAMPS ITS OUTPUT WITH THE CYCLE DATE, NOT  *
002997*                 THE CLOCK                                   *
002998* 10/15/2026 RS   LATEASMT EXTENDED SO A RESTART KEEPS THE    *
002999*                 CHARGES THE INTERRUPTED RUN WROTE           *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003900     SELECT LATERPT ASSIGN TO LATERPT
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS W05-LATERPT-STATUS.
004110     SELECT LATEASMT ASSIGN TO LATEASMT
004120         ORGANIZATION LINE SEQUENTIAL
004130         FILE STATUS IS W05-LATEASMT-STATUS.
004140     SELECT PLANFILE ASSIGN TO PLANFILE
004150         ORGANIZATION INDEXED
004160         ACCESS MODE IS RANDOM
004170         RECORD KEY IS PP-LOAN-NUMBER
004180         FILE STATUS IS W05-PLANFILE-STATUS.
004185     SELECT NOTCREQ ASSIGN TO NOTCREQ
004190         ORGANIZATION LINE SEQUENTIAL
004195         FILE STATUS IS W05-NOTCREQ-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LOANMAST.
004600 FD  LATERPT
004700     RECORDING MODE IS F.
004800 01  LATERPT-RECORD              PIC X(132).
004810 FD  LATEASMT
004820     RECORD CONTAINS 40 CHARACTERS.
004830     COPY LATEASMT.
004840 FD  PLANFILE.
004850     COPY PAYPLAN.
004860 FD  NOTCREQ
004870     RECORDING MODE IS F.
004880 01  NOTCREQ-RECORD              PIC X(100).
004900 WORKING-STORAGE SECTION.
005000*
005100*    SWITCHES
005200*
005300 01  W01-LOANMAST-EOF-SWITCH     PIC X(01) VALUE 'N'.
005400     88  W01-END-OF-LOANMAST         VALUE 'Y'.
005410 01  W01-PLAN-SWITCH             PIC X(01) VALUE 'N'.
005420     88  W01-ON-ACTIVE-PLAN          VALUE 'Y'.
005430 01  W01-PLANFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005440     88  W01-PLANFILE-OPEN           VALUE 'Y'.
005500*
005600*    COUNTERS
005700*
006000 01  W02-CHARGES-ASSESSED        PIC 9(07) VALUE 0.
006100 01  W02-ALREADY-ASSESSED        PIC 9(07) VALUE 0.
006200 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
006210 01  W02-WAIVED-ON-PLAN          PIC 9(07) VALUE 0.
006300*
006400*    LATE CHARGE TERMS - THE GRACE DAYS AND THE CHARGE AS A      *
006500*    FRACTION OF THE MONTHLY PAYMENT, PER THE STANDARD NOTE.     *
006900 01  W03-LATE-CHARGE-PCT         PIC S9(01)V9(04) COMP-3
007000                                 VALUE 0.0500.
007100*
007200*    AGING WORK FIELDS - 30/360 COUNT AS IN THE DAILY AGING,
007210*    TAKEN TO THE CYCLE DATE
007300*
007400 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
007500 01  W04-CYCLE-DATE-PARTS REDEFINES W04-CYCLE-DATE.
007600     05  W04-CYCLE-YYYY          PIC 9(04).
007700     05  W04-CYCLE-MM            PIC 9(02).
007800     05  W04-CYCLE-DD            PIC 9(02).
007900 01  W04-DUE-DATE-WORK           PIC 9(08) VALUE 0.
008000 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
008100     05  W04-DUE-YYYY            PIC 9(04).
008200     05  W04-DUE-MM              PIC 9(02).
008300     05  W04-DUE-DD              PIC 9(02).
008400 01  W04-CYCLE-DD-CAP            PIC 9(02) VALUE 0.
008500 01  W04-DUE-DD-CAP              PIC 9(02) VALUE 0.
008600 01  W04-DAYS-PAST-DUE           PIC S9(05) COMP-3 VALUE 0.
008700 01  W04-LATE-CHARGE             PIC S9(05)V99 COMP-3 VALUE 0.
009100*
009200 01  W07-HEADING-1.
009300     05  FILLER                  PIC X(40)
009400         VALUE 'NIGHTLY LATE CHARGE ASSESSMENT - CYCLE  '.
009500     05  W07-H1-CYCLE-DATE       PIC 9(08).
009600 01  W07-DETAIL-LINE.
009700     05  FILLER                  PIC X(05) VALUE 'LOAN '.
009800     05  W07-D-LOAN-NUMBER       PIC X(10).
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  W07-T-CAPTION           PIC X(24).
011200     05  W07-T-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
011210 01  W07-COUNT-LINE.
011220     05  FILLER                  PIC X(02) VALUE SPACES.
011230     05  W07-C-CAPTION           PIC X(24).
011240     05  W07-C-COUNT             PIC ZZZ,ZZ9.
011300*
011400*    FILE STATUS FIELDS
011500*
011510 01  W05-NOTCREQ-STATUS          PIC X(02) VALUE SPACES.
011520     88  W05-NOTCREQ-OK              VALUE '00'.
011530     88  W05-NOTCREQ-NOFILE          VALUE '35'.
011600 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
011700     88  W05-LOANMAST-OK             VALUE '00'.
011800     88  W05-LOANMAST-EOF            VALUE '10'.
011900 01  W05-LATERPT-STATUS          PIC X(02) VALUE SPACES.
012000     88  W05-LATERPT-OK              VALUE '00'.
012003 01  W05-LATEASMT-STATUS         PIC X(02) VALUE SPACES.
012004     88  W05-LATEASMT-OK             VALUE '00'.
012005     88  W05-LATEASMT-NOFILE         VALUE '35'.
012007 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
012008     88  W05-PLANFILE-OK             VALUE '00'.
012009     88  W05-PLANFILE-NOFILE         VALUE '35'.
012010*
012020*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY MASTER   *
012030*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
012040*
012050     COPY JRNLREC.
012060*
012070*    BORROWER NOTICE REQUEST DROPPED FOR EVERY CHARGE ASSESSED *
012080*
012090     COPY NOTCREQ.
012091*
012092*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START *
012093*    AND END OF THE RUN                                    *
012094*
012095     COPY CYCREQ.
012100 PROCEDURE DIVISION.
012200*
012300*----------------------------------------------------------*
012500*----------------------------------------------------------*
012600 0000-MAINLINE.
012700     DISPLAY 'LNLATE STARTING'.
012710     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
012720     IF CY-RESULT-REFUSED
012730         MOVE 16 TO RETURN-CODE
012740         GO TO 9999-EXIT
012750     END-IF.
012760     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 3000-PROCESS-LOANS THRU 3000-EXIT
013000         UNTIL W01-END-OF-LOANMAST.
013400         ' ACTIVE=' W02-LOANS-ACTIVE
013500         ' ASSESSED=' W02-CHARGES-ASSESSED
013600         ' ALREADY ASSESSED=' W02-ALREADY-ASSESSED
013610         ' ON PLAN=' W02-WAIVED-ON-PLAN
013700         ' REWRITE FAILURES=' W02-REWRITE-FAILURES.
013800     IF W02-REWRITE-FAILURES > 0
013900         MOVE 4 TO RETURN-CODE
014000     END-IF.
014010     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
014100     GO TO 9999-EXIT.
014103*
014106*----------------------------------------------------------*
014109* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE     *
014112*     CYCLE WITH THE RUN-CONTROL MANAGER.  ASSESSMENT      *
014115*     RUNS BEHIND THE REVERSALS, THE PAYOFFS, THE PLAN     *
014118*     MONITOR AND ADVANCE RECOVERY SO THE DAY'S PAYMENTS   *
014121*     AND PLAN BREAKS ARE FINAL, AND AHEAD OF THE          *
014124*     BALANCING PROOF AND THE LEDGER INTERFACE THAT POSTS  *
014127*     ITS CHARGES.  THE ZERO CYCLE DATE TELLS LNCYCCTL TO  *
014128*     RESOLVE IT FROM THE CYCDATE CONTROL FILE             *
014130*----------------------------------------------------------*
014133 0100-CYCLE-START.
014136     SET CY-ACTION-START TO TRUE.
014139     MOVE 'LNLATE' TO CY-JOB-NAME.
014142     MOVE 'LNADVREC' TO CY-PREDECESSOR.
014145     MOVE ZERO TO CY-CYCLE-DATE.
014148     MOVE ZERO TO CY-RETURN-CODE.
014151     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
014154 0100-EXIT.
014157     EXIT.
014160*
014163*----------------------------------------------------------*
014166* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND      *
014169*     RETURN CODE FOR THE CYCLE                            *
014172*----------------------------------------------------------*
014175 0200-CYCLE-END.
014178     SET CY-ACTION-ENDJOB TO TRUE.
014181     MOVE RETURN-CODE TO CY-RETURN-CODE.
014184     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
014187 0200-EXIT.
014190     EXIT.
014200*
014300*----------------------------------------------------------*
014400* 1000-INITIALIZE - CAP THE CYCLE DAY, OPEN THE FILES AND  *
014500*     PRIME THE FIRST LOAN.  LATEASMT IS EXTENDED, SO A    *
014510*     RESTART KEEPS WHAT THE INTERRUPTED RUN WROTE         *
014600*----------------------------------------------------------*
014700 1000-INITIALIZE.
014900     MOVE W04-CYCLE-DD TO W04-CYCLE-DD-CAP.
015000     IF W04-CYCLE-DD-CAP > 30
015100         MOVE 30 TO W04-CYCLE-DD-CAP
015200     END-IF.
015300     OPEN I-O LOANMAST.
015400     IF NOT W05-LOANMAST-OK
015700         MOVE 16 TO RETURN-CODE
015800         GO TO 9999-EXIT
015900     END-IF.
015909     OPEN EXTEND NOTCREQ.
015918     IF W05-NOTCREQ-NOFILE
015927         OPEN OUTPUT NOTCREQ
015936     END-IF.
015945     IF NOT W05-NOTCREQ-OK
015954         DISPLAY 'LNLATE - NOTCREQ OPEN FAILED - STATUS='
015963             W05-NOTCREQ-STATUS
015972         MOVE 16 TO RETURN-CODE
015981         GO TO 9999-EXIT
015990     END-IF.
016000     OPEN OUTPUT LATERPT.
016100     IF NOT W05-LATERPT-OK
016200         DISPLAY 'LNLATE - LATERPT OPEN FAILED - STATUS='
016400         MOVE 16 TO RETURN-CODE
016500         GO TO 9999-EXIT
016600     END-IF.
016610     OPEN EXTEND LATEASMT.
016612     IF W05-LATEASMT-NOFILE
016614         OPEN OUTPUT LATEASMT
016616     END-IF.
016620     IF NOT W05-LATEASMT-OK
016630         DISPLAY 'LNLATE - LATEASMT OPEN FAILED - STATUS='
016640             W05-LATEASMT-STATUS
016650         MOVE 16 TO RETURN-CODE
016660         GO TO 9999-EXIT
016670     END-IF.
016672     OPEN INPUT PLANFILE.
016674     IF W05-PLANFILE-OK
016676         SET W01-PLANFILE-OPEN TO TRUE
016678     ELSE
016680         IF NOT W05-PLANFILE-NOFILE
016682             DISPLAY 'LNLATE - PLANFILE OPEN FAILED - STATUS='
016684                 W05-PLANFILE-STATUS
016686             MOVE 16 TO RETURN-CODE
016688             GO TO 9999-EXIT
016690         END-IF
016692     END-IF.
016700     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
016800     MOVE SPACES TO LATERPT-RECORD.
016900     MOVE W07-HEADING-1 TO LATERPT-RECORD.
017000     WRITE LATERPT-RECORD.
017500*----------------------------------------------------------*
017600* 3000-PROCESS-LOANS - AGE ONE ACTIVE LOAN AND ASSESS THE   *
017700*     LATE CHARGE IF ITS INSTALLMENT IS PAST THE GRACE      *
017800*     PERIOD, NOT YET ASSESSED AND NOT UNDER AN ACTIVE      *
017810*     PAYMENT PLAN, THEN READ AHEAD                         *
017900*----------------------------------------------------------*
018000 3000-PROCESS-LOANS.
018100     ADD 1 TO W02-LOANS-READ.
018300         ADD 1 TO W02-LOANS-ACTIVE
018400         PERFORM 4000-COMPUTE-DAYS-PAST-DUE THRU 4000-EXIT
018500         IF W04-DAYS-PAST-DUE > W03-GRACE-DAYS
018600             PERFORM 4050-CHECK-PLAN THRU 4050-EXIT
018610             IF W01-ON-ACTIVE-PLAN
018620                 ADD 1 TO W02-WAIVED-ON-PLAN
018630             ELSE
018640                 PERFORM 4100-ASSESS-CHARGE THRU 4100-EXIT
018650             END-IF
018700         END-IF
018800     END-IF.
018900     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
020300*
020400*----------------------------------------------------------*
020500* 4000-COMPUTE-DAYS-PAST-DUE - COUNT THE DAYS FROM THE      *
020600*     LOAN'S NEXT DUE DATE TO THE CYCLE DATE ON THE 30/360  *
020700*     CONVENTION.  A DUE DATE ON OR AFTER THE CYCLE DATE    *
020800*     COUNTS AS ZERO                                        *
020900*----------------------------------------------------------*
021000 4000-COMPUTE-DAYS-PAST-DUE.
021400         MOVE 30 TO W04-DUE-DD-CAP
021500     END-IF.
021600     COMPUTE W04-DAYS-PAST-DUE =
021700         ((W04-CYCLE-YYYY - W04-DUE-YYYY) * 360)
021800         + ((W04-CYCLE-MM - W04-DUE-MM) * 30)
021900         + (W04-CYCLE-DD-CAP - W04-DUE-DD-CAP).
022000     IF W04-DAYS-PAST-DUE < ZERO
022100         MOVE ZERO TO W04-DAYS-PAST-DUE
022200     END-IF.
022300 4000-EXIT.
022400     EXIT.
022404*
022408*----------------------------------------------------------*
022412* 4050-CHECK-PLAN - LOOK THE LOAN UP ON THE PAYMENT PLAN    *
022416*     FILE.  A PLAN COUNTS ONLY WHILE IT IS ACTIVE AND HAS  *
022420*     STARTED; NO PLAN FILE MEANS NO LOAN IS ON A PLAN      *
022424*----------------------------------------------------------*
022428 4050-CHECK-PLAN.
022432     MOVE 'N' TO W01-PLAN-SWITCH.
022436     IF NOT W01-PLANFILE-OPEN
022440         GO TO 4050-EXIT
022444     END-IF.
022448     MOVE LM-LOAN-NUMBER TO PP-LOAN-NUMBER.
022452     READ PLANFILE
022456         INVALID KEY
022460             GO TO 4050-EXIT
022464     END-READ.
022468     IF PP-STATUS-ACTIVE
022472         AND PP-START-DATE NOT > W04-CYCLE-DATE
022476         SET W01-ON-ACTIVE-PLAN TO TRUE
022480     END-IF.
022484 4050-EXIT.
022488     EXIT.
022500*
022600*----------------------------------------------------------*
022700* 4100-ASSESS-CHARGE - ASSESS THE CONTRACTUAL LATE CHARGE   *
025600     ADD W04-LATE-CHARGE TO W04-TOTAL-ASSESSED.
025650     PERFORM 4200-WRITE-JOURNAL THRU 4200-EXIT.
025700     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
025710     PERFORM 6100-WRITE-ASSESSMENT THRU 6100-EXIT.
025720     PERFORM 6200-WRITE-NOTICE-REQUEST THRU 6200-EXIT.
025800 4100-EXIT.
025900     EXIT.
025910*
027200     WRITE LATERPT-RECORD.
027300 6000-EXIT.
027400     EXIT.
027402*
027404*----------------------------------------------------------*
027406* 6100-WRITE-ASSESSMENT - WRITE THE CHARGE TO THE           *
027408*     ASSESSMENT FILE FOR THE GENERAL LEDGER                *
027410*----------------------------------------------------------*
027412 6100-WRITE-ASSESSMENT.
027414     MOVE SPACES TO LATE-ASSESSMENT-RECORD.
027416     MOVE LM-LOAN-NUMBER TO LA-LOAN-NUMBER.
027418     MOVE W04-CYCLE-DATE TO LA-ASSESSED-DATE.
027420     MOVE LM-NEXT-DUE-DATE TO LA-DUE-DATE.
027422     MOVE W04-LATE-CHARGE TO LA-CHARGE-AMOUNT.
027424     WRITE LATE-ASSESSMENT-RECORD.
027426 6100-EXIT.
027428     EXIT.
027431*
027434*----------------------------------------------------------*
027437* 6200-WRITE-NOTICE-REQUEST - ASK THE NOTICE GENERATOR FOR  *
027440*     THE LATE NOTICE.  THE EVENT IS THE INSTALLMENT THAT   *
027443*     WENT LATE, SO THE BORROWER GETS ONE LETTER PER CHARGE *
027446*----------------------------------------------------------*
027449 6200-WRITE-NOTICE-REQUEST.
027452     MOVE SPACES TO NOTICE-REQUEST-RECORD.
027455     MOVE LM-LOAN-NUMBER TO NR-LOAN-NUMBER.
027458     SET NR-LETTER-LATE TO TRUE.
027461     MOVE LM-NEXT-DUE-DATE TO NR-EVENT-DATE.
027464     MOVE W04-CYCLE-DATE TO NR-REQUEST-DATE.
027467     MOVE 'LNLATE' TO NR-PROGRAM-ID.
027470     MOVE LM-NEXT-DUE-DATE TO NR-LT-DUE-DATE.
027473     MOVE W04-DAYS-PAST-DUE TO NR-LT-DAYS-PAST-DUE.
027476     MOVE W04-LATE-CHARGE TO NR-LT-CHARGE-AMOUNT.
027479     MOVE LM-LATE-CHARGE-BALANCE TO NR-LT-LATE-BALANCE.
027482     MOVE LM-MONTHLY-PAYMENT TO NR-LT-PAYMENT-DUE.
027485     WRITE NOTCREQ-RECORD FROM NOTICE-REQUEST-RECORD.
027488 6200-EXIT.
027491     EXIT.
027500*
027600*----------------------------------------------------------*
027700* 8000-WRITE-TOTALS - WRITE THE ASSESSED TOTAL AT THE       *
028300     MOVE SPACES TO LATERPT-RECORD.
028400     MOVE W07-TOTAL-LINE TO LATERPT-RECORD.
028500     WRITE LATERPT-RECORD.
028510     MOVE 'LOANS WAIVED - ON PLAN' TO W07-C-CAPTION.
028520     MOVE W02-WAIVED-ON-PLAN TO W07-C-COUNT.
028530     MOVE SPACES TO LATERPT-RECORD.
028540     MOVE W07-COUNT-LINE TO LATERPT-RECORD.
028550     WRITE LATERPT-RECORD.
028600 8000-EXIT.
028700     EXIT.
028800*
029200 9000-TERMINATE.
029300     CLOSE LOANMAST.
029400     CLOSE LATERPT.
029410     CLOSE LATEASMT.
029415     CLOSE NOTCREQ.
029420     IF W01-PLANFILE-OPEN
029430         CLOSE PLANFILE
029440     END-IF.
029500 9000-EXIT.
029600     EXIT.
029700*
