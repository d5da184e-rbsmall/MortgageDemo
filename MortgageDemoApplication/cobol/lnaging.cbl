001280* COUNT MAY SKIP A DAY (SHORT FEBRUARY) OR REPEAT ONE (RUN
001290* DAY 31 CAPPED TO 30) - THE TRANSITION TEST PUBLISHES
001295* EXACTLY ONCE EITHER WAY.
001305*
001315* A LOAN ON AN ACTIVE FORBEARANCE OR REPAYMENT PLAN IS STILL
001325* AGED AND BUCKETED, AND MARKED ON THE DETAIL, BUT RAISES NO
001335* ESCALATION EVENT - COLLECTIONS LEAVES IT TO THE PLAN.  WHEN
001345* THE PLAN MONITOR BREAKS A PLAN IN THIS CYCLE THE LOAN GOES
001355* BACK INTO ESCALATION AT ONCE: ITS PRIOR COUNT IS TAKEN AS
001365* ZERO, SO A LOAN ALREADY PAST 60 OR 90 DAYS RAISES ITS DQ60 OR
001375* DQ90 EVENT THE SAME NIGHT.
001400*
001500 PROGRAM-ID.  LNAGING.
001600 AUTHOR.      R SMALL.
002590*                 THE CYCDATE CONTROL FILE, NOT THIS JOB'S    *
002591*                 CLOCK, SO A STREAM STRADDLING MIDNIGHT      *
002592*                 STAYS ONE CYCLE                             *
002593* 10/15/2026 RS   NO ESCALATION EVENT WHILE A PAYMENT PLAN    *
002594*                 IS ACTIVE; A PLAN BROKEN THIS CYCLE IS      *
002595*                 ESCALATED AT ONCE.  NOW RUNS BEHIND         *
002596*                 LNPLNMON                                    *
002597* 10/15/2026 RS   PLAN START TESTED AGAINST THE CYCLE DATE,   *
002598*                 NOT THE CLOCK                               *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003710     SELECT AGINGCTL ASSIGN TO AGINGCTL
003720         ORGANIZATION LINE SEQUENTIAL
003730         FILE STATUS IS W05-AGINGCTL-STATUS.
003740     SELECT PLANFILE ASSIGN TO PLANFILE
003750         ORGANIZATION INDEXED
003760         ACCESS MODE IS RANDOM
003770         RECORD KEY IS PP-LOAN-NUMBER
003780         FILE STATUS IS W05-PLANFILE-STATUS.
003800     SELECT AGINGRPT ASSIGN TO AGINGRPT
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS W05-AGINGRPT-STATUS.
004710 FD  AGINGCTL
004720     RECORDING MODE IS F.
004730 01  AGINGCTL-RECORD             PIC X(08).
004740 FD  PLANFILE.
004750     COPY PAYPLAN.
004800 FD  AGINGRPT
004900     RECORDING MODE IS F.
005000 01  AGINGRPT-RECORD             PIC X(132).
006600     88  W01-QUEUE-OPEN              VALUE 'Y'.
006700 01  W01-INVESTOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
006800     88  W01-INVESTOR-FOUND          VALUE 'Y'.
006810 01  W01-PLAN-SWITCH             PIC X(01) VALUE 'N'.
006820     88  W01-NO-PLAN                 VALUE 'N'.
006830     88  W01-ON-ACTIVE-PLAN          VALUE 'A'.
006840     88  W01-PLAN-BROKEN-NOW         VALUE 'B'.
006850 01  W01-PLANFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
006860     88  W01-PLANFILE-OPEN           VALUE 'Y'.
006900 01  W02-LOANS-READ              PIC 9(07) VALUE 0.
007000 01  W02-LOANS-ACTIVE            PIC 9(07) VALUE 0.
007100 01  W02-LOANS-DELINQUENT        PIC 9(07) VALUE 0.
007200 01  W02-EVENTS-PUBLISHED        PIC 9(07) VALUE 0.
007300 01  W02-EVENTS-DEADLETTERED     PIC 9(07) VALUE 0.
007310 01  W02-EVENTS-HELD-ON-PLAN     PIC 9(07) VALUE 0.
007400*
007500*    MQ API FIELDS
007600*
013430     05  W04-PRIOR-YYYY          PIC 9(04).
013440     05  W04-PRIOR-MM            PIC 9(02).
013450     05  W04-PRIOR-DD            PIC 9(02).
013460 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
013500 01  W04-RUN-DD-CAP              PIC 9(02) VALUE 0.
013550 01  W04-PRIOR-DD-CAP            PIC 9(02) VALUE 0.
013600 01  W04-DUE-DD-CAP              PIC 9(02) VALUE 0.
016200     05  W07-D-DAYS              PIC ZZZZ9.
016300     05  FILLER                  PIC X(09) VALUE ' BALANCE '.
016400     05  W07-D-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
016410     05  FILLER                  PIC X(01) VALUE SPACE.
016420     05  W07-D-PLAN-NOTE         PIC X(11).
016500 01  W07-INVESTOR-HEADER.
016600     05  FILLER                  PIC X(09) VALUE 'INVESTOR '.
016700     05  W07-IH-CODE             PIC X(06).
018240     88  W05-AGINGCTL-NOFILE         VALUE '35'.
018300 01  W05-AGINGRPT-STATUS         PIC X(02) VALUE SPACES.
018400     88  W05-AGINGRPT-OK             VALUE '00'.
018402 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
018404     88  W05-PLANFILE-OK             VALUE '00'.
018406     88  W05-PLANFILE-NOFILE         VALUE '35'.
018410*
018420*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
018430*    AND END OF THE RUN                                        *
019830         MOVE 16 TO RETURN-CODE
019840         GO TO 9999-EXIT
019850     END-IF.
019860     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     PERFORM 3000-PROCESS-LOANS THRU 3000-EXIT
020100         UNTIL W01-END-OF-LOANMAST.
020400     PERFORM 6000-DISCONNECT-QMGR THRU 6000-EXIT.
020500     CLOSE LOANMAST.
020600     CLOSE AGINGRPT.
020610     IF W01-PLANFILE-OPEN
020620         CLOSE PLANFILE
020630     END-IF.
020700     DISPLAY 'LNAGING COMPLETE - READ=' W02-LOANS-READ
020800         ' ACTIVE=' W02-LOANS-ACTIVE
020900         ' DELINQUENT=' W02-LOANS-DELINQUENT
021000         ' EVENTS=' W02-EVENTS-PUBLISHED
021010         ' HELD ON PLAN=' W02-EVENTS-HELD-ON-PLAN
021100         ' DEAD-LETTERED=' W02-EVENTS-DEADLETTERED.
021200     IF W02-EVENTS-DEADLETTERED > 0
021300         MOVE 4 TO RETURN-CODE
021520*----------------------------------------------------------*
021530* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
021540*     CYCLE WITH THE RUN-CONTROL MANAGER, WHICH REFUSES AN   *
021550*     OUT-OF-ORDER OR DOUBLE START.  THE PAYMENT PLAN        *
021560*     MONITOR MUST HAVE LANDED FIRST, BEHIND THE PAYMENT     *
021570*     APPLIER, SO THE AGING SEES THE DAY'S ROLLED DUE DATES  *
021571*     AND TONIGHT'S BROKEN PLANS.  THE ZERO CYCLE DATE TELLS *
021572*     LNCYCCTL TO RESOLVE IT FROM THE CYCDATE CONTROL FILE   *
021574*     SET AT STREAM START                                    *
021580*----------------------------------------------------------*
021581 0100-CYCLE-START.
021583     SET CY-ACTION-START TO TRUE.
021584     MOVE 'LNAGING' TO CY-JOB-NAME.
021585     MOVE 'LNPLNMON' TO CY-PREDECESSOR.
021586     MOVE ZERO TO CY-CYCLE-DATE.
021587     MOVE ZERO TO CY-RETURN-CODE.
021588     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 9999-EXIT
024300     END-IF.
024308     OPEN INPUT PLANFILE.
024316     IF W05-PLANFILE-OK
024324         SET W01-PLANFILE-OPEN TO TRUE
024332     ELSE
024340         IF NOT W05-PLANFILE-NOFILE
024348             DISPLAY 'LNAGING - PLANFILE OPEN FAILED - STATUS='
024356                 W05-PLANFILE-STATUS
024364             MOVE 16 TO RETURN-CODE
024372             GO TO 9999-EXIT
024380         END-IF
024388     END-IF.
024400     MOVE W04-RUN-DATE TO W07-H1-RUN-DATE.
024500     MOVE SPACES TO AGINGRPT-RECORD.
024600     MOVE W07-HEADING-1 TO AGINGRPT-RECORD.
031300* 3000-PROCESS-LOANS - AGE ONE ACTIVE LOAN, ACCUMULATE ITS   *
031400*     INVESTOR BUCKET, REPORT IT IF DELINQUENT AND PUBLISH   *
031500*     AN ESCALATION EVENT THE NIGHT IT CROSSES 60 OR 90      *
031600*     DAYS UNLESS IT IS ON AN ACTIVE PAYMENT PLAN, THEN READ *
031610*     AHEAD                                                  *
031700*----------------------------------------------------------*
031800 3000-PROCESS-LOANS.
031900     ADD 1 TO W02-LOANS-READ.
032000     IF LM-STATUS-ACTIVE
032100         ADD 1 TO W02-LOANS-ACTIVE
032200         PERFORM 4000-COMPUTE-DAYS-PAST-DUE THRU 4000-EXIT
032210         PERFORM 4050-CHECK-PLAN THRU 4050-EXIT
032300         PERFORM 4100-SET-BUCKET THRU 4100-EXIT
032400         PERFORM 4200-ACCUMULATE-INVESTOR THRU 4200-EXIT
032500         IF NOT W04-BUCKET-CURRENT
032920             AND W04-DAYS-PAST-DUE < 90)
032930             OR (W04-PRIOR-DAYS-PAST-DUE < 90
032940             AND W04-DAYS-PAST-DUE >= 90)
033000             IF W01-ON-ACTIVE-PLAN
033010                 ADD 1 TO W02-EVENTS-HELD-ON-PLAN
033020             ELSE
033030                 PERFORM 4300-PUT-DELINQ-EVENT THRU 4300-EXIT
033040             END-IF
033100         END-IF
033200     END-IF.
033300     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
037070     END-IF.
037100 4000-EXIT.
037200     EXIT.
037202*
037204*----------------------------------------------------------*
037206* 4050-CHECK-PLAN - LOOK THE LOAN UP ON THE PAYMENT PLAN     *
037208*     FILE.  AN ACTIVE PLAN THAT HAS STARTED HOLDS BACK THE  *
037210*     ESCALATION EVENT; A PLAN BROKEN BY THE MONITOR IN THIS *
037212*     CYCLE ZEROES THE PRIOR COUNT SO THE LOAN'S CURRENT     *
037214*     LEVEL IS ESCALATED TONIGHT.  NO PLAN FILE MEANS NO     *
037216*     LOAN IS ON A PLAN                                      *
037218*----------------------------------------------------------*
037220 4050-CHECK-PLAN.
037222     SET W01-NO-PLAN TO TRUE.
037224     MOVE SPACES TO W07-D-PLAN-NOTE.
037226     IF NOT W01-PLANFILE-OPEN
037228         GO TO 4050-EXIT
037230     END-IF.
037232     MOVE LM-LOAN-NUMBER TO PP-LOAN-NUMBER.
037234     READ PLANFILE
037236         INVALID KEY
037238             GO TO 4050-EXIT
037240     END-READ.
037242     IF PP-STATUS-ACTIVE
037244         AND PP-START-DATE NOT > W04-CYCLE-DATE
037246         SET W01-ON-ACTIVE-PLAN TO TRUE
037248         MOVE 'ON PLAN' TO W07-D-PLAN-NOTE
037250         GO TO 4050-EXIT
037252     END-IF.
037254     IF PP-STATUS-BROKEN
037256         AND PP-STATUS-DATE = W04-CYCLE-DATE
037258         SET W01-PLAN-BROKEN-NOW TO TRUE
037260         MOVE 'PLAN BROKEN' TO W07-D-PLAN-NOTE
037262         MOVE ZERO TO W04-PRIOR-DAYS-PAST-DUE
037264     END-IF.
037266 4050-EXIT.
037268     EXIT.
037300*
037400*----------------------------------------------------------*
037500* 4100-SET-BUCKET - PLACE THE LOAN IN ITS AGING BUCKET       *
