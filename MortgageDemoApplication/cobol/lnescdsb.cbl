001400* ADVANCE FILE, SO THE ESCROW BALANCE IS NEVER DRIVEN NEGATIVE
001500* AND THE MONEY WE ARE OWED BACK IS ON A FILE INSTEAD OF IN
001600* SOMEBODY'S HEAD.
001601* EACH ADVANCE IS ALSO ADDED TO THE LOAN'S RECORD ON THE
001602* ADVLEDGR ADVANCE LEDGER, WHICH THE NIGHTLY ADVANCE RECOVERY
001603* WORKS DOWN FROM THE ESCROW COLLECTIONS.
001610*
001620* EVERY ITEM PAID ALSO GOES ON THE ESCDTL DETAIL FILE WITH ITS
001630* LOAN, DATE AND ESCROW/ADVANCE SPLIT - THE CHECK FILE IS
001640* ROLLED UP BY PAYEE, SO THE DETAIL IS WHAT THE GENERAL LEDGER
001650* INTERFACE POSTS THE DISBURSEMENTS FROM.
001700*
001800* THE CYCLE COMES FROM THE PARM AS YYYYMM; WITH NO PARM IT
001900* DEFAULTS TO THE CYCLE DATE'S MONTH.
001910*
001920* A COMPLETED RUN WRITES ITS CYCLE TO THE ESCDCHKP MARKER
001930* FILE AND A SECOND RUN FOR THE SAME CYCLE IS REFUSED - A
001960* A FULL PAYEE TABLE ARE DISBURSED BY A SUPPLEMENTAL RUN
001970* AGAINST A SCHEDULE OF ONLY THE SKIPPED ITEMS, WITH THE
001980* MARKER CLEARED BY THE STEP THAT STAGES THAT SCHEDULE.
001982*
001984* THE RUN IS REGISTERED WITH THE CYCLE RUN-CONTROL MANAGER AND
001986* STAMPS THE ADVANCES, THE DISBURSEMENT DETAIL AND THE ADVANCE
001988* LEDGER WITH THE NIGHTLY CYCLE DATE, NOT THE CLOCK, SO THE
001990* GENERAL LEDGER INTERFACE RUNNING BEHIND IT THAT NIGHT POSTS
001992* THEM UNDER ITS OWN CYCLE EVEN WHEN THE RUN CROSSES MIDNIGHT.
001994* IT IS A MONTHLY JOB WITH NO PREDECESSOR; A SUPPLEMENTAL RUN
001996* GOES ON A LATER NIGHT'S CYCLE.
002000*
002100 PROGRAM-ID.  LNESCDSB.
002200 AUTHOR.      R SMALL.
003180*                 RUN FOR A DISBURSED CYCLE - SKIPPED ITEMS   *
003190*                 GO THROUGH A SUPPLEMENTAL SCHEDULE, NOT A   *
003191*                 PLAIN RERUN                                 *
003192* 10/15/2026 RS   LOAN-LEVEL ESCDTL DISBURSEMENT DETAIL FILE  *
003193*                 ADDED FOR THE GENERAL LEDGER INTERFACE;     *
003194*                 ADVANCE RECORD LAYOUT MOVED TO ESCADV COPY  *
003195* 10/15/2026 RS   CHECK RECORD LAYOUT MOVED TO ESCCHECK COPY  *
003196*                 FOR THE CHECK ISSUANCE RUN                  *
003197* 10/15/2026 RS   EVERY ADVANCE NOW ALSO POSTED TO THE LOAN'S *
003198*                 ADVLEDGR ADVANCE LEDGER RECORD FOR RECOVERY *
003199* 10/15/2026 RS   DATES ITS OUTPUT WITH THE LNCYCCTL CYCLE    *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004700     SELECT ESCADV ASSIGN TO ESCADV
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS W05-ESCADV-STATUS.
004902     SELECT ESCDTL ASSIGN TO ESCDTL
004904         ORGANIZATION LINE SEQUENTIAL
004906         FILE STATUS IS W05-ESCDTL-STATUS.
004910     SELECT ESCDCHKP ASSIGN TO ESCDCHKP
004920         ORGANIZATION LINE SEQUENTIAL
004930         FILE STATUS IS W05-ESCDCHKP-STATUS.
004940     SELECT ADVLEDGR ASSIGN TO ADVLEDGR
004950         ORGANIZATION INDEXED
004960         ACCESS MODE IS RANDOM
004970         RECORD KEY IS AL-LOAN-NUMBER
004980         FILE STATUS IS W05-ADVLEDGR-STATUS.
005000     SELECT DISBREG ASSIGN TO DISBREG
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS W05-DISBREG-STATUS.
006300 FD  ESCADV
006400     RECORDING MODE IS F.
006500 01  ESCADV-RECORD               PIC X(52).
006502 FD  ESCDTL
006504     RECORDING MODE IS F.
006506 01  ESCDTL-RECORD               PIC X(80).
006510 FD  ESCDCHKP
006520     RECORDING MODE IS F.
006530 01  ESCDCHKP-IO-AREA            PIC X(06).
006540 FD  ADVLEDGR.
006550     COPY ADVLEDG.
006600 FD  DISBREG
006700     RECORDING MODE IS F.
006800 01  DISBREG-RECORD              PIC X(132).
007800     88  W01-PAYEE-FOUND             VALUE 'Y'.
007810 01  W01-PAYEE-FULL-SWITCH       PIC X(01) VALUE 'N'.
007820     88  W01-PAYEE-TABLE-FULL        VALUE 'Y'.
007830 01  W01-LEDGER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007840     88  W01-LEDGER-FOUND            VALUE 'Y'.
007900*
008000*    COUNTERS
008100*
008500 01  W02-SCHED-ORPHANS           PIC 9(07) VALUE 0.
008600 01  W02-LOANS-NOT-ACTIVE        PIC 9(07) VALUE 0.
008700 01  W02-ADVANCES-MADE           PIC 9(07) VALUE 0.
008710 01  W02-LEDGER-FAILURES         PIC 9(07) VALUE 0.
008800 01  W02-REWRITE-FAILURES        PIC 9(07) VALUE 0.
008900 01  W02-CHECKS-WRITTEN          PIC 9(07) VALUE 0.
009000*
009900         10  W03-PAYEE-ITEMS     PIC 9(05) COMP.
010000         10  W03-PAYEE-AMOUNT    PIC S9(09)V99 COMP-3.
010100*
010200*    CYCLE DATE, DISBURSEMENT CYCLE AND WORK FIELDS
010300*
010400 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
010500 01  W04-CYCLE-DATE-PARTS REDEFINES W04-CYCLE-DATE.
010600     05  W04-CYCLE-DATE-YYYY     PIC 9(04).
010700     05  W04-CYCLE-DATE-MM       PIC 9(02).
010800     05  W04-CYCLE-DATE-DD       PIC 9(02).
010900 01  W04-CYCLE-YYYYMM            PIC 9(06) VALUE 0.
011000 01  W04-CYCLE-PARTS REDEFINES W04-CYCLE-YYYYMM.
011100     05  W04-CYCLE-YYYY          PIC 9(04).
011640*
011650 01  W08-LAST-CYCLE              PIC 9(06) VALUE 0.
011700*
011800*    PAYEE CHECK/REMITTANCE RECORD - NUMBERED AND ISSUED BY THE  *
011900*    CHECK ISSUANCE RUN                                          *
012100*
012200     COPY ESCCHECK.
012800*
012900*    SERVICER ADVANCE RECORD - ONE PER ITEM THE ESCROW BALANCE   *
013000*    COULD NOT COVER, SO RECOVERY CAN BILL THE SHORTFALL BACK    *
013100*
013200     COPY ESCADV.
013210*
013220*    DISBURSEMENT DETAIL RECORD - ONE PER ITEM PAID, WITH ITS    *
013230*    LOAN, DATE AND ESCROW/ADVANCE SPLIT                         *
013240*
013250     COPY ESCDTL.
013800*
013900*    REGISTER LINE LAYOUTS
014000*
017900     88  W05-ESCCHECK-OK             VALUE '00'.
018000 01  W05-ESCADV-STATUS           PIC X(02) VALUE SPACES.
018100     88  W05-ESCADV-OK               VALUE '00'.
018110 01  W05-ESCDTL-STATUS           PIC X(02) VALUE SPACES.
018120     88  W05-ESCDTL-OK               VALUE '00'.
018200 01  W05-DISBREG-STATUS          PIC X(02) VALUE SPACES.
018300     88  W05-DISBREG-OK              VALUE '00'.
018301 01  W05-ESCDCHKP-STATUS         PIC X(02) VALUE SPACES.
018302     88  W05-ESCDCHKP-OK             VALUE '00'.
018303     88  W05-ESCDCHKP-NOFILE         VALUE '35'.
018304 01  W05-ADVLEDGR-STATUS         PIC X(02) VALUE SPACES.
018305     88  W05-ADVLEDGR-OK             VALUE '00'.
018306     88  W05-ADVLEDGR-NOFILE         VALUE '35'.
018310*
018320*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY MASTER   *
018330*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
018340*
018350     COPY JRNLREC.
018358*
018366*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
018374*    AND END OF THE RUN                                        *
018382*
018390     COPY CYCREQ.
018400 LINKAGE SECTION.
018500*
018600*    JCL PARM - THE DISBURSEMENT CYCLE AS YYYYMM, E.G. 202609
019900*----------------------------------------------------------*
020000 0000-MAINLINE.
020100     DISPLAY 'LNESCDSB STARTING'.
020110     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
020120     IF CY-RESULT-REFUSED
020130         MOVE 16 TO RETURN-CODE
020140         GO TO 9999-EXIT
020150     END-IF.
020160     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 3000-PROCESS-SCHEDULE THRU 3000-EXIT
020400         UNTIL W01-END-OF-ESCSCHED.
021100         ' ORPHANS=' W02-SCHED-ORPHANS
021200         ' NOT ACTIVE=' W02-LOANS-NOT-ACTIVE
021300         ' ADVANCES=' W02-ADVANCES-MADE
021310         ' LEDGER FAILURES=' W02-LEDGER-FAILURES
021400         ' CHECKS=' W02-CHECKS-WRITTEN.
021500     IF W02-SCHED-ORPHANS > 0
021600         OR W02-REWRITE-FAILURES > 0
021650         OR W02-ITEMS-SKIPPED-FULL > 0
021660         OR W02-LEDGER-FAILURES > 0
021700         MOVE 4 TO RETURN-CODE
021800     END-IF.
021810     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
021900     GO TO 9999-EXIT.
021903*
021906*----------------------------------------------------------*
021909* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE     *
021912*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE MONTHLY RUN *
021915*     HAS NO PREDECESSOR BUT MUST RUN AHEAD OF THE LEDGER  *
021918*     INTERFACE ON ITS NIGHT.  THE ZERO CYCLE DATE TELLS   *
021921*     LNCYCCTL TO RESOLVE IT FROM THE CYCDATE CONTROL FILE *
021924*----------------------------------------------------------*
021927 0100-CYCLE-START.
021930     SET CY-ACTION-START TO TRUE.
021933     MOVE 'LNESCDSB' TO CY-JOB-NAME.
021936     MOVE SPACES TO CY-PREDECESSOR.
021939     MOVE ZERO TO CY-CYCLE-DATE.
021942     MOVE ZERO TO CY-RETURN-CODE.
021945     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
021948 0100-EXIT.
021951     EXIT.
021954*
021957*----------------------------------------------------------*
021960* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND      *
021963*     RETURN CODE FOR THE CYCLE                            *
021966*----------------------------------------------------------*
021969 0200-CYCLE-END.
021972     SET CY-ACTION-ENDJOB TO TRUE.
021975     MOVE RETURN-CODE TO CY-RETURN-CODE.
021978     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
021981 0200-EXIT.
021984     EXIT.
022000*
022100*----------------------------------------------------------*
022200* 1000-INITIALIZE - RESOLVE THE DISBURSEMENT CYCLE, OPEN    *
022300*     ALL FILES AND PRIME THE FIRST SCHEDULE RECORD         *
022400*----------------------------------------------------------*
022500 1000-INITIALIZE.
022700     IF W00-PARM-LENGTH >= 6
022800         AND W00-PARM-CYCLE NUMERIC
022900         MOVE W00-PARM-CYCLE TO W04-CYCLE-YYYYMM
023000     ELSE
023100         COMPUTE W04-CYCLE-YYYYMM =
023200             (W04-CYCLE-DATE-YYYY * 100) + W04-CYCLE-DATE-MM
023300     END-IF.
023400     DISPLAY 'LNESCDSB - DISBURSEMENT CYCLE IS ' W04-CYCLE-YYYYMM.
023410     PERFORM 1100-CHECK-CYCLE-DONE THRU 1100-EXIT.
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 9999-EXIT
026200     END-IF.
026210     OPEN OUTPUT ESCDTL.
026220     IF NOT W05-ESCDTL-OK
026230         DISPLAY 'LNESCDSB - ESCDTL OPEN FAILED - STATUS='
026240             W05-ESCDTL-STATUS
026250         MOVE 16 TO RETURN-CODE
026260         GO TO 9999-EXIT
026270     END-IF.
026271     OPEN I-O ADVLEDGR.
026272     IF W05-ADVLEDGR-NOFILE
026273         OPEN OUTPUT ADVLEDGR
026274         CLOSE ADVLEDGR
026275         OPEN I-O ADVLEDGR
026276     END-IF.
026277     IF NOT W05-ADVLEDGR-OK
026278         DISPLAY 'LNESCDSB - ADVLEDGR OPEN FAILED - STATUS='
026279             W05-ADVLEDGR-STATUS
026280         MOVE 16 TO RETURN-CODE
026281         GO TO 9999-EXIT
026282     END-IF.
026300     OPEN OUTPUT DISBREG.
026400     IF NOT W05-DISBREG-OK
026500         DISPLAY 'LNESCDSB - DISBREG OPEN FAILED - STATUS='
038400     END-IF.
038500     ADD 1 TO W02-ITEMS-PAID.
038510     PERFORM 4150-WRITE-JOURNAL THRU 4150-EXIT.
038520     PERFORM 4250-WRITE-DISB-DETAIL THRU 4250-EXIT.
038600     ADD ES-DISB-AMOUNT TO W04-TOTAL-DISBURSED.
038700     IF W04-ADVANCE-AMOUNT > ZERO
038800         PERFORM 4200-WRITE-ADVANCE THRU 4200-EXIT
039400*
039500*----------------------------------------------------------*
039600* 4200-WRITE-ADVANCE - RECORD ONE SERVICER ADVANCE ON THE   *
039700*     ADVANCE FILE AND POST IT TO THE LOAN'S ADVANCE LEDGER *
039710*     FOR RECOVERY                                          *
039800*----------------------------------------------------------*
039900 4200-WRITE-ADVANCE.
040000     ADD 1 TO W02-ADVANCES-MADE.
040100     ADD W04-ADVANCE-AMOUNT TO W04-TOTAL-ADVANCED.
040200     MOVE SPACES TO SERVICER-ADVANCE-RECORD.
040300     MOVE LM-LOAN-NUMBER TO AV-LOAN-NUMBER.
040400     MOVE ES-PAYEE-NAME TO AV-PAYEE-NAME.
040500     MOVE W04-CYCLE-DATE TO AV-ADVANCE-DATE.
040600     MOVE W04-ADVANCE-AMOUNT TO AV-ADVANCE-AMOUNT.
040700     WRITE ESCADV-RECORD FROM SERVICER-ADVANCE-RECORD.
040710     PERFORM 4210-POST-LEDGER THRU 4210-EXIT.
040800 4200-EXIT.
040900     EXIT.
040903*
040906*----------------------------------------------------------*
040909* 4210-POST-LEDGER - ADD THE ADVANCE TO THE LOAN'S LEDGER   *
040912*     RECORD, STARTING ONE FOR A LOAN NEVER ADVANCED.  A    *
040915*     BALANCE OPENING FROM ZERO TAKES THE LOAN'S CURRENT    *
040918*     INVESTOR AND THE CYCLE DATE AS ITS OPEN DATE.  A      *
040921*     FAILED LEDGER UPDATE LEAVES THE ADVANCE ON ESCADV FOR *
040924*     THE LEDGER TO BE CORRECTED FROM                       *
040927*----------------------------------------------------------*
040930 4210-POST-LEDGER.
040933     MOVE LM-LOAN-NUMBER TO AL-LOAN-NUMBER.
040936     READ ADVLEDGR
040939         INVALID KEY
040942             MOVE SPACES TO ADVANCE-LEDGER-RECORD
040945             MOVE LM-LOAN-NUMBER TO AL-LOAN-NUMBER
040948             MOVE ZERO TO AL-ORIGINAL-AMOUNT
040951             MOVE ZERO TO AL-RECOVERED-AMOUNT
040954             MOVE ZERO TO AL-OUTSTANDING-AMOUNT
040957             MOVE W04-CYCLE-DATE TO AL-FIRST-ADVANCE-DATE
040960             MOVE ZERO TO AL-LAST-RECOVERY-DATE
040963             MOVE ZERO TO AL-OPEN-DATE
040966             MOVE ZERO TO AL-EXIT-DATE
040969             MOVE 'N' TO W01-LEDGER-FOUND-SWITCH
040972         NOT INVALID KEY
040975             SET W01-LEDGER-FOUND TO TRUE
040978     END-READ.
040981     IF AL-OUTSTANDING-AMOUNT NOT > ZERO
040984         MOVE LM-INVESTOR-CODE TO AL-INVESTOR-CODE
040987         MOVE W04-CYCLE-DATE TO AL-OPEN-DATE
040990         SET AL-EXIT-NONE TO TRUE
040993         MOVE ZERO TO AL-EXIT-DATE
040996     END-IF.
040999     ADD W04-ADVANCE-AMOUNT TO AL-ORIGINAL-AMOUNT.
041002     ADD W04-ADVANCE-AMOUNT TO AL-OUTSTANDING-AMOUNT.
041005     MOVE W04-CYCLE-DATE TO AL-LAST-ADVANCE-DATE.
041008     IF W01-LEDGER-FOUND
041011         REWRITE ADVANCE-LEDGER-RECORD
041014     ELSE
041017         WRITE ADVANCE-LEDGER-RECORD
041020     END-IF.
041023     IF NOT W05-ADVLEDGR-OK
041026         DISPLAY 'LNESCDSB - ADVLEDGR UPDATE FAILED FOR LOAN '
041029             LM-LOAN-NUMBER ' - STATUS=' W05-ADVLEDGR-STATUS
041032         ADD 1 TO W02-LEDGER-FAILURES
041035     END-IF.
041038 4210-EXIT.
041041     EXIT.
041044*
041047*----------------------------------------------------------*
041050* 4250-WRITE-DISB-DETAIL - RECORD THE ITEM PAID ON THE      *
041053*     DETAIL FILE WITH ITS ESCROW AND ADVANCED PARTS        *
041056*----------------------------------------------------------*
041059 4250-WRITE-DISB-DETAIL.
041062     MOVE SPACES TO ESCROW-DISB-DETAIL-RECORD.
041065     MOVE LM-LOAN-NUMBER TO ED-LOAN-NUMBER.
041068     MOVE ES-PAYEE-NAME TO ED-PAYEE-NAME.
041071     MOVE W04-CYCLE-DATE TO ED-DISB-DATE.
041074     MOVE ES-DISB-AMOUNT TO ED-ITEM-AMOUNT.
041077     MOVE W04-ESCROW-DEBIT TO ED-ESCROW-AMOUNT.
041080     MOVE W04-ADVANCE-AMOUNT TO ED-ADVANCE-AMOUNT.
041083     WRITE ESCDTL-RECORD FROM ESCROW-DISB-DETAIL-RECORD.
041086 4250-EXIT.
041089     EXIT.
041092*
041100*----------------------------------------------------------*
041200* 5000-FIND-OR-ADD-PAYEE - FIND (OR ADD) THE PAYEE'S ENTRY  *
041300*     IN THE CHECK ROLLUP TABLE, LEAVING THE TABLE INDEX ON *
049700*     AND ITS REGISTER LINE                                 *
049800*----------------------------------------------------------*
049900 7100-WRITE-ONE-CHECK.
050000     MOVE SPACES TO ESCROW-CHECK-RECORD.
050100     MOVE W03-PAYEE-NAME(W03-PAYEE-IDX) TO CK-PAYEE-NAME.
050200     MOVE W04-CYCLE-YYYYMM TO CK-CYCLE-YYYYMM.
050300     MOVE W03-PAYEE-ITEMS(W03-PAYEE-IDX) TO CK-ITEM-COUNT.
050400     MOVE W03-PAYEE-AMOUNT(W03-PAYEE-IDX) TO CK-CHECK-AMOUNT.
050500     WRITE ESCCHECK-RECORD FROM ESCROW-CHECK-RECORD.
050600     ADD 1 TO W02-CHECKS-WRITTEN.
050700     MOVE W03-PAYEE-NAME(W03-PAYEE-IDX) TO W08-C-PAYEE.
050800     MOVE W03-PAYEE-ITEMS(W03-PAYEE-IDX) TO W08-C-ITEMS.
053900     CLOSE ESCSCHED.
054000     CLOSE ESCCHECK.
054100     CLOSE ESCADV.
054110     CLOSE ESCDTL.
054120     CLOSE ADVLEDGR.
054200     CLOSE DISBREG.
054300 9000-EXIT.
054400     EXIT.
