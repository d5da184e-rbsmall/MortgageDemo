001100*
001200* THE STATEMENT CYCLE COMES FROM THE PARM AS YYYYMM; WITH NO
001300* PARM IT DEFAULTS TO THE RUN DATE'S MONTH.
001310*
001320* A LOAN ON AN ACTIVE FORBEARANCE OR REPAYMENT PLAN FOR THE
001330* CYCLE MONTH IS BILLED FROM THE PLAN, NOT THE NOTE: THE PLAN
001340* INSTALLMENT DUE IN THE CYCLE AND ITS DUE DATE, WHATEVER THE
001350* MASTER'S NEXT DUE DATE SAYS, WITH THE DATE THE PLAN ENDS.  A
001360* PLAN MONTH WITH NO INSTALLMENT DUE GETS NO STATEMENT.
001400*
001500 PROGRAM-ID.  LNSTMT.
001600 AUTHOR.      R SMALL.
002500* 08/21/2026 RS   ORIGINAL - MONTHLY BILLING STATEMENTS       *
002510* 09/02/2026 RS   LATE CHARGES DUE NOW SHOWN FROM THE LOAN    *
002520*                 RECORD'S LATE-CHARGE BALANCE                 *
002530* 10/15/2026 RS   LOANS ON AN ACTIVE FORBEARANCE OR           *
002540*                 REPAYMENT PLAN BILLED THE PLAN INSTALLMENT  *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003500     SELECT STMTFILE ASSIGN TO STMTFILE
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS W05-STMTFILE-STATUS.
003710     SELECT PLANFILE ASSIGN TO PLANFILE
003720         ORGANIZATION INDEXED
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS PP-LOAN-NUMBER
003750         FILE STATUS IS W05-PLANFILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  LOANMAST.
004200 FD  STMTFILE
004300     RECORDING MODE IS F.
004400 01  STMTFILE-RECORD             PIC X(132).
004410 FD  PLANFILE.
004420     COPY PAYPLAN.
004500 WORKING-STORAGE SECTION.
004600*
004700*    SWITCHES
004800*
004900 01  W01-LOANMAST-EOF-SWITCH     PIC X(01) VALUE 'N'.
005000     88  W01-END-OF-LOANMAST         VALUE 'Y'.
005010 01  W01-PLAN-SWITCH             PIC X(01) VALUE 'N'.
005020     88  W01-NO-PLAN                 VALUE 'N'.
005030     88  W01-BILL-PLAN               VALUE 'B'.
005040     88  W01-PLAN-NOTHING-DUE        VALUE 'Z'.
005050 01  W01-PLANFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005060     88  W01-PLANFILE-OPEN           VALUE 'Y'.
005100*
005200*    COUNTERS
005300*
005500 01  W02-STATEMENTS-WRITTEN      PIC 9(07) VALUE 0.
005600 01  W02-NOT-IN-CYCLE            PIC 9(07) VALUE 0.
005700 01  W02-NOT-ACTIVE              PIC 9(07) VALUE 0.
005710 01  W02-PLAN-STATEMENTS         PIC 9(07) VALUE 0.
005720 01  W02-PLAN-NOTHING-DUE        PIC 9(07) VALUE 0.
005800*
005900*    STATEMENT CYCLE AND RUN DATE
006000*
006800 01  W04-DUE-DATE-PARTS REDEFINES W04-DUE-DATE-WORK.
006900     05  W04-DUE-YYYYMM          PIC 9(06).
007000     05  W04-DUE-DD              PIC 9(02).
007008*
007016*    PAYMENT PLAN WORK FIELDS - THE PLAN INSTALLMENT BILLED IN
007024*    PLACE OF THE REGULAR PAYMENT
007032*
007040 01  W04-PLAN-DATE-WORK          PIC 9(08) VALUE 0.
007048 01  W04-PLAN-DATE-PARTS REDEFINES W04-PLAN-DATE-WORK.
007056     05  W04-PLAN-YYYYMM         PIC 9(06).
007064     05  W04-PLAN-DD             PIC 9(02).
007072 01  W04-INST-SUB                PIC 9(02) VALUE 0.
007080 01  W04-PLAN-DUE-DATE           PIC 9(08) VALUE 0.
007088 01  W04-PLAN-AMOUNT             PIC S9(07)V99 COMP-3 VALUE 0.
007100*
007200*    NEXT-INSTALLMENT SPLIT WORK FIELDS - SAME PROJECTION
007300*    MATH AS THE AMORTIZATION SCHEDULE PUBLISHER
010600     88  W05-LOANMAST-EOF            VALUE '10'.
010700 01  W05-STMTFILE-STATUS         PIC X(02) VALUE SPACES.
010800     88  W05-STMTFILE-OK             VALUE '00'.
010810 01  W05-PLANFILE-STATUS         PIC X(02) VALUE SPACES.
010820     88  W05-PLANFILE-OK             VALUE '00'.
010830     88  W05-PLANFILE-NOFILE         VALUE '35'.
010900 LINKAGE SECTION.
011000*
011100*    JCL PARM - THE STATEMENT CYCLE AS YYYYMM, E.G. 202609
013100     DISPLAY 'LNSTMT COMPLETE - READ=' W02-LOANS-READ
013200         ' STATEMENTS=' W02-STATEMENTS-WRITTEN
013300         ' NOT IN CYCLE=' W02-NOT-IN-CYCLE
013400         ' NOT ACTIVE=' W02-NOT-ACTIVE
013410         ' PLAN STATEMENTS=' W02-PLAN-STATEMENTS
013420         ' PLAN NOTHING DUE=' W02-PLAN-NOTHING-DUE.
013500     GO TO 9999-EXIT.
013600*
013700*----------------------------------------------------------*
016200         MOVE 16 TO RETURN-CODE
016300         GO TO 9999-EXIT
016400     END-IF.
016408     OPEN INPUT PLANFILE.
016416     IF W05-PLANFILE-OK
016424         SET W01-PLANFILE-OPEN TO TRUE
016432     ELSE
016440         IF NOT W05-PLANFILE-NOFILE
016448             DISPLAY 'LNSTMT - PLANFILE OPEN FAILED - STATUS='
016456                 W05-PLANFILE-STATUS
016464             MOVE 16 TO RETURN-CODE
016472             GO TO 9999-EXIT
016480         END-IF
016488     END-IF.
016500     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
016600 1000-EXIT.
016700     EXIT.
016800*
016900*----------------------------------------------------------*
017000* 3000-PROCESS-LOANS - BUILD A STATEMENT FOR ONE ACTIVE      *
017100*     LOAN COMING DUE IN THE CYCLE, OR WITH A PAYMENT PLAN   *
017110*     INSTALLMENT DUE IN THE CYCLE, THEN READ AHEAD          *
017200*----------------------------------------------------------*
017300 3000-PROCESS-LOANS.
017400     ADD 1 TO W02-LOANS-READ.
017600         ADD 1 TO W02-NOT-ACTIVE
017700     ELSE
017800         MOVE LM-NEXT-DUE-DATE TO W04-DUE-DATE-WORK
017810         PERFORM 3200-CHECK-PLAN THRU 3200-EXIT
017900         EVALUATE TRUE
017910             WHEN W01-BILL-PLAN
017920                 PERFORM 4000-BUILD-STATEMENT THRU 4000-EXIT
017930             WHEN W01-PLAN-NOTHING-DUE
017940                 ADD 1 TO W02-PLAN-NOTHING-DUE
017950             WHEN W04-DUE-YYYYMM = W04-CYCLE-YYYYMM
017960                 PERFORM 4000-BUILD-STATEMENT THRU 4000-EXIT
017970             WHEN OTHER
017980                 ADD 1 TO W02-NOT-IN-CYCLE
018300         END-EVALUATE
018400     END-IF.
018500     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
018600 3000-EXIT.
019600     END-READ.
019700 3100-EXIT.
019800     EXIT.
019801*
019802*----------------------------------------------------------*
019803* 3200-CHECK-PLAN - LOOK THE LOAN UP ON THE PAYMENT PLAN     *
019804*     FILE.  AN ACTIVE PLAN WHOSE PERIOD TAKES IN THE CYCLE  *
019805*     MONTH GOVERNS THE BILL: ITS INSTALLMENT DUE IN THE     *
019806*     CYCLE IS BILLED, OR NOTHING IS.  NO PLAN FILE MEANS NO *
019807*     LOAN IS ON A PLAN                                      *
019808*----------------------------------------------------------*
019809 3200-CHECK-PLAN.
019810     SET W01-NO-PLAN TO TRUE.
019811     IF NOT W01-PLANFILE-OPEN
019812         GO TO 3200-EXIT
019813     END-IF.
019814     MOVE LM-LOAN-NUMBER TO PP-LOAN-NUMBER.
019815     READ PLANFILE
019816         INVALID KEY
019817             GO TO 3200-EXIT
019818     END-READ.
019819     IF NOT PP-STATUS-ACTIVE
019820         GO TO 3200-EXIT
019821     END-IF.
019822     MOVE PP-START-DATE TO W04-PLAN-DATE-WORK.
019823     IF W04-PLAN-YYYYMM > W04-CYCLE-YYYYMM
019824         GO TO 3200-EXIT
019825     END-IF.
019826     MOVE PP-END-DATE TO W04-PLAN-DATE-WORK.
019827     IF W04-PLAN-YYYYMM < W04-CYCLE-YYYYMM
019828         GO TO 3200-EXIT
019829     END-IF.
019830     SET W01-PLAN-NOTHING-DUE TO TRUE.
019831     PERFORM 3210-FIND-INSTALLMENT THRU 3210-EXIT
019832         VARYING W04-INST-SUB FROM 1 BY 1
019833         UNTIL W04-INST-SUB > PP-INSTALLMENT-COUNT
019834            OR W01-BILL-PLAN.
019835 3200-EXIT.
019836     EXIT.
019837*
019838*----------------------------------------------------------*
019839* 3210-FIND-INSTALLMENT - TAKE ONE PLAN INSTALLMENT AS THE   *
019840*     AMOUNT TO BILL IF IT FALLS DUE IN THE CYCLE MONTH      *
019841*----------------------------------------------------------*
019842 3210-FIND-INSTALLMENT.
019843     MOVE PP-INST-DUE-DATE(W04-INST-SUB) TO W04-PLAN-DATE-WORK.
019844     IF W04-PLAN-YYYYMM = W04-CYCLE-YYYYMM
019845         SET W01-BILL-PLAN TO TRUE
019846         MOVE PP-INST-DUE-DATE(W04-INST-SUB) TO W04-PLAN-DUE-DATE
019847         MOVE PP-INST-AMOUNT(W04-INST-SUB) TO W04-PLAN-AMOUNT
019848     END-IF.
019849 3210-EXIT.
019850     EXIT.
019900*
020000*----------------------------------------------------------*
020100* 4000-BUILD-STATEMENT - SPLIT THE NEXT INSTALLMENT THE WAY  *
022060         MOVE ZERO TO LM-LATE-CHARGE-BALANCE
022070     END-IF.
022100     PERFORM 5000-WRITE-STATEMENT THRU 5000-EXIT.
022110     IF W01-BILL-PLAN
022120         ADD 1 TO W02-PLAN-STATEMENTS
022130     END-IF.
022200     ADD 1 TO W02-STATEMENTS-WRITTEN.
022300 4000-EXIT.
022400     EXIT.
022500*
022600*----------------------------------------------------------*
022700* 5000-WRITE-STATEMENT - WRITE THE PRINT-IMAGE STATEMENT     *
022800*     FOR THE CURRENT LOAN.  A PLAN LOAN IS BILLED THE PLAN  *
022810*     INSTALLMENT IN PLACE OF THE REGULAR PAYMENT AND ITS    *
022820*     SPLIT                                                  *
022900*----------------------------------------------------------*
023000 5000-WRITE-STATEMENT.
023100     MOVE LM-BORROWER-NAME TO W08-H-BORROWER-NAME.
023300     MOVE SPACES TO STMTFILE-RECORD.
023400     MOVE W08-STMT-HEADER TO STMTFILE-RECORD.
023500     WRITE STMTFILE-RECORD.
023510     IF W01-BILL-PLAN
023520         PERFORM 5100-WRITE-PLAN-DUE THRU 5100-EXIT
023530         GO TO 5000-BALANCES
023540     END-IF.
023600     MOVE 'PAYMENT DUE DATE' TO W08-D-CAPTION.
023700     MOVE LM-NEXT-DUE-DATE TO W08-D-DATE.
023800     MOVE SPACES TO STMTFILE-RECORD.
025300     MOVE SPACES TO STMTFILE-RECORD.
025400     MOVE W08-AMOUNT-LINE TO STMTFILE-RECORD.
025500     WRITE STMTFILE-RECORD.
025510 5000-BALANCES.
025600     MOVE 'UNPAID BALANCE' TO W08-A-CAPTION.
025700     MOVE LM-UNPAID-BALANCE TO W08-A-AMOUNT.
025800     MOVE SPACES TO STMTFILE-RECORD.
026900     WRITE STMTFILE-RECORD.
027000 5000-EXIT.
027100     EXIT.
027103*
027106*----------------------------------------------------------*
027109* 5100-WRITE-PLAN-DUE - WRITE THE PLAN INSTALLMENT DUE, ITS  *
027112*     DUE DATE AND THE DATE THE PLAN ENDS                    *
027115*----------------------------------------------------------*
027118 5100-WRITE-PLAN-DUE.
027121     MOVE 'PLAN PAYMENT DUE DATE' TO W08-D-CAPTION.
027124     MOVE W04-PLAN-DUE-DATE TO W08-D-DATE.
027127     MOVE SPACES TO STMTFILE-RECORD.
027130     MOVE W08-DATE-LINE TO STMTFILE-RECORD.
027133     WRITE STMTFILE-RECORD.
027136     MOVE 'PLAN PAYMENT DUE' TO W08-A-CAPTION.
027139     MOVE W04-PLAN-AMOUNT TO W08-A-AMOUNT.
027142     MOVE SPACES TO STMTFILE-RECORD.
027145     MOVE W08-AMOUNT-LINE TO STMTFILE-RECORD.
027148     WRITE STMTFILE-RECORD.
027151     IF PP-TYPE-FORBEARANCE
027154         MOVE 'FORBEARANCE PLAN ENDS' TO W08-D-CAPTION
027157     ELSE
027160         MOVE 'REPAYMENT PLAN ENDS' TO W08-D-CAPTION
027163     END-IF.
027166     MOVE PP-END-DATE TO W08-D-DATE.
027169     MOVE SPACES TO STMTFILE-RECORD.
027172     MOVE W08-DATE-LINE TO STMTFILE-RECORD.
027175     WRITE STMTFILE-RECORD.
027178 5100-EXIT.
027181     EXIT.
027200*
027300*----------------------------------------------------------*
027400* 9000-TERMINATE - CLOSE ALL FILES                           *
027600 9000-TERMINATE.
027700     CLOSE LOANMAST.
027800     CLOSE STMTFILE.
027810     IF W01-PLANFILE-OPEN
027820         CLOSE PLANFILE
027830     END-IF.
027900 9000-EXIT.
028000     EXIT.
028100*
