001100* ON LOAN NUMBER.  THE STATEMENT YEAR COMES FROM THE PARM;
001200* WITH NO PARM IT DEFAULTS TO THE YEAR BEFORE THE RUN DATE,
001300* WHICH IS RIGHT FOR THE NORMAL JANUARY RUN.
001310*
001320* A REVERSAL RECORD FROM THE PAYMENT REVERSAL PROGRAM NETS ITS
001330* SPLIT OUT OF THE LOAN'S TOTALS FOR THE YEAR IT POSTED, SO A
001340* RETURNED PAYMENT IS NEVER REPORTED AS INTEREST PAID.
001350*
001360* A PAYOFF POSTED ON A LATER CYCLE THAN ITS FUNDS ARRIVED IS
001370* REPORTED FOR THE YEAR THE FUNDS WERE RECEIVED.
001400*
001500 PROGRAM-ID.  LNYREND.
001600 AUTHOR.      R SMALL.
002300*-----------------------------------------------------------*
002400* DATE       INIT DESCRIPTION                                *
002500* 08/21/2026 RS   ORIGINAL - ANNUAL INTEREST STATEMENT SWEEP  *
002510* 10/15/2026 RS   REVERSAL HISTORY RECORDS NOW SUBTRACTED     *
002520*                 FROM THE LOAN'S TOTALS AND PAYMENT COUNT    *
002530* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES; A      *
002540*                 PAYOFF COUNTS IN THE YEAR ITS FUNDS WERE    *
002550*                 RECEIVED                                    *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004600 FD  LOANMAST.
004700     COPY LOANMAST.
004800 FD  PAYHIST
004900     RECORD CONTAINS 74 CHARACTERS.
005000     COPY PAYHREC.
005100 FD  YESTMT
005200     RECORDING MODE IS F.
007200 01  W02-STATEMENTS-WRITTEN      PIC 9(07) VALUE 0.
007300 01  W02-LOANS-NOT-ON-MASTER     PIC 9(07) VALUE 0.
007400 01  W02-SEQUENCE-ERRORS         PIC 9(07) VALUE 0.
007410 01  W02-REVERSALS-NETTED        PIC 9(07) VALUE 0.
007500*
007600*    STATEMENT YEAR AND RUN DATE
007700*
017600     DISPLAY 'LNYREND COMPLETE - READ=' W02-HISTORY-READ
017700         ' STATEMENTS=' W02-STATEMENTS-WRITTEN
017800         ' OUT OF YEAR=' W02-OUT-OF-YEAR
017850         ' REVERSALS=' W02-REVERSALS-NETTED
017900         ' NOT ON MASTER=' W02-LOANS-NOT-ON-MASTER
018000         ' SEQ ERRORS=' W02-SEQUENCE-ERRORS.
018100     IF W02-LOANS-NOT-ON-MASTER > 0
023300* 3000-PROCESS-HISTORY - FOLD ONE IN-YEAR HISTORY RECORD     *
023400*     INTO THE CURRENT LOAN'S BREAK TOTALS, CLOSING THE      *
023500*     PRIOR LOAN'S STATEMENT WHEN THE LOAN NUMBER CHANGES,   *
023600*     THEN READ AHEAD.  A PAYMENT BELONGS TO THE YEAR ITS    *
023610*     MONEY WAS RECEIVED                                     *
023700*----------------------------------------------------------*
023800 3000-PROCESS-HISTORY.
023900     ADD 1 TO W02-HISTORY-READ.
024000     MOVE PH-PAID-DATE TO W04-PAID-DATE-WORK.
024010     IF PH-RECEIVED-DATE NUMERIC
024020         AND PH-RECEIVED-DATE > ZERO
024030         MOVE PH-RECEIVED-DATE TO W04-PAID-DATE-WORK
024040     END-IF.
024100     IF W04-PAID-YYYY NOT = W04-STMT-YEAR
024200         ADD 1 TO W02-OUT-OF-YEAR
024300     ELSE
024500             OR PH-LOAN-NUMBER NOT = W06-BREAK-LOAN-NUMBER
024600             PERFORM 4000-START-LOAN-BREAK THRU 4000-EXIT
024700         END-IF
024710         IF PH-ENTRY-REVERSAL
024720             PERFORM 3200-NET-REVERSAL THRU 3200-EXIT
024730         ELSE
024800             ADD 1 TO W06-LOAN-PAYMENTS
024900             ADD PH-INTEREST-AMOUNT TO W06-LOAN-INTEREST
025000             ADD PH-PRINCIPAL-AMOUNT TO W06-LOAN-PRINCIPAL
025100             ADD PH-ESCROW-AMOUNT TO W06-LOAN-ESCROW
025110         END-IF
025200     END-IF.
025300     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
025400 3000-EXIT.
026400     END-READ.
026500 3100-EXIT.
026600     EXIT.
026601*
026602*----------------------------------------------------------*
026603* 3200-NET-REVERSAL - TAKE A REVERSED PAYMENT BACK OUT OF    *
026604*     THE CURRENT LOAN'S BREAK TOTALS.  THE REVERSAL CARRIES *
026605*     THE ORIGINAL'S SPLIT UNSIGNED, SO IT IS SUBTRACTED     *
026606*----------------------------------------------------------*
026607 3200-NET-REVERSAL.
026608     ADD 1 TO W02-REVERSALS-NETTED.
026609     IF W06-LOAN-PAYMENTS > ZERO
026610         SUBTRACT 1 FROM W06-LOAN-PAYMENTS
026611     END-IF.
026612     SUBTRACT PH-INTEREST-AMOUNT FROM W06-LOAN-INTEREST.
026613     SUBTRACT PH-PRINCIPAL-AMOUNT FROM W06-LOAN-PRINCIPAL.
026614     SUBTRACT PH-ESCROW-AMOUNT FROM W06-LOAN-ESCROW.
026615 3200-EXIT.
026616     EXIT.
026700*
026800*----------------------------------------------------------*
026900* 4000-START-LOAN-BREAK - CLOSE THE PRIOR LOAN'S STATEMENT   *
