001400* ARRIVES IN DEPOSIT BATCH ORDER.  THE RECONCILIATION DATE COMES
001500* FROM THE PARM AS YYYYMMDD; WITH NO PARM IT DEFAULTS TO THE RUN
001600* DATE, WHICH IS RIGHT WHEN THE JOB RUNS AT END OF DAY.
001610*
001620* A REVERSAL RECORD THE PAYMENT REVERSAL PROGRAM POSTED FOR
001630* THE DAY IS NOT AN APPLIED PAYMENT AND NEVER MATCHES A
001640* DEPOSIT - IT IS LISTED AS ITS OWN RECONCILING ITEM AND
001650* TOTALED, SO A RETURNED ITEM IS NOT COUNTED AS CASH KEPT.
001660*
001670* A PAYOFF THE PAYOFF PROCESSOR POSTED ON A LATER CYCLE IS
001680* RECONCILED ON THE DAY ITS FUNDS WERE RECEIVED, WHICH IS WHEN
001690* THE DEPOSIT CAME THROUGH THE BANK.
001700*
001800 PROGRAM-ID.  LNCSHREC.
001900 AUTHOR.      R SMALL.
002820*                 FROM THE SUSPENSE FILE - HELD DEPOSITS AND  *
002830*                 RELIEVED-SUSPENSE APPLICATIONS ARE OWN      *
002840*                 RECONCILING CATEGORIES, NOT EXCEPTIONS      *
002850* 10/15/2026 RS   REVERSAL HISTORY RECORDS KEPT OUT OF THE    *
002860*                 APPLIED-PAYMENT MATCH AND REPORTED AS THEIR *
002870*                 OWN RECONCILING ITEM WITH A DAY TOTAL       *
002880* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES; A      *
002890*                 PAYOFF POSTED ON A LATER CYCLE MATCHES ON   *
002895*                 THE DAY ITS FUNDS WERE RECEIVED             *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PAYHIST
004500     RECORD CONTAINS 74 CHARACTERS.
004600     COPY PAYHREC.
004610 FD  SUSPFILE.
004620     COPY SUSPREC.
007500 01  W02-BATCHES-RECONCILED      PIC 9(07) VALUE 0.
007510 01  W02-DEPOSITS-HELD           PIC 9(07) VALUE 0.
007520 01  W02-RELIEF-MATCHES          PIC 9(07) VALUE 0.
007530 01  W02-REVERSALS-IN-DAY        PIC 9(07) VALUE 0.
007600*
007700*    TABLE OF THE DAY'S APPLIED PAYMENTS, LOADED FROM THE        *
007800*    PAYMENT HISTORY FILE BEFORE THE SETTLEMENT FILE IS READ     *
009000*
009100 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
009200 01  W04-RECON-DATE              PIC 9(08) VALUE 0.
009210 01  W04-CASH-DATE               PIC 9(08) VALUE 0.
009300 01  W04-BREAK-BATCH             PIC X(08) VALUE SPACES.
009400 01  W04-BATCH-DEPOSITED         PIC S9(11)V99 COMP-3 VALUE 0.
009500 01  W04-BATCH-APPLIED           PIC S9(11)V99 COMP-3 VALUE 0.
009640 01  W04-EXPECTED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
009700 01  W04-TOTAL-DEPOSITED         PIC S9(13)V99 COMP-3 VALUE 0.
009800 01  W04-TOTAL-APPLIED           PIC S9(13)V99 COMP-3 VALUE 0.
009810 01  W04-TOTAL-REVERSED          PIC S9(13)V99 COMP-3 VALUE 0.
009900*
010000*    REPORT LINE LAYOUTS
010100*
017100         ' APP UNMATCHED=' W02-APPLIED-UNMATCHED
017110         ' HELD=' W02-DEPOSITS-HELD
017120         ' RELIEF MATCHED=' W02-RELIEF-MATCHES
017130         ' REVERSALS=' W02-REVERSALS-IN-DAY
017200         ' BATCHES=' W02-BATCHES-RECONCILED.
017300     IF W02-DEPOSITS-UNMATCHED > 0
017400         OR W02-APPLIED-UNMATCHED > 0
022300*----------------------------------------------------------*
022400* 2000-LOAD-HISTORY - FOLD ONE PAYMENT HISTORY RECORD FOR   *
022500*     THE RECON DATE INTO THE MATCHING TABLE, THEN READ     *
022600*     AHEAD.  A REVERSAL POSTED FOR THE DAY IS LISTED AND   *
022610*     TOTALED INSTEAD OF GOING INTO THE TABLE.  A PAYMENT   *
022620*     COUNTS ON THE DAY ITS MONEY WAS RECEIVED              *
022700*----------------------------------------------------------*
022800 2000-LOAD-HISTORY.
022900     ADD 1 TO W02-HISTORY-READ.
022901     MOVE PH-PAID-DATE TO W04-CASH-DATE.
022902     IF PH-RECEIVED-DATE NUMERIC
022903         AND PH-RECEIVED-DATE > ZERO
022904         MOVE PH-RECEIVED-DATE TO W04-CASH-DATE
022905     END-IF.
022908     IF PH-PAID-DATE = W04-RECON-DATE
022916         AND PH-ENTRY-REVERSAL
022924         ADD 1 TO W02-REVERSALS-IN-DAY
022932         ADD PH-PAYMENT-AMOUNT TO W04-TOTAL-REVERSED
022940         MOVE 'PAYMENT REVERSED - NOT CASH KEPT' TO
022948             W07-X-REASON-TEXT
022956         MOVE PH-LOAN-NUMBER TO W07-X-LOAN-NUMBER
022964         MOVE PH-PAYMENT-AMOUNT TO W07-X-AMOUNT
022972         PERFORM 6000-WRITE-EXCEPT THRU 6000-EXIT
022980         GO TO 2000-NEXT
022988     END-IF.
023000     IF W04-CASH-DATE = W04-RECON-DATE
023100         ADD 1 TO W02-HISTORY-IN-DAY
023200         IF W03-HIST-COUNT >= 5000
023300             DISPLAY 'LNCSHREC - HISTORY TABLE FULL AT LOAN '
024300             MOVE 'N' TO W03-HIST-MATCHED(W03-HIST-IDX)
024400         END-IF
024500     END-IF.
024510 2000-NEXT.
024600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
024700 2000-EXIT.
024800     EXIT.
042380     MOVE SPACES TO CSHRECRP-RECORD.
042390     MOVE W07-TOTAL-LINE TO CSHRECRP-RECORD.
042391     WRITE CSHRECRP-RECORD.
042392     MOVE 'TOTAL PAYMENTS REVERSED' TO W07-T-CAPTION.
042393     MOVE W04-TOTAL-REVERSED TO W07-T-AMOUNT.
042394     MOVE SPACES TO CSHRECRP-RECORD.
042395     MOVE W07-TOTAL-LINE TO CSHRECRP-RECORD.
042396     WRITE CSHRECRP-RECORD.
042400 8000-EXIT.
042500     EXIT.
042600*
