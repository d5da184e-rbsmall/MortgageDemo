001900* WITH THE REFUND.  A LOAN'S MOST RECENT OPEN QUOTE IS THE
002000* ONE MATCHED.  EVERY MASTER UPDATE IS JOURNALED THROUGH
002100* LNJRNL AND THE FINAL PAYMENT IS WRITTEN TO THE PAYMENT
002200* HISTORY LIKE ANY OTHER, FLAGGED AS A PAYOFF SO THE REVERSAL
002205* RUN LEAVES IT TO THE DESK.
002210*
002220* THE QUOTE PROGRAM APPENDS TO THE LOG, SO THIS JOB ALSO
002230* PRUNES IT: ONLY OPEN, UNEXPIRED QUOTES ARE CARRIED
002240* FORWARD TO PAYOFLGN, WHICH THE NEXT JOB STEP PUTS BACK AS
002250* PAYOFLOG.  WITHOUT THE PRUNE THE LOG WOULD GROW WITHOUT
002260* BOUND AND SILENTLY OVERFLOW THE 5000-QUOTE TABLE HERE.
002268*
002276* EVERY LOAN RETIRED ALSO DROPS A PAID-IN-FULL NOTICE REQUEST
002284* ON THE COMMON NOTICE REQUEST FILE FOR THE BORROWER NOTICE
002292* GENERATOR, WITH THE PAYOFF AND ANY ESCROW REFUND COMING.
002300*
002310* THE JOB REGISTERS WITH THE CYCLE RUN-CONTROL MANAGER BEHIND
002320* THE PAYMENT REVERSALS AND AHEAD OF THE PLAN MONITOR, SO THE
002330* NIGHT'S PROOF AND LEDGER INTERFACE SEE EVERY PAYOFF.  THE FINAL
002340* PAYMENT AND THE REFUND ARE DATED WITH THE CYCLE DATE THEY POST
002350* ON; THE DAY THE FUNDS ARRIVED GOES ON THE PAYMENT HISTORY AS
002360* THE RECEIVED DATE, AND IS STILL THE DATE THE QUOTE MUST COVER.
002370* REFUNDS ARE ADDED TO THE QUEUE, SO ANY LEFT BY A CHECK RUN THAT
002380* DID NOT COMPLETE ARE KEPT.
002390*
002400 PROGRAM-ID.  LNPOFPRC.
002500 AUTHOR.      R SMALL.
002600 INSTALLATION. MORTGAGE SERVICING DIVISION.
003420*                 OPEN, UNEXPIRED QUOTES ARE CARRIED FORWARD  *
003430*                 TO PAYOFLOGN, SO THE APPENDED LOG AND THE   *
003440*                 QUOTE TABLE STAY BOUNDED                    *
003450* 10/15/2026 RS   REFUND QUEUE RECORD LAYOUT MOVED TO THE     *
003460*                 REFUNDQ COPY, SHARED WITH ITS READERS       *
003470* 10/15/2026 RS   PAID-IN-FULL NOTICE REQUEST DROPPED ON THE  *
003480*                 NOTCREQ FILE FOR EVERY LOAN RETIRED         *
003486* 10/15/2026 RS   FINAL PAYMENT FLAGGED AS A PAYOFF ON THE    *
003492*                 PAYMENT HISTORY                             *
003493* 10/15/2026 RS   REFUND QUEUE NOW EXTENDED, NOT REPLACED,    *
003494*                 SO UNISSUED REFUNDS ARE KEPT                *
003495* 10/15/2026 RS   START/END NOW REGISTERED WITH LNCYCCTL.     *
003496*                 FINAL PAYMENT AND REFUND DATED WITH THE     *
003497*                 CYCLE DATE, FUNDS DATE KEPT AS THE RECEIVED *
003498*                 DATE; QUOTES EXPIRE AGAINST THE CYCLE DATE  *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005600     SELECT POFREG ASSIGN TO POFREG
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS W05-POFREG-STATUS.
005810     SELECT NOTCREQ ASSIGN TO NOTCREQ
005820         ORGANIZATION LINE SEQUENTIAL
005830         FILE STATUS IS W05-NOTCREQ-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOANMAST.
006700     RECORD CONTAINS 40 CHARACTERS.
006800     COPY POFUNDS.
006900 FD  PAYHIST
007000     RECORD CONTAINS 74 CHARACTERS.
007100 01  PAYHIST-IO-AREA             PIC X(74).
007200 FD  REFUNDQ
007300     RECORDING MODE IS F.
007400 01  REFUNDQ-RECORD              PIC X(60).
007500 FD  POFREG
007600     RECORDING MODE IS F.
007700 01  POFREG-RECORD               PIC X(132).
007710 FD  NOTCREQ
007720     RECORDING MODE IS F.
007730 01  NOTCREQ-RECORD              PIC X(100).
007800 WORKING-STORAGE SECTION.
007900*
008000*    SWITCHES
011400*    APPLICATION WORK FIELDS
011500*
011550 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
011560 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
011600 01  W04-MATCH-SUB               PIC 9(05) COMP VALUE 0.
011700 01  W04-SCAN-SUB                PIC 9(05) COMP VALUE 0.
011800 01  W04-QUOTED-PAYOFF           PIC S9(09)V99 COMP-3 VALUE 0.
012600*
012700     COPY PAYHREC.
012800*
012900*    ESCROW REFUND QUEUE RECORD - TAKEN BY THE CHECK          *
013000*    ISSUANCE RUN TO CUT THE REFUND CHECK                     *
013100*
013200     COPY REFUNDQ.
013210*
013220*    BORROWER NOTICE REQUEST DROPPED FOR EVERY LOAN RETIRED   *
013230*
013240     COPY NOTCREQ.
013800*
013900*    REGISTER LINE LAYOUTS
014000*
017600     88  W05-PAYHIST-NOFILE          VALUE '35'.
017700 01  W05-REFUNDQ-STATUS          PIC X(02) VALUE SPACES.
017800     88  W05-REFUNDQ-OK              VALUE '00'.
017810     88  W05-REFUNDQ-NOFILE          VALUE '35'.
017900 01  W05-POFREG-STATUS           PIC X(02) VALUE SPACES.
018000     88  W05-POFREG-OK               VALUE '00'.
018010 01  W05-PAYOFLGN-STATUS         PIC X(02) VALUE SPACES.
018020     88  W05-PAYOFLGN-OK             VALUE '00'.
018030 01  W05-NOTCREQ-STATUS          PIC X(02) VALUE SPACES.
018040     88  W05-NOTCREQ-OK              VALUE '00'.
018050     88  W05-NOTCREQ-NOFILE          VALUE '35'.
018100*
018200*    CHANGE JOURNAL REQUEST PASSED TO LNJRNL ON EVERY MASTER   *
018300*    UPDATE, WITH THE BEFORE AND AFTER RECORD IMAGES           *
018400*
018500     COPY JRNLREC.
018510*
018520*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
018530*    AND END OF THE RUN                                        *
018540*
018550     COPY CYCREQ.
018600 PROCEDURE DIVISION.
018700*
018800*----------------------------------------------------------*
019000*----------------------------------------------------------*
019100 0000-MAINLINE.
019200     DISPLAY 'LNPOFPRC STARTING'.
019210     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
019220     IF CY-RESULT-REFUSED
019230         MOVE 16 TO RETURN-CODE
019240         GO TO 9999-EXIT
019250     END-IF.
019260     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-LOAD-QUOTES THRU 2000-EXIT
019500         UNTIL W01-END-OF-PAYOFLOG.
020500         OR W02-QUOTES-OVERFLOW > 0
020600         MOVE 4 TO RETURN-CODE
020700     END-IF.
020710     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
020800     GO TO 9999-EXIT.
020803*
020806*----------------------------------------------------------*
020809* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE      *
020812*     CYCLE WITH THE RUN-CONTROL MANAGER.  PAYOFFS POST     *
020815*     BEHIND THE REVERSALS AND AHEAD OF THE PLAN MONITOR,   *
020818*     SO EVERYTHING DOWNSTREAM SEES THE RETIRED LOANS.      *
020821*     THE ZERO CYCLE DATE TELLS LNCYCCTL TO RESOLVE IT      *
020824*     FROM THE CYCDATE CONTROL FILE                         *
020827*----------------------------------------------------------*
020830 0100-CYCLE-START.
020833     SET CY-ACTION-START TO TRUE.
020836     MOVE 'LNPOFPRC' TO CY-JOB-NAME.
020839     MOVE 'LNPMTREV' TO CY-PREDECESSOR.
020842     MOVE ZERO TO CY-CYCLE-DATE.
020845     MOVE ZERO TO CY-RETURN-CODE.
020848     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
020851 0100-EXIT.
020854     EXIT.
020857*
020860*----------------------------------------------------------*
020863* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND       *
020866*     RETURN CODE FOR THE CYCLE                             *
020869*----------------------------------------------------------*
020872 0200-CYCLE-END.
020875     SET CY-ACTION-ENDJOB TO TRUE.
020878     MOVE RETURN-CODE TO CY-RETURN-CODE.
020881     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
020884 0200-EXIT.
020887     EXIT.
020900*
021000*----------------------------------------------------------*
021100* 1000-INITIALIZE - OPEN ALL FILES AND PRIME BOTH INPUTS    *
024200         MOVE 16 TO RETURN-CODE
024300         GO TO 9999-EXIT
024400     END-IF.
024500     OPEN EXTEND REFUNDQ.
024510     IF W05-REFUNDQ-NOFILE
024520         OPEN OUTPUT REFUNDQ
024530     END-IF.
024600     IF NOT W05-REFUNDQ-OK
024700         DISPLAY 'LNPOFPRC - REFUNDQ OPEN FAILED - STATUS='
024800             W05-REFUNDQ-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 9999-EXIT
025800     END-IF.
025809     OPEN EXTEND NOTCREQ.
025818     IF W05-NOTCREQ-NOFILE
025827         OPEN OUTPUT NOTCREQ
025836     END-IF.
025845     IF NOT W05-NOTCREQ-OK
025854         DISPLAY 'LNPOFPRC - NOTCREQ OPEN FAILED - STATUS='
025863             W05-NOTCREQ-STATUS
025872         MOVE 16 TO RETURN-CODE
025881         GO TO 9999-EXIT
025890     END-IF.
025900     MOVE SPACES TO POFREG-RECORD.
026000     MOVE W07-HEADING-1 TO POFREG-RECORD.
026100     WRITE POFREG-RECORD.
045300     PERFORM 5200-WRITE-HISTORY THRU 5200-EXIT.
045400     PERFORM 5400-WRITE-JOURNAL THRU 5400-EXIT.
045500     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
045510     PERFORM 5500-WRITE-NOTICE-REQUEST THRU 5500-EXIT.
045600 5000-EXIT.
045700     EXIT.
045800*
047400*
047500*----------------------------------------------------------*
047600* 5200-WRITE-HISTORY - RECORD THE FINAL PAYMENT AND ITS     *
047700*     SPLIT ON THE PAYMENT HISTORY, EXACTLY AS APPLIED,     *
047710*     FLAGGED AS A PAYOFF.  IT IS DATED WITH THE CYCLE IT   *
047720*     POSTS ON AND CARRIES THE DAY THE FUNDS ARRIVED AS     *
047730*     THE RECEIVED DATE                                     *
047800*----------------------------------------------------------*
047900 5200-WRITE-HISTORY.
048000     MOVE SPACES TO PAYMENT-HISTORY-RECORD.
048100     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
048200     MOVE W04-CYCLE-DATE TO PH-PAID-DATE.
048300     MOVE PF-WIRE-AMOUNT TO PH-PAYMENT-AMOUNT.
048400     MOVE W04-PRINCIPAL-PORTION TO PH-PRINCIPAL-AMOUNT.
048500     MOVE W04-INTEREST-PORTION TO PH-INTEREST-AMOUNT.
048600     MOVE W04-OVERAGE-PORTION TO PH-ESCROW-AMOUNT.
048700     MOVE W04-LATE-PORTION TO PH-LATE-CHARGE-AMOUNT.
048710     SET PH-ENTRY-PAYOFF TO TRUE.
048720     MOVE PF-RECEIVED-DATE TO PH-RECEIVED-DATE.
048800     WRITE PAYHIST-IO-AREA FROM PAYMENT-HISTORY-RECORD.
048900 5200-EXIT.
049000     EXIT.
049100*
049200*----------------------------------------------------------*
049300* 5300-QUEUE-REFUND - QUEUE THE ESCROW-BALANCE REFUND FOR   *
049400*     THE CHECK ISSUANCE RUN, DATED WITH THE CYCLE DATE SO  *
049410*     THE LEDGER INTERFACE POSTS IT ON THIS CYCLE ONLY      *
049500*----------------------------------------------------------*
049600 5300-QUEUE-REFUND.
049700     ADD 1 TO W02-REFUNDS-QUEUED.
049800     MOVE SPACES TO ESCROW-REFUND-RECORD.
049900     MOVE LM-LOAN-NUMBER TO RQ-LOAN-NUMBER.
050000     MOVE LM-BORROWER-NAME TO RQ-BORROWER-NAME.
050100     MOVE W04-REFUND-AMOUNT TO RQ-REFUND-AMOUNT.
050200     MOVE W04-CYCLE-DATE TO RQ-REFUND-DATE.
050300     WRITE REFUNDQ-RECORD FROM ESCROW-REFUND-RECORD.
050400 5300-EXIT.
050500     EXIT.
050600*
051800     CALL 'LNJRNL' USING LOAN-JOURNAL-RECORD.
051900 5400-EXIT.
052000     EXIT.
052004*
052008*----------------------------------------------------------*
052012* 5500-WRITE-NOTICE-REQUEST - ASK THE NOTICE GENERATOR FOR  *
052016*     THE PAID-IN-FULL LETTER.  THE EVENT IS THE DAY THE    *
052020*     PAYOFF FUNDS ARRIVED                                  *
052024*----------------------------------------------------------*
052028 5500-WRITE-NOTICE-REQUEST.
052032     MOVE SPACES TO NOTICE-REQUEST-RECORD.
052036     MOVE LM-LOAN-NUMBER TO NR-LOAN-NUMBER.
052040     SET NR-LETTER-PAID TO TRUE.
052044     MOVE PF-RECEIVED-DATE TO NR-EVENT-DATE.
052048     MOVE W04-RUN-DATE TO NR-REQUEST-DATE.
052052     MOVE 'LNPOFPRC' TO NR-PROGRAM-ID.
052056     MOVE PF-RECEIVED-DATE TO NR-PF-PAID-DATE.
052060     MOVE W04-QUOTED-PAYOFF TO NR-PF-PAYOFF-AMOUNT.
052064     IF W04-REFUND-AMOUNT > ZERO
052068         MOVE W04-REFUND-AMOUNT TO NR-PF-REFUND-AMOUNT
052072     ELSE
052076         MOVE ZERO TO NR-PF-REFUND-AMOUNT
052080     END-IF.
052084     WRITE NOTCREQ-RECORD FROM NOTICE-REQUEST-RECORD.
052088 5500-EXIT.
052092     EXIT.
052100*
052200*----------------------------------------------------------*
052300* 6000-WRITE-DETAIL - WRITE ONE RETIRED-LOAN REGISTER LINE  *
054808         ADD 1 TO W02-QUOTES-CLOSED
054809         GO TO 7100-EXIT
054810     END-IF.
054811     IF W03-QUOTE-GOOD-THRU(W03-QUOTE-IDX) < W04-CYCLE-DATE
054812         ADD 1 TO W02-QUOTES-EXPIRED
054813         GO TO 7100-EXIT
054814     END-IF.
055600     CLOSE PAYHIST.
055700     CLOSE REFUNDQ.
055800     CLOSE POFREG.
055810     CLOSE NOTCREQ.
055900 9000-EXIT.
056000     EXIT.
056100*
