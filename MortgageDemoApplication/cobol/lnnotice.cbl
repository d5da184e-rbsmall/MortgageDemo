000100 IDENTIFICATION DIVISION.
000200*
000300* BORROWER NOTICE GENERATOR - TURNS THE NIGHT'S NOTICE REQUESTS
000400* INTO PRINT-IMAGE LETTERS FOR THE PRINT AND MAIL VENDOR.  THE
000500* LATE CHARGE ASSESSMENT, THE ARM RATE CHANGE (AND ITS ADVANCE
000600* NOTICE RUN), THE ANNUAL ESCROW ANALYSIS AND THE PAYOFF FUNDS
000700* PROCESSOR EACH DROP A REQUEST ON THE COMMON NOTICE REQUEST
000800* FILE WHEN A LETTER IS OWED; THIS JOB WRITES THE LETTERS WITH
000900* THE BORROWER NAME AND LOAN DATA FROM THE MASTER, SO THEY ARE
001000* NO LONGER TYPED FROM PRINTOUTS.
001100*
001200* EVERY LETTER MAILED IS RECORDED ON THE NOTICE HISTORY BY
001300* LOAN, LETTER TYPE AND EVENT DATE.  A REQUEST WHOSE EVENT IS
001400* ALREADY ON THE HISTORY IS COUNTED AS A DUPLICATE AND NOT
001500* MAILED, SO THE SAME NOTICE NEVER GOES OUT TWICE - AN ARM
001600* LETTER SENT AHEAD OF THE EFFECTIVE DATE IS NOT SENT AGAIN
001700* WHEN THE CHANGE IS APPLIED, AND A RERUN MAILS NOTHING TWICE.
001710* A LETTER IS RECORDED AS PENDING WHEN IT IS WRITTEN AND IS
001720* MARKED SENT ONCE THE PRINT FILE TRAILER IS OUT.  A RERUN AFTER
001730* AN ABEND MAILS AGAIN EVERY LETTER STILL PENDING, SINCE THE
001740* PRINT FILE OF THE INTERRUPTED RUN WAS NEVER SENT TO THE VENDOR.
001800*
001900* THE MAIL COUNT REPORT GIVES THE LETTERS MAILED AND THE
002000* DUPLICATES HELD BACK BY LETTER TYPE, AND LISTS EVERY REQUEST
002100* REJECTED.  THE REQUEST FILE IS EMPTIED AT THE END OF THE RUN
002200* SO NO REQUEST IS PICKED UP A SECOND TIME.
002210* IF MORE LETTERS ARE OWED THAN ONE RUN CAN TRACK, THE RUN STOPS
002220* SHORT WITH RETURN CODE 4 AND KEEPS THE REQUEST FILE FOR A RERUN,
002230* WHICH MAILS THE REST.
002300*
002400 PROGRAM-ID.  LNNOTICE.
002500 AUTHOR.      R SMALL.
002600 INSTALLATION. MORTGAGE SERVICING DIVISION.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.
002900*
003000*-----------------------------------------------------------*
003100* MODIFICATION HISTORY                                      *
003200*-----------------------------------------------------------*
003300* DATE       INIT DESCRIPTION                                *
003400* 10/15/2026 RS   ORIGINAL - BORROWER NOTICE GENERATOR        *
003410* 10/15/2026 RS   LETTERS RECORDED PENDING AND MARKED SENT    *
003420*                 AFTER THE PRINT TRAILER; A RERUN RE-MAILS   *
003430*                 ONLY LETTERS STILL PENDING, AND STOPS SHORT *
003440*                 IF THE SENT TABLE FILLS                     *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT NOTCREQ ASSIGN TO NOTCREQ
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS W05-NOTCREQ-STATUS.
004200     SELECT LOANMAST ASSIGN TO LOANMAST
004300         ORGANIZATION INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS LM-LOAN-NUMBER
004600         FILE STATUS IS W05-LOANMAST-STATUS.
004700     SELECT NOTCHIST ASSIGN TO NOTCHIST
004800         ORGANIZATION INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS NH-NOTICE-KEY
005100         FILE STATUS IS W05-NOTCHIST-STATUS.
005200     SELECT NOTCPRT ASSIGN TO NOTCPRT
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS W05-NOTCPRT-STATUS.
005500     SELECT NOTCRPT ASSIGN TO NOTCRPT
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS W05-NOTCRPT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  NOTCREQ
006100     RECORD CONTAINS 100 CHARACTERS.
006200     COPY NOTCREQ.
006300 FD  LOANMAST.
006400     COPY LOANMAST.
006500 FD  NOTCHIST.
006600     COPY NOTCHIST.
006700 FD  NOTCPRT
006800     RECORDING MODE IS F.
006900 01  NOTCPRT-RECORD              PIC X(134).
007000 FD  NOTCRPT
007100     RECORDING MODE IS F.
007200 01  NOTCRPT-RECORD              PIC X(132).
007300 WORKING-STORAGE SECTION.
007400*
007500*    SWITCHES
007600*
007700 01  W01-NOTCREQ-EOF-SWITCH      PIC X(01) VALUE 'N'.
007800     88  W01-END-OF-NOTCREQ          VALUE 'Y'.
007900 01  W01-NOTCREQ-SWITCH          PIC X(01) VALUE 'N'.
008000     88  W01-NOTCREQ-PRESENT         VALUE 'Y'.
008100 01  W01-LOAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
008200     88  W01-LOAN-FOUND              VALUE 'Y'.
008300 01  W01-HISTORY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
008400     88  W01-HISTORY-FOUND           VALUE 'Y'.
008500 01  W01-REJECT-SWITCH           PIC X(01) VALUE 'N'.
008600     88  W01-REQUEST-REJECTED        VALUE 'Y'.
008610 01  W01-REMAIL-SWITCH           PIC X(01) VALUE 'N'.
008620     88  W01-REMAIL                  VALUE 'Y'.
008630 01  W01-SENT-TABLE-SWITCH       PIC X(01) VALUE 'N'.
008640     88  W01-SENT-TABLE-FULL         VALUE 'Y'.
008700*
008800*    COUNTERS
008900*
009000 01  W02-REQUESTS-READ           PIC 9(07) VALUE 0.
009100 01  W02-LETTERS-MAILED          PIC 9(07) VALUE 0.
009200 01  W02-DUPLICATES              PIC 9(07) VALUE 0.
009300 01  W02-REQUESTS-REJECTED       PIC 9(07) VALUE 0.
009310 01  W02-LETTERS-REMAILED        PIC 9(07) VALUE 0.
009400 01  W02-HISTORY-FAILURES        PIC 9(07) VALUE 0.
009500 01  W02-PRINT-RECORDS           PIC 9(09) VALUE 0.
009600*
009700*    LETTER TYPES AND THE SUBJECT PRINTED ON EACH LETTER, IN   *
009800*    THE ORDER OF THE MAIL COUNT TABLE BELOW.  KEEP IN STEP    *
009900*    WITH THE LETTER TYPES ON THE NOTCREQ COPY                 *
010000*
010100 01  W03-LETTER-LIST.
010200     05  FILLER                  PIC X(02) VALUE 'LT'.
010300     05  FILLER                  PIC X(24)
010400         VALUE 'NOTICE OF LATE CHARGE'.
010500     05  FILLER                  PIC X(02) VALUE 'AR'.
010600     05  FILLER                  PIC X(24)
010700         VALUE 'ADJUSTABLE RATE CHANGE'.
010800     05  FILLER                  PIC X(02) VALUE 'ES'.
010900     05  FILLER                  PIC X(24)
011000         VALUE 'ANNUAL ESCROW ANALYSIS'.
011100     05  FILLER                  PIC X(02) VALUE 'PF'.
011200     05  FILLER                  PIC X(24)
011300         VALUE 'LOAN PAID IN FULL'.
011400 01  W03-LETTER-TABLE REDEFINES W03-LETTER-LIST.
011500     05  W03-LETTER-ENTRY        OCCURS 4 TIMES
011600                                 INDEXED BY W03-LTR-IDX.
011700         10  W03-LETTER-TYPE     PIC X(02).
011800         10  W03-LETTER-SUBJECT  PIC X(24).
011900*
012000*    MAIL COUNTS - SLOT N BELONGS TO LETTER TYPE N ABOVE       *
012100*
012200 01  W03-COUNT-TABLE.
012300     05  W03-COUNT-ENTRY         OCCURS 4 TIMES.
012400         10  W03-COUNT-MAILED    PIC 9(07).
012500         10  W03-COUNT-DUPLICATE PIC 9(07).
012506*
012512*    KEYS OF THE LETTERS THIS RUN RECORDED ON THE HISTORY,     *
012518*    MARKED SENT ONCE THE PRINT FILE TRAILER IS WRITTEN.  A    *
012524*    PENDING HIT ALREADY IN THE TABLE WAS MAILED BY THIS RUN   *
012530*    AND IS A DUPLICATE, NOT A RE-MAIL.  WHEN THE TABLE IS     *
012536*    FULL THE RUN STOPS AND LEAVES THE REST OF THE REQUESTS    *
012542*    FOR A RERUN                                               *
012548*
012554 01  W03-SENT-COUNT              PIC 9(05) COMP VALUE 0.
012560 01  W03-SENT-MAX                PIC 9(05) COMP VALUE 20000.
012566 01  W03-SENT-TABLE.
012572     05  W03-SENT-ENTRY          OCCURS 1 TO 20000 TIMES
012578                                 DEPENDING ON W03-SENT-COUNT
012584                                 INDEXED BY W03-SENT-IDX
012590                                 PIC X(20).
012600*
012700*    RUN DATE, MAIL SEQUENCE AND LETTER WORK FIELDS
012800*
012900 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
013000 01  W04-MAIL-SEQUENCE           PIC 9(07) VALUE 0.
013100 01  W04-TYPE-SUB                PIC 9(02) COMP VALUE 0.
013200 01  W04-DATE-WORK               PIC 9(08) VALUE 0.
013300 01  W04-DATE-PARTS REDEFINES W04-DATE-WORK.
013400     05  W04-DATE-YYYY           PIC 9(04).
013500     05  W04-DATE-MM             PIC 9(02).
013600     05  W04-DATE-DD             PIC 9(02).
013700 01  W04-PRINT-DATE.
013800     05  W04-PRINT-MM            PIC 9(02).
013900     05  FILLER                  PIC X(01) VALUE '/'.
014000     05  W04-PRINT-DD            PIC 9(02).
014100     05  FILLER                  PIC X(01) VALUE '/'.
014200     05  W04-PRINT-YYYY          PIC 9(04).
014300 01  W04-RATE-PERCENT            PIC 9(02)V9(03) VALUE 0.
014400 01  W04-CARRIAGE-CONTROL        PIC X(01) VALUE SPACE.
014500 01  W04-LETTER-LINE             PIC X(132) VALUE SPACES.
014600*
014700*    PRINT VENDOR RECORD - LETTER HEADER, PRINT LINE OR FILE   *
014800*    TRAILER                                                   *
014900*
015000     COPY NOTCPRT.
015100*
015200*    FILE STATUS FIELDS
015300*
015400 01  W05-NOTCREQ-STATUS          PIC X(02) VALUE SPACES.
015500     88  W05-NOTCREQ-OK              VALUE '00'.
015600     88  W05-NOTCREQ-NOFILE          VALUE '35'.
015700 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
015800     88  W05-LOANMAST-OK             VALUE '00'.
015900 01  W05-NOTCHIST-STATUS         PIC X(02) VALUE SPACES.
016000     88  W05-NOTCHIST-OK             VALUE '00'.
016100     88  W05-NOTCHIST-NOFILE         VALUE '35'.
016200 01  W05-NOTCPRT-STATUS          PIC X(02) VALUE SPACES.
016300     88  W05-NOTCPRT-OK              VALUE '00'.
016400 01  W05-NOTCRPT-STATUS          PIC X(02) VALUE SPACES.
016500     88  W05-NOTCRPT-OK              VALUE '00'.
016600*
016700*    LETTER LINE LAYOUTS - TEXT, AND A CAPTION WITH A DATE,    *
016800*    AN AMOUNT OR A RATE, ALL INSET FROM THE LEFT MARGIN       *
016900*
017000 01  W06-TEXT-LINE.
017100     05  FILLER                  PIC X(08) VALUE SPACES.
017200     05  W06-T-TEXT              PIC X(72).
017300 01  W06-LOAN-LINE.
017400     05  FILLER                  PIC X(08) VALUE SPACES.
017500     05  FILLER                  PIC X(13) VALUE 'LOAN NUMBER: '.
017600     05  W06-L-LOAN-NUMBER       PIC X(10).
017700 01  W06-SUBJECT-LINE.
017800     05  FILLER                  PIC X(08) VALUE SPACES.
017900     05  FILLER                  PIC X(04) VALUE 'RE: '.
018000     05  W06-S-SUBJECT           PIC X(24).
018100 01  W06-DATE-LINE.
018200     05  FILLER                  PIC X(12) VALUE SPACES.
018300     05  W06-D-CAPTION           PIC X(34).
018400     05  W06-D-DATE              PIC X(10).
018500 01  W06-AMOUNT-LINE.
018600     05  FILLER                  PIC X(12) VALUE SPACES.
018700     05  W06-A-CAPTION           PIC X(34).
018800     05  W06-A-AMOUNT            PIC $$$,$$$,$$9.99-.
018900 01  W06-RATE-LINE.
019000     05  FILLER                  PIC X(12) VALUE SPACES.
019100     05  W06-R-CAPTION           PIC X(34).
019200     05  W06-R-RATE              PIC Z9.999.
019300     05  FILLER                  PIC X(01) VALUE '%'.
019400*
019500*    MAIL COUNT REPORT LINE LAYOUTS
019600*
019700 01  W07-HEADING-1.
019800     05  FILLER                  PIC X(40)
019900         VALUE 'BORROWER NOTICE MAIL COUNT - RUN        '.
020000     05  W07-H1-RUN-DATE         PIC 9(08).
020100 01  W07-EXCEPT-LINE.
020200     05  W07-X-KIND              PIC X(10).
020300     05  FILLER                  PIC X(05) VALUE 'LOAN '.
020400     05  W07-X-LOAN-NUMBER       PIC X(10).
020500     05  FILLER                  PIC X(06) VALUE ' TYPE '.
020600     05  W07-X-LETTER-TYPE       PIC X(02).
020700     05  FILLER                  PIC X(07) VALUE ' EVENT '.
020800     05  W07-X-EVENT-DATE        PIC X(08).
020900     05  FILLER                  PIC X(05) VALUE ' FROM'.
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  W07-X-PROGRAM-ID        PIC X(08).
021200     05  FILLER                  PIC X(03) VALUE ' - '.
021300     05  W07-X-REASON-TEXT       PIC X(40).
021400 01  W07-COUNT-LINE.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  W07-C-LETTER-TYPE       PIC X(02).
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  W07-C-SUBJECT           PIC X(24).
021900     05  FILLER                  PIC X(08) VALUE ' MAILED '.
022000     05  W07-C-MAILED            PIC ZZZ,ZZ9.
022100     05  FILLER                  PIC X(12) VALUE ' DUPLICATES '.
022200     05  W07-C-DUPLICATE         PIC ZZZ,ZZ9.
022300 01  W07-TOTAL-LINE.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  W07-T-CAPTION           PIC X(28).
022600     05  W07-T-COUNT             PIC ZZZ,ZZ9.
022700 PROCEDURE DIVISION.
022800*
022900*----------------------------------------------------------*
023000* 0000-MAINLINE                                            *
023100*----------------------------------------------------------*
023200 0000-MAINLINE.
023300     DISPLAY 'LNNOTICE STARTING'.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
023600         UNTIL W01-END-OF-NOTCREQ.
023700     PERFORM 7000-CLOSE-OUT THRU 7000-EXIT.
023800     PERFORM 8000-WRITE-MAIL-COUNT THRU 8000-EXIT.
023900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024000     DISPLAY 'LNNOTICE COMPLETE - REQUESTS=' W02-REQUESTS-READ
024100         ' MAILED=' W02-LETTERS-MAILED
024200         ' DUPLICATES=' W02-DUPLICATES
024210         ' REMAILED=' W02-LETTERS-REMAILED
024300         ' REJECTED=' W02-REQUESTS-REJECTED
024400         ' HISTORY FAILURES=' W02-HISTORY-FAILURES.
024500     IF W02-REQUESTS-REJECTED > 0
024600         OR W02-HISTORY-FAILURES > 0
024610         OR W01-SENT-TABLE-FULL
024700         MOVE 4 TO RETURN-CODE
024800     END-IF.
024900     GO TO 9999-EXIT.
025000*
025100*----------------------------------------------------------*
025200* 1000-INITIALIZE - OPEN THE FILES, CREATING THE NOTICE    *
025300*     HISTORY ON THE FIRST RUN, PRINT THE HEADING AND      *
025400*     PRIME THE FIRST REQUEST.  NO REQUEST FILE MEANS NO   *
025500*     JOB HAS ASKED FOR A LETTER                           *
025600*----------------------------------------------------------*
025700 1000-INITIALIZE.
025800     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
025900     DISPLAY 'LNNOTICE - RUN DATE IS ' W04-RUN-DATE.
026000     INITIALIZE W03-COUNT-TABLE.
026100     OPEN INPUT NOTCREQ.
026200     IF W05-NOTCREQ-NOFILE
026300         DISPLAY 'LNNOTICE - NO NOTICE REQUEST FILE - NOTHING '
026400             'TO MAIL'
026500         SET W01-END-OF-NOTCREQ TO TRUE
026600     ELSE
026700         IF NOT W05-NOTCREQ-OK
026800             DISPLAY 'LNNOTICE - NOTCREQ OPEN FAILED - STATUS='
026900                 W05-NOTCREQ-STATUS
027000             MOVE 16 TO RETURN-CODE
027100             GO TO 9999-EXIT
027200         END-IF
027300         SET W01-NOTCREQ-PRESENT TO TRUE
027400     END-IF.
027500     OPEN INPUT LOANMAST.
027600     IF NOT W05-LOANMAST-OK
027700         DISPLAY 'LNNOTICE - LOANMAST OPEN FAILED - STATUS='
027800             W05-LOANMAST-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-EXIT
028100     END-IF.
028200     OPEN I-O NOTCHIST.
028300     IF W05-NOTCHIST-NOFILE
028400         OPEN OUTPUT NOTCHIST
028500         CLOSE NOTCHIST
028600         OPEN I-O NOTCHIST
028700     END-IF.
028800     IF NOT W05-NOTCHIST-OK
028900         DISPLAY 'LNNOTICE - NOTCHIST OPEN FAILED - STATUS='
029000             W05-NOTCHIST-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     END-IF.
029400     OPEN OUTPUT NOTCPRT.
029500     IF NOT W05-NOTCPRT-OK
029600         DISPLAY 'LNNOTICE - NOTCPRT OPEN FAILED - STATUS='
029700             W05-NOTCPRT-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         GO TO 9999-EXIT
030000     END-IF.
030100     OPEN OUTPUT NOTCRPT.
030200     IF NOT W05-NOTCRPT-OK
030300         DISPLAY 'LNNOTICE - NOTCRPT OPEN FAILED - STATUS='
030400             W05-NOTCRPT-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800     MOVE W04-RUN-DATE TO W07-H1-RUN-DATE.
030900     MOVE SPACES TO NOTCRPT-RECORD.
031000     MOVE W07-HEADING-1 TO NOTCRPT-RECORD.
031100     WRITE NOTCRPT-RECORD.
031200     IF W01-NOTCREQ-PRESENT
031300         PERFORM 3100-READ-REQUEST THRU 3100-EXIT
031400     END-IF.
031500 1000-EXIT.
031600     EXIT.
031700*
031800*----------------------------------------------------------*
031810* 3000-PROCESS-REQUEST - EDIT ONE NOTICE REQUEST, HOLD IT  *
031820*     BACK IF ITS EVENT WAS ALREADY MAILED, OTHERWISE      *
031830*     WRITE THE LETTER AND RECORD IT ON THE HISTORY, THEN  *
031840*     READ AHEAD.  A FULL SENT TABLE ENDS THE RUN BEFORE   *
031850*     THE REQUEST IS TOUCHED                               *
032300*----------------------------------------------------------*
032400 3000-PROCESS-REQUEST.
032410     IF W03-SENT-COUNT >= W03-SENT-MAX
032420         SET W01-SENT-TABLE-FULL TO TRUE
032430         SET W01-END-OF-NOTCREQ TO TRUE
032440         DISPLAY 'LNNOTICE - SENT TABLE FULL - REQUESTS FROM '
032450             'LOAN ' NR-LOAN-NUMBER ' LEFT FOR A RERUN'
032460         GO TO 3000-EXIT
032470     END-IF.
032500     ADD 1 TO W02-REQUESTS-READ.
032600     MOVE 'N' TO W01-REJECT-SWITCH.
032700     PERFORM 4000-EDIT-REQUEST THRU 4000-EXIT.
032800     IF W01-REQUEST-REJECTED
032900         GO TO 3000-NEXT
033000     END-IF.
033100     PERFORM 4100-CHECK-HISTORY THRU 4100-EXIT.
033200     IF W01-HISTORY-FOUND
033210         AND NOT W01-REMAIL
033300         ADD 1 TO W02-DUPLICATES
033400         ADD 1 TO W03-COUNT-DUPLICATE(W04-TYPE-SUB)
033500         MOVE 'DUPLICATE' TO W07-X-KIND
033600         MOVE 'ALREADY MAILED ON' TO W07-X-REASON-TEXT
033700         MOVE NH-MAILED-DATE TO W07-X-REASON-TEXT(19:8)
033800         PERFORM 6900-WRITE-EXCEPT-LINE THRU 6900-EXIT
033900         GO TO 3000-NEXT
034000     END-IF.
034100     PERFORM 4200-FIND-LOAN THRU 4200-EXIT.
034200     IF NOT W01-LOAN-FOUND
034300         MOVE 'LOAN NOT ON MASTER FILE' TO W07-X-REASON-TEXT
034400         PERFORM 6800-REJECT-REQUEST THRU 6800-EXIT
034500         GO TO 3000-NEXT
034600     END-IF.
034700     PERFORM 5000-WRITE-LETTER THRU 5000-EXIT.
034800     PERFORM 5800-WRITE-HISTORY THRU 5800-EXIT.
034900 3000-NEXT.
035000     PERFORM 3100-READ-REQUEST THRU 3100-EXIT.
035100 3000-EXIT.
035200     EXIT.
035300*
035400*----------------------------------------------------------*
035500* 3100-READ-REQUEST - READ THE NEXT NOTICE REQUEST         *
035600*----------------------------------------------------------*
035700 3100-READ-REQUEST.
035800     READ NOTCREQ
035900         AT END
036000             SET W01-END-OF-NOTCREQ TO TRUE
036100     END-READ.
036200 3100-EXIT.
036300     EXIT.
036400*
036500*----------------------------------------------------------*
036600* 4000-EDIT-REQUEST - THE LETTER TYPE MUST BE ONE WE MAIL, *
036700*     AND THE LOAN AND EVENT DATE MUST BE PRESENT - THEY   *
036800*     ARE THE HISTORY KEY.  THE FIRST FAILED EDIT REJECTS  *
036900*----------------------------------------------------------*
037000 4000-EDIT-REQUEST.
037100     SET W03-LTR-IDX TO 1.
037200     SEARCH W03-LETTER-ENTRY
037300         AT END
037400             MOVE 'UNKNOWN LETTER TYPE' TO W07-X-REASON-TEXT
037500             PERFORM 6800-REJECT-REQUEST THRU 6800-EXIT
037600             GO TO 4000-EXIT
037700         WHEN W03-LETTER-TYPE(W03-LTR-IDX) = NR-LETTER-TYPE
037800             SET W04-TYPE-SUB TO W03-LTR-IDX
037900     END-SEARCH.
038000     IF NR-LOAN-NUMBER = SPACES
038100         MOVE 'LOAN NUMBER MISSING' TO W07-X-REASON-TEXT
038200         PERFORM 6800-REJECT-REQUEST THRU 6800-EXIT
038300         GO TO 4000-EXIT
038400     END-IF.
038500     IF NR-EVENT-DATE NOT NUMERIC
038600         OR NR-EVENT-DATE = ZERO
038700         MOVE 'EVENT DATE MISSING OR NOT NUMERIC' TO
038800             W07-X-REASON-TEXT
038900         PERFORM 6800-REJECT-REQUEST THRU 6800-EXIT
039000     END-IF.
039100 4000-EXIT.
039200     EXIT.
039300*
039400*----------------------------------------------------------*
039410* 4100-CHECK-HISTORY - LOOK THE REQUEST'S EVENT UP ON THE  *
039420*     NOTICE HISTORY.  A HIT STILL PENDING WAS LEFT BY A   *
039430*     RUN THAT DID NOT FINISH, WAS NEVER SENT AND IS       *
039440*     MAILED AGAIN - UNLESS THIS RUN MAILED IT, WHEN IT    *
039450*     IS A DUPLICATE                                       *
039700*----------------------------------------------------------*
039800 4100-CHECK-HISTORY.
039900     MOVE 'N' TO W01-HISTORY-FOUND-SWITCH.
039910     MOVE 'N' TO W01-REMAIL-SWITCH.
040000     MOVE NR-LOAN-NUMBER TO NH-LOAN-NUMBER.
040100     MOVE NR-LETTER-TYPE TO NH-LETTER-TYPE.
040200     MOVE NR-EVENT-DATE TO NH-EVENT-DATE.
040300     READ NOTCHIST
040400         INVALID KEY
040500             CONTINUE
040600         NOT INVALID KEY
040700             SET W01-HISTORY-FOUND TO TRUE
040800     END-READ.
040810     IF W01-HISTORY-FOUND
040820         AND NH-MAIL-PENDING
040830         SET W01-REMAIL TO TRUE
040840         SET W03-SENT-IDX TO 1
040850         SEARCH W03-SENT-ENTRY
040860             WHEN W03-SENT-ENTRY(W03-SENT-IDX) = NH-NOTICE-KEY
040870                 MOVE 'N' TO W01-REMAIL-SWITCH
040880         END-SEARCH
040890     END-IF.
040900 4100-EXIT.
041000     EXIT.
041100*
041200*----------------------------------------------------------*
041300* 4200-FIND-LOAN - RANDOM-READ THE LOAN MASTER RECORD FOR  *
041400*     THE BORROWER NAME AND LOAN DATA                      *
041500*----------------------------------------------------------*
041600 4200-FIND-LOAN.
041700     MOVE 'N' TO W01-LOAN-FOUND-SWITCH.
041800     MOVE NR-LOAN-NUMBER TO LM-LOAN-NUMBER.
041900     READ LOANMAST
042000         INVALID KEY
042100             CONTINUE
042200         NOT INVALID KEY
042300             SET W01-LOAN-FOUND TO TRUE
042400     END-READ.
042500 4200-EXIT.
042600     EXIT.
042700*
042800*----------------------------------------------------------*
042900* 5000-WRITE-LETTER - WRITE THE VENDOR'S LETTER HEADER,    *
043000*     THE COMMON LETTERHEAD AND SALUTATION, THE BODY FOR   *
043100*     THE LETTER TYPE AND THE CLOSING                      *
043200*----------------------------------------------------------*
043300 5000-WRITE-LETTER.
043400     ADD 1 TO W04-MAIL-SEQUENCE.
043500     MOVE SPACES TO NOTICE-PRINT-RECORD.
043600     SET NP-TYPE-LETTER-HEADER TO TRUE.
043700     MOVE W04-MAIL-SEQUENCE TO NP-H-MAIL-SEQUENCE.
043800     MOVE NR-LETTER-TYPE TO NP-H-LETTER-TYPE.
043900     MOVE LM-LOAN-NUMBER TO NP-H-LOAN-NUMBER.
044000     MOVE W04-RUN-DATE TO NP-H-MAIL-DATE.
044100     MOVE LM-BORROWER-NAME TO NP-H-ADDRESSEE.
044200     WRITE NOTCPRT-RECORD FROM NOTICE-PRINT-RECORD.
044300     ADD 1 TO W02-PRINT-RECORDS.
044400     PERFORM 5100-WRITE-LETTERHEAD THRU 5100-EXIT.
044500     EVALUATE TRUE
044600         WHEN NR-LETTER-LATE
044700             PERFORM 5200-LATE-CHARGE-BODY THRU 5200-EXIT
044800         WHEN NR-LETTER-ARM
044900             PERFORM 5300-ARM-CHANGE-BODY THRU 5300-EXIT
045000         WHEN NR-LETTER-ESCROW
045100             PERFORM 5400-ESCROW-ANALYSIS-BODY THRU 5400-EXIT
045200         WHEN NR-LETTER-PAID
045300             PERFORM 5500-PAID-IN-FULL-BODY THRU 5500-EXIT
045400     END-EVALUATE.
045500     PERFORM 5900-WRITE-CLOSING THRU 5900-EXIT.
045600     ADD 1 TO W02-LETTERS-MAILED.
045700     ADD 1 TO W03-COUNT-MAILED(W04-TYPE-SUB).
045800 5000-EXIT.
045900     EXIT.
046000*
046100*----------------------------------------------------------*
046200* 5100-WRITE-LETTERHEAD - NEW PAGE, LETTERHEAD, MAIL DATE, *
046300*     ADDRESSEE, LOAN NUMBER, SUBJECT AND SALUTATION       *
046400*----------------------------------------------------------*
046500 5100-WRITE-LETTERHEAD.
046600     MOVE '1' TO W04-CARRIAGE-CONTROL.
046700     MOVE 'MORTGAGE SERVICING DIVISION' TO W06-T-TEXT.
046800     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
046900     MOVE 'LOAN SERVICING DEPARTMENT' TO W06-T-TEXT.
047000     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
047100     MOVE W04-RUN-DATE TO W04-DATE-WORK.
047200     PERFORM 6500-FORMAT-DATE THRU 6500-EXIT.
047300     MOVE '0' TO W04-CARRIAGE-CONTROL.
047400     MOVE W04-PRINT-DATE TO W06-T-TEXT.
047500     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
047600     MOVE '0' TO W04-CARRIAGE-CONTROL.
047700     MOVE LM-BORROWER-NAME TO W06-T-TEXT.
047800     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
047900     MOVE LM-LOAN-NUMBER TO W06-L-LOAN-NUMBER.
048000     MOVE W06-LOAN-LINE TO W04-LETTER-LINE.
048100     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
048200     SET W03-LTR-IDX TO W04-TYPE-SUB.
048300     MOVE W03-LETTER-SUBJECT(W03-LTR-IDX) TO W06-S-SUBJECT.
048400     MOVE '0' TO W04-CARRIAGE-CONTROL.
048500     MOVE W06-SUBJECT-LINE TO W04-LETTER-LINE.
048600     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
048700     MOVE '0' TO W04-CARRIAGE-CONTROL.
048800     MOVE 'DEAR BORROWER:' TO W06-T-TEXT.
048900     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
049000 5100-EXIT.
049100     EXIT.
049200*
049300*----------------------------------------------------------*
049400* 5200-LATE-CHARGE-BODY - THE INSTALLMENT THAT WENT LATE,  *
049500*     THE CHARGE ASSESSED AND WHAT IS NOW OWED             *
049600*----------------------------------------------------------*
049700 5200-LATE-CHARGE-BODY.
049800     MOVE '0' TO W04-CARRIAGE-CONTROL.
049900     MOVE 'YOUR MONTHLY INSTALLMENT WAS NOT RECEIVED WITHIN'
050000         TO W06-T-TEXT.
050100     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
050200     MOVE 'THE GRACE PERIOD ALLOWED BY YOUR NOTE, AND A LATE'
050300         TO W06-T-TEXT.
050400     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
050500     MOVE 'CHARGE HAS BEEN ASSESSED TO YOUR LOAN.' TO W06-T-TEXT.
050600     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
050700     MOVE '0' TO W04-CARRIAGE-CONTROL.
050800     MOVE 'INSTALLMENT DUE DATE' TO W06-D-CAPTION.
050900     MOVE NR-LT-DUE-DATE TO W04-DATE-WORK.
051000     PERFORM 6200-WRITE-DATE-LINE THRU 6200-EXIT.
051100     MOVE 'LATE CHARGE ASSESSED' TO W06-A-CAPTION.
051200     MOVE NR-LT-CHARGE-AMOUNT TO W06-A-AMOUNT.
051300     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
051400     MOVE 'TOTAL LATE CHARGES OUTSTANDING' TO W06-A-CAPTION.
051500     MOVE NR-LT-LATE-BALANCE TO W06-A-AMOUNT.
051600     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
051700     MOVE 'MONTHLY PAYMENT' TO W06-A-CAPTION.
051800     MOVE NR-LT-PAYMENT-DUE TO W06-A-AMOUNT.
051900     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
052000     MOVE 'UNPAID PRINCIPAL BALANCE' TO W06-A-CAPTION.
052100     MOVE LM-UNPAID-BALANCE TO W06-A-AMOUNT.
052200     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
052300     MOVE '0' TO W04-CARRIAGE-CONTROL.
052400     MOVE 'PLEASE SEND YOUR PAYMENT AND THE LATE CHARGE PROMPTLY.'
052500         TO W06-T-TEXT.
052600     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
052700     MOVE 'IF YOU HAVE ALREADY SENT THEM, PLEASE DISREGARD THIS'
052800         TO W06-T-TEXT.
052900     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
053000     MOVE 'NOTICE.' TO W06-T-TEXT.
053100     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
053200 5200-EXIT.
053300     EXIT.
053400*
053500*----------------------------------------------------------*
053600* 5300-ARM-CHANGE-BODY - THE EFFECTIVE DATE AND THE RATE   *
053700*     AND PAYMENT BEFORE AND AFTER THE CHANGE.  AN ADVANCE *
053800*     NOTICE SAYS THE RATE WILL CHANGE, AN APPLIED CHANGE  *
053900*     SAYS IT HAS                                          *
054000*----------------------------------------------------------*
054100 5300-ARM-CHANGE-BODY.
054200     MOVE '0' TO W04-CARRIAGE-CONTROL.
054300     IF NR-AR-ADVANCE-NOTICE
054400         MOVE 'THE INTEREST RATE ON YOUR ADJUSTABLE RATE'
054500             TO W06-T-TEXT
054600         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
054700         MOVE 'LOAN WILL CHANGE ON THE EFFECTIVE DATE BELOW,'
054800             TO W06-T-TEXT
054900     ELSE
055000         MOVE 'THE INTEREST RATE ON YOUR ADJUSTABLE RATE'
055100             TO W06-T-TEXT
055200         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
055300         MOVE 'LOAN HAS CHANGED AS OF THE EFFECTIVE DATE BELOW,'
055400             TO W06-T-TEXT
055500     END-IF.
055600     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
055700     MOVE 'AS PROVIDED IN YOUR NOTE.' TO W06-T-TEXT.
055800     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
055900     MOVE '0' TO W04-CARRIAGE-CONTROL.
056000     MOVE 'EFFECTIVE DATE' TO W06-D-CAPTION.
056100     MOVE NR-AR-EFF-DATE TO W04-DATE-WORK.
056200     PERFORM 6200-WRITE-DATE-LINE THRU 6200-EXIT.
056300     MOVE 'INTEREST RATE BEFORE THE CHANGE' TO W06-R-CAPTION.
056400     COMPUTE W04-RATE-PERCENT = NR-AR-OLD-RATE * 100.
056500     PERFORM 6400-WRITE-RATE-LINE THRU 6400-EXIT.
056600     MOVE 'INTEREST RATE AFTER THE CHANGE' TO W06-R-CAPTION.
056700     COMPUTE W04-RATE-PERCENT = NR-AR-NEW-RATE * 100.
056800     PERFORM 6400-WRITE-RATE-LINE THRU 6400-EXIT.
056900     MOVE 'MONTHLY PAYMENT BEFORE THE CHANGE' TO W06-A-CAPTION.
057000     MOVE NR-AR-OLD-PAYMENT TO W06-A-AMOUNT.
057100     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
057200     MOVE 'MONTHLY PAYMENT AFTER THE CHANGE' TO W06-A-CAPTION.
057300     MOVE NR-AR-NEW-PAYMENT TO W06-A-AMOUNT.
057400     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
057500     MOVE 'UNPAID PRINCIPAL BALANCE' TO W06-A-CAPTION.
057600     MOVE LM-UNPAID-BALANCE TO W06-A-AMOUNT.
057700     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
057800     MOVE '0' TO W04-CARRIAGE-CONTROL.
057900     MOVE 'THE NEW PAYMENT APPLIES FROM THE FIRST INSTALLMENT DUE'
058000         TO W06-T-TEXT.
058100     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
058200     MOVE 'AFTER THE EFFECTIVE DATE.' TO W06-T-TEXT.
058300     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
058400 5300-EXIT.
058500     EXIT.
058600*
058700*----------------------------------------------------------*
058800* 5400-ESCROW-ANALYSIS-BODY - THE ANALYSIS RESULT, THE     *
058900*     SHORTAGE OR SURPLUS AND THE NEW MONTHLY ESCROW       *
059000*----------------------------------------------------------*
059100 5400-ESCROW-ANALYSIS-BODY.
059200     MOVE '0' TO W04-CARRIAGE-CONTROL.
059300     MOVE 'WE HAVE COMPLETED THE ANNUAL ANALYSIS OF YOUR ESCROW'
059400         TO W06-T-TEXT.
059500     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
059600     MOVE 'ACCOUNT FOR THE TAX AND INSURANCE PAYMENTS DUE IN THE'
059700         TO W06-T-TEXT.
059800     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
059900     MOVE 'COMING TWELVE MONTHS.' TO W06-T-TEXT.
060000     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
060100     MOVE '0' TO W04-CARRIAGE-CONTROL.
060200     MOVE 'PROJECTED ANNUAL DISBURSEMENTS' TO W06-A-CAPTION.
060300     MOVE NR-ES-ANNUAL-DISB TO W06-A-AMOUNT.
060400     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
060500     MOVE 'REQUIRED CUSHION' TO W06-A-CAPTION.
060600     MOVE NR-ES-CUSHION TO W06-A-AMOUNT.
060700     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
060800     MOVE 'CURRENT ESCROW BALANCE' TO W06-A-CAPTION.
060900     MOVE LM-ESCROW-BALANCE TO W06-A-AMOUNT.
061000     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
061100     IF NR-ES-SHORTAGE
061200         MOVE 'ESCROW SHORTAGE' TO W06-A-CAPTION
061300     ELSE
061400         MOVE 'ESCROW SURPLUS' TO W06-A-CAPTION
061500     END-IF.
061600     MOVE NR-ES-AMOUNT TO W06-A-AMOUNT.
061700     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
061800     MOVE 'NEW MONTHLY ESCROW PAYMENT' TO W06-A-CAPTION.
061900     MOVE NR-ES-NEW-ESCROW TO W06-A-AMOUNT.
062000     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
062100     MOVE '0' TO W04-CARRIAGE-CONTROL.
062200     IF NR-ES-SHORTAGE
062300         MOVE 'THE SHORTAGE IS SPREAD OVER YOUR NEXT TWELVE'
062400             TO W06-T-TEXT
062500         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
062600         MOVE 'MONTHLY PAYMENTS AND IS INCLUDED ABOVE.'
062700             TO W06-T-TEXT
062800     ELSE
062900         MOVE 'THE SURPLUS WILL BE REFUNDED OR CREDITED TO YOUR'
063000             TO W06-T-TEXT
063100         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
063200         MOVE 'ACCOUNT AS YOUR LOAN DOCUMENTS PROVIDE.'
063300             TO W06-T-TEXT
063400     END-IF.
063500     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
063600 5400-EXIT.
063700     EXIT.
063800*
063900*----------------------------------------------------------*
064000* 5500-PAID-IN-FULL-BODY - THE PAYOFF AND ANY ESCROW       *
064100*     REFUND ON ITS WAY                                    *
064200*----------------------------------------------------------*
064300 5500-PAID-IN-FULL-BODY.
064400     MOVE '0' TO W04-CARRIAGE-CONTROL.
064500     MOVE 'YOUR MORTGAGE LOAN HAS BEEN PAID IN FULL.  THANK'
064600         TO W06-T-TEXT.
064700     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
064800     MOVE 'YOU FOR ALLOWING US TO SERVICE YOUR LOAN.'
064900         TO W06-T-TEXT.
065000     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
065100     MOVE '0' TO W04-CARRIAGE-CONTROL.
065200     MOVE 'PAYOFF FUNDS RECEIVED' TO W06-D-CAPTION.
065300     MOVE NR-PF-PAID-DATE TO W04-DATE-WORK.
065400     PERFORM 6200-WRITE-DATE-LINE THRU 6200-EXIT.
065500     MOVE 'PAYOFF AMOUNT' TO W06-A-CAPTION.
065600     MOVE NR-PF-PAYOFF-AMOUNT TO W06-A-AMOUNT.
065700     PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
065800     IF NR-PF-REFUND-AMOUNT > ZERO
065900         MOVE 'ESCROW BALANCE REFUND' TO W06-A-CAPTION
066000         MOVE NR-PF-REFUND-AMOUNT TO W06-A-AMOUNT
066100         PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT
066200         MOVE '0' TO W04-CARRIAGE-CONTROL
066300         MOVE 'YOUR ESCROW REFUND CHECK WILL BE MAILED TO'
066400             TO W06-T-TEXT
066500         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
066600         MOVE 'YOU UNDER SEPARATE COVER.' TO W06-T-TEXT
066700         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
066800     END-IF.
066900     MOVE '0' TO W04-CARRIAGE-CONTROL.
067000     MOVE 'THE RELEASE OF YOUR MORTGAGE LIEN WILL BE RECORDED AS'
067100         TO W06-T-TEXT.
067200     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
067300     MOVE 'REQUIRED BY LAW.  PLEASE KEEP THIS LETTER WITH YOUR'
067400         TO W06-T-TEXT.
067500     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
067600     MOVE 'IMPORTANT PAPERS.' TO W06-T-TEXT.
067700     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
067800 5500-EXIT.
067900     EXIT.
068000*
068100*----------------------------------------------------------*
068110* 5800-WRITE-HISTORY - RECORD THE LETTER ON THE NOTICE     *
068120*     HISTORY AS PENDING SO THE EVENT IS NEVER MAILED      *
068130*     AGAIN, AND TABLE ITS KEY SO CLOSE-OUT CAN MARK IT    *
068140*     SENT.  A LETTER MAILED AGAIN REWRITES ITS RECORD     *
068400*----------------------------------------------------------*
068500 5800-WRITE-HISTORY.
068600     MOVE SPACES TO NOTICE-HISTORY-RECORD.
068700     MOVE NR-LOAN-NUMBER TO NH-LOAN-NUMBER.
068800     MOVE NR-LETTER-TYPE TO NH-LETTER-TYPE.
068900     MOVE NR-EVENT-DATE TO NH-EVENT-DATE.
069000     MOVE W04-RUN-DATE TO NH-MAILED-DATE.
069100     MOVE W04-MAIL-SEQUENCE TO NH-MAIL-SEQUENCE.
069200     MOVE NR-PROGRAM-ID TO NH-PROGRAM-ID.
069210     SET NH-MAIL-PENDING TO TRUE.
069300     IF W01-REMAIL
069310         REWRITE NOTICE-HISTORY-RECORD
069320         ADD 1 TO W02-LETTERS-REMAILED
069330     ELSE
069340         WRITE NOTICE-HISTORY-RECORD
069350     END-IF.
069400     IF NOT W05-NOTCHIST-OK
069500         DISPLAY 'LNNOTICE - NOTCHIST WRITE FAILED FOR LOAN '
069600             NR-LOAN-NUMBER ' TYPE ' NR-LETTER-TYPE
069700             ' - STATUS=' W05-NOTCHIST-STATUS
069800         ADD 1 TO W02-HISTORY-FAILURES
069810         GO TO 5800-EXIT
069900     END-IF.
069910     ADD 1 TO W03-SENT-COUNT.
069920     SET W03-SENT-IDX TO W03-SENT-COUNT.
069930     MOVE NH-NOTICE-KEY TO W03-SENT-ENTRY(W03-SENT-IDX).
070000 5800-EXIT.
070100     EXIT.
070200*
070300*----------------------------------------------------------*
070400* 5900-WRITE-CLOSING - SIGN THE LETTER OFF                 *
070500*----------------------------------------------------------*
070600 5900-WRITE-CLOSING.
070700     MOVE '0' TO W04-CARRIAGE-CONTROL.
070800     MOVE 'SINCERELY,' TO W06-T-TEXT.
070900     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
071000     MOVE '0' TO W04-CARRIAGE-CONTROL.
071100     MOVE 'LOAN SERVICING DEPARTMENT' TO W06-T-TEXT.
071200     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
071300     MOVE 'MORTGAGE SERVICING DIVISION' TO W06-T-TEXT.
071400     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
071500 5900-EXIT.
071600     EXIT.
071700*
071800*----------------------------------------------------------*
071900* 6000-WRITE-PRINT-LINE - WRITE THE LETTER LINE TO THE     *
072000*     VENDOR FILE WITH ITS CARRIAGE CONTROL.  THE NEXT     *
072100*     LINE SINGLE-SPACES UNLESS TOLD OTHERWISE             *
072200*----------------------------------------------------------*
072300 6000-WRITE-PRINT-LINE.
072400     MOVE SPACES TO NOTICE-PRINT-RECORD.
072500     SET NP-TYPE-PRINT-LINE TO TRUE.
072600     MOVE W04-CARRIAGE-CONTROL TO NP-CARRIAGE-CONTROL.
072700     MOVE W04-LETTER-LINE TO NP-PRINT-LINE.
072800     WRITE NOTCPRT-RECORD FROM NOTICE-PRINT-RECORD.
072900     ADD 1 TO W02-PRINT-RECORDS.
073000     MOVE SPACE TO W04-CARRIAGE-CONTROL.
073100     MOVE SPACES TO W04-LETTER-LINE.
073200 6000-EXIT.
073300     EXIT.
073400*
073500*----------------------------------------------------------*
073600* 6100-WRITE-TEXT-LINE - WRITE ONE LINE OF LETTER TEXT     *
073700*----------------------------------------------------------*
073800 6100-WRITE-TEXT-LINE.
073900     MOVE W06-TEXT-LINE TO W04-LETTER-LINE.
074000     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
074100     MOVE SPACES TO W06-T-TEXT.
074200 6100-EXIT.
074300     EXIT.
074400*
074500*----------------------------------------------------------*
074600* 6200-WRITE-DATE-LINE - WRITE ONE CAPTIONED DATE LINE     *
074700*----------------------------------------------------------*
074800 6200-WRITE-DATE-LINE.
074900     PERFORM 6500-FORMAT-DATE THRU 6500-EXIT.
075000     MOVE W04-PRINT-DATE TO W06-D-DATE.
075100     MOVE W06-DATE-LINE TO W04-LETTER-LINE.
075200     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
075300 6200-EXIT.
075400     EXIT.
075500*
075600*----------------------------------------------------------*
075700* 6300-WRITE-AMOUNT-LINE - WRITE ONE CAPTIONED AMOUNT LINE *
075800*----------------------------------------------------------*
075900 6300-WRITE-AMOUNT-LINE.
076000     MOVE W06-AMOUNT-LINE TO W04-LETTER-LINE.
076100     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
076200 6300-EXIT.
076300     EXIT.
076400*
076500*----------------------------------------------------------*
076600* 6400-WRITE-RATE-LINE - WRITE ONE CAPTIONED RATE LINE,    *
076700*     THE RATE SHOWN AS A PERCENT                          *
076800*----------------------------------------------------------*
076900 6400-WRITE-RATE-LINE.
077000     MOVE W04-RATE-PERCENT TO W06-R-RATE.
077100     MOVE W06-RATE-LINE TO W04-LETTER-LINE.
077200     PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
077300 6400-EXIT.
077400     EXIT.
077500*
077600*----------------------------------------------------------*
077700* 6500-FORMAT-DATE - TURN THE YYYYMMDD WORK DATE INTO      *
077800*     MM/DD/YYYY FOR THE LETTER                            *
077900*----------------------------------------------------------*
078000 6500-FORMAT-DATE.
078100     MOVE W04-DATE-MM TO W04-PRINT-MM.
078200     MOVE W04-DATE-DD TO W04-PRINT-DD.
078300     MOVE W04-DATE-YYYY TO W04-PRINT-YYYY.
078400 6500-EXIT.
078500     EXIT.
078600*
078700*----------------------------------------------------------*
078800* 6800-REJECT-REQUEST - COUNT THE REJECTED REQUEST AND     *
078900*     LIST IT ON THE MAIL COUNT REPORT                     *
079000*----------------------------------------------------------*
079100 6800-REJECT-REQUEST.
079200     SET W01-REQUEST-REJECTED TO TRUE.
079300     ADD 1 TO W02-REQUESTS-REJECTED.
079400     MOVE 'REJECTED' TO W07-X-KIND.
079500     PERFORM 6900-WRITE-EXCEPT-LINE THRU 6900-EXIT.
079600 6800-EXIT.
079700     EXIT.
079800*
079900*----------------------------------------------------------*
080000* 6900-WRITE-EXCEPT-LINE - WRITE ONE REJECTED OR DUPLICATE *
080100*     REQUEST LINE                                         *
080200*----------------------------------------------------------*
080300 6900-WRITE-EXCEPT-LINE.
080400     MOVE NR-LOAN-NUMBER TO W07-X-LOAN-NUMBER.
080500     MOVE NR-LETTER-TYPE TO W07-X-LETTER-TYPE.
080600     MOVE NR-EVENT-DATE TO W07-X-EVENT-DATE.
080700     MOVE NR-PROGRAM-ID TO W07-X-PROGRAM-ID.
080800     MOVE SPACES TO NOTCRPT-RECORD.
080900     MOVE W07-EXCEPT-LINE TO NOTCRPT-RECORD.
081000     WRITE NOTCRPT-RECORD.
081100 6900-EXIT.
081200     EXIT.
081300*
081400*----------------------------------------------------------*
081410* 7000-CLOSE-OUT - WRITE THE VENDOR FILE TRAILER, MARK     *
081420*     THE RUN'S LETTERS SENT ON THE HISTORY AND EMPTY THE  *
081430*     REQUEST FILE JUST MAILED FROM.  IF THE SENT TABLE    *
081440*     FILLED, THE REQUEST FILE IS KEPT FOR A RERUN         *
081700*----------------------------------------------------------*
081800 7000-CLOSE-OUT.
081900     ADD 1 TO W02-PRINT-RECORDS.
082000     MOVE SPACES TO NOTICE-PRINT-RECORD.
082100     SET NP-TYPE-FILE-TRAILER TO TRUE.
082200     MOVE W04-RUN-DATE TO NP-T-MAIL-DATE.
082300     MOVE W02-LETTERS-MAILED TO NP-T-LETTER-COUNT.
082400     MOVE W02-PRINT-RECORDS TO NP-T-RECORD-COUNT.
082500     WRITE NOTCPRT-RECORD FROM NOTICE-PRINT-RECORD.
082510     PERFORM 7100-MARK-SENT THRU 7100-EXIT
082520         VARYING W03-SENT-IDX FROM 1 BY 1
082530         UNTIL W03-SENT-IDX > W03-SENT-COUNT.
082600     IF W01-NOTCREQ-PRESENT
082610         CLOSE NOTCREQ
082620         IF NOT W01-SENT-TABLE-FULL
082630             OPEN OUTPUT NOTCREQ
082640             CLOSE NOTCREQ
082650         END-IF
083000     END-IF.
083100 7000-EXIT.
083200     EXIT.
083204*
083208*----------------------------------------------------------*
083212* 7100-MARK-SENT - REWRITE ONE HISTORY RECORD THIS RUN     *
083216*     WROTE AS SENT, NOW THE PRINT FILE IS COMPLETE        *
083220*----------------------------------------------------------*
083224 7100-MARK-SENT.
083228     MOVE W03-SENT-ENTRY(W03-SENT-IDX) TO NH-NOTICE-KEY.
083232     READ NOTCHIST
083236         INVALID KEY
083240             CONTINUE
083244     END-READ.
083248     IF W05-NOTCHIST-OK
083252         SET NH-MAIL-SENT TO TRUE
083256         REWRITE NOTICE-HISTORY-RECORD
083260     END-IF.
083264     IF NOT W05-NOTCHIST-OK
083268         DISPLAY 'LNNOTICE - NOTCHIST MARK SENT FAILED FOR LOAN '
083272             NH-LOAN-NUMBER ' TYPE ' NH-LETTER-TYPE
083276             ' - STATUS=' W05-NOTCHIST-STATUS
083280         ADD 1 TO W02-HISTORY-FAILURES
083284     END-IF.
083288 7100-EXIT.
083292     EXIT.
083300*
083400*----------------------------------------------------------*
083500* 8000-WRITE-MAIL-COUNT - WRITE THE LETTERS MAILED AND THE *
083600*     DUPLICATES HELD BACK BY LETTER TYPE, THEN THE TOTALS *
083700*----------------------------------------------------------*
083800 8000-WRITE-MAIL-COUNT.
083900     PERFORM 8100-WRITE-TYPE-LINE THRU 8100-EXIT
084000         VARYING W04-TYPE-SUB FROM 1 BY 1
084100         UNTIL W04-TYPE-SUB > 4.
084200     MOVE 'REQUESTS READ' TO W07-T-CAPTION.
084300     MOVE W02-REQUESTS-READ TO W07-T-COUNT.
084400     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
084500     MOVE 'LETTERS MAILED' TO W07-T-CAPTION.
084600     MOVE W02-LETTERS-MAILED TO W07-T-COUNT.
084700     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
084800     MOVE 'DUPLICATES NOT MAILED' TO W07-T-CAPTION.
084900     MOVE W02-DUPLICATES TO W07-T-COUNT.
085000     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
085010     MOVE 'RE-MAILED AFTER RESTART' TO W07-T-CAPTION.
085020     MOVE W02-LETTERS-REMAILED TO W07-T-COUNT.
085030     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
085100     MOVE 'REQUESTS REJECTED' TO W07-T-CAPTION.
085200     MOVE W02-REQUESTS-REJECTED TO W07-T-COUNT.
085300     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
085400 8000-EXIT.
085500     EXIT.
085600*
085700*----------------------------------------------------------*
085800* 8100-WRITE-TYPE-LINE - WRITE ONE LETTER TYPE'S COUNTS    *
085900*----------------------------------------------------------*
086000 8100-WRITE-TYPE-LINE.
086100     SET W03-LTR-IDX TO W04-TYPE-SUB.
086200     MOVE W03-LETTER-TYPE(W03-LTR-IDX) TO W07-C-LETTER-TYPE.
086300     MOVE W03-LETTER-SUBJECT(W03-LTR-IDX) TO W07-C-SUBJECT.
086400     MOVE W03-COUNT-MAILED(W04-TYPE-SUB) TO W07-C-MAILED.
086500     MOVE W03-COUNT-DUPLICATE(W04-TYPE-SUB) TO W07-C-DUPLICATE.
086600     MOVE SPACES TO NOTCRPT-RECORD.
086700     MOVE W07-COUNT-LINE TO NOTCRPT-RECORD.
086800     WRITE NOTCRPT-RECORD.
086900 8100-EXIT.
087000     EXIT.
087100*
087200*----------------------------------------------------------*
087300* 8200-WRITE-TOTAL-LINE - WRITE ONE RUN TOTAL LINE         *
087400*----------------------------------------------------------*
087500 8200-WRITE-TOTAL-LINE.
087600     MOVE SPACES TO NOTCRPT-RECORD.
087700     MOVE W07-TOTAL-LINE TO NOTCRPT-RECORD.
087800     WRITE NOTCRPT-RECORD.
087900 8200-EXIT.
088000     EXIT.
088100*
088200*----------------------------------------------------------*
088300* 9000-TERMINATE - CLOSE ALL FILES.  THE REQUEST FILE WAS  *
088400*     CLOSED WHEN IT WAS EMPTIED                           *
088500*----------------------------------------------------------*
088600 9000-TERMINATE.
088700     CLOSE LOANMAST.
088800     CLOSE NOTCHIST.
088900     CLOSE NOTCPRT.
089000     CLOSE NOTCRPT.
089100 9000-EXIT.
089200     EXIT.
089300*
089400*----------------------------------------------------------*
089500* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
089600*----------------------------------------------------------*
089700 9999-EXIT.
089800     GOBACK.
