000100 IDENTIFICATION DIVISION.
000200*
000300* NIGHTLY LOAN MASTER BALANCING PROOF - PROVES THAT THE LOAN
000400* MASTER MOVED ONLY BY JOURNALED CHANGES.  LAST NIGHT'S CLOSING
000500* CONTROL TOTALS BY INVESTOR (LOAN COUNT, UNPAID BALANCE, ESCROW
000600* BALANCE AND LATE CHARGE BALANCE) ARE TAKEN FROM THE BALCTL
000700* CONTROL FILE, THE NET OF EVERY BEFORE AND AFTER IMAGE
000800* JOURNALED SINCE THEN IS ADDED TO THEM, AND THE RESULT IS
000900* COMPARED WITH A FRESH PASS OF TODAY'S MASTER.  A BAD LOAD OR A
001000* PROGRAM THAT SKIPS ITS LNJRNL CALL SHOWS UP HERE AS A
001100* DIFFERENCE THE SAME NIGHT.
001200*
001300* THE PROOF REPORT SHOWS, FOR EACH INVESTOR AND IN TOTAL, THE
001400* OPENING, THE JOURNALED ACTIVITY, THE EXPECTED CLOSING, THE
001500* ACTUAL CLOSING AND THE DIFFERENCE.  A JOURNAL LINE BELONGS TO
001600* THE PROOF WHEN IT IS STAMPED AFTER THE PROOF THAT WROTE THE
001700* CONTROL FILE AND NO LATER THAN THIS RUN.  A CHANGE TAKES ITS
001800* BEFORE IMAGE OUT OF THE BEFORE INVESTOR AND ADDS ITS AFTER
001900* IMAGE TO THE AFTER INVESTOR, SO A TRANSFER MOVES THE LOAN
002000* BETWEEN THEM; AN ADD HAS ONLY THE AFTER IMAGE, A PURGE ONLY
002100* THE BEFORE.  THE JOURNAL CARRIES BALANCES UNSIGNED, SO EVERY
002200* BALANCE IS PROVEN BY ITS SIZE ON BOTH SIDES, AND A LATE
002300* CHARGE FIELD THAT IS NOT NUMERIC COUNTS AS ZERO AS LNJRNL
002400* JOURNALS IT.
002500*
002600* THE JOURNAL MUST ARRIVE SORTED BY LOAN NUMBER AND TIMESTAMP
002700* (THE JOB'S SORT STEP DOES THIS) SO IT CAN BE MATCHED AGAINST
002800* THE MASTER IN KEY ORDER.  WHEN ANYTHING IS OUT OF BALANCE A
002900* SECOND PASS LISTS EVERY LOAN WHOSE MASTER IMAGE DOES NOT MATCH
003000* ITS LAST JOURNAL AFTER IMAGE: A BALANCE, THE INVESTOR OR THE
003100* STATUS DIFFERS, THE MASTER STILL HOLDS A LOAN LAST JOURNALED
003200* AS PURGED, OR A JOURNALED LOAN IS MISSING FROM THE MASTER.  A
003300* LOAN NEVER JOURNALED HAS NOTHING TO COMPARE AND IS NOT LISTED.
003400*
003500* AN OUT-OF-BALANCE NIGHT, OR A JOURNAL OUT OF SEQUENCE, ENDS
003600* WITH RC 16, LEAVES THE CONTROL FILE AS IT WAS AND IS NOT
003700* MARKED COMPLETE, SO THE GENERAL LEDGER POSTING AND THE JOBS
003800* BEHIND IT ARE REFUSED AND THE STREAM STOPS BEFORE THE
003900* REMITTANCE AND LEDGER EXTRACTS RUN.  ONCE THE CAUSE IS FOUND
004000* AND FIXED THROUGH A JOURNALED CHANGE THE JOB IS RERUN AND THE
004100* FIX IS PART OF ITS ACTIVITY.  A DIFFERENCE THAT IS ACCEPTED
004200* INSTEAD (AN UNJOURNALED REPAIR OR A MASTER RESTORED FROM A
004300* BACKUP) IS CLEARED BY RUNNING WITH PARM RESET: THE PROOF IS
004400* PRINTED AS USUAL, BUT THE ACTUAL CLOSING BECOMES THE NEXT
004500* OPENING AND THE RUN ENDS WITH RC 4.  THE FIRST RUN, WITH NO
004600* CONTROL FILE, TAKES ITS OPENING FROM TODAY'S MASTER THE SAME
004700* WAY.
004800*
004900 PROGRAM-ID.  LNBALPRF.
005000 AUTHOR.      R SMALL.
005100 INSTALLATION. MORTGAGE SERVICING DIVISION.
005200 DATE-WRITTEN. 10/15/2026.
005300 DATE-COMPILED.
005400*
005500*-----------------------------------------------------------*
005600* MODIFICATION HISTORY                                      *
005700*-----------------------------------------------------------*
005800* DATE       INIT DESCRIPTION                                *
005900* 10/15/2026 RS   ORIGINAL - NIGHTLY LOAN MASTER BALANCING    *
006000*                 PROOF                                       *
006010* 10/15/2026 RS   RUNS BEHIND THE LATE CHARGE ASSESSMENT, NOW *
006020*                 THE LAST MASTER UPDATE OF THE NIGHT, AND    *
006030*                 AHEAD OF THE INVESTOR REMITTANCE; RESET     *
006040*                 TAKEN ONLY FROM A FIVE-BYTE PARM            *
006100*-----------------------------------------------------------*
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT LOANMAST ASSIGN TO LOANMAST
006600         ORGANIZATION INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS LM-LOAN-NUMBER
006900         FILE STATUS IS W05-LOANMAST-STATUS.
007000     SELECT JRNLFILE ASSIGN TO JRNLFILE
007100         ORGANIZATION LINE SEQUENTIAL
007200         FILE STATUS IS W05-JRNLFILE-STATUS.
007300     SELECT BALCTL ASSIGN TO BALCTL
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS W05-BALCTL-STATUS.
007600     SELECT BALRPT ASSIGN TO BALRPT
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS W05-BALRPT-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  LOANMAST.
008200     COPY LOANMAST.
008300 FD  JRNLFILE
008400     RECORD CONTAINS 275 CHARACTERS.
008500     COPY JRNLLIN.
008600 FD  BALCTL
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY BALCTL.
008900 FD  BALRPT
009000     RECORDING MODE IS F.
009100 01  BALRPT-RECORD               PIC X(132).
009200 WORKING-STORAGE SECTION.
009300*
009400*    SWITCHES
009500*
009600 01  W01-LOANMAST-EOF-SWITCH     PIC X(01) VALUE 'N'.
009700     88  W01-END-OF-LOANMAST         VALUE 'Y'.
009800 01  W01-JRNLFILE-EOF-SWITCH     PIC X(01) VALUE 'N'.
009900     88  W01-END-OF-JRNLFILE         VALUE 'Y'.
010000 01  W01-BALCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
010100     88  W01-END-OF-BALCTL           VALUE 'Y'.
010200 01  W01-LOANMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010300     88  W01-LOANMAST-OPEN           VALUE 'Y'.
010400 01  W01-JRNLFILE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010500     88  W01-JRNLFILE-OPEN           VALUE 'Y'.
010600 01  W01-SEQUENCE-SWITCH         PIC X(01) VALUE 'N'.
010700     88  W01-JOURNAL-OUT-OF-SEQ      VALUE 'Y'.
010800 01  W01-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
010900     88  W01-CONTROL-BAD             VALUE 'Y'.
011000 01  W01-RESET-SWITCH            PIC X(01) VALUE 'N'.
011100     88  W01-RESET-RUN               VALUE 'Y'.
011200 01  W01-BASELINE-SWITCH         PIC X(01) VALUE 'N'.
011300     88  W01-BASELINE-RUN            VALUE 'Y'.
011400 01  W01-BALANCE-SWITCH          PIC X(01) VALUE 'Y'.
011500     88  W01-IN-BALANCE              VALUE 'Y'.
011600     88  W01-OUT-OF-BALANCE          VALUE 'N'.
011700 01  W01-BLOCK-SWITCH            PIC X(01) VALUE 'N'.
011800     88  W01-BLOCK-OUT               VALUE 'Y'.
011900 01  W01-ACCEPT-SWITCH           PIC X(01) VALUE 'N'.
012000     88  W01-TOTALS-ACCEPTED         VALUE 'Y'.
012100 01  W01-PASS-SWITCH             PIC X(01) VALUE 'P'.
012200     88  W01-PROOF-PASS              VALUE 'P'.
012300     88  W01-LISTING-PASS            VALUE 'L'.
012400 01  W01-JOURNALED-SWITCH        PIC X(01) VALUE 'N'.
012500     88  W01-LOAN-JOURNALED          VALUE 'Y'.
012600 01  W01-ON-MASTER-SWITCH        PIC X(01) VALUE 'N'.
012700     88  W01-LOAN-ON-MASTER          VALUE 'Y'.
012800 01  W01-INVESTOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
012900     88  W01-INVESTOR-FOUND          VALUE 'Y'.
013000*
013100*    COUNTERS
013200*
013300 01  W02-LOANS-READ              PIC 9(07) VALUE 0.
013400 01  W02-JOURNAL-READ            PIC 9(09) VALUE 0.
013500 01  W02-JOURNAL-IN-WINDOW       PIC 9(07) VALUE 0.
013600 01  W02-CONTROL-READ            PIC 9(05) VALUE 0.
013700 01  W02-INVESTORS-OUT           PIC 9(05) VALUE 0.
013800 01  W02-INVESTOR-OVERFLOW       PIC 9(07) VALUE 0.
013900 01  W02-LOANS-NOT-MATCHING      PIC 9(07) VALUE 0.
014000 01  W02-MISMATCHES-LISTED       PIC 9(07) VALUE 0.
014100*
014200*    TABLE LIMIT, FIGURE SETS KEPT PER INVESTOR AND THE ROWS OF*
014300*    EACH PROOF BLOCK                                          *
014400*
014500 01  W03-MAX-INVESTORS           PIC 9(03) COMP VALUE 100.
014600 01  W03-SET-OPENING             PIC 9(02) COMP VALUE 1.
014700 01  W03-SET-ACTIVITY            PIC 9(02) COMP VALUE 2.
014800 01  W03-SET-ACTUAL              PIC 9(02) COMP VALUE 3.
014900 01  W03-ROW-OPENING             PIC 9(02) COMP VALUE 1.
015000 01  W03-ROW-ACTIVITY            PIC 9(02) COMP VALUE 2.
015100 01  W03-ROW-EXPECTED            PIC 9(02) COMP VALUE 3.
015200 01  W03-ROW-ACTUAL              PIC 9(02) COMP VALUE 4.
015300 01  W03-ROW-DIFFERENCE          PIC 9(02) COMP VALUE 5.
015400 01  W03-ROW-LABEL-LIST.
015500     05  FILLER                  PIC X(20)
015600         VALUE 'OPENING'.
015700     05  FILLER                  PIC X(20)
015800         VALUE 'JOURNALED ACTIVITY'.
015900     05  FILLER                  PIC X(20)
016000         VALUE 'EXPECTED CLOSING'.
016100     05  FILLER                  PIC X(20)
016200         VALUE 'ACTUAL CLOSING'.
016300     05  FILLER                  PIC X(20)
016400         VALUE 'DIFFERENCE'.
016500 01  W03-ROW-LABEL-TABLE REDEFINES W03-ROW-LABEL-LIST.
016600     05  W03-ROW-LABEL           PIC X(20) OCCURS 5 TIMES.
016700*
016800*    WORK FIELDS - RUN TIMESTAMP, PROOF WINDOW AND MATCH KEYS  *
016900*
017000 01  W04-CYCLE-DATE              PIC 9(08) VALUE 0.
017100 01  W04-RUN-DATE                PIC 9(08) VALUE 0.
017200 01  W04-RUN-TIME                PIC 9(08) VALUE 0.
017300 01  W04-RUN-TIME-PARTS REDEFINES W04-RUN-TIME.
017400     05  W04-RUN-HHMMSS          PIC 9(06).
017500     05  FILLER                  PIC 9(02).
017600 01  W04-RUN-STAMP               PIC 9(14) VALUE 0.
017700 01  W04-OPEN-STAMP              PIC 9(14) VALUE 0.
017800 01  W04-OPEN-CYCLE-DATE         PIC 9(08) VALUE 0.
017900 01  W04-CTL-INVESTOR-COUNT      PIC 9(05) VALUE 0.
018000 01  W04-CLOSING-COUNT           PIC 9(05) VALUE 0.
018100 01  W04-FLAG-TEXT               PIC X(14) VALUE 'OUT OF BALANCE'.
018200 01  W04-MASTER-KEY              PIC X(10) VALUE LOW-VALUES.
018300 01  W04-JOURNAL-KEY             PIC X(10) VALUE LOW-VALUES.
018400 01  W04-MATCH-KEY               PIC X(10) VALUE SPACES.
018500 01  W04-PRIOR-JRNL-LOAN         PIC X(10) VALUE LOW-VALUES.
018600 01  W04-PRIOR-JRNL-STAMP        PIC 9(14) VALUE 0.
018700 01  W04-FIND-INVESTOR           PIC X(06) VALUE SPACES.
018800 01  W04-SET                     PIC 9(02) COMP VALUE 0.
018900 01  W04-ROW                     PIC 9(02) COMP VALUE 0.
019000 01  W04-BLOCK-INVESTOR          PIC X(06) VALUE SPACES.
019100*
019200*    THE MASTER'S BALANCES AS THE JOURNAL CARRIES THEM         *
019300*
019400 01  W04-LOAN-UNPAID             PIC 9(09)V99 VALUE 0.
019500 01  W04-LOAN-ESCROW             PIC 9(07)V99 VALUE 0.
019600 01  W04-LOAN-LATE               PIC 9(05)V99 VALUE 0.
019700*
019800*    THE LOAN'S LAST JOURNAL LINE - CHANGE TYPE, PROGRAM,      *
019900*    TIMESTAMP AND AFTER IMAGE (LAID OUT AS JL-AFTER-IMAGE)    *
020000*
020100 01  W04-LAST-TYPE               PIC X(01) VALUE SPACE.
020200     88  W04-LAST-DELETE             VALUE 'D'.
020300 01  W04-LAST-PROGRAM            PIC X(08) VALUE SPACES.
020400 01  W04-LAST-STAMP              PIC 9(14) VALUE 0.
020500 01  W04-LAST-AFTER-IMAGE.
020600     05  FILLER                  PIC X(30).
020700     05  W04-LA-UNPAID-BALANCE   PIC 9(09)V99.
020800     05  FILLER                  PIC X(08).
020900     05  W04-LA-ESCROW-BALANCE   PIC 9(07)V99.
021000     05  W04-LA-INVESTOR-CODE    PIC X(06).
021100     05  W04-LA-LOAN-STATUS      PIC X(01).
021200     05  FILLER                  PIC X(31).
021300     05  W04-LA-LATE-CHARGE-BAL  PIC 9(05)V99.
021400     05  FILLER                  PIC X(08).
021500*
021600*    MISMATCH BEING LISTED                                     *
021700*
021800 01  W04-LOAN-MISMATCHES         PIC 9(02) COMP VALUE 0.
021900 01  W04-MISMATCH-REASON         PIC X(32) VALUE SPACES.
022000 01  W04-MASTER-VALUE            PIC X(17) VALUE SPACES.
022100 01  W04-JOURNAL-VALUE           PIC X(17) VALUE SPACES.
022200 01  W04-AMOUNT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
022300*
022400*    FILE STATUS FIELDS
022500*
022600 01  W05-LOANMAST-STATUS         PIC X(02) VALUE SPACES.
022700     88  W05-LOANMAST-OK             VALUE '00'.
022800 01  W05-JRNLFILE-STATUS         PIC X(02) VALUE SPACES.
022900     88  W05-JRNLFILE-OK             VALUE '00'.
023000     88  W05-JRNLFILE-NOFILE         VALUE '35'.
023100 01  W05-BALCTL-STATUS           PIC X(02) VALUE SPACES.
023200     88  W05-BALCTL-OK               VALUE '00'.
023300     88  W05-BALCTL-NOFILE           VALUE '35'.
023400 01  W05-BALRPT-STATUS           PIC X(02) VALUE SPACES.
023500     88  W05-BALRPT-OK               VALUE '00'.
023600*
023700*    INVESTOR TOTALS TABLE - SET 1 IS THE OPENING, SET 2 THE   *
023800*    JOURNALED ACTIVITY AND SET 3 THE ACTUAL CLOSING.  AN      *
023900*    INVESTOR PAST THE END OF THE TABLE CANNOT BE PROVEN AND   *
024000*    PUTS THE NIGHT OUT OF BALANCE                             *
024100*
024200 01  W06-INVESTOR-COUNT          PIC 9(03) COMP VALUE 0.
024300 01  W06-INVESTOR-TABLE.
024400     05  W06-INV-ENTRY           OCCURS 100 TIMES
024500                                 INDEXED BY W06-INV-IDX.
024600         10  W06-INV-CODE        PIC X(06).
024700         10  W06-INV-SET         OCCURS 3 TIMES.
024800             15  W06-INV-LOANS   PIC S9(09) COMP-3.
024900             15  W06-INV-UNPAID  PIC S9(13)V99 COMP-3.
025000             15  W06-INV-ESCROW  PIC S9(11)V99 COMP-3.
025100             15  W06-INV-LATE    PIC S9(09)V99 COMP-3.
025200 01  W06-GRAND-TOTALS.
025300     05  W06-GRAND-SET           OCCURS 3 TIMES.
025400         10  W06-GRAND-LOANS     PIC S9(09) COMP-3.
025500         10  W06-GRAND-UNPAID    PIC S9(13)V99 COMP-3.
025600         10  W06-GRAND-ESCROW    PIC S9(11)V99 COMP-3.
025700         10  W06-GRAND-LATE      PIC S9(09)V99 COMP-3.
025800*
025900*    ONE PROOF BLOCK AS PRINTED - ROWS ARE OPENING, ACTIVITY,  *
026000*    EXPECTED CLOSING, ACTUAL CLOSING AND DIFFERENCE           *
026100*
026200 01  W06-PROOF-BLOCK.
026300     05  W06-PROOF-ROW           OCCURS 5 TIMES.
026400         10  W06-ROW-LOANS       PIC S9(09) COMP-3.
026500         10  W06-ROW-UNPAID      PIC S9(13)V99 COMP-3.
026600         10  W06-ROW-ESCROW      PIC S9(11)V99 COMP-3.
026700         10  W06-ROW-LATE        PIC S9(09)V99 COMP-3.
026800*
026900*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START     *
027000*    AND END OF THE RUN                                        *
027100*
027200     COPY CYCREQ.
027300*
027400*    REPORT LINE LAYOUTS
027500*
027600 01  W07-HEADING-1.
027700     05  FILLER                  PIC X(36)
027800         VALUE 'LOAN MASTER BALANCING PROOF - CYCLE '.
027900     05  W07-H1-CYCLE-DATE       PIC 9(08).
028000     05  FILLER                  PIC X(06) VALUE '  RUN '.
028100     05  W07-H1-RUN-STAMP        PIC 9(14).
028200 01  W07-HEADING-2.
028300     05  FILLER                  PIC X(23)
028400         VALUE 'JOURNAL ACTIVITY AFTER '.
028500     05  W07-H2-OPEN-STAMP       PIC 9(14).
028600     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
028700     05  W07-H2-RUN-STAMP        PIC 9(14).
028800     05  FILLER                  PIC X(21)
028900         VALUE '  OPENING FROM CYCLE '.
029000     05  W07-H2-OPEN-CYCLE       PIC 9(08).
029100 01  W07-HEADING-3.
029200     05  FILLER                  PIC X(09) VALUE 'INVESTOR'.
029300     05  FILLER                  PIC X(20) VALUE 'FIGURE'.
029400     05  FILLER                  PIC X(14) VALUE '        LOANS '.
029500     05  FILLER                  PIC X(22)
029600         VALUE '       UNPAID BALANCE '.
029700     05  FILLER                  PIC X(19)
029800         VALUE '    ESCROW BALANCE '.
029900     05  FILLER                  PIC X(16)
030000         VALUE '    LATE CHARGES'.
030100 01  W07-PROOF-LINE.
030200     05  W07-P-INVESTOR          PIC X(06).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  W07-P-FIGURE            PIC X(20).
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  W07-P-LOANS             PIC -,---,---,--9.
030700     05  FILLER                  PIC X(01) VALUE SPACE.
030800     05  W07-P-UNPAID            PIC --,---,---,---,--9.99.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  W07-P-ESCROW            PIC ---,---,---,--9.99.
031100     05  FILLER                  PIC X(01) VALUE SPACE.
031200     05  W07-P-LATE              PIC -,---,---,--9.99.
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  W07-P-FLAG              PIC X(14).
031500 01  W07-LIST-HEADING-1.
031600     05  FILLER                  PIC X(40)
031700         VALUE 'LOANS WHOSE MASTER DOES NOT MATCH THEIR'.
031800     05  FILLER                  PIC X(24)
031900         VALUE 'LAST JOURNAL AFTER IMAGE'.
032000 01  W07-LIST-HEADING-2.
032100     05  FILLER                  PIC X(16) VALUE 'LOAN NUMBER'.
032200     05  FILLER                  PIC X(07) VALUE 'INVSTR'.
032300     05  FILLER                  PIC X(33) VALUE 'MISMATCH'.
032400     05  FILLER                  PIC X(18)
032500         VALUE '           MASTER '.
032600     05  FILLER                  PIC X(18)
032700         VALUE '     LAST JOURNAL '.
032800     05  FILLER                  PIC X(21)
032900         VALUE 'PROGRAM  JOURNALED AT'.
033000 01  W07-LIST-LINE.
033100     05  FILLER                  PIC X(05) VALUE 'LOAN '.
033200     05  W07-L-LOAN-NUMBER       PIC X(10).
033300     05  FILLER                  PIC X(01) VALUE SPACE.
033400     05  W07-L-INVESTOR          PIC X(06).
033500     05  FILLER                  PIC X(01) VALUE SPACE.
033600     05  W07-L-REASON            PIC X(32).
033700     05  FILLER                  PIC X(01) VALUE SPACE.
033800     05  W07-L-MASTER            PIC X(17).
033900     05  FILLER                  PIC X(01) VALUE SPACE.
034000     05  W07-L-JOURNAL           PIC X(17).
034100     05  FILLER                  PIC X(01) VALUE SPACE.
034200     05  W07-L-PROGRAM           PIC X(08).
034300     05  FILLER                  PIC X(01) VALUE SPACE.
034400     05  W07-L-STAMP             PIC 9(14).
034500 01  W07-COUNT-LINE.
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  W07-C-CAPTION           PIC X(44).
034800     05  W07-C-COUNT             PIC ZZZ,ZZZ,ZZ9.
034900 LINKAGE SECTION.
035000*
035100*    JCL PARM - RESET TO ACCEPT THE ACTUAL CLOSING TOTALS AS THE
035200*    NEXT OPENING ONCE A DIFFERENCE HAS BEEN INVESTIGATED
035300*
035400 01  W00-PARM-AREA.
035500     05  W00-PARM-LENGTH         PIC S9(04) BINARY.
035600     05  W00-PARM-TEXT           PIC X(48).
035700 PROCEDURE DIVISION USING W00-PARM-AREA.
035800*
035900*----------------------------------------------------------*
036000* 0000-MAINLINE                                            *
036100*----------------------------------------------------------*
036200 0000-MAINLINE.
036300     DISPLAY 'LNBALPRF STARTING'.
036400     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
036500     IF CY-RESULT-REFUSED
036600         MOVE 16 TO RETURN-CODE
036700         GO TO 9999-EXIT
036800     END-IF.
036900     MOVE CY-CYCLE-DATE TO W04-CYCLE-DATE.
037000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100     PERFORM 3000-MATCH-LOAN THRU 3000-EXIT
037200         UNTIL (W04-MASTER-KEY = HIGH-VALUES
037300         AND W04-JOURNAL-KEY = HIGH-VALUES)
037400         OR W01-JOURNAL-OUT-OF-SEQ.
037500     IF W01-JOURNAL-OUT-OF-SEQ
037600         DISPLAY 'LNBALPRF - PROOF NOT TAKEN FOR CYCLE '
037700             W04-CYCLE-DATE
037800         MOVE SPACES TO BALRPT-RECORD
037900         MOVE 'JOURNAL OUT OF SEQUENCE - PROOF NOT TAKEN'
038000             TO BALRPT-RECORD
038100         WRITE BALRPT-RECORD
038200         PERFORM 9000-TERMINATE THRU 9000-EXIT
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-EXIT
038500     END-IF.
038600     PERFORM 5000-PROVE-INVESTORS THRU 5000-EXIT.
038700     IF W01-OUT-OF-BALANCE
038800         AND W02-LOANS-NOT-MATCHING > 0
038900         PERFORM 4000-LIST-MISMATCHES THRU 4000-EXIT
039000     END-IF.
039100     IF W02-INVESTOR-OVERFLOW = 0
039200         AND (W01-IN-BALANCE OR W01-BASELINE-RUN)
039300         SET W01-TOTALS-ACCEPTED TO TRUE
039400     END-IF.
039500     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
039600     IF W01-TOTALS-ACCEPTED
039700         PERFORM 7500-WRITE-CONTROL THRU 7500-EXIT
039800     END-IF.
039900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040000     DISPLAY 'LNBALPRF COMPLETE - LOANS=' W02-LOANS-READ
040100         ' JOURNAL=' W02-JOURNAL-READ
040200         ' IN WINDOW=' W02-JOURNAL-IN-WINDOW
040300         ' INVESTORS OUT=' W02-INVESTORS-OUT
040400         ' LOANS NOT MATCHING=' W02-LOANS-NOT-MATCHING.
040500*
040600*    AN UNPROVEN MASTER ENDS WITHOUT THE CYCLE END, SO THE JOB
040700*    STAYS MARKED STARTED, THE JOBS BEHIND IT ARE REFUSED AND
040800*    IT IS RERUN ONCE THE DIFFERENCE IS CLEARED
040900*
041000     IF NOT W01-TOTALS-ACCEPTED
041100         DISPLAY 'LNBALPRF - LOAN MASTER OUT OF BALANCE FOR '
041200             'CYCLE ' W04-CYCLE-DATE ' - SEE THE PROOF REPORT'
041300         MOVE 16 TO RETURN-CODE
041400         GO TO 9999-EXIT
041500     END-IF.
041600     IF W01-BASELINE-RUN
041700         MOVE 4 TO RETURN-CODE
041800     END-IF.
041900     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
042000     GO TO 9999-EXIT.
042100*
042200*----------------------------------------------------------*
042300* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE     *
042400*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE PROOF RUNS  *
042500*     BEHIND THE LATE CHARGE ASSESSMENT, THE LAST JOB OF   *
042600*     THE NIGHT TO UPDATE THE MASTER, AND AHEAD OF THE     *
042700*     LEDGER POSTING AND THE INVESTOR REMITTANCE.  THE     *
042800*     ZERO CYCLE DATE TELLS LNCYCCTL TO RESOLVE IT FROM    *
042810*     THE CYCDATE CONTROL FILE                             *
042900*----------------------------------------------------------*
043000 0100-CYCLE-START.
043100     SET CY-ACTION-START TO TRUE.
043200     MOVE 'LNBALPRF' TO CY-JOB-NAME.
043300     MOVE 'LNLATE' TO CY-PREDECESSOR.
043400     MOVE ZERO TO CY-CYCLE-DATE.
043500     MOVE ZERO TO CY-RETURN-CODE.
043600     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
043700 0100-EXIT.
043800     EXIT.
043900*
044000*----------------------------------------------------------*
044100* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND      *
044200*     RETURN CODE FOR THE CYCLE                            *
044300*----------------------------------------------------------*
044400 0200-CYCLE-END.
044500     SET CY-ACTION-ENDJOB TO TRUE.
044600     MOVE RETURN-CODE TO CY-RETURN-CODE.
044700     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
044800 0200-EXIT.
044900     EXIT.
045000*
045100*----------------------------------------------------------*
045200* 1000-INITIALIZE - STAMP THE RUN, LOAD THE OPENING TOTALS,*
045300*     OPEN THE FILES, PRINT THE HEADINGS AND PRIME THE     *
045400*     FIRST LOAN AND JOURNAL LINE                          *
045500*----------------------------------------------------------*
045600 1000-INITIALIZE.
045700     ACCEPT W04-RUN-DATE FROM DATE YYYYMMDD.
045800     ACCEPT W04-RUN-TIME FROM TIME.
045900     COMPUTE W04-RUN-STAMP =
046000         (W04-RUN-DATE * 1000000) + W04-RUN-HHMMSS.
046100     IF W00-PARM-LENGTH = 5
046200         AND W00-PARM-TEXT(1:5) = 'RESET'
046300         SET W01-RESET-RUN TO TRUE
046400         SET W01-BASELINE-RUN TO TRUE
046500         DISPLAY 'LNBALPRF - RESET RUN - THE ACTUAL CLOSING '
046600             'BECOMES THE NEXT OPENING'
046700     END-IF.
046800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
046900     IF W01-BASELINE-RUN
047000         MOVE 'ACCEPTED' TO W04-FLAG-TEXT
047100     END-IF.
047200     OPEN OUTPUT BALRPT.
047300     IF NOT W05-BALRPT-OK
047400         DISPLAY 'LNBALPRF - BALRPT OPEN FAILED - STATUS='
047500             W05-BALRPT-STATUS
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 9999-EXIT
047800     END-IF.
047900     PERFORM 1300-OPEN-SOURCES THRU 1300-EXIT.
048000     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
048100     IF W01-JRNLFILE-OPEN
048200         PERFORM 3600-READ-JOURNAL THRU 3600-EXIT
048300     END-IF.
048400     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
048500 1000-EXIT.
048600     EXIT.
048700*
048800*----------------------------------------------------------*
048900* 1100-READ-CONTROL - LOAD LAST NIGHT'S CLOSING TOTALS AS  *
049000*     THE OPENING AND TAKE THE PROOF WINDOW FROM THE HEADER.*
049100*     NO CONTROL FILE (THE FIRST EVER RUN) OR AN EMPTY ONE *
049200*     OPENS FROM TODAY'S MASTER WITH AN EMPTY WINDOW.  A   *
049300*     DAMAGED FILE STOPS THE RUN UNLESS IT IS A RESET, WHICH*
049400*     REPLACES IT                                          *
049500*----------------------------------------------------------*
049600 1100-READ-CONTROL.
049700     MOVE W04-RUN-STAMP TO W04-OPEN-STAMP.
049800     OPEN INPUT BALCTL.
049900     IF W05-BALCTL-NOFILE
050000         DISPLAY 'LNBALPRF - NO BALCTL CONTROL FILE - OPENING '
050100             'TAKEN FROM THE MASTER'
050200         SET W01-BASELINE-RUN TO TRUE
050300         GO TO 1100-EXIT
050400     END-IF.
050500     IF NOT W05-BALCTL-OK
050600         DISPLAY 'LNBALPRF - BALCTL OPEN FAILED - STATUS='
050700             W05-BALCTL-STATUS
050800         MOVE 16 TO RETURN-CODE
050900         GO TO 9999-EXIT
051000     END-IF.
051100     READ BALCTL
051200         AT END
051300             CLOSE BALCTL
051400             DISPLAY 'LNBALPRF - BALCTL IS EMPTY - OPENING '
051500                 'TAKEN FROM THE MASTER'
051600             SET W01-BASELINE-RUN TO TRUE
051700             GO TO 1100-EXIT
051800     END-READ.
051900     IF NOT BC-TYPE-HEADER
052000         OR BC-H-CYCLE-DATE NOT NUMERIC
052100         OR BC-H-PROOF-TIMESTAMP NOT NUMERIC
052200         OR BC-H-INVESTOR-COUNT NOT NUMERIC
052300         CLOSE BALCTL
052400         SET W01-CONTROL-BAD TO TRUE
052500         GO TO 1100-CHECK
052600     END-IF.
052700     MOVE BC-H-CYCLE-DATE TO W04-OPEN-CYCLE-DATE.
052800     MOVE BC-H-PROOF-TIMESTAMP TO W04-OPEN-STAMP.
052900     MOVE BC-H-INVESTOR-COUNT TO W04-CTL-INVESTOR-COUNT.
053000     PERFORM 1200-READ-CONTROL-INVESTOR THRU 1200-EXIT
053100         UNTIL W01-END-OF-BALCTL
053200         OR W01-CONTROL-BAD.
053300     CLOSE BALCTL.
053400     IF W02-CONTROL-READ NOT = W04-CTL-INVESTOR-COUNT
053500         SET W01-CONTROL-BAD TO TRUE
053600     END-IF.
053700 1100-CHECK.
053800     IF NOT W01-CONTROL-BAD
053900         GO TO 1100-EXIT
054000     END-IF.
054100     IF W01-RESET-RUN
054200         DISPLAY 'LNBALPRF - BALCTL IS NOT VALID - REPLACED BY '
054300             'THE RESET'
054400         MOVE ZERO TO W06-INVESTOR-COUNT
054500         MOVE ZERO TO W04-OPEN-CYCLE-DATE
054600         MOVE W04-RUN-STAMP TO W04-OPEN-STAMP
054700         GO TO 1100-EXIT
054800     END-IF.
054900     DISPLAY 'LNBALPRF - BALCTL IS NOT VALID - CORRECT IT OR '
055000         'RUN WITH PARM RESET'.
055100     MOVE 16 TO RETURN-CODE.
055200     GO TO 9999-EXIT.
055300 1100-EXIT.
055400     EXIT.
055500*
055600*----------------------------------------------------------*
055700* 1200-READ-CONTROL-INVESTOR - READ ONE INVESTOR'S CLOSING *
055800*     TOTALS INTO ITS OPENING SET                          *
055900*----------------------------------------------------------*
056000 1200-READ-CONTROL-INVESTOR.
056100     READ BALCTL
056200         AT END
056300             SET W01-END-OF-BALCTL TO TRUE
056400             GO TO 1200-EXIT
056500     END-READ.
056600     IF NOT BC-TYPE-INVESTOR
056700         OR BC-I-LOAN-COUNT NOT NUMERIC
056800         OR BC-I-UNPAID-BALANCE NOT NUMERIC
056900         OR BC-I-ESCROW-BALANCE NOT NUMERIC
057000         OR BC-I-LATE-CHARGE-BAL NOT NUMERIC
057100         SET W01-CONTROL-BAD TO TRUE
057200         GO TO 1200-EXIT
057300     END-IF.
057400     ADD 1 TO W02-CONTROL-READ.
057500     MOVE BC-I-INVESTOR-CODE TO W04-FIND-INVESTOR.
057600     PERFORM 6100-FIND-INVESTOR THRU 6100-EXIT.
057700     IF NOT W01-INVESTOR-FOUND
057800         GO TO 1200-EXIT
057900     END-IF.
058000     ADD BC-I-LOAN-COUNT
058100         TO W06-INV-LOANS(W06-INV-IDX, W03-SET-OPENING).
058200     ADD BC-I-UNPAID-BALANCE
058300         TO W06-INV-UNPAID(W06-INV-IDX, W03-SET-OPENING).
058400     ADD BC-I-ESCROW-BALANCE
058500         TO W06-INV-ESCROW(W06-INV-IDX, W03-SET-OPENING).
058600     ADD BC-I-LATE-CHARGE-BAL
058700         TO W06-INV-LATE(W06-INV-IDX, W03-SET-OPENING).
058800 1200-EXIT.
058900     EXIT.
059000*
059100*----------------------------------------------------------*
059200* 1300-OPEN-SOURCES - OPEN THE MASTER AND THE JOURNAL.  NO *
059300*     JOURNAL YET MEANS NO JOURNALED ACTIVITY              *
059400*----------------------------------------------------------*
059500 1300-OPEN-SOURCES.
059600     OPEN INPUT LOANMAST.
059700     IF NOT W05-LOANMAST-OK
059800         DISPLAY 'LNBALPRF - LOANMAST OPEN FAILED - STATUS='
059900             W05-LOANMAST-STATUS
060000         MOVE 16 TO RETURN-CODE
060100         GO TO 9999-EXIT
060200     END-IF.
060300     SET W01-LOANMAST-OPEN TO TRUE.
060400     OPEN INPUT JRNLFILE.
060500     IF W05-JRNLFILE-NOFILE
060600         DISPLAY 'LNBALPRF - NO JRNLFILE - NO JOURNALED ACTIVITY'
060700         SET W01-END-OF-JRNLFILE TO TRUE
060800         MOVE HIGH-VALUES TO W04-JOURNAL-KEY
060900         GO TO 1300-EXIT
061000     END-IF.
061100     IF NOT W05-JRNLFILE-OK
061200         DISPLAY 'LNBALPRF - JRNLFILE OPEN FAILED - STATUS='
061300             W05-JRNLFILE-STATUS
061400         MOVE 16 TO RETURN-CODE
061500         GO TO 9999-EXIT
061600     END-IF.
061700     SET W01-JRNLFILE-OPEN TO TRUE.
061800 1300-EXIT.
061900     EXIT.
062000*
062100*----------------------------------------------------------*
062200* 1400-WRITE-HEADINGS - PRINT THE CYCLE, THE PROOF WINDOW, *
062300*     WHY A BASELINE RUN IS NOT A PROOF, AND THE COLUMNS   *
062400*----------------------------------------------------------*
062500 1400-WRITE-HEADINGS.
062600     MOVE W04-CYCLE-DATE TO W07-H1-CYCLE-DATE.
062700     MOVE W04-RUN-STAMP TO W07-H1-RUN-STAMP.
062800     MOVE SPACES TO BALRPT-RECORD.
062900     MOVE W07-HEADING-1 TO BALRPT-RECORD.
063000     WRITE BALRPT-RECORD.
063100     MOVE W04-OPEN-STAMP TO W07-H2-OPEN-STAMP.
063200     MOVE W04-RUN-STAMP TO W07-H2-RUN-STAMP.
063300     MOVE W04-OPEN-CYCLE-DATE TO W07-H2-OPEN-CYCLE.
063400     MOVE SPACES TO BALRPT-RECORD.
063500     MOVE W07-HEADING-2 TO BALRPT-RECORD.
063600     WRITE BALRPT-RECORD.
063700     IF W01-BASELINE-RUN
063800         MOVE SPACES TO BALRPT-RECORD
063900         IF W01-RESET-RUN
064000             MOVE 'RESET RUN - ACTUAL CLOSING ACCEPTED AS '
064100                 TO BALRPT-RECORD(1:39)
064200             MOVE 'THE NEXT OPENING' TO BALRPT-RECORD(40:16)
064300         ELSE
064400             MOVE 'NO PRIOR CONTROL TOTALS - ACTUAL '
064500                 TO BALRPT-RECORD(1:33)
064600             MOVE 'CLOSING TAKEN AS THE OPENING'
064700                 TO BALRPT-RECORD(34:28)
064800         END-IF
064900         WRITE BALRPT-RECORD
065000     END-IF.
065100     MOVE SPACES TO BALRPT-RECORD.
065200     WRITE BALRPT-RECORD.
065300     MOVE SPACES TO BALRPT-RECORD.
065400     MOVE W07-HEADING-3 TO BALRPT-RECORD.
065500     WRITE BALRPT-RECORD.
065600 1400-EXIT.
065700     EXIT.
065800*
065900*----------------------------------------------------------*
066000* 3000-MATCH-LOAN - TAKE THE NEXT LOAN NUMBER ON EITHER    *
066100*     FILE: FOLD IN ITS JOURNAL LINES, THEN ITS MASTER     *
066200*     RECORD, COMPARE THE TWO AND READ AHEAD               *
066300*----------------------------------------------------------*
066400 3000-MATCH-LOAN.
066500     MOVE 'N' TO W01-JOURNALED-SWITCH.
066600     MOVE 'N' TO W01-ON-MASTER-SWITCH.
066700     MOVE SPACE TO W04-LAST-TYPE.
066800     IF W04-JOURNAL-KEY < W04-MASTER-KEY
066900         MOVE W04-JOURNAL-KEY TO W04-MATCH-KEY
067000     ELSE
067100         MOVE W04-MASTER-KEY TO W04-MATCH-KEY
067200     END-IF.
067300     PERFORM 3300-TAKE-JOURNAL-LINE THRU 3300-EXIT
067400         UNTIL W04-JOURNAL-KEY NOT = W04-MATCH-KEY
067500         OR W01-JOURNAL-OUT-OF-SEQ.
067600     IF W01-JOURNAL-OUT-OF-SEQ
067700         GO TO 3000-EXIT
067800     END-IF.
067900     IF W04-MASTER-KEY = W04-MATCH-KEY
068000         PERFORM 3200-TAKE-MASTER THRU 3200-EXIT
068100     END-IF.
068200     PERFORM 3500-COMPARE-LOAN THRU 3500-EXIT.
068300     IF W01-LOAN-ON-MASTER
068400         PERFORM 3100-READ-LOAN THRU 3100-EXIT
068500     END-IF.
068600 3000-EXIT.
068700     EXIT.
068800*
068900*----------------------------------------------------------*
069000* 3100-READ-LOAN - READ THE NEXT LOAN MASTER RECORD        *
069100*----------------------------------------------------------*
069200 3100-READ-LOAN.
069300     READ LOANMAST
069400         AT END
069500             SET W01-END-OF-LOANMAST TO TRUE
069600             MOVE HIGH-VALUES TO W04-MASTER-KEY
069700             GO TO 3100-EXIT
069800     END-READ.
069900     MOVE LM-LOAN-NUMBER TO W04-MASTER-KEY.
070000 3100-EXIT.
070100     EXIT.
070200*
070300*----------------------------------------------------------*
070400* 3200-TAKE-MASTER - PUT THE LOAN'S BALANCES ON THE        *
070500*     JOURNAL'S UNSIGNED FOOTING AND, ON THE PROOF PASS,   *
070600*     ADD THE LOAN TO ITS INVESTOR'S ACTUAL CLOSING        *
070700*----------------------------------------------------------*
070800 3200-TAKE-MASTER.
070900     SET W01-LOAN-ON-MASTER TO TRUE.
071000     MOVE LM-UNPAID-BALANCE TO W04-LOAN-UNPAID.
071100     MOVE LM-ESCROW-BALANCE TO W04-LOAN-ESCROW.
071200     IF LM-LATE-CHARGE-BALANCE NUMERIC
071300         MOVE LM-LATE-CHARGE-BALANCE TO W04-LOAN-LATE
071400     ELSE
071500         MOVE ZERO TO W04-LOAN-LATE
071600     END-IF.
071700     IF W01-LISTING-PASS
071800         GO TO 3200-EXIT
071900     END-IF.
072000     ADD 1 TO W02-LOANS-READ.
072100     MOVE LM-INVESTOR-CODE TO W04-FIND-INVESTOR.
072200     PERFORM 6100-FIND-INVESTOR THRU 6100-EXIT.
072300     IF NOT W01-INVESTOR-FOUND
072400         GO TO 3200-EXIT
072500     END-IF.
072600     ADD 1 TO W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTUAL).
072700     ADD W04-LOAN-UNPAID
072800         TO W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTUAL).
072900     ADD W04-LOAN-ESCROW
073000         TO W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTUAL).
073100     ADD W04-LOAN-LATE
073200         TO W06-INV-LATE(W06-INV-IDX, W03-SET-ACTUAL).
073300 3200-EXIT.
073400     EXIT.
073500*
073600*----------------------------------------------------------*
073700* 3300-TAKE-JOURNAL-LINE - ON THE PROOF PASS APPLY A LINE  *
073800*     INSIDE THE PROOF WINDOW TO THE ACTIVITY, THEN KEEP IT*
073900*     AS THE LOAN'S LAST LINE AND READ AHEAD               *
074000*----------------------------------------------------------*
074100 3300-TAKE-JOURNAL-LINE.
074200     SET W01-LOAN-JOURNALED TO TRUE.
074300     IF W01-PROOF-PASS
074400         AND JL-TIMESTAMP > W04-OPEN-STAMP
074500         AND JL-TIMESTAMP NOT > W04-RUN-STAMP
074600         PERFORM 3400-APPLY-ACTIVITY THRU 3400-EXIT
074700     END-IF.
074800     MOVE JL-CHANGE-TYPE TO W04-LAST-TYPE.
074900     MOVE JL-PROGRAM-ID TO W04-LAST-PROGRAM.
075000     MOVE JL-TIMESTAMP TO W04-LAST-STAMP.
075100     MOVE JL-AFTER-IMAGE TO W04-LAST-AFTER-IMAGE.
075200     PERFORM 3600-READ-JOURNAL THRU 3600-EXIT.
075300 3300-EXIT.
075400     EXIT.
075500*
075600*----------------------------------------------------------*
075700* 3400-APPLY-ACTIVITY - TAKE THE BEFORE IMAGE OUT OF ITS   *
075800*     INVESTOR'S ACTIVITY (NOT FOR AN ADD) AND ADD THE AFTER*
075900*     IMAGE TO ITS INVESTOR'S (NOT FOR A PURGE)            *
076000*----------------------------------------------------------*
076100 3400-APPLY-ACTIVITY.
076200     ADD 1 TO W02-JOURNAL-IN-WINDOW.
076300     IF NOT JL-CHANGE-ADD
076400         MOVE JLB-INVESTOR-CODE TO W04-FIND-INVESTOR
076500         PERFORM 6100-FIND-INVESTOR THRU 6100-EXIT
076600         IF W01-INVESTOR-FOUND
076700             SUBTRACT 1 FROM
076800                 W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTIVITY)
076900             SUBTRACT JLB-UNPAID-BALANCE FROM
077000                 W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTIVITY)
077100             SUBTRACT JLB-ESCROW-BALANCE FROM
077200                 W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTIVITY)
077300             SUBTRACT JLB-LATE-CHARGE-BAL FROM
077400                 W06-INV-LATE(W06-INV-IDX, W03-SET-ACTIVITY)
077500         END-IF
077600     END-IF.
077700     IF NOT JL-CHANGE-DELETE
077800         MOVE JLA-INVESTOR-CODE TO W04-FIND-INVESTOR
077900         PERFORM 6100-FIND-INVESTOR THRU 6100-EXIT
078000         IF W01-INVESTOR-FOUND
078100             ADD 1
078200                 TO W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTIVITY)
078300             ADD JLA-UNPAID-BALANCE
078400                 TO W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTIVITY)
078500             ADD JLA-ESCROW-BALANCE
078600                 TO W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTIVITY)
078700             ADD JLA-LATE-CHARGE-BAL
078800                 TO W06-INV-LATE(W06-INV-IDX, W03-SET-ACTIVITY)
078900         END-IF
079000     END-IF.
079100 3400-EXIT.
079200     EXIT.
079300*
079400*----------------------------------------------------------*
079500* 3500-COMPARE-LOAN - COMPARE THE MASTER WITH THE LOAN'S   *
079600*     LAST JOURNAL LINE.  A LOAN NEVER JOURNALED HAS NOTHING*
079700*     TO COMPARE                                           *
079800*----------------------------------------------------------*
079900 3500-COMPARE-LOAN.
080000     MOVE ZERO TO W04-LOAN-MISMATCHES.
080100     IF NOT W01-LOAN-JOURNALED
080200         GO TO 3500-EXIT
080300     END-IF.
080400     MOVE SPACES TO W04-MASTER-VALUE.
080500     MOVE SPACES TO W04-JOURNAL-VALUE.
080600     IF W04-LAST-DELETE
080700         IF W01-LOAN-ON-MASTER
080800             MOVE 'ON MASTER - JOURNALED AS PURGED'
080900                 TO W04-MISMATCH-REASON
081000             PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
081100         END-IF
081200         GO TO 3500-COUNT
081300     END-IF.
081400     IF NOT W01-LOAN-ON-MASTER
081500         MOVE 'JOURNALED - NOT ON MASTER' TO W04-MISMATCH-REASON
081600         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
081700         GO TO 3500-COUNT
081800     END-IF.
081900     IF W04-LOAN-UNPAID NOT = W04-LA-UNPAID-BALANCE
082000         MOVE 'UNPAID BALANCE' TO W04-MISMATCH-REASON
082100         MOVE W04-LOAN-UNPAID TO W04-AMOUNT-EDIT
082200         MOVE W04-AMOUNT-EDIT TO W04-MASTER-VALUE
082300         MOVE W04-LA-UNPAID-BALANCE TO W04-AMOUNT-EDIT
082400         MOVE W04-AMOUNT-EDIT TO W04-JOURNAL-VALUE
082500         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
082600     END-IF.
082700     IF W04-LOAN-ESCROW NOT = W04-LA-ESCROW-BALANCE
082800         MOVE 'ESCROW BALANCE' TO W04-MISMATCH-REASON
082900         MOVE W04-LOAN-ESCROW TO W04-AMOUNT-EDIT
083000         MOVE W04-AMOUNT-EDIT TO W04-MASTER-VALUE
083100         MOVE W04-LA-ESCROW-BALANCE TO W04-AMOUNT-EDIT
083200         MOVE W04-AMOUNT-EDIT TO W04-JOURNAL-VALUE
083300         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
083400     END-IF.
083500     IF W04-LOAN-LATE NOT = W04-LA-LATE-CHARGE-BAL
083600         MOVE 'LATE CHARGE BALANCE' TO W04-MISMATCH-REASON
083700         MOVE W04-LOAN-LATE TO W04-AMOUNT-EDIT
083800         MOVE W04-AMOUNT-EDIT TO W04-MASTER-VALUE
083900         MOVE W04-LA-LATE-CHARGE-BAL TO W04-AMOUNT-EDIT
084000         MOVE W04-AMOUNT-EDIT TO W04-JOURNAL-VALUE
084100         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
084200     END-IF.
084300     IF LM-INVESTOR-CODE NOT = W04-LA-INVESTOR-CODE
084400         MOVE 'INVESTOR CODE' TO W04-MISMATCH-REASON
084500         MOVE LM-INVESTOR-CODE TO W04-MASTER-VALUE
084600         MOVE W04-LA-INVESTOR-CODE TO W04-JOURNAL-VALUE
084700         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
084800     END-IF.
084900     IF LM-LOAN-STATUS NOT = W04-LA-LOAN-STATUS
085000         MOVE 'LOAN STATUS' TO W04-MISMATCH-REASON
085100         MOVE LM-LOAN-STATUS TO W04-MASTER-VALUE
085200         MOVE W04-LA-LOAN-STATUS TO W04-JOURNAL-VALUE
085300         PERFORM 3550-NOTE-MISMATCH THRU 3550-EXIT
085400     END-IF.
085500 3500-COUNT.
085600     IF W04-LOAN-MISMATCHES > 0
085700         AND W01-PROOF-PASS
085800         ADD 1 TO W02-LOANS-NOT-MATCHING
085900     END-IF.
086000 3500-EXIT.
086100     EXIT.
086200*
086300*----------------------------------------------------------*
086400* 3550-NOTE-MISMATCH - COUNT ONE DIFFERENCE FOR THE LOAN   *
086500*     AND, ON THE LISTING PASS, PRINT IT                   *
086600*----------------------------------------------------------*
086700 3550-NOTE-MISMATCH.
086800     ADD 1 TO W04-LOAN-MISMATCHES.
086900     IF W01-PROOF-PASS
087000         GO TO 3550-EXIT
087100     END-IF.
087200     ADD 1 TO W02-MISMATCHES-LISTED.
087300     MOVE W04-MATCH-KEY TO W07-L-LOAN-NUMBER.
087400     IF W01-LOAN-ON-MASTER
087500         MOVE LM-INVESTOR-CODE TO W07-L-INVESTOR
087600     ELSE
087700         MOVE W04-LA-INVESTOR-CODE TO W07-L-INVESTOR
087800     END-IF.
087900     MOVE W04-MISMATCH-REASON TO W07-L-REASON.
088000     MOVE W04-MASTER-VALUE TO W07-L-MASTER.
088100     MOVE W04-JOURNAL-VALUE TO W07-L-JOURNAL.
088200     MOVE W04-LAST-PROGRAM TO W07-L-PROGRAM.
088300     MOVE W04-LAST-STAMP TO W07-L-STAMP.
088400     MOVE SPACES TO BALRPT-RECORD.
088500     MOVE W07-LIST-LINE TO BALRPT-RECORD.
088600     WRITE BALRPT-RECORD.
088700     MOVE SPACES TO W04-MASTER-VALUE.
088800     MOVE SPACES TO W04-JOURNAL-VALUE.
088900 3550-EXIT.
089000     EXIT.
089100*
089200*----------------------------------------------------------*
089300* 3600-READ-JOURNAL - READ THE NEXT JOURNAL LINE.  A LOAN  *
089400*     NUMBER BELOW THE PRIOR LINE'S, OR AN EARLIER TIME ON *
089500*     THE SAME LOAN, MEANS THE SORT STEP WAS MISSED - THE  *
089600*     PROOF CANNOT BE TRUSTED, SO THE RUN IS STOPPED       *
089700*----------------------------------------------------------*
089800 3600-READ-JOURNAL.
089900     READ JRNLFILE
090000         AT END
090100             SET W01-END-OF-JRNLFILE TO TRUE
090200             MOVE HIGH-VALUES TO W04-JOURNAL-KEY
090300             GO TO 3600-EXIT
090400     END-READ.
090500     IF W01-PROOF-PASS
090600         ADD 1 TO W02-JOURNAL-READ
090700     END-IF.
090800     IF JL-LOAN-NUMBER < W04-PRIOR-JRNL-LOAN
090900         OR (JL-LOAN-NUMBER = W04-PRIOR-JRNL-LOAN
091000         AND JL-TIMESTAMP < W04-PRIOR-JRNL-STAMP)
091100         DISPLAY 'LNBALPRF - JOURNAL OUT OF SEQUENCE AT LOAN '
091200             JL-LOAN-NUMBER ' - WAS THE SORT STEP RUN?'
091300         SET W01-JOURNAL-OUT-OF-SEQ TO TRUE
091400         SET W01-END-OF-JRNLFILE TO TRUE
091500         MOVE HIGH-VALUES TO W04-JOURNAL-KEY
091600         GO TO 3600-EXIT
091700     END-IF.
091800     MOVE JL-LOAN-NUMBER TO W04-PRIOR-JRNL-LOAN.
091900     MOVE JL-TIMESTAMP TO W04-PRIOR-JRNL-STAMP.
092000     MOVE JL-LOAN-NUMBER TO W04-JOURNAL-KEY.
092100 3600-EXIT.
092200     EXIT.
092300*
092400*----------------------------------------------------------*
092500* 4000-LIST-MISMATCHES - REREAD THE MASTER AND THE JOURNAL *
092600*     AND LIST EVERY LOAN WHOSE MASTER DOES NOT MATCH ITS  *
092700*     LAST JOURNAL AFTER IMAGE                             *
092800*----------------------------------------------------------*
092900 4000-LIST-MISMATCHES.
093000     CLOSE LOANMAST.
093100     MOVE 'N' TO W01-LOANMAST-OPEN-SWITCH.
093200     CLOSE JRNLFILE.
093300     MOVE 'N' TO W01-JRNLFILE-OPEN-SWITCH.
093400     SET W01-LISTING-PASS TO TRUE.
093500     MOVE 'N' TO W01-LOANMAST-EOF-SWITCH.
093600     MOVE 'N' TO W01-JRNLFILE-EOF-SWITCH.
093700     MOVE LOW-VALUES TO W04-PRIOR-JRNL-LOAN.
093800     MOVE ZERO TO W04-PRIOR-JRNL-STAMP.
093900     OPEN INPUT LOANMAST.
094000     IF NOT W05-LOANMAST-OK
094100         DISPLAY 'LNBALPRF - LOANMAST REOPEN FAILED - STATUS='
094200             W05-LOANMAST-STATUS ' - NO LOAN LISTING'
094300         GO TO 4000-EXIT
094400     END-IF.
094500     SET W01-LOANMAST-OPEN TO TRUE.
094600     OPEN INPUT JRNLFILE.
094700     IF NOT W05-JRNLFILE-OK
094800         DISPLAY 'LNBALPRF - JRNLFILE REOPEN FAILED - STATUS='
094900             W05-JRNLFILE-STATUS ' - NO LOAN LISTING'
095000         GO TO 4000-EXIT
095100     END-IF.
095200     SET W01-JRNLFILE-OPEN TO TRUE.
095300     MOVE SPACES TO BALRPT-RECORD.
095400     WRITE BALRPT-RECORD.
095500     MOVE SPACES TO BALRPT-RECORD.
095600     MOVE W07-LIST-HEADING-1 TO BALRPT-RECORD.
095700     WRITE BALRPT-RECORD.
095800     MOVE SPACES TO BALRPT-RECORD.
095900     MOVE W07-LIST-HEADING-2 TO BALRPT-RECORD.
096000     WRITE BALRPT-RECORD.
096100     PERFORM 3600-READ-JOURNAL THRU 3600-EXIT.
096200     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
096300     PERFORM 3000-MATCH-LOAN THRU 3000-EXIT
096400         UNTIL (W04-MASTER-KEY = HIGH-VALUES
096500         AND W04-JOURNAL-KEY = HIGH-VALUES)
096600         OR W01-JOURNAL-OUT-OF-SEQ.
096700 4000-EXIT.
096800     EXIT.
096900*
097000*----------------------------------------------------------*
097100* 5000-PROVE-INVESTORS - PRINT THE PROOF BLOCK FOR EVERY   *
097200*     INVESTOR, THEN FOR ALL INVESTORS TOGETHER            *
097300*----------------------------------------------------------*
097400 5000-PROVE-INVESTORS.
097500     PERFORM 5010-CLEAR-GRAND-SET THRU 5010-EXIT
097600         VARYING W04-SET FROM 1 BY 1
097700         UNTIL W04-SET > 3.
097800     IF W06-INVESTOR-COUNT > ZERO
097900         PERFORM 5100-PROVE-ONE-INVESTOR THRU 5100-EXIT
098000             VARYING W06-INV-IDX FROM 1 BY 1
098100             UNTIL W06-INV-IDX > W06-INVESTOR-COUNT
098200     END-IF.
098300     MOVE '*ALL*' TO W04-BLOCK-INVESTOR.
098400     MOVE W06-GRAND-SET(W03-SET-OPENING)
098500         TO W06-PROOF-ROW(W03-ROW-OPENING).
098600     MOVE W06-GRAND-SET(W03-SET-ACTIVITY)
098700         TO W06-PROOF-ROW(W03-ROW-ACTIVITY).
098800     MOVE W06-GRAND-SET(W03-SET-ACTUAL)
098900         TO W06-PROOF-ROW(W03-ROW-ACTUAL).
099000     PERFORM 5200-PROVE-BLOCK THRU 5200-EXIT.
099100     IF W02-INVESTOR-OVERFLOW > 0
099200         SET W01-OUT-OF-BALANCE TO TRUE
099300     END-IF.
099400 5000-EXIT.
099500     EXIT.
099600*
099700*----------------------------------------------------------*
099800* 5010-CLEAR-GRAND-SET - ZERO ONE SET OF THE GRAND TOTALS  *
099900*----------------------------------------------------------*
100000 5010-CLEAR-GRAND-SET.
100100     MOVE ZERO TO W06-GRAND-LOANS(W04-SET).
100200     MOVE ZERO TO W06-GRAND-UNPAID(W04-SET).
100300     MOVE ZERO TO W06-GRAND-ESCROW(W04-SET).
100400     MOVE ZERO TO W06-GRAND-LATE(W04-SET).
100500 5010-EXIT.
100600     EXIT.
100700*
100800*----------------------------------------------------------*
100900* 5100-PROVE-ONE-INVESTOR - PRINT ONE INVESTOR'S PROOF     *
101000*     BLOCK AND ROLL ITS FIGURES INTO THE GRAND TOTALS     *
101100*----------------------------------------------------------*
101200 5100-PROVE-ONE-INVESTOR.
101300     MOVE W06-INV-CODE(W06-INV-IDX) TO W04-BLOCK-INVESTOR.
101400     MOVE W06-INV-SET(W06-INV-IDX, W03-SET-OPENING)
101500         TO W06-PROOF-ROW(W03-ROW-OPENING).
101600     MOVE W06-INV-SET(W06-INV-IDX, W03-SET-ACTIVITY)
101700         TO W06-PROOF-ROW(W03-ROW-ACTIVITY).
101800     MOVE W06-INV-SET(W06-INV-IDX, W03-SET-ACTUAL)
101900         TO W06-PROOF-ROW(W03-ROW-ACTUAL).
102000     PERFORM 5200-PROVE-BLOCK THRU 5200-EXIT.
102100     IF W01-BLOCK-OUT
102200         ADD 1 TO W02-INVESTORS-OUT
102300     END-IF.
102400     PERFORM 5110-ADD-TO-GRAND THRU 5110-EXIT
102500         VARYING W04-SET FROM 1 BY 1
102600         UNTIL W04-SET > 3.
102700 5100-EXIT.
102800     EXIT.
102900*
103000*----------------------------------------------------------*
103100* 5110-ADD-TO-GRAND - ADD ONE OF THE INVESTOR'S SETS TO THE*
103200*     GRAND TOTALS                                         *
103300*----------------------------------------------------------*
103400 5110-ADD-TO-GRAND.
103500     ADD W06-INV-LOANS(W06-INV-IDX, W04-SET)
103600         TO W06-GRAND-LOANS(W04-SET).
103700     ADD W06-INV-UNPAID(W06-INV-IDX, W04-SET)
103800         TO W06-GRAND-UNPAID(W04-SET).
103900     ADD W06-INV-ESCROW(W06-INV-IDX, W04-SET)
104000         TO W06-GRAND-ESCROW(W04-SET).
104100     ADD W06-INV-LATE(W06-INV-IDX, W04-SET)
104200         TO W06-GRAND-LATE(W04-SET).
104300 5110-EXIT.
104400     EXIT.
104500*
104600*----------------------------------------------------------*
104700* 5200-PROVE-BLOCK - WORK OUT THE EXPECTED CLOSING (OPENING*
104800*     PLUS ACTIVITY) AND THE DIFFERENCE (ACTUAL LESS       *
104900*     EXPECTED) AND PRINT THE FIVE ROWS.  ANY DIFFERENCE   *
105000*     PUTS THE NIGHT OUT OF BALANCE                        *
105100*----------------------------------------------------------*
105200 5200-PROVE-BLOCK.
105300     COMPUTE W06-ROW-LOANS(W03-ROW-EXPECTED) =
105400         W06-ROW-LOANS(W03-ROW-OPENING)
105500         + W06-ROW-LOANS(W03-ROW-ACTIVITY).
105600     COMPUTE W06-ROW-UNPAID(W03-ROW-EXPECTED) =
105700         W06-ROW-UNPAID(W03-ROW-OPENING)
105800         + W06-ROW-UNPAID(W03-ROW-ACTIVITY).
105900     COMPUTE W06-ROW-ESCROW(W03-ROW-EXPECTED) =
106000         W06-ROW-ESCROW(W03-ROW-OPENING)
106100         + W06-ROW-ESCROW(W03-ROW-ACTIVITY).
106200     COMPUTE W06-ROW-LATE(W03-ROW-EXPECTED) =
106300         W06-ROW-LATE(W03-ROW-OPENING)
106400         + W06-ROW-LATE(W03-ROW-ACTIVITY).
106500     COMPUTE W06-ROW-LOANS(W03-ROW-DIFFERENCE) =
106600         W06-ROW-LOANS(W03-ROW-ACTUAL)
106700         - W06-ROW-LOANS(W03-ROW-EXPECTED).
106800     COMPUTE W06-ROW-UNPAID(W03-ROW-DIFFERENCE) =
106900         W06-ROW-UNPAID(W03-ROW-ACTUAL)
107000         - W06-ROW-UNPAID(W03-ROW-EXPECTED).
107100     COMPUTE W06-ROW-ESCROW(W03-ROW-DIFFERENCE) =
107200         W06-ROW-ESCROW(W03-ROW-ACTUAL)
107300         - W06-ROW-ESCROW(W03-ROW-EXPECTED).
107400     COMPUTE W06-ROW-LATE(W03-ROW-DIFFERENCE) =
107500         W06-ROW-LATE(W03-ROW-ACTUAL)
107600         - W06-ROW-LATE(W03-ROW-EXPECTED).
107700     MOVE 'N' TO W01-BLOCK-SWITCH.
107800     IF W06-ROW-LOANS(W03-ROW-DIFFERENCE) NOT = ZERO
107900         OR W06-ROW-UNPAID(W03-ROW-DIFFERENCE) NOT = ZERO
108000         OR W06-ROW-ESCROW(W03-ROW-DIFFERENCE) NOT = ZERO
108100         OR W06-ROW-LATE(W03-ROW-DIFFERENCE) NOT = ZERO
108200         SET W01-BLOCK-OUT TO TRUE
108300         SET W01-OUT-OF-BALANCE TO TRUE
108400     END-IF.
108500     MOVE SPACES TO BALRPT-RECORD.
108600     WRITE BALRPT-RECORD.
108700     PERFORM 5210-PRINT-ROW THRU 5210-EXIT
108800         VARYING W04-ROW FROM 1 BY 1
108900         UNTIL W04-ROW > 5.
109000 5200-EXIT.
109100     EXIT.
109200*
109300*----------------------------------------------------------*
109400* 5210-PRINT-ROW - PRINT ONE ROW OF A PROOF BLOCK, FLAGGING*
109500*     A DIFFERENCE THAT IS NOT ZERO                        *
109600*----------------------------------------------------------*
109700 5210-PRINT-ROW.
109800     IF W04-ROW = W03-ROW-OPENING
109900         MOVE W04-BLOCK-INVESTOR TO W07-P-INVESTOR
110000     ELSE
110100         MOVE SPACES TO W07-P-INVESTOR
110200     END-IF.
110300     MOVE W03-ROW-LABEL(W04-ROW) TO W07-P-FIGURE.
110400     MOVE W06-ROW-LOANS(W04-ROW) TO W07-P-LOANS.
110500     MOVE W06-ROW-UNPAID(W04-ROW) TO W07-P-UNPAID.
110600     MOVE W06-ROW-ESCROW(W04-ROW) TO W07-P-ESCROW.
110700     MOVE W06-ROW-LATE(W04-ROW) TO W07-P-LATE.
110800     MOVE SPACES TO W07-P-FLAG.
110900     IF W04-ROW = W03-ROW-DIFFERENCE
111000         AND W01-BLOCK-OUT
111100         MOVE W04-FLAG-TEXT TO W07-P-FLAG
111200     END-IF.
111300     MOVE SPACES TO BALRPT-RECORD.
111400     MOVE W07-PROOF-LINE TO BALRPT-RECORD.
111500     WRITE BALRPT-RECORD.
111600 5210-EXIT.
111700     EXIT.
111800*
111900*----------------------------------------------------------*
112000* 6100-FIND-INVESTOR - FIND (OR ADD) THE INVESTOR IN THE   *
112100*     TOTALS TABLE.  ONE THAT WILL NOT FIT IS COUNTED AS AN*
112200*     OVERFLOW AND LEFT NOT FOUND                          *
112300*----------------------------------------------------------*
112400 6100-FIND-INVESTOR.
112500     MOVE 'N' TO W01-INVESTOR-FOUND-SWITCH.
112600     IF W06-INVESTOR-COUNT > ZERO
112700         PERFORM 6110-SEARCH-INVESTOR THRU 6110-EXIT
112800     END-IF.
112900     IF W01-INVESTOR-FOUND
113000         GO TO 6100-EXIT
113100     END-IF.
113200     IF W06-INVESTOR-COUNT >= W03-MAX-INVESTORS
113300         ADD 1 TO W02-INVESTOR-OVERFLOW
113400         DISPLAY 'LNBALPRF - INVESTOR TABLE FULL - INVESTOR '
113500             W04-FIND-INVESTOR ' NOT PROVEN'
113600         GO TO 6100-EXIT
113700     END-IF.
113800     ADD 1 TO W06-INVESTOR-COUNT.
113900     SET W06-INV-IDX TO W06-INVESTOR-COUNT.
114000     MOVE W04-FIND-INVESTOR TO W06-INV-CODE(W06-INV-IDX).
114100     PERFORM 6120-CLEAR-SET THRU 6120-EXIT
114200         VARYING W04-SET FROM 1 BY 1
114300         UNTIL W04-SET > 3.
114400     SET W01-INVESTOR-FOUND TO TRUE.
114500 6100-EXIT.
114600     EXIT.
114700*
114800*----------------------------------------------------------*
114900* 6110-SEARCH-INVESTOR - LOOK THE INVESTOR UP IN THE       *
115000*     TOTALS TABLE                                         *
115100*----------------------------------------------------------*
115200 6110-SEARCH-INVESTOR.
115300     SET W06-INV-IDX TO 1.
115400     SEARCH W06-INV-ENTRY VARYING W06-INV-IDX
115500         AT END
115600             CONTINUE
115700         WHEN W06-INV-IDX > W06-INVESTOR-COUNT
115800             CONTINUE
115900         WHEN W06-INV-CODE(W06-INV-IDX) = W04-FIND-INVESTOR
116000             SET W01-INVESTOR-FOUND TO TRUE
116100     END-SEARCH.
116200 6110-EXIT.
116300     EXIT.
116400*
116500*----------------------------------------------------------*
116600* 6120-CLEAR-SET - ZERO ONE SET OF A NEW INVESTOR ENTRY    *
116700*----------------------------------------------------------*
116800 6120-CLEAR-SET.
116900     MOVE ZERO TO W06-INV-LOANS(W06-INV-IDX, W04-SET).
117000     MOVE ZERO TO W06-INV-UNPAID(W06-INV-IDX, W04-SET).
117100     MOVE ZERO TO W06-INV-ESCROW(W06-INV-IDX, W04-SET).
117200     MOVE ZERO TO W06-INV-LATE(W06-INV-IDX, W04-SET).
117300 6120-EXIT.
117400     EXIT.
117500*
117600*----------------------------------------------------------*
117700* 7000-WRITE-SUMMARY - PRINT THE RUN'S COUNTS AND THE      *
117800*     RESULT OF THE PROOF                                  *
117900*----------------------------------------------------------*
118000 7000-WRITE-SUMMARY.
118100     MOVE SPACES TO BALRPT-RECORD.
118200     WRITE BALRPT-RECORD.
118300     MOVE 'LOAN MASTER RECORDS READ' TO W07-C-CAPTION.
118400     MOVE W02-LOANS-READ TO W07-C-COUNT.
118500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
118600     MOVE 'JOURNAL LINES READ' TO W07-C-CAPTION.
118700     MOVE W02-JOURNAL-READ TO W07-C-COUNT.
118800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
118900     MOVE 'JOURNAL LINES IN THE PROOF WINDOW' TO W07-C-CAPTION.
119000     MOVE W02-JOURNAL-IN-WINDOW TO W07-C-COUNT.
119100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
119200     MOVE 'INVESTORS PROVEN' TO W07-C-CAPTION.
119300     MOVE W06-INVESTOR-COUNT TO W07-C-COUNT.
119400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
119500     MOVE 'INVESTORS OUT OF BALANCE' TO W07-C-CAPTION.
119600     MOVE W02-INVESTORS-OUT TO W07-C-COUNT.
119700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
119800     MOVE 'INVESTOR ITEMS NOT PROVEN - TABLE FULL'
119900         TO W07-C-CAPTION.
120000     MOVE W02-INVESTOR-OVERFLOW TO W07-C-COUNT.
120100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
120200     MOVE 'LOANS NOT MATCHING THEIR LAST JOURNAL LINE'
120300         TO W07-C-CAPTION.
120400     MOVE W02-LOANS-NOT-MATCHING TO W07-C-COUNT.
120500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
120600     MOVE SPACES TO BALRPT-RECORD.
120700     WRITE BALRPT-RECORD.
120800     MOVE SPACES TO BALRPT-RECORD.
120900     EVALUATE TRUE
121000         WHEN NOT W01-TOTALS-ACCEPTED
121100             MOVE 'LOAN MASTER OUT OF BALANCE - STREAM STOPPED'
121200                 TO BALRPT-RECORD
121300         WHEN W01-RESET-RUN
121400             MOVE 'RESET - ACTUAL CLOSING ACCEPTED AS THE OPENING'
121500                 TO BALRPT-RECORD
121600         WHEN W01-BASELINE-RUN
121700             MOVE 'OPENING TOTALS ESTABLISHED - NOT PROVEN'
121800                 TO BALRPT-RECORD
121900         WHEN OTHER
122000             MOVE 'LOAN MASTER IN BALANCE WITH THE JOURNAL'
122100                 TO BALRPT-RECORD
122200     END-EVALUATE.
122300     WRITE BALRPT-RECORD.
122400 7000-EXIT.
122500     EXIT.
122600*
122700*----------------------------------------------------------*
122800* 7100-WRITE-COUNT-LINE - PRINT ONE COUNT LINE             *
122900*----------------------------------------------------------*
123000 7100-WRITE-COUNT-LINE.
123100     MOVE SPACES TO BALRPT-RECORD.
123200     MOVE W07-COUNT-LINE TO BALRPT-RECORD.
123300     WRITE BALRPT-RECORD.
123400 7100-EXIT.
123500     EXIT.
123600*
123700*----------------------------------------------------------*
123800* 7500-WRITE-CONTROL - REWRITE THE BALCTL CONTROL FILE WITH*
123900*     THE ACTUAL CLOSING AS THE NEXT OPENING: THE HEADER,  *
124000*     THEN EVERY INVESTOR WITH ANY LOANS OR BALANCE        *
124100*----------------------------------------------------------*
124200 7500-WRITE-CONTROL.
124300     MOVE ZERO TO W04-CLOSING-COUNT.
124400     IF W06-INVESTOR-COUNT > ZERO
124500         PERFORM 7510-COUNT-CLOSING THRU 7510-EXIT
124600             VARYING W06-INV-IDX FROM 1 BY 1
124700             UNTIL W06-INV-IDX > W06-INVESTOR-COUNT
124800     END-IF.
124900     OPEN OUTPUT BALCTL.
125000     IF NOT W05-BALCTL-OK
125100         DISPLAY 'LNBALPRF - BALCTL REWRITE FAILED - STATUS='
125200             W05-BALCTL-STATUS
125300         MOVE 4 TO RETURN-CODE
125400         GO TO 7500-EXIT
125500     END-IF.
125600     MOVE SPACES TO BALANCE-CONTROL-RECORD.
125700     SET BC-TYPE-HEADER TO TRUE.
125800     MOVE W04-CYCLE-DATE TO BC-H-CYCLE-DATE.
125900     MOVE W04-RUN-STAMP TO BC-H-PROOF-TIMESTAMP.
126000     MOVE W04-CLOSING-COUNT TO BC-H-INVESTOR-COUNT.
126100     WRITE BALANCE-CONTROL-RECORD.
126200     IF W06-INVESTOR-COUNT > ZERO
126300         PERFORM 7520-WRITE-CONTROL-INVESTOR THRU 7520-EXIT
126400             VARYING W06-INV-IDX FROM 1 BY 1
126500             UNTIL W06-INV-IDX > W06-INVESTOR-COUNT
126600     END-IF.
126700     CLOSE BALCTL.
126800 7500-EXIT.
126900     EXIT.
127000*
127100*----------------------------------------------------------*
127200* 7510-COUNT-CLOSING - COUNT AN INVESTOR WITH ANY ACTUAL   *
127300*     CLOSING FIGURE FOR THE CONTROL HEADER                *
127400*----------------------------------------------------------*
127500 7510-COUNT-CLOSING.
127600     IF W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTUAL) NOT = ZERO
127700         OR W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTUAL) NOT = ZERO
127800         OR W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTUAL) NOT = ZERO
127900         OR W06-INV-LATE(W06-INV-IDX, W03-SET-ACTUAL) NOT = ZERO
128000         ADD 1 TO W04-CLOSING-COUNT
128100     END-IF.
128200 7510-EXIT.
128300     EXIT.
128400*
128500*----------------------------------------------------------*
128600* 7520-WRITE-CONTROL-INVESTOR - WRITE ONE INVESTOR'S ACTUAL*
128700*     CLOSING, SKIPPING ONE WITH NOTHING LEFT              *
128800*----------------------------------------------------------*
128900 7520-WRITE-CONTROL-INVESTOR.
129000     IF W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTUAL) = ZERO
129100         AND W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTUAL) = ZERO
129200         AND W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTUAL) = ZERO
129300         AND W06-INV-LATE(W06-INV-IDX, W03-SET-ACTUAL) = ZERO
129400         GO TO 7520-EXIT
129500     END-IF.
129600     MOVE SPACES TO BALANCE-CONTROL-RECORD.
129700     SET BC-TYPE-INVESTOR TO TRUE.
129800     MOVE W06-INV-CODE(W06-INV-IDX) TO BC-I-INVESTOR-CODE.
129900     MOVE W06-INV-LOANS(W06-INV-IDX, W03-SET-ACTUAL)
130000         TO BC-I-LOAN-COUNT.
130100     MOVE W06-INV-UNPAID(W06-INV-IDX, W03-SET-ACTUAL)
130200         TO BC-I-UNPAID-BALANCE.
130300     MOVE W06-INV-ESCROW(W06-INV-IDX, W03-SET-ACTUAL)
130400         TO BC-I-ESCROW-BALANCE.
130500     MOVE W06-INV-LATE(W06-INV-IDX, W03-SET-ACTUAL)
130600         TO BC-I-LATE-CHARGE-BAL.
130700     WRITE BALANCE-CONTROL-RECORD.
130800 7520-EXIT.
130900     EXIT.
131000*
131100*----------------------------------------------------------*
131200* 9000-TERMINATE - CLOSE ALL FILES                         *
131300*----------------------------------------------------------*
131400 9000-TERMINATE.
131500     IF W01-LOANMAST-OPEN
131600         CLOSE LOANMAST
131700     END-IF.
131800     IF W01-JRNLFILE-OPEN
131900         CLOSE JRNLFILE
132000     END-IF.
132100     CLOSE BALRPT.
132200 9000-EXIT.
132300     EXIT.
132400*
132500*----------------------------------------------------------*
132600* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION          *
132700*----------------------------------------------------------*
132800 9999-EXIT.
132900     GOBACK.
