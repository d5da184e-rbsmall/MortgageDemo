000800* PORTION AND WRITES AN ANALYSIS STATEMENT PER LOAN PLUS A
000900* DIVISION SUMMARY.  BRINGS THE ANALYSIS WE HAVE BEEN DOING ON
001000* SPREADSHEETS BACK INSIDE THE SYSTEM OF RECORD.
001010*
001020* A LOAN LEFT SHORT OR IN SURPLUS ALSO GETS AN ESCROW ANALYSIS
001030* NOTICE REQUEST ON THE COMMON NOTICE REQUEST FILE FOR THE
001040* BORROWER NOTICE GENERATOR, CARRYING THE SHORTAGE OR SURPLUS
001050* AND THE NEW MONTHLY ESCROW PORTION.
001100*
001200 PROGRAM-ID.  LNESCROW.
001300 AUTHOR.      R SMALL.
002000*-----------------------------------------------------------*
002100* DATE       INIT DESCRIPTION                                *
002200* 08/21/2026 RS   ORIGINAL - ANNUAL ESCROW ANALYSIS           *
002210* 10/15/2026 RS   SHORTAGE/SURPLUS NOTICE REQUEST DROPPED ON  *
002220*                 THE NOTCREQ FILE                            *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003800     SELECT ESCSUMM ASSIGN TO ESCSUMM
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS W05-ESCSUMM-STATUS.
004010     SELECT NOTCREQ ASSIGN TO NOTCREQ
004020         ORGANIZATION LINE SEQUENTIAL
004030         FILE STATUS IS W05-NOTCREQ-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  LOANMAST.
005100 FD  ESCSUMM
005200     RECORDING MODE IS F.
005300 01  ESCSUMM-RECORD              PIC X(132).
005310 FD  NOTCREQ
005320     RECORDING MODE IS F.
005330 01  NOTCREQ-RECORD              PIC X(100).
005400 WORKING-STORAGE SECTION.
005500*
005600*    SWITCHES
010400 01  W04-PROJ-MONTH              PIC 9(02) VALUE 0.
010500 01  W04-TOTAL-SHORTAGE          PIC S9(11)V99 COMP-3 VALUE 0.
010600 01  W04-TOTAL-SURPLUS           PIC S9(11)V99 COMP-3 VALUE 0.
010610 01  W04-NOTICE-EVENT-DATE       PIC 9(08) VALUE 0.
010620 01  W04-NOTICE-EVENT-PARTS REDEFINES W04-NOTICE-EVENT-DATE.
010630     05  W04-NOTICE-EVENT-YYYY   PIC 9(04).
010640     05  W04-NOTICE-EVENT-MM     PIC 9(02).
010650     05  W04-NOTICE-EVENT-DD     PIC 9(02).
010700*
010800*    STATEMENT AND SUMMARY LINE LAYOUTS
010900*
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  W06-SA-CAPTION          PIC X(24).
014600     05  W06-SA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
014610*
014620*    BORROWER NOTICE REQUEST DROPPED FOR A SHORTAGE OR SURPLUS
014630*
014640     COPY NOTCREQ.
014700*
014800*    FILE STATUS FIELDS
014900*
015700     88  W05-ESCSTMT-OK              VALUE '00'.
015800 01  W05-ESCSUMM-STATUS          PIC X(02) VALUE SPACES.
015900     88  W05-ESCSUMM-OK              VALUE '00'.
015910 01  W05-NOTCREQ-STATUS          PIC X(02) VALUE SPACES.
015920     88  W05-NOTCREQ-OK              VALUE '00'.
015930     88  W05-NOTCREQ-NOFILE          VALUE '35'.
016000 PROCEDURE DIVISION.
016100*
016200*----------------------------------------------------------*
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 9999-EXIT
021800     END-IF.
021805     OPEN EXTEND NOTCREQ.
021810     IF W05-NOTCREQ-NOFILE
021815         OPEN OUTPUT NOTCREQ
021820     END-IF.
021825     IF NOT W05-NOTCREQ-OK
021830         DISPLAY 'LNESCROW - NOTCREQ OPEN FAILED - STATUS='
021835             W05-NOTCREQ-STATUS
021840         MOVE 16 TO RETURN-CODE
021845         GO TO 9999-EXIT
021850     END-IF.
021855*
021860*    THE NOTICE EVENT IS THE ANALYSIS MONTH, SO A RERUN IN THE
021865*    SAME MONTH DOES NOT MAIL THE LETTER AGAIN
021870*
021875     MOVE W04-RUN-YYYY TO W04-NOTICE-EVENT-YYYY.
021880     MOVE W04-RUN-MM TO W04-NOTICE-EVENT-MM.
021885     MOVE 1 TO W04-NOTICE-EVENT-DD.
021900     PERFORM 3100-READ-LOAN THRU 3100-EXIT.
022000     PERFORM 3200-READ-SCHEDULE THRU 3200-EXIT.
022100 1000-EXIT.
037900         UNTIL W04-MONTH-COUNTER > 12.
038000     PERFORM 4300-MEASURE-POSITION THRU 4300-EXIT.
038100     PERFORM 5200-WRITE-RESULT-LINES THRU 5200-EXIT.
038110     IF W04-SHORTAGE > ZERO
038120         OR W04-SURPLUS > ZERO
038130         PERFORM 4400-WRITE-NOTICE-REQUEST THRU 4400-EXIT
038140     END-IF.
038200 4000-EXIT.
038300     EXIT.
038400*
044100         W04-BASE-DEPOSIT + (W04-SHORTAGE / 12).
044200 4300-EXIT.
044300     EXIT.
044303*
044306*----------------------------------------------------------*
044309* 4400-WRITE-NOTICE-REQUEST - ASK THE NOTICE GENERATOR FOR   *
044312*     THE ESCROW ANALYSIS LETTER WITH THE SHORTAGE OR        *
044315*     SURPLUS AND THE NEW MONTHLY ESCROW PORTION             *
044318*----------------------------------------------------------*
044321 4400-WRITE-NOTICE-REQUEST.
044324     MOVE SPACES TO NOTICE-REQUEST-RECORD.
044327     MOVE LM-LOAN-NUMBER TO NR-LOAN-NUMBER.
044330     SET NR-LETTER-ESCROW TO TRUE.
044333     MOVE W04-NOTICE-EVENT-DATE TO NR-EVENT-DATE.
044336     MOVE W04-RUN-DATE TO NR-REQUEST-DATE.
044339     MOVE 'LNESCROW' TO NR-PROGRAM-ID.
044342     IF W04-SHORTAGE > ZERO
044345         SET NR-ES-SHORTAGE TO TRUE
044348         MOVE W04-SHORTAGE TO NR-ES-AMOUNT
044351     ELSE
044354         SET NR-ES-SURPLUS TO TRUE
044357         MOVE W04-SURPLUS TO NR-ES-AMOUNT
044360     END-IF.
044363     MOVE W04-NEW-PORTION TO NR-ES-NEW-ESCROW.
044366     MOVE W04-ANNUAL-DISB TO NR-ES-ANNUAL-DISB.
044369     MOVE W04-CUSHION TO NR-ES-CUSHION.
044372     WRITE NOTCREQ-RECORD FROM NOTICE-REQUEST-RECORD.
044375 4400-EXIT.
044378     EXIT.
044400*
044500*----------------------------------------------------------*
044600* 5000-WRITE-STMT-HEADER - WRITE THE STATEMENT HEADER FOR    *
057300     CLOSE ESCSCHED.
057400     CLOSE ESCSTMT.
057500     CLOSE ESCSUMM.
057510     CLOSE NOTCREQ.
057600 9000-EXIT.
057700     EXIT.
057800*
