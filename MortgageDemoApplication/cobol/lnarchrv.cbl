002100*-----------------------------------------------------------*
002200* DATE       INIT DESCRIPTION                                *
002300* 09/02/2026 RS   ORIGINAL - ARCHIVED LOAN RETRIEVAL          *
002310* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES FOR THE *
002320*                 PAYOFF RECEIVED DATE                        *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004700     RECORDING MODE IS F.
004800 01  ARCHMAST-RECORD             PIC X(96).
004900 FD  ARCHHIST
005000     RECORD CONTAINS 74 CHARACTERS.
005100     COPY PAYHREC.
005200 FD  PAYHIST
005300     RECORD CONTAINS 74 CHARACTERS.
005400 01  PAYHIST-IO-AREA             PIC X(74).
005500 WORKING-STORAGE SECTION.
005600*
005700*    SWITCHES
