002704*                 SHELL WITH THE RELIEVED AMOUNT AND DATE,   *
002705*                 NOT A DELETE, SO THE DAILY CASH RECON CAN  *
002706*                 EXPLAIN HELD AND RELIEVED FUNDS            *
002707* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES FOR THE *
002708*                 PAYOFF RECEIVED DATE                        *
002710*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004400     RECORDING MODE IS F.
004500 01  QMGRCTL-RECORD              PIC X(48).
004510 FD  PAYHIST
004520     RECORD CONTAINS 74 CHARACTERS.
004530 01  PAYHIST-IO-AREA             PIC X(74).
004540 FD  SUSPFILE.
004550     COPY SUSPREC.
004600 WORKING-STORAGE SECTION.
