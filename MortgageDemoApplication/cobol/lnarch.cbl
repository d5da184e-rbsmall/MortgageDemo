003000*-----------------------------------------------------------*
003100* DATE       INIT DESCRIPTION                                *
003200* 09/02/2026 RS   ORIGINAL - ANNUAL ARCHIVE AND PURGE         *
003210* 10/15/2026 RS   PAYMENT HISTORY RECORD NOW 74 BYTES FOR THE *
003220*                 PAYOFF RECEIVED DATE                        *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
006200     RECORDING MODE IS F.
006300 01  ARCHMAST-RECORD             PIC X(96).
006400 FD  PAYHIST
006500     RECORD CONTAINS 74 CHARACTERS.
006600     COPY PAYHREC.
006700 FD  PAYHNEW
006800     RECORDING MODE IS F.
006900 01  PAYHNEW-RECORD              PIC X(74).
007000 FD  ARCHHIST
007100     RECORDING MODE IS F.
007200 01  ARCHHIST-RECORD             PIC X(74).
007300 FD  ARCHRPT
007400     RECORDING MODE IS F.
007500 01  ARCHRPT-RECORD              PIC X(132).
