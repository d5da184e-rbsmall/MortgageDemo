000800* TRANSMIT.  ONE EXTRACT DD PER INVESTOR ON THE VALID LIST.
000900* REPLACES THE MONTH-END RE-KEYING OF PORTFOLIO TOTALS FROM
001000* SCREEN PRINTS.
001010*
001020* THE RUN IS REGISTERED WITH THE CYCLE RUN-CONTROL MANAGER BEHIND
001030* THE LOAN MASTER BALANCING PROOF, SO THE PORTFOLIO TOTALS SENT TO
001040* THE INVESTORS ARE TAKEN ONLY FROM A MASTER THAT HAS PROVED FOR
001050* THE NIGHT.
001100*
001200 PROGRAM-ID.  LNREMIT.
001300 AUTHOR.      R SMALL.
002000*-----------------------------------------------------------*
002100* DATE       INIT DESCRIPTION                                *
002200* 08/21/2026 RS   ORIGINAL - INVESTOR REMITTANCE AND EXTRACTS *
002210* 10/15/2026 RS   START/END NOW REGISTERED WITH LNCYCCTL,     *
002220*                 BEHIND THE BALANCING PROOF                  *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
015500     88  W05-REMITRPT-OK             VALUE '00'.
015600 01  W05-REMEXT-STATUS           PIC X(02) VALUE SPACES.
015700     88  W05-REMEXT-OK               VALUE '00'.
015710*
015720*    CYCLE RUN-CONTROL REQUEST PASSED TO LNCYCCTL AT START      *
015730*    AND END OF THE RUN                                         *
015740*
015750     COPY CYCREQ.
015800 PROCEDURE DIVISION.
015900*
016000*----------------------------------------------------------*
016200*----------------------------------------------------------*
016300 0000-MAINLINE.
016400     DISPLAY 'LNREMIT STARTING'.
016410     PERFORM 0100-CYCLE-START THRU 0100-EXIT.
016420     IF CY-RESULT-REFUSED
016430         MOVE 16 TO RETURN-CODE
016440         GO TO 9999-EXIT
016450     END-IF.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 3000-PROCESS-LOANS THRU 3000-EXIT
016700         UNTIL W01-END-OF-LOANMAST.
017400     IF W02-LOANS-UNASSIGNED > 0
017500         MOVE 4 TO RETURN-CODE
017600     END-IF.
017610     PERFORM 0200-CYCLE-END THRU 0200-EXIT.
017700     GO TO 9999-EXIT.
017703*
017706*----------------------------------------------------------*
017709* 0100-CYCLE-START - REGISTER THIS JOB'S START FOR THE       *
017712*     CYCLE WITH THE RUN-CONTROL MANAGER.  THE MONTH-END     *
017715*     RUN WAITS FOR THE NIGHT'S BALANCING PROOF, SO A        *
017718*     MASTER THAT FAILED TO PROVE IS NEVER REMITTED FROM.    *
017721*     THE ZERO CYCLE DATE TELLS LNCYCCTL TO RESOLVE IT FROM  *
017724*     THE CYCDATE CONTROL FILE                               *
017727*----------------------------------------------------------*
017730 0100-CYCLE-START.
017733     SET CY-ACTION-START TO TRUE.
017736     MOVE 'LNREMIT' TO CY-JOB-NAME.
017739     MOVE 'LNBALPRF' TO CY-PREDECESSOR.
017742     MOVE ZERO TO CY-CYCLE-DATE.
017745     MOVE ZERO TO CY-RETURN-CODE.
017748     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
017751 0100-EXIT.
017754     EXIT.
017757*
017760*----------------------------------------------------------*
017763* 0200-CYCLE-END - REGISTER THIS JOB'S COMPLETION AND        *
017766*     RETURN CODE FOR THE CYCLE                              *
017769*----------------------------------------------------------*
017772 0200-CYCLE-END.
017775     SET CY-ACTION-ENDJOB TO TRUE.
017778     MOVE RETURN-CODE TO CY-RETURN-CODE.
017781     CALL 'LNCYCCTL' USING CYCLE-CONTROL-REQUEST.
017784 0200-EXIT.
017787     EXIT.
017800*
017900*----------------------------------------------------------*
018000* 1000-INITIALIZE - OPEN THE LOAN MASTER, THE REGISTER AND   *
