000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       ONE-OFF GL ACCOUNT MASTER CONVERSION.
000070*                READS THE OLD LINE SEQUENTIAL ACCOUNT MASTER
000080*                (RENAMED GLACSEQ.DAT BY THE OPERATOR) IN ITS OLD
000090*                39-BYTE LAYOUT AND LOADS IT INTO THE INDEXED
000100*                GLACCT.DAT KEYED ON ACCOUNT AND BRANCH (SEE
000110*                GLACCT.CPY). THE OLD FILE HELD ONE ROW PER
000120*                ACCOUNT, SO EVERY BALANCE COMES ON UNDER BRANCH
000130*                00 WITH ITS NAME AND POSTED-THRU DATE UNCHANGED;
000140*                GLPOST OPENS THE OTHER BRANCH ROWS AS THEY FIRST
000150*                POST. A SECOND ROW FOR THE SAME ACCOUNT IS
000160*                REPORTED ON THE CONSOLE AND DROPPED, LIKE A
000170*                DUPLICATE ON THE CUSTLOAD RUN.
000180* TECTONICS:     cobc
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 DO    ORIGINAL VERSION.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. GLACCTLOAD.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ACCOUNT-SEQ-FILE ASSIGN TO "GLACSEQ.DAT"
000300               ORGANIZATION IS LINE SEQUENTIAL.

000310     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "GLACCT.DAT"
000320               ORGANIZATION IS INDEXED
000330               ACCESS MODE IS RANDOM
000340               RECORD KEY IS GLA-ACCOUNT-KEY
000350               FILE STATUS IS WS-ACCT-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ACCOUNT-SEQ-FILE.
000390 01  ACCOUNT-SEQ-REC.
000400     88 END-OF-ACCOUNT-SEQ    VALUE HIGH-VALUES.
000410     02  GAS-ACCOUNT             PIC X(4).
000420     02  GAS-ACCOUNT-NAME        PIC X(16).
000430     02  GAS-BALANCE             PIC S9(9)V99.
000440     02  GAS-POSTED-THRU         PIC 9(8).

000450 FD  ACCOUNT-MASTER-FILE.
000460     COPY GLACCT.

000470 WORKING-STORAGE SECTION.

000480 01  WS-COUNTS.
000490     02  WS-LOADED-COUNT         PIC 9(5)    VALUE ZERO.
000500     02  WS-DROPPED-COUNT        PIC 9(5)    VALUE ZERO.

000510 01  WS-SWITCHES.
000520     02  WS-SEQ-EOF-SWITCH       PIC X       VALUE "N".
000530         88  END-OF-SEQ-DATA     VALUE "Y".
000540     02  WS-ACCT-STATUS          PIC XX.

000550 PROCEDURE DIVISION.
000560 0000-MAINLINE.
000570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000580     PERFORM 2000-LOAD-ACCOUNT-ROW THRU 2000-LOAD-ACCOUNT-ROW-EXIT
000590         UNTIL END-OF-SEQ-DATA.
000600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
000610     STOP RUN.

000620 1000-INITIALIZE.
000630     OPEN INPUT ACCOUNT-SEQ-FILE.
000640     OPEN OUTPUT ACCOUNT-MASTER-FILE.
000650     IF WS-ACCT-STATUS NOT = "00"
000660         DISPLAY "GLACCTLOAD: GLACCT.DAT OPEN FAILED "
000670             "STATUS " WS-ACCT-STATUS
000680         MOVE 16 TO RETURN-CODE
000690         STOP RUN
000700     END-IF.
000710     PERFORM 2100-READ-SEQ THRU 2100-READ-SEQ-EXIT.
000720 1000-INITIALIZE-EXIT.
000730     EXIT.

000740*    THE OLD MASTER HELD ITS ACCOUNTS IN THE ORDER GLPOST FIRST
000750*    OPENED THEM, SO THE ROWS ARE WRITTEN BY KEY, NOT IN SEQUENCE.
000760 2000-LOAD-ACCOUNT-ROW.
000770     MOVE SPACES           TO GL-ACCOUNT-REC.
000780     MOVE GAS-ACCOUNT      TO GLA-ACCOUNT.
000790     MOVE ZERO             TO GLA-BRANCH.
000800     MOVE GAS-ACCOUNT-NAME TO GLA-ACCOUNT-NAME.
000810     MOVE GAS-BALANCE      TO GLA-BALANCE.
000820     MOVE GAS-POSTED-THRU  TO GLA-POSTED-THRU.
000830     WRITE GL-ACCOUNT-REC
000840         INVALID KEY
000850             DISPLAY "GLACCTLOAD: DUPLICATE ACCOUNT DROPPED "
000860                 GAS-ACCOUNT
000870             ADD 1 TO WS-DROPPED-COUNT
000880         NOT INVALID KEY
000890             ADD 1 TO WS-LOADED-COUNT
000900     END-WRITE.
000910     PERFORM 2100-READ-SEQ THRU 2100-READ-SEQ-EXIT.
000920 2000-LOAD-ACCOUNT-ROW-EXIT.
000930     EXIT.

000940 2100-READ-SEQ.
000950     READ ACCOUNT-SEQ-FILE
000960         AT END
000970             SET END-OF-ACCOUNT-SEQ TO TRUE
000980             SET END-OF-SEQ-DATA TO TRUE
000990     END-READ.
001000 2100-READ-SEQ-EXIT.
001010     EXIT.

001020 8000-TERMINATE.
001030     DISPLAY "GLACCTLOAD: LOADED " WS-LOADED-COUNT
001040         " DROPPED " WS-DROPPED-COUNT.
001050     CLOSE ACCOUNT-SEQ-FILE
001060           ACCOUNT-MASTER-FILE.
001070 8000-TERMINATE-EXIT.
001080     EXIT.

001090 END PROGRAM GLACCTLOAD.
