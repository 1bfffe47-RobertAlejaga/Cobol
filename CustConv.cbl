000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       ONE-OFF CUSTOMER MASTER RECORD CONVERSION.
000070*                READS THE INDEXED CUSTOMER MASTER IN ITS OLD
000080*                44-BYTE LAYOUT (RENAMED CUSTOLD.DAT BY THE
000090*                OPERATOR) AND WRITES EVERY ROW TO A NEW INDEXED
000100*                CUSTOMER.DAT IN THE CURRENT CUSTMAST.CPY LAYOUT.
000110*                NAME, STATUS, CREDIT LIMIT AND OPEN BALANCE COME
000120*                ACROSS UNCHANGED; THE CONTACT, BILLING ADDRESS
000130*                AND DELIVERY ROUND START AS SPACES AND THE DROP
000140*                SEQUENCE AS ZERO, FOR CUSTMAINT TO SET. USE THIS,
000150*                NOT CUSTLOAD, ON A MASTER ALREADY IN SERVICE -
000160*                CUSTLOAD STARTS FROM THE ORIGINAL SEQUENTIAL FILE
000170*                AND WOULD CLEAR EVERY LIMIT AND BALANCE. THE
000180*                ROW COUNTS READ AND WRITTEN ARE SHOWN ON THE
000190*                CONSOLE AND MUST AGREE BEFORE CUSTOLD.DAT IS
000200*                REMOVED.
000210* TECTONICS:     cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 DO    ORIGINAL VERSION.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CUSTCONV.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-OLD-FILE ASSIGN TO "CUSTOLD.DAT"
000330               ORGANIZATION IS INDEXED
000340               ACCESS MODE IS SEQUENTIAL
000350               RECORD KEY IS CO-CUSTOMER-ID
000360               FILE STATUS IS WS-OLD-FILE-STATUS.

000370     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000380               ORGANIZATION IS INDEXED
000390               ACCESS MODE IS RANDOM
000400               RECORD KEY IS CM-CUSTOMER-ID
000410               FILE STATUS IS WS-CUST-FILE-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440*    THE MASTER AS IT STOOD BEFORE THE CONTACT, ADDRESS AND ROUND
000450*    FIELDS WERE ADDED.
000460 FD  CUSTOMER-OLD-FILE.
000470 01  CUSTOMER-OLD-REC.
000480     02  CO-CUSTOMER-ID          PIC X(5).
000490     02  CO-CUSTOMER-NAME        PIC X(20).
000500     02  CO-STATUS               PIC X.
000510     02  CO-CREDIT-LIMIT         PIC 9(7)V99.
000520     02  CO-BALANCE              PIC S9(7)V99.

000530 FD  CUSTOMER-MASTER-FILE.
000540     COPY CUSTMAST.

000550 WORKING-STORAGE SECTION.

000560 01  WS-COUNTS.
000570     02  WS-READ-COUNT           PIC 9(5)    VALUE ZERO.
000580     02  WS-LOADED-COUNT         PIC 9(5)    VALUE ZERO.
000590     02  WS-DROPPED-COUNT        PIC 9(5)    VALUE ZERO.

000600 01  WS-SWITCHES.
000610     02  WS-OLD-EOF-SWITCH       PIC X       VALUE "N".
000620         88  END-OF-OLD-DATA     VALUE "Y".
000630     02  WS-OLD-FILE-STATUS      PIC XX.
000640     02  WS-CUST-FILE-STATUS     PIC XX.

000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000680     PERFORM 2000-CONVERT-CUSTOMER THRU 2000-CONVERT-CUSTOMER-EXIT
000690         UNTIL END-OF-OLD-DATA.
000700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
000710     STOP RUN.

000720 1000-INITIALIZE.
000730     OPEN INPUT CUSTOMER-OLD-FILE.
000740     IF WS-OLD-FILE-STATUS NOT = "00"
000750         DISPLAY "CUSTCONV: CUSTOLD.DAT OPEN FAILED "
000760             "STATUS " WS-OLD-FILE-STATUS
000770         MOVE 16 TO RETURN-CODE
000780         STOP RUN
000790     END-IF.
000800     OPEN OUTPUT CUSTOMER-MASTER-FILE.
000810     IF WS-CUST-FILE-STATUS NOT = "00"
000820         DISPLAY "CUSTCONV: CUSTOMER MASTER OPEN FAILED "
000830             "STATUS " WS-CUST-FILE-STATUS
000840         MOVE 16 TO RETURN-CODE
000850         STOP RUN
000860     END-IF.
000870     PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT.
000880 1000-INITIALIZE-EXIT.
000890     EXIT.

000900 2000-CONVERT-CUSTOMER.
000910     MOVE CO-CUSTOMER-ID   TO CM-CUSTOMER-ID.
000920     MOVE CO-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
000930     MOVE CO-STATUS        TO CM-STATUS.
000940     MOVE CO-CREDIT-LIMIT  TO CM-CREDIT-LIMIT.
000950     MOVE CO-BALANCE       TO CM-BALANCE.
000960     MOVE SPACES           TO CM-CONTACT-NAME
000970                              CM-BILLING-ADDRESS
000980                              CM-ROUND-CODE.
000990     MOVE ZEROS            TO CM-DROP-SEQ.
001000     WRITE CUSTOMER-MASTER-REC
001010         INVALID KEY
001020             DISPLAY "CUSTCONV: DUPLICATE ID DROPPED "
001030                 CO-CUSTOMER-ID
001040             ADD 1 TO WS-DROPPED-COUNT
001050         NOT INVALID KEY
001060             ADD 1 TO WS-LOADED-COUNT
001070     END-WRITE.
001080     PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT.
001090 2000-CONVERT-CUSTOMER-EXIT.
001100     EXIT.

001110 2100-READ-OLD.
001120     READ CUSTOMER-OLD-FILE
001130         AT END
001140             SET END-OF-OLD-DATA TO TRUE
001150             GO TO 2100-READ-OLD-EXIT
001160     END-READ.
001170     ADD 1 TO WS-READ-COUNT.
001180 2100-READ-OLD-EXIT.
001190     EXIT.

001200 8000-TERMINATE.
001210     DISPLAY "CUSTCONV: READ " WS-READ-COUNT
001220         " LOADED " WS-LOADED-COUNT
001230         " DROPPED " WS-DROPPED-COUNT.
001240     CLOSE CUSTOMER-OLD-FILE
001250           CUSTOMER-MASTER-FILE.
001260 8000-TERMINATE-EXIT.
001270     EXIT.

001280 END PROGRAM CUSTCONV.
