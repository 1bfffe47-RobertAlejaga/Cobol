000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       ONE-OFF AR LEDGER CONVERSION.
000070*                READS THE OLD LINE SEQUENTIAL LEDGER (RENAMED
000080*                ARLEDSEQ.DAT BY THE OPERATOR) IN ITS OLD 38-BYTE
000090*                LAYOUT AND LOADS IT INTO THE INDEXED ARLEDGER.DAT
000100*                KEYED ON CUSTOMER, INVOICE NUMBER AND RECEIPT
000110*                SEQUENCE (SEE ARLEDGER.CPY). RECEIPT ROWS TAKE
000120*                SEQUENCES 1, 2, 3 ... PER CUSTOMER IN THE ORDER
000130*                THEY STAND ON THE OLD FILE, WHICH IS THE ORDER
000140*                THEY WERE TAKEN. A SECOND ROW FOR THE SAME
000150*                CUSTOMER AND INVOICE NUMBER CANNOT BE KEYED
000160*                TWICE - IT IS REPORTED ON THE CONSOLE AND
000170*                DROPPED, LIKE A DUPLICATE ON THE CUSTLOAD RUN.
000180* TECTONICS:     cobc
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 DO    ORIGINAL VERSION.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ARLEDGLOAD.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AR-LEDGER-SEQ-FILE ASSIGN TO "ARLEDSEQ.DAT"
000300               ORGANIZATION IS LINE SEQUENTIAL.

000310     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000320               ORGANIZATION IS INDEXED
000330               ACCESS MODE IS DYNAMIC
000340               RECORD KEY IS AL-LEDGER-KEY
000350               FILE STATUS IS WS-LEDGER-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  AR-LEDGER-SEQ-FILE.
000390 01  AR-LEDGER-SEQ-REC.
000400     88 END-OF-AR-LEDGER-SEQ  VALUE HIGH-VALUES.
000410     02  ALS-REC-TYPE            PIC X.
000420     02  ALS-INVOICE-NO          PIC 9(6).
000430     02  ALS-CUSTOMER-ID         PIC X(5).
000440     02  ALS-ENTRY-DATE          PIC 9(8).
000450     02  ALS-AMOUNT              PIC S9(7)V99.
000460     02  ALS-OPEN-AMOUNT         PIC S9(7)V99.

000470 FD  AR-LEDGER-FILE.
000480     COPY ARLEDGER.

000490 WORKING-STORAGE SECTION.

000500 01  WS-COUNTS.
000510     02  WS-LOADED-COUNT         PIC 9(5)    VALUE ZERO.
000520     02  WS-DROPPED-COUNT        PIC 9(5)    VALUE ZERO.

000530 01  WS-LAST-RECEIPT-SEQ         PIC 9(5).

000540 01  WS-SWITCHES.
000550     02  WS-SEQ-EOF-SWITCH       PIC X       VALUE "N".
000560         88  END-OF-SEQ-DATA     VALUE "Y".
000570     02  WS-CUST-ROWS-SWITCH     PIC X.
000580         88  END-OF-CUSTOMER-ROWS VALUE "Y".
000590     02  WS-LEDGER-STATUS        PIC XX.

000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000630     PERFORM 2000-LOAD-LEDGER-ROW THRU 2000-LOAD-LEDGER-ROW-EXIT
000640         UNTIL END-OF-SEQ-DATA.
000650     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
000660     STOP RUN.

000670 1000-INITIALIZE.
000680     OPEN INPUT AR-LEDGER-SEQ-FILE.
000690     OPEN OUTPUT AR-LEDGER-FILE.
000700     IF WS-LEDGER-STATUS NOT = "00"
000710         DISPLAY "ARLEDGLOAD: AR LEDGER OPEN FAILED "
000720             "STATUS " WS-LEDGER-STATUS
000730         MOVE 16 TO RETURN-CODE
000740         STOP RUN
000750     END-IF.
000760*    THE RECEIPT SEQUENCES ARE FOUND BY READING BACK WHAT HAS
000770*    ALREADY BEEN LOADED, SO THE NEW FILE IS REOPENED FOR UPDATE.
000780     CLOSE AR-LEDGER-FILE.
000790     OPEN I-O AR-LEDGER-FILE.
000800     PERFORM 2100-READ-SEQ THRU 2100-READ-SEQ-EXIT.
000810 1000-INITIALIZE-EXIT.
000820     EXIT.

000830 2000-LOAD-LEDGER-ROW.
000840     MOVE SPACES            TO AR-LEDGER-REC.
000850     MOVE ALS-CUSTOMER-ID   TO AL-CUSTOMER-ID.
000860     MOVE ALS-INVOICE-NO    TO AL-INVOICE-NO.
000870     MOVE ZEROS             TO AL-RECEIPT-SEQ.
000880     IF ALS-REC-TYPE = "R"
000890         MOVE ZEROS           TO AL-INVOICE-NO
000900         PERFORM 2200-NEXT-RECEIPT-SEQ THRU
000910             2200-NEXT-RECEIPT-SEQ-EXIT
000920         MOVE ALS-CUSTOMER-ID TO AL-CUSTOMER-ID
000930         MOVE ZEROS           TO AL-INVOICE-NO
000940         ADD 1 WS-LAST-RECEIPT-SEQ GIVING AL-RECEIPT-SEQ
000950     END-IF.
000960     MOVE ALS-REC-TYPE      TO AL-REC-TYPE.
000970     MOVE ALS-ENTRY-DATE    TO AL-ENTRY-DATE.
000980     MOVE ALS-AMOUNT        TO AL-AMOUNT.
000990     MOVE ALS-OPEN-AMOUNT   TO AL-OPEN-AMOUNT.
001000     WRITE AR-LEDGER-REC
001010         INVALID KEY
001020             DISPLAY "ARLEDGLOAD: DUPLICATE ROW DROPPED "
001030                 ALS-REC-TYPE " " ALS-CUSTOMER-ID " "
001040                 ALS-INVOICE-NO
001050             ADD 1 TO WS-DROPPED-COUNT
001060         NOT INVALID KEY
001070             ADD 1 TO WS-LOADED-COUNT
001080     END-WRITE.
001090     PERFORM 2100-READ-SEQ THRU 2100-READ-SEQ-EXIT.
001100 2000-LOAD-LEDGER-ROW-EXIT.
001110     EXIT.

001120 2100-READ-SEQ.
001130     READ AR-LEDGER-SEQ-FILE
001140         AT END
001150             SET END-OF-AR-LEDGER-SEQ TO TRUE
001160             SET END-OF-SEQ-DATA TO TRUE
001170     END-READ.
001180 2100-READ-SEQ-EXIT.
001190     EXIT.

001200*    A CUSTOMER'S RECEIPT ROWS ARE KEYED UNDER INVOICE NUMBER
001210*    ZERO AHEAD OF THE INVOICES - THE LAST ONE READ IS THE
001220*    HIGHEST SEQUENCE USED SO FAR.
001230 2200-NEXT-RECEIPT-SEQ.
001240     MOVE ZERO TO WS-LAST-RECEIPT-SEQ.
001250     MOVE "N"  TO WS-CUST-ROWS-SWITCH.
001260     START AR-LEDGER-FILE KEY IS NOT < AL-LEDGER-KEY
001270         INVALID KEY
001280             GO TO 2200-NEXT-RECEIPT-SEQ-EXIT
001290     END-START.
001300     PERFORM 2210-READ-RECEIPT-ROW THRU
001310         2210-READ-RECEIPT-ROW-EXIT
001320         UNTIL END-OF-CUSTOMER-ROWS.
001330     IF WS-LAST-RECEIPT-SEQ NOT < 99999
001340         DISPLAY "ARLEDGLOAD: RECEIPT SEQUENCE FULL AT 99999 "
001350             "FOR CUSTOMER " ALS-CUSTOMER-ID
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390 2200-NEXT-RECEIPT-SEQ-EXIT.
001400     EXIT.

001410 2210-READ-RECEIPT-ROW.
001420     READ AR-LEDGER-FILE NEXT RECORD
001430         AT END
001440             SET END-OF-CUSTOMER-ROWS TO TRUE
001450             GO TO 2210-READ-RECEIPT-ROW-EXIT
001460     END-READ.
001470     IF AL-CUSTOMER-ID NOT = ALS-CUSTOMER-ID
001480         OR AL-INVOICE-NO NOT = ZERO
001490         SET END-OF-CUSTOMER-ROWS TO TRUE
001500         GO TO 2210-READ-RECEIPT-ROW-EXIT
001510     END-IF.
001520     MOVE AL-RECEIPT-SEQ TO WS-LAST-RECEIPT-SEQ.
001530 2210-READ-RECEIPT-ROW-EXIT.
001540     EXIT.

001550 8000-TERMINATE.
001560     DISPLAY "ARLEDGLOAD: LOADED " WS-LOADED-COUNT
001570         " DROPPED " WS-DROPPED-COUNT.
001580     CLOSE AR-LEDGER-SEQ-FILE
001590           AR-LEDGER-FILE.
001600 8000-TERMINATE-EXIT.
001610     EXIT.

001620 END PROGRAM ARLEDGLOAD.
