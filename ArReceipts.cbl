000100*                ARLEDGER.CPY), OLDEST INVOICE FIRST, AND PRINTS
000110*                A RECEIPTS REGISTER (ARRECEIPT.RPT) SHOWING WHAT
000120*                EACH PAYMENT SETTLED AND ANY UNAPPLIED REMAINDER.
000130*                THE INDEXED LEDGER IS UPDATED IN PLACE BY KEY -
000140*                EACH SETTLED INVOICE IS REWRITTEN AND EACH
000150*                RECEIPT ADDED UNDER THE CUSTOMER'S NEXT RECEIPT
000160*                SEQUENCE - SO A DAY'S RECEIPTS FILE IS RUN ONCE.
000170*                RUN DURING THE DAY AS A STANDALONE STEP, LIKE
000180*                CUSTMAINT.
000190* TECTONICS:     cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000236*                   IS STILL ON FILE FROM AN UNPROMOTED EARLIER
000237*                   RUN, INSTEAD OF OVERWRITING THAT RUN'S
000238*                   LEDGER.
000239*  2026-10-15 DO    ARLEDGER.DAT IS NOW INDEXED. EACH RECEIPT
000001*                   READS ONLY ITS OWN CUSTOMER'S ROWS BY KEY
000002*                   AND UPDATES THEM IN PLACE, SO THE 500-ROW
000003*                   LEDGER TABLE, ARLEDGER.NEW AND THE STAGED-
000004*                   FILE CHECK ARE GONE AND NO RECEIPT ROW CAN BE
000005*                   DROPPED FOR WANT OF ROOM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ARRECEIPT.
000310               ORGANIZATION IS LINE SEQUENTIAL
000320               FILE STATUS IS WS-RECEIPTS-STATUS.
000330
000340     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000350               ORGANIZATION IS INDEXED
000360               ACCESS MODE IS DYNAMIC
000370               RECORD KEY IS AL-LEDGER-KEY
000380               FILE STATUS IS WS-LEDGER-STATUS.
000400
000410     SELECT RECEIPT-REPORT ASSIGN TO "ARRECEIPT.RPT"
000420               ORGANIZATION IS LINE SEQUENTIAL.
000570     02  RE-RECEIPT-DATE         PIC 9(8).
000580     02  RE-AMOUNT               PIC 9(6)V99.
000590
000600 FD  AR-LEDGER-FILE.
000610     COPY ARLEDGER.
000710
000720 FD  RECEIPT-REPORT.
000730 01  PRINT-LINE                  PIC X(80).
001250     02  FILLER          PIC X(14) VALUE "   UNAPPLIED: ".
001260     02  PRN-UNAPPLIED-TOTAL     PIC $$$,$$9.99.
001270
001440 01  WS-LEDGER-SWITCHES.
001450     02  WS-LEDGER-EOF           PIC X       VALUE "N".
001460         88  END-OF-CUSTOMER-ROWS VALUE "Y".
001470
001480 01  WS-LAST-RECEIPT-SEQ         PIC 9(5).
001490
001500 01  WS-APPLY-FIELDS.
001510     02  WS-REMAINING            PIC 9(6)V99.
001600
001610 01  WS-FILE-STATUSES.
001620     02  WS-RECEIPTS-STATUS      PIC XX.
001630     02  WS-LEDGER-STATUS        PIC XX.
001635     02  WS-CUST-FILE-STATUS     PIC XX.
001640     02  WS-RUNCTL-STATUS        PIC XX.
001650
001840 1000-INITIALIZE.
001850     PERFORM 1005-READ-RUN-CONTROL THRU
001860         1005-READ-RUN-CONTROL-EXIT.
001870     OPEN OUTPUT RECEIPT-REPORT.
001880     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
001890     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
001930     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
001940     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
001950     WRITE PRINT-LINE FROM RUN-DATE-LINE.
001960     PERFORM 1050-OPEN-LEDGER THRU 1050-OPEN-LEDGER-EXIT.
001962     OPEN I-O CUSTOMER-MASTER-FILE.
001963     IF WS-CUST-FILE-STATUS NOT = "00"
001964         DISPLAY "ARRECEIPT: CUSTOMER MASTER OPEN FAILED "
002260 1005-READ-RUN-CONTROL-EXIT.
002270     EXIT.

002290*    A MISSING LEDGER IS CREATED EMPTY - EVERY RECEIPT THEN GOES
002300*    ON AS UNAPPLIED.
002310 1050-OPEN-LEDGER.
002320     OPEN I-O AR-LEDGER-FILE.
002330     IF WS-LEDGER-STATUS = "35"
002340         OPEN OUTPUT AR-LEDGER-FILE
002350         CLOSE AR-LEDGER-FILE
002360         OPEN I-O AR-LEDGER-FILE
002370     END-IF.
002380     IF WS-LEDGER-STATUS NOT = "00"
002390         DISPLAY "ARRECEIPT: AR LEDGER OPEN FAILED "
002400             "STATUS " WS-LEDGER-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440 1050-OPEN-LEDGER-EXIT.
002450     EXIT.
002770
002780*    THE LEDGER IS KEYED CUSTOMER / INVOICE NUMBER / RECEIPT
002790*    SEQUENCE, SO READING FORWARD FROM THE CUSTOMER'S FIRST KEY
002792*    BRINGS THE RECEIPT ROWS (INVOICE NUMBER ZERO) AND THEN THE
002794*    INVOICES IN NUMBER ORDER - THE OLDEST OPEN INVOICE SETTLES
002796*    FIRST.
002800 2000-PROCESS-RECEIPT.
002810     MOVE SPACES TO PRINT-LINE.
002820     WRITE PRINT-LINE.
002850     WRITE PRINT-LINE FROM RECEIPT-HEADING-LINE.
002860     MOVE RE-AMOUNT TO WS-REMAINING.
002870     MOVE ZERO TO WS-APPLIED-COUNT.
002872     MOVE ZERO TO WS-LAST-RECEIPT-SEQ.
002874     PERFORM 2150-START-CUSTOMER THRU 2150-START-CUSTOMER-EXIT.
002880     PERFORM 2200-APPLY-TO-INVOICE THRU 2200-APPLY-TO-INVOICE-EXIT
002890         UNTIL END-OF-CUSTOMER-ROWS.
002920     IF WS-APPLIED-COUNT = ZERO
002930         WRITE PRINT-LINE FROM NO-OPEN-LINE
002940     END-IF.
003160 2100-READ-RECEIPT-EXIT.
003170     EXIT.
003180
003172 2150-START-CUSTOMER.
003174     MOVE "N" TO WS-LEDGER-EOF.
003176     MOVE RE-CUSTOMER-ID TO AL-CUSTOMER-ID.
003178     MOVE ZEROS TO AL-INVOICE-NO
003180                   AL-RECEIPT-SEQ.
003182     START AR-LEDGER-FILE KEY IS NOT < AL-LEDGER-KEY
003184         INVALID KEY
003186             SET END-OF-CUSTOMER-ROWS TO TRUE
003188     END-START.
003189 2150-START-CUSTOMER-EXIT.
003190     EXIT.

003191*    RECEIPT ROWS ONLY SUPPLY THE LAST SEQUENCE USED. ONCE THE
003192*    RECEIPT IS SPENT THERE IS NO NEED TO READ FURTHER INVOICES.
003193 2200-APPLY-TO-INVOICE.
003194     READ AR-LEDGER-FILE NEXT RECORD
003195         AT END
003196             SET END-OF-CUSTOMER-ROWS TO TRUE
003197             GO TO 2200-APPLY-TO-INVOICE-EXIT
003198     END-READ.
003199     IF AL-CUSTOMER-ID NOT = RE-CUSTOMER-ID
003200         SET END-OF-CUSTOMER-ROWS TO TRUE
003201         GO TO 2200-APPLY-TO-INVOICE-EXIT
003202     END-IF.
003203     IF AL-RECEIPT-REC
003204         MOVE AL-RECEIPT-SEQ TO WS-LAST-RECEIPT-SEQ
003205         GO TO 2200-APPLY-TO-INVOICE-EXIT
003206     END-IF.
003207     IF WS-REMAINING = ZERO
003208         SET END-OF-CUSTOMER-ROWS TO TRUE
003209         GO TO 2200-APPLY-TO-INVOICE-EXIT
003210     END-IF.
003220     IF AL-OPEN-AMOUNT <= ZERO
003230         GO TO 2200-APPLY-TO-INVOICE-EXIT
003240     END-IF.
003250     IF WS-REMAINING >= AL-OPEN-AMOUNT
003260         MOVE AL-OPEN-AMOUNT TO WS-APPLIED
003270     ELSE
003280         MOVE WS-REMAINING TO WS-APPLIED
003290     END-IF.
003300     SUBTRACT WS-APPLIED FROM AL-OPEN-AMOUNT.
003310     SUBTRACT WS-APPLIED FROM WS-REMAINING.
003312     REWRITE AR-LEDGER-REC
003314         INVALID KEY
003316             DISPLAY "ARRECEIPT: AR LEDGER REWRITE FAILED "
003317                 "STATUS " WS-LEDGER-STATUS
003318             MOVE 16 TO RETURN-CODE
003319             STOP RUN
003320     END-REWRITE.
003321     ADD 1 TO WS-APPLIED-COUNT.
003330     MOVE SPACES TO APPLIED-DETAIL-LINE.
003340     MOVE AL-INVOICE-NO  TO PRN-APP-INVOICE-NO.
003350     MOVE WS-APPLIED     TO PRN-APP-AMOUNT.
003360     MOVE AL-OPEN-AMOUNT TO PRN-APP-OPEN.
003370     WRITE PRINT-LINE FROM APPLIED-DETAIL-LINE.
003380 2200-APPLY-TO-INVOICE-EXIT.
003390     EXIT.
003400
003410*    EVERY RECEIPT LEAVES AN "R" ROW ON THE LEDGER - THE APPLIED
003420*    AMOUNT IN AL-AMOUNT AND ANY UNAPPLIED REMAINDER KEPT OPEN
003430*    SO IT IS VISIBLE UNTIL SOMEBODY DEALS WITH IT. IT TAKES THE
003432*    CUSTOMER'S NEXT RECEIPT SEQUENCE UNDER INVOICE NUMBER ZERO.
003440 2300-RECORD-RECEIPT.
003450     IF WS-LAST-RECEIPT-SEQ NOT < 99999
003460         DISPLAY "ARRECEIPT: RECEIPT SEQUENCE FULL AT 99999 FOR "
003462             "CUSTOMER " RE-CUSTOMER-ID " - RECEIPTS FROM THIS "
003464             "ONE ON ARE NOT POSTED"
003466         MOVE 16 TO RETURN-CODE
003468         STOP RUN
003470     END-IF.
003480     MOVE SPACES                   TO AR-LEDGER-REC.
003490     MOVE RE-CUSTOMER-ID           TO AL-CUSTOMER-ID.
003500     MOVE ZEROS                    TO AL-INVOICE-NO.
003505     ADD 1 WS-LAST-RECEIPT-SEQ GIVING AL-RECEIPT-SEQ.
003510     MOVE "R"                      TO AL-REC-TYPE.
003520     MOVE RE-RECEIPT-DATE          TO AL-ENTRY-DATE.
003530     MOVE WS-APPLIED               TO AL-AMOUNT.
003540     MOVE WS-REMAINING             TO AL-OPEN-AMOUNT.
003542     WRITE AR-LEDGER-REC
003544         INVALID KEY
003546             DISPLAY "ARRECEIPT: AR LEDGER WRITE FAILED "
003547                 "STATUS " WS-LEDGER-STATUS
003548             MOVE 16 TO RETURN-CODE
003549             STOP RUN
003551     END-WRITE.
003552 2300-RECORD-RECEIPT-EXIT.
003560     EXIT.
003562
003563*    THE OPEN BALANCE ON THE MASTER COMES DOWN BY WHAT THE
003610     MOVE WS-APPLIED-TOTAL   TO PRN-APPLIED-TOTAL.
003620     MOVE WS-UNAPPLIED-TOTAL TO PRN-UNAPPLIED-TOTAL.
003630     WRITE PRINT-LINE FROM RUN-TOTAL-LINE.
003660     CLOSE AR-LEDGER-FILE.
003670     PERFORM 8900-WRITE-AUDIT-RECORD THRU
003680         8900-WRITE-AUDIT-RECORD-EXIT.
003690     IF WS-RECEIPTS-STATUS = "00"
003730 8000-TERMINATE-EXIT.
003740     EXIT.
003750
003870 8900-WRITE-AUDIT-RECORD.
003880     MOVE "ARRECEIPT"           TO AR-PROGRAM-ID.
003890     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
