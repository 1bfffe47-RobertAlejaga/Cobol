000140*                ARLEDGER.DAT ACCOUNTS-RECEIVABLE LEDGER (SEE
000150*                ARLEDGER.CPY) FOR THE RECEIPTS RUN (ARRECEIPT)
000152*                AND THE AGED-DEBTORS REPORT (ARAGED). THE
000153*                LEDGER IS INDEXED AND UPDATED IN PLACE BY KEY:
000154*                INVOICE ROWS ALREADY ON FILE FOR THIS BUSINESS
000155*                DATE ARE DELETED AND THEIR AMOUNTS BACKED OUT
000156*                OF CM-BALANCE BEFORE ANY INVOICE IS RAISED, SO
000157*                A RESTARTED RUN REPLACES RATHER THAN DOUBLES.
000158*                INVOICE
000170*                NUMBERS COME FROM THE ARINVNO.DAT CONTROL FILE,
000180*                REWRITTEN WITH THE NEXT FREE NUMBER AT END OF
000190*                RUN. EACH POSTED INVOICE ALSO ADVANCES THE
000266*                   FOR THE DATE IS ANOTHER RUN'S UNPROMOTED
000267*                   LEDGER, NOT OUR CRASH DEBRIS - THE RUN NOW
000268*                   STOPS INSTEAD OF OVERWRITING IT.
000001*  2026-10-15 DO    ARLEDGER.DAT IS NOW INDEXED - THIS DATE'S
000002*                   INVOICE ROWS ARE DELETED AND BACKED OUT IN
000003*                   PLACE AND EACH INVOICE IS WRITTEN BY KEY, SO
000004*                   ARLEDGER.NEW AND ITS LEFTOVER CHECKS ARE GONE.
000005*                   A DUPLICATE INVOICE NUMBER ON THE LEDGER, OR
000006*                   MORE PROMOTIONS THAN THE TABLE HOLDS, NOW
000007*                   STOPS THE RUN INSTEAD OF PASSING SILENTLY.
000269******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ARINVOICE.
000390               ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000420               ORGANIZATION IS INDEXED
000425               ACCESS MODE IS DYNAMIC
000427               RECORD KEY IS AL-LEDGER-KEY
000430               FILE STATUS IS WS-LEDGER-STATUS.
000440
000450     SELECT INVOICE-NO-FILE ASSIGN TO "ARINVNO.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000930 FD  AR-LEDGER-FILE.
000940     COPY ARLEDGER.

000950
000960 FD  INVOICE-NO-FILE.
000970 01  INVOICE-NO-REC.
002070
002080 01  WS-FILE-STATUSES.
002090     02  WS-LEDGER-STATUS        PIC XX.
002092     02  WS-LEDGER-EOF           PIC X       VALUE "N".
002094         88  END-OF-LEDGER-DATA  VALUE "Y".

002099*    THE ROW BEING REVERSED OUT OF CM-BALANCE BY THE LEDGER
002100*    CLEAR-DOWN AT THE START OF THE RUN.
002101 01  WS-BACKOUT-FIELDS.
002102     02  WS-BACKOUT-CUST-ID      PIC X(5).
002103     02  WS-BACKOUT-AMOUNT       PIC S9(7)V99.
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     PERFORM 1090-OPEN-LEDGER THRU 1090-OPEN-LEDGER-EXIT.
002560     MOVE SPACES TO PRINT-LINE.
002570     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
002580     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003350 1060-READ-INVOICE-NO-EXIT.
003360     EXIT.

003361*    INVOICE ROWS ALREADY ON THE LEDGER FOR THIS BUSINESS DATE
003362*    ARE LEFTOVERS OF A RERUN OR OF A RUN THAT CRASHED BEFORE ITS
003363*    STEP-STATUS ROW - THEY ARE DELETED AND BACKED OUT OF
003364*    CM-BALANCE SO THE RESTART REPLACES THEM INSTEAD OF DOUBLING.
003365*    RECEIPT ROWS AND EARLIER INVOICES ARE LEFT ALONE - THE
003366*    RECEIPTS RUN OWNS THOSE. A MISSING LEDGER IS CREATED EMPTY.
003370 1090-OPEN-LEDGER.
003371     OPEN I-O AR-LEDGER-FILE.
003372     IF WS-LEDGER-STATUS = "35"
003373         OPEN OUTPUT AR-LEDGER-FILE
003374         CLOSE AR-LEDGER-FILE
003375         OPEN I-O AR-LEDGER-FILE
003376     END-IF.
003377     IF WS-LEDGER-STATUS NOT = "00"
003378         DISPLAY "ARINVOICE: AR LEDGER OPEN FAILED "
003379             "STATUS " WS-LEDGER-STATUS
003380         MOVE 16 TO RETURN-CODE
003381         STOP RUN
003382     END-IF.
003383     PERFORM 1095-CLEAR-LEDGER-ROW THRU
003384         1095-CLEAR-LEDGER-ROW-EXIT
003385         UNTIL END-OF-LEDGER-DATA.
003386 1090-OPEN-LEDGER-EXIT.
003387     EXIT.

003424 1095-CLEAR-LEDGER-ROW.
003425     READ AR-LEDGER-FILE NEXT RECORD
003426         AT END
003427             SET END-OF-AR-LEDGER TO TRUE
003428             SET END-OF-LEDGER-DATA TO TRUE
003429             GO TO 1095-CLEAR-LEDGER-ROW-EXIT
003430     END-READ.
003431     IF NOT AL-INVOICE-REC
003432         OR AL-ENTRY-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
003433         GO TO 1095-CLEAR-LEDGER-ROW-EXIT
003434     END-IF.
003435     MOVE AL-CUSTOMER-ID TO WS-BACKOUT-CUST-ID.
003436     MOVE AL-AMOUNT      TO WS-BACKOUT-AMOUNT.
003437     DELETE AR-LEDGER-FILE RECORD
003438         INVALID KEY
003439             DISPLAY "ARINVOICE: AR LEDGER DELETE FAILED "
003440                 "STATUS " WS-LEDGER-STATUS
003441             MOVE 16 TO RETURN-CODE
003442             STOP RUN
003443     END-DELETE.
003444     PERFORM 1097-BACK-OUT-BALANCE THRU
003445         1097-BACK-OUT-BALANCE-EXIT.
003446 1095-CLEAR-LEDGER-ROW-EXIT.
003447     EXIT.

003448 1097-BACK-OUT-BALANCE.
003374             SET END-OF-PROMO-DATA TO TRUE
003375     END-READ.
003376     IF END-OF-PROMO-DATA
003377         GO TO 1086-READ-PROMO-EXIT
003378     END-IF.
000001     IF PMO-COUNT NOT < 50
000002         DISPLAY "ARINVOICE: PROMOTION TABLE FULL AT 50 - RAISE "
000003             "THE TABLE SIZE BEFORE RERUNNING"
000004         MOVE 16 TO RETURN-CODE
000005         STOP RUN
000006     END-IF.
003380     ADD 1 TO PMO-COUNT.
003381     MOVE PM-OIL-NUM     TO PMO-OIL-NUM (PMO-COUNT).
003382     MOVE PM-CUSTOMER-ID TO PMO-CUSTOMER-ID (PMO-COUNT).
004550     EXIT.
004560
004570 3200-POST-LEDGER.
004580     MOVE SPACES                   TO AR-LEDGER-REC.
004590     MOVE "I"                      TO AL-REC-TYPE.
004600     MOVE WS-NEXT-INVOICE-NO       TO AL-INVOICE-NO.
004610     MOVE PREV-CUST-ID             TO AL-CUSTOMER-ID.
004615     MOVE ZEROS                    TO AL-RECEIPT-SEQ.
004620     MOVE WS-CURRENT-DATE-YYYYMMDD TO AL-ENTRY-DATE.
004630     MOVE WS-INVOICE-GROSS         TO AL-AMOUNT.
004640     MOVE WS-INVOICE-GROSS         TO AL-OPEN-AMOUNT.
004641*    THE NUMBER COMES OFF ARINVNO.DAT, SO A ROW ALREADY ON THE
004642*    LEDGER UNDER IT MEANS THE CONTROL FILE HAS GONE BACK - STOP
004643*    RATHER THAN LOSE THE INVOICE.
004650     WRITE AR-LEDGER-REC
000001         INVALID KEY
000002             DISPLAY "ARINVOICE: INVOICE " WS-NEXT-INVOICE-NO
000003                 " ALREADY ON THE AR LEDGER - CHECK ARINVNO.DAT"
000004             MOVE 16 TO RETURN-CODE
000005             STOP RUN
000006     END-WRITE.
004652*    THE OPEN BALANCE ON THE MASTER MOVES WITH THE LEDGER, SO
004654*    TOMORROW'S DEALEDIT CREDIT CHECK SEES TONIGHT'S BILLING.
004656     MOVE PREV-CUST-ID TO CM-CUSTOMER-ID.
004802         8950-WRITE-STEP-STATUS-EXIT.
004810     CLOSE SORTED-FILE
004820           INVOICE-REPORT
004830           AR-LEDGER-FILE
004840           CUSTOMER-MASTER-FILE.
004850 8000-TERMINATE-EXIT.
004860     EXIT.
