000090*                (ARRECEIPT) REDUCES THE OPEN AMOUNTS AND APPENDS
000100*                AN "R" ROW PER PAYMENT APPLIED. THE AGED-DEBTORS
000110*                REPORT (ARAGED) READS THE SAME LAYOUT BACK.
000112*                THE LEDGER IS AN INDEXED FILE KEYED ON CUSTOMER,
000114*                INVOICE NUMBER AND RECEIPT SEQUENCE: AN INVOICE
000116*                ROW HAS SEQUENCE ZERO, A RECEIPT ROW HAS INVOICE
000118*                NUMBER ZERO AND THE NEXT SEQUENCE FOR THE
000119*                CUSTOMER, SO A CUSTOMER'S RECEIPTS READ FIRST
000120*                AND THEN THE INVOICES, OLDEST NUMBER FIRST.
000121*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-09-03 DO    ORIGINAL LAYOUT.
000155*  2026-10-15 DO    KEYED LAYOUT - CUSTOMER, INVOICE NUMBER AND
000156*                   RECEIPT SEQUENCE LEAD THE RECORD AS
000157*                   AL-LEDGER-KEY (43 BYTES, WAS 38).
000160******************************************************************
000170 01  AR-LEDGER-REC.
000180     88 END-OF-AR-LEDGER         VALUE HIGH-VALUES.
000182     02  AL-LEDGER-KEY.
000184         03  AL-CUSTOMER-ID          PIC X(5).
000186         03  AL-INVOICE-NO           PIC 9(6).
000188         03  AL-RECEIPT-SEQ          PIC 9(5).
000190     02  AL-REC-TYPE                 PIC X.
000200         88 AL-INVOICE-REC          VALUE "I".
000210         88 AL-RECEIPT-REC          VALUE "R".
000240     02  AL-ENTRY-DATE               PIC 9(8).
000250     02  AL-AMOUNT                   PIC S9(7)V99.
000260     02  AL-OPEN-AMOUNT              PIC S9(7)V99.
