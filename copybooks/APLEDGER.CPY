000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED ACCOUNTS-PAYABLE LEDGER RECORD LAYOUT,
000060*                KEYED ON THE SUPPLIER ID (SU-SUPPLIER-ID ON THE
000070*                SUPPLIER MASTER). THE SUPPLIER-INVOICE MATCHING
000080*                RUN (APMATCH) APPENDS ONE "I" ROW PER INVOICE
000090*                LINE THAT PASSES THE THREE-WAY MATCH - PO, OIL,
000100*                QUANTITY, NET AND VAT, THE DATE IT FALLS DUE
000110*                AND THE AMOUNT STILL OPEN. THE WEEKLY PAYMENT
000120*                RUN (APPAY) CLEARS THE OPEN AMOUNT ON EVERY ROW
000130*                IT PAYS, ADDS A "P" ROW FOR THE PAYMENT AND
000140*                REWRITES THE LEDGER IN SUPPLIER / INVOICE ORDER.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 DO    ORIGINAL LAYOUT.
000190******************************************************************
000200 01  AP-LEDGER-REC.
000210     88 END-OF-AP-LEDGER         VALUE HIGH-VALUES.
000220     02  AP-SUPPLIER-ID              PIC X(5).
000230     02  AP-REC-TYPE                 PIC X.
000240         88 AP-INVOICE-REC          VALUE "I".
000250         88 AP-PAYMENT-REC          VALUE "P".
000260     02  AP-INVOICE-NO               PIC X(10).
000270     02  AP-PO-NO                    PIC 9(6).
000280     02  AP-OIL-NUM                  PIC 99.
000290     02  AP-QTY                      PIC 9(6).
000300     02  AP-ENTRY-DATE               PIC 9(8).
000310     02  AP-DUE-DATE                 PIC 9(8).
000320     02  AP-NET-AMOUNT               PIC S9(7)V99.
000330     02  AP-VAT-AMOUNT               PIC S9(7)V99.
000340     02  AP-OPEN-AMOUNT              PIC S9(7)V99.
