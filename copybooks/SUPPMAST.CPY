000070*                QUOTED LEAD TIME IN DAYS AND THE STANDARD ORDER
000080*                QUANTITY. MAINTAINED BY THE OPERATOR LIKE
000090*                OILPRICE.DAT. THE PURCHASE-ORDER RUN (POCREATE)
000100*                PICKS THE FIRST ROW ON FILE FOR AN OIL. THE
000102*                SUPPLIER-INVOICE MATCHING RUN (APMATCH) TAKES
000104*                THE SUPPLIER'S PAYMENT TERMS IN DAYS FROM THE
000106*                FIRST ROW ON FILE FOR THE SUPPLIER.
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  2026-09-03 DO    ORIGINAL LAYOUT.
000142*  2026-10-15 DO    PAYMENT TERMS IN DAYS ADDED FOR THE ACCOUNTS-
000144*                   PAYABLE DUE DATE (BLANK OR ZERO MEANS THE
000146*                   STANDARD 30 DAYS).
000150******************************************************************
000160 01  SUPPLIER-MASTER-REC.
000170     88 END-OF-SUPPLIER-MASTER  VALUE HIGH-VALUES.
000200     02  SU-OIL-NUM                  PIC 99.
000210     02  SU-LEAD-DAYS                PIC 999.
000220     02  SU-ORDER-QTY                PIC 9(6).
000230     02  SU-PAY-TERMS                PIC 999.
