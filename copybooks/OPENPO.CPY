000080*                THE GOODS-RECEIVED RUN (GOODSRCV) BOOKS
000090*                DELIVERIES AGAINST IT, ROLLING THE RECEIVED
000100*                QUANTITY FORWARD AND CLOSING THE ORDER ("C")
000110*                WHEN THE FULL QUANTITY HAS LANDED. AN ORDER IS
000111*                RAISED FOR ONE BRANCH AND DELIVERED THERE;
000112*                ORDERS FROM BEFORE THE BRANCH CODE EXISTED READ
000113*                WITH SPACES THERE AND BELONG TO BRANCH 01.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-09-03 DO    ORIGINAL LAYOUT.
000151*  2026-10-15 DO    DELIVERY BRANCH ADDED AT THE END.
000160******************************************************************
000170 01  OPEN-PO-REC.
000180     88 END-OF-OPEN-PO          VALUE HIGH-VALUES.
000260     02  PO-RECEIVED-QTY             PIC 9(6).
000270     02  PO-ORDER-DATE               PIC 9(8).
000280     02  PO-LEAD-DAYS                PIC 999.
000290     02  PO-BRANCH                   PIC 99.
