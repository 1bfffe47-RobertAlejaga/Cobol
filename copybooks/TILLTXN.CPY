000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED TILLTXN.DAT TILL TRANSACTION LAYOUT - ONE
000060*                ROW PER CASH MOVEMENT TAKEN AT A TILL DURING THE
000070*                SHIFT (SALE, REFUND OR FLOAT TOP-UP) WITH ITS
000080*                AMOUNT, TENDER, TILL AND BRANCH. A SALE OR REFUND
000090*                ROW ALSO CARRIES THE ITEM RUNG UP - OIL NUMBER,
000100*                UNIT SIZE AND QUANTITY - AND THE AMOUNT IS THAT
000110*                LINE'S VALUE INCLUDING VAT; A BASKET OF SEVERAL
000120*                OILS IS KEYED AS ONE ROW PER OIL. TILLRECON
000130*                RECONCILES THE DRAWERS FROM THE AMOUNTS;
000140*                TILLSALES TAKES THE ITEMS OFF STOCK. ROWS KEYED
000150*                BEFORE THE ITEM FIELDS EXISTED READ WITH SPACES
000160*                THERE AND COUNT AS UN-ITEMISED.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 DO    ORIGINAL LAYOUT - THE OLD INLINE TILLRECON ROW
000210*                   PLUS THE OIL NUMBER, UNIT SIZE AND QUANTITY.
000220******************************************************************
000230 01  TILL-TXN-REC.
000240     88 END-OF-TILL-TXN             VALUE HIGH-VALUES.
000250     02  TT-TILL-ID                  PIC 99.
000260     02  TT-TXN-TYPE                 PIC X.
000270         88  TT-SALE                 VALUE "S".
000280         88  TT-REFUND               VALUE "R".
000290         88  TT-FLOAT-TOPUP          VALUE "F".
000300     02  TT-AMOUNT                   PIC 9(5)V99.
000310     02  TT-TENDER                   PIC X.
000320         88  TT-CASH                 VALUE "C" SPACE.
000330         88  TT-CARD                 VALUE "D".
000340         88  TT-VOUCHER              VALUE "V".
000350     02  TT-BRANCH                   PIC 99.
000360     02  TT-OIL-NUM                  PIC 99.
000370     02  TT-UNIT-SIZE                PIC 99.
000380     02  TT-QTY                      PIC 9(4).
