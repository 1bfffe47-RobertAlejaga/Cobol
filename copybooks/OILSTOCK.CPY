000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED OILSTOCK.DAT STOCK MASTER LAYOUT - ONE
000060*                ROW PER BRANCH (1-9) AND OIL NUMBER (01-99)
000065*                CARRYING THE BRANCH'S UNITS ON HAND, THE REORDER
000070*                POINT, THE RUNNING WEIGHTED-AVERAGE UNIT COST AND
000080*                THE BOOK VALUE OF THE UNITS ON HAND AT THAT
000085*                COST. GOODSRCV SETS
000100*                THE AVERAGE FROM EACH DELIVERY'S PURCHASE COST;
000110*                STOCKREORD AND STOCKTAKE TAKE UNITS OFF AT IT.
000120*                THE BOOK VALUE IS KEPT IN ITS OWN RIGHT (NOT
000130*                RE-DERIVED AS ON-HAND X AVERAGE) SO IT MOVES BY
000140*                EXACTLY THE AMOUNTS GLEXTRACT POSTS TO THE STOCK
000150*                ACCOUNT AND THE VALUATION REPORT TIES TO THE
000160*                LEDGER TO THE PENNY. ROWS WRITTEN BEFORE THE
000170*                COST FIELDS EXISTED READ WITH SPACES THERE AND
000180*                ARE TAKEN AS UNCOSTED. ROWS WRITTEN BEFORE THE
000181*                BRANCH CODE EXISTED READ WITH SPACES THERE AND
000182*                BELONG TO BRANCH 01, THE ORIGINAL SHOP.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 DO    ORIGINAL LAYOUT - THE OLD INLINE OIL /
000230*                   ON-HAND / REORDER-POINT ROW PLUS THE COST
000240*                   FIELDS.
000241*  2026-10-15 DO    BRANCH CODE ADDED AT THE END - STOCK IS NOW
000242*                   HELD PER BRANCH AND OIL.
000250******************************************************************
000260 01  OIL-STOCK-REC.
000270     88 END-OF-OIL-STOCK            VALUE HIGH-VALUES.
000280     02  OS-OIL-NUM                  PIC 99.
000290     02  OS-ON-HAND                  PIC 9(6).
000300     02  OS-REORDER-POINT            PIC 9(6).
000310     02  OS-AVG-COST                 PIC 9(4)V9999.
000320     02  OS-STOCK-VALUE              PIC 9(8)V99.
000330     02  OS-BRANCH                   PIC 99.
