000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED OILLOT.DAT LOT LAYOUT - THE LOT DETAIL
000060*                BEHIND THE OILSTOCK.DAT STOCK MASTER (SEE
000070*                OILSTOCK.CPY). ONE ROW PER OIL, SUPPLIER LOT
000080*                NUMBER AND BEST-BEFORE DATE WITH THE UNITS OF
000090*                THAT LOT STILL ON THE SHELF. GOODSRCV ADDS A ROW
000100*                (OR TOPS ONE UP) FOR EACH DELIVERY; STOCKREORD
000110*                AND STOCKTAKE TAKE UNITS OFF THE OLDEST-EXPIRING
000120*                LOT FIRST; LOTEXPIRY WRITES EXPIRED LOTS OFF.
000130*                ROWS GO ROUND WITH THE MASTER - WHOEVER WRITES
000140*                OILSTOCK.NEW WRITES OILLOT.NEW BESIDE IT, AND
000150*                BOTH ARE PROMOTED TOGETHER. AN OIL'S LOTS NEVER
000160*                ADD UP TO MORE THAN ITS ON-HAND; ANY UNITS NOT
000170*                COVERED BY A LOT (STOCK HELD BEFORE LOTS WERE
000180*                RECORDED, RETURNS, COUNT SURPLUSES) ARE
000190*                UNTRACED, HAVE NO DATE AND GO FIRST. A LOT
000200*                SOLD OUT IS DROPPED FROM THE FILE. LOTS ARE
000201*                HELD PER BRANCH LIKE THE MASTER; SPACES OR ZERO
000202*                IN THE BRANCH CODE ARE BRANCH 01.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 DO    ORIGINAL LAYOUT.
000241*  2026-10-15 DO    BRANCH CODE ADDED AT THE END.
000250******************************************************************
000260 01  OIL-LOT-REC.
000270     88 END-OF-OIL-LOT              VALUE HIGH-VALUES.
000280     02  OL-OIL-NUM                  PIC 99.
000290     02  OL-LOT-NO                   PIC X(10).
000300     02  OL-BEST-BEFORE              PIC 9(8).
000310     02  OL-RECEIVED-DATE            PIC 9(8).
000320     02  OL-LOT-QTY                  PIC 9(6).
000330     02  OL-BRANCH                   PIC 99.
