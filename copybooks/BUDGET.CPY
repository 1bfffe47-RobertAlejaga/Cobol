000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED BUDGET.DAT LAYOUT - THE OWNERS' BUDGET
000060*                FOR ONE PROFIT-AND-LOSS ACCOUNT (4XXX-6XXX), ONE
000070*                BRANCH (00 FOR COSTS NOT HELD BY A SHOP) AND ONE
000080*                MONTH (YYYYMM). AMOUNTS ARE KEYED THE WAY THEY
000090*                ARE THOUGHT OF - INCOME AND COSTS BOTH POSITIVE.
000100*                MGMTACCT SETS THE MONTH AND YEAR-TO-DATE ACTUALS
000110*                AGAINST THEM. A MONTH WITH NO ROW IS BUDGETED
000120*                AT ZERO.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 DO    ORIGINAL LAYOUT.
000170******************************************************************
000180 01  BUDGET-REC.
000190     88 END-OF-BUDGET               VALUE HIGH-VALUES.
000200     02  BG-ACCOUNT                  PIC X(4).
000210     02  BG-BRANCH                   PIC 99.
000220     02  BG-PERIOD                   PIC 9(6).
000230     02  BG-AMOUNT                   PIC S9(9)V99.
