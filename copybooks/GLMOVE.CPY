000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED GLMOVE.DAT OPEN-PERIOD MOVEMENT LAYOUT -
000060*                THE DEBITS AND CREDITS GLPOST HAS POSTED TO EACH
000070*                ACCOUNT, BY BRANCH, IN EACH MONTH NOT YET
000080*                CLOSED. ONE ROW PER PERIOD, ACCOUNT AND BRANCH
000090*                (BRANCH 00 FOR POSTINGS WITH NO BRANCH). GLPOST
000100*                ADDS THE NIGHT'S ROWS UNDER THE MONTH THEY WERE
000110*                POSTED INTO; GLCLOSE FREEZES A MONTH'S ROWS ONTO
000120*                GLPERBAL.DAT AND DROPS THEM FROM THIS FILE.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 DO    ORIGINAL LAYOUT.
000170******************************************************************
000180 01  GL-MOVE-REC.
000190     88 END-OF-GL-MOVE              VALUE HIGH-VALUES.
000200     02  GM-PERIOD                   PIC 9(6).
000210     02  GM-ACCOUNT                  PIC X(4).
000220     02  GM-BRANCH                   PIC 99.
000230     02  GM-DEBITS                   PIC 9(9)V99.
000240     02  GM-CREDITS                  PIC 9(9)V99.
