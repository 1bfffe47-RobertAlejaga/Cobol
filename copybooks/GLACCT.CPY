000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED GLACCT.DAT ACCOUNT MASTER LAYOUT. AN
000060*                INDEXED FILE KEYED ON ACCOUNT AND BRANCH - ONE
000070*                ROW PER ACCOUNT PER BRANCH THAT HAS EVER POSTED
000080*                TO IT (BRANCH 00 FOR POSTINGS WITH NO BRANCH AND
000090*                FOR BALANCES BROUGHT ON BEFORE BRANCHES WERE
000100*                KEPT). THE ACCOUNT'S LEDGER BALANCE IS THE SUM
000110*                OF ITS BRANCH ROWS; THE NAME IS THE SAME ON
000120*                EVERY ROW. GLPOST UPDATES THE ROWS IN PLACE AND
000130*                STAMPS EVERY ROW WITH THE BUSINESS DATE IT IS
000140*                POSTED THROUGH, SO A RERUN CANNOT TAKE THE SAME
000145*                NIGHT TWICE.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 DO    ORIGINAL LAYOUT.
000190******************************************************************
000200 01  GL-ACCOUNT-REC.
000210     88 END-OF-GL-ACCOUNT           VALUE HIGH-VALUES.
000220     02  GLA-ACCOUNT-KEY.
000230         03  GLA-ACCOUNT             PIC X(4).
000240         03  GLA-BRANCH              PIC 99.
000250     02  GLA-ACCOUNT-NAME            PIC X(16).
000260     02  GLA-BALANCE                 PIC S9(9)V99.
000270     02  GLA-POSTED-THRU             PIC 9(8).
