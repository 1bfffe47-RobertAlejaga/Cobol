000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED GLPERBAL.DAT FROZEN PERIOD BALANCES - ONE
000060*                ROW PER CLOSED MONTH, ACCOUNT AND BRANCH, WRITTEN
000070*                BY GLCLOSE WHEN THE MONTH IS CLOSED AND NEVER
000080*                CHANGED AFTERWARDS. OPENING PLUS DEBITS LESS
000090*                CREDITS GIVES THE CLOSING BALANCE (DEBIT
000100*                POSITIVE); THE CARRIED-FORWARD BALANCE OPENS THE
000110*                NEXT MONTH. THEY DIFFER ONLY AT THE FINANCIAL
000120*                YEAR-END, WHEN INCOME AND EXPENSE ACCOUNTS CARRY
000130*                NOTHING FORWARD AND THEIR CLOSING BALANCES ARE
000140*                TRANSFERRED TO RETAINED EARNINGS.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 DO    ORIGINAL LAYOUT.
000190******************************************************************
000200 01  GL-PERIOD-BAL-REC.
000210     88 END-OF-GL-PERIOD-BAL        VALUE HIGH-VALUES.
000220     02  GB-PERIOD                   PIC 9(6).
000230     02  GB-ACCOUNT                  PIC X(4).
000240     02  GB-BRANCH                   PIC 99.
000250     02  GB-OPENING                  PIC S9(9)V99.
000260     02  GB-DEBITS                   PIC 9(9)V99.
000270     02  GB-CREDITS                  PIC 9(9)V99.
000280     02  GB-CLOSING                  PIC S9(9)V99.
000290     02  GB-CARRIED-FWD              PIC S9(9)V99.
