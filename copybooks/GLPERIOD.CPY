000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED GLPERIOD.DAT GENERAL-LEDGER PERIOD TABLE -
000060*                ONE ROW PER ACCOUNTING MONTH (YYYYMM) WITH ITS
000070*                OPEN OR CLOSED STATUS. GLCLOSE WRITES THE ROWS:
000080*                CLOSING A MONTH MARKS IT CLOSED, STAMPS THE
000090*                BUSINESS DATE IT WAS CLOSED ON AND WHETHER IT
000100*                WAS THE FINANCIAL YEAR-END, AND OPENS THE NEXT
000110*                MONTH. A MONTH WITH NO ROW HAS NEVER BEEN
000120*                CLOSED AND IS OPEN. GLPOST READS THE TABLE AND
000130*                WILL NOT POST INTO A CLOSED MONTH.
000131*                A YEAR-END MONTH ALSO CARRIES WHETHER ITS
000132*                TRANSFERS INTO RETAINED EARNINGS HAVE GONE ONTO
000133*                GLACCT.DAT, SO THEY ARE NEVER POSTED TWICE.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 DO    ORIGINAL LAYOUT.
000171*  2026-10-15 DO    GP-YE-POSTED-FLAG ADDED. ROWS WRITTEN BEFORE
000172*                   IT READ AS SPACE - NOT POSTED.
000180******************************************************************
000190 01  GL-PERIOD-REC.
000200     88 END-OF-GL-PERIOD            VALUE HIGH-VALUES.
000210     02  GP-PERIOD                   PIC 9(6).
000220     02  GP-STATUS                   PIC X.
000230         88  GP-PERIOD-OPEN          VALUE "O".
000240         88  GP-PERIOD-CLOSED        VALUE "C".
000250     02  GP-YEAR-END-FLAG            PIC X.
000260         88  GP-YEAR-END             VALUE "Y".
000270     02  GP-CLOSED-DATE              PIC 9(8).
000280     02  GP-YE-POSTED-FLAG           PIC X.
000290         88  GP-YE-TRANSFERS-POSTED  VALUE "Y".
