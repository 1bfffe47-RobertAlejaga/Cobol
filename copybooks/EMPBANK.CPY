000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED EMPLOYEE BANK DETAILS LAYOUT - ONE ROW
000060*                PER EMP-ID ON EMPBANK.DAT: THE ACCOUNT NAME AND
000070*                EITHER A SORT CODE AND ACCOUNT NUMBER OR AN
000080*                IBAN. PAYROLLDED PAYS NET PAY BY CREDIT
000090*                TRANSFER TO THESE DETAILS AND KEEPS THE SAME
000100*                LAYOUT ON BANKLAST.DAT AS A SNAPSHOT OF THE
000110*                DETAILS IN FORCE AT EACH EMPLOYEE'S LAST PAY
000120*                RUN, SO A CHANGE IS HELD OFF THE BANK FILE FOR
000130*                ONE RUN WHILE THE PAYROLL CLERK CONFIRMS IT.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 DO    ORIGINAL LAYOUT.
000180******************************************************************
000190 01  EMP-BANK-REC.
000200     88 END-OF-EMP-BANK          VALUE HIGH-VALUES.
000210     02  EB-EMP-ID                   PIC X(5).
000220     02  EB-DETAILS.
000230         03  EB-ACCOUNT-NAME         PIC X(18).
000240         03  EB-SORT-CODE            PIC X(6).
000250         03  EB-ACCOUNT-NO           PIC X(8).
000260         03  EB-IBAN                 PIC X(34).
