000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED TIMESHEET.DAT LAYOUT - ONE ROW PER HOURLY
000060*                EMPLOYEE PER DAY WORKED IN THE PAY PERIOD, THE
000070*                HOURS SPLIT INTO BASIC, OVERTIME, SUNDAY AND
000080*                PUBLIC HOLIDAY. PAYROLLDED TOTALS THE ROWS BY
000090*                EMPLOYEE AND WEEK (MONDAY TO SUNDAY), PAYS THEM
000100*                AT THE EMPLOYEE'S HOURLY RATE AND THE OVERTIME,
000110*                SUNDAY AND HOLIDAY MULTIPLIERS FROM BATCHPARM,
000120*                AND LISTS ANY TIMESHEET PROBLEMS ON TSEXC.RPT.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 DO    ORIGINAL LAYOUT.
000170******************************************************************
000180 01  TIMESHEET-REC.
000190     88 END-OF-TIMESHEET         VALUE HIGH-VALUES.
000200     02  TS-EMP-ID                   PIC X(5).
000210     02  TS-WORK-DATE                PIC 9(8).
000220     02  TS-BASIC-HOURS              PIC 99V99.
000230     02  TS-OT-HOURS                 PIC 99V99.
000240     02  TS-SUNDAY-HOURS             PIC 99V99.
000250     02  TS-HOLIDAY-HOURS            PIC 99V99.
