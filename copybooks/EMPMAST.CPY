000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED EMPLOYEE.DAT MASTER LAYOUT - ONE ROW PER
000060*                EMPLOYEE: NAME, ANNUAL SALARY (SALARIED STAFF)
000070*                OR HOURLY RATE (HOURLY STAFF, PAID FROM
000080*                TIMESHEET.DAT), PAY FREQUENCY, THE REP ID ANY
000090*                COMMISSION IS PAID UNDER, AND THE START AND
000100*                LEAVE DATES PAYROLLDED PRO-RATES THE FIRST AND
000110*                FINAL PERIOD FROM. A ZERO LEAVE DATE MEANS
000120*                STILL EMPLOYED. THE ROW IS MAINTAINED BY
000130*                EMPMAINT AND STAYS ON FILE AFTER THE EMPLOYEE
000140*                LEAVES SO THE YEAR-END RUN STILL NAMES THEM.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 DO    ORIGINAL LAYOUT - TAKEN FROM PAYROLLDED'S OWN
000190*                   RECORD, ADDING THE START AND LEAVE DATES.
000200******************************************************************
000210 01  EMPLOYEE-REC.
000220     88 END-OF-EMPLOYEE-FILE  VALUE HIGH-VALUES.
000230     02  EMP-ID                  PIC X(5).
000240     02  EMP-NAME                PIC X(20).
000250     02  EMP-GROSSPAY            PIC 9(6)V99.
000260     02  EMP-PAY-FREQ            PIC X.
000270         88 EMP-WEEKLY          VALUE "W".
000280         88 EMP-FORTNIGHTLY     VALUE "F".
000290         88 EMP-MONTHLY         VALUE "M" SPACE.
000300     02  EMP-REP-ID              PIC X(5).
000310     02  EMP-PAY-TYPE            PIC X.
000320         88 EMP-HOURLY          VALUE "H".
000330         88 EMP-SALARIED        VALUE "S" SPACE.
000340     02  EMP-HOURLY-RATE         PIC 9(3)V99.
000350     02  EMP-START-DATE          PIC 9(8).
000360     02  EMP-LEAVE-DATE          PIC 9(8).
