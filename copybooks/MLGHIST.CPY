000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED MLGHIST.DAT MILEAGE HISTORY LAYOUT - EVERY
000060*                TRIP MILEAGELOG HAS ACCEPTED, IN THE MILEAGE.DAT
000070*                LOG IMAGE. MILEAGELOG CARRIES THE FILE FORWARD
000080*                EACH NIGHT THROUGH MLGHIST.NEW WITH THE NIGHT'S
000090*                TRIPS ADDED, KEEPING THE CURRENT AND PREVIOUS
000100*                CALENDAR MONTHS; FUELECON READS THE MONTH'S
000110*                TRIPS FROM IT.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-10-15 DO    ORIGINAL LAYOUT.
000160******************************************************************
000170 01  MILEAGE-HIST-REC.
000180     88 END-OF-MILEAGE-HIST         VALUE HIGH-VALUES.
000190     02  MH-VEHICLE-ID               PIC X(5).
000200     02  MH-DRIVER-ID                PIC X(5).
000210     02  MH-LOG-DATE                 PIC 9(8).
000220     02  MH-START-ODOMETER           PIC 9(6).
000230     02  MH-END-ODOMETER             PIC 9(6).
000240     02  MH-BRANCH                   PIC 99.
