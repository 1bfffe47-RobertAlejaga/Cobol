000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED FUELRATE.DAT LAYOUT - EACH VAN'S ACTUAL
000060*                FUEL COST PER LOGGED MILE FOR THE LAST MONTH
000070*                FUELECON REPORTED ON, WITH ITS MPG. FUELECON
000080*                REWRITES THE FILE EVERY RUN; DELIVCOST COSTS
000090*                EACH TRIP'S MILES AT THE VAN'S RATE.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 DO    ORIGINAL LAYOUT.
000140******************************************************************
000150 01  FUEL-RATE-REC.
000160     88 END-OF-FUEL-RATE            VALUE HIGH-VALUES.
000170     02  FR-VEHICLE-ID               PIC X(5).
000180     02  FR-PERIOD                   PIC 9(6).
000190     02  FR-COST-PER-MILE            PIC 9V9999.
000200     02  FR-MPG                      PIC 9(4)V9.
