000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED FUELCARD.DAT FUEL CARD TRANSACTION LAYOUT
000060*                - ONE ROW PER FILL DRAWN ON A VAN'S FUEL CARD, AS
000070*                THE CARD COMPANY'S MONTHLY STATEMENT LISTS THEM:
000080*                THE VEHICLE, THE DATE OF THE FILL, LITRES DRAWN,
000090*                AMOUNT CHARGED (INCLUDING VAT) AND THE ODOMETER
000100*                READING THE DRIVER KEYED AT THE PUMP, IN MILES
000110*                LIKE MILEAGE.DAT. FUELECON MATCHES EACH FILL TO
000120*                THE VAN'S LOGGED TRIPS.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 DO    ORIGINAL LAYOUT.
000170******************************************************************
000180 01  FUEL-CARD-REC.
000190     88 END-OF-FUEL-CARD            VALUE HIGH-VALUES.
000200     02  FC-VEHICLE-ID               PIC X(5).
000210     02  FC-FILL-DATE                PIC 9(8).
000220     02  FC-LITRES                   PIC 9(4)V99.
000230     02  FC-AMOUNT                   PIC 9(5)V99.
000240     02  FC-ODOMETER                 PIC 9(6).
