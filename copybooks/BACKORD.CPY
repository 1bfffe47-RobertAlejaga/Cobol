000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED BACKORD.DAT BACKORDER LAYOUT - UNITS A
000060*                CUSTOMER ORDERED THAT THE BRANCH COULD NOT SHIP.
000070*                ONE ROW PER CUSTOMER, OIL, BRANCH, UNIT SIZE AND
000080*                DEAL DATE. DEALALLOC WRITES A ROW FOR THE SHORT
000090*                PART OF EACH DEAL IT CANNOT COVER FROM STOCK;
000100*                GOODSRCV ALLOCATES A DELIVERY TO THE OPEN ROWS
000110*                FOR ITS OIL AND BRANCH, OLDEST DEAL DATE FIRST,
000120*                MOVING THE UNITS FROM OWED TO RELEASED; THE NEXT
000130*                NIGHT'S DEALALLOC SHIPS THE RELEASED UNITS AS
000140*                DEALS AHEAD OF THE NIGHT'S OWN. A ROW WITH
000150*                NOTHING OWED OR RELEASED IS DROPPED. THE DEAL
000160*                DETAILS (NAME, REP, OIL TYPE, SIZE) ARE KEPT SO
000170*                A RELEASE BILLS AND PAYS COMMISSION EXACTLY AS
000180*                THE ORIGINAL DEAL WOULD HAVE.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 DO    ORIGINAL LAYOUT.
000230******************************************************************
000240 01  BACKORDER-REC.
000250     88 END-OF-BACKORDER            VALUE HIGH-VALUES.
000260     02  BO-CUSTOMER-ID              PIC X(5).
000270     02  BO-OIL-NUM                  PIC 99.
000280     02  BO-DEAL-DATE                PIC 9(8).
000290     02  BO-BRANCH                   PIC 99.
000300     02  BO-CUSTOMER-NAME            PIC X(20).
000310     02  BO-REP-ID                   PIC X(5).
000320     02  BO-OIL-TYPE                 PIC X.
000330     02  BO-UNIT-SIZE                PIC 99.
000340     02  BO-QTY-OWED                 PIC 9(4).
000350     02  BO-QTY-RELEASED             PIC 9(4).
000360     02  BO-RELEASE-DATE             PIC 9(8).
