000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED XFERTRAN.DAT GOODS-IN-TRANSIT LAYOUT.
000060*                STOCKXFER WRITES ONE ROW FOR EACH PORTION OF A
000070*                BRANCH-TO-BRANCH TRANSFER IT SENDS - THE
000080*                UNTRACED UNITS, THEN EACH LOT TAKEN OFF THE
000090*                SENDING BRANCH - WITH THE UNITS AND THEIR BOOK
000100*                VALUE AT THE SENDER'S AVERAGE COST. THE UNITS
000110*                ARE ON NEITHER BRANCH'S SHELF UNTIL THE
000120*                RECEIVING BRANCH CONFIRMS THEM, WHEN THE ROWS
000130*                ARE BOOKED IN THERE AND DROPPED; A CANCELLED
000140*                TRANSFER GOES BACK ON THE SENDER'S SHELF. A
000150*                SPACE LOT NUMBER MARKS UNTRACED UNITS. STOCKVAL
000160*                ADDS THE ROWS STILL ON FILE TO THE STOCK TOTAL.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 DO    ORIGINAL LAYOUT.
000210******************************************************************
000220 01  XFER-TRANSIT-REC.
000230     88 END-OF-XFER-TRANSIT         VALUE HIGH-VALUES.
000240     02  XT-XFER-NO                  PIC 9(6).
000250     02  XT-FROM-BRANCH              PIC 99.
000260     02  XT-TO-BRANCH                PIC 99.
000270     02  XT-OIL-NUM                  PIC 99.
000280     02  XT-LOT-NO                   PIC X(10).
000290     02  XT-BEST-BEFORE              PIC 9(8).
000300     02  XT-RECEIVED-DATE            PIC 9(8).
000310     02  XT-QTY                      PIC 9(6).
000320     02  XT-VALUE                    PIC 9(8)V99.
000330     02  XT-SENT-DATE                PIC 9(8).
