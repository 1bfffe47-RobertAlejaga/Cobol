000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* PURPOSE:       SHARED STANDORD.DAT STANDING-ORDER MASTER
000060*                LAYOUT - ONE ROW PER STANDING ORDER: THE
000070*                CUSTOMER, THE REP CREDITED, THE OIL, UNIT SIZE
000080*                AND QUANTITY SENT, HOW OFTEN (W WEEKLY, F
000090*                FORTNIGHTLY, M MONTHLY ON THE SAME DAY, 01-28),
000100*                THE NEXT DATE IT FALLS DUE AND THE LAST DATE IT
000110*                MAY RUN (ZERO - OPEN ENDED). A BLANK BRANCH IS
000120*                BRANCH 01, AS ON A KEYED DEAL. SET UP AND CHANGED
000130*                BY THE STANDMAINT DAY RUN; EACH NIGHT STANDORDGEN
000140*                TURNS EVERY ORDER DUE INTO ITS OWN DEALS.RAW
000150*                BATCH, STAMPS THE DATE AND BATCH NUMBER IT WENT
000160*                OUT ON AND MOVES THE DUE DATE ON. STATUS A IS
000170*                LIVE, C WAS CANCELLED BY THE OFFICE, E HAS RUN
000180*                PAST ITS END DATE - C AND E ROWS ARE KEPT FOR
000185*                REFERENCE.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 DO    ORIGINAL LAYOUT.
000230******************************************************************
000240 01  STANDING-ORDER-REC.
000250     88 END-OF-STANDING-ORDER       VALUE HIGH-VALUES.
000260     02  SO-ORDER-NO                 PIC X(6).
000270     02  SO-CUSTOMER-ID              PIC X(5).
000280     02  SO-REP-ID                   PIC X(5).
000290     02  SO-OIL-NUM                  PIC 99.
000300     02  SO-UNIT-SIZE                PIC 99.
000310     02  SO-QUANTITY                 PIC 9(4).
000320     02  SO-FREQUENCY                PIC X.
000330         88 SO-WEEKLY               VALUE "W".
000340         88 SO-FORTNIGHTLY          VALUE "F".
000350         88 SO-MONTHLY              VALUE "M".
000360         88 SO-FREQUENCY-VALID      VALUE "W" "F" "M".
000370     02  SO-NEXT-DUE                 PIC 9(8).
000380     02  SO-END-DATE                 PIC 9(8).
000390     02  SO-BRANCH                   PIC XX.
000400     02  SO-STATUS                   PIC X.
000410         88 SO-LIVE                 VALUE "A".
000420         88 SO-CANCELLED            VALUE "C".
000430         88 SO-ENDED                VALUE "E".
000440     02  SO-LAST-GEN-DATE            PIC 9(8).
000450     02  SO-LAST-BATCH-NO            PIC 9(4).
