000261*                   ON FILE, ACTIVE, TYPE MATCHES AND THE KEYED
000262*                   UNIT SIZE IS ONE THE MASTER LISTS - INSTEAD
000263*                   OF THE HARDCODED 01-30 RANGE.
000001*  2026-10-15 DO    STANDING ORDERS NOW ARRIVE FROM STANDORDGEN
000002*                   AS ONE BATCH PER ORDER, SO THE NIGHT'S
000003*                   ACCEPTED-BATCH TABLE GOES FROM 50 TO 150 AND
000004*                   THE REGISTER HELD FOR THE DUPLICATE CHECK
000005*                   FROM THE NEWEST 200 BATCHES TO THE NEWEST 500.
000006*  2026-10-15 DO    A FULL ACCEPTED-BATCH TABLE NOW STOPS THE RUN
000007*                   BEFORE THE BATCH IS RELEASED INSTEAD OF
000008*                   LEAVING IT OFF THE DUPLICATE REGISTER.
000264******************************************************************
000265 IDENTIFICATION DIVISION.
000266 PROGRAM-ID. DEALEDIT.

001211*    BATCH NUMBERS ALREADY PROCESSED ON EARLIER NIGHTS.
001212 01  BATCH-REGISTER-TABLE.
001213     02  BGT-ENTRY OCCURS 500 TIMES.
001214         03  BGT-BATCH-NO        PIC 9(4).

001215 01  BGT-COUNT                   PIC 999     VALUE ZERO.
001219*    REGISTER WHEN THE NIGHT ENDS CLEAN, AND CHECKED SO THE
001220*    SAME NUMBER CANNOT ARRIVE TWICE IN ONE FILE EITHER.
001221 01  ACCEPTED-BATCH-TABLE.
001222     02  ACC-BATCH-NO PIC 9(4) OCCURS 150 TIMES.

001223 01  ACC-COUNT                   PIC 999     VALUE ZERO.
001224 01  ACC-SUB                     PIC 999.

001225 01  WS-BATCHREG-STATUS          PIC XX.
001226 01  WS-BATCHREG-SWITCHES.
002024     EXIT.

002025*    THE REGISTER IS CHRONOLOGICAL AND THE TABLE WRAPS, SO IT
002026*    IS ALWAYS THE NEWEST 500 BATCH NUMBERS THAT ARE HELD - A
002027*    RETRANSFER OF A RECENT BATCH CAN NEVER SLIP PAST BECAUSE
002028*    THE TABLE FILLED UP WITH ANCIENT ONES.
002029 1086-READ-BATCH-REGISTER.
002034             GO TO 1086-READ-BATCH-REGISTER-EXIT
002035     END-READ.
002036     ADD 1 TO BGT-NEXT-SLOT.
002037     IF BGT-NEXT-SLOT > 500
002038         MOVE 1 TO BGT-NEXT-SLOT
002039     END-IF.
002040     MOVE BG-BATCH-NO TO BGT-BATCH-NO (BGT-NEXT-SLOT).
002041     IF BGT-COUNT < 500
002042         ADD 1 TO BGT-COUNT
002043     END-IF.
002044 1086-READ-BATCH-REGISTER-EXIT.
002374         WRITE PRINT-LINE FROM BATCH-STATUS-LINE
002375         GO TO 2500-CLOSE-BATCH-WRAP
002376     END-IF.
000001*    A BATCH THAT CANNOT GO ON THE REGISTER MUST NOT BE RELEASED -
000002*    A RETRANSFER OF IT WOULD BE ACCEPTED A SECOND TIME.
000003     IF ACC-COUNT >= 150
000004         DISPLAY "DEALEDIT: ACCEPTED BATCH TABLE FULL AT 150 - "
000005             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000006         MOVE 16 TO RETURN-CODE
000007         STOP RUN
000008     END-IF.
000009     PERFORM 2600-FLUSH-BATCH THRU 2600-FLUSH-BATCH-EXIT
000010         VARYING REL-SUB FROM 1 BY 1 UNTIL REL-SUB > REL-COUNT.
000011     ADD 1 TO ACC-COUNT.
000012     MOVE WS-BATCH-NO TO ACC-BATCH-NO (ACC-COUNT).
002383     MOVE "BATCH BALANCES - DEALS RELEASED."
002384         TO BATCH-STATUS-LINE.
002385     WRITE PRINT-LINE FROM BATCH-STATUS-LINE.
