000230* MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-09-03 DO    ORIGINAL VERSION.
000251*  2026-10-15 DO    STOCK MASTER ROW NOW TAKEN FROM THE SHARED
000252*                   OILSTOCK.CPY LAYOUT, WHICH CARRIES THE
000253*                   AVERAGE COST AND BOOK VALUE AS WELL.
000254*  2026-10-15 DO    ORDER AND OIL TABLE SUBSCRIPTS WIDENED TO 999
000255*                   - AT PIC 99 THEY WRAPPED TO ZERO AND THE
000256*                   99-ENTRY TABLE LOOPS NEVER ENDED.
000001*  2026-10-15 DO    STOCK IS NOW HELD PER BRANCH. EACH BRANCH'S
000002*                   ROW AT OR BELOW ITS REORDER POINT RAISES ITS
000003*                   OWN ORDER, CARRYING THE BRANCH FOR DELIVERY
000004*                   (OPENPO.CPY); AN OPEN ORDER ONLY HOLDS BACK
000005*                   A NEW ONE FOR THE SAME BRANCH AND OIL.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. POCREATE.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  STOCK-MASTER-IN.
000650     COPY OILSTOCK REPLACING
000651         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000652         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000653         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000654         ==OS-ON-HAND== BY ==STI-ON-HAND==
000655         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000656         ==OS-AVG-COST== BY ==STI-AVG-COST==
000657         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
000658         ==OS-BRANCH== BY ==STI-BRANCH==.
000700
000710 FD  SUPPLIER-MASTER-FILE.
000720     COPY SUPPMAST.
001110 01  PO-DETAIL-LINE.
001120     02  FILLER                  PIC X(4) VALUE "PO: ".
001130     02  PRN-PO-NO               PIC 9(6).
001131     02  FILLER                  PIC X(5) VALUE "  BR:".
001132     02  PRN-BRANCH              PIC 99.
001140     02  FILLER                  PIC X(7) VALUE "  SUPP:".
001150     02  PRN-SUPPLIER-ID         PIC X(5).
001160     02  FILLER                  PIC X VALUE SPACE.
001270     02  PRN-OIL-DESC            PIC X(20).
001280
001290 01  NO-ORDER-LINE.
001300     02  FILLER                  PIC X(7) VALUE "BRANCH ".
001301     02  PRN-NO-BRANCH           PIC 99.
001302     02  FILLER                  PIC X(5) VALUE " OIL ".
001303     02  PRN-NO-OIL-NUM          PIC 99.
001310     02  FILLER                  PIC X(40)
001320             VALUE "  AT REORDER POINT - NO SUPPLIER ON FILE".
001330
001540     02  SPT-FOUND-SWITCH        PIC X       VALUE "N".
001550         88  SPT-ENTRY-FOUND     VALUE "Y".
001560
001570*    OILS WITH AN ORDER ALREADY OPEN FOR A BRANCH - A SECOND
001580*    ORDER IS NOT RAISED UNTIL THE FIRST ONE CLOSES.
001590 01  OPEN-OIL-TABLE.
001600     02  OPEN-BRANCH OCCURS 9 TIMES.
001601         03  OPEN-OIL-SWITCH PIC X OCCURS 99 TIMES.
001610             88  OIL-HAS-OPEN-PO VALUE "Y".
001620
001630 01  OO-SUB                      PIC 999.
001631 01  OO-BR-SUB                   PIC 99.
001632 01  WS-ORDER-BRANCH             PIC 99.
001640
001650 01  OIL-MASTER-TABLE.
001660     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
001680             88  OMT-ON-FILE     VALUE "Y".
001690         03  OMT-DESCRIPTION     PIC X(20).
001700
001710 01  OMT-SUB                     PIC 999.
001720
001730 01  WS-COUNTS.
001740     02  WS-ORDER-COUNT          PIC 9(4)    VALUE ZERO.
002960
002970 1060-SCAN-OPEN-POS.
002980     PERFORM 1062-INIT-OPEN-OIL THRU 1062-INIT-OPEN-OIL-EXIT
002990         VARYING OO-BR-SUB FROM 1 BY 1 UNTIL OO-BR-SUB > 9
002991         AFTER OO-SUB FROM 1 BY 1 UNTIL OO-SUB > 99.
003000     OPEN INPUT OPEN-PO-FILE.
003010     IF WS-OPENPO-STATUS NOT = "00"
003020         SET END-OF-OPENPO-DATA TO TRUE
003090     EXIT.
003100
003110 1062-INIT-OPEN-OIL.
003120     MOVE "N" TO OPEN-OIL-SWITCH (OO-BR-SUB, OO-SUB).
003130 1062-INIT-OPEN-OIL-EXIT.
003140     EXIT.
003150
003190             SET END-OF-OPEN-PO TO TRUE
003200             SET END-OF-OPENPO-DATA TO TRUE
003210     END-READ.
003220     IF END-OF-OPENPO-DATA
003230         GO TO 1065-READ-OPEN-PO-EXIT
003231     END-IF.
003232     ADD 1 TO WS-RECORDS-READ.
003233     IF NOT PO-OPEN
003250         OR PO-OIL-NUM = ZERO
000001         GO TO 1065-READ-OPEN-PO-EXIT
000002     END-IF.
000003*    ORDERS RAISED BEFORE THE BRANCH CODE WERE FOR BRANCH 01.
000004     IF PO-BRANCH NOT NUMERIC
000005         OR PO-BRANCH = ZERO
000006         MOVE 1 TO OO-BR-SUB
000007     ELSE
000008         IF PO-BRANCH > 9
000009             GO TO 1065-READ-OPEN-PO-EXIT
000010         END-IF
000011         MOVE PO-BRANCH TO OO-BR-SUB
000012     END-IF.
003260     MOVE "Y" TO OPEN-OIL-SWITCH (OO-BR-SUB, PO-OIL-NUM).
003290 1065-READ-OPEN-PO-EXIT.
003300     EXIT.
003310
003840         OR STI-OIL-NUM = ZERO
003850         GO TO 2000-PROCESS-STOCK-ROW-READ
003860     END-IF.
000001*    STOCK ROWS FROM BEFORE THE BRANCH CODE ARE BRANCH 01'S.
000002     IF STI-BRANCH NOT NUMERIC
000003         OR STI-BRANCH = ZERO
000004         MOVE 1 TO WS-ORDER-BRANCH
000005     ELSE
000006         MOVE STI-BRANCH TO WS-ORDER-BRANCH
000007     END-IF.
000008     IF WS-ORDER-BRANCH > 9
000009         GO TO 2000-PROCESS-STOCK-ROW-READ
000010     END-IF.
003870     IF OPEN-OIL-SWITCH (WS-ORDER-BRANCH, STI-OIL-NUM) = "Y"
003880         GO TO 2000-PROCESS-STOCK-ROW-READ
003890     END-IF.
003900     PERFORM 2200-FIND-SUPPLIER THRU 2200-FIND-SUPPLIER-EXIT.
003910     IF NOT SPT-ENTRY-FOUND
003920         MOVE WS-ORDER-BRANCH TO PRN-NO-BRANCH
003921         MOVE STI-OIL-NUM TO PRN-NO-OIL-NUM
003930         WRITE PRINT-LINE FROM NO-ORDER-LINE
003940         ADD 1 TO WS-SHORTFALL-COUNT
003950         GO TO 2000-PROCESS-STOCK-ROW-READ
004360     MOVE SPT-SUPPLIER-ID (SPT-MATCHED-SUB)
004370                                  TO PO-SUPPLIER-ID.
004380     MOVE STI-OIL-NUM             TO PO-OIL-NUM.
004381     MOVE WS-ORDER-BRANCH         TO PO-BRANCH.
004390     MOVE SPT-ORDER-QTY (SPT-MATCHED-SUB)
004400                                  TO PO-ORDER-QTY.
004410     MOVE ZEROS                   TO PO-RECEIVED-QTY.
004450     WRITE OPEN-PO-REC.
004460     MOVE SPACES TO PRINT-LINE.
004470     MOVE WS-NEXT-PO-NO           TO PRN-PO-NO.
004471     MOVE WS-ORDER-BRANCH         TO PRN-BRANCH.
004480     MOVE SPT-SUPPLIER-ID (SPT-MATCHED-SUB)
004490                                  TO PRN-SUPPLIER-ID.
004500     MOVE SPT-SUPPLIER-NAME (SPT-MATCHED-SUB)
