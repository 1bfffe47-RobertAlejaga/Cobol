000256*                   OR OPENPO.NEW IS STILL ON FILE FROM AN
000257*                   UNPROMOTED EARLIER RUN, INSTEAD OF
000258*                   OVERWRITING THAT RUN'S UPDATES.
000001*  2026-10-15 DO    DELIVERIES NOW CARRY THE PURCHASE UNIT COST.
000002*                   EACH RECEIPT GOES INTO STOCK AT COST, THE
000003*                   OIL'S WEIGHTED-AVERAGE COST AND BOOK VALUE
000004*                   ARE KEPT ON THE STOCK MASTER (NOW THE SHARED
000005*                   OILSTOCK.CPY LAYOUT), AND THE DAY'S RECEIPTS
000006*                   VALUE IS WRITTEN TO RCPTVAL.DAT FOR GLEXTRACT
000007*                   TO POST TO STOCK ON HAND.
000008*  2026-10-15 DO    STOCK TABLE SUBSCRIPT WIDENED TO 999 - AT
000009*                   PIC 99 IT WRAPPED TO ZERO AND THE 99-OIL
000010*                   TABLE LOOPS NEVER ENDED.
000011*  2026-10-15 DO    DELIVERIES NOW CARRY THE SUPPLIER LOT NUMBER
000012*                   AND BEST-BEFORE DATE. EACH BOOKED DELIVERY
000013*                   ADDS TO (OR TOPS UP) ITS LOT ON THE NEW
000014*                   OILLOT.DAT LOT FILE (SEE OILLOT.CPY), WRITTEN
000015*                   BACK THROUGH OILLOT.NEW BESIDE OILSTOCK.NEW;
000016*                   A ROW WITH NO USABLE LOT IS BOOKED AS
000017*                   UNTRACED STOCK AND SAYS SO ON THE REPORT.
000018*  2026-10-15 DO    STOCK AND LOTS ARE NOW HELD PER BRANCH. A
000019*                   DELIVERY GOES INTO THE STOCK OF THE BRANCH ITS
000020*                   ORDER WAS RAISED FOR (OPENPO.CPY NOW CARRIES
000021*                   THE BRANCH), SHOWN ON EACH REPORT LINE.
000022*  2026-10-15 DO    A BOOKED DELIVERY NOW GOES FIRST TO THE
000023*                   CUSTOMERS STILL OWED THAT OIL AT THAT BRANCH
000024*                   ON THE BACKORD.DAT BACKORDER FILE (SEE
000025*                   BACKORD.CPY), OLDEST DEAL FIRST. THE UNITS ARE
000026*                   MARKED RELEASED FOR THE NIGHT'S DEALALLOC TO
000027*                   SHIP AND LISTED UNDER THE DELIVERY; THE FILE
000028*                   GOES BACK THROUGH BACKORD.NEW WITH THE STOCK
000029*                   MASTER.
000030*  2026-10-15 DO    THE RECEIPTS VALUE IS NOW KEPT PER BRANCH AND
000031*                   RCPTVAL.DAT CARRIES ONE ROW PER RECEIVING
000032*                   BRANCH, SO GLEXTRACT PUTS EACH DELIVERY INTO
000033*                   THE STOCK OF THE SHOP THAT TOOK IT IN.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. GOODSRCV.
000480               ORGANIZATION IS LINE SEQUENTIAL
000481               FILE STATUS IS WS-STOCK-OUT-STATUS.
000490
000491     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000492               ORGANIZATION IS LINE SEQUENTIAL
000493               FILE STATUS IS WS-LOT-STATUS.
000494
000495     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000496               ORGANIZATION IS LINE SEQUENTIAL
000497               FILE STATUS IS WS-LOT-OUT-STATUS.
000498
000001     SELECT BACKORDER-IN ASSIGN TO "BACKORD.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-BACKORD-STATUS.
000004
000005     SELECT BACKORDER-OUT ASSIGN TO "BACKORD.NEW"
000006               ORGANIZATION IS LINE SEQUENTIAL
000007               FILE STATUS IS WS-BACKORD-OUT-STATUS.
000008
000500     SELECT RECEIVED-REPORT ASSIGN TO "GOODSRCV.RPT"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000521     SELECT RECEIPT-VALUE-FILE ASSIGN TO "RCPTVAL.DAT"
000522               ORGANIZATION IS LINE SEQUENTIAL
000523               FILE STATUS IS WS-RCPTVAL-STATUS.
000524
000530     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-RUNCTL-STATUS.
000660     02  GR-OIL-NUM              PIC 99.
000670     02  GR-QTY                  PIC 9(6).
000680     02  GR-DATE                 PIC 9(8).
000681     02  GR-UNIT-COST            PIC 9(4)V99.
000682     02  GR-LOT-NO               PIC X(10).
000683     02  GR-BEST-BEFORE          PIC 9(8).
000684     02  GR-BEST-BEFORE-R REDEFINES GR-BEST-BEFORE.
000685         03  GR-BB-YYYY          PIC 9(4).
000686         03  GR-BB-MM            PIC 99.
000687         03  GR-BB-DD            PIC 99.
000690
000700 FD  OPEN-PO-IN.
000710     COPY OPENPO.
000800     02  POO-RECEIVED-QTY        PIC 9(6).
000810     02  POO-ORDER-DATE          PIC 9(8).
000820     02  POO-LEAD-DAYS           PIC 999.
000821     02  POO-BRANCH              PIC 99.
000830
000840 FD  STOCK-MASTER-IN.
000850     COPY OILSTOCK REPLACING
000851         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000852         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000853         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000854         ==OS-ON-HAND== BY ==STI-ON-HAND==
000855         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000856         ==OS-AVG-COST== BY ==STI-AVG-COST==
000857         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
000858         ==OS-BRANCH== BY ==STI-BRANCH==.
000900
000910 FD  STOCK-MASTER-OUT.
000920     COPY OILSTOCK REPLACING
000921         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
000922         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
000923         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
000924         ==OS-ON-HAND== BY ==STO-ON-HAND==
000925         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
000926         ==OS-AVG-COST== BY ==STO-AVG-COST==
000927         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
000928         ==OS-BRANCH== BY ==STO-BRANCH==.
000960
000001 FD  LOT-MASTER-IN.
000002     COPY OILLOT REPLACING
000003         ==OIL-LOT-REC== BY ==LOT-IN-REC==
000004         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER==
000005         ==OL-OIL-NUM== BY ==LTI-OIL-NUM==
000006         ==OL-LOT-NO== BY ==LTI-LOT-NO==
000007         ==OL-BEST-BEFORE== BY ==LTI-BEST-BEFORE==
000008         ==OL-RECEIVED-DATE== BY ==LTI-RECEIVED-DATE==
000009         ==OL-LOT-QTY== BY ==LTI-LOT-QTY==
000001         ==OL-BRANCH== BY ==LTI-BRANCH==.
000010
000011 FD  LOT-MASTER-OUT.
000012     COPY OILLOT REPLACING
000013         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
000014         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
000015         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
000016         ==OL-LOT-NO== BY ==LTO-LOT-NO==
000017         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
000018         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
000019         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
000001         ==OL-BRANCH== BY ==LTO-BRANCH==.
000020
000021 FD  BACKORDER-IN.
000022     COPY BACKORD REPLACING
000023         ==BACKORDER-REC== BY ==BACKORDER-IN-REC==
000024         ==END-OF-BACKORDER== BY ==END-OF-BACKORDER-IN==
000025         ==BO-CUSTOMER-ID== BY ==BOI-CUSTOMER-ID==
000026         ==BO-OIL-NUM== BY ==BOI-OIL-NUM==
000027         ==BO-DEAL-DATE== BY ==BOI-DEAL-DATE==
000028         ==BO-BRANCH== BY ==BOI-BRANCH==
000029         ==BO-CUSTOMER-NAME== BY ==BOI-CUSTOMER-NAME==
000030         ==BO-REP-ID== BY ==BOI-REP-ID==
000031         ==BO-OIL-TYPE== BY ==BOI-OIL-TYPE==
000032         ==BO-UNIT-SIZE== BY ==BOI-UNIT-SIZE==
000033         ==BO-QTY-OWED== BY ==BOI-QTY-OWED==
000034         ==BO-QTY-RELEASED== BY ==BOI-QTY-RELEASED==
000035         ==BO-RELEASE-DATE== BY ==BOI-RELEASE-DATE==.
000036
000037 FD  BACKORDER-OUT.
000038     COPY BACKORD.
000039
000970 FD  RECEIVED-REPORT.
000980 01  PRINT-LINE                  PIC X(90).
000990
000991*    ONE ROW PER BUSINESS DATE FOR GLEXTRACT: THE DAY'S RECEIPTS
000992*    AT PURCHASE COST, AND THE VALUE PUT ON UNCOSTED UNITS
000993*    ALREADY ON THE SHELF WHEN AN OIL'S FIRST COST ARRIVED.
000994 FD  RECEIPT-VALUE-FILE.
000995 01  RECEIPT-VALUE-REC.
000996     02  RV-RUN-DATE             PIC 9(8).
000997     02  RV-RECEIPT-VALUE        PIC S9(7)V99.
000998     02  RV-TAKEON-VALUE         PIC S9(7)V99.
000001     02  RV-BRANCH               PIC 99.
000999
001000 FD  RUN-CONTROL-FILE.
001010     COPY RUNCTL.
001020
001200     02  FILLER                  PIC X VALUE "/".
001210     02  PRN-RUN-YYYY            PIC 9(4).
001220
001230 01  GRN-TOPIC-LINE              PIC X(90)
001240             VALUE "PO      BR OIL  ORDERED   DELIVERED   TO-DATE
001241-    "  UNIT COST       DISPOSITION".
001250
001260 01  GRN-DETAIL-LINE.
001270     02  PRN-PO-NO               PIC 9(6).
001280     02  FILLER                  PIC X(2) VALUE SPACES.
001281     02  PRN-BRANCH              PIC 99.
001282     02  FILLER                  PIC X VALUE SPACE.
001290     02  PRN-OIL-NUM             PIC 99.
001300     02  PRN-ORDERED             PIC BZZZ,ZZ9.
001310     02  PRN-DELIVERED           PIC BBBZZZ,ZZ9.
001320     02  PRN-TO-DATE             PIC BBZZZ,ZZ9.
001322     02  PRN-UNIT-COST           PIC BBBBZ,ZZ9.99.
001324     02  FILLER                  PIC X VALUE SPACE.
001326     02  PRN-COST-SOURCE         PIC X(4).
001330     02  FILLER                  PIC X(2) VALUE SPACES.
001340     02  PRN-DISPOSITION         PIC X(30).
001350
001380     02  PRN-BOOKED-COUNT        PIC BZZZ9.
001390     02  FILLER          PIC X(13) VALUE "   REJECTED: ".
001400     02  PRN-REJECTED-COUNT      PIC ZZZ9.
001401     02  FILLER          PIC X(11) VALUE "   NO LOT: ".
001402     02  PRN-UNTRACED-COUNT      PIC ZZZ9.
001410
000001 01  RECEIPT-VALUE-LINE.
000002     02  FILLER          PIC X(22) VALUE "RECEIPTS AT COST     :".
000003     02  PRN-RECEIPT-VALUE       PIC B$$,$$$,$$9.99-.
000004
000005 01  TAKEON-VALUE-LINE.
000006     02  FILLER          PIC X(22) VALUE "SHELF STOCK TAKEN ON :".
000007     02  PRN-TAKEON-VALUE        PIC B$$,$$$,$$9.99-.
000008
000009 01  COST-KEY-LINE.
000010     02  FILLER                  PIC X(35)
000011             VALUE "UNIT COST AVG = NONE KEYED, BOOKED ".
000012     02  FILLER                  PIC X(34)
000013             VALUE "AT THE AVERAGE; NONE = NO COST YET".
000014
000015 01  LOT-DETAIL-LINE.
000016     02  FILLER                  PIC X(8) VALUE SPACES.
000017     02  FILLER                  PIC X(4) VALUE "LOT ".
000018     02  PRN-LOT-NO              PIC X(10).
000019     02  FILLER                  PIC X(14) VALUE "  BEST BEFORE ".
000020     02  PRN-BB-MM               PIC 99.
000021     02  FILLER                  PIC X VALUE "/".
000022     02  PRN-BB-DD               PIC 99.
000023     02  FILLER                  PIC X VALUE "/".
000024     02  PRN-BB-YYYY             PIC 9(4).
000025     02  FILLER                  PIC X(2) VALUE SPACES.
000026     02  PRN-LOT-NOTE            PIC X(30).
000027
000028 01  NO-LOT-LINE.
000029     02  FILLER                  PIC X(8) VALUE SPACES.
000030     02  FILLER                  PIC X(27)
000031             VALUE "BOOKED AS UNTRACED STOCK - ".
000032     02  PRN-NO-LOT-REASON       PIC X(40).
000033
000034 01  RELEASE-DETAIL-LINE.
000035     02  FILLER                  PIC X(8) VALUE SPACES.
000036     02  FILLER                  PIC X(9) VALUE "RELEASED ".
000037     02  PRN-REL-QTY             PIC ZZZ,ZZ9.
000038     02  FILLER          PIC X(13) VALUE " TO CUSTOMER ".
000039     02  PRN-REL-CUSTOMER-ID     PIC X(5).
000040     02  FILLER          PIC X(15) VALUE " (BACKORDER OF ".
000041     02  PRN-REL-MM              PIC 99.
000042     02  FILLER                  PIC X VALUE "/".
000043     02  PRN-REL-DD              PIC 99.
000044     02  FILLER                  PIC X VALUE "/".
000045     02  PRN-REL-YYYY            PIC 9(4).
000046     02  FILLER                  PIC X VALUE ")".
000047
000048 01  RELEASED-COUNT-LINE.
000049     02  FILLER          PIC X(22) VALUE "UNITS TO BACKORDERS  :".
000050     02  PRN-RELEASED-UNITS      PIC BZZZ,ZZ9.
000051     02  FILLER          PIC X(12) VALUE "   RELEASES:".
000052     02  PRN-RELEASE-COUNT       PIC BZZZ9.
000053
001420 01  NO-GRN-LINE                 PIC X(36)
001430             VALUE "NO DELIVERIES KEYED THIS RUN.".
001440
001550         03  POT-RECEIVED-QTY    PIC 9(6).
001560         03  POT-ORDER-DATE      PIC 9(8).
001570         03  POT-LEAD-DAYS       PIC 999.
001571         03  POT-BRANCH          PIC 99.
001580
001590 01  POT-COUNT                   PIC 999     VALUE ZERO.
001600 01  POT-SUB                     PIC 999.
001660     02  WS-PO-OVFL-SWITCH       PIC X       VALUE "N".
001670         88  PO-OVERFLOW-SEEN    VALUE "Y".
001680
001690*    ON-HAND PER BRANCH AND OIL, LOADED FROM OILSTOCK.DAT THE
001700*    WAY STOCKREORD LOADS IT AND WRITTEN BACK THROUGH
001705*    OILSTOCK.NEW.
001710 01  OIL-STOCK-TABLE.
001720     02  BRANCH-STOCK OCCURS 9 TIMES.
001721         03  STOCK-ENTRY OCCURS 99 TIMES.
001730             04  ST-ON-FILE-SWITCH   PIC X.
001740                 88  ST-ON-FILE      VALUE "Y".
001750             04  ST-ON-HAND          PIC 9(6).
001760             04  ST-REORDER-POINT    PIC 9(6).
001762             04  ST-AVG-COST         PIC 9(4)V9999.
001764             04  ST-STOCK-VALUE      PIC 9(8)V99.
001770
001780 01  ST-SUB                      PIC 999.
001781 01  ST-BR-SUB                   PIC 99.
001790
000001*    THE LOT FILE IS HELD HERE WHILE DELIVERIES BOOK, AND
000002*    WRITTEN BACK THROUGH OILLOT.NEW WITH THE STOCK MASTER.
000003 01  LOT-TABLE.
000004     02  LOT-ENTRY OCCURS 1000 TIMES.
000005         03  LT-OIL-NUM          PIC 99.
000006         03  LT-LOT-NO           PIC X(10).
000007         03  LT-BEST-BEFORE      PIC 9(8).
000008         03  LT-RECEIVED-DATE    PIC 9(8).
000009         03  LT-LOT-QTY          PIC 9(6).
000001         03  LT-BRANCH           PIC 99.
000010
000011 01  LT-COUNT                    PIC 9(4)    VALUE ZERO.
000012 01  LT-SUB                      PIC 9(4).
000013 01  LT-MATCHED-SUB              PIC 9(4).
000014
000015 01  WS-LOT-SWITCHES.
000016     02  LT-FOUND-SWITCH         PIC X       VALUE "N".
000017         88  LT-ENTRY-FOUND      VALUE "Y".
000001     02  WS-BOOKED-SWITCH        PIC X       VALUE "N".
000002         88  DELIVERY-BOOKED     VALUE "Y".
000018     02  WS-LOT-LINE-SWITCH      PIC X       VALUE "N".
000019         88  LOT-LINE-NONE       VALUE "N".
000020         88  LOT-LINE-TRACED     VALUE "L".
000021         88  LOT-LINE-UNTRACED   VALUE "U".
000022
000023*    THE BACKORDER FILE IS HELD HERE WHILE DELIVERIES BOOK, AND
000024*    WRITTEN BACK THROUGH BACKORD.NEW WITH THE STOCK MASTER.
000025 01  BACKORDER-TABLE.
000026     02  BACKORDER-ENTRY OCCURS 2000 TIMES.
000027         03  BOT-CUSTOMER-ID     PIC X(5).
000028         03  BOT-OIL-NUM         PIC 99.
000029         03  BOT-DEAL-DATE       PIC 9(8).
000030         03  BOT-BRANCH          PIC 99.
000031         03  BOT-CUSTOMER-NAME   PIC X(20).
000032         03  BOT-REP-ID          PIC X(5).
000033         03  BOT-OIL-TYPE        PIC X.
000034         03  BOT-UNIT-SIZE       PIC 99.
000035         03  BOT-QTY-OWED        PIC 9(4).
000036         03  BOT-QTY-RELEASED    PIC 9(4).
000037         03  BOT-RELEASE-DATE    PIC 9(8).
000038
000039 01  BOT-COUNT                   PIC 9(4)    VALUE ZERO.
000040 01  BOT-SUB                     PIC 9(4).
000041 01  BOT-MATCHED-SUB             PIC 9(4).
000042
000043 01  WS-BACKORDER-FIELDS.
000044     02  BOT-FOUND-SWITCH        PIC X       VALUE "N".
000045         88  BOT-ENTRY-FOUND     VALUE "Y".
000046     02  WS-UNITS-LEFT           PIC 9(6).
000047     02  WS-RELEASE-QTY          PIC 9(4).
000048     02  WS-OLDEST-DEAL-DATE     PIC 9(8).
000049     02  WS-RELEASE-COUNT        PIC 9(4)    VALUE ZERO.
000050     02  WS-RELEASED-UNITS       PIC 9(6)    VALUE ZERO.
000051     02  WS-REL-DATE-WORK        PIC 9(8).
000052     02  WS-REL-DATE-WORK-R REDEFINES WS-REL-DATE-WORK.
000053         03  WS-REL-YYYY         PIC 9(4).
000054         03  WS-REL-MM           PIC 99.
000055         03  WS-REL-DD           PIC 99.
000056
001800 01  WS-COUNTS.
001810     02  WS-BOOKED-COUNT         PIC 9(4)    VALUE ZERO.
001820     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
001821     02  WS-UNTRACED-COUNT       PIC 9(4)    VALUE ZERO.
001830
000001 01  WS-COST-FIELDS.
000002     02  WS-UNIT-COST            PIC 9(4)V9999.
000003     02  WS-RECEIPT-VALUE        PIC 9(8)V99.
000004     02  WS-TAKEON-VALUE         PIC 9(8)V99.
000005     02  WS-RECEIPT-TOTAL        PIC S9(7)V99 VALUE ZEROS.
000006     02  WS-TAKEON-TOTAL         PIC S9(7)V99 VALUE ZEROS.
000007     02  WS-COST-SOURCE-SWITCH   PIC X.
000008         88  COST-KEYED          VALUE "K".
000009         88  COST-AT-AVERAGE     VALUE "A".
000010         88  COST-MISSING        VALUE "N".
000011
000012 01  BRANCH-RECEIPT-TABLE.
000013     02  BRANCH-RECEIPT-ENTRY OCCURS 9 TIMES.
000014         03  BR-RECEIPT-TOTAL    PIC S9(7)V99.
000015         03  BR-TAKEON-TOTAL     PIC S9(7)V99.
000016
001840 01  WS-SWITCHES.
001850     02  WS-GRN-EOF              PIC X       VALUE "N".
001860         88  END-OF-GRN-DATA     VALUE "Y".
001880         88  END-OF-OPENPO-DATA  VALUE "Y".
001890     02  WS-STOCK-EOF            PIC X       VALUE "N".
001900         88  END-OF-STOCK-DATA   VALUE "Y".
001901     02  WS-LOT-EOF              PIC X       VALUE "N".
001902         88  END-OF-LOT-DATA     VALUE "Y".
001903     02  WS-BACKORD-EOF          PIC X       VALUE "N".
001904         88  END-OF-BACKORD-DATA VALUE "Y".
001905     02  WS-RCPTVAL-EOF          PIC X       VALUE "N".
001906         88  END-OF-RCPTVAL-DATA VALUE "Y".
001910
001920 01  WS-FILE-STATUSES.
001930     02  WS-GRN-STATUS           PIC XX.
001942     02  WS-OPENPO-OUT-STATUS    PIC XX.
001950     02  WS-STOCK-STATUS         PIC XX.
001952     02  WS-STOCK-OUT-STATUS     PIC XX.
001954     02  WS-RCPTVAL-STATUS       PIC XX.
001955     02  WS-LOT-STATUS           PIC XX.
001956     02  WS-LOT-OUT-STATUS       PIC XX.
001957     02  WS-BACKORD-STATUS       PIC XX.
001958     02  WS-BACKORD-OUT-STATUS   PIC XX.
001960     02  WS-RUNCTL-STATUS        PIC XX.
001970
001980 01  WS-CURRENT-DATE.
002184         1008-CHECK-STAGED-FILES-EXIT.
002190     OPEN OUTPUT RECEIVED-REPORT.
002200     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002201     MOVE ZEROS TO BRANCH-RECEIPT-TABLE.
002210     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
002220     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
002230     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
002280     MOVE SPACES TO PRINT-LINE.
002290     WRITE PRINT-LINE.
002300     WRITE PRINT-LINE FROM GRN-TOPIC-LINE.
002305     PERFORM 1070-LOAD-LOTS THRU 1070-LOAD-LOTS-EXIT.
002306     PERFORM 1080-LOAD-BACKORDERS THRU
002307         1080-LOAD-BACKORDERS-EXIT.
002310     PERFORM 1050-LOAD-OPEN-POS THRU 1050-LOAD-OPEN-POS-EXIT.
002320     PERFORM 1060-LOAD-STOCK THRU 1060-LOAD-STOCK-EXIT.
002330     OPEN INPUT GRN-FILE.
002580     EXIT.

002581 1008-CHECK-STAGED-FILES.
002582*    AN OILSTOCK.NEW, OILLOT.NEW, OPENPO.NEW OR BACKORD.NEW STILL
000001*    ON FILE MEANS THE LAST DAY RUN'S UPDATES WERE NEVER
002583*    PROMOTED - OPENING OUTPUT NOW WOULD THROW THEM AWAY, SO STOP
002584*    BEFORE TOUCHING ANYTHING AND LET THE OPERATOR PROMOTE OR
002585*    REMOVE THEM FIRST.
002586     OPEN INPUT STOCK-MASTER-OUT.
002587     IF WS-STOCK-OUT-STATUS = "00"
002588         CLOSE STOCK-MASTER-OUT
002591         MOVE 16 TO RETURN-CODE
002592         STOP RUN
002593     END-IF.
000001     OPEN INPUT LOT-MASTER-OUT.
000002     IF WS-LOT-OUT-STATUS = "00"
000003         CLOSE LOT-MASTER-OUT
000004         DISPLAY "GOODSRCV: OILLOT.NEW ALREADY ON FILE - "
000005             "PROMOTE OR REMOVE IT FIRST"
000006         MOVE 16 TO RETURN-CODE
000007         STOP RUN
000008     END-IF.
000009     OPEN INPUT BACKORDER-OUT.
000010     IF WS-BACKORD-OUT-STATUS = "00"
000011         CLOSE BACKORDER-OUT
000012         DISPLAY "GOODSRCV: BACKORD.NEW ALREADY ON FILE - "
000013             "PROMOTE OR REMOVE IT FIRST"
000014         MOVE 16 TO RETURN-CODE
000015         STOP RUN
000016     END-IF.
002594     OPEN INPUT OPEN-PO-OUT.
002595     IF WS-OPENPO-OUT-STATUS = "00"
002596         CLOSE OPEN-PO-OUT
002920         MOVE PO-RECEIVED-QTY TO POT-RECEIVED-QTY (POT-COUNT)
002930         MOVE PO-ORDER-DATE   TO POT-ORDER-DATE (POT-COUNT)
002940         MOVE PO-LEAD-DAYS    TO POT-LEAD-DAYS (POT-COUNT)
002941         MOVE PO-BRANCH       TO POT-BRANCH (POT-COUNT)
002942         IF PO-BRANCH NOT NUMERIC
002943             OR PO-BRANCH = ZERO
002944             MOVE 1 TO POT-BRANCH (POT-COUNT)
002945         END-IF
002950     ELSE
002960         IF NOT PO-OVERFLOW-SEEN
002970             DISPLAY "GOODSRCV: ORDER TABLE FULL - "
003060         MOVE PO-RECEIVED-QTY TO POO-RECEIVED-QTY
003070         MOVE PO-ORDER-DATE   TO POO-ORDER-DATE
003080         MOVE PO-LEAD-DAYS    TO POO-LEAD-DAYS
003081         MOVE PO-BRANCH       TO POO-BRANCH
003090         WRITE OPEN-PO-OUT-REC
003100     END-IF.
003110 1055-READ-OPEN-PO-EXIT.
003130
003140 1060-LOAD-STOCK.
003150     PERFORM 1062-INIT-STOCK-ENTRY THRU 1062-INIT-STOCK-ENTRY-EXIT
003160         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
003161         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
003170     OPEN INPUT STOCK-MASTER-IN.
003180     IF WS-STOCK-STATUS NOT = "00"
003190         DISPLAY "GOODSRCV: OILSTOCK.DAT MISSING"
003270     EXIT.
003280
003290 1062-INIT-STOCK-ENTRY.
003300     MOVE "N"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
003310     MOVE ZEROS TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
003320                   ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
003322                   ST-AVG-COST (ST-BR-SUB, ST-SUB)
003324                   ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
003330 1062-INIT-STOCK-ENTRY-EXIT.
003340     EXIT.
003350
003390             SET END-OF-STOCK-MASTER TO TRUE
003400             SET END-OF-STOCK-DATA TO TRUE
003410     END-READ.
003420     IF END-OF-STOCK-DATA
003430         OR STI-OIL-NUM = ZERO
003431         GO TO 1065-READ-STOCK-EXIT
003432     END-IF.
003433     PERFORM 1068-STOCK-BRANCH THRU 1068-STOCK-BRANCH-EXIT.
003440     MOVE STI-OIL-NUM TO ST-SUB.
003450     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
003460     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
003470     MOVE STI-REORDER-POINT
003471         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
003472     IF STI-AVG-COST NUMERIC
003474         AND STI-STOCK-VALUE NUMERIC
003476         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
003478         MOVE STI-STOCK-VALUE
003479             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
003480     END-IF.
003490 1065-READ-STOCK-EXIT.
003500     EXIT.
000001
000002*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
000003*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
000004*    DROP THE ROW'S STOCK.
000005 1068-STOCK-BRANCH.
000006     IF STI-BRANCH NOT NUMERIC
000007         OR STI-BRANCH = ZERO
000008         MOVE 1 TO ST-BR-SUB
000009         GO TO 1068-STOCK-BRANCH-EXIT
000010     END-IF.
000011     IF STI-BRANCH > 9
000012         DISPLAY "GOODSRCV: OILSTOCK.DAT BRANCH " STI-BRANCH
000013             " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
000014         MOVE 16 TO RETURN-CODE
000015         STOP RUN
000016     END-IF.
000017     MOVE STI-BRANCH TO ST-BR-SUB.
000018 1068-STOCK-BRANCH-EXIT.
000019     EXIT.
003510
000101*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - EVERYTHING
000102*    ON THE SHELF IS UNTRACED. A FILE TOO BIG FOR THE TABLE
000103*    STOPS THE RUN BEFORE ANY OUTPUT FILE IS OPENED.
000104 1070-LOAD-LOTS.
000105     MOVE ZERO TO LT-COUNT.
000106     OPEN INPUT LOT-MASTER-IN.
000107     IF WS-LOT-STATUS NOT = "00"
000108         GO TO 1070-LOAD-LOTS-EXIT
000109     END-IF.
000110     PERFORM 1075-READ-LOT THRU 1075-READ-LOT-EXIT
000111         UNTIL END-OF-LOT-DATA.
000112     CLOSE LOT-MASTER-IN.
000113 1070-LOAD-LOTS-EXIT.
000114     EXIT.
000115
000116 1075-READ-LOT.
000117     READ LOT-MASTER-IN
000118         AT END
000119             SET END-OF-LOT-MASTER TO TRUE
000120             SET END-OF-LOT-DATA TO TRUE
000121     END-READ.
000122     IF END-OF-LOT-DATA
000123         OR LTI-LOT-QTY NOT > ZERO
000124         GO TO 1075-READ-LOT-EXIT
000125     END-IF.
000126     IF LT-COUNT >= 1000
000127         DISPLAY "GOODSRCV: LOT TABLE FULL AT 1000 - "
000128             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000129         MOVE 16 TO RETURN-CODE
000130         STOP RUN
000131     END-IF.
000132     ADD 1 TO LT-COUNT.
000133     MOVE LTI-OIL-NUM       TO LT-OIL-NUM (LT-COUNT).
000134     MOVE LTI-LOT-NO        TO LT-LOT-NO (LT-COUNT).
000135     MOVE LTI-BEST-BEFORE   TO LT-BEST-BEFORE (LT-COUNT).
000136     MOVE LTI-RECEIVED-DATE TO LT-RECEIVED-DATE (LT-COUNT).
000137     MOVE LTI-LOT-QTY       TO LT-LOT-QTY (LT-COUNT).
000001     IF LTI-BRANCH NOT NUMERIC
000002         OR LTI-BRANCH = ZERO
000003         MOVE 1 TO LT-BRANCH (LT-COUNT)
000004     ELSE
000005         MOVE LTI-BRANCH TO LT-BRANCH (LT-COUNT)
000006     END-IF.
000138 1075-READ-LOT-EXIT.
000139     EXIT.
000140
000141*    NO BACKORDER FILE MEANS NOTHING OWED YET. A FILE TOO BIG FOR
000142*    THE TABLE STOPS THE RUN BEFORE ANY OUTPUT FILE IS OPENED.
000143 1080-LOAD-BACKORDERS.
000144     OPEN INPUT BACKORDER-IN.
000145     IF WS-BACKORD-STATUS NOT = "00"
000146         GO TO 1080-LOAD-BACKORDERS-EXIT
000147     END-IF.
000148     PERFORM 1085-READ-BACKORDER THRU 1085-READ-BACKORDER-EXIT
000149         UNTIL END-OF-BACKORD-DATA.
000150     CLOSE BACKORDER-IN.
000151 1080-LOAD-BACKORDERS-EXIT.
000152     EXIT.
000153
000154 1085-READ-BACKORDER.
000155     READ BACKORDER-IN
000156         AT END
000157             SET END-OF-BACKORDER-IN TO TRUE
000158             SET END-OF-BACKORD-DATA TO TRUE
000159     END-READ.
000160     IF END-OF-BACKORD-DATA
000161         OR BOI-QTY-OWED + BOI-QTY-RELEASED = ZERO
000162         GO TO 1085-READ-BACKORDER-EXIT
000163     END-IF.
000164     IF BOT-COUNT >= 2000
000165         DISPLAY "GOODSRCV: BACKORDER TABLE FULL AT 2000 - "
000166             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000167         MOVE 16 TO RETURN-CODE
000168         STOP RUN
000169     END-IF.
000170     ADD 1 TO BOT-COUNT.
000171     MOVE BOI-CUSTOMER-ID   TO BOT-CUSTOMER-ID (BOT-COUNT).
000172     MOVE BOI-OIL-NUM       TO BOT-OIL-NUM (BOT-COUNT).
000173     MOVE BOI-DEAL-DATE     TO BOT-DEAL-DATE (BOT-COUNT).
000174     MOVE BOI-BRANCH        TO BOT-BRANCH (BOT-COUNT).
000175     MOVE BOI-CUSTOMER-NAME TO BOT-CUSTOMER-NAME (BOT-COUNT).
000176     MOVE BOI-REP-ID        TO BOT-REP-ID (BOT-COUNT).
000177     MOVE BOI-OIL-TYPE      TO BOT-OIL-TYPE (BOT-COUNT).
000178     MOVE BOI-UNIT-SIZE     TO BOT-UNIT-SIZE (BOT-COUNT).
000179     MOVE BOI-QTY-OWED      TO BOT-QTY-OWED (BOT-COUNT).
000180     MOVE BOI-QTY-RELEASED  TO BOT-QTY-RELEASED (BOT-COUNT).
000181     MOVE BOI-RELEASE-DATE  TO BOT-RELEASE-DATE (BOT-COUNT).
000182 1085-READ-BACKORDER-EXIT.
000183     EXIT.
000184
003520 2000-BOOK-DELIVERY.
003530     MOVE SPACES TO GRN-DETAIL-LINE.
003540     MOVE GR-PO-NO   TO PRN-PO-NO.
003600         ADD 1 TO WS-REJECTED-COUNT
003610         GO TO 2000-BOOK-DELIVERY-REPORT
003620     END-IF.
003621     MOVE POT-BRANCH (POT-MATCHED-SUB) TO PRN-BRANCH.
003622     IF POT-BRANCH (POT-MATCHED-SUB) > 9
003623         MOVE "PO BRANCH NOT 1-9 - NOT BOOKED" TO PRN-DISPOSITION
003624         ADD 1 TO WS-REJECTED-COUNT
003625         GO TO 2000-BOOK-DELIVERY-REPORT
003626     END-IF.
003630     IF POT-OIL-NUM (POT-MATCHED-SUB) NOT = GR-OIL-NUM
003640         MOVE "OIL MISMATCHES PO - NOT BOOKED" TO PRN-DISPOSITION
003650         ADD 1 TO WS-REJECTED-COUNT
003660         GO TO 2000-BOOK-DELIVERY-REPORT
003670     END-IF.
003671     MOVE POT-BRANCH (POT-MATCHED-SUB) TO ST-BR-SUB.
003680     PERFORM 2300-APPLY-DELIVERY THRU 2300-APPLY-DELIVERY-EXIT.
003681     SET DELIVERY-BOOKED TO TRUE.
003690 2000-BOOK-DELIVERY-REPORT.
003700     WRITE PRINT-LINE FROM GRN-DETAIL-LINE.
003701     IF LOT-LINE-TRACED
003702         WRITE PRINT-LINE FROM LOT-DETAIL-LINE
003703     END-IF.
003704     IF LOT-LINE-UNTRACED
003705         WRITE PRINT-LINE FROM NO-LOT-LINE
003706     END-IF.
003707     SET LOT-LINE-NONE TO TRUE.
000001     IF DELIVERY-BOOKED
000002         PERFORM 2500-ALLOCATE-BACKORDERS THRU
000003             2500-ALLOCATE-BACKORDERS-EXIT
000004         MOVE "N" TO WS-BOOKED-SWITCH
000005     END-IF.
003710     PERFORM 2100-READ-GRN THRU 2100-READ-GRN-EXIT.
003720 2000-BOOK-DELIVERY-EXIT.
003730     EXIT.
004050*    FULL QUANTITY (OR MORE) CLOSES IT, WITH AN OVER-DELIVERY
004060*    CALLED OUT FOR THE BUYER TO ARGUE ABOUT.
004070 2300-APPLY-DELIVERY.
004075     PERFORM 2350-COST-DELIVERY THRU 2350-COST-DELIVERY-EXIT.
004080     ADD GR-QTY TO POT-RECEIVED-QTY (POT-MATCHED-SUB).
004090     ADD GR-QTY TO ST-ON-HAND (ST-BR-SUB, GR-OIL-NUM).
004100     MOVE "Y"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, GR-OIL-NUM).
004101     PERFORM 2400-RECORD-LOT THRU 2400-RECORD-LOT-EXIT.
004102     IF ST-ON-HAND (ST-BR-SUB, GR-OIL-NUM) > ZERO
004104         DIVIDE ST-STOCK-VALUE (ST-BR-SUB, GR-OIL-NUM)
004106             BY ST-ON-HAND (ST-BR-SUB, GR-OIL-NUM)
004108             GIVING ST-AVG-COST (ST-BR-SUB, GR-OIL-NUM) ROUNDED
004109     END-IF.
004110     ADD 1 TO WS-BOOKED-COUNT.
004120     MOVE POT-ORDER-QTY (POT-MATCHED-SUB)    TO PRN-ORDERED.
004130     MOVE POT-RECEIVED-QTY (POT-MATCHED-SUB) TO PRN-TO-DATE.
004260     END-IF.
004270 2300-APPLY-DELIVERY-EXIT.
004280     EXIT.
004281
000001*    THE DELIVERY GOES INTO STOCK AT THE UNIT COST KEYED ON THE
000002*    GRN; A ROW WITH NO COST IS BOOKED AT THE OIL'S CURRENT
000003*    AVERAGE SO THE AVERAGE DOES NOT MOVE, AND IS FLAGGED FOR THE
000004*    BUYER TO CHASE THE INVOICE. UNITS ALREADY ON THE SHELF WITH
000005*    NO COST HISTORY (STOCK HELD BEFORE COSTING STARTED) ARE
000006*    TAKEN ON AT THE FIRST KEYED COST, SO THE NEW AVERAGE IS NOT
000007*    DILUTED BY FREE STOCK.
000008 2350-COST-DELIVERY.
000009     MOVE ZEROS TO WS-RECEIPT-VALUE
000010                   WS-TAKEON-VALUE.
000011     IF GR-UNIT-COST NUMERIC
000012         AND GR-UNIT-COST > ZERO
000013         MOVE GR-UNIT-COST TO WS-UNIT-COST
000014         SET COST-KEYED TO TRUE
000015         MOVE SPACES TO PRN-COST-SOURCE
000016     ELSE
000017         MOVE ST-AVG-COST (ST-BR-SUB, GR-OIL-NUM)
000001             TO WS-UNIT-COST
000018         IF WS-UNIT-COST > ZERO
000019             SET COST-AT-AVERAGE TO TRUE
000020             MOVE "AVG" TO PRN-COST-SOURCE
000021         ELSE
000022             SET COST-MISSING TO TRUE
000023             MOVE "NONE" TO PRN-COST-SOURCE
000024         END-IF
000025     END-IF.
000026     MOVE WS-UNIT-COST TO PRN-UNIT-COST.
000027     IF COST-KEYED
000028         AND ST-AVG-COST (ST-BR-SUB, GR-OIL-NUM) = ZERO
000029         AND ST-ON-HAND (ST-BR-SUB, GR-OIL-NUM) > ZERO
000030         MULTIPLY ST-ON-HAND (ST-BR-SUB, GR-OIL-NUM)
000031             BY WS-UNIT-COST GIVING WS-TAKEON-VALUE ROUNDED
000032         ADD WS-TAKEON-VALUE
000033             TO ST-STOCK-VALUE (ST-BR-SUB, GR-OIL-NUM)
000001         ADD WS-TAKEON-VALUE TO WS-TAKEON-TOTAL
000002         ADD WS-TAKEON-VALUE TO BR-TAKEON-TOTAL (ST-BR-SUB)
000034     END-IF.
000035     MULTIPLY GR-QTY BY WS-UNIT-COST
000036         GIVING WS-RECEIPT-VALUE ROUNDED.
000037     ADD WS-RECEIPT-VALUE
000001         TO ST-STOCK-VALUE (ST-BR-SUB, GR-OIL-NUM).
000038     ADD WS-RECEIPT-VALUE TO WS-RECEIPT-TOTAL.
000001     ADD WS-RECEIPT-VALUE TO BR-RECEIPT-TOTAL (ST-BR-SUB).
000039 2350-COST-DELIVERY-EXIT.
000040     EXIT.
000041
000042*    A DELIVERY OF A LOT ALREADY ON THE SHELF TOPS IT UP; A NEW
000043*    LOT GETS ITS OWN ROW. NO LOT NUMBER OR NO USABLE BEST-BEFORE
000044*    DATE MEANS THE UNITS GO ON AS UNTRACED STOCK - STILL BOOKED,
000045*    BUT NOT ON THE EXPIRY LIST. A LOT ALREADY PAST ITS DATE IS
000046*    BOOKED AND CALLED OUT; THE EXPIRY RUN WRITES IT OFF.
000047 2400-RECORD-LOT.
000048     SET LOT-LINE-UNTRACED TO TRUE.
000049     IF GR-LOT-NO = SPACES
000050         OR GR-BEST-BEFORE NOT NUMERIC
000051         MOVE "NO LOT NUMBER OR BEST-BEFORE DATE"
000052             TO PRN-NO-LOT-REASON
000053         ADD 1 TO WS-UNTRACED-COUNT
000054         GO TO 2400-RECORD-LOT-EXIT
000055     END-IF.
000056     IF GR-BB-MM < 1 OR GR-BB-MM > 12
000057         OR GR-BB-DD < 1 OR GR-BB-DD > 31
000058         MOVE "BEST-BEFORE DATE IS NOT A DATE"
000059             TO PRN-NO-LOT-REASON
000060         ADD 1 TO WS-UNTRACED-COUNT
000061         GO TO 2400-RECORD-LOT-EXIT
000062     END-IF.
000063     MOVE "N" TO LT-FOUND-SWITCH.
000064     PERFORM 2450-MATCH-LOT THRU 2450-MATCH-LOT-EXIT
000065         VARYING LT-SUB FROM 1 BY 1
000066         UNTIL LT-SUB > LT-COUNT
000067         OR LT-ENTRY-FOUND.
000068     IF NOT LT-ENTRY-FOUND
000069         IF LT-COUNT >= 1000
000070             MOVE "LOT TABLE FULL AT 1000 LOTS"
000071                 TO PRN-NO-LOT-REASON
000072             ADD 1 TO WS-UNTRACED-COUNT
000073             GO TO 2400-RECORD-LOT-EXIT
000074         END-IF
000075         ADD 1 TO LT-COUNT
000076         MOVE LT-COUNT       TO LT-MATCHED-SUB
000077         MOVE GR-OIL-NUM     TO LT-OIL-NUM (LT-MATCHED-SUB)
000078         MOVE GR-LOT-NO      TO LT-LOT-NO (LT-MATCHED-SUB)
000079         MOVE GR-BEST-BEFORE TO LT-BEST-BEFORE (LT-MATCHED-SUB)
000080         MOVE ZERO           TO LT-LOT-QTY (LT-MATCHED-SUB)
000001         MOVE ST-BR-SUB      TO LT-BRANCH (LT-MATCHED-SUB)
000081     END-IF.
000082     ADD GR-QTY TO LT-LOT-QTY (LT-MATCHED-SUB).
000083     MOVE WS-CURRENT-DATE-YYYYMMDD
000084         TO LT-RECEIVED-DATE (LT-MATCHED-SUB).
000085     SET LOT-LINE-TRACED TO TRUE.
000086     MOVE GR-LOT-NO  TO PRN-LOT-NO.
000087     MOVE GR-BB-MM   TO PRN-BB-MM.
000088     MOVE GR-BB-DD   TO PRN-BB-DD.
000089     MOVE GR-BB-YYYY TO PRN-BB-YYYY.
000090     MOVE SPACES     TO PRN-LOT-NOTE.
000091     IF GR-BEST-BEFORE < WS-CURRENT-DATE-YYYYMMDD
000092         MOVE "BEST-BEFORE ALREADY PASSED" TO PRN-LOT-NOTE
000093     END-IF.
000094 2400-RECORD-LOT-EXIT.
000095     EXIT.
000096
000097 2450-MATCH-LOT.
000098     IF LT-OIL-NUM (LT-SUB) = GR-OIL-NUM
000099         AND LT-LOT-NO (LT-SUB) = GR-LOT-NO
000100         AND LT-BEST-BEFORE (LT-SUB) = GR-BEST-BEFORE
000001         AND LT-BRANCH (LT-SUB) = ST-BR-SUB
000101         MOVE LT-SUB TO LT-MATCHED-SUB
000102         SET LT-ENTRY-FOUND TO TRUE
000103     END-IF.
000104 2450-MATCH-LOT-EXIT.
000105     EXIT.
000106
000107*    CUSTOMERS ALREADY WAITING FOR THE OIL AT THE BRANCH THE
000108*    DELIVERY LANDED AT COME BEFORE TOMORROW'S ORDERS - THE OLDEST
000109*    DEAL FIRST, UNTIL THE DELIVERY OR THE BACKORDERS RUN OUT. THE
000110*    UNITS STAY IN ON-HAND; DEALALLOC SHIPS THEM TONIGHT AHEAD OF
000111*    ANY NEW DEAL.
000112 2500-ALLOCATE-BACKORDERS.
000113     MOVE GR-QTY TO WS-UNITS-LEFT.
000114     SET BOT-ENTRY-FOUND TO TRUE.
000115     PERFORM 2550-RELEASE-OLDEST THRU 2550-RELEASE-OLDEST-EXIT
000116         UNTIL WS-UNITS-LEFT = ZERO
000117         OR NOT BOT-ENTRY-FOUND.
000118 2500-ALLOCATE-BACKORDERS-EXIT.
000119     EXIT.
000120
000121 2550-RELEASE-OLDEST.
000122     MOVE "N" TO BOT-FOUND-SWITCH.
000123     MOVE 99999999 TO WS-OLDEST-DEAL-DATE.
000124     PERFORM 2560-MATCH-OLDEST THRU 2560-MATCH-OLDEST-EXIT
000125         VARYING BOT-SUB FROM 1 BY 1
000126         UNTIL BOT-SUB > BOT-COUNT.
000127     IF NOT BOT-ENTRY-FOUND
000128         GO TO 2550-RELEASE-OLDEST-EXIT
000129     END-IF.
000130     IF BOT-QTY-OWED (BOT-MATCHED-SUB) > WS-UNITS-LEFT
000131         MOVE WS-UNITS-LEFT TO WS-RELEASE-QTY
000132     ELSE
000133         MOVE BOT-QTY-OWED (BOT-MATCHED-SUB) TO WS-RELEASE-QTY
000134     END-IF.
000135     SUBTRACT WS-RELEASE-QTY FROM BOT-QTY-OWED (BOT-MATCHED-SUB)
000136                                  WS-UNITS-LEFT.
000137     ADD WS-RELEASE-QTY TO BOT-QTY-RELEASED (BOT-MATCHED-SUB)
000138                           WS-RELEASED-UNITS.
000139     ADD 1 TO WS-RELEASE-COUNT.
000140     MOVE WS-CURRENT-DATE-YYYYMMDD
000141         TO BOT-RELEASE-DATE (BOT-MATCHED-SUB).
000142     MOVE WS-RELEASE-QTY TO PRN-REL-QTY.
000143     MOVE BOT-CUSTOMER-ID (BOT-MATCHED-SUB)
000144         TO PRN-REL-CUSTOMER-ID.
000145     MOVE BOT-DEAL-DATE (BOT-MATCHED-SUB) TO WS-REL-DATE-WORK.
000146     MOVE WS-REL-MM   TO PRN-REL-MM.
000147     MOVE WS-REL-DD   TO PRN-REL-DD.
000148     MOVE WS-REL-YYYY TO PRN-REL-YYYY.
000149     WRITE PRINT-LINE FROM RELEASE-DETAIL-LINE.
000150 2550-RELEASE-OLDEST-EXIT.
000151     EXIT.
000152
000153 2560-MATCH-OLDEST.
000154     IF BOT-OIL-NUM (BOT-SUB) = GR-OIL-NUM
000155         AND BOT-BRANCH (BOT-SUB) = ST-BR-SUB
000156         AND BOT-QTY-OWED (BOT-SUB) > ZERO
000157         AND BOT-DEAL-DATE (BOT-SUB) < WS-OLDEST-DEAL-DATE
000158         MOVE BOT-DEAL-DATE (BOT-SUB) TO WS-OLDEST-DEAL-DATE
000159         MOVE BOT-SUB TO BOT-MATCHED-SUB
000160         SET BOT-ENTRY-FOUND TO TRUE
000161     END-IF.
000162 2560-MATCH-OLDEST-EXIT.
000163     EXIT.
000164
004300 8000-TERMINATE.
004310     IF WS-BOOKED-COUNT = ZERO
004320         AND WS-REJECTED-COUNT = ZERO
004360     WRITE PRINT-LINE.
004370     MOVE WS-BOOKED-COUNT   TO PRN-BOOKED-COUNT.
004380     MOVE WS-REJECTED-COUNT TO PRN-REJECTED-COUNT.
004381     MOVE WS-UNTRACED-COUNT TO PRN-UNTRACED-COUNT.
004390     WRITE PRINT-LINE FROM BOOKED-COUNT-LINE.
000001     MOVE WS-RELEASED-UNITS TO PRN-RELEASED-UNITS.
000002     MOVE WS-RELEASE-COUNT  TO PRN-RELEASE-COUNT.
000003     WRITE PRINT-LINE FROM RELEASED-COUNT-LINE.
004391     MOVE WS-RECEIPT-TOTAL  TO PRN-RECEIPT-VALUE.
004392     WRITE PRINT-LINE FROM RECEIPT-VALUE-LINE.
004393     IF WS-TAKEON-TOTAL NOT = ZERO
004394         MOVE WS-TAKEON-TOTAL TO PRN-TAKEON-VALUE
004395         WRITE PRINT-LINE FROM TAKEON-VALUE-LINE
004396     END-IF.
004397     MOVE SPACES TO PRINT-LINE.
004398     WRITE PRINT-LINE.
004399     WRITE PRINT-LINE FROM COST-KEY-LINE.
004400     PERFORM 8100-WRITE-PO-ROW THRU 8100-WRITE-PO-ROW-EXIT
004410         VARYING POT-SUB FROM 1 BY 1 UNTIL POT-SUB > POT-COUNT.
004420     CLOSE OPEN-PO-OUT.
004430     OPEN OUTPUT STOCK-MASTER-OUT.
004440     PERFORM 8200-WRITE-STOCK-ROW THRU 8200-WRITE-STOCK-ROW-EXIT
004450         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
004451         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
004460     CLOSE STOCK-MASTER-OUT.
004461     PERFORM 8400-WRITE-LOTS THRU 8400-WRITE-LOTS-EXIT.
004462     PERFORM 8500-WRITE-BACKORDERS THRU
004463         8500-WRITE-BACKORDERS-EXIT.
004465     PERFORM 8300-WRITE-RECEIPT-VALUE THRU
004466         8300-WRITE-RECEIPT-VALUE-EXIT.
004470     PERFORM 8900-WRITE-AUDIT-RECORD THRU
004480         8900-WRITE-AUDIT-RECORD-EXIT.
004490     IF WS-GRN-STATUS = "00"
004620     MOVE POT-RECEIVED-QTY (POT-SUB) TO POO-RECEIVED-QTY.
004630     MOVE POT-ORDER-DATE (POT-SUB)   TO POO-ORDER-DATE.
004640     MOVE POT-LEAD-DAYS (POT-SUB)    TO POO-LEAD-DAYS.
004641     MOVE POT-BRANCH (POT-SUB)       TO POO-BRANCH.
004650     WRITE OPEN-PO-OUT-REC.
004660 8100-WRITE-PO-ROW-EXIT.
004670     EXIT.
004680
004690 8200-WRITE-STOCK-ROW.
004700     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
004710         MOVE ST-SUB    TO STO-OIL-NUM
004711         MOVE ST-BR-SUB TO STO-BRANCH
004720         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
004730         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
004731             TO STO-REORDER-POINT
004732         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
004734         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
004735             TO STO-STOCK-VALUE
004740         WRITE STOCK-OUT-REC
004750     END-IF.
004760 8200-WRITE-STOCK-ROW-EXIT.
004770     EXIT.
004780
000001*    A SECOND RUN ON THE SAME BUSINESS DATE (AFTER THE FIRST RUN'S
000002*    FILES WERE PROMOTED) ADDS TO THE DAY'S ROWS RATHER THAN
000003*    REPLACING THEM, SO GLEXTRACT POSTS BOTH RUNS' RECEIPTS. ONE
000004*    ROW GOES OUT PER BRANCH THAT TOOK A DELIVERY IN.
000005 8300-WRITE-RECEIPT-VALUE.
000006     OPEN INPUT RECEIPT-VALUE-FILE.
000007     IF WS-RCPTVAL-STATUS = "00"
000008         PERFORM 8310-READ-RECEIPT-VALUE THRU
000009             8310-READ-RECEIPT-VALUE-EXIT
000010             UNTIL END-OF-RCPTVAL-DATA
000011         CLOSE RECEIPT-VALUE-FILE
000012     END-IF.
000013     OPEN OUTPUT RECEIPT-VALUE-FILE.
000014     PERFORM 8320-WRITE-BRANCH-RECEIPT THRU
000015         8320-WRITE-BRANCH-RECEIPT-EXIT
000016         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
000017     CLOSE RECEIPT-VALUE-FILE.
000018 8300-WRITE-RECEIPT-VALUE-EXIT.
000019     EXIT.
000020
000021*    A ROW FROM BEFORE THE BRANCH WAS CARRIED IS THE ORIGINAL
000022*    SHOP'S.
000023 8310-READ-RECEIPT-VALUE.
000024     READ RECEIPT-VALUE-FILE
000025         AT END
000026             SET END-OF-RCPTVAL-DATA TO TRUE
000027             GO TO 8310-READ-RECEIPT-VALUE-EXIT
000028     END-READ.
000029     IF RV-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000030         GO TO 8310-READ-RECEIPT-VALUE-EXIT
000031     END-IF.
000032     IF RV-BRANCH IS NUMERIC
000033         AND RV-BRANCH > ZERO
000034         AND RV-BRANCH NOT > 9
000035         MOVE RV-BRANCH TO ST-BR-SUB
000036     ELSE
000037         MOVE 1 TO ST-BR-SUB
000038     END-IF.
000039     ADD RV-RECEIPT-VALUE TO BR-RECEIPT-TOTAL (ST-BR-SUB).
000040     ADD RV-TAKEON-VALUE  TO BR-TAKEON-TOTAL (ST-BR-SUB).
000041 8310-READ-RECEIPT-VALUE-EXIT.
000042     EXIT.
000043
000044 8320-WRITE-BRANCH-RECEIPT.
000045     IF BR-RECEIPT-TOTAL (ST-BR-SUB) = ZERO
000046         AND BR-TAKEON-TOTAL (ST-BR-SUB) = ZERO
000047         GO TO 8320-WRITE-BRANCH-RECEIPT-EXIT
000048     END-IF.
000049     MOVE WS-CURRENT-DATE-YYYYMMDD     TO RV-RUN-DATE.
000050     MOVE BR-RECEIPT-TOTAL (ST-BR-SUB) TO RV-RECEIPT-VALUE.
000051     MOVE BR-TAKEON-TOTAL (ST-BR-SUB)  TO RV-TAKEON-VALUE.
000052     MOVE ST-BR-SUB                    TO RV-BRANCH.
000053     WRITE RECEIPT-VALUE-REC.
000054 8320-WRITE-BRANCH-RECEIPT-EXIT.
000055     EXIT.
000056
000057*    SOLD-OUT LOTS ARE DROPPED; EVERYTHING ELSE GOES FORWARD.
000058 8400-WRITE-LOTS.
000059     OPEN OUTPUT LOT-MASTER-OUT.
000060     PERFORM 8450-WRITE-LOT-ROW THRU 8450-WRITE-LOT-ROW-EXIT
000061         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
000062     CLOSE LOT-MASTER-OUT.
000063 8400-WRITE-LOTS-EXIT.
000064     EXIT.
000065
000066 8450-WRITE-LOT-ROW.
000067     IF LT-LOT-QTY (LT-SUB) > ZERO
000068         MOVE LT-OIL-NUM (LT-SUB)       TO LTO-OIL-NUM
000069         MOVE LT-LOT-NO (LT-SUB)        TO LTO-LOT-NO
000070         MOVE LT-BEST-BEFORE (LT-SUB)   TO LTO-BEST-BEFORE
000071         MOVE LT-RECEIVED-DATE (LT-SUB) TO LTO-RECEIVED-DATE
000072         MOVE LT-LOT-QTY (LT-SUB)       TO LTO-LOT-QTY
000073         MOVE LT-BRANCH (LT-SUB)        TO LTO-BRANCH
000074         WRITE LOT-OUT-REC
000075     END-IF.
000076 8450-WRITE-LOT-ROW-EXIT.
000077     EXIT.
000078
000079*    WRITTEN EVERY RUN, EVEN WITH NOTHING RELEASED, SO BACKORD.NEW
000080*    ALWAYS GOES FORWARD WITH OILSTOCK.NEW.
000081 8500-WRITE-BACKORDERS.
000082     OPEN OUTPUT BACKORDER-OUT.
000083     PERFORM 8550-WRITE-BACKORDER-ROW THRU
000084         8550-WRITE-BACKORDER-ROW-EXIT
000085         VARYING BOT-SUB FROM 1 BY 1 UNTIL BOT-SUB > BOT-COUNT.
000086     CLOSE BACKORDER-OUT.
000087 8500-WRITE-BACKORDERS-EXIT.
000088     EXIT.
000089
000090 8550-WRITE-BACKORDER-ROW.
000091     MOVE BOT-CUSTOMER-ID (BOT-SUB)   TO BO-CUSTOMER-ID.
000092     MOVE BOT-OIL-NUM (BOT-SUB)       TO BO-OIL-NUM.
000093     MOVE BOT-DEAL-DATE (BOT-SUB)     TO BO-DEAL-DATE.
000094     MOVE BOT-BRANCH (BOT-SUB)        TO BO-BRANCH.
000095     MOVE BOT-CUSTOMER-NAME (BOT-SUB) TO BO-CUSTOMER-NAME.
000096     MOVE BOT-REP-ID (BOT-SUB)        TO BO-REP-ID.
000097     MOVE BOT-OIL-TYPE (BOT-SUB)      TO BO-OIL-TYPE.
000098     MOVE BOT-UNIT-SIZE (BOT-SUB)     TO BO-UNIT-SIZE.
000099     MOVE BOT-QTY-OWED (BOT-SUB)      TO BO-QTY-OWED.
000100     MOVE BOT-QTY-RELEASED (BOT-SUB)  TO BO-QTY-RELEASED.
000101     MOVE BOT-RELEASE-DATE (BOT-SUB)  TO BO-RELEASE-DATE.
000102     WRITE BACKORDER-REC.
000103 8550-WRITE-BACKORDER-ROW-EXIT.
000104     EXIT.
000105
004790 8900-WRITE-AUDIT-RECORD.
004800     MOVE "GOODSRCV"            TO AR-PROGRAM-ID.
004810     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
