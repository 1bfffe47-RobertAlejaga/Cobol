000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       INTER-BRANCH STOCK TRANSFER RUN.
000070*                WORKS THROUGH THE DAY'S KEYED TRANSFER REQUESTS
000080*                (XFERREQ.DAT) AGAINST THE PER-BRANCH STOCK
000090*                MASTER (OILSTOCK.DAT, SEE OILSTOCK.CPY) AND ITS
000100*                LOTS (OILLOT.DAT, SEE OILLOT.CPY). A SEND ("S")
000110*                TAKES THE UNITS OFF THE SENDING BRANCH -
000120*                UNTRACED STOCK FIRST, THEN THE EARLIEST
000130*                BEST-BEFORE LOT, AS A SALE WOULD - AT ITS
000140*                WEIGHTED-AVERAGE COST, NUMBERS THE TRANSFER FROM
000150*                THE XFERNO.DAT CONTROL FILE, PUTS THE UNITS IN
000160*                TRANSIT ON XFERTRAN (SEE XFERTRAN.CPY) AND
000170*                PRINTS A TRANSFER NOTE TO TRAVEL WITH THE GOODS
000180*                ON XFERNOTE.RPT. THE UNITS ARE ON NEITHER SHELF
000190*                UNTIL THE RECEIVING BRANCH CONFIRMS THEM WITH A
000200*                RECEIVE ("R"), WHEN THEY ARE BOOKED IN THERE
000210*                WITH THEIR LOTS AND VALUE AND THE BRANCH'S
000220*                AVERAGE COST IS RE-STRUCK. A CANCEL ("X") PUTS
000230*                A TRANSFER STILL IN TRANSIT BACK ON THE SENDING
000240*                BRANCH'S SHELF. STOCKXFER.RPT LISTS EVERY
000250*                REQUEST WITH ITS OUTCOME AND EVERYTHING STILL ON
000260*                THE ROAD. THE MASTER, LOTS AND TRANSIT FILE GO
000270*                TO OILSTOCK.NEW, OILLOT.NEW AND XFERTRAN.NEW FOR
000280*                THE OPERATOR TO PROMOTE AFTER CHECKING THE
000290*                REPORT, AS GOODSRCV DOES. STOCK ON THE ROAD IS
000300*                STILL THE COMPANY'S, SO NOTHING IS POSTED TO THE
000310*                LEDGER. RUN STANDALONE DURING THE DAY, LIKE
000320*                GOODSRCV.
000330* TECTONICS:     cobc
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-10-15 DO    ORIGINAL VERSION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. STOCKXFER.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT XFER-REQUEST-FILE ASSIGN TO "XFERREQ.DAT"
000450               ORGANIZATION IS LINE SEQUENTIAL
000460               FILE STATUS IS WS-XFERREQ-STATUS.

000470     SELECT STOCK-MASTER-IN ASSIGN TO "OILSTOCK.DAT"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS WS-STOCK-STATUS.

000500     SELECT STOCK-MASTER-OUT ASSIGN TO "OILSTOCK.NEW"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-STOCK-OUT-STATUS.

000530     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-LOT-STATUS.

000560     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-LOT-OUT-STATUS.

000590     SELECT TRANSIT-IN ASSIGN TO "XFERTRAN.DAT"
000600               ORGANIZATION IS LINE SEQUENTIAL
000610               FILE STATUS IS WS-TRANSIT-STATUS.

000620     SELECT TRANSIT-OUT ASSIGN TO "XFERTRAN.NEW"
000630               ORGANIZATION IS LINE SEQUENTIAL
000640               FILE STATUS IS WS-TRANSIT-OUT-STATUS.

000650     SELECT XFER-NO-FILE ASSIGN TO "XFERNO.DAT"
000660               ORGANIZATION IS LINE SEQUENTIAL
000670               FILE STATUS IS WS-XFERNO-STATUS.

000680     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000690               ORGANIZATION IS LINE SEQUENTIAL
000700               FILE STATUS IS WS-OILMAST-STATUS.

000710     SELECT TRANSFER-NOTE ASSIGN TO "XFERNOTE.RPT"
000720               ORGANIZATION IS LINE SEQUENTIAL.

000730     SELECT TRANSFER-REPORT ASSIGN TO "STOCKXFER.RPT"
000740               ORGANIZATION IS LINE SEQUENTIAL.

000750     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000760               ORGANIZATION IS LINE SEQUENTIAL
000770               FILE STATUS IS WS-RUNCTL-STATUS.

000780     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000790               ORGANIZATION IS LINE SEQUENTIAL.

000800 DATA DIVISION.
000810 FILE SECTION.
000820*    ONE ROW PER REQUEST. A SEND NAMES THE TWO BRANCHES, THE OIL
000830*    AND THE UNITS, AND IS GIVEN ITS NUMBER BY THE RUN; A RECEIVE
000840*    NAMES THE TRANSFER AND THE BRANCH CONFIRMING IT (TO-BRANCH);
000850*    A CANCEL NAMES THE TRANSFER ONLY.
000860 FD  XFER-REQUEST-FILE.
000870 01  XFER-REQUEST-REC.
000880     88 END-OF-XFER-REQUEST   VALUE HIGH-VALUES.
000890     02  XR-ACTION               PIC X.
000900         88  XR-SEND             VALUE "S".
000910         88  XR-RECEIVE          VALUE "R".
000920         88  XR-CANCEL           VALUE "X".
000930     02  XR-XFER-NO              PIC 9(6).
000940     02  XR-FROM-BRANCH          PIC 99.
000950     02  XR-TO-BRANCH            PIC 99.
000960     02  XR-OIL-NUM              PIC 99.
000970     02  XR-QTY                  PIC 9(6).

000980 FD  STOCK-MASTER-IN.
000990     COPY OILSTOCK REPLACING
001000         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
001010         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
001020         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
001030         ==OS-ON-HAND== BY ==STI-ON-HAND==
001040         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
001050         ==OS-AVG-COST== BY ==STI-AVG-COST==
001060         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
001070         ==OS-BRANCH== BY ==STI-BRANCH==.

001080 FD  STOCK-MASTER-OUT.
001090     COPY OILSTOCK REPLACING
001100         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
001110         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
001120         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
001130         ==OS-ON-HAND== BY ==STO-ON-HAND==
001140         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
001150         ==OS-AVG-COST== BY ==STO-AVG-COST==
001160         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
001170         ==OS-BRANCH== BY ==STO-BRANCH==.

001180 FD  LOT-MASTER-IN.
001190     COPY OILLOT REPLACING
001200         ==OIL-LOT-REC== BY ==LOT-IN-REC==
001210         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER==
001220         ==OL-OIL-NUM== BY ==LTI-OIL-NUM==
001230         ==OL-LOT-NO== BY ==LTI-LOT-NO==
001240         ==OL-BEST-BEFORE== BY ==LTI-BEST-BEFORE==
001250         ==OL-RECEIVED-DATE== BY ==LTI-RECEIVED-DATE==
001260         ==OL-LOT-QTY== BY ==LTI-LOT-QTY==
001270         ==OL-BRANCH== BY ==LTI-BRANCH==.

001280 FD  LOT-MASTER-OUT.
001290     COPY OILLOT REPLACING
001300         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
001310         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
001320         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
001330         ==OL-LOT-NO== BY ==LTO-LOT-NO==
001340         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
001350         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
001360         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
001370         ==OL-BRANCH== BY ==LTO-BRANCH==.

001380 FD  TRANSIT-IN.
001390     COPY XFERTRAN REPLACING
001400         ==XFER-TRANSIT-REC== BY ==TRANSIT-IN-REC==
001410         ==END-OF-XFER-TRANSIT== BY ==END-OF-TRANSIT-IN==
001420         ==XT-XFER-NO== BY ==XTI-XFER-NO==
001430         ==XT-FROM-BRANCH== BY ==XTI-FROM-BRANCH==
001440         ==XT-TO-BRANCH== BY ==XTI-TO-BRANCH==
001450         ==XT-OIL-NUM== BY ==XTI-OIL-NUM==
001460         ==XT-LOT-NO== BY ==XTI-LOT-NO==
001470         ==XT-BEST-BEFORE== BY ==XTI-BEST-BEFORE==
001480         ==XT-RECEIVED-DATE== BY ==XTI-RECEIVED-DATE==
001490         ==XT-QTY== BY ==XTI-QTY==
001500         ==XT-VALUE== BY ==XTI-VALUE==
001510         ==XT-SENT-DATE== BY ==XTI-SENT-DATE==.

001520 FD  TRANSIT-OUT.
001530     COPY XFERTRAN REPLACING
001540         ==XFER-TRANSIT-REC== BY ==TRANSIT-OUT-REC==
001550         ==END-OF-XFER-TRANSIT== BY ==END-OF-TRANSIT-OUT==
001560         ==XT-XFER-NO== BY ==XTO-XFER-NO==
001570         ==XT-FROM-BRANCH== BY ==XTO-FROM-BRANCH==
001580         ==XT-TO-BRANCH== BY ==XTO-TO-BRANCH==
001590         ==XT-OIL-NUM== BY ==XTO-OIL-NUM==
001600         ==XT-LOT-NO== BY ==XTO-LOT-NO==
001610         ==XT-BEST-BEFORE== BY ==XTO-BEST-BEFORE==
001620         ==XT-RECEIVED-DATE== BY ==XTO-RECEIVED-DATE==
001630         ==XT-QTY== BY ==XTO-QTY==
001640         ==XT-VALUE== BY ==XTO-VALUE==
001650         ==XT-SENT-DATE== BY ==XTO-SENT-DATE==.

001660 FD  XFER-NO-FILE.
001670 01  XFER-NO-REC.
001680     02  XN-NEXT-XFER-NO         PIC 9(6).

001690 FD  OIL-MASTER-FILE.
001700     COPY OILMAST.

001710 FD  TRANSFER-NOTE.
001720 01  NOTE-LINE                   PIC X(80).

001730 FD  TRANSFER-REPORT.
001740 01  PRINT-LINE                  PIC X(90).

001750 FD  RUN-CONTROL-FILE.
001760     COPY RUNCTL.

001770 FD  AUDIT-TRAIL-FILE.
001780     COPY AUDITREC.

001790 WORKING-STORAGE SECTION.

001800 01  REPORT-HEADING-LINE         PIC X(40)
001810             VALUE "   AROMAMORA INTER-BRANCH TRANSFERS".

001820 01  REPORT-HEADING-UNDERLINE.
001830     02  FILLER                  PIC X(3)  VALUE SPACES.
001840     02  FILLER                  PIC X(32) VALUE ALL "-".

001850 01  RUN-DATE-LINE.
001860     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001870     02  PRN-RUN-MM              PIC 99.
001880     02  FILLER                  PIC X VALUE "/".
001890     02  PRN-RUN-DD              PIC 99.
001900     02  FILLER                  PIC X VALUE "/".
001910     02  PRN-RUN-YYYY            PIC 9(4).

001920 01  REQUEST-TOPIC-LINE          PIC X(90)
001930             VALUE "ACTION   XFER NO  FROM  TO  OIL       QTY
001940-    "      VALUE  RESULT".

001950 01  REQUEST-DETAIL-LINE.
001960     02  PRN-ACTION              PIC X(8).
001970     02  FILLER                  PIC X VALUE SPACE.
001980     02  PRN-XFER-NO             PIC 9(6).
001990     02  FILLER                  PIC X(4) VALUE SPACES.
002000     02  PRN-FROM-BRANCH         PIC 99.
002010     02  FILLER                  PIC X(3) VALUE SPACES.
002020     02  PRN-TO-BRANCH           PIC 99.
002030     02  FILLER                  PIC X(3) VALUE SPACES.
002040     02  PRN-OIL-NUM             PIC 99.
002050     02  PRN-QTY                 PIC BBZZZ,ZZ9.
002060     02  PRN-VALUE               PIC BBZZ,ZZZ,ZZ9.99.
002070     02  FILLER                  PIC X(2) VALUE SPACES.
002080     02  PRN-RESULT              PIC X(34).

002090 01  NO-REQUEST-LINE             PIC X(40)
002100             VALUE "NO TRANSFER REQUESTS KEYED THIS RUN.".

002110 01  REQUEST-COUNT-LINE.
002120     02  FILLER          PIC X(22) VALUE "TRANSFERS SENT       :".
002130     02  PRN-SENT-COUNT          PIC BZZZ9.
002140     02  FILLER          PIC X(13) VALUE "   RECEIVED: ".
002150     02  PRN-RECEIVED-COUNT      PIC ZZZ9.
002160     02  FILLER          PIC X(14) VALUE "   CANCELLED: ".
002170     02  PRN-CANCELLED-COUNT     PIC ZZZ9.
002180     02  FILLER          PIC X(13) VALUE "   REJECTED: ".
002190     02  PRN-REJECTED-COUNT      PIC ZZZ9.

002200 01  TRANSIT-HEADING-LINE        PIC X(40)
002210             VALUE "STILL IN TRANSIT".

002220 01  TRANSIT-TOPIC-LINE          PIC X(90)
002230             VALUE "XFER NO  FROM  TO  OIL  LOT         SENT
002240-    "          QTY         VALUE".

002250 01  TRANSIT-DETAIL-LINE.
002260     02  PRN-TR-XFER-NO          PIC 9(6).
002270     02  FILLER                  PIC X(4) VALUE SPACES.
002280     02  PRN-TR-FROM-BRANCH      PIC 99.
002290     02  FILLER                  PIC X(3) VALUE SPACES.
002300     02  PRN-TR-TO-BRANCH        PIC 99.
002310     02  FILLER                  PIC X(3) VALUE SPACES.
002320     02  PRN-TR-OIL-NUM          PIC 99.
002330     02  FILLER                  PIC X(2) VALUE SPACES.
002340     02  PRN-TR-LOT-NO           PIC X(10).
002350     02  FILLER                  PIC X(2) VALUE SPACES.
002360     02  PRN-TR-SENT-MM          PIC 99.
002370     02  FILLER                  PIC X VALUE "/".
002380     02  PRN-TR-SENT-DD          PIC 99.
002390     02  FILLER                  PIC X VALUE "/".
002400     02  PRN-TR-SENT-YYYY        PIC 9(4).
002410     02  PRN-TR-QTY              PIC BBZZZ,ZZ9.
002420     02  PRN-TR-VALUE            PIC BBZZ,ZZZ,ZZ9.99.

002430 01  TRANSIT-TOTAL-LINE.
002440     02  FILLER          PIC X(22) VALUE "IN TRANSIT AT COST   :".
002450     02  PRN-TRANSIT-UNITS       PIC BZZZ,ZZ9.
002460     02  FILLER          PIC X(7) VALUE " UNITS ".
002470     02  PRN-TRANSIT-VALUE       PIC B$$,$$$,$$9.99.

002480*    THE TRANSFER NOTE - ONE PER TRANSFER SENT, TO TRAVEL WITH
002490*    THE GOODS AND COME BACK SIGNED BY THE RECEIVING BRANCH.
002500 01  NOTE-HEADING-LINE           PIC X(40)
002510             VALUE "   AROMAMORA STOCK TRANSFER NOTE".

002520 01  NOTE-NUMBER-LINE.
002530     02  FILLER          PIC X(13) VALUE "TRANSFER NO: ".
002540     02  PRN-NT-XFER-NO          PIC 9(6).
002550     02  FILLER          PIC X(10) VALUE "    DATE: ".
002560     02  PRN-NT-MM               PIC 99.
002570     02  FILLER                  PIC X VALUE "/".
002580     02  PRN-NT-DD               PIC 99.
002590     02  FILLER                  PIC X VALUE "/".
002600     02  PRN-NT-YYYY             PIC 9(4).

002610 01  NOTE-BRANCH-LINE.
002620     02  FILLER          PIC X(13) VALUE "FROM BRANCH: ".
002630     02  PRN-NT-FROM-BRANCH      PIC 99.
002640     02  FILLER          PIC X(15) VALUE "    TO BRANCH: ".
002650     02  PRN-NT-TO-BRANCH        PIC 99.

002660 01  NOTE-OIL-LINE.
002670     02  FILLER          PIC X(13) VALUE "OIL:         ".
002680     02  PRN-NT-OIL-NUM          PIC 99.
002690     02  FILLER                  PIC X VALUE SPACE.
002700     02  PRN-NT-OIL-DESC         PIC X(20).

002710 01  NOTE-TOPIC-LINE             PIC X(40)
002720             VALUE "LOT         BEST BEFORE        UNITS".

002730 01  NOTE-DETAIL-LINE.
002740     02  PRN-NT-LOT-NO           PIC X(10).
002750     02  FILLER                  PIC X(2) VALUE SPACES.
002760     02  PRN-NT-BB-DATE          PIC X(10).
002770     02  PRN-NT-QTY              PIC BBBBBBBZZZ,ZZ9.

002780 01  NOTE-BB-DATE-EDIT.
002790     02  PRN-NT-BB-MM            PIC 99.
002800     02  FILLER                  PIC X VALUE "/".
002810     02  PRN-NT-BB-DD            PIC 99.
002820     02  FILLER                  PIC X VALUE "/".
002830     02  PRN-NT-BB-YYYY          PIC 9(4).

002840 01  NOTE-TOTAL-LINE.
002850     02  FILLER          PIC X(22) VALUE "TOTAL UNITS SENT     :".
002860     02  PRN-NT-TOTAL-QTY        PIC BBBBZZZ,ZZ9.

002870 01  NOTE-DESPATCH-LINE          PIC X(70)
002880             VALUE "DESPATCHED BY: _____________________  DATE: __
002890-    "_________".

002900 01  NOTE-RECEIPT-LINE           PIC X(70)
002910             VALUE "RECEIVED BY:   _____________________  DATE: __
002920-    "_________".

002930 01  NOTE-SEPARATOR-LINE.
002940     02  FILLER                  PIC X(70) VALUE ALL "=".

002950*    DESCRIPTIONS ONLY - A MISSING MASTER PRINTS BLANK NAMES.
002960 01  OIL-DESC-TABLE.
002970     02  OIL-DESC-ENTRY OCCURS 99 TIMES.
002980         03  ODT-DESCRIPTION     PIC X(20).

002990*    ON-HAND PER BRANCH AND OIL, LOADED FROM OILSTOCK.DAT THE
003000*    WAY STOCKREORD LOADS IT AND WRITTEN BACK THROUGH
003010*    OILSTOCK.NEW.
003020 01  OIL-STOCK-TABLE.
003030     02  BRANCH-STOCK OCCURS 9 TIMES.
003040         03  STOCK-ENTRY OCCURS 99 TIMES.
003050             04  ST-ON-FILE-SWITCH   PIC X.
003060                 88  ST-ON-FILE      VALUE "Y".
003070             04  ST-ON-HAND          PIC 9(6).
003080             04  ST-REORDER-POINT    PIC 9(6).
003090             04  ST-AVG-COST         PIC 9(4)V9999.
003100             04  ST-STOCK-VALUE      PIC 9(8)V99.
003110             04  ST-LOT-QTY          PIC 9(6).

003120 01  ST-SUB                      PIC 999.
003130 01  ST-BR-SUB                   PIC 99.

003140*    THE LOT FILE, HELD WHILE LOTS LEAVE ONE BRANCH AND ARRIVE
003150*    AT ANOTHER.
003160 01  LOT-TABLE.
003170     02  LOT-ENTRY OCCURS 1000 TIMES.
003180         03  LT-OIL-NUM          PIC 99.
003190         03  LT-LOT-NO           PIC X(10).
003200         03  LT-BEST-BEFORE      PIC 9(8).
003210         03  LT-RECEIVED-DATE    PIC 9(8).
003220         03  LT-LOT-QTY          PIC 9(6).
003230         03  LT-BRANCH           PIC 99.

003240 01  LT-COUNT                    PIC 9(4)    VALUE ZERO.
003250 01  LT-SUB                      PIC 9(4).
003260 01  LT-OLDEST-SUB               PIC 9(4).
003270 01  LT-MATCHED-SUB              PIC 9(4).

003280*    EVERYTHING ON THE ROAD, LOADED FROM XFERTRAN.DAT AND
003290*    WRITTEN BACK THROUGH XFERTRAN.NEW WITHOUT THE ROWS BOOKED
003300*    IN OR CANCELLED THIS RUN.
003310 01  TRANSIT-TABLE.
003320     02  TRANSIT-ENTRY OCCURS 500 TIMES.
003330         03  XTT-STATUS          PIC X.
003340             88  XTT-IN-TRANSIT  VALUE "T".
003350             88  XTT-CLEARED     VALUE "C".
003360         03  XTT-XFER-NO         PIC 9(6).
003370         03  XTT-FROM-BRANCH     PIC 99.
003380         03  XTT-TO-BRANCH       PIC 99.
003390         03  XTT-OIL-NUM         PIC 99.
003400         03  XTT-LOT-NO          PIC X(10).
003410         03  XTT-BEST-BEFORE     PIC 9(8).
003420         03  XTT-RECEIVED-DATE   PIC 9(8).
003430         03  XTT-QTY             PIC 9(6).
003440         03  XTT-VALUE           PIC 9(8)V99.
003450         03  XTT-SENT-DATE       PIC 9(8).

003460 01  XTT-COUNT                   PIC 999     VALUE ZERO.
003470 01  XTT-SUB                     PIC 999.
003480 01  XTT-FIRST-SUB               PIC 999.

003490 01  WS-NEXT-XFER-NO             PIC 9(6)    VALUE 1.

003500 01  WS-XFER-FIELDS.
003510     02  WS-TAKE-LEFT            PIC 9(6).
003520     02  WS-PORTION-QTY          PIC 9(6).
003530     02  WS-UNTRACED-QTY         PIC S9(7).
003540     02  WS-SEND-VALUE           PIC 9(8)V99.
003550     02  WS-VALUE-SO-FAR         PIC 9(8)V99.
003560     02  WS-VALUE-LEFT           PIC 9(8)V99.
003570     02  WS-PORTION-VALUE        PIC 9(8)V99.
003580     02  WS-OIL-LOT-COUNT        PIC 9(4).
003590     02  WS-BOOK-BRANCH          PIC 99.
003600     02  WS-BOOK-QTY             PIC 9(6).
003610     02  WS-BOOK-VALUE           PIC 9(8)V99.
003620     02  WS-DATE-WORK            PIC 9(8).
003630     02  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003640         03  WS-DW-YYYY          PIC 9(4).
003650         03  WS-DW-MM            PIC 99.
003660         03  WS-DW-DD            PIC 99.

003670 01  WS-COUNTS.
003680     02  WS-SENT-COUNT           PIC 9(4)    VALUE ZERO.
003690     02  WS-RECEIVED-COUNT       PIC 9(4)    VALUE ZERO.
003700     02  WS-CANCELLED-COUNT      PIC 9(4)    VALUE ZERO.
003710     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
003720     02  WS-TRANSIT-UNITS        PIC 9(7)    VALUE ZERO.
003730     02  WS-TRANSIT-VALUE        PIC 9(9)V99 VALUE ZERO.

003740 01  WS-SWITCHES.
003750     02  WS-XFERREQ-EOF          PIC X       VALUE "N".
003760         88  END-OF-REQUEST-DATA VALUE "Y".
003770     02  WS-STOCK-EOF            PIC X       VALUE "N".
003780         88  END-OF-STOCK-DATA   VALUE "Y".
003790     02  WS-LOT-EOF              PIC X       VALUE "N".
003800         88  END-OF-LOT-DATA     VALUE "Y".
003810     02  WS-TRANSIT-EOF          PIC X       VALUE "N".
003820         88  END-OF-TRANSIT-DATA VALUE "Y".
003830     02  WS-OILMAST-EOF          PIC X       VALUE "N".
003840         88  END-OF-OILMAST-DATA VALUE "Y".
003850     02  WS-LOT-LEFT-SWITCH      PIC X.
003860         88  LOT-STOCK-LEFT      VALUE "Y".
003870     02  WS-LOT-FOUND-SWITCH     PIC X.
003880         88  LT-ENTRY-FOUND      VALUE "Y".
003890     02  WS-XFER-FOUND-SWITCH    PIC X.
003900         88  XFER-FOUND          VALUE "Y".
003910     02  WS-XFERREQ-OPEN-SWITCH  PIC X       VALUE "N".
003920         88  REQUEST-FILE-OPEN   VALUE "Y".

003930 01  WS-FILE-STATUSES.
003940     02  WS-XFERREQ-STATUS       PIC XX.
003950     02  WS-STOCK-STATUS         PIC XX.
003960     02  WS-STOCK-OUT-STATUS     PIC XX.
003970     02  WS-LOT-STATUS           PIC XX.
003980     02  WS-LOT-OUT-STATUS       PIC XX.
003990     02  WS-TRANSIT-STATUS       PIC XX.
004000     02  WS-TRANSIT-OUT-STATUS   PIC XX.
004010     02  WS-XFERNO-STATUS        PIC XX.
004020     02  WS-OILMAST-STATUS       PIC XX.
004030     02  WS-RUNCTL-STATUS        PIC XX.

004040 01  WS-CURRENT-DATE.
004050     02  WS-CURRENT-DATE-YYYYMMDD.
004060         03  WS-CURRENT-YYYY     PIC 9(4).
004070         03  WS-CURRENT-MM       PIC 99.
004080         03  WS-CURRENT-DD       PIC 99.

004090 01  WS-AUDIT-FIELDS.
004100     02  WS-AUDIT-START-TIME     PIC 9(8).
004110     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

004120 PROCEDURE DIVISION.
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004150     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
004160         UNTIL END-OF-REQUEST-DATA.
004170     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004180     STOP RUN.

004190 1000-INITIALIZE.
004200     PERFORM 1005-READ-RUN-CONTROL THRU
004210         1005-READ-RUN-CONTROL-EXIT.
004220     PERFORM 1008-CHECK-STAGED-FILES THRU
004230         1008-CHECK-STAGED-FILES-EXIT.
004240     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
004250     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
004260     PERFORM 1050-LOAD-STOCK THRU 1050-LOAD-STOCK-EXIT.
004270     PERFORM 1070-LOAD-LOTS THRU 1070-LOAD-LOTS-EXIT.
004280     PERFORM 1080-LOAD-TRANSIT THRU 1080-LOAD-TRANSIT-EXIT.
004290     PERFORM 1090-READ-XFER-NO THRU 1090-READ-XFER-NO-EXIT.
004300     OPEN OUTPUT TRANSFER-REPORT
004310                 TRANSFER-NOTE.
004320     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
004330     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
004340     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
004350     MOVE SPACES TO PRINT-LINE.
004360     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004370     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004380     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004390     MOVE SPACES TO PRINT-LINE.
004400     WRITE PRINT-LINE.
004410     WRITE PRINT-LINE FROM REQUEST-TOPIC-LINE.
004420     OPEN INPUT XFER-REQUEST-FILE.
004430     IF WS-XFERREQ-STATUS NOT = "00"
004440         SET END-OF-REQUEST-DATA TO TRUE
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF.
004470     SET REQUEST-FILE-OPEN TO TRUE.
004480     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
004490 1000-INITIALIZE-EXIT.
004500     EXIT.

004510 1005-READ-RUN-CONTROL.
004520     OPEN INPUT RUN-CONTROL-FILE.
004530     IF WS-RUNCTL-STATUS NOT = "00"
004540         DISPLAY "STOCKXFER: RUN CONTROL RECORD MISSING"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     READ RUN-CONTROL-FILE
004590         AT END
004600             DISPLAY "STOCKXFER: RUN CONTROL RECORD MISSING"
004610             MOVE 16 TO RETURN-CODE
004620             STOP RUN
004630     END-READ.
004640     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
004650     CLOSE RUN-CONTROL-FILE.
004660 1005-READ-RUN-CONTROL-EXIT.
004670     EXIT.

004680*    AN OILSTOCK.NEW, OILLOT.NEW OR XFERTRAN.NEW STILL ON FILE
004690*    MEANS AN EARLIER DAY RUN WAS NEVER PROMOTED - MOVING STOCK
004700*    FROM THE OLD FILES WOULD THROW ITS UPDATES AWAY, SO STOP
004710*    BEFORE TOUCHING ANYTHING AND LET THE OPERATOR PROMOTE OR
004720*    REMOVE THEM FIRST.
004730 1008-CHECK-STAGED-FILES.
004740     OPEN INPUT STOCK-MASTER-OUT.
004750     IF WS-STOCK-OUT-STATUS = "00"
004760         CLOSE STOCK-MASTER-OUT
004770         DISPLAY "STOCKXFER: OILSTOCK.NEW ALREADY ON FILE - "
004780             "PROMOTE OR REMOVE IT FIRST"
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820     OPEN INPUT LOT-MASTER-OUT.
004830     IF WS-LOT-OUT-STATUS = "00"
004840         CLOSE LOT-MASTER-OUT
004850         DISPLAY "STOCKXFER: OILLOT.NEW ALREADY ON FILE - "
004860             "PROMOTE OR REMOVE IT FIRST"
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     OPEN INPUT TRANSIT-OUT.
004910     IF WS-TRANSIT-OUT-STATUS = "00"
004920         CLOSE TRANSIT-OUT
004930         DISPLAY "STOCKXFER: XFERTRAN.NEW ALREADY ON FILE - "
004940             "PROMOTE OR REMOVE IT FIRST"
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980 1008-CHECK-STAGED-FILES-EXIT.
004990     EXIT.

005000*    DESCRIPTIONS ONLY - A MISSING MASTER PRINTS BLANK NAMES.
005010 1040-LOAD-OIL-MASTER.
005020     MOVE SPACES TO OIL-DESC-TABLE.
005030     OPEN INPUT OIL-MASTER-FILE.
005040     IF WS-OILMAST-STATUS NOT = "00"
005050         GO TO 1040-LOAD-OIL-MASTER-EXIT
005060     END-IF.
005070     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
005080         UNTIL END-OF-OILMAST-DATA.
005090     CLOSE OIL-MASTER-FILE.
005100 1040-LOAD-OIL-MASTER-EXIT.
005110     EXIT.

005120 1045-READ-OIL-MASTER.
005130     READ OIL-MASTER-FILE
005140         AT END
005150             SET END-OF-OIL-MASTER TO TRUE
005160             SET END-OF-OILMAST-DATA TO TRUE
005170     END-READ.
005180     IF END-OF-OILMAST-DATA
005190         OR OM-OIL-NUM = ZERO
005200         GO TO 1045-READ-OIL-MASTER-EXIT
005210     END-IF.
005220     MOVE OM-DESCRIPTION TO ODT-DESCRIPTION (OM-OIL-NUM).
005230 1045-READ-OIL-MASTER-EXIT.
005240     EXIT.

005250 1050-LOAD-STOCK.
005260     PERFORM 1055-INIT-STOCK-ENTRY THRU 1055-INIT-STOCK-ENTRY-EXIT
005270         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
005280         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
005290     OPEN INPUT STOCK-MASTER-IN.
005300     IF WS-STOCK-STATUS NOT = "00"
005310         DISPLAY "STOCKXFER: OILSTOCK.DAT MISSING"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     PERFORM 1060-READ-STOCK THRU 1060-READ-STOCK-EXIT
005360         UNTIL END-OF-STOCK-DATA.
005370     CLOSE STOCK-MASTER-IN.
005380 1050-LOAD-STOCK-EXIT.
005390     EXIT.

005400 1055-INIT-STOCK-ENTRY.
005410     MOVE "N"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
005420     MOVE ZEROS TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
005430                   ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
005440                   ST-AVG-COST (ST-BR-SUB, ST-SUB)
005450                   ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
005460                   ST-LOT-QTY (ST-BR-SUB, ST-SUB).
005470 1055-INIT-STOCK-ENTRY-EXIT.
005480     EXIT.

005490 1060-READ-STOCK.
005500     READ STOCK-MASTER-IN
005510         AT END
005520             SET END-OF-STOCK-MASTER TO TRUE
005530             SET END-OF-STOCK-DATA TO TRUE
005540     END-READ.
005550     IF END-OF-STOCK-DATA
005560         OR STI-OIL-NUM = ZERO
005570         GO TO 1060-READ-STOCK-EXIT
005580     END-IF.
005590     PERFORM 1068-STOCK-BRANCH THRU 1068-STOCK-BRANCH-EXIT.
005600     MOVE STI-OIL-NUM TO ST-SUB.
005610     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
005620     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
005630     MOVE STI-REORDER-POINT
005640         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
005650     IF STI-AVG-COST NUMERIC
005660         AND STI-STOCK-VALUE NUMERIC
005670         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
005680         MOVE STI-STOCK-VALUE
005690             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
005700     END-IF.
005710 1060-READ-STOCK-EXIT.
005720     EXIT.

005730*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
005740*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
005750*    DROP THE ROW'S STOCK.
005760 1068-STOCK-BRANCH.
005770     IF STI-BRANCH NOT NUMERIC
005780         OR STI-BRANCH = ZERO
005790         MOVE 1 TO ST-BR-SUB
005800         GO TO 1068-STOCK-BRANCH-EXIT
005810     END-IF.
005820     IF STI-BRANCH > 9
005830         DISPLAY "STOCKXFER: OILSTOCK.DAT BRANCH " STI-BRANCH
005840             " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     MOVE STI-BRANCH TO ST-BR-SUB.
005890 1068-STOCK-BRANCH-EXIT.
005900     EXIT.

005910*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - EVERYTHING
005920*    ON THE SHELF IS UNTRACED. A FILE TOO BIG FOR THE TABLE
005930*    STOPS THE RUN BEFORE ANY OUTPUT FILE IS OPENED.
005940 1070-LOAD-LOTS.
005950     OPEN INPUT LOT-MASTER-IN.
005960     IF WS-LOT-STATUS NOT = "00"
005970         GO TO 1070-LOAD-LOTS-EXIT
005980     END-IF.
005990     PERFORM 1075-READ-LOT THRU 1075-READ-LOT-EXIT
006000         UNTIL END-OF-LOT-DATA.
006010     CLOSE LOT-MASTER-IN.
006020 1070-LOAD-LOTS-EXIT.
006030     EXIT.

006040 1075-READ-LOT.
006050     READ LOT-MASTER-IN
006060         AT END
006070             SET END-OF-LOT-MASTER TO TRUE
006080             SET END-OF-LOT-DATA TO TRUE
006090     END-READ.
006100     IF END-OF-LOT-DATA
006110         OR LTI-LOT-QTY NOT > ZERO
006120         OR LTI-OIL-NUM < 1 OR LTI-OIL-NUM > 99
006130         GO TO 1075-READ-LOT-EXIT
006140     END-IF.
006150     IF LT-COUNT >= 1000
006160         DISPLAY "STOCKXFER: LOT TABLE FULL AT 1000 - "
006170             "RAISE THE TABLE SIZE BEFORE RERUNNING"
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     ADD 1 TO LT-COUNT.
006220     MOVE LTI-OIL-NUM       TO LT-OIL-NUM (LT-COUNT).
006230     MOVE LTI-LOT-NO        TO LT-LOT-NO (LT-COUNT).
006240     MOVE LTI-BEST-BEFORE   TO LT-BEST-BEFORE (LT-COUNT).
006250     MOVE LTI-RECEIVED-DATE TO LT-RECEIVED-DATE (LT-COUNT).
006260     MOVE LTI-LOT-QTY       TO LT-LOT-QTY (LT-COUNT).
006270     IF LTI-BRANCH NOT NUMERIC
006280         OR LTI-BRANCH = ZERO
006290         MOVE 1 TO LT-BRANCH (LT-COUNT)
006300     ELSE
006310         IF LTI-BRANCH > 9
006320             DISPLAY "STOCKXFER: OILLOT.DAT BRANCH " LTI-BRANCH
006330                 " FOR OIL " LTI-OIL-NUM " IS NOT 1-9"
006340             MOVE 16 TO RETURN-CODE
006350             STOP RUN
006360         END-IF
006370         MOVE LTI-BRANCH TO LT-BRANCH (LT-COUNT)
006380     END-IF.
006390     ADD LTI-LOT-QTY
006400         TO ST-LOT-QTY (LT-BRANCH (LT-COUNT), LTI-OIL-NUM).
006410 1075-READ-LOT-EXIT.
006420     EXIT.

006430*    NO TRANSIT FILE MEANS NOTHING ON THE ROAD. A FILE TOO BIG
006440*    FOR THE TABLE STOPS THE RUN BEFORE ANY OUTPUT FILE IS
006450*    OPENED.
006460 1080-LOAD-TRANSIT.
006470     OPEN INPUT TRANSIT-IN.
006480     IF WS-TRANSIT-STATUS NOT = "00"
006490         GO TO 1080-LOAD-TRANSIT-EXIT
006500     END-IF.
006510     PERFORM 1085-READ-TRANSIT THRU 1085-READ-TRANSIT-EXIT
006520         UNTIL END-OF-TRANSIT-DATA.
006530     CLOSE TRANSIT-IN.
006540 1080-LOAD-TRANSIT-EXIT.
006550     EXIT.

006560 1085-READ-TRANSIT.
006570     READ TRANSIT-IN
006580         AT END
006590             SET END-OF-TRANSIT-IN TO TRUE
006600             SET END-OF-TRANSIT-DATA TO TRUE
006610     END-READ.
006620     IF END-OF-TRANSIT-DATA
006630         OR XTI-QTY NOT > ZERO
006640         GO TO 1085-READ-TRANSIT-EXIT
006650     END-IF.
006660     IF XTT-COUNT >= 500
006670         DISPLAY "STOCKXFER: TRANSIT TABLE FULL AT 500 - "
006680             "RAISE THE TABLE SIZE BEFORE RERUNNING"
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720     ADD 1 TO XTT-COUNT.
006730     MOVE "T"               TO XTT-STATUS (XTT-COUNT).
006740     MOVE XTI-XFER-NO       TO XTT-XFER-NO (XTT-COUNT).
006750     MOVE XTI-FROM-BRANCH   TO XTT-FROM-BRANCH (XTT-COUNT).
006760     MOVE XTI-TO-BRANCH     TO XTT-TO-BRANCH (XTT-COUNT).
006770     MOVE XTI-OIL-NUM       TO XTT-OIL-NUM (XTT-COUNT).
006780     MOVE XTI-LOT-NO        TO XTT-LOT-NO (XTT-COUNT).
006790     MOVE XTI-BEST-BEFORE   TO XTT-BEST-BEFORE (XTT-COUNT).
006800     MOVE XTI-RECEIVED-DATE TO XTT-RECEIVED-DATE (XTT-COUNT).
006810     MOVE XTI-QTY           TO XTT-QTY (XTT-COUNT).
006820     MOVE XTI-VALUE         TO XTT-VALUE (XTT-COUNT).
006830     MOVE XTI-SENT-DATE     TO XTT-SENT-DATE (XTT-COUNT).
006840 1085-READ-TRANSIT-EXIT.
006850     EXIT.

006860*    NO CONTROL FILE MEANS NO TRANSFER HAS EVER BEEN SENT -
006870*    NUMBERING STARTS AT 1, AS PONO.DAT DOES FOR ORDERS.
006880 1090-READ-XFER-NO.
006890     OPEN INPUT XFER-NO-FILE.
006900     IF WS-XFERNO-STATUS NOT = "00"
006910         GO TO 1090-READ-XFER-NO-EXIT
006920     END-IF.
006930     READ XFER-NO-FILE
006940         AT END
006950             CLOSE XFER-NO-FILE
006960             GO TO 1090-READ-XFER-NO-EXIT
006970     END-READ.
006980     MOVE XN-NEXT-XFER-NO TO WS-NEXT-XFER-NO.
006990     CLOSE XFER-NO-FILE.
007000 1090-READ-XFER-NO-EXIT.
007010     EXIT.

007020 2000-PROCESS-REQUEST.
007030     MOVE SPACES TO REQUEST-DETAIL-LINE.
007040     MOVE XR-XFER-NO     TO PRN-XFER-NO.
007050     MOVE XR-FROM-BRANCH TO PRN-FROM-BRANCH.
007060     MOVE XR-TO-BRANCH   TO PRN-TO-BRANCH.
007070     MOVE XR-OIL-NUM     TO PRN-OIL-NUM.
007080     MOVE XR-QTY         TO PRN-QTY.
007090     IF XR-SEND
007100         MOVE "SEND" TO PRN-ACTION
007110         PERFORM 2200-SEND-TRANSFER THRU 2200-SEND-TRANSFER-EXIT
007120         GO TO 2000-PROCESS-REQUEST-REPORT
007130     END-IF.
007140     IF XR-RECEIVE
007150         MOVE "RECEIVE" TO PRN-ACTION
007160         PERFORM 2400-RECEIVE-TRANSFER THRU
007170             2400-RECEIVE-TRANSFER-EXIT
007180         GO TO 2000-PROCESS-REQUEST-REPORT
007190     END-IF.
007200     IF XR-CANCEL
007210         MOVE "CANCEL" TO PRN-ACTION
007220         PERFORM 2500-CANCEL-TRANSFER THRU
007230             2500-CANCEL-TRANSFER-EXIT
007240         GO TO 2000-PROCESS-REQUEST-REPORT
007250     END-IF.
007260     MOVE XR-ACTION TO PRN-ACTION.
007270     MOVE "UNKNOWN ACTION - IGNORED" TO PRN-RESULT.
007280     ADD 1 TO WS-REJECTED-COUNT.
007290 2000-PROCESS-REQUEST-REPORT.
007300     WRITE PRINT-LINE FROM REQUEST-DETAIL-LINE.
007310     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
007320 2000-PROCESS-REQUEST-EXIT.
007330     EXIT.

007340 2100-READ-REQUEST.
007350     READ XFER-REQUEST-FILE
007360         AT END
007370             SET END-OF-XFER-REQUEST TO TRUE
007380             SET END-OF-REQUEST-DATA TO TRUE
007390     END-READ.
007400     IF NOT END-OF-REQUEST-DATA
007410         ADD 1 TO WS-RECORDS-READ
007420     END-IF.
007430 2100-READ-REQUEST-EXIT.
007440     EXIT.

007450*    A SEND NEEDS TWO DIFFERENT REAL BRANCHES AND THE FULL
007460*    QUANTITY ON THE SENDER'S SHELF - A PART SEND IS NEVER MADE,
007470*    THE BRANCH RE-KEYS WHAT IT CAN SPARE. THE UNITS LEAVE AT
007480*    THE SENDER'S AVERAGE COST; A SEND THAT EMPTIES THE SHELF
007490*    TAKES THE WHOLE BOOK VALUE, SO NO ROUNDING PENNIES ARE
007500*    STRANDED ON A ZERO-QUANTITY OIL.
007510 2200-SEND-TRANSFER.
007520     MOVE ZERO TO PRN-XFER-NO.
007530     IF XR-FROM-BRANCH NOT NUMERIC
007540         OR XR-TO-BRANCH NOT NUMERIC
007550         OR XR-FROM-BRANCH < 1 OR XR-FROM-BRANCH > 9
007560         OR XR-TO-BRANCH < 1 OR XR-TO-BRANCH > 9
007570         MOVE "BRANCH NOT 1-9 - NOT SENT" TO PRN-RESULT
007580         ADD 1 TO WS-REJECTED-COUNT
007590         GO TO 2200-SEND-TRANSFER-EXIT
007600     END-IF.
007610     IF XR-FROM-BRANCH = XR-TO-BRANCH
007620         MOVE "SAME BRANCH BOTH ENDS - NOT SENT" TO PRN-RESULT
007630         ADD 1 TO WS-REJECTED-COUNT
007640         GO TO 2200-SEND-TRANSFER-EXIT
007650     END-IF.
007660     IF XR-OIL-NUM NOT NUMERIC
007670         OR XR-OIL-NUM = ZERO
007680         OR XR-QTY NOT NUMERIC
007690         OR XR-QTY = ZERO
007700         MOVE "NO OIL OR QUANTITY - NOT SENT" TO PRN-RESULT
007710         ADD 1 TO WS-REJECTED-COUNT
007720         GO TO 2200-SEND-TRANSFER-EXIT
007730     END-IF.
007740     MOVE XR-FROM-BRANCH TO ST-BR-SUB.
007750     MOVE XR-OIL-NUM     TO ST-SUB.
007760     IF NOT ST-ON-FILE (ST-BR-SUB, ST-SUB)
007770         MOVE "OIL NOT HELD AT SENDER - NOT SENT" TO PRN-RESULT
007780         ADD 1 TO WS-REJECTED-COUNT
007790         GO TO 2200-SEND-TRANSFER-EXIT
007800     END-IF.
007810     IF XR-QTY > ST-ON-HAND (ST-BR-SUB, ST-SUB)
007820         MOVE "MORE THAN SENDER HOLDS - NOT SENT" TO PRN-RESULT
007830         ADD 1 TO WS-REJECTED-COUNT
007840         GO TO 2200-SEND-TRANSFER-EXIT
007850     END-IF.
007860*    ROOM FOR THE UNTRACED PORTION AND EVERY LOT OF THE OIL AT
007870*    THE SENDER, SO A SEND IS NEVER LEFT HALF ON THE ROAD.
007880     MOVE ZERO TO WS-OIL-LOT-COUNT.
007890     PERFORM 2330-COUNT-OIL-LOT THRU 2330-COUNT-OIL-LOT-EXIT
007900         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
007910     IF XTT-COUNT + WS-OIL-LOT-COUNT + 1 > 500
007920         MOVE "TRANSIT TABLE FULL - NOT SENT" TO PRN-RESULT
007930         ADD 1 TO WS-REJECTED-COUNT
007940         GO TO 2200-SEND-TRANSFER-EXIT
007950     END-IF.
007960     IF XR-QTY = ST-ON-HAND (ST-BR-SUB, ST-SUB)
007970         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007980             TO WS-SEND-VALUE
007990     ELSE
008000         MULTIPLY XR-QTY BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
008010             GIVING WS-SEND-VALUE ROUNDED
008020         IF WS-SEND-VALUE > ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
008030             MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
008040                 TO WS-SEND-VALUE
008050         END-IF
008060     END-IF.
008070     MOVE WS-NEXT-XFER-NO TO PRN-XFER-NO.
008080     PERFORM 2250-START-NOTE THRU 2250-START-NOTE-EXIT.
008090     PERFORM 2300-SHIP-PORTIONS THRU 2300-SHIP-PORTIONS-EXIT.
008100     SUBTRACT XR-QTY FROM ST-ON-HAND (ST-BR-SUB, ST-SUB).
008110     SUBTRACT WS-SEND-VALUE
008120         FROM ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
008130     PERFORM 2290-END-NOTE THRU 2290-END-NOTE-EXIT.
008140     MOVE WS-SEND-VALUE TO PRN-VALUE.
008150     MOVE "SENT - IN TRANSIT" TO PRN-RESULT.
008160     ADD 1 TO WS-SENT-COUNT.
008170     ADD 1 TO WS-NEXT-XFER-NO.
008180 2200-SEND-TRANSFER-EXIT.
008190     EXIT.

008200 2250-START-NOTE.
008210     MOVE SPACES TO NOTE-LINE.
008220     WRITE NOTE-LINE FROM NOTE-HEADING-LINE.
008230     MOVE SPACES TO NOTE-LINE.
008240     WRITE NOTE-LINE.
008250     MOVE WS-NEXT-XFER-NO  TO PRN-NT-XFER-NO.
008260     MOVE WS-CURRENT-MM    TO PRN-NT-MM.
008270     MOVE WS-CURRENT-DD    TO PRN-NT-DD.
008280     MOVE WS-CURRENT-YYYY  TO PRN-NT-YYYY.
008290     WRITE NOTE-LINE FROM NOTE-NUMBER-LINE.
008300     MOVE XR-FROM-BRANCH   TO PRN-NT-FROM-BRANCH.
008310     MOVE XR-TO-BRANCH     TO PRN-NT-TO-BRANCH.
008320     WRITE NOTE-LINE FROM NOTE-BRANCH-LINE.
008330     MOVE XR-OIL-NUM       TO PRN-NT-OIL-NUM.
008340     MOVE ODT-DESCRIPTION (XR-OIL-NUM) TO PRN-NT-OIL-DESC.
008350     WRITE NOTE-LINE FROM NOTE-OIL-LINE.
008360     MOVE SPACES TO NOTE-LINE.
008370     WRITE NOTE-LINE.
008380     WRITE NOTE-LINE FROM NOTE-TOPIC-LINE.
008390 2250-START-NOTE-EXIT.
008400     EXIT.

008410 2290-END-NOTE.
008420     MOVE SPACES TO NOTE-LINE.
008430     WRITE NOTE-LINE.
008440     MOVE XR-QTY TO PRN-NT-TOTAL-QTY.
008450     WRITE NOTE-LINE FROM NOTE-TOTAL-LINE.
008460     MOVE SPACES TO NOTE-LINE.
008470     WRITE NOTE-LINE.
008480     WRITE NOTE-LINE.
008490     WRITE NOTE-LINE FROM NOTE-DESPATCH-LINE.
008500     MOVE SPACES TO NOTE-LINE.
008510     WRITE NOTE-LINE.
008520     WRITE NOTE-LINE FROM NOTE-RECEIPT-LINE.
008530     MOVE SPACES TO NOTE-LINE.
008540     WRITE NOTE-LINE.
008550     WRITE NOTE-LINE FROM NOTE-SEPARATOR-LINE.
008560     MOVE SPACES TO NOTE-LINE.
008570     WRITE NOTE-LINE.
008580 2290-END-NOTE-EXIT.
008590     EXIT.

008600*    THE UNITS LEAVE IN THE ORDER A SALE WOULD TAKE THEM:
008610*    UNTRACED STOCK FIRST, THEN THE LOT WITH THE EARLIEST
008620*    BEST-BEFORE DATE. EACH PORTION BECOMES ITS OWN ROW ON THE
008630*    ROAD SO THE LOTS ARRIVE AS THEY LEFT.
008640 2300-SHIP-PORTIONS.
008650     MOVE XR-QTY TO WS-TAKE-LEFT.
008660     MOVE ZERO   TO WS-VALUE-SO-FAR.
008670     SUBTRACT ST-LOT-QTY (ST-BR-SUB, ST-SUB)
008680         FROM ST-ON-HAND (ST-BR-SUB, ST-SUB)
008690         GIVING WS-UNTRACED-QTY.
008700     IF WS-UNTRACED-QTY > ZERO
008710         IF WS-UNTRACED-QTY >= WS-TAKE-LEFT
008720             MOVE WS-TAKE-LEFT TO WS-PORTION-QTY
008730         ELSE
008740             MOVE WS-UNTRACED-QTY TO WS-PORTION-QTY
008750         END-IF
008760         SUBTRACT WS-PORTION-QTY FROM WS-TAKE-LEFT
008770         MOVE ZERO TO LT-MATCHED-SUB
008780         PERFORM 2350-ADD-TRANSIT-ROW THRU
008790             2350-ADD-TRANSIT-ROW-EXIT
008800     END-IF.
008810     MOVE "Y" TO WS-LOT-LEFT-SWITCH.
008820     PERFORM 2310-SHIP-OLDEST-LOT THRU 2310-SHIP-OLDEST-LOT-EXIT
008830         UNTIL WS-TAKE-LEFT = ZERO
008840         OR NOT LOT-STOCK-LEFT.
008850 2300-SHIP-PORTIONS-EXIT.
008860     EXIT.

008870 2310-SHIP-OLDEST-LOT.
008880     MOVE ZERO TO LT-OLDEST-SUB.
008890     PERFORM 2320-CHECK-LOT THRU 2320-CHECK-LOT-EXIT
008900         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
008910     IF LT-OLDEST-SUB = ZERO
008920         MOVE "N" TO WS-LOT-LEFT-SWITCH
008930         GO TO 2310-SHIP-OLDEST-LOT-EXIT
008940     END-IF.
008950     IF LT-LOT-QTY (LT-OLDEST-SUB) > WS-TAKE-LEFT
008960         MOVE WS-TAKE-LEFT TO WS-PORTION-QTY
008970     ELSE
008980         MOVE LT-LOT-QTY (LT-OLDEST-SUB) TO WS-PORTION-QTY
008990     END-IF.
009000     SUBTRACT WS-PORTION-QTY FROM LT-LOT-QTY (LT-OLDEST-SUB).
009010     SUBTRACT WS-PORTION-QTY FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB).
009020     SUBTRACT WS-PORTION-QTY FROM WS-TAKE-LEFT.
009030     MOVE LT-OLDEST-SUB TO LT-MATCHED-SUB.
009040     PERFORM 2350-ADD-TRANSIT-ROW THRU 2350-ADD-TRANSIT-ROW-EXIT.
009050 2310-SHIP-OLDEST-LOT-EXIT.
009060     EXIT.

009070 2320-CHECK-LOT.
009080     IF LT-OIL-NUM (LT-SUB) NOT = ST-SUB
009090         OR LT-BRANCH (LT-SUB) NOT = ST-BR-SUB
009100         OR LT-LOT-QTY (LT-SUB) = ZERO
009110         GO TO 2320-CHECK-LOT-EXIT
009120     END-IF.
009130     IF LT-OLDEST-SUB = ZERO
009140         MOVE LT-SUB TO LT-OLDEST-SUB
009150     ELSE
009160         IF LT-BEST-BEFORE (LT-SUB)
009170             < LT-BEST-BEFORE (LT-OLDEST-SUB)
009180             MOVE LT-SUB TO LT-OLDEST-SUB
009190         END-IF
009200     END-IF.
009210 2320-CHECK-LOT-EXIT.
009220     EXIT.

009230 2330-COUNT-OIL-LOT.
009240     IF LT-OIL-NUM (LT-SUB) = ST-SUB
009250         AND LT-BRANCH (LT-SUB) = ST-BR-SUB
009260         AND LT-LOT-QTY (LT-SUB) > ZERO
009270         ADD 1 TO WS-OIL-LOT-COUNT
009280     END-IF.
009290 2330-COUNT-OIL-LOT-EXIT.
009300     EXIT.

009310*    EACH PORTION CARRIES ITS SHARE OF THE SEND VALUE AT AVERAGE
009320*    COST; THE LAST PORTION TAKES WHATEVER IS LEFT, SO THE ROWS
009330*    ADD BACK TO THE VALUE TAKEN OFF THE SENDER. LT-MATCHED-SUB
009340*    ZERO MEANS THE UNTRACED PORTION.
009350 2350-ADD-TRANSIT-ROW.
009360     SUBTRACT WS-VALUE-SO-FAR FROM WS-SEND-VALUE
009370         GIVING WS-VALUE-LEFT.
009380     IF WS-TAKE-LEFT = ZERO
009390         MOVE WS-VALUE-LEFT TO WS-PORTION-VALUE
009400     ELSE
009410         MULTIPLY WS-PORTION-QTY
009420             BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
009430             GIVING WS-PORTION-VALUE ROUNDED
009440         IF WS-PORTION-VALUE > WS-VALUE-LEFT
009450             MOVE WS-VALUE-LEFT TO WS-PORTION-VALUE
009460         END-IF
009470     END-IF.
009480     ADD WS-PORTION-VALUE TO WS-VALUE-SO-FAR.
009490     ADD 1 TO XTT-COUNT.
009500     MOVE "T"                TO XTT-STATUS (XTT-COUNT).
009510     MOVE WS-NEXT-XFER-NO    TO XTT-XFER-NO (XTT-COUNT).
009520     MOVE XR-FROM-BRANCH     TO XTT-FROM-BRANCH (XTT-COUNT).
009530     MOVE XR-TO-BRANCH       TO XTT-TO-BRANCH (XTT-COUNT).
009540     MOVE XR-OIL-NUM         TO XTT-OIL-NUM (XTT-COUNT).
009550     MOVE WS-PORTION-QTY     TO XTT-QTY (XTT-COUNT).
009560     MOVE WS-PORTION-VALUE   TO XTT-VALUE (XTT-COUNT).
009570     MOVE WS-CURRENT-DATE-YYYYMMDD
009580         TO XTT-SENT-DATE (XTT-COUNT).
009590     MOVE SPACES TO NOTE-DETAIL-LINE.
009600     MOVE WS-PORTION-QTY TO PRN-NT-QTY.
009610     IF LT-MATCHED-SUB = ZERO
009620         MOVE SPACES TO XTT-LOT-NO (XTT-COUNT)
009630         MOVE ZEROS  TO XTT-BEST-BEFORE (XTT-COUNT)
009640                        XTT-RECEIVED-DATE (XTT-COUNT)
009650         MOVE "NO LOT" TO PRN-NT-LOT-NO
009660     ELSE
009670         MOVE LT-LOT-NO (LT-MATCHED-SUB)
009680             TO XTT-LOT-NO (XTT-COUNT)
009690         MOVE LT-BEST-BEFORE (LT-MATCHED-SUB)
009700             TO XTT-BEST-BEFORE (XTT-COUNT)
009710         MOVE LT-RECEIVED-DATE (LT-MATCHED-SUB)
009720             TO XTT-RECEIVED-DATE (XTT-COUNT)
009730         MOVE LT-LOT-NO (LT-MATCHED-SUB) TO PRN-NT-LOT-NO
009740         MOVE LT-BEST-BEFORE (LT-MATCHED-SUB) TO WS-DATE-WORK
009750         MOVE WS-DW-MM   TO PRN-NT-BB-MM
009760         MOVE WS-DW-DD   TO PRN-NT-BB-DD
009770         MOVE WS-DW-YYYY TO PRN-NT-BB-YYYY
009780         MOVE NOTE-BB-DATE-EDIT TO PRN-NT-BB-DATE
009790     END-IF.
009800     WRITE NOTE-LINE FROM NOTE-DETAIL-LINE.
009810 2350-ADD-TRANSIT-ROW-EXIT.
009820     EXIT.

009830*    ONLY THE BRANCH THE GOODS WERE SENT TO CAN CONFIRM THEM, AND
009840*    ONLY WHILE THEY ARE STILL ON THE ROAD. THE WHOLE TRANSFER IS
009850*    BOOKED IN AS SENT - A SHORTAGE ON ARRIVAL IS A STOCKTAKE
009860*    MATTER AT THE RECEIVING BRANCH.
009870 2400-RECEIVE-TRANSFER.
009880     PERFORM 2600-FIND-TRANSFER THRU 2600-FIND-TRANSFER-EXIT.
009890     IF NOT XFER-FOUND
009900         MOVE "NOT IN TRANSIT - IGNORED" TO PRN-RESULT
009910         ADD 1 TO WS-REJECTED-COUNT
009920         GO TO 2400-RECEIVE-TRANSFER-EXIT
009930     END-IF.
009940     MOVE XTT-FROM-BRANCH (XTT-FIRST-SUB) TO PRN-FROM-BRANCH.
009950     MOVE XTT-OIL-NUM (XTT-FIRST-SUB)     TO PRN-OIL-NUM.
009960     IF XR-TO-BRANCH NOT = XTT-TO-BRANCH (XTT-FIRST-SUB)
009970         MOVE "NOT SENT TO THIS BRANCH - IGNORED" TO PRN-RESULT
009980         ADD 1 TO WS-REJECTED-COUNT
009990         GO TO 2400-RECEIVE-TRANSFER-EXIT
010000     END-IF.
010010     MOVE XTT-TO-BRANCH (XTT-FIRST-SUB) TO WS-BOOK-BRANCH.
010020     PERFORM 2700-BOOK-IN-TRANSFER THRU
010030         2700-BOOK-IN-TRANSFER-EXIT.
010040     MOVE "RECEIVED - BOOKED IN" TO PRN-RESULT.
010050     ADD 1 TO WS-RECEIVED-COUNT.
010060 2400-RECEIVE-TRANSFER-EXIT.
010070     EXIT.

010080*    A TRANSFER STILL ON THE ROAD CAN BE CALLED BACK; IT GOES
010090*    BACK ON THE SENDING BRANCH'S SHELF EXACTLY AS IT LEFT.
010100 2500-CANCEL-TRANSFER.
010110     PERFORM 2600-FIND-TRANSFER THRU 2600-FIND-TRANSFER-EXIT.
010120     IF NOT XFER-FOUND
010130         MOVE "NOT IN TRANSIT - IGNORED" TO PRN-RESULT
010140         ADD 1 TO WS-REJECTED-COUNT
010150         GO TO 2500-CANCEL-TRANSFER-EXIT
010160     END-IF.
010170     MOVE XTT-FROM-BRANCH (XTT-FIRST-SUB) TO PRN-FROM-BRANCH.
010180     MOVE XTT-TO-BRANCH (XTT-FIRST-SUB)   TO PRN-TO-BRANCH.
010190     MOVE XTT-OIL-NUM (XTT-FIRST-SUB)     TO PRN-OIL-NUM.
010200     MOVE XTT-FROM-BRANCH (XTT-FIRST-SUB) TO WS-BOOK-BRANCH.
010210     PERFORM 2700-BOOK-IN-TRANSFER THRU
010220         2700-BOOK-IN-TRANSFER-EXIT.
010230     MOVE "CANCELLED - BACK AT SENDER" TO PRN-RESULT.
010240     ADD 1 TO WS-CANCELLED-COUNT.
010250 2500-CANCEL-TRANSFER-EXIT.
010260     EXIT.

010270 2600-FIND-TRANSFER.
010280     MOVE "N" TO WS-XFER-FOUND-SWITCH.
010290     MOVE ZERO TO XTT-FIRST-SUB.
010300     PERFORM 2650-MATCH-TRANSFER THRU 2650-MATCH-TRANSFER-EXIT
010310         VARYING XTT-SUB FROM 1 BY 1
010320         UNTIL XTT-SUB > XTT-COUNT
010330         OR XFER-FOUND.
010340 2600-FIND-TRANSFER-EXIT.
010350     EXIT.

010360 2650-MATCH-TRANSFER.
010370     IF XTT-IN-TRANSIT (XTT-SUB)
010380         AND XTT-XFER-NO (XTT-SUB) = XR-XFER-NO
010390         MOVE XTT-SUB TO XTT-FIRST-SUB
010400         SET XFER-FOUND TO TRUE
010410     END-IF.
010420 2650-MATCH-TRANSFER-EXIT.
010430     EXIT.

010440*    EVERY ROW OF THE TRANSFER GOES ONTO WS-BOOK-BRANCH'S SHELF
010450*    WITH ITS VALUE, AND THE BRANCH'S AVERAGE IS RE-STRUCK FROM
010460*    THE NEW BOOK VALUE AND UNITS, AS A DELIVERY WOULD.
010470 2700-BOOK-IN-TRANSFER.
010480     MOVE ZEROS TO WS-BOOK-QTY
010490                   WS-BOOK-VALUE.
010500     MOVE WS-BOOK-BRANCH TO ST-BR-SUB.
010510     MOVE XTT-OIL-NUM (XTT-FIRST-SUB) TO ST-SUB.
010520     PERFORM 2750-BOOK-TRANSIT-ROW THRU
010530         2750-BOOK-TRANSIT-ROW-EXIT
010540         VARYING XTT-SUB FROM XTT-FIRST-SUB BY 1
010550         UNTIL XTT-SUB > XTT-COUNT.
010560     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
010570     ADD WS-BOOK-QTY   TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
010580     ADD WS-BOOK-VALUE TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
010590     IF ST-ON-HAND (ST-BR-SUB, ST-SUB) > ZERO
010600         DIVIDE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
010610             BY ST-ON-HAND (ST-BR-SUB, ST-SUB)
010620             GIVING ST-AVG-COST (ST-BR-SUB, ST-SUB) ROUNDED
010630     END-IF.
010640     MOVE WS-BOOK-QTY   TO PRN-QTY.
010650     MOVE WS-BOOK-VALUE TO PRN-VALUE.
010660 2700-BOOK-IN-TRANSFER-EXIT.
010670     EXIT.

010680 2750-BOOK-TRANSIT-ROW.
010690     IF NOT XTT-IN-TRANSIT (XTT-SUB)
010700         OR XTT-XFER-NO (XTT-SUB) NOT = XR-XFER-NO
010710         GO TO 2750-BOOK-TRANSIT-ROW-EXIT
010720     END-IF.
010730     ADD XTT-QTY (XTT-SUB)   TO WS-BOOK-QTY.
010740     ADD XTT-VALUE (XTT-SUB) TO WS-BOOK-VALUE.
010750     MOVE "C" TO XTT-STATUS (XTT-SUB).
010760     IF XTT-LOT-NO (XTT-SUB) NOT = SPACES
010770         PERFORM 2800-BOOK-LOT THRU 2800-BOOK-LOT-EXIT
010780     END-IF.
010790 2750-BOOK-TRANSIT-ROW-EXIT.
010800     EXIT.

010810*    A LOT ARRIVING WHERE THE SAME LOT IS ALREADY ON THE SHELF
010820*    TOPS IT UP; OTHERWISE IT GETS ITS OWN ROW AT THE BRANCH. A
010830*    FULL LOT TABLE LEAVES THE UNITS UNTRACED.
010840 2800-BOOK-LOT.
010850     MOVE "N" TO WS-LOT-FOUND-SWITCH.
010860     PERFORM 2850-MATCH-LOT THRU 2850-MATCH-LOT-EXIT
010870         VARYING LT-SUB FROM 1 BY 1
010880         UNTIL LT-SUB > LT-COUNT
010890         OR LT-ENTRY-FOUND.
010900     IF NOT LT-ENTRY-FOUND
010910         IF LT-COUNT >= 1000
010920             DISPLAY "STOCKXFER: LOT TABLE FULL - TRANSFER "
010930                 XR-XFER-NO " LOT " XTT-LOT-NO (XTT-SUB)
010940                 " BOOKED UNTRACED"
010950             GO TO 2800-BOOK-LOT-EXIT
010960         END-IF
010970         ADD 1 TO LT-COUNT
010980         MOVE LT-COUNT TO LT-MATCHED-SUB
010990         MOVE ST-SUB    TO LT-OIL-NUM (LT-MATCHED-SUB)
011000         MOVE ST-BR-SUB TO LT-BRANCH (LT-MATCHED-SUB)
011010         MOVE XTT-LOT-NO (XTT-SUB)
011020             TO LT-LOT-NO (LT-MATCHED-SUB)
011030         MOVE XTT-BEST-BEFORE (XTT-SUB)
011040             TO LT-BEST-BEFORE (LT-MATCHED-SUB)
011050         MOVE XTT-RECEIVED-DATE (XTT-SUB)
011060             TO LT-RECEIVED-DATE (LT-MATCHED-SUB)
011070         MOVE ZERO TO LT-LOT-QTY (LT-MATCHED-SUB)
011080     END-IF.
011090     ADD XTT-QTY (XTT-SUB) TO LT-LOT-QTY (LT-MATCHED-SUB).
011100     ADD XTT-QTY (XTT-SUB) TO ST-LOT-QTY (ST-BR-SUB, ST-SUB).
011110 2800-BOOK-LOT-EXIT.
011120     EXIT.

011130 2850-MATCH-LOT.
011140     IF LT-OIL-NUM (LT-SUB) = ST-SUB
011150         AND LT-BRANCH (LT-SUB) = ST-BR-SUB
011160         AND LT-LOT-NO (LT-SUB) = XTT-LOT-NO (XTT-SUB)
011170         AND LT-BEST-BEFORE (LT-SUB) = XTT-BEST-BEFORE (XTT-SUB)
011180         MOVE LT-SUB TO LT-MATCHED-SUB
011190         SET LT-ENTRY-FOUND TO TRUE
011200     END-IF.
011210 2850-MATCH-LOT-EXIT.
011220     EXIT.

011230 8000-TERMINATE.
011240     IF WS-RECORDS-READ = ZERO
011250         WRITE PRINT-LINE FROM NO-REQUEST-LINE
011260     END-IF.
011270     MOVE SPACES TO PRINT-LINE.
011280     WRITE PRINT-LINE.
011290     MOVE WS-SENT-COUNT      TO PRN-SENT-COUNT.
011300     MOVE WS-RECEIVED-COUNT  TO PRN-RECEIVED-COUNT.
011310     MOVE WS-CANCELLED-COUNT TO PRN-CANCELLED-COUNT.
011320     MOVE WS-REJECTED-COUNT  TO PRN-REJECTED-COUNT.
011330     WRITE PRINT-LINE FROM REQUEST-COUNT-LINE.
011340     MOVE SPACES TO PRINT-LINE.
011350     WRITE PRINT-LINE.
011360     WRITE PRINT-LINE FROM TRANSIT-HEADING-LINE.
011370     WRITE PRINT-LINE FROM TRANSIT-TOPIC-LINE.
011380     OPEN OUTPUT TRANSIT-OUT.
011390     PERFORM 8100-WRITE-TRANSIT-ROW THRU
011400         8100-WRITE-TRANSIT-ROW-EXIT
011410         VARYING XTT-SUB FROM 1 BY 1 UNTIL XTT-SUB > XTT-COUNT.
011420     CLOSE TRANSIT-OUT.
011430     MOVE SPACES TO PRINT-LINE.
011440     WRITE PRINT-LINE.
011450     MOVE WS-TRANSIT-UNITS TO PRN-TRANSIT-UNITS.
011460     MOVE WS-TRANSIT-VALUE TO PRN-TRANSIT-VALUE.
011470     WRITE PRINT-LINE FROM TRANSIT-TOTAL-LINE.
011480     OPEN OUTPUT STOCK-MASTER-OUT.
011490     PERFORM 8200-WRITE-STOCK-ROW THRU 8200-WRITE-STOCK-ROW-EXIT
011500         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
011510         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
011520     CLOSE STOCK-MASTER-OUT.
011530     PERFORM 8400-WRITE-LOTS THRU 8400-WRITE-LOTS-EXIT.
011540     PERFORM 8600-WRITE-XFER-NO THRU 8600-WRITE-XFER-NO-EXIT.
011550     PERFORM 8900-WRITE-AUDIT-RECORD THRU
011560         8900-WRITE-AUDIT-RECORD-EXIT.
011570     IF REQUEST-FILE-OPEN
011580         CLOSE XFER-REQUEST-FILE
011590     END-IF.
011600     CLOSE TRANSFER-REPORT
011610           TRANSFER-NOTE.
011620 8000-TERMINATE-EXIT.
011630     EXIT.

011640*    ROWS BOOKED IN OR CANCELLED THIS RUN ARE DROPPED; THE REST
011650*    ARE STILL ON THE ROAD, GO FORWARD AND ARE LISTED.
011660 8100-WRITE-TRANSIT-ROW.
011670     IF NOT XTT-IN-TRANSIT (XTT-SUB)
011680         GO TO 8100-WRITE-TRANSIT-ROW-EXIT
011690     END-IF.
011700     MOVE XTT-XFER-NO (XTT-SUB)       TO XTO-XFER-NO.
011710     MOVE XTT-FROM-BRANCH (XTT-SUB)   TO XTO-FROM-BRANCH.
011720     MOVE XTT-TO-BRANCH (XTT-SUB)     TO XTO-TO-BRANCH.
011730     MOVE XTT-OIL-NUM (XTT-SUB)       TO XTO-OIL-NUM.
011740     MOVE XTT-LOT-NO (XTT-SUB)        TO XTO-LOT-NO.
011750     MOVE XTT-BEST-BEFORE (XTT-SUB)   TO XTO-BEST-BEFORE.
011760     MOVE XTT-RECEIVED-DATE (XTT-SUB) TO XTO-RECEIVED-DATE.
011770     MOVE XTT-QTY (XTT-SUB)           TO XTO-QTY.
011780     MOVE XTT-VALUE (XTT-SUB)         TO XTO-VALUE.
011790     MOVE XTT-SENT-DATE (XTT-SUB)     TO XTO-SENT-DATE.
011800     WRITE TRANSIT-OUT-REC.
011810     ADD XTT-QTY (XTT-SUB)   TO WS-TRANSIT-UNITS.
011820     ADD XTT-VALUE (XTT-SUB) TO WS-TRANSIT-VALUE.
011830     MOVE XTT-XFER-NO (XTT-SUB)     TO PRN-TR-XFER-NO.
011840     MOVE XTT-FROM-BRANCH (XTT-SUB) TO PRN-TR-FROM-BRANCH.
011850     MOVE XTT-TO-BRANCH (XTT-SUB)   TO PRN-TR-TO-BRANCH.
011860     MOVE XTT-OIL-NUM (XTT-SUB)     TO PRN-TR-OIL-NUM.
011870     MOVE XTT-LOT-NO (XTT-SUB)      TO PRN-TR-LOT-NO.
011880     MOVE XTT-SENT-DATE (XTT-SUB)   TO WS-DATE-WORK.
011890     MOVE WS-DW-MM                  TO PRN-TR-SENT-MM.
011900     MOVE WS-DW-DD                  TO PRN-TR-SENT-DD.
011910     MOVE WS-DW-YYYY                TO PRN-TR-SENT-YYYY.
011920     MOVE XTT-QTY (XTT-SUB)         TO PRN-TR-QTY.
011930     MOVE XTT-VALUE (XTT-SUB)       TO PRN-TR-VALUE.
011940     WRITE PRINT-LINE FROM TRANSIT-DETAIL-LINE.
011950 8100-WRITE-TRANSIT-ROW-EXIT.
011960     EXIT.

011970 8200-WRITE-STOCK-ROW.
011980     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
011990         MOVE ST-SUB    TO STO-OIL-NUM
012000         MOVE ST-BR-SUB TO STO-BRANCH
012010         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
012020         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
012030             TO STO-REORDER-POINT
012040         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
012050         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
012060             TO STO-STOCK-VALUE
012070         WRITE STOCK-OUT-REC
012080     END-IF.
012090 8200-WRITE-STOCK-ROW-EXIT.
012100     EXIT.

012110*    EMPTIED LOTS ARE DROPPED; EVERYTHING ELSE GOES FORWARD.
012120 8400-WRITE-LOTS.
012130     OPEN OUTPUT LOT-MASTER-OUT.
012140     PERFORM 8450-WRITE-LOT-ROW THRU 8450-WRITE-LOT-ROW-EXIT
012150         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
012160     CLOSE LOT-MASTER-OUT.
012170 8400-WRITE-LOTS-EXIT.
012180     EXIT.

012190 8450-WRITE-LOT-ROW.
012200     IF LT-LOT-QTY (LT-SUB) > ZERO
012210         MOVE LT-OIL-NUM (LT-SUB)       TO LTO-OIL-NUM
012220         MOVE LT-LOT-NO (LT-SUB)        TO LTO-LOT-NO
012230         MOVE LT-BEST-BEFORE (LT-SUB)   TO LTO-BEST-BEFORE
012240         MOVE LT-RECEIVED-DATE (LT-SUB) TO LTO-RECEIVED-DATE
012250         MOVE LT-LOT-QTY (LT-SUB)       TO LTO-LOT-QTY
012260         MOVE LT-BRANCH (LT-SUB)        TO LTO-BRANCH
012270         WRITE LOT-OUT-REC
012280     END-IF.
012290 8450-WRITE-LOT-ROW-EXIT.
012300     EXIT.

012310*    THE NEXT NUMBER IS KEPT STRAIGHT AWAY, AS POCREATE KEEPS
012320*    PONO.DAT - A RUN WHOSE FILES ARE NEVER PROMOTED ONLY LEAVES
012330*    A GAP IN THE NUMBERS, NEVER A NUMBER USED TWICE.
012340 8600-WRITE-XFER-NO.
012350     OPEN OUTPUT XFER-NO-FILE.
012360     MOVE WS-NEXT-XFER-NO TO XN-NEXT-XFER-NO.
012370     WRITE XFER-NO-REC.
012380     CLOSE XFER-NO-FILE.
012390 8600-WRITE-XFER-NO-EXIT.
012400     EXIT.

012410 8900-WRITE-AUDIT-RECORD.
012420     MOVE "STOCKXFER"           TO AR-PROGRAM-ID.
012430     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
012440     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
012450     ACCEPT AR-END-TIME         FROM TIME.
012460     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
012470     MOVE WS-REJECTED-COUNT     TO AR-RECORDS-REJECTED.
012480     OPEN EXTEND AUDIT-TRAIL-FILE.
012490     WRITE AUDIT-REC.
012500     CLOSE AUDIT-TRAIL-FILE.
012510 8900-WRITE-AUDIT-RECORD-EXIT.
012520     EXIT.

012530 END PROGRAM STOCKXFER.
