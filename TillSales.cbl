000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY TILL SALES STOCK DEPLETION.
000070*                READS THE DAY'S ITEMISED TILL TRANSACTIONS ON
000080*                TILLTXN.DAT (SEE TILLTXN.CPY) AND TAKES EVERY
000090*                BOTTLE SOLD OVER THE COUNTER OFF THE STOCK OF
000100*                THE BRANCH THAT SOLD IT, AT AVERAGE COST, IN THE
000110*                SAME ORDER STOCKREORD USES - UNTRACED UNITS
000120*                FIRST, THEN THE LOT WITH THE EARLIEST
000130*                BEST-BEFORE DATE. A REFUND GOES BACK ON AS
000140*                UNTRACED STOCK. THE UPDATED MASTER AND LOTS GO
000150*                TO OILSTOCK.NEW AND OILLOT.NEW FOR THE BATCH
000160*                DRIVER TO PROMOTE, THE NIGHT'S TILL COST OF
000170*                SALES TO TILLCOGS.DAT FOR GLEXTRACT, AND ONE "P"
000180*                ROW PER OIL (UNITS AND VALUE NET OF VAT) IS
000190*                APPENDED TO SALESHIST.DAT SO THE PRODUCT TREND
000200*                COUNTS COUNTER SALES TOO. TILLSALES.RPT LISTS
000210*                EVERY SALE OR REFUND LINE THAT COULD NOT BE
000220*                TAKEN OFF STOCK, THE SALES BY BRANCH AND OIL,
000230*                AND EACH TILL'S CASH AND CARD TAKINGS AGAINST
000240*                THE ITEMISED LINES BEHIND THEM, SO A SALE RUNG
000250*                UP WITHOUT ITS ITEM SHOWS AS A DIFFERENCE.
000260* TECTONICS:     cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  2026-10-15 DO    ORIGINAL VERSION.
000301*  2026-10-15 DO    THE TILL COST OF SALES IS NOW KEPT PER BRANCH
000302*                   AND TILLCOGS.DAT CARRIES ONE ROW PER BRANCH
000303*                   THAT SOLD, SO GLEXTRACT POSTS EACH SHOP'S
000304*                   COUNTER COST OF SALES TO ITS OWN BRANCH.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. TILLSALES.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TILL-TRANSACTION-FILE ASSIGN TO "TILLTXN.DAT"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS WS-TILLTXN-STATUS.

000400     SELECT STOCK-MASTER-IN ASSIGN TO "OILSTOCK.DAT"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS WS-STOCK-STATUS.

000430     SELECT STOCK-MASTER-OUT ASSIGN TO "OILSTOCK.NEW"
000440               ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-LOT-STATUS.

000480     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000490               ORGANIZATION IS LINE SEQUENTIAL.

000500     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-OILMAST-STATUS.

000530     SELECT VAT-RATE-FILE ASSIGN TO "VATRATE.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-VATRATE-STATUS.

000560     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHIST.DAT"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-SALESHIST-STATUS.

000590     SELECT TILL-COGS-FILE ASSIGN TO "TILLCOGS.DAT"
000600               ORGANIZATION IS LINE SEQUENTIAL.

000610     SELECT TILL-SALES-REPORT ASSIGN TO "TILLSALES.RPT"
000620               ORGANIZATION IS LINE SEQUENTIAL.

000630     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000640               ORGANIZATION IS LINE SEQUENTIAL
000650               FILE STATUS IS WS-STEPSTAT-STATUS.

000660     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000670               ORGANIZATION IS LINE SEQUENTIAL
000680               FILE STATUS IS WS-RUNCTL-STATUS.

000690     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000700               ORGANIZATION IS LINE SEQUENTIAL.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  TILL-TRANSACTION-FILE.
000740     COPY TILLTXN.

000750 FD  STOCK-MASTER-IN.
000760     COPY OILSTOCK REPLACING
000770         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000780         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000790         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000800         ==OS-ON-HAND== BY ==STI-ON-HAND==
000810         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000820         ==OS-AVG-COST== BY ==STI-AVG-COST==
000830         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
000840         ==OS-BRANCH== BY ==STI-BRANCH==.

000850 FD  STOCK-MASTER-OUT.
000860     COPY OILSTOCK REPLACING
000870         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
000880         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
000890         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
000900         ==OS-ON-HAND== BY ==STO-ON-HAND==
000910         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
000920         ==OS-AVG-COST== BY ==STO-AVG-COST==
000930         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
000940         ==OS-BRANCH== BY ==STO-BRANCH==.

000950 FD  LOT-MASTER-IN.
000960     COPY OILLOT REPLACING
000970         ==OIL-LOT-REC== BY ==LOT-IN-REC==
000980         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER==
000990         ==OL-OIL-NUM== BY ==LTI-OIL-NUM==
001000         ==OL-LOT-NO== BY ==LTI-LOT-NO==
001010         ==OL-BEST-BEFORE== BY ==LTI-BEST-BEFORE==
001020         ==OL-RECEIVED-DATE== BY ==LTI-RECEIVED-DATE==
001030         ==OL-LOT-QTY== BY ==LTI-LOT-QTY==
001040         ==OL-BRANCH== BY ==LTI-BRANCH==.

001050 FD  LOT-MASTER-OUT.
001060     COPY OILLOT REPLACING
001070         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
001080         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
001090         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
001100         ==OL-LOT-NO== BY ==LTO-LOT-NO==
001110         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
001120         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
001130         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
001140         ==OL-BRANCH== BY ==LTO-BRANCH==.

001150 FD  OIL-MASTER-FILE.
001160     COPY OILMAST.

001170 FD  VAT-RATE-FILE.
001180 01  VAT-RATE-REC.
001190     88 END-OF-VAT-RATE-FILE  VALUE HIGH-VALUES.
001200     02  VR-OIL-TYPE             PIC X.
001210     02  VR-RATE                 PIC V9999.

001220 FD  SALES-HISTORY-FILE.
001230     COPY SALESHIST.

001240*    ONE ROW FOR GLEXTRACT: THE NIGHT'S NET TILL COST OF SALES.
001250 FD  TILL-COGS-FILE.
001260 01  TILL-COGS-REC.
001270     02  TG-RUN-DATE             PIC 9(8).
001280     02  TG-COST-VALUE           PIC S9(7)V99.
001281     02  TG-BRANCH               PIC 99.

001290 FD  TILL-SALES-REPORT.
001300 01  PRINT-LINE                  PIC X(90).

001310 FD  STEP-STATUS-FILE.
001320     COPY STEPSTAT.

001330 FD  RUN-CONTROL-FILE.
001340     COPY RUNCTL.

001350 FD  AUDIT-TRAIL-FILE.
001360     COPY AUDITREC.

001370 WORKING-STORAGE SECTION.

001380 01  REPORT-HEADING-LINE         PIC X(40)
001390             VALUE "     AROMAMORA TILL SALES".

001400 01  REPORT-HEADING-UNDERLINE.
001410     02  FILLER                  PIC X(5)  VALUE SPACES.
001420     02  FILLER                  PIC X(20) VALUE ALL "-".

001430 01  RUN-DATE-LINE.
001440     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001450     02  PRN-RUN-MM              PIC 99.
001460     02  FILLER                  PIC X VALUE "/".
001470     02  PRN-RUN-DD              PIC 99.
001480     02  FILLER                  PIC X VALUE "/".
001490     02  PRN-RUN-YYYY            PIC 9(4).

001500 01  EXCEPTION-HEADING-LINE      PIC X(40)
001510             VALUE "TILL LINES NOT TAKEN OFF STOCK".

001520 01  EXCEPTION-TOPIC-LINE        PIC X(60)
001530             VALUE "TL  BR   TYPE   TENDER    AMOUNT  OIL SZ   QTY
001540-    "  REASON".

001550 01  EXCEPTION-DETAIL-LINE.
001560     02  PRN-EX-TILL             PIC X(2).
001570     02  FILLER                  PIC X(2) VALUE SPACES.
001580     02  PRN-EX-BRANCH           PIC X(2).
001590     02  FILLER                  PIC X(3) VALUE SPACES.
001600     02  PRN-EX-TYPE             PIC X(6).
001610     02  FILLER                  PIC X VALUE SPACE.
001620     02  PRN-EX-TENDER           PIC X(7).
001630     02  PRN-EX-AMOUNT           PIC ZZ,ZZ9.99.
001640     02  FILLER                  PIC X(2) VALUE SPACES.
001650     02  PRN-EX-OIL-NUM          PIC X(2).
001660     02  FILLER                  PIC X(2) VALUE SPACES.
001670     02  PRN-EX-UNIT-SIZE        PIC X(2).
001680     02  FILLER                  PIC X(2) VALUE SPACES.
001690     02  PRN-EX-QTY              PIC X(4).
001700     02  FILLER                  PIC X(2) VALUE SPACES.
001710     02  PRN-EX-REASON           PIC X(30).

001720 01  NO-EXCEPTION-LINE           PIC X(40)
001730             VALUE "EVERY SALE AND REFUND LINE ITEMISED.".

001740 01  PRODUCT-HEADING-LINE        PIC X(40)
001750             VALUE "TILL SALES BY BRANCH AND OIL".

001760 01  PRODUCT-TOPIC-LINE.
001770     02  FILLER                  PIC X(36)
001780             VALUE "OIL DESCRIPTION          UNITS".
001790     02  FILLER                  PIC X(33)
001800             VALUE "TAKINGS   NET OF VAT         COST".

001810 01  BRANCH-HEADING-LINE.
001820     02  FILLER                  PIC X(7) VALUE "BRANCH ".
001830     02  PRN-BRANCH              PIC 99.

001840 01  PRODUCT-DETAIL-LINE.
001850     02  PRN-PR-OIL-NUM          PIC 99 BLANK WHEN ZERO.
001860     02  FILLER                  PIC X(2) VALUE SPACES.
001870     02  PRN-PR-DESC             PIC X(20).
001880     02  PRN-PR-UNITS            PIC ZZ,ZZ9-.
001890     02  FILLER                  PIC X(2) VALUE SPACES.
001900     02  PRN-PR-GROSS            PIC $$$,$$9.99-.
001910     02  FILLER                  PIC X(2) VALUE SPACES.
001920     02  PRN-PR-NET              PIC $$$,$$9.99-.
001930     02  FILLER                  PIC X(2) VALUE SPACES.
001940     02  PRN-PR-COST             PIC $$$,$$9.99-.

001950 01  NO-PRODUCT-LINE             PIC X(40)
001960             VALUE "NO ITEMISED TILL SALES TODAY.".

001970 01  TILL-HEADING-LINE           PIC X(40)
001980             VALUE "TAKINGS AGAINST ITEMISED LINES BY TILL".

001990 01  TILL-TOPIC-LINE             PIC X(70)
002000             VALUE "TL CASH TAKEN  CASH ITEMS  CARD TAKEN  CARD IT
002010-    "EMS  DIFFERENCE   STATUS".

002020 01  TILL-DETAIL-LINE.
002030     02  PRN-TL-TILL-ID          PIC 99.
002040     02  PRN-TL-CASH-TAKEN       PIC $$$,$$9.99-.
002050     02  FILLER                  PIC X VALUE SPACE.
002060     02  PRN-TL-CASH-ITEMS       PIC $$$,$$9.99-.
002070     02  FILLER                  PIC X VALUE SPACE.
002080     02  PRN-TL-CARD-TAKEN       PIC $$$,$$9.99-.
002090     02  FILLER                  PIC X VALUE SPACE.
002100     02  PRN-TL-CARD-ITEMS       PIC $$$,$$9.99-.
002110     02  FILLER                  PIC X VALUE SPACE.
002120     02  PRN-TL-DIFFERENCE       PIC $$$,$$9.99-.
002130     02  FILLER                  PIC X(2) VALUE SPACES.
002140     02  PRN-TL-STATUS           PIC X(12).

002150 01  NO-TILL-LINE                PIC X(40)
002160             VALUE "NO CASH OR CARD SALES ON ANY TILL.".

002170 01  COUNT-LINE.
002180     02  PRN-COUNT-LABEL         PIC X(30).
002190     02  FILLER                  PIC X(2) VALUE ": ".
002200     02  PRN-COUNT               PIC ZZZ,ZZ9.

002210 01  COST-OF-SALES-LINE.
002220     02  FILLER                  PIC X(30)
002230             VALUE "TILL COST OF SALES AT AVERAGE".
002240     02  FILLER                  PIC X(2) VALUE ": ".
002250     02  PRN-COST-OF-SALES       PIC $$,$$$,$$9.99-.

002260 01  OIL-STOCK-TABLE.
002270     02  BRANCH-STOCK OCCURS 9 TIMES.
002280         03  STOCK-ENTRY OCCURS 99 TIMES.
002290             04  ST-ON-FILE-SWITCH   PIC X.
002300                 88  ST-ON-FILE      VALUE "Y".
002310             04  ST-ON-HAND          PIC 9(6).
002320             04  ST-REORDER-POINT    PIC 9(6).
002330             04  ST-AVG-COST         PIC 9(4)V9999.
002340             04  ST-STOCK-VALUE      PIC 9(8)V99.
002350             04  ST-LOT-QTY          PIC 9(6).

002360 01  ST-SUB                      PIC 999.
002370 01  ST-BR-SUB                   PIC 99.

002380*    THE DAY'S ITEMISED TILL SALES BY BRANCH AND OIL, SIGNED -
002390*    A REFUND COMES OFF.
002400 01  TILL-SALES-TABLE.
002410     02  BRANCH-SALES OCCURS 9 TIMES.
002420         03  SALES-ENTRY OCCURS 99 TIMES.
002430             04  BS-USED-SWITCH      PIC X.
002440                 88  BS-USED         VALUE "Y".
002450             04  BS-QTY              PIC S9(6).
002460             04  BS-GROSS            PIC S9(7)V99.
002470             04  BS-NET              PIC S9(7)V99.
002480             04  BS-COST             PIC S9(7)V99.

002490 01  BRANCH-SALES-TOTALS.
002500     02  BST-QTY                 PIC S9(6).
002510     02  BST-GROSS               PIC S9(7)V99.
002520     02  BST-NET                 PIC S9(7)V99.
002530     02  BST-COST                PIC S9(7)V99.

002540*    ALL BRANCHES TOGETHER, BY OIL, FOR SALESHIST.DAT.
002550 01  PRODUCT-TOTALS-TABLE.
002560     02  PRODUCT-TOTAL OCCURS 99 TIMES.
002570         03  PT-USED-SWITCH      PIC X.
002580             88  PT-USED         VALUE "Y".
002590         03  PT-QTY              PIC S9(6).
002600         03  PT-NET              PIC S9(7)V99.

002610*    EACH TILL'S CASH AND CARD TAKINGS FROM EVERY SALE AND
002620*    REFUND ROW, AND THE PART OF THEM THAT CAME FROM LINES
002630*    TAKEN OFF STOCK. VOUCHERS ARE RECONCILED BY TILLRECON
002640*    AND ARE LEFT OUT HERE.
002650 01  TILL-TABLE.
002660     02  TILL-ENTRY OCCURS 9 TIMES.
002670         03  TL-PRESENT-SWITCH   PIC X.
002680             88  TL-PRESENT      VALUE "Y".
002690         03  TL-CASH-TAKEN       PIC S9(6)V99.
002700         03  TL-CASH-ITEMS       PIC S9(6)V99.
002710         03  TL-CARD-TAKEN       PIC S9(6)V99.
002720         03  TL-CARD-ITEMS       PIC S9(6)V99.

002730 01  TL-SUB                      PIC 99.

002740 01  OIL-MASTER-TABLE.
002750     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
002760         03  OMT-ON-FILE-SWITCH  PIC X.
002770             88  OMT-ON-FILE     VALUE "Y".
002780         03  OMT-DESCRIPTION     PIC X(20).
002790         03  OMT-OIL-TYPE        PIC X.
002800         03  OMT-UNIT-SIZE       PIC 99 OCCURS 4 TIMES.

002810 01  OMT-SZ-SUB                  PIC 9.

002820 01  VAT-RATE-TABLE.
002830     02  VAT-RATE-ENTRY OCCURS 3 TIMES.
002840         03  VRT-TYPE-CODE       PIC X.
002850         03  VRT-RATE            PIC V9999.

002860 01  VRT-SUB                     PIC 9.

002870*    THE LOT FILE, HELD WHILE THE DAY'S TILL SALES COME OFF IT.
002880 01  LOT-TABLE.
002890     02  LOT-ENTRY OCCURS 1000 TIMES.
002900         03  LT-OIL-NUM          PIC 99.
002910         03  LT-LOT-NO           PIC X(10).
002920         03  LT-BEST-BEFORE      PIC 9(8).
002930         03  LT-RECEIVED-DATE    PIC 9(8).
002940         03  LT-LOT-QTY          PIC 9(6).
002950         03  LT-BRANCH           PIC 99.

002960 01  LT-COUNT                    PIC 9(4)    VALUE ZERO.
002970 01  LT-SUB                      PIC 9(4).
002980 01  LT-OLDEST-SUB               PIC 9(4).

002990 01  WS-LOT-FIELDS.
003000     02  WS-LOT-TAKE             PIC 9(6).
003010     02  WS-UNTRACED-QTY         PIC S9(7).
003020     02  WS-LOT-LEFT-SWITCH      PIC X.
003030         88  LOT-STOCK-LEFT      VALUE "Y".

003040 01  WS-LINE-FIELDS.
003050     02  WS-LINE-AMOUNT          PIC S9(6)V99.
003060     02  WS-LINE-NET             PIC S9(6)V99.
003070     02  WS-LINE-QTY             PIC S9(5).
003080     02  WS-VAT-RATE-APPLIED     PIC V9999.
003090     02  WS-VAT-FACTOR           PIC 9V9999.
003100     02  WS-TILL-DIFFERENCE      PIC S9(6)V99.
003110     02  WS-EXCEPTION-REASON     PIC X(30).

003120 77  WS-COST-VALUE               PIC 9(8)V99.
003130 77  WS-COST-OF-SALES            PIC S9(7)V99 VALUE ZEROS.
003131 01  BRANCH-COST-TABLE.
003132     02  BRANCH-COST-OF-SALES    PIC S9(7)V99 OCCURS 9 TIMES.

003140 01  WS-COUNTS.
003150     02  WS-ITEM-COUNT           PIC 9(6)    VALUE ZERO.
003160     02  WS-EXCEPTION-COUNT      PIC 9(6)    VALUE ZERO.
003170     02  WS-TILL-DIFF-COUNT      PIC 9(4)    VALUE ZERO.
003180     02  WS-PRODUCT-LINES        PIC 9(4)    VALUE ZERO.
003190     02  WS-TILL-LINES           PIC 9(4)    VALUE ZERO.

003200 01  WS-SWITCHES.
003210     02  WS-TILLTXN-EOF          PIC X       VALUE "N".
003220         88  END-OF-TILLTXN-DATA VALUE "Y".
003230     02  WS-STOCK-EOF            PIC X       VALUE "N".
003240         88  END-OF-STOCK-DATA   VALUE "Y".
003250     02  WS-LOT-EOF              PIC X       VALUE "N".
003260         88  END-OF-LOT-DATA     VALUE "Y".
003270     02  WS-OILMAST-EOF          PIC X       VALUE "N".
003280         88  END-OF-OILMAST-DATA VALUE "Y".
003290     02  WS-VAT-RATE-EOF-SWITCH  PIC X       VALUE "N".
003300         88  END-OF-VAT-RATES    VALUE "Y".
003310     02  WS-SIZE-FOUND-SWITCH    PIC X       VALUE "N".
003320         88  SIZE-FOUND          VALUE "Y".
003330     02  WS-BRANCH-HEAD-SWITCH   PIC X       VALUE "N".
003340         88  BRANCH-HEADED       VALUE "Y".
003350     02  WS-TILLTXN-OPEN-SWITCH  PIC X       VALUE "N".
003360         88  TILLTXN-FILE-OPEN   VALUE "Y".

003370 01  WS-FILE-STATUSES.
003380     02  WS-TILLTXN-STATUS       PIC XX.
003390     02  WS-STOCK-STATUS         PIC XX.
003400     02  WS-LOT-STATUS           PIC XX.
003410     02  WS-OILMAST-STATUS       PIC XX.
003420     02  WS-VATRATE-STATUS       PIC XX.
003430     02  WS-SALESHIST-STATUS     PIC XX.
003440     02  WS-STEPSTAT-STATUS      PIC XX.
003450     02  WS-RUNCTL-STATUS        PIC XX.

003460 01  WS-CURRENT-DATE.
003470     02  WS-CURRENT-DATE-YYYYMMDD.
003480         03  WS-CURRENT-YYYY     PIC 9(4).
003490         03  WS-CURRENT-MM       PIC 99.
003500         03  WS-CURRENT-DD       PIC 99.

003510 01  WS-AUDIT-FIELDS.
003520     02  WS-AUDIT-START-TIME     PIC 9(8).
003530     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003540 PROCEDURE DIVISION.
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003570     PERFORM 2000-PROCESS-TILL-TXN THRU
003580         2000-PROCESS-TILL-TXN-EXIT
003590         UNTIL END-OF-TILLTXN-DATA.
003600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003610     STOP RUN.

003620 1000-INITIALIZE.
003630     PERFORM 1005-READ-RUN-CONTROL THRU
003640         1005-READ-RUN-CONTROL-EXIT.
003650     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003660     MOVE ZEROS TO TILL-SALES-TABLE
003670                   PRODUCT-TOTALS-TABLE
003680                   TILL-TABLE
003681                   BRANCH-COST-TABLE.
003690     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
003700     PERFORM 1100-LOAD-VAT-RATES THRU 1100-LOAD-VAT-RATES-EXIT.
003710     PERFORM 1050-LOAD-STOCK THRU 1050-LOAD-STOCK-EXIT.
003720     PERFORM 1070-LOAD-LOTS THRU 1070-LOAD-LOTS-EXIT.
003730     OPEN OUTPUT TILL-SALES-REPORT.
003740     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003750     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003760     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003770     MOVE SPACES TO PRINT-LINE.
003780     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003790     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003800     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003810     MOVE SPACES TO PRINT-LINE.
003820     WRITE PRINT-LINE.
003830     WRITE PRINT-LINE FROM EXCEPTION-HEADING-LINE.
003840     WRITE PRINT-LINE FROM EXCEPTION-TOPIC-LINE.
003850     OPEN INPUT TILL-TRANSACTION-FILE.
003860     IF WS-TILLTXN-STATUS NOT = "00"
003870         SET END-OF-TILLTXN-DATA TO TRUE
003880         GO TO 1000-INITIALIZE-EXIT
003890     END-IF.
003900     SET TILLTXN-FILE-OPEN TO TRUE.
003910     PERFORM 2900-READ-TILL-TXN THRU 2900-READ-TILL-TXN-EXIT.
003920 1000-INITIALIZE-EXIT.
003930     EXIT.

003940 1005-READ-RUN-CONTROL.
003950     OPEN INPUT RUN-CONTROL-FILE.
003960     IF WS-RUNCTL-STATUS NOT = "00"
003970         DISPLAY "TILLSALES: RUN CONTROL RECORD MISSING"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     READ RUN-CONTROL-FILE
004020         AT END
004030             DISPLAY "TILLSALES: RUN CONTROL RECORD MISSING"
004040             MOVE 16 TO RETURN-CODE
004050             STOP RUN
004060     END-READ.
004070     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
004080         DISPLAY "TILLSALES: BUSINESS DATE GOES BACKWARDS"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
004130     CLOSE RUN-CONTROL-FILE.
004140 1005-READ-RUN-CONTROL-EXIT.
004150     EXIT.

004160*    A MISSING MASTER LEAVES EVERY OIL OFF FILE, SO EVERY LINE
004170*    IS LISTED AND NOTHING COMES OFF STOCK.
004180 1040-LOAD-OIL-MASTER.
004190     MOVE SPACES TO OIL-MASTER-TABLE.
004200     OPEN INPUT OIL-MASTER-FILE.
004210     IF WS-OILMAST-STATUS NOT = "00"
004220         GO TO 1040-LOAD-OIL-MASTER-EXIT
004230     END-IF.
004240     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
004250         UNTIL END-OF-OILMAST-DATA.
004260     CLOSE OIL-MASTER-FILE.
004270 1040-LOAD-OIL-MASTER-EXIT.
004280     EXIT.

004290 1045-READ-OIL-MASTER.
004300     READ OIL-MASTER-FILE
004310         AT END
004320             SET END-OF-OIL-MASTER TO TRUE
004330             SET END-OF-OILMAST-DATA TO TRUE
004340     END-READ.
004350     IF END-OF-OILMAST-DATA
004360         OR OM-OIL-NUM = ZERO
004370         GO TO 1045-READ-OIL-MASTER-EXIT
004380     END-IF.
004390     MOVE "Y"            TO OMT-ON-FILE-SWITCH (OM-OIL-NUM).
004400     MOVE OM-DESCRIPTION TO OMT-DESCRIPTION (OM-OIL-NUM).
004410     MOVE OM-OIL-TYPE    TO OMT-OIL-TYPE (OM-OIL-NUM).
004420     MOVE OM-UNIT-SIZE (1) TO OMT-UNIT-SIZE (OM-OIL-NUM 1).
004430     MOVE OM-UNIT-SIZE (2) TO OMT-UNIT-SIZE (OM-OIL-NUM 2).
004440     MOVE OM-UNIT-SIZE (3) TO OMT-UNIT-SIZE (OM-OIL-NUM 3).
004450     MOVE OM-UNIT-SIZE (4) TO OMT-UNIT-SIZE (OM-OIL-NUM 4).
004460 1045-READ-OIL-MASTER-EXIT.
004470     EXIT.

004480*    NO STOCK MASTER MEANS NOWHERE TO TAKE THE SALES FROM - STOP
004490*    RATHER THAN PROMOTE AN EMPTY ONE.
004500 1050-LOAD-STOCK.
004510     MOVE ZEROS TO OIL-STOCK-TABLE.
004520     OPEN INPUT STOCK-MASTER-IN.
004530     IF WS-STOCK-STATUS NOT = "00"
004540         DISPLAY "TILLSALES: OILSTOCK.DAT MISSING"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     PERFORM 1060-READ-STOCK THRU 1060-READ-STOCK-EXIT
004590         UNTIL END-OF-STOCK-DATA.
004600     CLOSE STOCK-MASTER-IN.
004610 1050-LOAD-STOCK-EXIT.
004620     EXIT.

004630*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
004640*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
004650*    DROP THE ROW'S STOCK.
004660 1060-READ-STOCK.
004670     READ STOCK-MASTER-IN
004680         AT END
004690             SET END-OF-STOCK-MASTER TO TRUE
004700             SET END-OF-STOCK-DATA TO TRUE
004710     END-READ.
004720     IF END-OF-STOCK-DATA
004730         OR STI-OIL-NUM = ZERO
004740         GO TO 1060-READ-STOCK-EXIT
004750     END-IF.
004760     IF STI-BRANCH NOT NUMERIC
004770         OR STI-BRANCH = ZERO
004780         MOVE 1 TO ST-BR-SUB
004790     ELSE
004800         IF STI-BRANCH > 9
004810             DISPLAY "TILLSALES: OILSTOCK.DAT BRANCH " STI-BRANCH
004820                 " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850         END-IF
004860         MOVE STI-BRANCH TO ST-BR-SUB
004870     END-IF.
004880     MOVE STI-OIL-NUM TO ST-SUB.
004890     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
004900     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
004910     MOVE STI-REORDER-POINT
004920         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
004930     IF STI-AVG-COST NUMERIC
004940         AND STI-STOCK-VALUE NUMERIC
004950         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
004960         MOVE STI-STOCK-VALUE
004970             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
004980     END-IF.
004990 1060-READ-STOCK-EXIT.
005000     EXIT.

005010*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - EVERYTHING
005020*    ON THE SHELF IS UNTRACED. A FILE TOO BIG FOR THE TABLE
005030*    STOPS THE RUN BEFORE ANY OUTPUT FILE IS WRITTEN.
005040 1070-LOAD-LOTS.
005050     OPEN INPUT LOT-MASTER-IN.
005060     IF WS-LOT-STATUS NOT = "00"
005070         GO TO 1070-LOAD-LOTS-EXIT
005080     END-IF.
005090     PERFORM 1075-READ-LOT THRU 1075-READ-LOT-EXIT
005100         UNTIL END-OF-LOT-DATA.
005110     CLOSE LOT-MASTER-IN.
005120 1070-LOAD-LOTS-EXIT.
005130     EXIT.

005140 1075-READ-LOT.
005150     READ LOT-MASTER-IN
005160         AT END
005170             SET END-OF-LOT-MASTER TO TRUE
005180             SET END-OF-LOT-DATA TO TRUE
005190     END-READ.
005200     IF END-OF-LOT-DATA
005210         OR LTI-LOT-QTY NOT > ZERO
005220         OR LTI-OIL-NUM < 1 OR LTI-OIL-NUM > 99
005230         GO TO 1075-READ-LOT-EXIT
005240     END-IF.
005250     IF LT-COUNT >= 1000
005260         DISPLAY "TILLSALES: LOT TABLE FULL AT 1000 - "
005270             "RAISE THE TABLE SIZE BEFORE RERUNNING"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     ADD 1 TO LT-COUNT.
005320     MOVE LTI-OIL-NUM       TO LT-OIL-NUM (LT-COUNT).
005330     MOVE LTI-LOT-NO        TO LT-LOT-NO (LT-COUNT).
005340     MOVE LTI-BEST-BEFORE   TO LT-BEST-BEFORE (LT-COUNT).
005350     MOVE LTI-RECEIVED-DATE TO LT-RECEIVED-DATE (LT-COUNT).
005360     MOVE LTI-LOT-QTY       TO LT-LOT-QTY (LT-COUNT).
005370     IF LTI-BRANCH NOT NUMERIC
005380         OR LTI-BRANCH = ZERO
005390         MOVE 1 TO LT-BRANCH (LT-COUNT)
005400     ELSE
005410         IF LTI-BRANCH > 9
005420             DISPLAY "TILLSALES: OILLOT.DAT BRANCH " LTI-BRANCH
005430                 " FOR OIL " LTI-OIL-NUM " IS NOT 1-9"
005440             MOVE 16 TO RETURN-CODE
005450             STOP RUN
005460         END-IF
005470         MOVE LTI-BRANCH TO LT-BRANCH (LT-COUNT)
005480     END-IF.
005490     ADD LTI-LOT-QTY
005500         TO ST-LOT-QTY (LT-BRANCH (LT-COUNT), LTI-OIL-NUM).
005510 1075-READ-LOT-EXIT.
005520     EXIT.

005530*    THE SAME RATES AROMASALESRPT CHARGES, SO THE NET VALUE ON
005540*    SALESHIST.DAT MEANS THE SAME FOR A COUNTER SALE AS FOR A
005550*    DEAL. A MISSING RATE FILE ABENDS, AS IT DOES THERE.
005560 1100-LOAD-VAT-RATES.
005570     MOVE "E" TO VRT-TYPE-CODE (1).
005580     MOVE "C" TO VRT-TYPE-CODE (2).
005590     MOVE "B" TO VRT-TYPE-CODE (3).
005600     MOVE ZEROS TO VRT-RATE (1) VRT-RATE (2) VRT-RATE (3).
005610     OPEN INPUT VAT-RATE-FILE.
005620     IF WS-VATRATE-STATUS NOT = "00"
005630         DISPLAY "TILLSALES: VATRATE.DAT MISSING"
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670     PERFORM 1105-READ-VAT-RATE THRU 1105-READ-VAT-RATE-EXIT
005680         UNTIL END-OF-VAT-RATES.
005690     CLOSE VAT-RATE-FILE.
005700 1100-LOAD-VAT-RATES-EXIT.
005710     EXIT.

005720 1105-READ-VAT-RATE.
005730     READ VAT-RATE-FILE
005740         AT END
005750             SET END-OF-VAT-RATES TO TRUE
005760     END-READ.
005770     IF END-OF-VAT-RATES
005780         GO TO 1105-READ-VAT-RATE-EXIT
005790     END-IF.
005800     PERFORM 1107-MATCH-VAT-TYPE THRU 1107-MATCH-VAT-TYPE-EXIT
005810         VARYING VRT-SUB FROM 1 BY 1 UNTIL VRT-SUB > 3.
005820 1105-READ-VAT-RATE-EXIT.
005830     EXIT.

005840 1107-MATCH-VAT-TYPE.
005850     IF VRT-TYPE-CODE (VRT-SUB) = VR-OIL-TYPE
005860         MOVE VR-RATE TO VRT-RATE (VRT-SUB)
005870     END-IF.
005880 1107-MATCH-VAT-TYPE-EXIT.
005890     EXIT.

005900*    FLOAT TOP-UPS ARE NOT SALES AND ARE LEFT TO TILLRECON. A
005910*    SALE OR REFUND COUNTS TOWARDS ITS TILL'S TAKINGS WHATEVER
005920*    HAPPENS TO IT; ONLY A LINE THAT COMES OFF STOCK COUNTS AS
005930*    ITEMISED, SO EVERY LINE LISTED AS AN EXCEPTION ALSO SHOWS
005940*    IN ITS TILL'S DIFFERENCE.
005950 2000-PROCESS-TILL-TXN.
005960     IF NOT TT-SALE AND NOT TT-REFUND
005970         GO TO 2000-READ-NEXT
005980     END-IF.
005990     IF TT-SALE
006000         MOVE TT-AMOUNT TO WS-LINE-AMOUNT
006010     ELSE
006020         MULTIPLY TT-AMOUNT BY -1 GIVING WS-LINE-AMOUNT
006030     END-IF.
006040     IF TT-TILL-ID NUMERIC
006050         AND TT-TILL-ID > 0 AND TT-TILL-ID < 10
006060         MOVE TT-TILL-ID TO TL-SUB
006070         MOVE "Y" TO TL-PRESENT-SWITCH (TL-SUB)
006080     ELSE
006090         MOVE ZERO TO TL-SUB
006100     END-IF.
006110     IF TL-SUB > 0
006120         IF TT-CASH
006130             ADD WS-LINE-AMOUNT TO TL-CASH-TAKEN (TL-SUB)
006140         END-IF
006150         IF TT-CARD
006160             ADD WS-LINE-AMOUNT TO TL-CARD-TAKEN (TL-SUB)
006170         END-IF
006180     END-IF.
006190     PERFORM 2100-EDIT-LINE THRU 2100-EDIT-LINE-EXIT.
006200     IF WS-EXCEPTION-REASON NOT = SPACES
006210         PERFORM 2500-LIST-EXCEPTION THRU
006220             2500-LIST-EXCEPTION-EXIT
006230         GO TO 2000-READ-NEXT
006240     END-IF.
006250     PERFORM 2200-TAKE-OFF-STOCK THRU 2200-TAKE-OFF-STOCK-EXIT.
006260     IF TL-SUB > 0
006270         IF TT-CASH
006280             ADD WS-LINE-AMOUNT TO TL-CASH-ITEMS (TL-SUB)
006290         END-IF
006300         IF TT-CARD
006310             ADD WS-LINE-AMOUNT TO TL-CARD-ITEMS (TL-SUB)
006320         END-IF
006330     END-IF.
006340 2000-READ-NEXT.
006350     PERFORM 2900-READ-TILL-TXN THRU 2900-READ-TILL-TXN-EXIT.
006360 2000-PROCESS-TILL-TXN-EXIT.
006370     EXIT.

006380*    AN INACTIVE OIL STILL ON THE SHELF CAN BE SOLD OFF OVER THE
006390*    COUNTER, SO ONLY AN OIL MISSING FROM THE MASTER IS REFUSED.
006400*    A BLANK OR ZERO BRANCH IS BRANCH 01, AS ON TILLRECON.
006410 2100-EDIT-LINE.
006420     MOVE SPACES TO WS-EXCEPTION-REASON.
006430     IF TT-OIL-NUM NOT NUMERIC
006440         OR TT-OIL-NUM = ZERO
006450         MOVE "SALE NOT ITEMISED" TO WS-EXCEPTION-REASON
006460         GO TO 2100-EDIT-LINE-EXIT
006470     END-IF.
006480     IF NOT OMT-ON-FILE (TT-OIL-NUM)
006490         MOVE "OIL NOT ON MASTER" TO WS-EXCEPTION-REASON
006500         GO TO 2100-EDIT-LINE-EXIT
006510     END-IF.
006520     IF TT-QTY NOT NUMERIC
006530         OR TT-QTY = ZERO
006540         MOVE "NO QUANTITY" TO WS-EXCEPTION-REASON
006550         GO TO 2100-EDIT-LINE-EXIT
006560     END-IF.
006570     MOVE "N" TO WS-SIZE-FOUND-SWITCH.
006580     IF TT-UNIT-SIZE NUMERIC
006590         AND TT-UNIT-SIZE > ZERO
006600         PERFORM 2150-MATCH-UNIT-SIZE THRU
006610             2150-MATCH-UNIT-SIZE-EXIT
006620             VARYING OMT-SZ-SUB FROM 1 BY 1
006630             UNTIL OMT-SZ-SUB > 4 OR SIZE-FOUND
006640     END-IF.
006650     IF NOT SIZE-FOUND
006660         MOVE "UNIT SIZE NOT SOLD FOR OIL" TO WS-EXCEPTION-REASON
006670         GO TO 2100-EDIT-LINE-EXIT
006680     END-IF.
006690     IF TT-BRANCH NOT NUMERIC
006700         OR TT-BRANCH = ZERO
006710         MOVE 1 TO ST-BR-SUB
006720     ELSE
006730         IF TT-BRANCH > 9
006740             MOVE "BRANCH NOT 1-9" TO WS-EXCEPTION-REASON
006750             GO TO 2100-EDIT-LINE-EXIT
006760         END-IF
006770         MOVE TT-BRANCH TO ST-BR-SUB
006780     END-IF.
006790     MOVE TT-OIL-NUM TO ST-SUB.
006800 2100-EDIT-LINE-EXIT.
006810     EXIT.

006820 2150-MATCH-UNIT-SIZE.
006830     IF OMT-UNIT-SIZE (TT-OIL-NUM, OMT-SZ-SUB) = TT-UNIT-SIZE
006840         SET SIZE-FOUND TO TRUE
006850     END-IF.
006860 2150-MATCH-UNIT-SIZE-EXIT.
006870     EXIT.

006880*    A REFUND PUTS ITS UNITS BACK ON THE SHELF; A SALE TAKES
006890*    THEM OFF, NEVER BELOW ZERO. BOTH MOVE AT THE OIL'S AVERAGE
006900*    COST, EXACTLY AS STOCKREORD MOVES A DEAL, AND A SALE THAT
006910*    EMPTIES THE SHELF TAKES WHATEVER BOOK VALUE IS LEFT.
006920 2200-TAKE-OFF-STOCK.
006930     ADD 1 TO WS-ITEM-COUNT.
006940     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
006950     IF TT-REFUND
006960         ADD TT-QTY TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
006970         MULTIPLY TT-QTY BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
006980             GIVING WS-COST-VALUE ROUNDED
006990         ADD WS-COST-VALUE TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007000         SUBTRACT WS-COST-VALUE FROM WS-COST-OF-SALES
007001         SUBTRACT WS-COST-VALUE
007002             FROM BRANCH-COST-OF-SALES (ST-BR-SUB)
007010         SUBTRACT WS-COST-VALUE
007020             FROM BS-COST (ST-BR-SUB, ST-SUB)
007030         MULTIPLY TT-QTY BY -1 GIVING WS-LINE-QTY
007040     ELSE
007050         MOVE TT-QTY TO WS-LOT-TAKE
007060         PERFORM 2400-DEPLETE-LOTS THRU 2400-DEPLETE-LOTS-EXIT
007070         IF TT-QTY >= ST-ON-HAND (ST-BR-SUB, ST-SUB)
007080             MOVE ZERO TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
007090             MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007100                 TO WS-COST-VALUE
007110         ELSE
007120             SUBTRACT TT-QTY FROM ST-ON-HAND (ST-BR-SUB, ST-SUB)
007130             MULTIPLY TT-QTY BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
007140                 GIVING WS-COST-VALUE ROUNDED
007150             IF WS-COST-VALUE
007160                 > ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007170                 MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007180                     TO WS-COST-VALUE
007190             END-IF
007200         END-IF
007210         SUBTRACT WS-COST-VALUE
007220             FROM ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007230         ADD WS-COST-VALUE TO WS-COST-OF-SALES
007231         ADD WS-COST-VALUE TO BRANCH-COST-OF-SALES (ST-BR-SUB)
007240         ADD WS-COST-VALUE TO BS-COST (ST-BR-SUB, ST-SUB)
007250         MOVE TT-QTY TO WS-LINE-QTY
007260     END-IF.
007270     MOVE ZERO TO WS-VAT-RATE-APPLIED.
007280     PERFORM 2300-FIND-VAT-RATE THRU 2300-FIND-VAT-RATE-EXIT
007290         VARYING VRT-SUB FROM 1 BY 1 UNTIL VRT-SUB > 3.
007300     ADD 1 WS-VAT-RATE-APPLIED GIVING WS-VAT-FACTOR.
007310     DIVIDE WS-LINE-AMOUNT BY WS-VAT-FACTOR
007320         GIVING WS-LINE-NET ROUNDED.
007330     MOVE "Y" TO BS-USED-SWITCH (ST-BR-SUB, ST-SUB).
007340     ADD WS-LINE-QTY    TO BS-QTY (ST-BR-SUB, ST-SUB).
007350     ADD WS-LINE-AMOUNT TO BS-GROSS (ST-BR-SUB, ST-SUB).
007360     ADD WS-LINE-NET    TO BS-NET (ST-BR-SUB, ST-SUB).
007370     MOVE "Y" TO PT-USED-SWITCH (ST-SUB).
007380     ADD WS-LINE-QTY    TO PT-QTY (ST-SUB).
007390     ADD WS-LINE-NET    TO PT-NET (ST-SUB).
007400 2200-TAKE-OFF-STOCK-EXIT.
007410     EXIT.

007420 2300-FIND-VAT-RATE.
007430     IF VRT-TYPE-CODE (VRT-SUB) = OMT-OIL-TYPE (ST-SUB)
007440         MOVE VRT-RATE (VRT-SUB) TO WS-VAT-RATE-APPLIED
007450     END-IF.
007460 2300-FIND-VAT-RATE-EXIT.
007470     EXIT.

007480*    UNITS COME OFF UNTRACED STOCK FIRST - IT PREDATES THE LOTS
007490*    OR CAME BACK AS A RETURN - THEN OFF THE LOT WITH THE
007500*    EARLIEST BEST-BEFORE DATE, AND SO ON UNTIL THE SALE IS
007510*    COVERED OR THE OIL HAS NO LOTS LEFT AT THE BRANCH.
007520 2400-DEPLETE-LOTS.
007530     SUBTRACT ST-LOT-QTY (ST-BR-SUB, ST-SUB)
007540         FROM ST-ON-HAND (ST-BR-SUB, ST-SUB)
007550         GIVING WS-UNTRACED-QTY.
007560     IF WS-UNTRACED-QTY > ZERO
007570         IF WS-UNTRACED-QTY >= WS-LOT-TAKE
007580             MOVE ZERO TO WS-LOT-TAKE
007590         ELSE
007600             SUBTRACT WS-UNTRACED-QTY FROM WS-LOT-TAKE
007610         END-IF
007620     END-IF.
007630     MOVE "Y" TO WS-LOT-LEFT-SWITCH.
007640     PERFORM 2410-TAKE-OLDEST-LOT THRU 2410-TAKE-OLDEST-LOT-EXIT
007650         UNTIL WS-LOT-TAKE = ZERO
007660         OR NOT LOT-STOCK-LEFT.
007670 2400-DEPLETE-LOTS-EXIT.
007680     EXIT.

007690 2410-TAKE-OLDEST-LOT.
007700     MOVE ZERO TO LT-OLDEST-SUB.
007710     PERFORM 2420-CHECK-LOT THRU 2420-CHECK-LOT-EXIT
007720         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
007730     IF LT-OLDEST-SUB = ZERO
007740         MOVE "N" TO WS-LOT-LEFT-SWITCH
007750         GO TO 2410-TAKE-OLDEST-LOT-EXIT
007760     END-IF.
007770     IF LT-LOT-QTY (LT-OLDEST-SUB) > WS-LOT-TAKE
007780         SUBTRACT WS-LOT-TAKE FROM LT-LOT-QTY (LT-OLDEST-SUB)
007790         SUBTRACT WS-LOT-TAKE FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
007800         MOVE ZERO TO WS-LOT-TAKE
007810     ELSE
007820         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB) FROM WS-LOT-TAKE
007830         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB)
007840             FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
007850         MOVE ZERO TO LT-LOT-QTY (LT-OLDEST-SUB)
007860     END-IF.
007870 2410-TAKE-OLDEST-LOT-EXIT.
007880     EXIT.

007890 2420-CHECK-LOT.
007900     IF LT-OIL-NUM (LT-SUB) NOT = ST-SUB
007910         OR LT-BRANCH (LT-SUB) NOT = ST-BR-SUB
007920         OR LT-LOT-QTY (LT-SUB) = ZERO
007930         GO TO 2420-CHECK-LOT-EXIT
007940     END-IF.
007950     IF LT-OLDEST-SUB = ZERO
007960         MOVE LT-SUB TO LT-OLDEST-SUB
007970     ELSE
007980         IF LT-BEST-BEFORE (LT-SUB)
007990             < LT-BEST-BEFORE (LT-OLDEST-SUB)
008000             MOVE LT-SUB TO LT-OLDEST-SUB
008010         END-IF
008020     END-IF.
008030 2420-CHECK-LOT-EXIT.
008040     EXIT.

008050 2500-LIST-EXCEPTION.
008060     ADD 1 TO WS-EXCEPTION-COUNT.
008070     MOVE TT-TILL-ID             TO PRN-EX-TILL.
008080     MOVE TT-BRANCH              TO PRN-EX-BRANCH.
008090     IF TT-SALE
008100         MOVE "SALE"             TO PRN-EX-TYPE
008110     ELSE
008120         MOVE "REFUND"           TO PRN-EX-TYPE
008130     END-IF.
008140     IF TT-CARD
008150         MOVE "CARD"             TO PRN-EX-TENDER
008160     ELSE
008170         IF TT-VOUCHER
008180             MOVE "VOUCHER"      TO PRN-EX-TENDER
008190         ELSE
008200             MOVE "CASH"         TO PRN-EX-TENDER
008210         END-IF
008220     END-IF.
008230     MOVE TT-AMOUNT              TO PRN-EX-AMOUNT.
008240     MOVE TT-OIL-NUM             TO PRN-EX-OIL-NUM.
008250     MOVE TT-UNIT-SIZE           TO PRN-EX-UNIT-SIZE.
008260     MOVE TT-QTY                 TO PRN-EX-QTY.
008270     MOVE WS-EXCEPTION-REASON    TO PRN-EX-REASON.
008280     WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE.
008290 2500-LIST-EXCEPTION-EXIT.
008300     EXIT.

008310 2900-READ-TILL-TXN.
008320     READ TILL-TRANSACTION-FILE
008330         AT END
008340             SET END-OF-TILL-TXN TO TRUE
008350             SET END-OF-TILLTXN-DATA TO TRUE
008360     END-READ.
008370     IF NOT END-OF-TILLTXN-DATA
008380         ADD 1 TO WS-RECORDS-READ
008390     END-IF.
008400 2900-READ-TILL-TXN-EXIT.
008410     EXIT.

008420 8000-TERMINATE.
008430     IF WS-EXCEPTION-COUNT = ZERO
008440         WRITE PRINT-LINE FROM NO-EXCEPTION-LINE
008450     END-IF.
008460     MOVE SPACES TO PRINT-LINE.
008470     WRITE PRINT-LINE.
008480     WRITE PRINT-LINE FROM PRODUCT-HEADING-LINE.
008490     WRITE PRINT-LINE FROM PRODUCT-TOPIC-LINE.
008500     PERFORM 8050-REPORT-BRANCH THRU 8050-REPORT-BRANCH-EXIT
008510         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
008520     IF WS-PRODUCT-LINES = ZERO
008530         WRITE PRINT-LINE FROM NO-PRODUCT-LINE
008540     END-IF.
008550     MOVE SPACES TO PRINT-LINE.
008560     WRITE PRINT-LINE.
008570     WRITE PRINT-LINE FROM TILL-HEADING-LINE.
008580     WRITE PRINT-LINE FROM TILL-TOPIC-LINE.
008590     PERFORM 8150-REPORT-TILL THRU 8150-REPORT-TILL-EXIT
008600         VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > 9.
008610     IF WS-TILL-LINES = ZERO
008620         WRITE PRINT-LINE FROM NO-TILL-LINE
008630     END-IF.
008640     MOVE SPACES TO PRINT-LINE.
008650     WRITE PRINT-LINE.
008660     MOVE "TILL LINES READ"          TO PRN-COUNT-LABEL.
008670     MOVE WS-RECORDS-READ            TO PRN-COUNT.
008680     WRITE PRINT-LINE FROM COUNT-LINE.
008690     MOVE "LINES TAKEN OFF STOCK"    TO PRN-COUNT-LABEL.
008700     MOVE WS-ITEM-COUNT              TO PRN-COUNT.
008710     WRITE PRINT-LINE FROM COUNT-LINE.
008720     MOVE "LINES NOT TAKEN OFF STOCK" TO PRN-COUNT-LABEL.
008730     MOVE WS-EXCEPTION-COUNT         TO PRN-COUNT.
008740     WRITE PRINT-LINE FROM COUNT-LINE.
008750     MOVE "TILLS NOT FULLY ITEMISED"  TO PRN-COUNT-LABEL.
008760     MOVE WS-TILL-DIFF-COUNT         TO PRN-COUNT.
008770     WRITE PRINT-LINE FROM COUNT-LINE.
008780     MOVE WS-COST-OF-SALES           TO PRN-COST-OF-SALES.
008790     WRITE PRINT-LINE FROM COST-OF-SALES-LINE.
008800     OPEN OUTPUT STOCK-MASTER-OUT.
008810     PERFORM 8200-WRITE-STOCK-ENTRY THRU
008820         8200-WRITE-STOCK-ENTRY-EXIT
008830         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
008840         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
008850     CLOSE STOCK-MASTER-OUT.
008860     PERFORM 8400-WRITE-LOTS THRU 8400-WRITE-LOTS-EXIT.
008870     OPEN OUTPUT TILL-COGS-FILE.
008880     PERFORM 8300-WRITE-BRANCH-COST THRU
008890         8300-WRITE-BRANCH-COST-EXIT
008900         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
008910     CLOSE TILL-COGS-FILE.
008920     PERFORM 8500-WRITE-SALES-HISTORY THRU
008930         8500-WRITE-SALES-HISTORY-EXIT.
008940     PERFORM 8900-WRITE-AUDIT-RECORD THRU
008950         8900-WRITE-AUDIT-RECORD-EXIT.
008960     PERFORM 8950-WRITE-STEP-STATUS THRU
008970         8950-WRITE-STEP-STATUS-EXIT.
008980     IF TILLTXN-FILE-OPEN
008990         CLOSE TILL-TRANSACTION-FILE
009000     END-IF.
009010     CLOSE TILL-SALES-REPORT.
009020 8000-TERMINATE-EXIT.
009030     EXIT.

009040*    ONLY BRANCHES THAT SOLD SOMETHING OVER THE COUNTER GET A
009050*    HEADING AND A TOTAL.
009060 8050-REPORT-BRANCH.
009070     MOVE "N" TO WS-BRANCH-HEAD-SWITCH.
009080     MOVE ZEROS TO BRANCH-SALES-TOTALS.
009090     PERFORM 8100-REPORT-OIL THRU 8100-REPORT-OIL-EXIT
009100         VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
009110     IF NOT BRANCH-HEADED
009120         GO TO 8050-REPORT-BRANCH-EXIT
009130     END-IF.
009140     MOVE ZERO                   TO PRN-PR-OIL-NUM.
009150     MOVE "BRANCH TOTAL"         TO PRN-PR-DESC.
009160     MOVE BST-QTY                TO PRN-PR-UNITS.
009170     MOVE BST-GROSS              TO PRN-PR-GROSS.
009180     MOVE BST-NET                TO PRN-PR-NET.
009190     MOVE BST-COST               TO PRN-PR-COST.
009200     WRITE PRINT-LINE FROM PRODUCT-DETAIL-LINE.
009210 8050-REPORT-BRANCH-EXIT.
009220     EXIT.

009230 8100-REPORT-OIL.
009240     IF NOT BS-USED (ST-BR-SUB, ST-SUB)
009250         GO TO 8100-REPORT-OIL-EXIT
009260     END-IF.
009270     IF NOT BRANCH-HEADED
009280         MOVE SPACES TO PRINT-LINE
009290         WRITE PRINT-LINE
009300         MOVE ST-BR-SUB TO PRN-BRANCH
009310         WRITE PRINT-LINE FROM BRANCH-HEADING-LINE
009320         SET BRANCH-HEADED TO TRUE
009330     END-IF.
009340     MOVE ST-SUB                          TO PRN-PR-OIL-NUM.
009350     MOVE OMT-DESCRIPTION (ST-SUB)        TO PRN-PR-DESC.
009360     MOVE BS-QTY (ST-BR-SUB, ST-SUB)      TO PRN-PR-UNITS.
009370     MOVE BS-GROSS (ST-BR-SUB, ST-SUB)    TO PRN-PR-GROSS.
009380     MOVE BS-NET (ST-BR-SUB, ST-SUB)      TO PRN-PR-NET.
009390     MOVE BS-COST (ST-BR-SUB, ST-SUB)     TO PRN-PR-COST.
009400     WRITE PRINT-LINE FROM PRODUCT-DETAIL-LINE.
009410     ADD 1 TO WS-PRODUCT-LINES.
009420     ADD BS-QTY (ST-BR-SUB, ST-SUB)       TO BST-QTY.
009430     ADD BS-GROSS (ST-BR-SUB, ST-SUB)     TO BST-GROSS.
009440     ADD BS-NET (ST-BR-SUB, ST-SUB)       TO BST-NET.
009450     ADD BS-COST (ST-BR-SUB, ST-SUB)      TO BST-COST.
009460 8100-REPORT-OIL-EXIT.
009470     EXIT.

009480*    THE DIFFERENCE IS THE CASH AND CARD TAKEN ON LINES THAT
009490*    NEVER CAME OFF STOCK - NIL WHEN THE TILL IS FULLY ITEMISED.
009500 8150-REPORT-TILL.
009510     IF NOT TL-PRESENT (TL-SUB)
009520         GO TO 8150-REPORT-TILL-EXIT
009530     END-IF.
009540     ADD TL-CASH-TAKEN (TL-SUB) TL-CARD-TAKEN (TL-SUB)
009550         GIVING WS-TILL-DIFFERENCE.
009560     SUBTRACT TL-CASH-ITEMS (TL-SUB) TL-CARD-ITEMS (TL-SUB)
009570         FROM WS-TILL-DIFFERENCE.
009580     MOVE TL-SUB                     TO PRN-TL-TILL-ID.
009590     MOVE TL-CASH-TAKEN (TL-SUB)     TO PRN-TL-CASH-TAKEN.
009600     MOVE TL-CASH-ITEMS (TL-SUB)     TO PRN-TL-CASH-ITEMS.
009610     MOVE TL-CARD-TAKEN (TL-SUB)     TO PRN-TL-CARD-TAKEN.
009620     MOVE TL-CARD-ITEMS (TL-SUB)     TO PRN-TL-CARD-ITEMS.
009630     MOVE WS-TILL-DIFFERENCE         TO PRN-TL-DIFFERENCE.
009640     IF TL-CASH-TAKEN (TL-SUB) = TL-CASH-ITEMS (TL-SUB)
009650         AND TL-CARD-TAKEN (TL-SUB) = TL-CARD-ITEMS (TL-SUB)
009660         MOVE "AGREED"               TO PRN-TL-STATUS
009670     ELSE
009680         MOVE "NOT ITEMISED"         TO PRN-TL-STATUS
009690         ADD 1 TO WS-TILL-DIFF-COUNT
009700     END-IF.
009710     WRITE PRINT-LINE FROM TILL-DETAIL-LINE.
009720     ADD 1 TO WS-TILL-LINES.
009730 8150-REPORT-TILL-EXIT.
009740     EXIT.

009750 8200-WRITE-STOCK-ENTRY.
009760     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
009770         MOVE ST-SUB    TO STO-OIL-NUM
009780         MOVE ST-BR-SUB TO STO-BRANCH
009790         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
009800         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
009810             TO STO-REORDER-POINT
009820         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
009830         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
009840             TO STO-STOCK-VALUE
009850         WRITE STOCK-OUT-REC
009860     END-IF.
009870 8200-WRITE-STOCK-ENTRY-EXIT.
009880     EXIT.

009881*    ONE ROW PER BRANCH THAT SOLD OVER THE COUNTER TONIGHT -
009882*    GLEXTRACT POSTS EACH ROW ON ITS OWN BRANCH.
009883 8300-WRITE-BRANCH-COST.
009884     IF BRANCH-COST-OF-SALES (ST-BR-SUB) NOT = ZERO
009885         MOVE WS-CURRENT-DATE-YYYYMMDD TO TG-RUN-DATE
009886         MOVE ST-BR-SUB                TO TG-BRANCH
009887         MOVE BRANCH-COST-OF-SALES (ST-BR-SUB) TO TG-COST-VALUE
009888         WRITE TILL-COGS-REC
009889     END-IF.
009890 8300-WRITE-BRANCH-COST-EXIT.
009891     EXIT.

009895*    SOLD-OUT LOTS ARE DROPPED; EVERYTHING ELSE GOES FORWARD.
009900 8400-WRITE-LOTS.
009910     OPEN OUTPUT LOT-MASTER-OUT.
009920     PERFORM 8450-WRITE-LOT-ROW THRU 8450-WRITE-LOT-ROW-EXIT
009930         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
009940     CLOSE LOT-MASTER-OUT.
009950 8400-WRITE-LOTS-EXIT.
009960     EXIT.

009970 8450-WRITE-LOT-ROW.
009980     IF LT-LOT-QTY (LT-SUB) > ZERO
009990         MOVE LT-OIL-NUM (LT-SUB)       TO LTO-OIL-NUM
010000         MOVE LT-LOT-NO (LT-SUB)        TO LTO-LOT-NO
010010         MOVE LT-BEST-BEFORE (LT-SUB)   TO LTO-BEST-BEFORE
010020         MOVE LT-RECEIVED-DATE (LT-SUB) TO LTO-RECEIVED-DATE
010030         MOVE LT-LOT-QTY (LT-SUB)       TO LTO-LOT-QTY
010040         MOVE LT-BRANCH (LT-SUB)        TO LTO-BRANCH
010050         WRITE LOT-OUT-REC
010060     END-IF.
010070 8450-WRITE-LOT-ROW-EXIT.
010080     EXIT.

010090*    ONE "P" ROW PER OIL SOLD OVER THE COUNTER, ALL BRANCHES
010100*    TOGETHER, ALONGSIDE AROMASALESRPT'S ROWS FOR THE DEALS.
010110*    THE CUSTOMER FIELD CARRIES "TILL" SO THE TWO CAN BE TOLD
010120*    APART; THE TREND RUN ADDS THEM TOGETHER BY OIL.
010130 8500-WRITE-SALES-HISTORY.
010140     OPEN EXTEND SALES-HISTORY-FILE.
010150     IF WS-SALESHIST-STATUS NOT = "00"
010160         OPEN OUTPUT SALES-HISTORY-FILE
010170     END-IF.
010180     PERFORM 8550-WRITE-PRODUCT-HIST THRU
010190         8550-WRITE-PRODUCT-HIST-EXIT
010200         VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
010210     CLOSE SALES-HISTORY-FILE.
010220 8500-WRITE-SALES-HISTORY-EXIT.
010230     EXIT.

010240 8550-WRITE-PRODUCT-HIST.
010250     IF NOT PT-USED (ST-SUB)
010260         GO TO 8550-WRITE-PRODUCT-HIST-EXIT
010270     END-IF.
010280     MOVE "P"                      TO SH-REC-TYPE.
010290     MOVE WS-CURRENT-DATE-YYYYMMDD TO SH-RUN-DATE.
010300     MOVE "TILL"                   TO SH-CUSTOMER-ID.
010310     MOVE ST-SUB                   TO SH-OIL-NUM.
010320     MOVE PT-QTY (ST-SUB)          TO SH-QTY-SOLD.
010330     MOVE PT-NET (ST-SUB)          TO SH-SALES-VALUE.
010340     MOVE ZEROS                    TO SH-COMMISSION.
010350     WRITE SALES-HIST-REC.
010360 8550-WRITE-PRODUCT-HIST-EXIT.
010370     EXIT.

010380 8900-WRITE-AUDIT-RECORD.
010390     MOVE "TILLSALES"              TO AR-PROGRAM-ID.
010400     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
010410     MOVE WS-AUDIT-START-TIME      TO AR-START-TIME.
010420     ACCEPT AR-END-TIME            FROM TIME.
010430     MOVE WS-RECORDS-READ          TO AR-RECORDS-READ.
010440     MOVE WS-EXCEPTION-COUNT       TO AR-RECORDS-REJECTED.
010450     OPEN EXTEND AUDIT-TRAIL-FILE.
010460     WRITE AUDIT-REC.
010470     CLOSE AUDIT-TRAIL-FILE.
010480 8900-WRITE-AUDIT-RECORD-EXIT.
010490     EXIT.

010500*    THE DRIVER'S RESTART MODE SKIPS STEPS ALREADY ON
010510*    STEPSTAT.DAT FOR THE BUSINESS DATE - ONLY A CLEAN END
010520*    WRITES THE RECORD.
010530 8950-WRITE-STEP-STATUS.
010540     OPEN EXTEND STEP-STATUS-FILE.
010550     IF WS-STEPSTAT-STATUS NOT = "00"
010560         OPEN OUTPUT STEP-STATUS-FILE
010570     END-IF.
010580     MOVE "TILLSALES" TO ST-PROGRAM-ID.
010590     MOVE WS-CURRENT-DATE-YYYYMMDD TO ST-BUSINESS-DATE.
010600     WRITE STEP-STATUS-REC.
010610     CLOSE STEP-STATUS-FILE.
010620 8950-WRITE-STEP-STATUS-EXIT.
010630     EXIT.

010640 END PROGRAM TILLSALES.
