000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       PRODUCT MAINTENANCE RUN.
000070*                APPLIES TRANSACTIONS FROM PRODTXN.DAT AGAINST
000080*                THE OILMAST.DAT OIL MASTER (SEE OILMAST.CPY),
000090*                THE OILPRICE.DAT PRICE ROWS AND THE PROMO.DAT
000100*                PROMOTIONS (SEE PROMOREC.CPY): ADD, CHANGE AND
000110*                DEACTIVATE AN OIL, ADD A FUTURE-DATED PRICE ROW,
000120*                AND SET UP OR END A PROMOTION. A PRICE EFFECTIVE
000130*                ON OR BEFORE THE BUSINESS DATE ALREADY RUN IS
000140*                REJECTED, AS ARE A PROMOTION THAT OVERLAPS
000150*                ANOTHER FOR THE SAME OIL AND CUSTOMER AND A
000160*                PROMOTION FOR AN INACTIVE OIL. PRODMAINT.RPT
000170*                PRINTS THE BEFORE/AFTER EDIT REPORT AND THEN THE
000180*                PROPOSED PRICES - OLD AND NEW PRICE AND THE
000190*                MARGIN OVER THE OILSTOCK.DAT AVERAGE COST. THE
000200*                FILES ARE LINE SEQUENTIAL, SO THE RUN WORKS ON
000210*                TABLES AND WRITES OILMAST.NEW, OILPRICE.NEW AND
000220*                PROMO.NEW FOR THE OPERATOR TO PROMOTE AFTER
000230*                CHECKING THE REPORT - NOTHING GOES LIVE UNTIL
000240*                THEN. EVERY FIELD CHANGED IS APPENDED TO THE
000250*                CHGJRNL.DAT CHANGE JOURNAL. RUN STANDALONE
000260*                DURING THE DAY, LIKE CUSTMAINT AND EMPMAINT.
000270* TECTONICS:     cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-10-15 DO    ORIGINAL VERSION.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PRODMAINT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000390               ORGANIZATION IS LINE SEQUENTIAL
000400               FILE STATUS IS WS-OILMAST-STATUS.

000410     SELECT OIL-MASTER-OUT ASSIGN TO "OILMAST.NEW"
000420               ORGANIZATION IS LINE SEQUENTIAL
000430               FILE STATUS IS WS-OILMAST-OUT-STATUS.

000440     SELECT OIL-PRICE-FILE ASSIGN TO "OILPRICE.DAT"
000450               ORGANIZATION IS LINE SEQUENTIAL
000460               FILE STATUS IS WS-OILPRICE-STATUS.

000470     SELECT OIL-PRICE-OUT ASSIGN TO "OILPRICE.NEW"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS WS-OILPRICE-OUT-STATUS.

000500     SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-PROMO-STATUS.

000530     SELECT PROMO-OUT ASSIGN TO "PROMO.NEW"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-PROMO-OUT-STATUS.

000560     SELECT OIL-STOCK-FILE ASSIGN TO "OILSTOCK.DAT"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-OILSTOCK-STATUS.

000590     SELECT PRODUCT-TXN-FILE ASSIGN TO "PRODTXN.DAT"
000600               ORGANIZATION IS LINE SEQUENTIAL
000610               FILE STATUS IS WS-TXN-STATUS.

000620     SELECT MAINT-REPORT ASSIGN TO "PRODMAINT.RPT"
000630               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
000650               ORGANIZATION IS LINE SEQUENTIAL
000660               FILE STATUS IS WS-CHGJRNL-STATUS.

000670     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000680               ORGANIZATION IS LINE SEQUENTIAL
000690               FILE STATUS IS WS-RUNCTL-STATUS.

000700     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000710               ORGANIZATION IS LINE SEQUENTIAL.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  OIL-MASTER-FILE.
000750 01  OIL-MASTER-IN-REC           PIC X(32).

000760 FD  OIL-MASTER-OUT.
000770 01  OIL-MASTER-OUT-REC          PIC X(32).

000780 FD  OIL-PRICE-FILE.
000790 01  OIL-PRICE-REC.
000800     88 END-OF-OIL-PRICE-FILE VALUE HIGH-VALUES.
000810     02  OP-OIL-NUM              PIC 99.
000820     02  OP-EFF-DATE             PIC 9(8).
000830     02  OP-OIL-PRICE            PIC 99V99.

000840 FD  OIL-PRICE-OUT.
000850 01  OIL-PRICE-OUT-REC           PIC X(14).

000860 FD  PROMO-FILE.
000870     COPY PROMOREC.

000880 FD  PROMO-OUT.
000890 01  PROMO-OUT-REC               PIC X(29).

000900 FD  OIL-STOCK-FILE.
000910     COPY OILSTOCK.

000920*    ONE TRANSACTION PER LINE - THE RECORD TYPE SAYS WHICH FILE
000930*    IT MAINTAINS AND WHICH VIEW OF THE DETAIL AREA APPLIES.
000940*    BLANK FIELDS ON AN OIL CHANGE LEAVE THE MASTER ALONE.
000950*    AMOUNTS AND DATES ARE KEYED AS DIGITS ONLY (PRICES 2+2
000960*    DECIMALS, DISCOUNT AS A WHOLE PERCENT, DATES CCYYMMDD).
000970 FD  PRODUCT-TXN-FILE.
000980 01  PRODUCT-TXN-REC.
000990     88 END-OF-PRODUCT-TXN     VALUE HIGH-VALUES.
001000     02  PX-RECORD-TYPE          PIC X.
001010         88 PX-OIL-TXN          VALUE "O".
001020         88 PX-PRICE-TXN        VALUE "P".
001030         88 PX-PROMO-TXN        VALUE "M".
001040     02  PX-ACTION               PIC X.
001050         88 PX-ADD              VALUE "A".
001060         88 PX-CHANGE           VALUE "C".
001070         88 PX-DEACTIVATE       VALUE "D".
001080         88 PX-END              VALUE "E".
001090     02  PX-OIL-NUM              PIC XX.
001100     02  PX-OIL-NUM-9 REDEFINES PX-OIL-NUM PIC 99.
001110     02  PX-DETAILS              PIC X(40).
001120     02  PX-OIL-DETAILS REDEFINES PX-DETAILS.
001130         03  PX-DESCRIPTION      PIC X(20).
001140         03  PX-OIL-TYPE         PIC X.
001150             88 PX-OIL-TYPE-VALID VALUE "E" "C" "B" SPACE.
001160         03  PX-UNIT-SIZE        PIC XX OCCURS 4 TIMES.
001170         03  PX-ACTIVE-FLAG      PIC X.
001180             88 PX-ACTIVE-FLAG-VALID VALUE "A" "I" SPACE.
001190         03  FILLER              PIC X(10).
001200     02  PX-PRICE-DETAILS REDEFINES PX-DETAILS.
001210         03  PX-EFF-DATE         PIC X(8).
001220         03  PX-PRICE            PIC X(4).
001230         03  PX-PRICE-9 REDEFINES PX-PRICE PIC 99V99.
001240         03  FILLER              PIC X(28).
001250     02  PX-PROMO-DETAILS REDEFINES PX-DETAILS.
001260         03  PX-CUSTOMER-ID      PIC X(5).
001270         03  PX-DISC-PCT         PIC XX.
001280         03  PX-DISC-PCT-9 REDEFINES PX-DISC-PCT PIC V99.
001290         03  PX-PROMO-PRICE      PIC X(4).
001300         03  PX-PROMO-PRICE-9 REDEFINES PX-PROMO-PRICE
001310                                 PIC 99V99.
001320         03  PX-FROM-DATE        PIC X(8).
001330         03  PX-TO-DATE          PIC X(8).
001340         03  FILLER              PIC X(13).
001350     02  PX-OPERATOR-ID          PIC X(8).

001360 FD  MAINT-REPORT.
001370 01  PRINT-LINE                  PIC X(132).

001380 FD  CHANGE-JOURNAL-FILE.
001390     COPY CHGJRNL.

001400 FD  RUN-CONTROL-FILE.
001410     COPY RUNCTL.

001420 FD  AUDIT-TRAIL-FILE.
001430     COPY AUDITREC.

001440 WORKING-STORAGE SECTION.

001450*    THE OIL MASTER, ONE SLOT PER OIL NUMBER (01-99).
001460 01  OIL-TABLE.
001470     02  OMT-ENTRY OCCURS 99 TIMES.
001480         03  OMT-PRESENT-FLAG    PIC X.
001490             88  OMT-PRESENT     VALUE "Y".
001500         03  OMT-REC             PIC X(32).

001510 01  OMT-SUB                     PIC 99.

001520     COPY OILMAST.

001530*    THE MASTER ROW AS IT STOOD BEFORE THE TRANSACTION, FOR THE
001540*    EDIT REPORT AND THE CHANGE JOURNAL'S BEFORE IMAGES.
001550     COPY OILMAST REPLACING
001560         ==OIL-MASTER-REC== BY ==OIL-BEFORE-REC==
001570         ==END-OF-OIL-MASTER== BY ==END-OF-OIL-BEFORE==
001580         ==OM-OIL-NUM== BY ==OB-OIL-NUM==
001590         ==OM-DESCRIPTION== BY ==OB-DESCRIPTION==
001600         ==OM-OIL-TYPE== BY ==OB-OIL-TYPE==
001610         ==OM-TYPE-VALID== BY ==OB-TYPE-VALID==
001620         ==OM-UNIT-SIZE== BY ==OB-UNIT-SIZE==
001630         ==OM-ACTIVE-FLAG== BY ==OB-ACTIVE-FLAG==
001640         ==OM-ACTIVE== BY ==OB-ACTIVE==.

001650*    EVERY OILPRICE.DAT ROW IN FILE ORDER, ANY ADDED BY THIS RUN
001660*    ON THE END.
001670 01  PRICE-TABLE.
001680     02  PRICE-ENTRY OCCURS 2000 TIMES.
001690         03  OPT-OIL-NUM         PIC 99.
001700         03  OPT-EFF-DATE        PIC 9(8).
001710         03  OPT-OIL-PRICE       PIC 99V99.

001720 01  OPT-COUNT                   PIC 9(4)    VALUE ZERO.
001730 01  OPT-SUB                     PIC 9(4).
001740 01  OPT-MATCHED-SUB             PIC 9(4).
001750 01  OPT-FOUND-SWITCH            PIC X       VALUE "N".
001760     88  OPT-ENTRY-FOUND         VALUE "Y".

001770*    EVERY PROMO.DAT ROW IN FILE ORDER. THE PRICING RUNS LOAD
001780*    ONLY THE FIRST 50 ROWS, SO A SET-UP THAT WOULD TAKE THE
001790*    FILE PAST 50 IS REJECTED RATHER THAN SILENTLY IGNORED BY
001800*    THEM.
001810 01  PROMO-TABLE.
001820     02  PROMO-ENTRY OCCURS 200 TIMES.
001830         03  PMT-OIL-NUM         PIC 99.
001840         03  PMT-CUSTOMER-ID     PIC X(5).
001850         03  PMT-DISC-PCT        PIC V99.
001860         03  PMT-PROMO-PRICE     PIC 99V99.
001870         03  PMT-FROM-DATE       PIC 9(8).
001880         03  PMT-TO-DATE         PIC 9(8).

001890 01  PMT-COUNT                   PIC 999     VALUE ZERO.
001900 01  PMT-SUB                     PIC 999.
001910 01  PMT-MATCHED-SUB             PIC 999.
001920 01  PMT-SKIP-SUB                PIC 999.
001930 01  PMT-FOUND-SWITCH            PIC X       VALUE "N".
001940     88  PMT-ENTRY-FOUND         VALUE "Y".
001950 01  PMT-OVERLAP-SWITCH          PIC X       VALUE "N".
001960     88  PMT-OVERLAP-FOUND       VALUE "Y".
001970 77  WS-PRICING-PROMO-LIMIT      PIC 999     VALUE 50.

001980*    UNITS AND BOOK VALUE PER OIL ACROSS THE BRANCHES, FOR THE
001990*    AVERAGE UNIT COST THE MARGINS ARE STRUCK AGAINST.
002000 01  COST-TABLE.
002010     02  COST-ENTRY OCCURS 99 TIMES.
002020         03  CT-ON-HAND          PIC 9(8).
002030         03  CT-STOCK-VALUE      PIC 9(10)V99.
002040         03  CT-LAST-AVG-COST    PIC 9(4)V9999.

002050*    THE PRICES THIS RUN PROPOSES, PRINTED AFTER THE EDIT REPORT.
002060 01  PROPOSAL-TABLE.
002070     02  PROPOSAL-ENTRY OCCURS 200 TIMES.
002080         03  PPT-KIND            PIC X(5).
002090         03  PPT-OIL-NUM         PIC 99.
002100         03  PPT-CUSTOMER-ID     PIC X(5).
002110         03  PPT-EFF-DATE        PIC 9(8).
002120         03  PPT-OLD-SWITCH      PIC X.
002130             88  PPT-HAS-OLD     VALUE "Y".
002140         03  PPT-OLD-PRICE       PIC 99V99.
002150         03  PPT-NEW-SWITCH      PIC X.
002160             88  PPT-HAS-NEW     VALUE "Y".
002170         03  PPT-NEW-PRICE       PIC 99V99.
002180         03  PPT-DISC-PCT        PIC V99.

002190 01  PPT-COUNT                   PIC 999     VALUE ZERO.
002200 01  PPT-SUB                     PIC 999.

002210*    ONE FIELD'S IMAGES FOR 7100 TO JOURNAL.
002220 01  WS-JOURNAL-FIELDS.
002230     02  WS-JR-MASTER-FILE       PIC X(8).
002240     02  WS-JR-RECORD-KEY        PIC X(10).
002250     02  WS-JR-FIELD-NAME        PIC X(16).
002260     02  WS-JR-BEFORE            PIC X(40).
002270     02  WS-JR-AFTER             PIC X(40).
002280     02  WS-JR-AMOUNT-EDIT       PIC Z(8)9.99.

002290 01  WS-JR-PRICE-KEY.
002300     02  WS-JK-OIL-NUM           PIC 99.
002310     02  WS-JK-EFF-DATE          PIC 9(8).

002320 01  WS-JR-PROMO-KEY.
002330     02  WS-JK-PROMO-OIL         PIC 99.
002340     02  WS-JK-CUSTOMER-ID       PIC X(5).

002350 01  WS-JR-DATES.
002360     02  FILLER                  PIC X(5)  VALUE "FROM ".
002370     02  WS-JD-FROM-DATE         PIC 9(8).
002380     02  FILLER                  PIC X(4)  VALUE " TO ".
002390     02  WS-JD-TO-DATE           PIC 9(8).

002400 01  WS-JR-DISC-EDIT             PIC Z9.

002410 01  WS-SIZES-SHOW.
002420     02  WS-SZ-SIZE              PIC XX.
002430     02  FILLER                  PIC X     VALUE SPACE.
002440     02  WS-SZ-SIZE-2            PIC XX.
002450     02  FILLER                  PIC X     VALUE SPACE.
002460     02  WS-SZ-SIZE-3            PIC XX.
002470     02  FILLER                  PIC X     VALUE SPACE.
002480     02  WS-SZ-SIZE-4            PIC XX.

002490*    WHAT THE EDIT REPORT SHOWS OF EACH KIND OF ROW.
002500 01  WS-OIL-SHOW.
002510     02  WS-OS-DESCRIPTION       PIC X(20).
002520     02  FILLER                  PIC X     VALUE SPACE.
002530     02  WS-OS-OIL-TYPE          PIC X.
002540     02  FILLER                  PIC X     VALUE SPACE.
002550     02  WS-OS-STATUS            PIC X(8).

002560 01  WS-PRICE-SHOW.
002570     02  FILLER                  PIC X(5)  VALUE "FROM ".
002580     02  WS-PS-EFF-DATE          PIC X(10).
002590     02  WS-PS-PRICE             PIC BBZ9.99.

002600 01  WS-PROMO-SHOW.
002610     02  WS-MS-CUSTOMER-ID       PIC X(5).
002620     02  FILLER                  PIC X     VALUE SPACE.
002630     02  WS-MS-FROM-DATE         PIC X(10).
002640     02  FILLER                  PIC X     VALUE "-".
002650     02  WS-MS-TO-DATE           PIC X(10).
002660     02  FILLER                  PIC X     VALUE SPACE.
002670     02  WS-MS-VALUE             PIC X(6).

002680 01  WS-MS-PRICE-EDIT            PIC Z9.99.
002690 01  WS-MS-PCT-SHOW.
002700     02  WS-MS-PCT-EDIT          PIC Z9.
002710     02  FILLER                  PIC X     VALUE "%".

002720 01  REPORT-HEADING-LINE         PIC X(42)
002730             VALUE "   AROMAMORA PRODUCT MAINTENANCE".

002740 01  REPORT-HEADING-UNDERLINE.
002750     02  FILLER                  PIC X(3)  VALUE SPACES.
002760     02  FILLER                  PIC X(29) VALUE ALL "-".

002770 01  RUN-DATE-LINE.
002780     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002790     02  PRN-RUN-MM              PIC 99.
002800     02  FILLER                  PIC X VALUE "/".
002810     02  PRN-RUN-DD              PIC 99.
002820     02  FILLER                  PIC X VALUE "/".
002830     02  PRN-RUN-YYYY            PIC 9(4).

002840 01  MAINT-TOPIC-LINE.
002850     02  FILLER                  PIC X(6)  VALUE "TYPE".
002860     02  FILLER                  PIC X(4)  VALUE "ACT".
002870     02  FILLER                  PIC X(4)  VALUE "OIL".
002880     02  FILLER                  PIC X(37) VALUE "BEFORE".
002890     02  FILLER                  PIC X(37) VALUE "AFTER".
002900     02  FILLER                  PIC X(11) VALUE "DISPOSITION".

002910 01  MAINT-DETAIL-LINE.
002920     02  PRN-REC-TYPE            PIC X(5).
002930     02  FILLER                  PIC X     VALUE SPACE.
002940     02  PRN-ACTION              PIC X.
002950     02  FILLER                  PIC X(3)  VALUE SPACES.
002960     02  PRN-OIL-NUM             PIC XX.
002970     02  FILLER                  PIC X(2)  VALUE SPACES.
002980     02  PRN-BEFORE              PIC X(36).
002990     02  FILLER                  PIC X     VALUE SPACE.
003000     02  PRN-AFTER               PIC X(36).
003010     02  FILLER                  PIC X     VALUE SPACE.
003020     02  PRN-DISPOSITION         PIC X(30).

003030 01  PROPOSAL-HEADING-LINE.
003040     02  FILLER                  PIC X(31)
003050             VALUE "PROPOSED PRICES - NOT LIVE UNTI".
003060     02  FILLER                  PIC X(31)
003070             VALUE "L THE .NEW FILES ARE PROMOTED".

003080 01  PROPOSAL-TOPIC-LINE.
003090     02  FILLER                  PIC X(6)  VALUE "KIND".
003100     02  FILLER                  PIC X(3)  VALUE "OIL".
003110     02  FILLER                  PIC X(21) VALUE " DESCRIPTION".
003120     02  FILLER                  PIC X(6)  VALUE "CUST".
003130     02  FILLER                  PIC X(11) VALUE "EFFECTIVE".
003140     02  FILLER                  PIC X(9)  VALUE "OLD PRICE".
003150     02  FILLER                  PIC X(10) VALUE " NEW PRICE".
003160     02  FILLER                  PIC X(10) VALUE " UNIT COST".
003170     02  FILLER                  PIC X(9)  VALUE "   MARGIN".
003180     02  FILLER                  PIC X(8)  VALUE "  MGN %".
003190     02  FILLER                  PIC X(9)  VALUE " OLD MGN%".
003200     02  FILLER                  PIC X(6)  VALUE "  FLAG".

003210 01  PROPOSAL-DETAIL-LINE.
003220     02  PRN-PP-KIND             PIC X(5).
003230     02  FILLER                  PIC X     VALUE SPACE.
003240     02  PRN-PP-OIL-NUM          PIC 99.
003250     02  FILLER                  PIC X     VALUE SPACE.
003260     02  PRN-PP-DESCRIPTION      PIC X(20).
003270     02  FILLER                  PIC X     VALUE SPACE.
003280     02  PRN-PP-CUSTOMER-ID      PIC X(5).
003290     02  FILLER                  PIC X     VALUE SPACE.
003300     02  PRN-PP-EFF-DATE         PIC X(10).
003310     02  PRN-PP-OLD-PRICE        PIC BBBBZ9.99.
003320     02  PRN-PP-OLD-PRICE-X REDEFINES PRN-PP-OLD-PRICE
003330                                 PIC X(9).
003340     02  PRN-PP-NEW-PRICE        PIC BBBBBZ9.99.
003350     02  PRN-PP-NEW-PRICE-X REDEFINES PRN-PP-NEW-PRICE
003360                                 PIC X(10).
003370     02  PRN-PP-UNIT-COST        PIC BBBZ9.9999.
003380     02  PRN-PP-UNIT-COST-X REDEFINES PRN-PP-UNIT-COST
003390                                 PIC X(10).
003400     02  PRN-PP-MARGIN           PIC BBBZ9.99-.
003410     02  PRN-PP-MARGIN-X REDEFINES PRN-PP-MARGIN
003420                                 PIC X(9).
003430     02  PRN-PP-MARGIN-PCT       PIC BZZ9.9-.
003440     02  PRN-PP-MARGIN-PCT-X REDEFINES PRN-PP-MARGIN-PCT
003450                                 PIC X(7).
003460     02  PRN-PP-OLD-PCT          PIC BBBBZZ9.9-.
003470     02  PRN-PP-OLD-PCT-X REDEFINES PRN-PP-OLD-PCT
003480                                 PIC X(10).
003490     02  FILLER                  PIC X(2)  VALUE SPACES.
003500     02  PRN-PP-FLAG             PIC X(16).

003510 01  NONE-LINE                   PIC X(20)
003520             VALUE "  NONE.".

003530 01  TOTAL-APPLIED-LINE.
003540     02  FILLER          PIC X(22) VALUE "TRANSACTIONS APPLIED :".
003550     02  PRN-APPLIED-COUNT       PIC BZZZ9.

003560 01  TOTAL-REJECTED-LINE.
003570     02  FILLER          PIC X(22) VALUE "TRANSACTIONS REJECTED:".
003580     02  PRN-REJECTED-COUNT      PIC BZZZ9.

003590 01  TOTAL-JOURNAL-LINE.
003600     02  FILLER          PIC X(22) VALUE "CHANGES JOURNALLED   :".
003610     02  PRN-JOURNAL-COUNT       PIC BZZZ9.

003620 01  WS-MAINT-COUNTS.
003630     02  WS-APPLIED-COUNT        PIC 9(4)    VALUE ZERO.
003640     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
003650     02  WS-JOURNAL-COUNT        PIC 9(4)    VALUE ZERO.

003660*    KEYED AMOUNTS AND UNIT SIZES ONCE EDITED.
003670 01  WS-EDITED-FIELDS.
003680     02  WS-UNIT-SIZE-NUM        PIC 99 OCCURS 4 TIMES.
003690     02  WS-UNIT-SIZE-KEYED      PIC X.
003700         88  UNIT-SIZES-KEYED    VALUE "Y".
003710     02  WS-DISC-NUM             PIC V99.
003720     02  WS-PROMO-PRICE-NUM      PIC 99V99.
003730     02  WS-FROM-DATE            PIC 9(8).
003740     02  WS-TO-DATE              PIC 9(8).
003750     02  WS-SIZE-SUB             PIC 9.

003760*    PRICE LOOK-UP - THE CALLER SETS THE OIL AND THE AS-AT DATE
003770*    AND TESTS LIST-PRICE-FOUND AFTERWARDS.
003780 01  WS-LIST-PRICE-FIELDS.
003790     02  WS-LP-OIL-NUM           PIC 99.
003800     02  WS-LP-AS-AT             PIC 9(8).
003810     02  WS-LP-BEST-DATE         PIC 9(8).
003820     02  WS-LP-PRICE             PIC 99V99.
003830     02  WS-LP-FOUND-SWITCH      PIC X.
003840         88  LIST-PRICE-FOUND    VALUE "Y".

003850 01  WS-MARGIN-FIELDS.
003860     02  WS-UNIT-COST            PIC 9(4)V9999.
003870     02  WS-UNIT-COST-SWITCH     PIC X.
003880         88  UNIT-COST-KNOWN     VALUE "Y".
003890     02  WS-DISC-AMT             PIC 99V99.
003900     02  WS-MARGIN               PIC S9(4)V99.
003910     02  WS-MARGIN-WORK          PIC S9(7)V9999.
003920     02  WS-MARGIN-PCT           PIC S9(4)V9.

003930*    DATE EDIT - THE CALLER MOVES THE KEYED DATE TO
003940*    WS-EDIT-DATE-X AND TESTS DATE-IS-VALID AFTERWARDS.
003950 01  WS-EDIT-DATE                PIC 9(8).
003960 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE PIC X(8).
003970 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
003980     02  WS-ED-YYYY              PIC 9(4).
003990     02  WS-ED-MM                PIC 99.
004000     02  WS-ED-DD                PIC 99.
004010 01  WS-DATE-VALID-SWITCH        PIC X       VALUE "N".
004020     88  DATE-IS-VALID           VALUE "Y".
004030 01  WS-LEAP-WORK.
004040     02  WS-LEAP-QUOTIENT        PIC 9(4).
004050     02  WS-LEAP-REMAINDER       PIC 9(3).

004060 01  WS-MONTH-DAYS-VALUES        PIC X(24)
004070             VALUE "312831303130313130313031".
004080 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
004090     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
004100 01  WS-MONTH-LIMIT              PIC 99.

004110 01  WS-PRINT-DATE.
004120     02  WS-PD-MM                PIC 99.
004130     02  FILLER                  PIC X VALUE "/".
004140     02  WS-PD-DD                PIC 99.
004150     02  FILLER                  PIC X VALUE "/".
004160     02  WS-PD-YYYY              PIC 9(4).
004170 01  WS-PRINT-DATE-IN            PIC 9(8).
004180 01  WS-PRINT-DATE-IN-R REDEFINES WS-PRINT-DATE-IN.
004190     02  WS-PI-YYYY              PIC 9(4).
004200     02  WS-PI-MM                PIC 99.
004210     02  WS-PI-DD                PIC 99.
004220 01  WS-PRINT-DATE-OUT           PIC X(10).

004230 01  WS-SWITCHES.
004240     02  WS-TXN-EOF-SWITCH       PIC X       VALUE "N".
004250         88  END-OF-TXN-DATA     VALUE "Y".
004260     02  WS-OILMAST-EOF          PIC X       VALUE "N".
004270         88  END-OF-OILMAST-DATA VALUE "Y".
004280     02  WS-OILPRICE-EOF         PIC X       VALUE "N".
004290         88  END-OF-OILPRICE-DATA VALUE "Y".
004300     02  WS-PROMO-EOF            PIC X       VALUE "N".
004310         88  END-OF-PROMO-DATA   VALUE "Y".
004320     02  WS-OILSTOCK-EOF         PIC X       VALUE "N".
004330         88  END-OF-OILSTOCK-DATA VALUE "Y".

004340 01  WS-FILE-STATUSES.
004350     02  WS-OILMAST-STATUS       PIC XX.
004360     02  WS-OILMAST-OUT-STATUS   PIC XX.
004370     02  WS-OILPRICE-STATUS      PIC XX.
004380     02  WS-OILPRICE-OUT-STATUS  PIC XX.
004390     02  WS-PROMO-STATUS         PIC XX.
004400     02  WS-PROMO-OUT-STATUS     PIC XX.
004410     02  WS-OILSTOCK-STATUS      PIC XX.
004420     02  WS-TXN-STATUS           PIC XX.
004430     02  WS-CHGJRNL-STATUS       PIC XX.
004440     02  WS-RUNCTL-STATUS        PIC XX.

004450 01  WS-CURRENT-DATE.
004460     02  WS-CURRENT-DATE-YYYYMMDD.
004470         03  WS-CURRENT-YYYY     PIC 9(4).
004480         03  WS-CURRENT-MM       PIC 99.
004490         03  WS-CURRENT-DD       PIC 99.

004500 01  WS-AUDIT-FIELDS.
004510     02  WS-AUDIT-START-TIME     PIC 9(8).
004520     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

004530 PROCEDURE DIVISION.
004540 0000-MAINLINE.
004550     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004560     PERFORM 2000-PROCESS-TXN THRU 2000-PROCESS-TXN-EXIT
004570         UNTIL END-OF-TXN-DATA.
004580     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004590     STOP RUN.

004600 1000-INITIALIZE.
004610     PERFORM 1005-READ-RUN-CONTROL THRU
004620         1005-READ-RUN-CONTROL-EXIT.
004630     PERFORM 1008-CHECK-STAGED-FILES THRU
004640         1008-CHECK-STAGED-FILES-EXIT.
004650     OPEN INPUT PRODUCT-TXN-FILE.
004660     IF WS-TXN-STATUS NOT = "00"
004670         DISPLAY "PRODMAINT: PRODTXN.DAT MISSING"
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     OPEN OUTPUT MAINT-REPORT.
004720     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
004730     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
004740     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
004750     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
004760     PERFORM 1050-LOAD-OILS THRU 1050-LOAD-OILS-EXIT.
004770     PERFORM 1060-LOAD-PRICES THRU 1060-LOAD-PRICES-EXIT.
004780     PERFORM 1070-LOAD-PROMOS THRU 1070-LOAD-PROMOS-EXIT.
004790     PERFORM 1080-LOAD-COSTS THRU 1080-LOAD-COSTS-EXIT.
004800     OPEN EXTEND CHANGE-JOURNAL-FILE.
004810     IF WS-CHGJRNL-STATUS NOT = "00"
004820         OPEN OUTPUT CHANGE-JOURNAL-FILE
004830     END-IF.
004840     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
004850     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
004860 1000-INITIALIZE-EXIT.
004870     EXIT.

004880 1005-READ-RUN-CONTROL.
004890     OPEN INPUT RUN-CONTROL-FILE.
004900     IF WS-RUNCTL-STATUS NOT = "00"
004910         DISPLAY "PRODMAINT: RUN CONTROL RECORD MISSING"
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950     READ RUN-CONTROL-FILE
004960         AT END
004970             DISPLAY "PRODMAINT: RUN CONTROL RECORD MISSING"
004980             MOVE 16 TO RETURN-CODE
004990             STOP RUN
005000     END-READ.
005010     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
005020         DISPLAY "PRODMAINT: BUSINESS DATE GOES BACKWARDS"
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
005070     CLOSE RUN-CONTROL-FILE.
005080 1005-READ-RUN-CONTROL-EXIT.
005090     EXIT.

005100 1008-CHECK-STAGED-FILES.
005110*    A .NEW FILE STILL ON DISK MEANS THE LAST MAINTENANCE RUN
005120*    WAS NEVER PROMOTED - WRITING OVER IT NOW WOULD LOSE THOSE
005130*    CHANGES, SO STOP AND LET THE OPERATOR PROMOTE OR REMOVE IT
005140*    FIRST.
005150     OPEN INPUT OIL-MASTER-OUT.
005160     IF WS-OILMAST-OUT-STATUS = "00"
005170         CLOSE OIL-MASTER-OUT
005180         DISPLAY "PRODMAINT: OILMAST.NEW ALREADY ON FILE - "
005190             "PROMOTE OR REMOVE IT FIRST"
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     OPEN INPUT OIL-PRICE-OUT.
005240     IF WS-OILPRICE-OUT-STATUS = "00"
005250         CLOSE OIL-PRICE-OUT
005260         DISPLAY "PRODMAINT: OILPRICE.NEW ALREADY ON FILE - "
005270             "PROMOTE OR REMOVE IT FIRST"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     OPEN INPUT PROMO-OUT.
005320     IF WS-PROMO-OUT-STATUS = "00"
005330         CLOSE PROMO-OUT
005340         DISPLAY "PRODMAINT: PROMO.NEW ALREADY ON FILE - "
005350             "PROMOTE OR REMOVE IT FIRST"
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390 1008-CHECK-STAGED-FILES-EXIT.
005400     EXIT.

005410*    A MISSING OILMAST.DAT STARTS AN EMPTY MASTER. AS IN
005420*    DEALEDIT, A SECOND ROW FOR THE SAME OIL REPLACES THE FIRST.
005430 1050-LOAD-OILS.
005440     MOVE SPACES TO OIL-TABLE.
005450     OPEN INPUT OIL-MASTER-FILE.
005460     IF WS-OILMAST-STATUS NOT = "00"
005470         SET END-OF-OILMAST-DATA TO TRUE
005480         GO TO 1050-LOAD-OILS-EXIT
005490     END-IF.
005500     PERFORM 1055-READ-OIL THRU 1055-READ-OIL-EXIT
005510         UNTIL END-OF-OILMAST-DATA.
005520     CLOSE OIL-MASTER-FILE.
005530 1050-LOAD-OILS-EXIT.
005540     EXIT.

005550 1055-READ-OIL.
005560     READ OIL-MASTER-FILE INTO OIL-MASTER-REC
005570         AT END
005580             SET END-OF-OILMAST-DATA TO TRUE
005590     END-READ.
005600     IF END-OF-OILMAST-DATA
005610         GO TO 1055-READ-OIL-EXIT
005620     END-IF.
005630     IF OM-OIL-NUM IS NOT NUMERIC
005640         OR OM-OIL-NUM = ZERO
005650         GO TO 1055-READ-OIL-EXIT
005660     END-IF.
005670     MOVE OM-OIL-NUM      TO OMT-SUB.
005680     MOVE "Y"             TO OMT-PRESENT-FLAG (OMT-SUB).
005690     MOVE OIL-MASTER-REC  TO OMT-REC (OMT-SUB).
005700 1055-READ-OIL-EXIT.
005710     EXIT.

005720*    A MISSING OILPRICE.DAT STARTS AN EMPTY PRICE LIST.
005730 1060-LOAD-PRICES.
005740     OPEN INPUT OIL-PRICE-FILE.
005750     IF WS-OILPRICE-STATUS NOT = "00"
005760         SET END-OF-OILPRICE-DATA TO TRUE
005770         GO TO 1060-LOAD-PRICES-EXIT
005780     END-IF.
005790     PERFORM 1065-READ-PRICE THRU 1065-READ-PRICE-EXIT
005800         UNTIL END-OF-OILPRICE-DATA.
005810     CLOSE OIL-PRICE-FILE.
005820 1060-LOAD-PRICES-EXIT.
005830     EXIT.

005840 1065-READ-PRICE.
005850     READ OIL-PRICE-FILE
005860         AT END
005870             SET END-OF-OIL-PRICE-FILE TO TRUE
005880             SET END-OF-OILPRICE-DATA TO TRUE
005890     END-READ.
005900     IF END-OF-OILPRICE-DATA
005910         GO TO 1065-READ-PRICE-EXIT
005920     END-IF.
005930     IF OPT-COUNT >= 2000
005940         DISPLAY "PRODMAINT: PRICE TABLE FULL AT 2000 - "
005950             "RAISE THE TABLE SIZE BEFORE RERUNNING"
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     ADD 1 TO OPT-COUNT.
006000     MOVE OIL-PRICE-REC TO PRICE-ENTRY (OPT-COUNT).
006010 1065-READ-PRICE-EXIT.
006020     EXIT.

006030*    A MISSING PROMO.DAT JUST MEANS NOBODY IS RUNNING ONE.
006040 1070-LOAD-PROMOS.
006050     OPEN INPUT PROMO-FILE.
006060     IF WS-PROMO-STATUS NOT = "00"
006070         SET END-OF-PROMO-DATA TO TRUE
006080         GO TO 1070-LOAD-PROMOS-EXIT
006090     END-IF.
006100     PERFORM 1075-READ-PROMO THRU 1075-READ-PROMO-EXIT
006110         UNTIL END-OF-PROMO-DATA.
006120     CLOSE PROMO-FILE.
006130 1070-LOAD-PROMOS-EXIT.
006140     EXIT.

006150 1075-READ-PROMO.
006160     READ PROMO-FILE
006170         AT END
006180             SET END-OF-PROMO-FILE TO TRUE
006190             SET END-OF-PROMO-DATA TO TRUE
006200     END-READ.
006210     IF END-OF-PROMO-DATA
006220         GO TO 1075-READ-PROMO-EXIT
006230     END-IF.
006240     IF PMT-COUNT >= 200
006250         DISPLAY "PRODMAINT: PROMO TABLE FULL AT 200 - "
006260             "RAISE THE TABLE SIZE BEFORE RERUNNING"
006270         MOVE 16 TO RETURN-CODE
006280         STOP RUN
006290     END-IF.
006300     ADD 1 TO PMT-COUNT.
006310     MOVE PROMO-REC TO PROMO-ENTRY (PMT-COUNT).
006320 1075-READ-PROMO-EXIT.
006330     EXIT.

006340*    COST IS ONLY FOR THE MARGINS ON THE REPORT - NO STOCK FILE
006350*    JUST MEANS THEY PRINT AS NOT KNOWN. UNCOSTED ROWS (SPACES IN
006360*    THE COST FIELDS) ARE LEFT OUT.
006370 1080-LOAD-COSTS.
006380     MOVE ZEROS TO COST-TABLE.
006390     OPEN INPUT OIL-STOCK-FILE.
006400     IF WS-OILSTOCK-STATUS NOT = "00"
006410         SET END-OF-OILSTOCK-DATA TO TRUE
006420         GO TO 1080-LOAD-COSTS-EXIT
006430     END-IF.
006440     PERFORM 1085-READ-STOCK THRU 1085-READ-STOCK-EXIT
006450         UNTIL END-OF-OILSTOCK-DATA.
006460     CLOSE OIL-STOCK-FILE.
006470 1080-LOAD-COSTS-EXIT.
006480     EXIT.

006490 1085-READ-STOCK.
006500     READ OIL-STOCK-FILE
006510         AT END
006520             SET END-OF-OIL-STOCK TO TRUE
006530             SET END-OF-OILSTOCK-DATA TO TRUE
006540     END-READ.
006550     IF END-OF-OILSTOCK-DATA
006560         GO TO 1085-READ-STOCK-EXIT
006570     END-IF.
006580     IF OS-OIL-NUM IS NOT NUMERIC
006590         OR OS-OIL-NUM = ZERO
006600         OR OS-ON-HAND IS NOT NUMERIC
006610         OR OS-AVG-COST IS NOT NUMERIC
006620         OR OS-STOCK-VALUE IS NOT NUMERIC
006630         GO TO 1085-READ-STOCK-EXIT
006640     END-IF.
006650     MOVE OS-OIL-NUM TO OMT-SUB.
006660     ADD OS-ON-HAND     TO CT-ON-HAND (OMT-SUB).
006670     ADD OS-STOCK-VALUE TO CT-STOCK-VALUE (OMT-SUB).
006680     IF OS-AVG-COST > ZERO
006690         MOVE OS-AVG-COST TO CT-LAST-AVG-COST (OMT-SUB)
006700     END-IF.
006710 1085-READ-STOCK-EXIT.
006720     EXIT.

006730 1200-WRITE-HEADINGS.
006740     MOVE SPACES TO PRINT-LINE.
006750     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
006760     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
006770     WRITE PRINT-LINE FROM RUN-DATE-LINE.
006780     MOVE SPACES TO PRINT-LINE.
006790     WRITE PRINT-LINE.
006800     WRITE PRINT-LINE FROM MAINT-TOPIC-LINE.
006810 1200-WRITE-HEADINGS-EXIT.
006820     EXIT.

006830 2000-PROCESS-TXN.
006840     MOVE SPACES TO MAINT-DETAIL-LINE.
006850     MOVE PX-ACTION      TO PRN-ACTION.
006860     MOVE PX-OIL-NUM     TO PRN-OIL-NUM.
006870     IF PX-OIL-TXN
006880         MOVE "OIL"      TO PRN-REC-TYPE
006890     END-IF.
006900     IF PX-PRICE-TXN
006910         MOVE "PRICE"    TO PRN-REC-TYPE
006920     END-IF.
006930     IF PX-PROMO-TXN
006940         MOVE "PROMO"    TO PRN-REC-TYPE
006950     END-IF.
006960     IF PX-OPERATOR-ID = SPACES
006970         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006980         MOVE "NO OPERATOR ID" TO PRN-DISPOSITION
006990         GO TO 2090-PRINT-DETAIL
007000     END-IF.
007010     IF PX-OIL-TXN
007020         PERFORM 2200-OIL-TXN THRU 2200-OIL-TXN-EXIT
007030     ELSE
007040         IF PX-PRICE-TXN
007050             PERFORM 2400-PRICE-TXN THRU 2400-PRICE-TXN-EXIT
007060         ELSE
007070             IF PX-PROMO-TXN
007080                 PERFORM 2500-PROMO-TXN THRU 2500-PROMO-TXN-EXIT
007090             ELSE
007100                 PERFORM 2700-REJECT-TXN THRU
007110                     2700-REJECT-TXN-EXIT
007120                 MOVE "INVALID RECORD TYPE" TO PRN-DISPOSITION
007130             END-IF
007140         END-IF
007150     END-IF.

007160 2090-PRINT-DETAIL.
007170     WRITE PRINT-LINE FROM MAINT-DETAIL-LINE.
007180     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
007190 2000-PROCESS-TXN-EXIT.
007200     EXIT.

007210 2100-READ-TXN.
007220     READ PRODUCT-TXN-FILE
007230         AT END
007240             SET END-OF-PRODUCT-TXN TO TRUE
007250             SET END-OF-TXN-DATA TO TRUE
007260     END-READ.
007270     IF NOT END-OF-TXN-DATA
007280         ADD 1 TO WS-RECORDS-READ
007290     END-IF.
007300 2100-READ-TXN-EXIT.
007310     EXIT.

007320*    OIL MASTER ADD / CHANGE / DEACTIVATE.
007330 2200-OIL-TXN.
007340     IF PX-OIL-NUM IS NOT NUMERIC
007350         OR PX-OIL-NUM-9 = ZERO
007360         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007370         MOVE "INVALID OIL NUMBER" TO PRN-DISPOSITION
007380         GO TO 2200-OIL-TXN-EXIT
007390     END-IF.
007400     MOVE PX-OIL-NUM-9 TO OMT-SUB.
007410     IF OMT-PRESENT (OMT-SUB)
007420         MOVE OMT-REC (OMT-SUB) TO OIL-BEFORE-REC
007430                                   OIL-MASTER-REC
007440         PERFORM 2960-SHOW-OIL-BEFORE THRU
007450             2960-SHOW-OIL-BEFORE-EXIT
007460     ELSE
007470         MOVE SPACES TO OIL-BEFORE-REC
007480                        OIL-MASTER-REC
007490     END-IF.
007500     IF PX-ADD
007510         PERFORM 2210-APPLY-OIL-ADD THRU
007520             2210-APPLY-OIL-ADD-EXIT
007530     ELSE
007540         IF PX-CHANGE
007550             PERFORM 2220-APPLY-OIL-CHANGE THRU
007560                 2220-APPLY-OIL-CHANGE-EXIT
007570         ELSE
007580             IF PX-DEACTIVATE
007590                 PERFORM 2230-APPLY-OIL-DEACTIVATE THRU
007600                     2230-APPLY-OIL-DEACTIVATE-EXIT
007610             ELSE
007620                 PERFORM 2700-REJECT-TXN THRU
007630                     2700-REJECT-TXN-EXIT
007640                 MOVE "INVALID ACTION CODE" TO PRN-DISPOSITION
007650             END-IF
007660         END-IF
007670     END-IF.
007680 2200-OIL-TXN-EXIT.
007690     EXIT.

007700 2210-APPLY-OIL-ADD.
007710     IF OMT-PRESENT (OMT-SUB)
007720         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007730         MOVE "OIL ALREADY ON MASTER" TO PRN-DISPOSITION
007740         GO TO 2210-APPLY-OIL-ADD-EXIT
007750     END-IF.
007760     IF PX-DESCRIPTION = SPACES
007770         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007780         MOVE "DESCRIPTION REQUIRED" TO PRN-DISPOSITION
007790         GO TO 2210-APPLY-OIL-ADD-EXIT
007800     END-IF.
007810     IF PX-OIL-TYPE = SPACE
007820         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007830         MOVE "OIL TYPE REQUIRED" TO PRN-DISPOSITION
007840         GO TO 2210-APPLY-OIL-ADD-EXIT
007850     END-IF.
007860     PERFORM 2800-EDIT-OIL-FIELDS THRU 2800-EDIT-OIL-FIELDS-EXIT.
007870     IF PRN-DISPOSITION NOT = SPACES
007880         GO TO 2210-APPLY-OIL-ADD-EXIT
007890     END-IF.
007900     MOVE PX-OIL-NUM-9       TO OM-OIL-NUM.
007910     MOVE PX-DESCRIPTION     TO OM-DESCRIPTION.
007920     MOVE PX-OIL-TYPE        TO OM-OIL-TYPE.
007930     MOVE WS-UNIT-SIZE-NUM (1) TO OM-UNIT-SIZE (1).
007940     MOVE WS-UNIT-SIZE-NUM (2) TO OM-UNIT-SIZE (2).
007950     MOVE WS-UNIT-SIZE-NUM (3) TO OM-UNIT-SIZE (3).
007960     MOVE WS-UNIT-SIZE-NUM (4) TO OM-UNIT-SIZE (4).
007970     IF PX-ACTIVE-FLAG = SPACE
007980         MOVE "A"            TO OM-ACTIVE-FLAG
007990     ELSE
008000         MOVE PX-ACTIVE-FLAG TO OM-ACTIVE-FLAG
008010     END-IF.
008020     MOVE "Y"            TO OMT-PRESENT-FLAG (OMT-SUB).
008030     MOVE OIL-MASTER-REC TO OMT-REC (OMT-SUB).
008040     PERFORM 2965-SHOW-OIL-AFTER THRU 2965-SHOW-OIL-AFTER-EXIT.
008050     MOVE "ADDED" TO PRN-DISPOSITION.
008060     ADD 1 TO WS-APPLIED-COUNT.
008070     PERFORM 7000-JOURNAL-OIL THRU 7000-JOURNAL-OIL-EXIT.
008080 2210-APPLY-OIL-ADD-EXIT.
008090     EXIT.

008100*    AN ACTIVE FLAG OF "A" ON A CHANGE REINSTATES A DEACTIVATED
008110*    OIL. UNIT SIZES GO AS A SET - KEY ANY OF THE FOUR AND THE
008120*    BLANK ONES BECOME ZERO.
008130 2220-APPLY-OIL-CHANGE.
008140     IF NOT OMT-PRESENT (OMT-SUB)
008150         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008160         MOVE "OIL NOT ON MASTER" TO PRN-DISPOSITION
008170         GO TO 2220-APPLY-OIL-CHANGE-EXIT
008180     END-IF.
008190     PERFORM 2800-EDIT-OIL-FIELDS THRU 2800-EDIT-OIL-FIELDS-EXIT.
008200     IF PRN-DISPOSITION NOT = SPACES
008210         GO TO 2220-APPLY-OIL-CHANGE-EXIT
008220     END-IF.
008230     IF PX-DESCRIPTION NOT = SPACES
008240         MOVE PX-DESCRIPTION TO OM-DESCRIPTION
008250     END-IF.
008260     IF PX-OIL-TYPE NOT = SPACE
008270         MOVE PX-OIL-TYPE TO OM-OIL-TYPE
008280     END-IF.
008290     IF UNIT-SIZES-KEYED
008300         MOVE WS-UNIT-SIZE-NUM (1) TO OM-UNIT-SIZE (1)
008310         MOVE WS-UNIT-SIZE-NUM (2) TO OM-UNIT-SIZE (2)
008320         MOVE WS-UNIT-SIZE-NUM (3) TO OM-UNIT-SIZE (3)
008330         MOVE WS-UNIT-SIZE-NUM (4) TO OM-UNIT-SIZE (4)
008340     END-IF.
008350     IF PX-ACTIVE-FLAG NOT = SPACE
008360         MOVE PX-ACTIVE-FLAG TO OM-ACTIVE-FLAG
008370     END-IF.
008380     MOVE OIL-MASTER-REC TO OMT-REC (OMT-SUB).
008390     PERFORM 2965-SHOW-OIL-AFTER THRU 2965-SHOW-OIL-AFTER-EXIT.
008400     MOVE "CHANGED" TO PRN-DISPOSITION.
008410     ADD 1 TO WS-APPLIED-COUNT.
008420     PERFORM 7000-JOURNAL-OIL THRU 7000-JOURNAL-OIL-EXIT.
008430 2220-APPLY-OIL-CHANGE-EXIT.
008440     EXIT.

008450*    THE ROW STAYS ON THE MASTER SO OLD SALES STILL NAME THE OIL;
008460*    DEALEDIT REJECTS NEW DEALS FOR IT.
008470 2230-APPLY-OIL-DEACTIVATE.
008480     IF NOT OMT-PRESENT (OMT-SUB)
008490         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008500         MOVE "OIL NOT ON MASTER" TO PRN-DISPOSITION
008510         GO TO 2230-APPLY-OIL-DEACTIVATE-EXIT
008520     END-IF.
008530     IF NOT OM-ACTIVE
008540         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008550         MOVE "OIL ALREADY INACTIVE" TO PRN-DISPOSITION
008560         GO TO 2230-APPLY-OIL-DEACTIVATE-EXIT
008570     END-IF.
008580     MOVE "I" TO OM-ACTIVE-FLAG.
008590     MOVE OIL-MASTER-REC TO OMT-REC (OMT-SUB).
008600     PERFORM 2965-SHOW-OIL-AFTER THRU 2965-SHOW-OIL-AFTER-EXIT.
008610     MOVE "DEACTIVATED" TO PRN-DISPOSITION.
008620     ADD 1 TO WS-APPLIED-COUNT.
008630     PERFORM 7000-JOURNAL-OIL THRU 7000-JOURNAL-OIL-EXIT.
008640 2230-APPLY-OIL-DEACTIVATE-EXIT.
008650     EXIT.

008660*    A NEW PRICE ROW. ONE FOR A DATE ALREADY ON FILE FOR THE OIL
008670*    REPLACES THAT ROW'S PRICE - BOTH ARE STILL IN THE FUTURE.
008680 2400-PRICE-TXN.
008690     IF NOT PX-ADD
008700         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008710         MOVE "INVALID ACTION CODE" TO PRN-DISPOSITION
008720         GO TO 2400-PRICE-TXN-EXIT
008730     END-IF.
008740     IF PX-OIL-NUM IS NOT NUMERIC
008750         OR PX-OIL-NUM-9 = ZERO
008760         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008770         MOVE "INVALID OIL NUMBER" TO PRN-DISPOSITION
008780         GO TO 2400-PRICE-TXN-EXIT
008790     END-IF.
008800     MOVE PX-OIL-NUM-9 TO OMT-SUB.
008810     IF NOT OMT-PRESENT (OMT-SUB)
008820         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008830         MOVE "OIL NOT ON MASTER" TO PRN-DISPOSITION
008840         GO TO 2400-PRICE-TXN-EXIT
008850     END-IF.
008860     MOVE PX-EFF-DATE TO WS-EDIT-DATE-X.
008870     PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT.
008880     IF NOT DATE-IS-VALID
008890         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008900         MOVE "INVALID EFFECTIVE DATE" TO PRN-DISPOSITION
008910         GO TO 2400-PRICE-TXN-EXIT
008920     END-IF.
008930*    THE BUSINESS DATE ON RUNCTL.DAT HAS ALREADY BEEN PRICED BY
008940*    THE NIGHT RUN, SO A NEW PRICE STARTS THE DAY AFTER AT THE
008950*    EARLIEST.
008960     IF WS-EDIT-DATE NOT > WS-CURRENT-DATE-YYYYMMDD
008970         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
008980         MOVE "PRICE EFFECTIVE IN THE PAST" TO PRN-DISPOSITION
008990         GO TO 2400-PRICE-TXN-EXIT
009000     END-IF.
009010     IF PX-PRICE IS NOT NUMERIC
009020         OR PX-PRICE-9 = ZERO
009030         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
009040         MOVE "INVALID PRICE" TO PRN-DISPOSITION
009050         GO TO 2400-PRICE-TXN-EXIT
009060     END-IF.
009070     MOVE "N" TO OPT-FOUND-SWITCH.
009080     PERFORM 2410-MATCH-PRICE THRU 2410-MATCH-PRICE-EXIT
009090         VARYING OPT-SUB FROM 1 BY 1
009100         UNTIL OPT-SUB > OPT-COUNT
009110         OR OPT-ENTRY-FOUND.
009120     PERFORM 2600-NEW-PROPOSAL THRU 2600-NEW-PROPOSAL-EXIT.
009130     MOVE "PRICE"        TO PPT-KIND (PPT-COUNT).
009140     MOVE WS-EDIT-DATE   TO PPT-EFF-DATE (PPT-COUNT).
009150     MOVE "Y"            TO PPT-NEW-SWITCH (PPT-COUNT).
009160     MOVE PX-PRICE-9     TO PPT-NEW-PRICE (PPT-COUNT).
009170     MOVE SPACES         TO WS-JR-BEFORE.
009180     IF OPT-ENTRY-FOUND
009190         MOVE OPT-OIL-PRICE (OPT-MATCHED-SUB) TO
009200             PPT-OLD-PRICE (PPT-COUNT)
009210             WS-JR-AMOUNT-EDIT
009220         MOVE "Y"        TO PPT-OLD-SWITCH (PPT-COUNT)
009230         MOVE WS-JR-AMOUNT-EDIT TO WS-JR-BEFORE
009240         MOVE PX-PRICE-9 TO OPT-OIL-PRICE (OPT-MATCHED-SUB)
009245         MOVE WS-EDIT-DATE TO WS-LP-BEST-DATE
009250         MOVE "PRICE REPLACED" TO PRN-DISPOSITION
009260     ELSE
009270         MOVE PX-OIL-NUM-9 TO WS-LP-OIL-NUM
009280         MOVE WS-EDIT-DATE TO WS-LP-AS-AT
009290         PERFORM 2650-FIND-LIST-PRICE THRU
009300             2650-FIND-LIST-PRICE-EXIT
009310         IF LIST-PRICE-FOUND
009320             MOVE WS-LP-PRICE TO PPT-OLD-PRICE (PPT-COUNT)
009330             MOVE "Y"         TO PPT-OLD-SWITCH (PPT-COUNT)
009340         END-IF
009350         IF OPT-COUNT >= 2000
009360             DISPLAY "PRODMAINT: PRICE TABLE FULL AT 2000 - "
009370                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
009380             MOVE 16 TO RETURN-CODE
009390             STOP RUN
009400         END-IF
009410         ADD 1 TO OPT-COUNT
009420         MOVE PX-OIL-NUM-9 TO OPT-OIL-NUM (OPT-COUNT)
009430         MOVE WS-EDIT-DATE TO OPT-EFF-DATE (OPT-COUNT)
009440         MOVE PX-PRICE-9   TO OPT-OIL-PRICE (OPT-COUNT)
009450         MOVE "PRICE ADDED" TO PRN-DISPOSITION
009460     END-IF.
009470     IF PPT-HAS-OLD (PPT-COUNT)
009480         MOVE WS-LP-BEST-DATE TO WS-PRINT-DATE-IN
009490         PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT
009500         MOVE WS-PRINT-DATE-OUT TO WS-PS-EFF-DATE
009510         MOVE PPT-OLD-PRICE (PPT-COUNT) TO WS-PS-PRICE
009520         MOVE WS-PRICE-SHOW TO PRN-BEFORE
009530     END-IF.
009532     MOVE WS-EDIT-DATE TO WS-PRINT-DATE-IN.
009534     PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT.
009536     MOVE WS-PRINT-DATE-OUT TO WS-PS-EFF-DATE.
009540     MOVE PX-PRICE-9 TO WS-PS-PRICE.
009550     MOVE WS-PRICE-SHOW TO PRN-AFTER.
009560     ADD 1 TO WS-APPLIED-COUNT.
009570     PERFORM 7020-JOURNAL-PRICE THRU 7020-JOURNAL-PRICE-EXIT.
009580 2400-PRICE-TXN-EXIT.
009590     EXIT.

009600 2410-MATCH-PRICE.
009610     IF OPT-OIL-NUM (OPT-SUB) = PX-OIL-NUM-9
009620         AND OPT-EFF-DATE (OPT-SUB) = WS-EDIT-DATE
009630         MOVE OPT-SUB TO OPT-MATCHED-SUB
009640         SET OPT-ENTRY-FOUND TO TRUE
009650     END-IF.
009660 2410-MATCH-PRICE-EXIT.
009670     EXIT.

009680*    PROMOTION SET-UP AND END. OIL 00 IS ANY OIL AND A BLANK
009690*    CUSTOMER ANY CUSTOMER, AS THE PRICING RUNS READ THEM.
009700 2500-PROMO-TXN.
009710     IF PX-OIL-NUM IS NOT NUMERIC
009720         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
009730         MOVE "INVALID OIL NUMBER" TO PRN-DISPOSITION
009740         GO TO 2500-PROMO-TXN-EXIT
009750     END-IF.
009760     IF PX-ADD
009770         PERFORM 2510-APPLY-PROMO-ADD THRU
009780             2510-APPLY-PROMO-ADD-EXIT
009790     ELSE
009800         IF PX-END
009810             PERFORM 2520-APPLY-PROMO-END THRU
009820                 2520-APPLY-PROMO-END-EXIT
009830         ELSE
009840             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
009850             MOVE "INVALID ACTION CODE" TO PRN-DISPOSITION
009860         END-IF
009870     END-IF.
009880 2500-PROMO-TXN-EXIT.
009890     EXIT.

009900 2510-APPLY-PROMO-ADD.
009910     IF PX-OIL-NUM-9 NOT = ZERO
009920         MOVE PX-OIL-NUM-9 TO OMT-SUB
009930         IF NOT OMT-PRESENT (OMT-SUB)
009940             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
009950             MOVE "OIL NOT ON MASTER" TO PRN-DISPOSITION
009960             GO TO 2510-APPLY-PROMO-ADD-EXIT
009970         END-IF
009980         MOVE OMT-REC (OMT-SUB) TO OIL-MASTER-REC
009990         IF NOT OM-ACTIVE
010000             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010010             MOVE "OIL IS INACTIVE" TO PRN-DISPOSITION
010020             GO TO 2510-APPLY-PROMO-ADD-EXIT
010030         END-IF
010040     END-IF.
010050     PERFORM 2820-EDIT-PROMO-DATES THRU
010060         2820-EDIT-PROMO-DATES-EXIT.
010070     IF PRN-DISPOSITION NOT = SPACES
010080         GO TO 2510-APPLY-PROMO-ADD-EXIT
010090     END-IF.
010100     IF WS-FROM-DATE NOT > WS-CURRENT-DATE-YYYYMMDD
010110         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010120         MOVE "PROMOTION STARTS IN THE PAST" TO PRN-DISPOSITION
010130         GO TO 2510-APPLY-PROMO-ADD-EXIT
010140     END-IF.
010150     IF WS-TO-DATE < WS-FROM-DATE
010160         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010170         MOVE "TO DATE BEFORE FROM DATE" TO PRN-DISPOSITION
010180         GO TO 2510-APPLY-PROMO-ADD-EXIT
010190     END-IF.
010200     MOVE ZERO TO WS-DISC-NUM
010210                  WS-PROMO-PRICE-NUM.
010220     IF PX-DISC-PCT NOT = SPACES
010230         IF PX-DISC-PCT IS NOT NUMERIC
010240             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010250             MOVE "DISCOUNT NOT NUMERIC" TO PRN-DISPOSITION
010260             GO TO 2510-APPLY-PROMO-ADD-EXIT
010270         END-IF
010280         MOVE PX-DISC-PCT-9 TO WS-DISC-NUM
010290     END-IF.
010300     IF PX-PROMO-PRICE NOT = SPACES
010310         IF PX-PROMO-PRICE IS NOT NUMERIC
010320             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010330             MOVE "PROMO PRICE NOT NUMERIC" TO PRN-DISPOSITION
010340             GO TO 2510-APPLY-PROMO-ADD-EXIT
010350         END-IF
010360         MOVE PX-PROMO-PRICE-9 TO WS-PROMO-PRICE-NUM
010370     END-IF.
010380     IF WS-DISC-NUM = ZERO
010390         AND WS-PROMO-PRICE-NUM = ZERO
010400         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010410         MOVE "NO DISCOUNT OR PROMO PRICE" TO PRN-DISPOSITION
010420         GO TO 2510-APPLY-PROMO-ADD-EXIT
010430     END-IF.
010440     IF WS-DISC-NUM NOT = ZERO
010450         AND WS-PROMO-PRICE-NUM NOT = ZERO
010460         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010470         MOVE "DISCOUNT OR PRICE, NOT BOTH" TO PRN-DISPOSITION
010480         GO TO 2510-APPLY-PROMO-ADD-EXIT
010490     END-IF.
010500     MOVE ZERO TO PMT-SKIP-SUB.
010510     PERFORM 2550-CHECK-OVERLAP THRU 2550-CHECK-OVERLAP-EXIT.
010520     IF PMT-OVERLAP-FOUND
010530         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010540         MOVE "OVERLAPS ANOTHER PROMOTION" TO PRN-DISPOSITION
010550         GO TO 2510-APPLY-PROMO-ADD-EXIT
010560     END-IF.
010570     IF PMT-COUNT >= WS-PRICING-PROMO-LIMIT
010580         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
010590         MOVE "PROMO FILE FULL AT 50 ROWS" TO PRN-DISPOSITION
010600         GO TO 2510-APPLY-PROMO-ADD-EXIT
010610     END-IF.
010620     ADD 1 TO PMT-COUNT.
010630     MOVE PX-OIL-NUM-9       TO PMT-OIL-NUM (PMT-COUNT).
010640     MOVE PX-CUSTOMER-ID     TO PMT-CUSTOMER-ID (PMT-COUNT).
010650     MOVE WS-DISC-NUM        TO PMT-DISC-PCT (PMT-COUNT).
010660     MOVE WS-PROMO-PRICE-NUM TO PMT-PROMO-PRICE (PMT-COUNT).
010670     MOVE WS-FROM-DATE       TO PMT-FROM-DATE (PMT-COUNT).
010680     MOVE WS-TO-DATE         TO PMT-TO-DATE (PMT-COUNT).
010690     MOVE PMT-COUNT TO PMT-SUB.
010700     PERFORM 2970-SHOW-PROMO THRU 2970-SHOW-PROMO-EXIT.
010710     MOVE WS-PROMO-SHOW TO PRN-AFTER.
010720     PERFORM 2600-NEW-PROPOSAL THRU 2600-NEW-PROPOSAL-EXIT.
010730     MOVE "PROMO"        TO PPT-KIND (PPT-COUNT).
010740     MOVE PX-CUSTOMER-ID TO PPT-CUSTOMER-ID (PPT-COUNT).
010750     MOVE WS-FROM-DATE   TO PPT-EFF-DATE (PPT-COUNT).
010760     MOVE WS-DISC-NUM    TO PPT-DISC-PCT (PPT-COUNT).
010770     PERFORM 2610-PRICE-PROMO THRU 2610-PRICE-PROMO-EXIT.
010780     MOVE "PROMOTION SET UP" TO PRN-DISPOSITION.
010790     ADD 1 TO WS-APPLIED-COUNT.
010800     MOVE SPACES TO WS-JR-BEFORE.
010810     PERFORM 7040-JOURNAL-PROMO THRU 7040-JOURNAL-PROMO-EXIT.
010820 2510-APPLY-PROMO-ADD-EXIT.
010830     EXIT.

010840*    THE PROMOTION IS FOUND BY OIL, CUSTOMER AND FROM DATE AND
010850*    GIVEN A NEW TO DATE - NO EARLIER THAN THE BUSINESS DATE,
010860*    WHICH IS ALREADY PRICED. A TO DATE BEFORE THE FROM DATE
010870*    CANCELS A PROMOTION THAT HAS NOT STARTED.
010880 2520-APPLY-PROMO-END.
010890     PERFORM 2820-EDIT-PROMO-DATES THRU
010900         2820-EDIT-PROMO-DATES-EXIT.
010910     IF PRN-DISPOSITION NOT = SPACES
010920         GO TO 2520-APPLY-PROMO-END-EXIT
010930     END-IF.
010940     MOVE "N" TO PMT-FOUND-SWITCH.
010950     PERFORM 2530-MATCH-PROMO THRU 2530-MATCH-PROMO-EXIT
010960         VARYING PMT-SUB FROM 1 BY 1
010970         UNTIL PMT-SUB > PMT-COUNT
010980         OR PMT-ENTRY-FOUND.
010990     IF NOT PMT-ENTRY-FOUND
011000         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
011010         MOVE "PROMOTION NOT ON FILE" TO PRN-DISPOSITION
011020         GO TO 2520-APPLY-PROMO-END-EXIT
011030     END-IF.
011040     MOVE PMT-MATCHED-SUB TO PMT-SUB.
011050     PERFORM 2970-SHOW-PROMO THRU 2970-SHOW-PROMO-EXIT.
011060     MOVE WS-PROMO-SHOW TO PRN-BEFORE.
011070     IF PMT-TO-DATE (PMT-MATCHED-SUB) < WS-CURRENT-DATE-YYYYMMDD
011080         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
011090         MOVE "PROMOTION ALREADY ENDED" TO PRN-DISPOSITION
011100         GO TO 2520-APPLY-PROMO-END-EXIT
011110     END-IF.
011120     IF WS-TO-DATE < WS-CURRENT-DATE-YYYYMMDD
011130         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
011140         MOVE "END DATE IN THE PAST" TO PRN-DISPOSITION
011150         GO TO 2520-APPLY-PROMO-END-EXIT
011160     END-IF.
011170     MOVE PMT-MATCHED-SUB TO PMT-SKIP-SUB.
011180     PERFORM 2550-CHECK-OVERLAP THRU 2550-CHECK-OVERLAP-EXIT.
011190     IF PMT-OVERLAP-FOUND
011200         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
011210         MOVE "OVERLAPS ANOTHER PROMOTION" TO PRN-DISPOSITION
011220         GO TO 2520-APPLY-PROMO-END-EXIT
011230     END-IF.
011240     MOVE PMT-FROM-DATE (PMT-MATCHED-SUB) TO WS-JD-FROM-DATE.
011250     MOVE PMT-TO-DATE (PMT-MATCHED-SUB)   TO WS-JD-TO-DATE.
011260     MOVE WS-JR-DATES TO WS-JR-BEFORE.
011270     MOVE WS-TO-DATE TO PMT-TO-DATE (PMT-MATCHED-SUB).
011275     MOVE PMT-MATCHED-SUB TO PMT-SUB.
011280     PERFORM 2970-SHOW-PROMO THRU 2970-SHOW-PROMO-EXIT.
011290     MOVE WS-PROMO-SHOW TO PRN-AFTER.
011300     IF WS-TO-DATE < WS-FROM-DATE
011310         MOVE "PROMOTION CANCELLED" TO PRN-DISPOSITION
011320     ELSE
011330         MOVE "PROMOTION END DATE SET" TO PRN-DISPOSITION
011340     END-IF.
011350     ADD 1 TO WS-APPLIED-COUNT.
011360     PERFORM 7040-JOURNAL-PROMO THRU 7040-JOURNAL-PROMO-EXIT.
011370 2520-APPLY-PROMO-END-EXIT.
011380     EXIT.

011390 2530-MATCH-PROMO.
011400     IF PMT-OIL-NUM (PMT-SUB) = PX-OIL-NUM-9
011410         AND PMT-CUSTOMER-ID (PMT-SUB) = PX-CUSTOMER-ID
011420         AND PMT-FROM-DATE (PMT-SUB) = WS-FROM-DATE
011430         MOVE PMT-SUB TO PMT-MATCHED-SUB
011440         SET PMT-ENTRY-FOUND TO TRUE
011450     END-IF.
011460 2530-MATCH-PROMO-EXIT.
011470     EXIT.

011480*    TWO PROMOTIONS FOR THE SAME OIL AND CUSTOMER MAY NOT SHARE
011490*    A DAY. PMT-SKIP-SUB IS THE ROW BEING RE-DATED, IF ANY.
011500 2550-CHECK-OVERLAP.
011510     MOVE "N" TO PMT-OVERLAP-SWITCH.
011520     PERFORM 2555-TEST-OVERLAP THRU 2555-TEST-OVERLAP-EXIT
011530         VARYING PMT-SUB FROM 1 BY 1
011540         UNTIL PMT-SUB > PMT-COUNT
011550         OR PMT-OVERLAP-FOUND.
011560 2550-CHECK-OVERLAP-EXIT.
011570     EXIT.

011580 2555-TEST-OVERLAP.
011590     IF PMT-SUB = PMT-SKIP-SUB
011600         GO TO 2555-TEST-OVERLAP-EXIT
011610     END-IF.
011620     IF PMT-OIL-NUM (PMT-SUB) = PX-OIL-NUM-9
011630         AND PMT-CUSTOMER-ID (PMT-SUB) = PX-CUSTOMER-ID
011640         AND PMT-FROM-DATE (PMT-SUB) NOT > WS-TO-DATE
011650         AND WS-FROM-DATE NOT > PMT-TO-DATE (PMT-SUB)
011660         SET PMT-OVERLAP-FOUND TO TRUE
011670     END-IF.
011680 2555-TEST-OVERLAP-EXIT.
011690     EXIT.

011700 2600-NEW-PROPOSAL.
011710     IF PPT-COUNT >= 200
011720         DISPLAY "PRODMAINT: PROPOSAL TABLE FULL AT 200 - "
011730             "RAISE THE TABLE SIZE BEFORE RERUNNING"
011740         MOVE 16 TO RETURN-CODE
011750         STOP RUN
011760     END-IF.
011770     ADD 1 TO PPT-COUNT.
011780     MOVE SPACES       TO PROPOSAL-ENTRY (PPT-COUNT).
011790     MOVE PX-OIL-NUM-9 TO PPT-OIL-NUM (PPT-COUNT).
011800     MOVE ZEROS        TO PPT-EFF-DATE (PPT-COUNT)
011810                          PPT-OLD-PRICE (PPT-COUNT)
011820                          PPT-NEW-PRICE (PPT-COUNT)
011830                          PPT-DISC-PCT (PPT-COUNT).
011840     MOVE "N"          TO PPT-OLD-SWITCH (PPT-COUNT)
011850                          PPT-NEW-SWITCH (PPT-COUNT).
011860 2600-NEW-PROPOSAL-EXIT.
011870     EXIT.

011880*    THE LIST PRICE ON THE PROMOTION'S FIRST DAY, AND WHAT THE
011890*    PROMOTION CHARGES INSTEAD - PRICED AS ARINVOICE PRICES IT.
011900*    AN ANY-OIL PROMOTION HAS NO SINGLE PRICE TO SHOW.
011910 2610-PRICE-PROMO.
011920     IF PX-OIL-NUM-9 = ZERO
011930         GO TO 2610-PRICE-PROMO-EXIT
011940     END-IF.
011950     MOVE PX-OIL-NUM-9 TO WS-LP-OIL-NUM.
011960     MOVE WS-FROM-DATE TO WS-LP-AS-AT.
011970     PERFORM 2650-FIND-LIST-PRICE THRU 2650-FIND-LIST-PRICE-EXIT.
011980     IF LIST-PRICE-FOUND
011990         MOVE WS-LP-PRICE TO PPT-OLD-PRICE (PPT-COUNT)
012000         MOVE "Y"         TO PPT-OLD-SWITCH (PPT-COUNT)
012010     END-IF.
012020     IF WS-PROMO-PRICE-NUM > ZERO
012030         MOVE WS-PROMO-PRICE-NUM TO PPT-NEW-PRICE (PPT-COUNT)
012040         MOVE "Y"                TO PPT-NEW-SWITCH (PPT-COUNT)
012050         GO TO 2610-PRICE-PROMO-EXIT
012060     END-IF.
012070     IF LIST-PRICE-FOUND
012080         MULTIPLY WS-LP-PRICE BY WS-DISC-NUM
012090             GIVING WS-DISC-AMT ROUNDED
012100         SUBTRACT WS-DISC-AMT FROM WS-LP-PRICE
012110             GIVING PPT-NEW-PRICE (PPT-COUNT)
012120         MOVE "Y" TO PPT-NEW-SWITCH (PPT-COUNT)
012130     END-IF.
012140 2610-PRICE-PROMO-EXIT.
012150     EXIT.

012160*    THE LATEST PRICE ROW FOR THE OIL EFFECTIVE ON OR BEFORE THE
012170*    AS-AT DATE, AS THE PRICING RUNS CHOOSE IT.
012180 2650-FIND-LIST-PRICE.
012190     MOVE "N"  TO WS-LP-FOUND-SWITCH.
012200     MOVE ZERO TO WS-LP-BEST-DATE
012210                  WS-LP-PRICE.
012220     PERFORM 2655-TEST-LIST-PRICE THRU 2655-TEST-LIST-PRICE-EXIT
012230         VARYING OPT-SUB FROM 1 BY 1
012240         UNTIL OPT-SUB > OPT-COUNT.
012250 2650-FIND-LIST-PRICE-EXIT.
012260     EXIT.

012270 2655-TEST-LIST-PRICE.
012280     IF OPT-OIL-NUM (OPT-SUB) = WS-LP-OIL-NUM
012290         AND OPT-EFF-DATE (OPT-SUB) NOT > WS-LP-AS-AT
012300         AND OPT-EFF-DATE (OPT-SUB) NOT < WS-LP-BEST-DATE
012310         MOVE OPT-EFF-DATE (OPT-SUB)  TO WS-LP-BEST-DATE
012320         MOVE OPT-OIL-PRICE (OPT-SUB) TO WS-LP-PRICE
012330         SET LIST-PRICE-FOUND TO TRUE
012340     END-IF.
012350 2655-TEST-LIST-PRICE-EXIT.
012360     EXIT.

012370 2700-REJECT-TXN.
012380     ADD 1 TO WS-REJECTED-COUNT.
012390 2700-REJECT-TXN-EXIT.
012400     EXIT.

012410*    CODES MUST BE VALID AND UNIT SIZES NUMERIC - A BLANK SIZE IS
012420*    ZERO.
012430 2800-EDIT-OIL-FIELDS.
012440     IF NOT PX-OIL-TYPE-VALID
012450         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
012460         MOVE "INVALID OIL TYPE" TO PRN-DISPOSITION
012470         GO TO 2800-EDIT-OIL-FIELDS-EXIT
012480     END-IF.
012490     IF NOT PX-ACTIVE-FLAG-VALID
012500         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
012510         MOVE "INVALID ACTIVE FLAG" TO PRN-DISPOSITION
012520         GO TO 2800-EDIT-OIL-FIELDS-EXIT
012530     END-IF.
012540     MOVE "N" TO WS-UNIT-SIZE-KEYED.
012550     PERFORM 2810-EDIT-UNIT-SIZE THRU 2810-EDIT-UNIT-SIZE-EXIT
012560         VARYING WS-SIZE-SUB FROM 1 BY 1
012570         UNTIL WS-SIZE-SUB > 4
012580         OR PRN-DISPOSITION NOT = SPACES.
012590 2800-EDIT-OIL-FIELDS-EXIT.
012600     EXIT.

012610 2810-EDIT-UNIT-SIZE.
012620     IF PX-UNIT-SIZE (WS-SIZE-SUB) = SPACES
012630         MOVE ZERO TO WS-UNIT-SIZE-NUM (WS-SIZE-SUB)
012640         GO TO 2810-EDIT-UNIT-SIZE-EXIT
012650     END-IF.
012660     IF PX-UNIT-SIZE (WS-SIZE-SUB) IS NOT NUMERIC
012670         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
012680         MOVE "UNIT SIZE NOT NUMERIC" TO PRN-DISPOSITION
012690         GO TO 2810-EDIT-UNIT-SIZE-EXIT
012700     END-IF.
012710     MOVE PX-UNIT-SIZE (WS-SIZE-SUB) TO
012720         WS-UNIT-SIZE-NUM (WS-SIZE-SUB).
012730     SET UNIT-SIZES-KEYED TO TRUE.
012740 2810-EDIT-UNIT-SIZE-EXIT.
012750     EXIT.

012760 2820-EDIT-PROMO-DATES.
012770     MOVE PX-FROM-DATE TO WS-EDIT-DATE-X.
012780     PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT.
012790     IF NOT DATE-IS-VALID
012800         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
012810         MOVE "INVALID FROM DATE" TO PRN-DISPOSITION
012820         GO TO 2820-EDIT-PROMO-DATES-EXIT
012830     END-IF.
012840     MOVE WS-EDIT-DATE TO WS-FROM-DATE.
012850     MOVE PX-TO-DATE TO WS-EDIT-DATE-X.
012860     PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT.
012870     IF NOT DATE-IS-VALID
012880         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
012890         MOVE "INVALID TO DATE" TO PRN-DISPOSITION
012900         GO TO 2820-EDIT-PROMO-DATES-EXIT
012910     END-IF.
012920     MOVE WS-EDIT-DATE TO WS-TO-DATE.
012930 2820-EDIT-PROMO-DATES-EXIT.
012940     EXIT.

012950 2850-EDIT-DATE.
012960     MOVE "N" TO WS-DATE-VALID-SWITCH.
012970     IF WS-EDIT-DATE-X IS NOT NUMERIC
012980         GO TO 2850-EDIT-DATE-EXIT
012990     END-IF.
013000     IF WS-ED-YYYY < 1900
013010         OR WS-ED-MM < 1
013020         OR WS-ED-MM > 12
013030         OR WS-ED-DD < 1
013040         GO TO 2850-EDIT-DATE-EXIT
013050     END-IF.
013060     MOVE WS-MONTH-DAYS (WS-ED-MM) TO WS-MONTH-LIMIT.
013070     IF WS-ED-MM = 2
013080         DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
013090             REMAINDER WS-LEAP-REMAINDER
013100         IF WS-LEAP-REMAINDER = 0
013110             MOVE 29 TO WS-MONTH-LIMIT
013120             DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
013130                 REMAINDER WS-LEAP-REMAINDER
013140             IF WS-LEAP-REMAINDER = 0
013150                 MOVE 28 TO WS-MONTH-LIMIT
013160                 DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
013170                     REMAINDER WS-LEAP-REMAINDER
013180                 IF WS-LEAP-REMAINDER = 0
013190                     MOVE 29 TO WS-MONTH-LIMIT
013200                 END-IF
013210             END-IF
013220         END-IF
013230     END-IF.
013240     IF WS-ED-DD > WS-MONTH-LIMIT
013250         GO TO 2850-EDIT-DATE-EXIT
013260     END-IF.
013270     SET DATE-IS-VALID TO TRUE.
013280 2850-EDIT-DATE-EXIT.
013290     EXIT.

013300 2960-SHOW-OIL-BEFORE.
013310     PERFORM 2968-FORMAT-OIL THRU 2968-FORMAT-OIL-EXIT.
013320     MOVE WS-OIL-SHOW TO PRN-BEFORE.
013330 2960-SHOW-OIL-BEFORE-EXIT.
013340     EXIT.

013350 2965-SHOW-OIL-AFTER.
013360     PERFORM 2968-FORMAT-OIL THRU 2968-FORMAT-OIL-EXIT.
013370     MOVE WS-OIL-SHOW TO PRN-AFTER.
013380 2965-SHOW-OIL-AFTER-EXIT.
013390     EXIT.

013400 2968-FORMAT-OIL.
013410     MOVE OM-DESCRIPTION TO WS-OS-DESCRIPTION.
013420     MOVE OM-OIL-TYPE    TO WS-OS-OIL-TYPE.
013430     IF OM-ACTIVE
013440         MOVE "ACTIVE"   TO WS-OS-STATUS
013450     ELSE
013460         MOVE "INACTIVE" TO WS-OS-STATUS
013470     END-IF.
013480 2968-FORMAT-OIL-EXIT.
013490     EXIT.

013500*    THE PROMOTION IN ROW PMT-SUB AS THE EDIT REPORT SHOWS IT.
013510 2970-SHOW-PROMO.
013520     IF PMT-CUSTOMER-ID (PMT-SUB) = SPACES
013530         MOVE "ALL"  TO WS-MS-CUSTOMER-ID
013540     ELSE
013550         MOVE PMT-CUSTOMER-ID (PMT-SUB) TO WS-MS-CUSTOMER-ID
013560     END-IF.
013570     MOVE PMT-FROM-DATE (PMT-SUB) TO WS-PRINT-DATE-IN.
013580     PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT.
013590     MOVE WS-PRINT-DATE-OUT TO WS-MS-FROM-DATE.
013600     MOVE PMT-TO-DATE (PMT-SUB) TO WS-PRINT-DATE-IN.
013610     PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT.
013620     MOVE WS-PRINT-DATE-OUT TO WS-MS-TO-DATE.
013630     IF PMT-PROMO-PRICE (PMT-SUB) > ZERO
013640         MOVE PMT-PROMO-PRICE (PMT-SUB) TO WS-MS-PRICE-EDIT
013650         MOVE WS-MS-PRICE-EDIT TO WS-MS-VALUE
013660     ELSE
013670         MULTIPLY PMT-DISC-PCT (PMT-SUB) BY 100
013680             GIVING WS-MS-PCT-EDIT
013690         MOVE WS-MS-PCT-SHOW TO WS-MS-VALUE
013700     END-IF.
013710 2970-SHOW-PROMO-EXIT.
013720     EXIT.

013730 2990-FORMAT-DATE.
013740     IF WS-PRINT-DATE-IN = ZERO
013750         MOVE SPACES TO WS-PRINT-DATE-OUT
013760         GO TO 2990-FORMAT-DATE-EXIT
013770     END-IF.
013780     MOVE WS-PI-MM   TO WS-PD-MM.
013790     MOVE WS-PI-DD   TO WS-PD-DD.
013800     MOVE WS-PI-YYYY TO WS-PD-YYYY.
013810     MOVE WS-PRINT-DATE TO WS-PRINT-DATE-OUT.
013820 2990-FORMAT-DATE-EXIT.
013830     EXIT.

013840*    THE PROPOSED PRICES, EACH AGAINST THE OIL'S AVERAGE UNIT
013850*    COST ACROSS THE BRANCHES. A PRICE BELOW COST IS FLAGGED.
013860 5000-PRINT-PROPOSALS.
013870     MOVE SPACES TO PRINT-LINE.
013880     WRITE PRINT-LINE.
013890     WRITE PRINT-LINE FROM PROPOSAL-HEADING-LINE.
013900     WRITE PRINT-LINE FROM PROPOSAL-TOPIC-LINE.
013910     IF PPT-COUNT = ZERO
013920         WRITE PRINT-LINE FROM NONE-LINE
013930         GO TO 5000-PRINT-PROPOSALS-EXIT
013940     END-IF.
013950     PERFORM 5100-PRINT-PROPOSAL THRU 5100-PRINT-PROPOSAL-EXIT
013960         VARYING PPT-SUB FROM 1 BY 1
013970         UNTIL PPT-SUB > PPT-COUNT.
013980 5000-PRINT-PROPOSALS-EXIT.
013990     EXIT.

014000 5100-PRINT-PROPOSAL.
014010     MOVE SPACES TO PROPOSAL-DETAIL-LINE.
014020     MOVE PPT-KIND (PPT-SUB)    TO PRN-PP-KIND.
014030     MOVE PPT-OIL-NUM (PPT-SUB) TO PRN-PP-OIL-NUM.
014040     IF PPT-OIL-NUM (PPT-SUB) = ZERO
014050         MOVE "ANY OIL" TO PRN-PP-DESCRIPTION
014060     ELSE
014070         MOVE PPT-OIL-NUM (PPT-SUB) TO OMT-SUB
014080         MOVE OMT-REC (OMT-SUB) TO OIL-MASTER-REC
014090         MOVE OM-DESCRIPTION TO PRN-PP-DESCRIPTION
014100     END-IF.
014110     IF PPT-KIND (PPT-SUB) = "PROMO"
014120         IF PPT-CUSTOMER-ID (PPT-SUB) = SPACES
014130             MOVE "ALL" TO PRN-PP-CUSTOMER-ID
014140         ELSE
014150             MOVE PPT-CUSTOMER-ID (PPT-SUB) TO PRN-PP-CUSTOMER-ID
014160         END-IF
014170     END-IF.
014180     MOVE PPT-EFF-DATE (PPT-SUB) TO WS-PRINT-DATE-IN.
014190     PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT.
014200     MOVE WS-PRINT-DATE-OUT TO PRN-PP-EFF-DATE.
014210     MOVE SPACES TO PRN-PP-OLD-PRICE-X
014220                    PRN-PP-NEW-PRICE-X
014230                    PRN-PP-UNIT-COST-X
014240                    PRN-PP-MARGIN-X
014250                    PRN-PP-MARGIN-PCT-X
014260                    PRN-PP-OLD-PCT-X.
014270     IF PPT-OIL-NUM (PPT-SUB) = ZERO
014280         MULTIPLY PPT-DISC-PCT (PPT-SUB) BY 100
014290             GIVING WS-MS-PCT-EDIT
014300         MOVE "ALL OILS OFF"   TO PRN-PP-FLAG
014310         MOVE WS-MS-PCT-SHOW   TO PRN-PP-FLAG (14:3)
014320         GO TO 5190-WRITE-PROPOSAL
014330     END-IF.
014340     IF PPT-HAS-OLD (PPT-SUB)
014350         MOVE PPT-OLD-PRICE (PPT-SUB) TO PRN-PP-OLD-PRICE
014360     END-IF.
014370     IF PPT-HAS-NEW (PPT-SUB)
014380         MOVE PPT-NEW-PRICE (PPT-SUB) TO PRN-PP-NEW-PRICE
014390     ELSE
014400         MOVE "NO LIST PRICE" TO PRN-PP-FLAG
014410         GO TO 5190-WRITE-PROPOSAL
014420     END-IF.
014430     PERFORM 5200-FIND-UNIT-COST THRU 5200-FIND-UNIT-COST-EXIT.
014440     IF NOT UNIT-COST-KNOWN
014450         MOVE "NO COST ON FILE" TO PRN-PP-FLAG
014460         GO TO 5190-WRITE-PROPOSAL
014470     END-IF.
014480     MOVE WS-UNIT-COST TO PRN-PP-UNIT-COST.
014490     SUBTRACT WS-UNIT-COST FROM PPT-NEW-PRICE (PPT-SUB)
014500         GIVING WS-MARGIN ROUNDED.
014510     MOVE WS-MARGIN TO PRN-PP-MARGIN.
014520     MULTIPLY WS-MARGIN BY 100 GIVING WS-MARGIN-WORK.
014530     DIVIDE WS-MARGIN-WORK BY PPT-NEW-PRICE (PPT-SUB)
014540         GIVING WS-MARGIN-PCT ROUNDED.
014550     MOVE WS-MARGIN-PCT TO PRN-PP-MARGIN-PCT.
014560     IF WS-MARGIN < ZERO
014570         MOVE "BELOW COST" TO PRN-PP-FLAG
014580     END-IF.
014590     IF PPT-HAS-OLD (PPT-SUB)
014600         AND PPT-OLD-PRICE (PPT-SUB) > ZERO
014610         SUBTRACT WS-UNIT-COST FROM PPT-OLD-PRICE (PPT-SUB)
014620             GIVING WS-MARGIN-WORK
014630         MULTIPLY WS-MARGIN-WORK BY 100 GIVING WS-MARGIN-WORK
014640         DIVIDE WS-MARGIN-WORK BY PPT-OLD-PRICE (PPT-SUB)
014650             GIVING WS-MARGIN-PCT ROUNDED
014660         MOVE WS-MARGIN-PCT TO PRN-PP-OLD-PCT
014670     END-IF.
014680 5190-WRITE-PROPOSAL.
014690     WRITE PRINT-LINE FROM PROPOSAL-DETAIL-LINE.
014700 5100-PRINT-PROPOSAL-EXIT.
014710     EXIT.

014720*    BOOK VALUE OVER UNITS ON HAND ACROSS THE BRANCHES; WITH NONE
014730*    ON HAND, THE LAST AVERAGE COST SEEN.
014740 5200-FIND-UNIT-COST.
014750     MOVE "N"  TO WS-UNIT-COST-SWITCH.
014760     MOVE ZERO TO WS-UNIT-COST.
014770     MOVE PPT-OIL-NUM (PPT-SUB) TO OMT-SUB.
014780     IF CT-ON-HAND (OMT-SUB) > ZERO
014790         AND CT-STOCK-VALUE (OMT-SUB) > ZERO
014800         DIVIDE CT-STOCK-VALUE (OMT-SUB) BY CT-ON-HAND (OMT-SUB)
014810             GIVING WS-UNIT-COST ROUNDED
014820         SET UNIT-COST-KNOWN TO TRUE
014830         GO TO 5200-FIND-UNIT-COST-EXIT
014840     END-IF.
014850     IF CT-LAST-AVG-COST (OMT-SUB) > ZERO
014860         MOVE CT-LAST-AVG-COST (OMT-SUB) TO WS-UNIT-COST
014870         SET UNIT-COST-KNOWN TO TRUE
014880     END-IF.
014890 5200-FIND-UNIT-COST-EXIT.
014900     EXIT.

014910*    EVERY OIL FIELD THE TRANSACTION MOVED, AGAINST THE BEFORE
014920*    IMAGE (BLANK ON AN ADD).
014930 7000-JOURNAL-OIL.
014940     MOVE "OILMAST"          TO WS-JR-MASTER-FILE.
014950     MOVE PX-OIL-NUM         TO WS-JR-RECORD-KEY.
014960     MOVE "DESCRIPTION"      TO WS-JR-FIELD-NAME.
014970     MOVE OB-DESCRIPTION     TO WS-JR-BEFORE.
014980     MOVE OM-DESCRIPTION     TO WS-JR-AFTER.
014990     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015000     MOVE "OIL TYPE"         TO WS-JR-FIELD-NAME.
015010     MOVE OB-OIL-TYPE        TO WS-JR-BEFORE.
015020     MOVE OM-OIL-TYPE        TO WS-JR-AFTER.
015030     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015040     MOVE "UNIT SIZES"       TO WS-JR-FIELD-NAME.
015050     MOVE SPACES             TO WS-JR-BEFORE.
015060     IF OIL-BEFORE-REC NOT = SPACES
015070         MOVE OIL-BEFORE-REC (24:2) TO WS-SZ-SIZE
015080         MOVE OIL-BEFORE-REC (26:2) TO WS-SZ-SIZE-2
015090         MOVE OIL-BEFORE-REC (28:2) TO WS-SZ-SIZE-3
015100         MOVE OIL-BEFORE-REC (30:2) TO WS-SZ-SIZE-4
015110         MOVE WS-SIZES-SHOW  TO WS-JR-BEFORE
015120     END-IF.
015130     MOVE OIL-MASTER-REC (24:2) TO WS-SZ-SIZE.
015140     MOVE OIL-MASTER-REC (26:2) TO WS-SZ-SIZE-2.
015150     MOVE OIL-MASTER-REC (28:2) TO WS-SZ-SIZE-3.
015160     MOVE OIL-MASTER-REC (30:2) TO WS-SZ-SIZE-4.
015170     MOVE WS-SIZES-SHOW      TO WS-JR-AFTER.
015180     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015190     MOVE "ACTIVE FLAG"      TO WS-JR-FIELD-NAME.
015200     MOVE OB-ACTIVE-FLAG     TO WS-JR-BEFORE.
015210     MOVE OM-ACTIVE-FLAG     TO WS-JR-AFTER.
015220     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015230 7000-JOURNAL-OIL-EXIT.
015240     EXIT.

015250*    THE CALLER HAS SET THE BEFORE IMAGE - THE PRICE REPLACED,
015260*    OR BLANK FOR A NEW ROW. THE KEY IS OIL AND EFFECTIVE DATE.
015270 7020-JOURNAL-PRICE.
015280     MOVE "OILPRICE"         TO WS-JR-MASTER-FILE.
015290     MOVE PX-OIL-NUM-9       TO WS-JK-OIL-NUM.
015300     MOVE WS-EDIT-DATE       TO WS-JK-EFF-DATE.
015310     MOVE WS-JR-PRICE-KEY    TO WS-JR-RECORD-KEY.
015320     MOVE "SELLING PRICE"    TO WS-JR-FIELD-NAME.
015330     MOVE PX-PRICE-9         TO WS-JR-AMOUNT-EDIT.
015340     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-AFTER.
015350     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015360 7020-JOURNAL-PRICE-EXIT.
015370     EXIT.

015380*    THE KEY IS OIL AND CUSTOMER; THE DATES SAY WHICH OF THEIR
015390*    PROMOTIONS. THE CALLER HAS SET THE BEFORE IMAGE OF THE
015400*    DATES - BLANK FOR A SET-UP.
015410 7040-JOURNAL-PROMO.
015420     MOVE "PROMO"            TO WS-JR-MASTER-FILE.
015430     MOVE PX-OIL-NUM-9       TO WS-JK-PROMO-OIL.
015440     MOVE PX-CUSTOMER-ID     TO WS-JK-CUSTOMER-ID.
015450     MOVE WS-JR-PROMO-KEY    TO WS-JR-RECORD-KEY.
015460     MOVE "VALID DATES"      TO WS-JR-FIELD-NAME.
015470     MOVE WS-FROM-DATE       TO WS-JD-FROM-DATE.
015480     MOVE WS-TO-DATE         TO WS-JD-TO-DATE.
015490     MOVE WS-JR-DATES        TO WS-JR-AFTER.
015500     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
015510     IF NOT PX-ADD
015520         GO TO 7040-JOURNAL-PROMO-EXIT
015530     END-IF.
015540     MOVE SPACES             TO WS-JR-BEFORE.
015550     MOVE "DISCOUNT PCT"     TO WS-JR-FIELD-NAME.
015560     MULTIPLY WS-DISC-NUM BY 100 GIVING WS-JR-DISC-EDIT.
015570     MOVE WS-JR-DISC-EDIT    TO WS-JR-AFTER.
015580     IF WS-DISC-NUM > ZERO
015590         PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT
015600     END-IF.
015610     MOVE "PROMO PRICE"      TO WS-JR-FIELD-NAME.
015620     MOVE WS-PROMO-PRICE-NUM TO WS-JR-AMOUNT-EDIT.
015630     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-AFTER.
015640     IF WS-PROMO-PRICE-NUM > ZERO
015650         PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT
015660     END-IF.
015670 7040-JOURNAL-PROMO-EXIT.
015680     EXIT.

015690*    AN UNCHANGED FIELD IS NOT JOURNALLED. NONE OF THE PRODUCT
015700*    FIELDS IS A PAY RATE, CREDIT LIMIT OR BANK DETAIL, SO EVERY
015710*    ROW IS ROUTINE.
015720 7100-WRITE-JOURNAL.
015730     IF WS-JR-BEFORE = WS-JR-AFTER
015740         GO TO 7100-WRITE-JOURNAL-EXIT
015750     END-IF.
015760     MOVE "2"                      TO CJ-PRIORITY.
015770     MOVE WS-JR-MASTER-FILE        TO CJ-MASTER-FILE.
015780     MOVE PX-OPERATOR-ID           TO CJ-OPERATOR-ID.
015790     MOVE WS-CURRENT-DATE-YYYYMMDD TO CJ-BUSINESS-DATE.
015800     ACCEPT CJ-CHANGE-TIME         FROM TIME.
015810     MOVE "PRODMAINT"              TO CJ-PROGRAM-ID.
015820     MOVE PX-ACTION                TO CJ-ACTION.
015830     MOVE WS-JR-RECORD-KEY         TO CJ-RECORD-KEY.
015840     MOVE WS-JR-FIELD-NAME         TO CJ-FIELD-NAME.
015850     MOVE WS-JR-BEFORE             TO CJ-BEFORE-IMAGE.
015860     MOVE WS-JR-AFTER              TO CJ-AFTER-IMAGE.
015870     WRITE CHANGE-JOURNAL-REC.
015880     ADD 1 TO WS-JOURNAL-COUNT.
015890 7100-WRITE-JOURNAL-EXIT.
015900     EXIT.

015910 8000-TERMINATE.
015920     PERFORM 5000-PRINT-PROPOSALS THRU 5000-PRINT-PROPOSALS-EXIT.
015930     OPEN OUTPUT OIL-MASTER-OUT.
015940     PERFORM 8100-WRITE-OIL THRU 8100-WRITE-OIL-EXIT
015950         VARYING OMT-SUB FROM 1 BY 1
015960         UNTIL OMT-SUB > 98.
015970     MOVE 99 TO OMT-SUB.
015980     PERFORM 8100-WRITE-OIL THRU 8100-WRITE-OIL-EXIT.
015990     CLOSE OIL-MASTER-OUT.
016000     OPEN OUTPUT OIL-PRICE-OUT.
016010     PERFORM 8200-WRITE-PRICE THRU 8200-WRITE-PRICE-EXIT
016020         VARYING OPT-SUB FROM 1 BY 1
016030         UNTIL OPT-SUB > OPT-COUNT.
016040     CLOSE OIL-PRICE-OUT.
016050     OPEN OUTPUT PROMO-OUT.
016060     PERFORM 8300-WRITE-PROMO THRU 8300-WRITE-PROMO-EXIT
016070         VARYING PMT-SUB FROM 1 BY 1
016080         UNTIL PMT-SUB > PMT-COUNT.
016090     CLOSE PROMO-OUT.
016100     MOVE SPACES TO PRINT-LINE.
016110     WRITE PRINT-LINE.
016120     MOVE WS-APPLIED-COUNT  TO PRN-APPLIED-COUNT.
016130     WRITE PRINT-LINE FROM TOTAL-APPLIED-LINE.
016140     MOVE WS-REJECTED-COUNT TO PRN-REJECTED-COUNT.
016150     WRITE PRINT-LINE FROM TOTAL-REJECTED-LINE.
016160     MOVE WS-JOURNAL-COUNT  TO PRN-JOURNAL-COUNT.
016170     WRITE PRINT-LINE FROM TOTAL-JOURNAL-LINE.
016180     PERFORM 8900-WRITE-AUDIT-RECORD THRU
016190         8900-WRITE-AUDIT-RECORD-EXIT.
016200     CLOSE PRODUCT-TXN-FILE
016210           MAINT-REPORT
016220           CHANGE-JOURNAL-FILE.
016230 8000-TERMINATE-EXIT.
016240     EXIT.

016250 8100-WRITE-OIL.
016260     IF NOT OMT-PRESENT (OMT-SUB)
016270         GO TO 8100-WRITE-OIL-EXIT
016280     END-IF.
016290     MOVE OMT-REC (OMT-SUB) TO OIL-MASTER-OUT-REC.
016300     WRITE OIL-MASTER-OUT-REC.
016310 8100-WRITE-OIL-EXIT.
016320     EXIT.

016330 8200-WRITE-PRICE.
016340     MOVE PRICE-ENTRY (OPT-SUB) TO OIL-PRICE-OUT-REC.
016350     WRITE OIL-PRICE-OUT-REC.
016360 8200-WRITE-PRICE-EXIT.
016370     EXIT.

016380 8300-WRITE-PROMO.
016390     MOVE PROMO-ENTRY (PMT-SUB) TO PROMO-OUT-REC.
016400     WRITE PROMO-OUT-REC.
016410 8300-WRITE-PROMO-EXIT.
016420     EXIT.

016430 8900-WRITE-AUDIT-RECORD.
016440     MOVE "PRODMAINT"           TO AR-PROGRAM-ID.
016450     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
016460     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
016470     ACCEPT AR-END-TIME         FROM TIME.
016480     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
016490     MOVE WS-REJECTED-COUNT     TO AR-RECORDS-REJECTED.
016500     OPEN EXTEND AUDIT-TRAIL-FILE.
016510     WRITE AUDIT-REC.
016520     CLOSE AUDIT-TRAIL-FILE.
016530 8900-WRITE-AUDIT-RECORD-EXIT.
016540     EXIT.

016550 END PROGRAM PRODMAINT.
