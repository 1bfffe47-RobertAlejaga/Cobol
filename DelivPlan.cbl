000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY DELIVERY PLAN - NEXT-DAY MANIFESTS.
000070*                SITS IN THE NIGHTLY CHAIN AFTER AROMASALESRPT.
000080*                THE NIGHT'S SALE LINES ON SORTSALE.DAT ARE
000090*                GROUPED INTO DROPS (ONE PER CUSTOMER) AND THE
000100*                DROPS INTO THE DELIVERY ROUNDS HELD ON THE
000110*                CUSTOMER MASTER (CM-ROUND-CODE, CM-DROP-SEQ).
000120*                EACH ROUND, IN ROUND-CODE ORDER, GOES WHOLE TO
000130*                THE VAN WITH THE FEWEST DROPS SO FAR, FROM THE
000140*                VANS ON VEHMAST.DAT THAT ARE NOT OVERDUE FOR
000150*                SERVICE. ONE MANIFEST ROW PER DROP IS WRITTEN
000160*                TO MANIFEST.NEW FOR THE NEXT CALENDAR DAY, AND
000170*                THE SALE LINES EACH DROP CARRIES TO DELVSALE.NEW
000180*                SO DELIVCOST VALUES THE LOAD THAT WENT OUT. THE
000190*                DRIVER PROMOTES BOTH AFTER TONIGHT'S DELIVCOST
000200*                HAS COSTED TODAY'S MANIFEST. PICKLIST.RPT GIVES
000210*                EACH VAN'S LOAD BY BRANCH, OIL AND UNIT SIZE;
000220*                DROPSHT.RPT IS THE DRIVER'S DROP SHEET IN ROUND
000230*                AND DROP ORDER, WITH A SIGNATURE BLOCK PER
000240*                CUSTOMER. DELIVPLAN.RPT LISTS THE VANS USED AND
000250*                LEFT OUT, THE ROUND ALLOCATION, AND EVERY DROP
000260*                THAT COULD NOT BE PUT ON A VAN. A SALE LINE
000270*                AROMASALESRPT REJECTS IS NOT DELIVERED, AND
000280*                RETURNS COME BACK THROUGH THE SHOP, NOT THE VAN.
000290*                VEHMAST.DAT IS READ AS LAST NIGHT'S MILEAGELOG
000300*                LEFT IT - TODAY'S TRIPS ARE ROLLED ON LATER IN
000310*                THE CHAIN.
000320* TECTONICS:     cobc
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 DO    ORIGINAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DELIVPLAN.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SORTED-FILE ASSIGN TO "SORTSALE.DAT"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS WS-SORTED-STATUS.

000460     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000470               ORGANIZATION IS INDEXED
000480               ACCESS MODE IS SEQUENTIAL
000490               RECORD KEY IS CM-CUSTOMER-ID.

000500     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-OILMAST-STATUS.

000530     SELECT VEHICLE-MASTER-IN ASSIGN TO "VEHMAST.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-VEHMAST-STATUS.

000560     SELECT MANIFEST-OUT ASSIGN TO "MANIFEST.NEW"
000570               ORGANIZATION IS LINE SEQUENTIAL.

000580     SELECT DELIVERED-SALES-OUT ASSIGN TO "DELVSALE.NEW"
000590               ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT PLAN-REPORT ASSIGN TO "DELIVPLAN.RPT"
000610               ORGANIZATION IS LINE SEQUENTIAL.

000620     SELECT PICK-REPORT ASSIGN TO "PICKLIST.RPT"
000630               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT DROP-REPORT ASSIGN TO "DROPSHT.RPT"
000650               ORGANIZATION IS LINE SEQUENTIAL.

000660     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000670               ORGANIZATION IS LINE SEQUENTIAL
000680               FILE STATUS IS WS-STEPSTAT-STATUS.

000690     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000700               ORGANIZATION IS LINE SEQUENTIAL
000710               FILE STATUS IS WS-RUNCTL-STATUS.

000720     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000730               ORGANIZATION IS LINE SEQUENTIAL.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SORTED-FILE.
000770     COPY SALESREC REPLACING
000780         ==SALES-REC== BY ==SORTED-SALES-REC==
000790         ==END-OF-SALES-FILE== BY ==END-OF-SORTED-FILE==
000800         ==SF-CUSTOMER-ID== BY ==SR-CUSTOMER-ID==
000810         ==SF-CUSTOMER-NAME== BY ==SR-CUSTOMER-NAME==
000820         ==SF-REP-ID== BY ==SR-REP-ID==
000830         ==SF-OIL-ID== BY ==SR-OIL-ID==
000840         ==SF-OIL-TYPE== BY ==SR-OIL-TYPE==
000850         ==ESSENTIAL-OIL== BY ==SR-ESSENTIAL-OIL==
000860         ==CARRIER-OIL== BY ==SR-CARRIER-OIL==
000870         ==BLEND-OIL== BY ==SR-BLEND-OIL==
000880         ==SF-OIL-NAME== BY ==SR-OIL-NAME==
000890         ==SF-UNIT-SIZE== BY ==SR-UNIT-SIZE==
000900         ==SF-UNITS-SOLD== BY ==SR-UNITS-SOLD==
000910         ==SF-TXN-TYPE== BY ==SR-TXN-TYPE==
000920         ==SF-SALE== BY ==SR-SALE==
000930         ==SF-RETURN== BY ==SR-RETURN==
000940         ==SF-BRANCH== BY ==SR-BRANCH==.

000950 FD  CUSTOMER-MASTER-FILE.
000960     COPY CUSTMAST.

000970 FD  OIL-MASTER-FILE.
000980     COPY OILMAST.

000990 FD  VEHICLE-MASTER-IN.
001000 01  VEHICLE-MASTER-REC.
001010     88 END-OF-VEHICLE-MASTER VALUE HIGH-VALUES.
001020     02  VM-VEHICLE-ID           PIC X(5).
001030     02  VM-MAKE                 PIC X(15).
001040     02  VM-REGISTRATION         PIC X(10).
001050     02  VM-SERVICE-INTERVAL     PIC 9(6).
001060     02  VM-ODO-AT-SERVICE       PIC 9(6).
001070     02  VM-CURRENT-ODOMETER     PIC 9(6).

001080 FD  MANIFEST-OUT.
001090 01  MANIFEST-REC.
001100     02  MF-VEHICLE-ID           PIC X(5).
001110     02  MF-LOG-DATE             PIC 9(8).
001120     02  MF-CUSTOMER-ID          PIC X(5).

001130 FD  DELIVERED-SALES-OUT.
001140     COPY SALESREC.

001150 FD  PLAN-REPORT.
001160 01  PRINT-LINE                  PIC X(90).

001170 FD  PICK-REPORT.
001180 01  PICK-LINE                   PIC X(80).

001190 FD  DROP-REPORT.
001200 01  DROP-LINE                   PIC X(80).

001210 FD  STEP-STATUS-FILE.
001220     COPY STEPSTAT.

001230 FD  RUN-CONTROL-FILE.
001240     COPY RUNCTL.

001250 FD  AUDIT-TRAIL-FILE.
001260     COPY AUDITREC.

001270 WORKING-STORAGE SECTION.

001280 01  REPORT-HEADING-LINE         PIC X(40)
001290             VALUE "   AROMAMORA DELIVERY PLAN".

001300 01  PICK-HEADING-LINE           PIC X(40)
001310             VALUE "   AROMAMORA PICKING LIST".

001320 01  DROP-HEADING-LINE           PIC X(40)
001330             VALUE "   AROMAMORA DROP SHEET".

001340 01  REPORT-HEADING-UNDERLINE.
001350     02  FILLER                  PIC X(3)  VALUE SPACES.
001360     02  FILLER                  PIC X(23) VALUE ALL "-".

001370 01  RUN-DATE-LINE.
001380     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001390     02  PRN-RUN-MM              PIC 99.
001400     02  FILLER                  PIC X VALUE "/".
001410     02  PRN-RUN-DD              PIC 99.
001420     02  FILLER                  PIC X VALUE "/".
001430     02  PRN-RUN-YYYY            PIC 9(4).
001440     02  FILLER          PIC X(18) VALUE "   DELIVERY DATE: ".
001450     02  PRN-DELIVERY-DATE       PIC X(10).

001460 01  VAN-HEADING-LINE.
001470     02  FILLER                  PIC X(9)  VALUE "VEHICLE: ".
001480     02  PRN-VH-VEHICLE-ID       PIC X(5).
001490     02  FILLER                  PIC X(3)  VALUE SPACES.
001500     02  PRN-VH-MAKE             PIC X(15).
001510     02  FILLER                  PIC X(6)  VALUE " REG: ".
001520     02  PRN-VH-REGISTRATION     PIC X(10).
001530     02  FILLER                  PIC X(8)  VALUE " DROPS: ".
001540     02  PRN-VH-DROPS            PIC ZZZ9.

001550 01  VEHICLE-HEADING-LINE        PIC X(40)
001560             VALUE "VEHICLES".

001570 01  VEHICLE-TOPIC-LINE.
001580     02  FILLER                  PIC X(36) VALUE
001590             "VEHICLE MAKE            REG".
001600     02  FILLER                  PIC X(19) VALUE
001610             "MILES LEFT   STATUS".

001620 01  VEHICLE-DETAIL-LINE.
001630     02  PRN-VEHICLE-ID          PIC X(5).
001640     02  FILLER                  PIC X(3) VALUE SPACES.
001650     02  PRN-MAKE                PIC X(15).
001660     02  FILLER                  PIC X VALUE SPACE.
001670     02  PRN-REGISTRATION        PIC X(10).
001680     02  FILLER                  PIC X(3) VALUE SPACES.
001690     02  PRN-MILES-LEFT          PIC -,---,--9.
001700     02  FILLER                  PIC X(3) VALUE SPACES.
001710     02  PRN-VEHICLE-STATUS      PIC X(30).

001720 01  NO-VEHICLE-LINE             PIC X(50)
001730             VALUE "NO VAN FIT FOR THE ROAD - NOTHING PLANNED".

001740 01  ROUND-HEADING-LINE          PIC X(40)
001750             VALUE "ROUND ALLOCATION".

001760 01  ROUND-TOPIC-LINE            PIC X(90)
001770             VALUE "RND  DROPS  VEHICLE".

001780 01  ROUND-DETAIL-LINE.
001790     02  PRN-ROUND-CODE          PIC X(3).
001800     02  FILLER                  PIC X(3) VALUE SPACES.
001810     02  PRN-ROUND-DROPS         PIC ZZZ9.
001820     02  FILLER                  PIC X(2) VALUE SPACES.
001830     02  PRN-ROUND-VEHICLE       PIC X(30).

001840 01  NO-ROUND-LINE               PIC X(40)
001850             VALUE "NO DROPS ON ANY ROUND TONIGHT.".

001860 01  UNPLANNED-HEADING-LINE      PIC X(40)
001870             VALUE "DROPS NOT ON TOMORROW'S MANIFEST".

001880 01  UNPLANNED-TOPIC-LINE.
001890     02  FILLER                  PIC X(28) VALUE
001900             "CUST   NAME".
001910     02  FILLER                  PIC X(20) VALUE
001920             "RND   UNITS  REASON".

001930 01  UNPLANNED-DETAIL-LINE.
001940     02  PRN-UN-CUSTOMER-ID      PIC X(5).
001950     02  FILLER                  PIC X(2) VALUE SPACES.
001960     02  PRN-UN-CUSTOMER-NAME    PIC X(20).
001970     02  FILLER                  PIC X VALUE SPACE.
001980     02  PRN-UN-ROUND-CODE       PIC X(3).
001990     02  FILLER                  PIC X(2) VALUE SPACES.
002000     02  PRN-UN-UNITS            PIC ZZ,ZZ9.
002010     02  FILLER                  PIC X(2) VALUE SPACES.
002020     02  PRN-UN-REASON           PIC X(30).

002030 01  NO-UNPLANNED-LINE           PIC X(40)
002040             VALUE "EVERY DROP IS ON A VAN.".

002050 01  PLAN-COUNT-LINE.
002060     02  FILLER          PIC X(22) VALUE "SALE LINES READ      :".
002070     02  PRN-LINES-READ          PIC ZZZ,ZZ9.
002080     02  FILLER          PIC X(22) VALUE "   LINES NOT DELIVERED".
002090     02  FILLER          PIC X(2)  VALUE ": ".
002100     02  PRN-LINES-SKIPPED       PIC ZZZ,ZZ9.

002110 01  DROP-COUNT-LINE.
002120     02  FILLER          PIC X(22) VALUE "DROPS MANIFESTED     :".
002130     02  PRN-DROPS-PLANNED       PIC ZZZ,ZZ9.
002140     02  FILLER          PIC X(22) VALUE "   DROPS NOT PLANNED  ".
002150     02  FILLER          PIC X(2)  VALUE ": ".
002160     02  PRN-DROPS-UNPLANNED     PIC ZZZ,ZZ9.

002170 01  VAN-COUNT-LINE.
002180     02  FILLER          PIC X(22) VALUE "VANS WITH DROPS      :".
002190     02  PRN-VANS-USED           PIC ZZZ,ZZ9.
002200     02  FILLER          PIC X(22) VALUE "   VANS LEFT OUT      ".
002210     02  FILLER          PIC X(2)  VALUE ": ".
002220     02  PRN-VANS-LEFT-OUT       PIC ZZZ,ZZ9.

002230 01  PICK-TOPIC-LINE.
002240     02  FILLER                  PIC X(31) VALUE
002250             "BR  OIL  DESCRIPTION".
002260     02  FILLER                  PIC X(17) VALUE
002270             "TYPE SIZE   UNITS".

002280 01  PICK-DETAIL-LINE.
002290     02  PRN-PK-BRANCH           PIC 99.
002300     02  FILLER                  PIC X(2) VALUE SPACES.
002310     02  PRN-PK-OIL-NUM          PIC 99.
002320     02  FILLER                  PIC X(3) VALUE SPACES.
002330     02  PRN-PK-DESCRIPTION      PIC X(20).
002340     02  FILLER                  PIC X(3) VALUE SPACES.
002350     02  PRN-PK-OIL-TYPE         PIC X.
002360     02  FILLER                  PIC X(4) VALUE SPACES.
002370     02  PRN-PK-UNIT-SIZE        PIC Z9.
002380     02  FILLER                  PIC X(2) VALUE SPACES.
002390     02  PRN-PK-UNITS            PIC ZZZ,ZZ9.
002400     02  FILLER                  PIC X(3) VALUE SPACES.
002410     02  PRN-PK-CHECK            PIC X(10) VALUE "[        ]".

002420 01  PICK-TOTAL-LINE.
002430     02  FILLER                  PIC X(41) VALUE
002440             "TOTAL UNITS TO LOAD".
002450     02  PRN-PK-TOTAL-UNITS      PIC ZZZ,ZZ9.

002460 01  PICKED-BY-LINE              PIC X(80)
002470             VALUE "PICKED BY ____________________  CHECKED BY ___
002480-    "_________________".

002490 01  DROP-DETAIL-LINE.
002500     02  FILLER                  PIC X(5) VALUE "DROP ".
002510     02  PRN-DR-DROP-NO          PIC ZZ9.
002520     02  FILLER                  PIC X(8) VALUE "  ROUND ".
002530     02  PRN-DR-ROUND-CODE       PIC X(3).
002540     02  FILLER                  PIC X(6) VALUE "  SEQ ".
002550     02  PRN-DR-DROP-SEQ         PIC ZZ9.
002560     02  FILLER                  PIC X(3) VALUE SPACES.
002570     02  PRN-DR-CUSTOMER-ID      PIC X(5).
002580     02  FILLER                  PIC X(2) VALUE SPACES.
002590     02  PRN-DR-CUSTOMER-NAME    PIC X(20).

002600 01  DROP-ADDRESS-LINE.
002610     02  FILLER                  PIC X(10) VALUE SPACES.
002620     02  PRN-DR-ADDRESS          PIC X(25).

002630 01  DROP-TOPIC-LINE.
002640     02  FILLER                  PIC X(10) VALUE SPACES.
002650     02  FILLER                  PIC X(50) VALUE
002660             "BR  OIL  DESCRIPTION          SIZE   UNITS".

002670 01  DROP-ITEM-LINE.
002680     02  FILLER                  PIC X(10) VALUE SPACES.
002690     02  PRN-DI-BRANCH           PIC 99.
002700     02  FILLER                  PIC X(2) VALUE SPACES.
002710     02  PRN-DI-OIL-NUM          PIC 99.
002720     02  FILLER                  PIC X(3) VALUE SPACES.
002730     02  PRN-DI-DESCRIPTION      PIC X(20).
002740     02  FILLER                  PIC X(3) VALUE SPACES.
002750     02  PRN-DI-UNIT-SIZE        PIC Z9.
002760     02  FILLER                  PIC X(2) VALUE SPACES.
002770     02  PRN-DI-UNITS            PIC ZZ,ZZ9.

002780 01  DROP-SIGN-LINE.
002790     02  FILLER                  PIC X(10) VALUE SPACES.
002800     02  FILLER                  PIC X(34) VALUE
002810             "RECEIVED BY ____________________".
002820     02  FILLER                  PIC X(27) VALUE
002830             "SIGNED ____________________".

002840 01  DROP-TIME-LINE              PIC X(80)
002850             VALUE "          TIME ________   ALL ITEMS RECEIVED I
002860-    "N GOOD ORDER".

002870 01  DATE-EDIT-FIELDS.
002880     02  PRN-ED-MM               PIC 99.
002890     02  FILLER                  PIC X VALUE "/".
002900     02  PRN-ED-DD               PIC 99.
002910     02  FILLER                  PIC X VALUE "/".
002920     02  PRN-ED-YYYY             PIC 9(4).

002930 01  OMT-SUB                     PIC 99.

002940 01  OIL-MASTER-TABLE.
002950     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
002960         03  OMT-ON-FILE-SWITCH  PIC X.
002970             88  OMT-ON-FILE     VALUE "Y".
002980         03  OMT-ACTIVE-FLAG     PIC X.
002990             88  OMT-OIL-ACTIVE  VALUE "A".
003000         03  OMT-DESCRIPTION     PIC X(20).

003010 01  CUSTOMER-MASTER-TABLE.
003020     02  CUST-ENTRY OCCURS 500 TIMES.
003030         03  CT-CUSTOMER-ID      PIC X(5).
003040         03  CT-CUSTOMER-NAME    PIC X(20).
003050         03  CT-STATUS           PIC X.
003060             88  CT-ACTIVE       VALUE "A".
003070         03  CT-ROUND-CODE       PIC X(3).
003080         03  CT-DROP-SEQ         PIC 9(3).
003090         03  CT-ADDR-LINE        PIC X(25)   OCCURS 3 TIMES.
003100         03  CT-POSTCODE         PIC X(8).

003110 01  CT-COUNT                    PIC 999     VALUE ZERO.
003120 01  CT-SUB                      PIC 999.
003130 01  CT-MATCHED-SUB              PIC 999.
003140 01  ADDR-SUB                    PIC 9.

003150*    ONLY VANS FIT FOR THE ROAD ARE HELD - AN OVERDUE VAN IS
003160*    PRINTED AS IT IS READ AND GOES NO FURTHER.
003170 01  VAN-TABLE.
003180     02  VAN-ENTRY OCCURS 50 TIMES.
003190         03  VN-VEHICLE-ID       PIC X(5).
003200         03  VN-MAKE             PIC X(15).
003210         03  VN-REGISTRATION     PIC X(10).
003220         03  VN-DROP-COUNT       PIC 9(4).
003230         03  VN-ROUND-COUNT      PIC 99.

003240 01  VN-COUNT                    PIC 99      VALUE ZERO.
003250 01  VN-SUB                      PIC 99.
003260 01  VN-BEST-SUB                 PIC 99.

003270*    ONE ENTRY PER DELIVERY ROUND SEEN TONIGHT. RO-ROUND-SUB
003280*    HOLDS THE ROUNDS IN CODE ORDER ONCE THEY ARE ALLOCATED.
003290 01  ROUND-TABLE.
003300     02  ROUND-ENTRY OCCURS 99 TIMES.
003310         03  RT-ROUND-CODE       PIC X(3).
003320         03  RT-DROP-COUNT       PIC 9(4).
003330         03  RT-VAN-SUB          PIC 99.
003340         03  RT-ASSIGNED-SWITCH  PIC X.
003350             88  RT-ASSIGNED     VALUE "Y".

003360 01  ROUND-ORDER-TABLE.
003370     02  RO-ROUND-SUB            PIC 99      OCCURS 99 TIMES.

003380 01  RT-COUNT                    PIC 99      VALUE ZERO.
003390 01  RT-SUB                      PIC 999.
003400 01  RT-BEST-SUB                 PIC 99.
003410 01  RO-SUB                      PIC 999.

003420*    ONE DROP PER CUSTOMER WITH GOODS TO GO. SORTSALE.DAT IS IN
003430*    CUSTOMER ORDER, SO A CUSTOMER'S LINES ARE CONTIGUOUS ON THE
003440*    LINE TABLE FROM DR-FIRST-LINE.
003450 01  DROP-TABLE.
003460     02  DROP-ENTRY OCCURS 500 TIMES.
003470         03  DR-CUST-SUB         PIC 999.
003480         03  DR-ROUND-SUB        PIC 99.
003490         03  DR-SEQ-KEY          PIC 9(4).
003500         03  DR-FIRST-LINE       PIC 9(4).
003510         03  DR-LINE-COUNT       PIC 9(4).
003520         03  DR-UNITS            PIC 9(6).
003530         03  DR-DONE-SWITCH      PIC X.
003540             88  DR-DONE         VALUE "Y".

003550 01  DR-COUNT                    PIC 999     VALUE ZERO.
003560 01  DR-SUB                      PIC 999.
003570 01  DR-BEST-SUB                 PIC 999.
003580 01  WS-LAST-CUST-SUB            PIC 999     VALUE ZERO.

003590 01  LINE-TABLE.
003600     02  LINE-ENTRY OCCURS 3000 TIMES.
003610         03  LN-CUSTOMER-NAME    PIC X(20).
003620         03  LN-REP-ID           PIC X(5).
003630         03  LN-OIL-TYPE         PIC X.
003640         03  LN-OIL-NUM          PIC 99.
003650         03  LN-UNIT-SIZE        PIC 99.
003660         03  LN-UNITS            PIC 9(4).
003670         03  LN-BRANCH           PIC 99.

003680 01  LN-COUNT                    PIC 9(4)    VALUE ZERO.
003690 01  LN-SUB                      PIC 9(4).
003700 01  LN-LAST-SUB                 PIC 9(4).

003710*    ONE VAN'S LOAD, BUILT AS ITS DROPS ARE WRITTEN AND PRINTED
003720*    IN BRANCH / OIL / SIZE ORDER.
003730 01  PICK-TABLE.
003740     02  PICK-ENTRY OCCURS 500 TIMES.
003750         03  PK-KEY.
003760             04  PK-BRANCH       PIC 99.
003770             04  PK-OIL-NUM      PIC 99.
003780             04  PK-UNIT-SIZE    PIC 99.
003790         03  PK-OIL-TYPE         PIC X.
003800         03  PK-UNITS            PIC 9(6).
003810         03  PK-PRINTED-SWITCH   PIC X.
003820             88  PK-PRINTED      VALUE "Y".

003830 01  PK-COUNT                    PIC 999     VALUE ZERO.
003840 01  PK-SUB                      PIC 999.
003850 01  PK-BEST-SUB                 PIC 999.
003860 01  PK-MATCHED-SUB              PIC 999.

003870 01  WS-PLAN-FIELDS.
003880     02  WS-MILES-LEFT           PIC S9(7).
003890     02  WS-VAN-DROP-NO          PIC 999.
003900     02  WS-VAN-UNITS            PIC 9(6).
003910     02  WS-VAN-PAGE-COUNT       PIC 99      VALUE ZERO.
003920     02  WS-PICK-KEY.
003930         03  WS-PICK-BRANCH      PIC 99.
003940         03  WS-PICK-OIL-NUM     PIC 99.
003950         03  WS-PICK-UNIT-SIZE   PIC 99.

003960 01  WS-DATE-WORK                PIC 9(8).
003970 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003980     02  WS-DW-YYYY              PIC 9(4).
003990     02  WS-DW-MM                PIC 99.
004000     02  WS-DW-DD                PIC 99.

004010 01  WS-MONTH-DAYS-VALUES        PIC X(24)
004020             VALUE "312831303130313130313031".
004030 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
004040     02  WS-MONTH-DAYS           PIC 99      OCCURS 12 TIMES.

004050 01  WS-CALENDAR-FIELDS.
004060     02  WS-DAYS-THIS-MONTH      PIC 99.
004070     02  WS-LEAP-QUOTIENT        PIC 9(4).
004080     02  WS-LEAP-REMAINDER       PIC 999.

004090 01  WS-DELIVERY-DATE            PIC 9(8).

004100 01  WS-COUNTS.
004110     02  WS-LINES-SKIPPED        PIC 9(6)    VALUE ZERO.
004120     02  WS-DROPS-PLANNED        PIC 9(4)    VALUE ZERO.
004130     02  WS-DROPS-UNPLANNED      PIC 9(4)    VALUE ZERO.
004140     02  WS-VANS-USED            PIC 99      VALUE ZERO.
004150     02  WS-VANS-LEFT-OUT        PIC 99      VALUE ZERO.

004160 01  WS-SWITCHES.
004170     02  WS-SALES-EOF            PIC X       VALUE "N".
004180         88  END-OF-SALES-DATA   VALUE "Y".
004190     02  WS-OILMAST-EOF          PIC X       VALUE "N".
004200         88  END-OF-OILMAST-DATA VALUE "Y".
004210     02  WS-CUST-EOF-SWITCH      PIC X       VALUE "N".
004220         88  END-OF-CUST-MAST    VALUE "Y".
004230     02  WS-VEHMAST-EOF          PIC X       VALUE "N".
004240         88  END-OF-VEHMAST-DATA VALUE "Y".
004250     02  CT-FOUND-SWITCH         PIC X       VALUE "N".
004260         88  CT-ENTRY-FOUND      VALUE "Y".
004270     02  RT-FOUND-SWITCH         PIC X       VALUE "N".
004280         88  RT-ENTRY-FOUND      VALUE "Y".
004290     02  PK-FOUND-SWITCH         PIC X       VALUE "N".
004300         88  PK-ENTRY-FOUND      VALUE "Y".
004310     02  WS-VALID-RECORD-SWITCH  PIC X       VALUE "Y".
004320         88  RECORD-IS-VALID     VALUE "Y".

004330 01  WS-FILE-STATUSES.
004340     02  WS-SORTED-STATUS        PIC XX.
004350     02  WS-OILMAST-STATUS       PIC XX.
004360     02  WS-VEHMAST-STATUS       PIC XX.
004370     02  WS-STEPSTAT-STATUS      PIC XX.
004380     02  WS-RUNCTL-STATUS        PIC XX.

004390 01  WS-CURRENT-DATE.
004400     02  WS-CURRENT-DATE-YYYYMMDD.
004410         03  WS-CURRENT-YYYY     PIC 9(4).
004420         03  WS-CURRENT-MM       PIC 99.
004430         03  WS-CURRENT-DD       PIC 99.

004440 01  WS-AUDIT-FIELDS.
004450     02  WS-AUDIT-START-TIME     PIC 9(8).
004460     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

004470 PROCEDURE DIVISION.
004480 0000-MAINLINE.
004490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004500     PERFORM 2000-PROCESS-SALE THRU 2000-PROCESS-SALE-EXIT
004510         UNTIL END-OF-SALES-DATA.
004520     PERFORM 3000-ALLOCATE-ROUNDS THRU 3000-ALLOCATE-ROUNDS-EXIT.
004530     PERFORM 4000-PLAN-VAN THRU 4000-PLAN-VAN-EXIT
004540         VARYING VN-SUB FROM 1 BY 1 UNTIL VN-SUB > VN-COUNT.
004550     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004560     STOP RUN.

004570 1000-INITIALIZE.
004580     PERFORM 1005-READ-RUN-CONTROL THRU
004590         1005-READ-RUN-CONTROL-EXIT.
004600     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
004610     MOVE WS-CURRENT-DATE-YYYYMMDD   TO WS-DATE-WORK.
004620     PERFORM 7150-ADD-ONE-DAY THRU 7150-ADD-ONE-DAY-EXIT.
004630     MOVE WS-DATE-WORK               TO WS-DELIVERY-DATE.
004640     PERFORM 7100-EDIT-DATE THRU 7100-EDIT-DATE-EXIT.
004650     MOVE DATE-EDIT-FIELDS           TO PRN-DELIVERY-DATE.
004660     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
004670     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
004680     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
004690     OPEN OUTPUT PLAN-REPORT
004700                 PICK-REPORT
004710                 DROP-REPORT
004720                 MANIFEST-OUT
004730                 DELIVERED-SALES-OUT.
004740     MOVE SPACES TO PRINT-LINE.
004750     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004760     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004770     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004780     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
004790     PERFORM 1080-LOAD-CUSTOMERS THRU 1080-LOAD-CUSTOMERS-EXIT.
004800     PERFORM 1100-LOAD-VEHICLES THRU 1100-LOAD-VEHICLES-EXIT.
004810     OPEN INPUT SORTED-FILE.
004820     IF WS-SORTED-STATUS NOT = "00"
004830         DISPLAY "DELIVPLAN: SORTSALE.DAT MISSING"
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     PERFORM 2100-READ-SALE THRU 2100-READ-SALE-EXIT.
004880 1000-INITIALIZE-EXIT.
004890     EXIT.

004900 1005-READ-RUN-CONTROL.
004910     OPEN INPUT RUN-CONTROL-FILE.
004920     IF WS-RUNCTL-STATUS NOT = "00"
004930         DISPLAY "DELIVPLAN: RUN CONTROL RECORD MISSING"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     READ RUN-CONTROL-FILE
004980         AT END
004990             DISPLAY "DELIVPLAN: RUN CONTROL RECORD MISSING"
005000             MOVE 16 TO RETURN-CODE
005010             STOP RUN
005020     END-READ.
005030     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
005040         DISPLAY "DELIVPLAN: BUSINESS DATE GOES BACKWARDS"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
005090     CLOSE RUN-CONTROL-FILE.
005100 1005-READ-RUN-CONTROL-EXIT.
005110     EXIT.

005120*    A MISSING MASTER LEAVES EVERY OIL OFF FILE, SO NOTHING IS
005130*    DELIVERED - THE SAME DEALS AROMASALESRPT HAS JUST REJECTED.
005140 1040-LOAD-OIL-MASTER.
005150     MOVE SPACES TO OIL-MASTER-TABLE.
005160     OPEN INPUT OIL-MASTER-FILE.
005170     IF WS-OILMAST-STATUS NOT = "00"
005180         GO TO 1040-LOAD-OIL-MASTER-EXIT
005190     END-IF.
005200     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
005210         UNTIL END-OF-OILMAST-DATA.
005220     CLOSE OIL-MASTER-FILE.
005230 1040-LOAD-OIL-MASTER-EXIT.
005240     EXIT.

005250 1045-READ-OIL-MASTER.
005260     READ OIL-MASTER-FILE
005270         AT END
005280             SET END-OF-OIL-MASTER TO TRUE
005290             SET END-OF-OILMAST-DATA TO TRUE
005300     END-READ.
005310     IF END-OF-OILMAST-DATA
005320         OR OM-OIL-NUM = ZERO
005330         GO TO 1045-READ-OIL-MASTER-EXIT
005340     END-IF.
005350     MOVE "Y"            TO OMT-ON-FILE-SWITCH (OM-OIL-NUM).
005360     MOVE OM-ACTIVE-FLAG TO OMT-ACTIVE-FLAG (OM-OIL-NUM).
005370     MOVE OM-DESCRIPTION TO OMT-DESCRIPTION (OM-OIL-NUM).
005380 1045-READ-OIL-MASTER-EXIT.
005390     EXIT.

005400 1080-LOAD-CUSTOMERS.
005410     OPEN INPUT CUSTOMER-MASTER-FILE.
005420     PERFORM 1090-READ-CUSTOMER THRU 1090-READ-CUSTOMER-EXIT
005430         UNTIL END-OF-CUST-MAST
005440         OR CT-COUNT > 499.
005450     IF CT-COUNT > 499
005460         DISPLAY "DELIVPLAN: CUSTOMER TABLE FULL - "
005470             "CUSTOMERS BEYOND 500 NOT LOADED THIS RUN"
005480     END-IF.
005490     CLOSE CUSTOMER-MASTER-FILE.
005500 1080-LOAD-CUSTOMERS-EXIT.
005510     EXIT.

005520 1090-READ-CUSTOMER.
005530     READ CUSTOMER-MASTER-FILE
005540         AT END
005550             SET END-OF-CUSTOMER-MASTER TO TRUE
005560             SET END-OF-CUST-MAST TO TRUE
005570     END-READ.
005580     IF END-OF-CUST-MAST
005590         GO TO 1090-READ-CUSTOMER-EXIT
005600     END-IF.
005610     ADD 1 TO CT-COUNT.
005620     MOVE CM-CUSTOMER-ID     TO CT-CUSTOMER-ID (CT-COUNT).
005630     MOVE CM-CUSTOMER-NAME   TO CT-CUSTOMER-NAME (CT-COUNT).
005640     MOVE CM-STATUS          TO CT-STATUS (CT-COUNT).
005650     MOVE CM-ROUND-CODE      TO CT-ROUND-CODE (CT-COUNT).
005660     IF CM-DROP-SEQ NUMERIC
005670         MOVE CM-DROP-SEQ    TO CT-DROP-SEQ (CT-COUNT)
005680     ELSE
005690         MOVE ZERO           TO CT-DROP-SEQ (CT-COUNT)
005700     END-IF.
005710     MOVE CM-BILL-ADDR-LINE (1) TO CT-ADDR-LINE (CT-COUNT, 1).
005720     MOVE CM-BILL-ADDR-LINE (2) TO CT-ADDR-LINE (CT-COUNT, 2).
005730     MOVE CM-BILL-ADDR-LINE (3) TO CT-ADDR-LINE (CT-COUNT, 3).
005740     MOVE CM-BILL-POSTCODE   TO CT-POSTCODE (CT-COUNT).
005750 1090-READ-CUSTOMER-EXIT.
005760     EXIT.

005770*    NO VEHICLE MASTER MEANS NO VANS TO PLAN FOR - STOP RATHER
005780*    THAN LEAVE TOMORROW WITH AN EMPTY MANIFEST.
005790 1100-LOAD-VEHICLES.
005800     MOVE SPACES TO PRINT-LINE.
005810     WRITE PRINT-LINE.
005820     WRITE PRINT-LINE FROM VEHICLE-HEADING-LINE.
005830     WRITE PRINT-LINE FROM VEHICLE-TOPIC-LINE.
005840     OPEN INPUT VEHICLE-MASTER-IN.
005850     IF WS-VEHMAST-STATUS NOT = "00"
005860         DISPLAY "DELIVPLAN: VEHMAST.DAT MISSING"
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     PERFORM 1110-READ-VEHICLE THRU 1110-READ-VEHICLE-EXIT
005910         UNTIL END-OF-VEHMAST-DATA.
005920     CLOSE VEHICLE-MASTER-IN.
005930     IF VN-COUNT = ZERO
005940         WRITE PRINT-LINE FROM NO-VEHICLE-LINE
005950     END-IF.
005960 1100-LOAD-VEHICLES-EXIT.
005970     EXIT.

005980*    SAME SERVICE-DUE ARITHMETIC AS MILEAGELOG'S MAINTENANCE
005990*    SECTION - ODOMETER AT LAST SERVICE PLUS THE INTERVAL, LESS
006000*    THE CURRENT READING. BELOW ZERO IS OVERDUE AND THE VAN
006010*    STAYS IN THE YARD.
006020 1110-READ-VEHICLE.
006030     READ VEHICLE-MASTER-IN
006040         AT END
006050             SET END-OF-VEHICLE-MASTER TO TRUE
006060             SET END-OF-VEHMAST-DATA TO TRUE
006070     END-READ.
006080     IF END-OF-VEHMAST-DATA
006090         OR VM-VEHICLE-ID = SPACES
006100         GO TO 1110-READ-VEHICLE-EXIT
006110     END-IF.
006120     MOVE SPACES TO VEHICLE-DETAIL-LINE.
006130     MOVE VM-VEHICLE-ID       TO PRN-VEHICLE-ID.
006140     MOVE VM-MAKE             TO PRN-MAKE.
006150     MOVE VM-REGISTRATION     TO PRN-REGISTRATION.
006160     IF VM-SERVICE-INTERVAL NOT NUMERIC
006170         OR VM-ODO-AT-SERVICE NOT NUMERIC
006180         OR VM-CURRENT-ODOMETER NOT NUMERIC
006190         MOVE ZERO TO PRN-MILES-LEFT
006200         MOVE "BAD MASTER ROW - LEFT OUT" TO PRN-VEHICLE-STATUS
006210         WRITE PRINT-LINE FROM VEHICLE-DETAIL-LINE
006220         ADD 1 TO WS-VANS-LEFT-OUT
006230         GO TO 1110-READ-VEHICLE-EXIT
006240     END-IF.
006250     ADD VM-ODO-AT-SERVICE VM-SERVICE-INTERVAL
006260         GIVING WS-MILES-LEFT.
006270     SUBTRACT VM-CURRENT-ODOMETER FROM WS-MILES-LEFT.
006280     MOVE WS-MILES-LEFT TO PRN-MILES-LEFT.
006290     IF WS-MILES-LEFT < ZERO
006300         MOVE "OVERDUE FOR SERVICE - LEFT OUT"
006310             TO PRN-VEHICLE-STATUS
006320         WRITE PRINT-LINE FROM VEHICLE-DETAIL-LINE
006330         ADD 1 TO WS-VANS-LEFT-OUT
006340         GO TO 1110-READ-VEHICLE-EXIT
006350     END-IF.
006360     IF VN-COUNT > 49
006370         MOVE "VAN TABLE FULL - LEFT OUT" TO PRN-VEHICLE-STATUS
006380         WRITE PRINT-LINE FROM VEHICLE-DETAIL-LINE
006390         ADD 1 TO WS-VANS-LEFT-OUT
006400         GO TO 1110-READ-VEHICLE-EXIT
006410     END-IF.
006420     ADD 1 TO VN-COUNT.
006430     MOVE VM-VEHICLE-ID       TO VN-VEHICLE-ID (VN-COUNT).
006440     MOVE VM-MAKE             TO VN-MAKE (VN-COUNT).
006450     MOVE VM-REGISTRATION     TO VN-REGISTRATION (VN-COUNT).
006460     MOVE ZERO                TO VN-DROP-COUNT (VN-COUNT)
006470                                 VN-ROUND-COUNT (VN-COUNT).
006480     MOVE "AVAILABLE"         TO PRN-VEHICLE-STATUS.
006490     WRITE PRINT-LINE FROM VEHICLE-DETAIL-LINE.
006500 1110-READ-VEHICLE-EXIT.
006510     EXIT.

006520*    EVERY GOOD SALE LINE JOINS ITS CUSTOMER'S DROP; A NEW
006530*    CUSTOMER OPENS A NEW DROP ON THAT CUSTOMER'S ROUND.
006540 2000-PROCESS-SALE.
006550     PERFORM 2050-VALIDATE-SALE THRU 2050-VALIDATE-SALE-EXIT.
006560     IF NOT RECORD-IS-VALID
006570         ADD 1 TO WS-LINES-SKIPPED
006580         GO TO 2000-PROCESS-SALE-NEXT
006590     END-IF.
006600     IF CT-MATCHED-SUB NOT = WS-LAST-CUST-SUB
006610         PERFORM 2200-OPEN-DROP THRU 2200-OPEN-DROP-EXIT
006620     END-IF.
006630     IF LN-COUNT > 2999
006640         DISPLAY "DELIVPLAN: SALE LINE TABLE FULL AT 3000 - "
006650             "RAISE THE TABLE SIZE BEFORE RERUNNING"
006660         MOVE 16 TO RETURN-CODE
006670         STOP RUN
006680     END-IF.
006690     ADD 1 TO LN-COUNT.
006700     MOVE SR-CUSTOMER-NAME TO LN-CUSTOMER-NAME (LN-COUNT).
006710     MOVE SR-REP-ID        TO LN-REP-ID (LN-COUNT).
006720     MOVE SR-OIL-TYPE      TO LN-OIL-TYPE (LN-COUNT).
006730     MOVE SR-OIL-NAME      TO LN-OIL-NUM (LN-COUNT).
006740     MOVE SR-UNIT-SIZE     TO LN-UNIT-SIZE (LN-COUNT).
006750     MOVE SR-UNITS-SOLD    TO LN-UNITS (LN-COUNT).
006760     IF SR-BRANCH NOT NUMERIC
006770         OR SR-BRANCH = ZERO
006780         MOVE 1            TO LN-BRANCH (LN-COUNT)
006790     ELSE
006800         MOVE SR-BRANCH    TO LN-BRANCH (LN-COUNT)
006810     END-IF.
006820     ADD 1             TO DR-LINE-COUNT (DR-COUNT).
006830     ADD SR-UNITS-SOLD TO DR-UNITS (DR-COUNT).
006840 2000-PROCESS-SALE-NEXT.
006850     PERFORM 2100-READ-SALE THRU 2100-READ-SALE-EXIT.
006860 2000-PROCESS-SALE-EXIT.
006870     EXIT.

006880*    SAME EDITS AROMASALESRPT'S 2150-VALIDATE-RECORD APPLIES, SO
006890*    A DEAL THE REPORT HAS REJECTED NEVER GOES ON A VAN. RETURNS
006900*    ARE NOT DELIVERED.
006910 2050-VALIDATE-SALE.
006920     MOVE "Y" TO WS-VALID-RECORD-SWITCH.
006930     IF SR-CUSTOMER-ID = SPACES
006940         OR SR-OIL-NAME NOT NUMERIC
006950         OR SR-OIL-NAME < 1 OR SR-OIL-NAME > 99
006960         OR SR-UNITS-SOLD NOT NUMERIC
006970         OR SR-UNITS-SOLD = ZERO
006980         OR NOT SR-SALE
006990         MOVE "N" TO WS-VALID-RECORD-SWITCH
007000         GO TO 2050-VALIDATE-SALE-EXIT
007010     END-IF.
007020     IF NOT OMT-ON-FILE (SR-OIL-NAME)
007030         OR NOT OMT-OIL-ACTIVE (SR-OIL-NAME)
007040         MOVE "N" TO WS-VALID-RECORD-SWITCH
007050         GO TO 2050-VALIDATE-SALE-EXIT
007060     END-IF.
007070     MOVE "N" TO CT-FOUND-SWITCH.
007080     PERFORM 2060-MATCH-CUSTOMER-ENTRY THRU
007090         2060-MATCH-CUSTOMER-ENTRY-EXIT
007100         VARYING CT-SUB FROM 1 BY 1
007110         UNTIL CT-SUB > CT-COUNT OR CT-ENTRY-FOUND.
007120     IF NOT CT-ENTRY-FOUND
007130         MOVE "N" TO WS-VALID-RECORD-SWITCH
007140     ELSE
007150         IF NOT CT-ACTIVE (CT-MATCHED-SUB)
007160             MOVE "N" TO WS-VALID-RECORD-SWITCH
007170         END-IF
007180     END-IF.
007190 2050-VALIDATE-SALE-EXIT.
007200     EXIT.

007210 2060-MATCH-CUSTOMER-ENTRY.
007220     IF CT-CUSTOMER-ID (CT-SUB) = SR-CUSTOMER-ID
007230         MOVE CT-SUB TO CT-MATCHED-SUB
007240         SET CT-ENTRY-FOUND TO TRUE
007250     END-IF.
007260 2060-MATCH-CUSTOMER-ENTRY-EXIT.
007270     EXIT.

007280 2100-READ-SALE.
007290     READ SORTED-FILE
007300         AT END
007310             SET END-OF-SORTED-FILE TO TRUE
007320             SET END-OF-SALES-DATA TO TRUE
007330     END-READ.
007340     IF NOT END-OF-SALES-DATA
007350         ADD 1 TO WS-RECORDS-READ
007360     END-IF.
007370 2100-READ-SALE-EXIT.
007380     EXIT.

007390*    AN UNSEQUENCED CUSTOMER (DROP SEQUENCE ZERO) IS DROPPED
007400*    AFTER EVERY SEQUENCED ONE ON THE ROUND.
007410 2200-OPEN-DROP.
007420     IF DR-COUNT > 499
007430         DISPLAY "DELIVPLAN: DROP TABLE FULL AT 500 - "
007440             "RAISE THE TABLE SIZE BEFORE RERUNNING"
007450         MOVE 16 TO RETURN-CODE
007460         STOP RUN
007470     END-IF.
007480     ADD 1 TO DR-COUNT.
007490     MOVE CT-MATCHED-SUB TO DR-CUST-SUB (DR-COUNT)
007500                            WS-LAST-CUST-SUB.
007510     ADD 1 LN-COUNT    GIVING DR-FIRST-LINE (DR-COUNT).
007520     MOVE ZERO           TO DR-LINE-COUNT (DR-COUNT)
007530                            DR-UNITS (DR-COUNT)
007540                            DR-ROUND-SUB (DR-COUNT).
007550     MOVE "N"            TO DR-DONE-SWITCH (DR-COUNT).
007560     IF CT-DROP-SEQ (CT-MATCHED-SUB) = ZERO
007570         MOVE 1000 TO DR-SEQ-KEY (DR-COUNT)
007580     ELSE
007590         MOVE CT-DROP-SEQ (CT-MATCHED-SUB)
007600             TO DR-SEQ-KEY (DR-COUNT)
007610     END-IF.
007620     IF CT-ROUND-CODE (CT-MATCHED-SUB) = SPACES
007630         GO TO 2200-OPEN-DROP-EXIT
007640     END-IF.
007650     MOVE "N" TO RT-FOUND-SWITCH.
007660     PERFORM 2250-MATCH-ROUND THRU 2250-MATCH-ROUND-EXIT
007670         VARYING RT-SUB FROM 1 BY 1
007680         UNTIL RT-SUB > RT-COUNT OR RT-ENTRY-FOUND.
007690     IF NOT RT-ENTRY-FOUND
007700         IF RT-COUNT > 98
007710             DISPLAY "DELIVPLAN: ROUND TABLE FULL AT 99 - "
007720                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
007730             MOVE 16 TO RETURN-CODE
007740             STOP RUN
007750         END-IF
007760         ADD 1 TO RT-COUNT
007770         MOVE CT-ROUND-CODE (CT-MATCHED-SUB)
007780             TO RT-ROUND-CODE (RT-COUNT)
007790         MOVE ZERO TO RT-DROP-COUNT (RT-COUNT)
007800                      RT-VAN-SUB (RT-COUNT)
007810         MOVE "N"  TO RT-ASSIGNED-SWITCH (RT-COUNT)
007820         MOVE RT-COUNT TO RT-BEST-SUB
007830     END-IF.
007840     MOVE RT-BEST-SUB TO DR-ROUND-SUB (DR-COUNT).
007850     ADD 1 TO RT-DROP-COUNT (RT-BEST-SUB).
007860 2200-OPEN-DROP-EXIT.
007870     EXIT.

007880 2250-MATCH-ROUND.
007890     IF RT-ROUND-CODE (RT-SUB) = CT-ROUND-CODE (CT-MATCHED-SUB)
007900         MOVE RT-SUB TO RT-BEST-SUB
007910         SET RT-ENTRY-FOUND TO TRUE
007920     END-IF.
007930 2250-MATCH-ROUND-EXIT.
007940     EXIT.

007950*    ROUNDS GO OUT WHOLE, IN ROUND-CODE ORDER, EACH TO THE VAN
007960*    CARRYING THE FEWEST DROPS SO FAR (THE EARLIER VAN ON THE
007970*    MASTER ON A TIE), SO THE DAY'S WORK SPREADS ACROSS THE
007980*    FLEET WITHOUT SPLITTING A ROUND BETWEEN TWO DRIVERS.
007990 3000-ALLOCATE-ROUNDS.
008000     MOVE SPACES TO PRINT-LINE.
008010     WRITE PRINT-LINE.
008020     WRITE PRINT-LINE FROM ROUND-HEADING-LINE.
008030     WRITE PRINT-LINE FROM ROUND-TOPIC-LINE.
008040     IF RT-COUNT = ZERO
008050         WRITE PRINT-LINE FROM NO-ROUND-LINE
008060         GO TO 3000-ALLOCATE-ROUNDS-EXIT
008070     END-IF.
008080     PERFORM 3100-ASSIGN-NEXT-ROUND THRU
008090         3100-ASSIGN-NEXT-ROUND-EXIT
008100         VARYING RO-SUB FROM 1 BY 1 UNTIL RO-SUB > RT-COUNT.
008110 3000-ALLOCATE-ROUNDS-EXIT.
008120     EXIT.

008130 3100-ASSIGN-NEXT-ROUND.
008140     MOVE ZERO TO RT-BEST-SUB.
008150     PERFORM 3110-PICK-LOWEST-ROUND THRU
008160         3110-PICK-LOWEST-ROUND-EXIT
008170         VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
008180     MOVE "Y"         TO RT-ASSIGNED-SWITCH (RT-BEST-SUB).
008190     MOVE RT-BEST-SUB TO RO-ROUND-SUB (RO-SUB).
008200     MOVE SPACES TO ROUND-DETAIL-LINE.
008210     MOVE RT-ROUND-CODE (RT-BEST-SUB) TO PRN-ROUND-CODE.
008220     MOVE RT-DROP-COUNT (RT-BEST-SUB) TO PRN-ROUND-DROPS.
008230     IF VN-COUNT = ZERO
008240         MOVE "NO VEHICLE AVAILABLE" TO PRN-ROUND-VEHICLE
008250         WRITE PRINT-LINE FROM ROUND-DETAIL-LINE
008260         GO TO 3100-ASSIGN-NEXT-ROUND-EXIT
008270     END-IF.
008280     MOVE 1 TO VN-BEST-SUB.
008290     PERFORM 3120-PICK-LIGHTEST-VAN THRU
008300         3120-PICK-LIGHTEST-VAN-EXIT
008310         VARYING VN-SUB FROM 2 BY 1 UNTIL VN-SUB > VN-COUNT.
008320     MOVE VN-BEST-SUB TO RT-VAN-SUB (RT-BEST-SUB).
008330     ADD RT-DROP-COUNT (RT-BEST-SUB)
008340         TO VN-DROP-COUNT (VN-BEST-SUB).
008350     ADD 1 TO VN-ROUND-COUNT (VN-BEST-SUB).
008360     MOVE VN-VEHICLE-ID (VN-BEST-SUB) TO PRN-ROUND-VEHICLE.
008370     WRITE PRINT-LINE FROM ROUND-DETAIL-LINE.
008380 3100-ASSIGN-NEXT-ROUND-EXIT.
008390     EXIT.

008400 3110-PICK-LOWEST-ROUND.
008410     IF RT-ASSIGNED (RT-SUB)
008420         GO TO 3110-PICK-LOWEST-ROUND-EXIT
008430     END-IF.
008440     IF RT-BEST-SUB = ZERO
008450         MOVE RT-SUB TO RT-BEST-SUB
008460         GO TO 3110-PICK-LOWEST-ROUND-EXIT
008470     END-IF.
008480     IF RT-ROUND-CODE (RT-SUB) < RT-ROUND-CODE (RT-BEST-SUB)
008490         MOVE RT-SUB TO RT-BEST-SUB
008500     END-IF.
008510 3110-PICK-LOWEST-ROUND-EXIT.
008520     EXIT.

008530 3120-PICK-LIGHTEST-VAN.
008540     IF VN-DROP-COUNT (VN-SUB) < VN-DROP-COUNT (VN-BEST-SUB)
008550         MOVE VN-SUB TO VN-BEST-SUB
008560     END-IF.
008570 3120-PICK-LIGHTEST-VAN-EXIT.
008580     EXIT.

008590*    ONE PICKING-LIST PAGE AND ONE DROP-SHEET PAGE PER VAN WITH
008600*    WORK TOMORROW, ITS ROUNDS IN ROUND-CODE ORDER.
008610 4000-PLAN-VAN.
008620     IF VN-DROP-COUNT (VN-SUB) = ZERO
008630         GO TO 4000-PLAN-VAN-EXIT
008640     END-IF.
008650     ADD 1 TO WS-VANS-USED.
008660     ADD 1 TO WS-VAN-PAGE-COUNT.
008670     MOVE ZERO TO WS-VAN-DROP-NO
008680                  WS-VAN-UNITS
008690                  PK-COUNT.
008700     MOVE VN-VEHICLE-ID (VN-SUB)   TO PRN-VH-VEHICLE-ID.
008710     MOVE VN-MAKE (VN-SUB)         TO PRN-VH-MAKE.
008720     MOVE VN-REGISTRATION (VN-SUB) TO PRN-VH-REGISTRATION.
008730     MOVE VN-DROP-COUNT (VN-SUB)   TO PRN-VH-DROPS.
008740     MOVE SPACES TO DROP-LINE.
008750     IF WS-VAN-PAGE-COUNT > 1
008760         WRITE DROP-LINE AFTER ADVANCING PAGE
008770     END-IF.
008780     WRITE DROP-LINE FROM DROP-HEADING-LINE.
008790     WRITE DROP-LINE FROM REPORT-HEADING-UNDERLINE.
008800     WRITE DROP-LINE FROM RUN-DATE-LINE.
008810     WRITE DROP-LINE FROM VAN-HEADING-LINE.
008820     PERFORM 4100-PLAN-ROUND THRU 4100-PLAN-ROUND-EXIT
008830         VARYING RO-SUB FROM 1 BY 1 UNTIL RO-SUB > RT-COUNT.
008840     PERFORM 4500-PRINT-PICK-LIST THRU 4500-PRINT-PICK-LIST-EXIT.
008850 4000-PLAN-VAN-EXIT.
008860     EXIT.

008870 4100-PLAN-ROUND.
008880     MOVE RO-ROUND-SUB (RO-SUB) TO RT-SUB.
008890     IF RT-VAN-SUB (RT-SUB) NOT = VN-SUB
008900         GO TO 4100-PLAN-ROUND-EXIT
008910     END-IF.
008920     PERFORM 4200-NEXT-DROP THRU 4200-NEXT-DROP-EXIT
008930         RT-DROP-COUNT (RT-SUB) TIMES.
008940 4100-PLAN-ROUND-EXIT.
008950     EXIT.

008960*    LOWEST DROP SEQUENCE STILL TO GO ON THE ROUND; DROPS WERE
008970*    OPENED IN CUSTOMER ORDER, SO A TIE FALLS TO CUSTOMER ID.
008980 4200-NEXT-DROP.
008990     MOVE ZERO TO DR-BEST-SUB.
009000     PERFORM 4210-PICK-DROP THRU 4210-PICK-DROP-EXIT
009010         VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
009020     IF DR-BEST-SUB = ZERO
009030         GO TO 4200-NEXT-DROP-EXIT
009040     END-IF.
009050     MOVE "Y" TO DR-DONE-SWITCH (DR-BEST-SUB).
009060     PERFORM 4300-WRITE-DROP THRU 4300-WRITE-DROP-EXIT.
009070 4200-NEXT-DROP-EXIT.
009080     EXIT.

009090 4210-PICK-DROP.
009100     IF DR-DONE (DR-SUB)
009110         OR DR-ROUND-SUB (DR-SUB) NOT = RT-SUB
009120         GO TO 4210-PICK-DROP-EXIT
009130     END-IF.
009140     IF DR-BEST-SUB = ZERO
009150         MOVE DR-SUB TO DR-BEST-SUB
009160         GO TO 4210-PICK-DROP-EXIT
009170     END-IF.
009180     IF DR-SEQ-KEY (DR-SUB) < DR-SEQ-KEY (DR-BEST-SUB)
009190         MOVE DR-SUB TO DR-BEST-SUB
009200     END-IF.
009210 4210-PICK-DROP-EXIT.
009220     EXIT.

009230*    ONE MANIFEST ROW FOR THE DROP, ITS SALE LINES TO DELVSALE,
009240*    AND ITS BLOCK ON THE DRIVER'S DROP SHEET.
009250 4300-WRITE-DROP.
009260     ADD 1 TO WS-VAN-DROP-NO.
009270     ADD 1 TO WS-DROPS-PLANNED.
009280     MOVE DR-CUST-SUB (DR-BEST-SUB) TO CT-SUB.
009290     MOVE VN-VEHICLE-ID (VN-SUB)    TO MF-VEHICLE-ID.
009300     MOVE WS-DELIVERY-DATE          TO MF-LOG-DATE.
009310     MOVE CT-CUSTOMER-ID (CT-SUB)   TO MF-CUSTOMER-ID.
009320     WRITE MANIFEST-REC.
009330     MOVE SPACES TO DROP-LINE.
009340     WRITE DROP-LINE.
009350     MOVE WS-VAN-DROP-NO            TO PRN-DR-DROP-NO.
009360     MOVE CT-ROUND-CODE (CT-SUB)    TO PRN-DR-ROUND-CODE.
009370     MOVE CT-DROP-SEQ (CT-SUB)      TO PRN-DR-DROP-SEQ.
009380     MOVE CT-CUSTOMER-ID (CT-SUB)   TO PRN-DR-CUSTOMER-ID.
009390     MOVE CT-CUSTOMER-NAME (CT-SUB) TO PRN-DR-CUSTOMER-NAME.
009400     WRITE DROP-LINE FROM DROP-DETAIL-LINE.
009410     PERFORM 4310-PRINT-ADDRESS-LINE THRU
009420         4310-PRINT-ADDRESS-LINE-EXIT
009430         VARYING ADDR-SUB FROM 1 BY 1 UNTIL ADDR-SUB > 3.
009440     IF CT-POSTCODE (CT-SUB) NOT = SPACES
009450         MOVE CT-POSTCODE (CT-SUB) TO PRN-DR-ADDRESS
009460         WRITE DROP-LINE FROM DROP-ADDRESS-LINE
009470     END-IF.
009480     WRITE DROP-LINE FROM DROP-TOPIC-LINE.
009490     ADD DR-FIRST-LINE (DR-BEST-SUB) DR-LINE-COUNT (DR-BEST-SUB)
009500         GIVING LN-LAST-SUB.
009510     SUBTRACT 1 FROM LN-LAST-SUB.
009520     PERFORM 4350-WRITE-DROP-ITEM THRU 4350-WRITE-DROP-ITEM-EXIT
009530         VARYING LN-SUB FROM DR-FIRST-LINE (DR-BEST-SUB) BY 1
009540         UNTIL LN-SUB > LN-LAST-SUB.
009550     WRITE DROP-LINE FROM DROP-SIGN-LINE.
009560     WRITE DROP-LINE FROM DROP-TIME-LINE.
009570 4300-WRITE-DROP-EXIT.
009580     EXIT.

009590 4310-PRINT-ADDRESS-LINE.
009600     IF CT-ADDR-LINE (CT-SUB, ADDR-SUB) NOT = SPACES
009610         MOVE CT-ADDR-LINE (CT-SUB, ADDR-SUB) TO PRN-DR-ADDRESS
009620         WRITE DROP-LINE FROM DROP-ADDRESS-LINE
009630     END-IF.
009640 4310-PRINT-ADDRESS-LINE-EXIT.
009650     EXIT.

009660 4350-WRITE-DROP-ITEM.
009670     MOVE SPACES                    TO SALES-REC.
009680     MOVE CT-CUSTOMER-ID (CT-SUB)   TO SF-CUSTOMER-ID.
009690     MOVE LN-CUSTOMER-NAME (LN-SUB) TO SF-CUSTOMER-NAME.
009700     MOVE LN-REP-ID (LN-SUB)        TO SF-REP-ID.
009710     MOVE LN-OIL-TYPE (LN-SUB)      TO SF-OIL-TYPE.
009720     MOVE LN-OIL-NUM (LN-SUB)       TO SF-OIL-NAME.
009730     MOVE LN-UNIT-SIZE (LN-SUB)     TO SF-UNIT-SIZE.
009740     MOVE LN-UNITS (LN-SUB)         TO SF-UNITS-SOLD.
009750     MOVE "S"                       TO SF-TXN-TYPE.
009760     MOVE LN-BRANCH (LN-SUB)        TO SF-BRANCH.
009770     WRITE SALES-REC.
009780     MOVE SPACES TO DROP-ITEM-LINE.
009790     MOVE LN-BRANCH (LN-SUB)        TO PRN-DI-BRANCH.
009800     MOVE LN-OIL-NUM (LN-SUB)       TO PRN-DI-OIL-NUM.
009810     MOVE LN-OIL-NUM (LN-SUB)       TO OMT-SUB.
009820     MOVE OMT-DESCRIPTION (OMT-SUB) TO PRN-DI-DESCRIPTION.
009830     MOVE LN-UNIT-SIZE (LN-SUB)     TO PRN-DI-UNIT-SIZE.
009840     MOVE LN-UNITS (LN-SUB)         TO PRN-DI-UNITS.
009850     WRITE DROP-LINE FROM DROP-ITEM-LINE.
009860     ADD LN-UNITS (LN-SUB) TO WS-VAN-UNITS.
009870     PERFORM 4400-ADD-TO-PICK THRU 4400-ADD-TO-PICK-EXIT.
009880 4350-WRITE-DROP-ITEM-EXIT.
009890     EXIT.

009900 4400-ADD-TO-PICK.
009910     MOVE LN-BRANCH (LN-SUB)    TO WS-PICK-BRANCH.
009920     MOVE LN-OIL-NUM (LN-SUB)   TO WS-PICK-OIL-NUM.
009930     MOVE LN-UNIT-SIZE (LN-SUB) TO WS-PICK-UNIT-SIZE.
009940     MOVE "N" TO PK-FOUND-SWITCH.
009950     PERFORM 4410-MATCH-PICK THRU 4410-MATCH-PICK-EXIT
009960         VARYING PK-SUB FROM 1 BY 1
009970         UNTIL PK-SUB > PK-COUNT OR PK-ENTRY-FOUND.
009980     IF NOT PK-ENTRY-FOUND
009990         IF PK-COUNT > 499
010000             DISPLAY "DELIVPLAN: PICK TABLE FULL AT 500 - "
010010                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
010020             MOVE 16 TO RETURN-CODE
010030             STOP RUN
010040         END-IF
010050         ADD 1 TO PK-COUNT
010060         MOVE WS-PICK-KEY           TO PK-KEY (PK-COUNT)
010070         MOVE LN-OIL-TYPE (LN-SUB)  TO PK-OIL-TYPE (PK-COUNT)
010080         MOVE ZERO                  TO PK-UNITS (PK-COUNT)
010090         MOVE "N"                   TO PK-PRINTED-SWITCH
010100                                       (PK-COUNT)
010110         MOVE PK-COUNT              TO PK-MATCHED-SUB
010120     END-IF.
010130     ADD LN-UNITS (LN-SUB) TO PK-UNITS (PK-MATCHED-SUB).
010140 4400-ADD-TO-PICK-EXIT.
010150     EXIT.

010160 4410-MATCH-PICK.
010170     IF PK-KEY (PK-SUB) = WS-PICK-KEY
010180         MOVE PK-SUB TO PK-MATCHED-SUB
010190         SET PK-ENTRY-FOUND TO TRUE
010200     END-IF.
010210 4410-MATCH-PICK-EXIT.
010220     EXIT.

010230 4500-PRINT-PICK-LIST.
010240     MOVE SPACES TO PICK-LINE.
010250     IF WS-VAN-PAGE-COUNT > 1
010260         WRITE PICK-LINE AFTER ADVANCING PAGE
010270     END-IF.
010280     WRITE PICK-LINE FROM PICK-HEADING-LINE.
010290     WRITE PICK-LINE FROM REPORT-HEADING-UNDERLINE.
010300     WRITE PICK-LINE FROM RUN-DATE-LINE.
010310     WRITE PICK-LINE FROM VAN-HEADING-LINE.
010320     MOVE SPACES TO PICK-LINE.
010330     WRITE PICK-LINE.
010340     WRITE PICK-LINE FROM PICK-TOPIC-LINE.
010350     PERFORM 4510-PRINT-NEXT-PICK THRU 4510-PRINT-NEXT-PICK-EXIT
010360         PK-COUNT TIMES.
010370     MOVE SPACES TO PICK-LINE.
010380     WRITE PICK-LINE.
010390     MOVE WS-VAN-UNITS TO PRN-PK-TOTAL-UNITS.
010400     WRITE PICK-LINE FROM PICK-TOTAL-LINE.
010410     MOVE SPACES TO PICK-LINE.
010420     WRITE PICK-LINE.
010430     WRITE PICK-LINE FROM PICKED-BY-LINE.
010440 4500-PRINT-PICK-LIST-EXIT.
010450     EXIT.

010460 4510-PRINT-NEXT-PICK.
010470     MOVE ZERO TO PK-BEST-SUB.
010480     PERFORM 4520-PICK-LOWEST-KEY THRU 4520-PICK-LOWEST-KEY-EXIT
010490         VARYING PK-SUB FROM 1 BY 1 UNTIL PK-SUB > PK-COUNT.
010500     MOVE "Y" TO PK-PRINTED-SWITCH (PK-BEST-SUB).
010510     MOVE SPACES TO PICK-DETAIL-LINE.
010520     MOVE PK-BRANCH (PK-BEST-SUB)    TO PRN-PK-BRANCH.
010530     MOVE PK-OIL-NUM (PK-BEST-SUB)   TO PRN-PK-OIL-NUM.
010540     MOVE PK-OIL-NUM (PK-BEST-SUB)   TO OMT-SUB.
010550     MOVE OMT-DESCRIPTION (OMT-SUB)  TO PRN-PK-DESCRIPTION.
010560     MOVE PK-OIL-TYPE (PK-BEST-SUB)  TO PRN-PK-OIL-TYPE.
010570     MOVE PK-UNIT-SIZE (PK-BEST-SUB) TO PRN-PK-UNIT-SIZE.
010580     MOVE PK-UNITS (PK-BEST-SUB)     TO PRN-PK-UNITS.
010590     MOVE "[        ]"              TO PRN-PK-CHECK.
010600     WRITE PICK-LINE FROM PICK-DETAIL-LINE.
010610 4510-PRINT-NEXT-PICK-EXIT.
010620     EXIT.

010630 4520-PICK-LOWEST-KEY.
010640     IF PK-PRINTED (PK-SUB)
010650         GO TO 4520-PICK-LOWEST-KEY-EXIT
010660     END-IF.
010670     IF PK-BEST-SUB = ZERO
010680         MOVE PK-SUB TO PK-BEST-SUB
010690         GO TO 4520-PICK-LOWEST-KEY-EXIT
010700     END-IF.
010710     IF PK-KEY (PK-SUB) < PK-KEY (PK-BEST-SUB)
010720         MOVE PK-SUB TO PK-BEST-SUB
010730     END-IF.
010740 4520-PICK-LOWEST-KEY-EXIT.
010750     EXIT.

010760 7100-EDIT-DATE.
010770     MOVE WS-DW-MM   TO PRN-ED-MM.
010780     MOVE WS-DW-DD   TO PRN-ED-DD.
010790     MOVE WS-DW-YYYY TO PRN-ED-YYYY.
010800 7100-EDIT-DATE-EXIT.
010810     EXIT.

010820*    SAME CALENDAR ROLL APMATCH USES FOR ITS DUE DATES.
010830 7150-ADD-ONE-DAY.
010840     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-THIS-MONTH.
010850     IF WS-DW-MM = 2
010860         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
010870             REMAINDER WS-LEAP-REMAINDER
010880         IF WS-LEAP-REMAINDER = ZERO
010890             MOVE 29 TO WS-DAYS-THIS-MONTH
010900             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
010910                 REMAINDER WS-LEAP-REMAINDER
010920             IF WS-LEAP-REMAINDER = ZERO
010930                 MOVE 28 TO WS-DAYS-THIS-MONTH
010940                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
010950                     REMAINDER WS-LEAP-REMAINDER
010960                 IF WS-LEAP-REMAINDER = ZERO
010970                     MOVE 29 TO WS-DAYS-THIS-MONTH
010980                 END-IF
010990             END-IF
011000         END-IF
011010     END-IF.
011020     ADD 1 TO WS-DW-DD.
011030     IF WS-DW-DD > WS-DAYS-THIS-MONTH
011040         MOVE 1 TO WS-DW-DD
011050         ADD 1 TO WS-DW-MM
011060         IF WS-DW-MM > 12
011070             MOVE 1 TO WS-DW-MM
011080             ADD 1 TO WS-DW-YYYY
011090         END-IF
011100     END-IF.
011110 7150-ADD-ONE-DAY-EXIT.
011120     EXIT.

011130 8000-TERMINATE.
011140     PERFORM 8100-PRINT-UNPLANNED THRU 8100-PRINT-UNPLANNED-EXIT.
011150     MOVE SPACES TO PRINT-LINE.
011160     WRITE PRINT-LINE.
011170     MOVE WS-RECORDS-READ    TO PRN-LINES-READ.
011180     MOVE WS-LINES-SKIPPED   TO PRN-LINES-SKIPPED.
011190     WRITE PRINT-LINE FROM PLAN-COUNT-LINE.
011200     MOVE WS-DROPS-PLANNED   TO PRN-DROPS-PLANNED.
011210     MOVE WS-DROPS-UNPLANNED TO PRN-DROPS-UNPLANNED.
011220     WRITE PRINT-LINE FROM DROP-COUNT-LINE.
011230     MOVE WS-VANS-USED       TO PRN-VANS-USED.
011240     MOVE WS-VANS-LEFT-OUT   TO PRN-VANS-LEFT-OUT.
011250     WRITE PRINT-LINE FROM VAN-COUNT-LINE.
011260     PERFORM 8900-WRITE-AUDIT-RECORD THRU
011270         8900-WRITE-AUDIT-RECORD-EXIT.
011280     PERFORM 8950-WRITE-STEP-STATUS THRU
011290         8950-WRITE-STEP-STATUS-EXIT.
011300     CLOSE SORTED-FILE
011310           MANIFEST-OUT
011320           DELIVERED-SALES-OUT
011330           PLAN-REPORT
011340           PICK-REPORT
011350           DROP-REPORT.
011360 8000-TERMINATE-EXIT.
011370     EXIT.

011380*    ANY DROP STILL NOT DONE IS EITHER OFF EVERY ROUND OR ON A
011390*    ROUND WITH NO VAN - THE DISPATCHER PLACES IT BY HAND.
011400 8100-PRINT-UNPLANNED.
011410     MOVE SPACES TO PRINT-LINE.
011420     WRITE PRINT-LINE.
011430     WRITE PRINT-LINE FROM UNPLANNED-HEADING-LINE.
011440     WRITE PRINT-LINE FROM UNPLANNED-TOPIC-LINE.
011450     PERFORM 8150-PRINT-UNPLANNED-DROP THRU
011460         8150-PRINT-UNPLANNED-DROP-EXIT
011470         VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
011480     IF WS-DROPS-UNPLANNED = ZERO
011490         WRITE PRINT-LINE FROM NO-UNPLANNED-LINE
011500     END-IF.
011510 8100-PRINT-UNPLANNED-EXIT.
011520     EXIT.

011530 8150-PRINT-UNPLANNED-DROP.
011540     IF DR-DONE (DR-SUB)
011550         GO TO 8150-PRINT-UNPLANNED-DROP-EXIT
011560     END-IF.
011570     ADD 1 TO WS-DROPS-UNPLANNED.
011580     MOVE DR-CUST-SUB (DR-SUB) TO CT-SUB.
011590     MOVE SPACES TO UNPLANNED-DETAIL-LINE.
011600     MOVE CT-CUSTOMER-ID (CT-SUB)   TO PRN-UN-CUSTOMER-ID.
011610     MOVE CT-CUSTOMER-NAME (CT-SUB) TO PRN-UN-CUSTOMER-NAME.
011620     MOVE CT-ROUND-CODE (CT-SUB)    TO PRN-UN-ROUND-CODE.
011630     MOVE DR-UNITS (DR-SUB)         TO PRN-UN-UNITS.
011640     IF DR-ROUND-SUB (DR-SUB) = ZERO
011650         MOVE "NO DELIVERY ROUND ON MASTER" TO PRN-UN-REASON
011660     ELSE
011670         MOVE "NO VEHICLE FOR THE ROUND" TO PRN-UN-REASON
011680     END-IF.
011690     WRITE PRINT-LINE FROM UNPLANNED-DETAIL-LINE.
011700 8150-PRINT-UNPLANNED-DROP-EXIT.
011710     EXIT.

011720 8900-WRITE-AUDIT-RECORD.
011730     MOVE "DELIVPLAN"           TO AR-PROGRAM-ID.
011740     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
011750     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
011760     ACCEPT AR-END-TIME         FROM TIME.
011770     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
011780     MOVE WS-LINES-SKIPPED      TO AR-RECORDS-REJECTED.
011790     OPEN EXTEND AUDIT-TRAIL-FILE.
011800     WRITE AUDIT-REC.
011810     CLOSE AUDIT-TRAIL-FILE.
011820 8900-WRITE-AUDIT-RECORD-EXIT.
011830     EXIT.

011840*    THE DRIVER'S RESTART MODE SKIPS STEPS ALREADY ON
011850*    STEPSTAT.DAT FOR THE BUSINESS DATE - ONLY A CLEAN END
011860*    WRITES THE RECORD.
011870 8950-WRITE-STEP-STATUS.
011880     OPEN EXTEND STEP-STATUS-FILE.
011890     IF WS-STEPSTAT-STATUS NOT = "00"
011900         OPEN OUTPUT STEP-STATUS-FILE
011910     END-IF.
011920     MOVE "DELIVPLAN" TO ST-PROGRAM-ID.
011930     MOVE WS-CURRENT-DATE-YYYYMMDD TO ST-BUSINESS-DATE.
011940     WRITE STEP-STATUS-REC.
011950     CLOSE STEP-STATUS-FILE.
011960 8950-WRITE-STEP-STATUS-EXIT.
011970     EXIT.

011980 END PROGRAM DELIVPLAN.
