000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       MONTHLY FUEL ECONOMY REPORT AND FUEL COSTING.
000070*                READS THE MONTH'S FUEL CARD STATEMENT
000080*                (FUELCARD.DAT, SEE FUELCARD.CPY) IN VEHICLE,
000090*                DATE AND ODOMETER ORDER AND MATCHES EACH FILL TO
000100*                THE VAN'S TRIPS ON THE MLGHIST.DAT MILEAGE
000110*                HISTORY (SEE MLGHIST.CPY) FOR THE MONTH OF THE
000120*                BUSINESS DATE. THE TRIP ON THE DAY OF THE FILL
000130*                (OR THE NEAREST ONE BEFORE OR AFTER IT) GIVES
000140*                THE DRIVER AND BRANCH THE FILL IS CHARGED TO.
000150*                A FILL WHOSE ODOMETER DOES NOT SIT BETWEEN THE
000160*                READINGS LOGGED EITHER SIDE OF IT (WITHIN
000170*                FUEL-ODO-TOLERANCE MILES) IS FLAGGED. ECONOMY IS
000180*                MEASURED FILL TO FILL - THE MILES SINCE THE VAN'S
000190*                PREVIOUS FILL OVER THE LITRES PUT BACK - AND A
000200*                FILL WHOSE MPG FALLS MORE THAN FUEL-ECON-DROP-PCT
000210*                BELOW THE VAN'S NORM FOR THE MONTH IS FLAGGED.
000220*                FUELECON.RPT PRINTS THE FILLS, MPG AND LITRES
000230*                PER 100 KM PER VEHICLE AND PER DRIVER, AND FUEL
000240*                COST BY BRANCH. FUELVAL.DAT CARRIES THE COST PER
000250*                BRANCH FOR GLEXTRACT TO POST; FUELRATE.DAT
000260*                (SEE FUELRATE.CPY) CARRIES EACH VAN'S FUEL COST
000270*                PER LOGGED MILE FOR DELIVCOST. A FILL FOR A VAN
000280*                NOT ON VEHMAST.DAT OR DATED OUTSIDE THE MONTH IS
000290*                LISTED AND NOT POSTED. RUN STANDALONE AT MONTH
000300*                END, AFTER THE CHAIN, LIKE STOCKVAL; A RERUN ON
000310*                THE SAME BUSINESS DATE REPLACES THE POSTING FILE.
000320* TECTONICS:     cobc
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 DO    ORIGINAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. FUELECON.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FUEL-CARD-FILE ASSIGN TO "FUELCARD.DAT"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS WS-FUELCARD-STATUS.

000460     SELECT WORK-FILE ASSIGN TO "FUELWORK.TMP".

000470     SELECT FUEL-SORTED-FILE ASSIGN TO "FUELSORT.TMP"
000480               ORGANIZATION IS LINE SEQUENTIAL.

000490     SELECT MILEAGE-HISTORY-FILE ASSIGN TO "MLGHIST.DAT"
000500               ORGANIZATION IS LINE SEQUENTIAL
000510               FILE STATUS IS WS-MLGHIST-STATUS.

000520     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST.DAT"
000530               ORGANIZATION IS LINE SEQUENTIAL
000540               FILE STATUS IS WS-VEHMAST-STATUS.

000550     SELECT DRIVER-MASTER-FILE ASSIGN TO "DRVMAST.DAT"
000560               ORGANIZATION IS LINE SEQUENTIAL
000570               FILE STATUS IS WS-DRVMAST-STATUS.

000580     SELECT FUEL-VALUE-FILE ASSIGN TO "FUELVAL.DAT"
000590               ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT FUEL-RATE-FILE ASSIGN TO "FUELRATE.DAT"
000610               ORGANIZATION IS LINE SEQUENTIAL.

000620     SELECT FUEL-REPORT ASSIGN TO "FUELECON.RPT"
000630               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000650               ORGANIZATION IS LINE SEQUENTIAL
000660               FILE STATUS IS WS-BATCHPARM-STATUS.

000670     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000680               ORGANIZATION IS LINE SEQUENTIAL
000690               FILE STATUS IS WS-RUNCTL-STATUS.

000700     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000710               ORGANIZATION IS LINE SEQUENTIAL.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FUEL-CARD-FILE.
000750 01  FUEL-CARD-IN-REC            PIC X(32).

000760 SD  WORK-FILE.
000770 01  WORK-REC.
000780     02  WK-VEHICLE-ID           PIC X(5).
000790     02  WK-FILL-DATE            PIC 9(8).
000800     02  WK-LITRES               PIC 9(4)V99.
000810     02  WK-AMOUNT               PIC 9(5)V99.
000820     02  WK-ODOMETER             PIC 9(6).

000830 FD  FUEL-SORTED-FILE.
000840     COPY FUELCARD.

000850 FD  MILEAGE-HISTORY-FILE.
000860     COPY MLGHIST.

000870 FD  VEHICLE-MASTER-FILE.
000880 01  VEHICLE-MASTER-REC.
000890     88 END-OF-VEHICLE-MASTER VALUE HIGH-VALUES.
000900     02  VM-VEHICLE-ID           PIC X(5).
000910     02  VM-MAKE                 PIC X(15).
000920     02  VM-REGISTRATION         PIC X(10).
000930     02  VM-SERVICE-INTERVAL     PIC 9(6).
000940     02  VM-ODO-AT-SERVICE       PIC 9(6).
000950     02  VM-CURRENT-ODOMETER     PIC 9(6).

000960 FD  DRIVER-MASTER-FILE.
000970 01  DRIVER-MASTER-REC.
000980     88 END-OF-DRIVER-MASTER VALUE HIGH-VALUES.
000990     02  DM-DRIVER-ID            PIC X(5).
001000     02  DM-DRIVER-NAME          PIC X(20).
001010     02  DM-ACTIVE-FLAG          PIC X.
001020     02  DM-MILE-RATE            PIC V999.

001030*    THE MONTH'S FUEL COST PER BRANCH FOR GLEXTRACT, STAMPED WITH
001040*    THE BUSINESS DATE THE RUN WORKED UNDER.
001050 FD  FUEL-VALUE-FILE.
001060 01  FUEL-VALUE-REC.
001070     02  FV-RUN-DATE             PIC 9(8).
001080     02  FV-BRANCH               PIC 99.
001090     02  FV-FUEL-COST            PIC S9(7)V99.

001100 FD  FUEL-RATE-FILE.
001110     COPY FUELRATE.

001120 FD  FUEL-REPORT.
001130 01  PRINT-LINE                  PIC X(100).

001140 FD  BATCH-PARM-FILE.
001150     COPY BATCHPARM.

001160 FD  RUN-CONTROL-FILE.
001170     COPY RUNCTL.

001180 FD  AUDIT-TRAIL-FILE.
001190     COPY AUDITREC.

001200 WORKING-STORAGE SECTION.

001210 01  WS-BATCHPARM-STATUS         PIC XX.
001220 01  WS-PARM-SWITCHES.
001230     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
001240         88  END-OF-PARM-DATA    VALUE "Y".

001250 01  WS-PARM-SOURCES.
001260     02  WS-PARM-SOURCE-1       PIC X(16)
001270             VALUE "DEFAULT".
001280     02  WS-PARM-SOURCE-2       PIC X(16)
001290             VALUE "DEFAULT".

001300 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
001310             VALUE "PARAMETERS IN FORCE".

001320 01  PARM-AUDIT-LINE.
001330     02  PRN-PARM-NAME           PIC X(20).
001340     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
001350     02  FILLER                  PIC X(2) VALUE SPACES.
001360     02  PRN-PARM-SOURCE         PIC X(16).

001370*    A FILL MORE THAN THIS PERCENTAGE BELOW THE VAN'S MPG FOR THE
001380*    MONTH IS FLAGGED; AN ODOMETER THIS MANY MILES OUTSIDE THE
001390*    LOGGED READINGS IS FLAGGED.
001400 77  WS-ECON-DROP-PCT            PIC 99      VALUE 20.
001410 77  WS-ODO-TOLERANCE            PIC 999     VALUE 10.

001420 77  WS-LITRES-PER-GALLON        PIC 9V99999 VALUE 4.54609.
001430 77  WS-KM-PER-MILE              PIC 9V999999 VALUE 1.609344.

001440 01  REPORT-HEADING-LINE         PIC X(40)
001450             VALUE "   AROMAMORA FLEET FUEL ECONOMY".

001460 01  REPORT-HEADING-UNDERLINE.
001470     02  FILLER                  PIC X(3)  VALUE SPACES.
001480     02  FILLER                  PIC X(28) VALUE ALL "-".

001490 01  RUN-DATE-LINE.
001500     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001510     02  PRN-RUN-MM              PIC 99.
001520     02  FILLER                  PIC X VALUE "/".
001530     02  PRN-RUN-DD              PIC 99.
001540     02  FILLER                  PIC X VALUE "/".
001550     02  PRN-RUN-YYYY            PIC 9(4).

001560 01  PERIOD-LINE.
001570     02  FILLER                  PIC X(14)
001580             VALUE "REPORT MONTH: ".
001590     02  PRN-PERIOD-MM           PIC 99.
001600     02  FILLER                  PIC X VALUE "/".
001610     02  PRN-PERIOD-YYYY         PIC 9(4).

001620 01  REJECT-HEADING-LINE         PIC X(40)
001630             VALUE "FILLS REJECTED - NOT POSTED".

001640 01  REJECT-TOPIC-LINE           PIC X(70) VALUE
001650         "VEH   FILL DATE   LITRES     AMOUNT  REASON".

001660 01  REJECT-DETAIL-LINE.
001670     02  PRN-RJ-VEHICLE-ID       PIC X(5).
001680     02  FILLER                  PIC X     VALUE SPACE.
001690     02  PRN-RJ-FILL-DATE        PIC 9(8).
001700     02  PRN-RJ-LITRES           PIC BBZ,ZZ9.99.
001710     02  PRN-RJ-AMOUNT           PIC BB$$,$$9.99.
001720     02  FILLER                  PIC X(2)  VALUE SPACES.
001730     02  PRN-RJ-REASON           PIC X(30).

001740 01  FILL-HEADING-LINE           PIC X(40)
001750             VALUE "FILLS POSTED".

001760 01  FILL-TOPIC-LINE.
001770     02  FILLER                  PIC X(6)  VALUE "VEH".
001780     02  FILLER                  PIC X(11) VALUE "FILL DATE".
001790     02  FILLER                  PIC X(7)  VALUE "DRIVER".
001800     02  FILLER                  PIC X(2)  VALUE "BR".
001810     02  FILLER                  PIC X(9)  VALUE " ODOMETER".
001820     02  FILLER                  PIC X(10) VALUE "    LITRES".
001830     02  FILLER                  PIC X(11) VALUE "     AMOUNT".
001840     02  FILLER                  PIC X(8)  VALUE "   MILES".
001850     02  FILLER                  PIC X(8)  VALUE "     MPG".
001860     02  FILLER                  PIC X(6)  VALUE "  FLAG".

001870 01  FILL-DETAIL-LINE.
001880     02  PRN-FL-VEHICLE-ID       PIC X(5).
001890     02  FILLER                  PIC X     VALUE SPACE.
001900     02  PRN-FL-MM               PIC 99.
001910     02  FILLER                  PIC X     VALUE "/".
001920     02  PRN-FL-DD               PIC 99.
001930     02  FILLER                  PIC X     VALUE "/".
001940     02  PRN-FL-YYYY             PIC 9(4).
001950     02  FILLER                  PIC X     VALUE SPACE.
001960     02  PRN-FL-DRIVER-ID        PIC X(5).
001970     02  FILLER                  PIC X(2)  VALUE SPACES.
001980     02  PRN-FL-BRANCH           PIC 99.
001990     02  PRN-FL-ODOMETER         PIC BBZZZ,ZZ9.
002000     02  PRN-FL-LITRES           PIC BBZ,ZZ9.99.
002010     02  PRN-FL-AMOUNT           PIC BB$$,$$9.99.
002020     02  PRN-FL-MILES            PIC BBZZ,ZZ9 BLANK WHEN ZERO.
002030     02  PRN-FL-MPG              PIC BBZZZ9.9 BLANK WHEN ZERO.
002040     02  FILLER                  PIC X(2)  VALUE SPACES.
002050     02  PRN-FL-FLAG             PIC X(26).

002060 01  VEHICLE-HEADING-LINE        PIC X(40)
002070             VALUE "FUEL ECONOMY BY VEHICLE".

002080 01  VEHICLE-TOPIC-LINE.
002090     02  FILLER                  PIC X(6)  VALUE "VEH".
002100     02  FILLER                  PIC X(11) VALUE "REG".
002110     02  FILLER                  PIC X(5)  VALUE "FILLS".
002120     02  FILLER                  PIC X(10) VALUE " LOGGED MI".
002130     02  FILLER                  PIC X(11) VALUE "     LITRES".
002140     02  FILLER                  PIC X(12) VALUE "   FUEL COST".
002150     02  FILLER                  PIC X(8)  VALUE "     MPG".
002160     02  FILLER                  PIC X(8)  VALUE " L/100KM".
002170     02  FILLER                  PIC X(9)  VALUE "  COST/MI".
002180     02  FILLER                  PIC X(6)  VALUE " FLAGS".

002190 01  VEHICLE-DETAIL-LINE.
002200     02  PRN-VS-VEHICLE-ID       PIC X(5).
002210     02  FILLER                  PIC X     VALUE SPACE.
002220     02  PRN-VS-REGISTRATION     PIC X(10).
002230     02  FILLER                  PIC X     VALUE SPACE.
002240     02  PRN-VS-FILLS            PIC BBZZ9.
002250     02  PRN-VS-LOGGED-MILES     PIC BBBZZZ,ZZ9.
002260     02  PRN-VS-LITRES           PIC BBZZ,ZZ9.99.
002270     02  PRN-VS-FUEL-COST        PIC BB$$$,$$9.99.
002280     02  PRN-VS-MPG              PIC BBZZZ9.9 BLANK WHEN ZERO.
002290     02  PRN-VS-L100KM           PIC BBBZZ9.9 BLANK WHEN ZERO.
002300     02  PRN-VS-COST-PER-MILE    PIC BBBZ.9999 BLANK WHEN ZERO.
002310     02  PRN-VS-FLAGS            PIC BBBZZ9.

002320 01  DRIVER-HEADING-LINE         PIC X(40)
002330             VALUE "FUEL ECONOMY BY DRIVER".

002340 01  DRIVER-TOPIC-LINE.
002350     02  FILLER                  PIC X(6)  VALUE "DRV".
002360     02  FILLER                  PIC X(21) VALUE "NAME".
002370     02  FILLER                  PIC X(10) VALUE " LOGGED MI".
002380     02  FILLER                  PIC X(6)  VALUE " FILLS".
002390     02  FILLER                  PIC X(11) VALUE "     LITRES".
002400     02  FILLER                  PIC X(12) VALUE "   FUEL COST".
002410     02  FILLER                  PIC X(8)  VALUE "     MPG".
002420     02  FILLER                  PIC X(8)  VALUE " L/100KM".

002430 01  DRIVER-DETAIL-LINE.
002440     02  PRN-DS-DRIVER-ID        PIC X(5).
002450     02  FILLER                  PIC X     VALUE SPACE.
002460     02  PRN-DS-DRIVER-NAME      PIC X(20).
002470     02  FILLER                  PIC X     VALUE SPACE.
002480     02  PRN-DS-LOGGED-MILES     PIC BBBZZZ,ZZ9.
002490     02  PRN-DS-FILLS            PIC BBBZZ9.
002500     02  PRN-DS-LITRES           PIC BBZZ,ZZ9.99.
002510     02  PRN-DS-FUEL-COST        PIC BB$$$,$$9.99.
002520     02  PRN-DS-MPG              PIC BBZZZ9.9 BLANK WHEN ZERO.
002530     02  PRN-DS-L100KM           PIC BBBZZ9.9 BLANK WHEN ZERO.

002540 01  BRANCH-HEADING-LINE         PIC X(40)
002550             VALUE "FUEL COST BY BRANCH - POSTED TO 6110".

002560 01  BRANCH-DETAIL-LINE.
002570     02  FILLER                  PIC X(7)  VALUE "BRANCH ".
002580     02  PRN-BR-BRANCH           PIC 99.
002590     02  PRN-BR-FUEL-COST        PIC BBB$$$,$$9.99.

002600 01  NONE-LINE                   PIC X(20)
002610             VALUE "  NONE.".

002620 01  TOTAL-COST-LINE.
002630     02  FILLER          PIC X(22) VALUE "FUEL COST POSTED     :".
002640     02  PRN-TOTAL-COST          PIC B$$$$,$$9.99.
002650     02  FILLER          PIC X(11) VALUE "   LITRES: ".
002660     02  PRN-TOTAL-LITRES        PIC ZZZ,ZZ9.99.

002670 01  COUNT-LINE.
002680     02  PRN-COUNT-LABEL         PIC X(22).
002690     02  PRN-COUNT               PIC BZZZ9.

002700 01  VEHICLE-TABLE.
002710     02  VEH-ENTRY OCCURS 50 TIMES.
002720         03  VT-VEHICLE-ID       PIC X(5).
002730         03  VT-REGISTRATION     PIC X(10).
002740         03  VT-LOGGED-MILES     PIC 9(6).
002750         03  VT-FILL-COUNT       PIC 999.
002760         03  VT-LITRES           PIC 9(6)V99.
002770         03  VT-FUEL-COST        PIC 9(7)V99.
002780         03  VT-ECON-MILES       PIC 9(6).
002790         03  VT-ECON-LITRES      PIC 9(6)V99.
002800         03  VT-LAST-FILL-ODO    PIC 9(6).
002810         03  VT-LAST-FILL-SWITCH PIC X.
002820             88  VT-HAS-LAST-FILL VALUE "Y".
002830         03  VT-NORM-MPG         PIC 9(4)V9.
002840         03  VT-FLAG-COUNT       PIC 999.

002850 01  VT-COUNT                    PIC 99      VALUE ZERO.
002860 01  VT-SUB                      PIC 99.
002870 01  VT-MATCHED-SUB              PIC 99.

002880 01  DRIVER-TABLE.
002890     02  DRV-ENTRY OCCURS 50 TIMES.
002900         03  DRV-DRIVER-ID       PIC X(5).
002910         03  DRV-DRIVER-NAME     PIC X(20).
002920         03  DRV-LOGGED-MILES    PIC 9(6).
002930         03  DRV-FILL-COUNT      PIC 999.
002940         03  DRV-LITRES          PIC 9(6)V99.
002950         03  DRV-FUEL-COST       PIC 9(7)V99.
002960         03  DRV-ECON-MILES      PIC 9(6).
002970         03  DRV-ECON-LITRES     PIC 9(6)V99.

002980 01  DRV-COUNT                   PIC 99      VALUE ZERO.
002990 01  DRV-SUB                     PIC 99.
003000 01  DRV-MATCHED-SUB             PIC 99.

003010*    THE MONTH'S TRIPS FOR VANS ON THE MASTER, AS LOGGED.
003020 01  TRIP-TABLE.
003030     02  TRIP-ENTRY OCCURS 2000 TIMES.
003040         03  TRP-VEHICLE-SUB     PIC 99.
003050         03  TRP-DRIVER-SUB      PIC 99.
003060         03  TRP-LOG-DATE        PIC 9(8).
003070         03  TRP-START-ODO       PIC 9(6).
003080         03  TRP-END-ODO         PIC 9(6).
003090         03  TRP-BRANCH          PIC 99.

003100 01  TRP-COUNT                   PIC 9(4)    VALUE ZERO.
003110 01  TRP-SUB                     PIC 9(4).

003120*    THE POSTED FILLS, HELD UNTIL EACH VAN'S NORM IS KNOWN.
003130 01  FILL-TABLE.
003140     02  FILL-ENTRY OCCURS 1000 TIMES.
003150         03  FL-VEHICLE-SUB      PIC 99.
003160         03  FL-DRIVER-SUB       PIC 99.
003170         03  FL-FILL-DATE        PIC 9(8).
003180         03  FL-ODOMETER         PIC 9(6).
003190         03  FL-LITRES           PIC 9(4)V99.
003200         03  FL-AMOUNT           PIC 9(5)V99.
003210         03  FL-BRANCH           PIC 99.
003220         03  FL-ECON-MILES       PIC 9(6).
003230         03  FL-MPG              PIC 9(4)V9.
003240         03  FL-FLAG             PIC X(26).

003250 01  FL-COUNT                    PIC 9(4)    VALUE ZERO.
003260 01  FL-SUB                      PIC 9(4).

003270 01  BRANCH-COST-TABLE.
003280     02  BRANCH-FUEL-COST        PIC 9(7)V99 OCCURS 99 TIMES.

003290 01  BR-SUB                      PIC 99.

003300*    WHAT THE LOGGED TRIPS SAY ABOUT ONE FILL - THE READINGS
003310*    EITHER SIDE OF IT AND THE TRIP THAT OWNS IT.
003320 01  WS-MATCH-FIELDS.
003330     02  WS-TRIPS-FOUND          PIC 9(4).
003340     02  WS-LOW-ODO              PIC 9(6).
003350     02  WS-HIGH-ODO             PIC 9(6).
003360     02  WS-DAY-LOW-ODO          PIC 9(6).
003370     02  WS-DAY-HIGH-ODO         PIC 9(6).
003380     02  WS-DAY-TRIP-SWITCH      PIC X.
003390         88  DAY-TRIP-FOUND      VALUE "Y".
003400     02  WS-DAY-DRIVER-SUB       PIC 99.
003410     02  WS-DAY-BRANCH           PIC 99.
003420     02  WS-BEFORE-DATE          PIC 9(8).
003430     02  WS-BEFORE-DRIVER-SUB    PIC 99.
003440     02  WS-BEFORE-BRANCH        PIC 99.
003450     02  WS-AFTER-DATE           PIC 9(8).
003460     02  WS-AFTER-DRIVER-SUB     PIC 99.
003470     02  WS-AFTER-BRANCH         PIC 99.
003480     02  WS-LOW-LIMIT            PIC S9(7).
003490     02  WS-HIGH-LIMIT           PIC 9(7).

003500 01  WS-CALC-FIELDS.
003510     02  WS-CALC-MILES           PIC 9(6).
003520     02  WS-CALC-LITRES          PIC 9(6)V99.
003530     02  WS-CALC-WORK            PIC 9(9)V9(5).
003540     02  WS-CALC-KM              PIC 9(7)V9(6).
003550     02  WS-CALC-MPG             PIC 9(6)V9.
003560     02  WS-CALC-L100KM          PIC 9(6)V9.
003570     02  WS-THRESHOLD-MPG        PIC 9(4)V9.
003580     02  WS-KEEP-PCT             PIC 999.
003590     02  WS-COST-PER-MILE        PIC 9V9999.
003600     02  WS-REJECT-REASON        PIC X(30).

003610 01  WS-TOTALS.
003620     02  WS-TOTAL-COST           PIC 9(7)V99 VALUE ZERO.
003630     02  WS-TOTAL-LITRES         PIC 9(7)V99 VALUE ZERO.
003640     02  WS-FLAGGED-COUNT        PIC 9(4)    VALUE ZERO.
003650     02  WS-TRIPS-SKIPPED        PIC 9(4)    VALUE ZERO.
003660     02  WS-BRANCH-ROWS          PIC 99      VALUE ZERO.

003670 01  WS-SWITCHES.
003680     02  WS-FUEL-EOF             PIC X       VALUE "N".
003690         88  END-OF-FUEL-DATA    VALUE "Y".
003700     02  WS-MLGHIST-EOF          PIC X       VALUE "N".
003710         88  END-OF-MLGHIST-DATA VALUE "Y".
003720     02  WS-VEHMAST-EOF          PIC X       VALUE "N".
003730         88  END-OF-VEHMAST-DATA VALUE "Y".
003740     02  WS-DRVMAST-EOF          PIC X       VALUE "N".
003750         88  END-OF-DRVMAST-DATA VALUE "Y".
003760     02  VT-FOUND-SWITCH         PIC X       VALUE "N".
003770         88  VT-ENTRY-FOUND      VALUE "Y".
003780     02  DRV-FOUND-SWITCH        PIC X       VALUE "N".
003790         88  DRV-ENTRY-FOUND     VALUE "Y".

003800 01  WS-FILE-STATUSES.
003810     02  WS-FUELCARD-STATUS      PIC XX.
003820     02  WS-MLGHIST-STATUS       PIC XX.
003830     02  WS-VEHMAST-STATUS       PIC XX.
003840     02  WS-DRVMAST-STATUS       PIC XX.
003850     02  WS-RUNCTL-STATUS        PIC XX.

003860 01  WS-CURRENT-DATE.
003870     02  WS-CURRENT-DATE-YYYYMMDD.
003880         03  WS-CURRENT-YYYY     PIC 9(4).
003890         03  WS-CURRENT-MM       PIC 99.
003900         03  WS-CURRENT-DD       PIC 99.
003910 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003920     02  WS-REPORT-PERIOD        PIC 9(6).
003930     02  FILLER                  PIC 99.

003940 01  WS-DATE-WORK                PIC 9(8).
003950 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003960     02  WS-DW-PERIOD            PIC 9(6).
003970     02  WS-DW-DD                PIC 99.
003980 01  WS-DATE-WORK-YMD REDEFINES WS-DATE-WORK.
003990     02  WS-DW-YYYY              PIC 9(4).
004000     02  WS-DW-MM                PIC 99.
004010     02  FILLER                  PIC 99.

004020 01  WS-AUDIT-FIELDS.
004030     02  WS-AUDIT-START-TIME     PIC 9(8).
004040     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
004050     02  WS-RECORDS-REJECTED     PIC 9(7)    VALUE ZERO.

004060 PROCEDURE DIVISION.
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004090     PERFORM 2000-PROCESS-FILL THRU 2000-PROCESS-FILL-EXIT
004100         UNTIL END-OF-FUEL-DATA.
004110     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004120     STOP RUN.

004130 1000-INITIALIZE.
004140     PERFORM 1005-READ-RUN-CONTROL THRU
004150         1005-READ-RUN-CONTROL-EXIT.
004160*    NO STATEMENT, NO RUN - NOTHING IS WRITTEN OVER LAST
004170*    MONTH'S FILES UNTIL THE CARD COMPANY'S FILE IS IN PLACE.
004180     OPEN INPUT FUEL-CARD-FILE.
004190     IF WS-FUELCARD-STATUS NOT = "00"
004200         DISPLAY "FUELECON: FUELCARD.DAT MISSING"
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     CLOSE FUEL-CARD-FILE.
004250     PERFORM 1030-LOAD-PARAMETERS THRU
004260         1030-LOAD-PARAMETERS-EXIT.
004270     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
004280     MOVE ZEROS TO BRANCH-COST-TABLE.
004290     PERFORM 1040-LOAD-VEHICLES THRU 1040-LOAD-VEHICLES-EXIT.
004300     PERFORM 1060-LOAD-DRIVERS THRU 1060-LOAD-DRIVERS-EXIT.
004310     PERFORM 1080-LOAD-TRIPS THRU 1080-LOAD-TRIPS-EXIT.
004320     OPEN OUTPUT FUEL-REPORT.
004330     MOVE WS-CURRENT-MM              TO PRN-RUN-MM
004340                                        PRN-PERIOD-MM.
004350     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
004360     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY
004370                                        PRN-PERIOD-YYYY.
004380     MOVE SPACES TO PRINT-LINE.
004390     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004400     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004410     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004420     WRITE PRINT-LINE FROM PERIOD-LINE.
004430     MOVE SPACES TO PRINT-LINE.
004440     WRITE PRINT-LINE.
004450     PERFORM 1130-PRINT-PARM-AUDIT THRU
004460         1130-PRINT-PARM-AUDIT-EXIT.
004470     WRITE PRINT-LINE FROM REJECT-HEADING-LINE.
004480     WRITE PRINT-LINE FROM REJECT-TOPIC-LINE.
004490     SORT WORK-FILE
004500         ON ASCENDING KEY WK-VEHICLE-ID
004510                          WK-FILL-DATE
004520                          WK-ODOMETER
004530         USING FUEL-CARD-FILE
004540         GIVING FUEL-SORTED-FILE.
004550     OPEN INPUT FUEL-SORTED-FILE.
004560     PERFORM 2900-READ-FILL THRU 2900-READ-FILL-EXIT.
004570 1000-INITIALIZE-EXIT.
004580     EXIT.

004590 1005-READ-RUN-CONTROL.
004600     OPEN INPUT RUN-CONTROL-FILE.
004610     IF WS-RUNCTL-STATUS NOT = "00"
004620         DISPLAY "FUELECON: RUN CONTROL RECORD MISSING"
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     READ RUN-CONTROL-FILE
004670         AT END
004680             DISPLAY "FUELECON: RUN CONTROL RECORD MISSING"
004690             MOVE 16 TO RETURN-CODE
004700             STOP RUN
004710     END-READ.
004720     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
004730     CLOSE RUN-CONTROL-FILE.
004740 1005-READ-RUN-CONTROL-EXIT.
004750     EXIT.

004760*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
004770*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
004780 1030-LOAD-PARAMETERS.
004790     OPEN INPUT BATCH-PARM-FILE.
004800     IF WS-BATCHPARM-STATUS NOT = "00"
004810         SET END-OF-PARM-DATA TO TRUE
004820         GO TO 1030-LOAD-PARAMETERS-EXIT
004830     END-IF.
004840     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
004850         UNTIL END-OF-PARM-DATA.
004860     CLOSE BATCH-PARM-FILE.
004870 1030-LOAD-PARAMETERS-EXIT.
004880     EXIT.

004890 1032-READ-PARM.
004900     READ BATCH-PARM-FILE
004910         AT END
004920             SET END-OF-BATCH-PARM TO TRUE
004930             SET END-OF-PARM-DATA TO TRUE
004940     END-READ.
004950     IF END-OF-PARM-DATA
004960         GO TO 1032-READ-PARM-EXIT
004970     END-IF.
004980     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
004990 1032-READ-PARM-EXIT.
005000     EXIT.

005010 1034-APPLY-PARM.
005020     IF BP-PARM-NAME = "FUEL-ECON-DROP-PCT"
005030         IF BP-PARM-VALUE >= 5
005040             AND BP-PARM-VALUE <= 90
005050             MOVE BP-PARM-VALUE TO WS-ECON-DROP-PCT
005060             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
005070         ELSE
005080             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
005090         END-IF
005100     END-IF.
005110     IF BP-PARM-NAME = "FUEL-ODO-TOLERANCE"
005120         IF BP-PARM-VALUE <= 500
005130             MOVE BP-PARM-VALUE TO WS-ODO-TOLERANCE
005140             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-2
005150         ELSE
005160             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-2
005170         END-IF
005180     END-IF.
005190 1034-APPLY-PARM-EXIT.
005200     EXIT.

005210*    A FILL IS ONLY MATCHED TO A VAN ON THE MASTER - NO MASTER,
005220*    NO RUN.
005230 1040-LOAD-VEHICLES.
005240     OPEN INPUT VEHICLE-MASTER-FILE.
005250     IF WS-VEHMAST-STATUS NOT = "00"
005260         DISPLAY "FUELECON: VEHMAST.DAT MISSING"
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     PERFORM 1045-READ-VEHICLE THRU 1045-READ-VEHICLE-EXIT
005310         UNTIL END-OF-VEHMAST-DATA.
005320     CLOSE VEHICLE-MASTER-FILE.
005330 1040-LOAD-VEHICLES-EXIT.
005340     EXIT.

005350 1045-READ-VEHICLE.
005360     READ VEHICLE-MASTER-FILE
005370         AT END
005380             SET END-OF-VEHICLE-MASTER TO TRUE
005390             SET END-OF-VEHMAST-DATA TO TRUE
005400             GO TO 1045-READ-VEHICLE-EXIT
005410     END-READ.
005420     IF VT-COUNT >= 50
005430         DISPLAY "FUELECON: MORE THAN 50 VEHICLES ON VEHMAST.DAT"
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF.
005470     ADD 1 TO VT-COUNT.
005480     MOVE VM-VEHICLE-ID   TO VT-VEHICLE-ID (VT-COUNT).
005490     MOVE VM-REGISTRATION TO VT-REGISTRATION (VT-COUNT).
005500     MOVE ZEROS TO VT-LOGGED-MILES (VT-COUNT)
005510                   VT-FILL-COUNT (VT-COUNT)
005520                   VT-LITRES (VT-COUNT)
005530                   VT-FUEL-COST (VT-COUNT)
005540                   VT-ECON-MILES (VT-COUNT)
005550                   VT-ECON-LITRES (VT-COUNT)
005560                   VT-LAST-FILL-ODO (VT-COUNT)
005570                   VT-NORM-MPG (VT-COUNT)
005580                   VT-FLAG-COUNT (VT-COUNT).
005590     MOVE "N" TO VT-LAST-FILL-SWITCH (VT-COUNT).
005600 1045-READ-VEHICLE-EXIT.
005610     EXIT.

005620*    NAMES ONLY - A DRIVER ON THE LOG BUT NOT THE MASTER IS
005630*    STILL REPORTED, UNDER HIS ID.
005640 1060-LOAD-DRIVERS.
005650     OPEN INPUT DRIVER-MASTER-FILE.
005660     IF WS-DRVMAST-STATUS NOT = "00"
005670         GO TO 1060-LOAD-DRIVERS-EXIT
005680     END-IF.
005690     PERFORM 1065-READ-DRIVER THRU 1065-READ-DRIVER-EXIT
005700         UNTIL END-OF-DRVMAST-DATA.
005710     CLOSE DRIVER-MASTER-FILE.
005720 1060-LOAD-DRIVERS-EXIT.
005730     EXIT.

005740 1065-READ-DRIVER.
005750     READ DRIVER-MASTER-FILE
005760         AT END
005770             SET END-OF-DRIVER-MASTER TO TRUE
005780             SET END-OF-DRVMAST-DATA TO TRUE
005790             GO TO 1065-READ-DRIVER-EXIT
005800     END-READ.
005810     MOVE DM-DRIVER-ID TO MH-DRIVER-ID.
005820     PERFORM 1070-ADD-DRIVER THRU 1070-ADD-DRIVER-EXIT.
005830     MOVE DM-DRIVER-NAME TO DRV-DRIVER-NAME (DRV-COUNT).
005840 1065-READ-DRIVER-EXIT.
005850     EXIT.

005860 1070-ADD-DRIVER.
005870     IF DRV-COUNT >= 50
005880         DISPLAY "FUELECON: MORE THAN 50 DRIVERS"
005890         MOVE 16 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920     ADD 1 TO DRV-COUNT.
005930     MOVE MH-DRIVER-ID TO DRV-DRIVER-ID (DRV-COUNT).
005940     MOVE "NOT ON DRIVER MASTER" TO DRV-DRIVER-NAME (DRV-COUNT).
005950     MOVE ZEROS TO DRV-LOGGED-MILES (DRV-COUNT)
005960                   DRV-FILL-COUNT (DRV-COUNT)
005970                   DRV-LITRES (DRV-COUNT)
005980                   DRV-FUEL-COST (DRV-COUNT)
005990                   DRV-ECON-MILES (DRV-COUNT)
006000                   DRV-ECON-LITRES (DRV-COUNT).
006010     MOVE DRV-COUNT TO DRV-MATCHED-SUB.
006020 1070-ADD-DRIVER-EXIT.
006030     EXIT.

006040*    THE MONTH'S TRIPS. A MISSING HISTORY LEAVES EVERY FILL
006050*    UNMATCHED, WHICH THE REPORT THEN SAYS.
006060 1080-LOAD-TRIPS.
006070     OPEN INPUT MILEAGE-HISTORY-FILE.
006080     IF WS-MLGHIST-STATUS NOT = "00"
006090         GO TO 1080-LOAD-TRIPS-EXIT
006100     END-IF.
006110     PERFORM 1085-READ-TRIP THRU 1085-READ-TRIP-EXIT
006120         UNTIL END-OF-MLGHIST-DATA.
006130     CLOSE MILEAGE-HISTORY-FILE.
006140 1080-LOAD-TRIPS-EXIT.
006150     EXIT.

006160 1085-READ-TRIP.
006170     READ MILEAGE-HISTORY-FILE
006180         AT END
006190             SET END-OF-MILEAGE-HIST TO TRUE
006200             SET END-OF-MLGHIST-DATA TO TRUE
006210             GO TO 1085-READ-TRIP-EXIT
006220     END-READ.
006230     MOVE MH-LOG-DATE TO WS-DATE-WORK.
006240     IF WS-DW-PERIOD NOT = WS-REPORT-PERIOD
006250         GO TO 1085-READ-TRIP-EXIT
006260     END-IF.
006270     MOVE MH-VEHICLE-ID TO FC-VEHICLE-ID.
006280     PERFORM 2100-FIND-VEHICLE THRU 2100-FIND-VEHICLE-EXIT.
006290     IF NOT VT-ENTRY-FOUND
006300         OR MH-END-ODOMETER < MH-START-ODOMETER
006310         ADD 1 TO WS-TRIPS-SKIPPED
006320         GO TO 1085-READ-TRIP-EXIT
006330     END-IF.
006340     IF TRP-COUNT >= 2000
006350         DISPLAY "FUELECON: MORE THAN 2000 TRIPS IN THE MONTH"
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     PERFORM 2150-FIND-DRIVER THRU 2150-FIND-DRIVER-EXIT.
006400     IF NOT DRV-ENTRY-FOUND
006410         PERFORM 1070-ADD-DRIVER THRU 1070-ADD-DRIVER-EXIT
006420     END-IF.
006430     ADD 1 TO TRP-COUNT.
006440     MOVE VT-MATCHED-SUB    TO TRP-VEHICLE-SUB (TRP-COUNT).
006450     MOVE DRV-MATCHED-SUB   TO TRP-DRIVER-SUB (TRP-COUNT).
006460     MOVE MH-LOG-DATE       TO TRP-LOG-DATE (TRP-COUNT).
006470     MOVE MH-START-ODOMETER TO TRP-START-ODO (TRP-COUNT).
006480     MOVE MH-END-ODOMETER   TO TRP-END-ODO (TRP-COUNT).
006490     IF MH-BRANCH NOT NUMERIC
006500         OR MH-BRANCH = ZERO
006510         MOVE 01 TO TRP-BRANCH (TRP-COUNT)
006520     ELSE
006530         MOVE MH-BRANCH TO TRP-BRANCH (TRP-COUNT)
006540     END-IF.
006550     SUBTRACT MH-START-ODOMETER FROM MH-END-ODOMETER
006560         GIVING WS-CALC-MILES.
006570     ADD WS-CALC-MILES TO VT-LOGGED-MILES (VT-MATCHED-SUB)
006580                          DRV-LOGGED-MILES (DRV-MATCHED-SUB).
006590 1085-READ-TRIP-EXIT.
006600     EXIT.

006610 1130-PRINT-PARM-AUDIT.
006620     MOVE SPACES TO PRINT-LINE.
006630     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
006640     MOVE "FUEL-ECON-DROP-PCT" TO PRN-PARM-NAME.
006650     MOVE WS-ECON-DROP-PCT TO PRN-PARM-VALUE.
006660     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
006670     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
006680     MOVE "FUEL-ODO-TOLERANCE" TO PRN-PARM-NAME.
006690     MOVE WS-ODO-TOLERANCE TO PRN-PARM-VALUE.
006700     MOVE WS-PARM-SOURCE-2 TO PRN-PARM-SOURCE.
006710     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
006720     MOVE SPACES TO PRINT-LINE.
006730     WRITE PRINT-LINE.
006740 1130-PRINT-PARM-AUDIT-EXIT.
006750     EXIT.

006760*    A FILL THAT CANNOT BE CHARGED TO A VAN IN THE MONTH IS
006770*    LISTED AND LEFT FOR THE CARD COMPANY TO ANSWER FOR; EVERY
006780*    OTHER FILL IS FUEL BOUGHT AND POSTS, FLAGGED OR NOT.
006790 2000-PROCESS-FILL.
006800     PERFORM 2100-FIND-VEHICLE THRU 2100-FIND-VEHICLE-EXIT.
006810     IF NOT VT-ENTRY-FOUND
006820         MOVE "VEHICLE NOT ON VEHMAST.DAT" TO WS-REJECT-REASON
006830         PERFORM 2800-REJECT-FILL THRU 2800-REJECT-FILL-EXIT
006840         GO TO 2000-PROCESS-FILL-READ
006850     END-IF.
006860     MOVE FC-FILL-DATE TO WS-DATE-WORK.
006870     IF WS-DW-PERIOD NOT = WS-REPORT-PERIOD
006880         MOVE "FILL NOT IN THE REPORT MONTH" TO WS-REJECT-REASON
006890         PERFORM 2800-REJECT-FILL THRU 2800-REJECT-FILL-EXIT
006900         GO TO 2000-PROCESS-FILL-READ
006910     END-IF.
006920     IF FC-LITRES = ZERO
006930         OR FC-AMOUNT = ZERO
006940         MOVE "NO LITRES OR NO AMOUNT" TO WS-REJECT-REASON
006950         PERFORM 2800-REJECT-FILL THRU 2800-REJECT-FILL-EXIT
006960         GO TO 2000-PROCESS-FILL-READ
006970     END-IF.
006980     IF FL-COUNT >= 1000
006990         DISPLAY "FUELECON: MORE THAN 1000 FILLS IN THE MONTH"
007000         MOVE 16 TO RETURN-CODE
007010         STOP RUN
007020     END-IF.
007030     ADD 1 TO FL-COUNT.
007040     MOVE VT-MATCHED-SUB TO FL-VEHICLE-SUB (FL-COUNT).
007050     MOVE FC-FILL-DATE   TO FL-FILL-DATE (FL-COUNT).
007060     MOVE FC-ODOMETER    TO FL-ODOMETER (FL-COUNT).
007070     MOVE FC-LITRES      TO FL-LITRES (FL-COUNT).
007080     MOVE FC-AMOUNT      TO FL-AMOUNT (FL-COUNT).
007090     MOVE ZEROS TO FL-ECON-MILES (FL-COUNT)
007100                   FL-MPG (FL-COUNT).
007110     MOVE SPACES TO FL-FLAG (FL-COUNT).
007120     PERFORM 2200-MATCH-TRIPS THRU 2200-MATCH-TRIPS-EXIT.
007130     PERFORM 2300-CHECK-ODOMETER THRU 2300-CHECK-ODOMETER-EXIT.
007140     ADD 1         TO VT-FILL-COUNT (VT-MATCHED-SUB).
007150     ADD FC-LITRES TO VT-LITRES (VT-MATCHED-SUB)
007160                      WS-TOTAL-LITRES.
007170     ADD FC-AMOUNT TO VT-FUEL-COST (VT-MATCHED-SUB)
007180                      WS-TOTAL-COST
007190                      BRANCH-FUEL-COST (FL-BRANCH (FL-COUNT)).
007200     IF FL-DRIVER-SUB (FL-COUNT) > ZERO
007210         MOVE FL-DRIVER-SUB (FL-COUNT) TO DRV-SUB
007220         ADD 1         TO DRV-FILL-COUNT (DRV-SUB)
007230         ADD FC-LITRES TO DRV-LITRES (DRV-SUB)
007240         ADD FC-AMOUNT TO DRV-FUEL-COST (DRV-SUB)
007250     END-IF.
007260 2000-PROCESS-FILL-READ.
007270     PERFORM 2900-READ-FILL THRU 2900-READ-FILL-EXIT.
007280 2000-PROCESS-FILL-EXIT.
007290     EXIT.

007300 2100-FIND-VEHICLE.
007310     MOVE "N" TO VT-FOUND-SWITCH.
007320     MOVE ZERO TO VT-MATCHED-SUB.
007330     PERFORM 2110-MATCH-VEHICLE THRU 2110-MATCH-VEHICLE-EXIT
007340         VARYING VT-SUB FROM 1 BY 1
007350         UNTIL VT-SUB > VT-COUNT
007360         OR VT-ENTRY-FOUND.
007370 2100-FIND-VEHICLE-EXIT.
007380     EXIT.

007390 2110-MATCH-VEHICLE.
007400     IF VT-VEHICLE-ID (VT-SUB) = FC-VEHICLE-ID
007410         MOVE VT-SUB TO VT-MATCHED-SUB
007420         SET VT-ENTRY-FOUND TO TRUE
007430     END-IF.
007440 2110-MATCH-VEHICLE-EXIT.
007450     EXIT.

007460 2150-FIND-DRIVER.
007470     MOVE "N" TO DRV-FOUND-SWITCH.
007480     MOVE ZERO TO DRV-MATCHED-SUB.
007490     PERFORM 2160-MATCH-DRIVER THRU 2160-MATCH-DRIVER-EXIT
007500         VARYING DRV-SUB FROM 1 BY 1
007510         UNTIL DRV-SUB > DRV-COUNT
007520         OR DRV-ENTRY-FOUND.
007530 2150-FIND-DRIVER-EXIT.
007540     EXIT.

007550 2160-MATCH-DRIVER.
007560     IF DRV-DRIVER-ID (DRV-SUB) = MH-DRIVER-ID
007570         MOVE DRV-SUB TO DRV-MATCHED-SUB
007580         SET DRV-ENTRY-FOUND TO TRUE
007590     END-IF.
007600 2160-MATCH-DRIVER-EXIT.
007610     EXIT.

007620*    THE VAN'S TRIPS EITHER SIDE OF THE FILL BOUND ITS ODOMETER:
007630*    NOT BELOW THE LAST CLOSING READING OF AN EARLIER DAY, NOT
007640*    ABOVE THE FIRST START READING OF A LATER ONE, AND WITHIN
007650*    THE DAY'S OWN READINGS IF THE VAN WAS OUT THAT DAY. THE
007660*    DAY'S TRIP, FAILING THAT THE LAST ONE BEFORE, FAILING THAT
007670*    THE FIRST ONE AFTER, SAYS WHO DROVE IT AND FROM WHICH SHOP.
007680 2200-MATCH-TRIPS.
007690     MOVE ZEROS TO WS-TRIPS-FOUND
007700                   WS-LOW-ODO
007710                   WS-DAY-HIGH-ODO
007720                   WS-BEFORE-DATE
007730                   WS-DAY-DRIVER-SUB
007740                   WS-DAY-BRANCH
007750                   WS-BEFORE-DRIVER-SUB
007760                   WS-BEFORE-BRANCH
007770                   WS-AFTER-DRIVER-SUB
007780                   WS-AFTER-BRANCH.
007790     MOVE 999999   TO WS-HIGH-ODO
007800                      WS-DAY-LOW-ODO.
007810     MOVE 99999999 TO WS-AFTER-DATE.
007820     MOVE "N"      TO WS-DAY-TRIP-SWITCH.
007830     PERFORM 2210-SCAN-TRIP THRU 2210-SCAN-TRIP-EXIT
007840         VARYING TRP-SUB FROM 1 BY 1 UNTIL TRP-SUB > TRP-COUNT.
007850     IF DAY-TRIP-FOUND
007860         MOVE WS-DAY-DRIVER-SUB TO FL-DRIVER-SUB (FL-COUNT)
007870         MOVE WS-DAY-BRANCH     TO FL-BRANCH (FL-COUNT)
007880         IF WS-DAY-LOW-ODO > WS-LOW-ODO
007890             MOVE WS-DAY-LOW-ODO TO WS-LOW-ODO
007900         END-IF
007910         IF WS-DAY-HIGH-ODO < WS-HIGH-ODO
007920             MOVE WS-DAY-HIGH-ODO TO WS-HIGH-ODO
007930         END-IF
007940         GO TO 2200-MATCH-TRIPS-EXIT
007950     END-IF.
007960     IF WS-BEFORE-BRANCH > ZERO
007970         MOVE WS-BEFORE-DRIVER-SUB TO FL-DRIVER-SUB (FL-COUNT)
007980         MOVE WS-BEFORE-BRANCH     TO FL-BRANCH (FL-COUNT)
007990         GO TO 2200-MATCH-TRIPS-EXIT
008000     END-IF.
008010     IF WS-AFTER-BRANCH > ZERO
008020         MOVE WS-AFTER-DRIVER-SUB TO FL-DRIVER-SUB (FL-COUNT)
008030         MOVE WS-AFTER-BRANCH     TO FL-BRANCH (FL-COUNT)
008040         GO TO 2200-MATCH-TRIPS-EXIT
008050     END-IF.
008060*    NO TRIPS AT ALL - THE ORIGINAL SHOP CARRIES THE COST.
008070     MOVE ZERO TO FL-DRIVER-SUB (FL-COUNT).
008080     MOVE 01   TO FL-BRANCH (FL-COUNT).
008090 2200-MATCH-TRIPS-EXIT.
008100     EXIT.

008110 2210-SCAN-TRIP.
008120     IF TRP-VEHICLE-SUB (TRP-SUB) NOT = VT-MATCHED-SUB
008130         GO TO 2210-SCAN-TRIP-EXIT
008140     END-IF.
008150     ADD 1 TO WS-TRIPS-FOUND.
008160     IF TRP-LOG-DATE (TRP-SUB) < FC-FILL-DATE
008170         IF TRP-END-ODO (TRP-SUB) > WS-LOW-ODO
008180             MOVE TRP-END-ODO (TRP-SUB) TO WS-LOW-ODO
008190         END-IF
008200         IF TRP-LOG-DATE (TRP-SUB) NOT < WS-BEFORE-DATE
008210             MOVE TRP-LOG-DATE (TRP-SUB) TO WS-BEFORE-DATE
008220             MOVE TRP-DRIVER-SUB (TRP-SUB)
008230                 TO WS-BEFORE-DRIVER-SUB
008240             MOVE TRP-BRANCH (TRP-SUB) TO WS-BEFORE-BRANCH
008250         END-IF
008260         GO TO 2210-SCAN-TRIP-EXIT
008270     END-IF.
008280     IF TRP-LOG-DATE (TRP-SUB) > FC-FILL-DATE
008290         IF TRP-START-ODO (TRP-SUB) < WS-HIGH-ODO
008300             MOVE TRP-START-ODO (TRP-SUB) TO WS-HIGH-ODO
008310         END-IF
008320         IF TRP-LOG-DATE (TRP-SUB) < WS-AFTER-DATE
008330             MOVE TRP-LOG-DATE (TRP-SUB) TO WS-AFTER-DATE
008340             MOVE TRP-DRIVER-SUB (TRP-SUB)
008350                 TO WS-AFTER-DRIVER-SUB
008360             MOVE TRP-BRANCH (TRP-SUB) TO WS-AFTER-BRANCH
008370         END-IF
008380         GO TO 2210-SCAN-TRIP-EXIT
008390     END-IF.
008400     SET DAY-TRIP-FOUND TO TRUE.
008410     IF TRP-START-ODO (TRP-SUB) < WS-DAY-LOW-ODO
008420         MOVE TRP-START-ODO (TRP-SUB) TO WS-DAY-LOW-ODO
008430     END-IF.
008440     IF TRP-END-ODO (TRP-SUB) > WS-DAY-HIGH-ODO
008450         MOVE TRP-END-ODO (TRP-SUB) TO WS-DAY-HIGH-ODO
008460     END-IF.
008470     MOVE TRP-DRIVER-SUB (TRP-SUB) TO WS-DAY-DRIVER-SUB.
008480     MOVE TRP-BRANCH (TRP-SUB)     TO WS-DAY-BRANCH.
008490 2210-SCAN-TRIP-EXIT.
008500     EXIT.

008510*    ECONOMY IS FILL TO FILL: THE MILES SINCE THE LAST FILL THAT
008520*    FITTED THE LOG, OVER THE LITRES THIS FILL PUT BACK. THE
008530*    MONTH'S FIRST FILL ONLY SETS THE STARTING READING, AND A
008540*    FILL THAT DOES NOT FIT THE LOG NEITHER MEASURES NOR SETS
008550*    ONE.
008560 2300-CHECK-ODOMETER.
008570     IF WS-TRIPS-FOUND = ZERO
008580         MOVE "NO TRIPS LOGGED FOR VAN" TO FL-FLAG (FL-COUNT)
008590         PERFORM 2350-COUNT-FLAG THRU 2350-COUNT-FLAG-EXIT
008600         GO TO 2300-CHECK-ODOMETER-EXIT
008610     END-IF.
008620     SUBTRACT WS-ODO-TOLERANCE FROM WS-LOW-ODO
008630         GIVING WS-LOW-LIMIT.
008640     ADD WS-ODO-TOLERANCE WS-HIGH-ODO GIVING WS-HIGH-LIMIT.
008650     IF FC-ODOMETER < WS-LOW-LIMIT
008660         OR FC-ODOMETER > WS-HIGH-LIMIT
008670         MOVE "ODOMETER DOES NOT FIT LOG" TO FL-FLAG (FL-COUNT)
008680         PERFORM 2350-COUNT-FLAG THRU 2350-COUNT-FLAG-EXIT
008690         GO TO 2300-CHECK-ODOMETER-EXIT
008700     END-IF.
008710     IF VT-HAS-LAST-FILL (VT-MATCHED-SUB)
008720         AND FC-ODOMETER < VT-LAST-FILL-ODO (VT-MATCHED-SUB)
008730         MOVE "ODOMETER BELOW LAST FILL" TO FL-FLAG (FL-COUNT)
008740         PERFORM 2350-COUNT-FLAG THRU 2350-COUNT-FLAG-EXIT
008750         GO TO 2300-CHECK-ODOMETER-EXIT
008760     END-IF.
008770     IF VT-HAS-LAST-FILL (VT-MATCHED-SUB)
008780         SUBTRACT VT-LAST-FILL-ODO (VT-MATCHED-SUB)
008790             FROM FC-ODOMETER
008800             GIVING FL-ECON-MILES (FL-COUNT)
008810         MOVE FL-ECON-MILES (FL-COUNT) TO WS-CALC-MILES
008820         MOVE FC-LITRES TO WS-CALC-LITRES
008830         PERFORM 7200-CALC-ECONOMY THRU 7200-CALC-ECONOMY-EXIT
008840         MOVE WS-CALC-MPG TO FL-MPG (FL-COUNT)
008850         ADD FL-ECON-MILES (FL-COUNT)
008860             TO VT-ECON-MILES (VT-MATCHED-SUB)
008870         ADD FC-LITRES TO VT-ECON-LITRES (VT-MATCHED-SUB)
008880         IF FL-DRIVER-SUB (FL-COUNT) > ZERO
008890             MOVE FL-DRIVER-SUB (FL-COUNT) TO DRV-SUB
008900             ADD FL-ECON-MILES (FL-COUNT)
008910                 TO DRV-ECON-MILES (DRV-SUB)
008920             ADD FC-LITRES TO DRV-ECON-LITRES (DRV-SUB)
008930         END-IF
008940     END-IF.
008950     MOVE FC-ODOMETER TO VT-LAST-FILL-ODO (VT-MATCHED-SUB).
008960     MOVE "Y" TO VT-LAST-FILL-SWITCH (VT-MATCHED-SUB).
008970 2300-CHECK-ODOMETER-EXIT.
008980     EXIT.

008990 2350-COUNT-FLAG.
009000     ADD 1 TO WS-FLAGGED-COUNT.
009010     ADD 1 TO VT-FLAG-COUNT (FL-VEHICLE-SUB (FL-COUNT)).
009020 2350-COUNT-FLAG-EXIT.
009030     EXIT.

009040 2800-REJECT-FILL.
009050     MOVE SPACES TO REJECT-DETAIL-LINE.
009060     MOVE FC-VEHICLE-ID    TO PRN-RJ-VEHICLE-ID.
009070     MOVE FC-FILL-DATE     TO PRN-RJ-FILL-DATE.
009080     MOVE FC-LITRES        TO PRN-RJ-LITRES.
009090     MOVE FC-AMOUNT        TO PRN-RJ-AMOUNT.
009100     MOVE WS-REJECT-REASON TO PRN-RJ-REASON.
009110     WRITE PRINT-LINE FROM REJECT-DETAIL-LINE.
009120     ADD 1 TO WS-RECORDS-REJECTED.
009130 2800-REJECT-FILL-EXIT.
009140     EXIT.

009150 2900-READ-FILL.
009160     READ FUEL-SORTED-FILE
009170         AT END
009180             SET END-OF-FUEL-CARD TO TRUE
009190             SET END-OF-FUEL-DATA TO TRUE
009200     END-READ.
009210     IF NOT END-OF-FUEL-DATA
009220         ADD 1 TO WS-RECORDS-READ
009230     END-IF.
009240 2900-READ-FILL-EXIT.
009250     EXIT.

009260*    MILES PER IMPERIAL GALLON AND LITRES PER 100 KM FROM
009270*    WS-CALC-MILES AND WS-CALC-LITRES. UNDER A LITRE MEASURES
009280*    NOTHING.
009290 7200-CALC-ECONOMY.
009300     MOVE ZEROS TO WS-CALC-MPG
009310                   WS-CALC-L100KM.
009320     IF WS-CALC-MILES = ZERO
009330         OR WS-CALC-LITRES < 1
009340         GO TO 7200-CALC-ECONOMY-EXIT
009350     END-IF.
009360     MULTIPLY WS-CALC-MILES BY WS-LITRES-PER-GALLON
009370         GIVING WS-CALC-WORK.
009380     DIVIDE WS-CALC-WORK BY WS-CALC-LITRES
009390         GIVING WS-CALC-MPG ROUNDED.
009400     IF WS-CALC-MPG > 9999.9
009410         MOVE 9999.9 TO WS-CALC-MPG
009420     END-IF.
009430     MULTIPLY WS-CALC-MILES BY WS-KM-PER-MILE
009440         GIVING WS-CALC-KM.
009450     MULTIPLY WS-CALC-LITRES BY 100 GIVING WS-CALC-WORK.
009460     DIVIDE WS-CALC-WORK BY WS-CALC-KM
009470         GIVING WS-CALC-L100KM ROUNDED.
009480     IF WS-CALC-L100KM > 999.9
009490         MOVE 999.9 TO WS-CALC-L100KM
009500     END-IF.
009510 7200-CALC-ECONOMY-EXIT.
009520     EXIT.

009530 8000-TERMINATE.
009540     IF WS-RECORDS-REJECTED = ZERO
009550         WRITE PRINT-LINE FROM NONE-LINE
009560     END-IF.
009570     CLOSE FUEL-SORTED-FILE.
009580     PERFORM 8100-SET-VEHICLE-NORM THRU 8100-SET-VEHICLE-NORM-EXIT
009590         VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT.
009600     PERFORM 8150-CHECK-FILL-ECONOMY THRU
009610         8150-CHECK-FILL-ECONOMY-EXIT
009620         VARYING FL-SUB FROM 1 BY 1 UNTIL FL-SUB > FL-COUNT.
009630     MOVE SPACES TO PRINT-LINE.
009640     WRITE PRINT-LINE.
009650     WRITE PRINT-LINE FROM FILL-HEADING-LINE.
009660     WRITE PRINT-LINE FROM FILL-TOPIC-LINE.
009670     IF FL-COUNT = ZERO
009680         WRITE PRINT-LINE FROM NONE-LINE
009690     END-IF.
009700     PERFORM 8200-PRINT-FILL THRU 8200-PRINT-FILL-EXIT
009710         VARYING FL-SUB FROM 1 BY 1 UNTIL FL-SUB > FL-COUNT.
009720     MOVE SPACES TO PRINT-LINE.
009730     WRITE PRINT-LINE.
009740     WRITE PRINT-LINE FROM VEHICLE-HEADING-LINE.
009750     WRITE PRINT-LINE FROM VEHICLE-TOPIC-LINE.
009760     OPEN OUTPUT FUEL-RATE-FILE.
009770     PERFORM 8300-PRINT-VEHICLE THRU 8300-PRINT-VEHICLE-EXIT
009780         VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT.
009790     CLOSE FUEL-RATE-FILE.
009800     MOVE SPACES TO PRINT-LINE.
009810     WRITE PRINT-LINE.
009820     WRITE PRINT-LINE FROM DRIVER-HEADING-LINE.
009830     WRITE PRINT-LINE FROM DRIVER-TOPIC-LINE.
009840     PERFORM 8400-PRINT-DRIVER THRU 8400-PRINT-DRIVER-EXIT
009850         VARYING DRV-SUB FROM 1 BY 1 UNTIL DRV-SUB > DRV-COUNT.
009860     MOVE SPACES TO PRINT-LINE.
009870     WRITE PRINT-LINE.
009880     WRITE PRINT-LINE FROM BRANCH-HEADING-LINE.
009890     OPEN OUTPUT FUEL-VALUE-FILE.
009900     PERFORM 8500-POST-BRANCH THRU 8500-POST-BRANCH-EXIT
009910         VARYING BR-SUB FROM 1 BY 1 UNTIL BR-SUB > 98.
009920     CLOSE FUEL-VALUE-FILE.
009930     IF WS-BRANCH-ROWS = ZERO
009940         WRITE PRINT-LINE FROM NONE-LINE
009950     END-IF.
009960     MOVE SPACES TO PRINT-LINE.
009970     WRITE PRINT-LINE.
009980     MOVE WS-TOTAL-COST   TO PRN-TOTAL-COST.
009990     MOVE WS-TOTAL-LITRES TO PRN-TOTAL-LITRES.
010000     WRITE PRINT-LINE FROM TOTAL-COST-LINE.
010010     MOVE "FILLS READ           :" TO PRN-COUNT-LABEL.
010020     MOVE WS-RECORDS-READ TO PRN-COUNT.
010030     WRITE PRINT-LINE FROM COUNT-LINE.
010040     MOVE "FILLS POSTED         :" TO PRN-COUNT-LABEL.
010050     MOVE FL-COUNT TO PRN-COUNT.
010060     WRITE PRINT-LINE FROM COUNT-LINE.
010070     MOVE "FILLS FLAGGED        :" TO PRN-COUNT-LABEL.
010080     MOVE WS-FLAGGED-COUNT TO PRN-COUNT.
010090     WRITE PRINT-LINE FROM COUNT-LINE.
010100     MOVE "FILLS REJECTED       :" TO PRN-COUNT-LABEL.
010110     MOVE WS-RECORDS-REJECTED TO PRN-COUNT.
010120     WRITE PRINT-LINE FROM COUNT-LINE.
010130     MOVE "TRIPS NOT MATCHED    :" TO PRN-COUNT-LABEL.
010140     MOVE WS-TRIPS-SKIPPED TO PRN-COUNT.
010150     WRITE PRINT-LINE FROM COUNT-LINE.
010160     PERFORM 8900-WRITE-AUDIT-RECORD THRU
010170         8900-WRITE-AUDIT-RECORD-EXIT.
010180     CLOSE FUEL-REPORT.
010190 8000-TERMINATE-EXIT.
010200     EXIT.

010210*    THE VAN'S NORM IS ITS FILL-TO-FILL MPG OVER THE MONTH.
010220 8100-SET-VEHICLE-NORM.
010230     MOVE VT-ECON-MILES (VT-SUB)  TO WS-CALC-MILES.
010240     MOVE VT-ECON-LITRES (VT-SUB) TO WS-CALC-LITRES.
010250     PERFORM 7200-CALC-ECONOMY THRU 7200-CALC-ECONOMY-EXIT.
010260     MOVE WS-CALC-MPG TO VT-NORM-MPG (VT-SUB).
010270 8100-SET-VEHICLE-NORM-EXIT.
010280     EXIT.

010290 8150-CHECK-FILL-ECONOMY.
010300     IF FL-MPG (FL-SUB) = ZERO
010310         GO TO 8150-CHECK-FILL-ECONOMY-EXIT
010320     END-IF.
010330     MOVE FL-VEHICLE-SUB (FL-SUB) TO VT-SUB.
010340     SUBTRACT WS-ECON-DROP-PCT FROM 100 GIVING WS-KEEP-PCT.
010350     MULTIPLY VT-NORM-MPG (VT-SUB) BY WS-KEEP-PCT
010360         GIVING WS-CALC-WORK.
010370     DIVIDE WS-CALC-WORK BY 100
010380         GIVING WS-THRESHOLD-MPG ROUNDED.
010390     IF FL-MPG (FL-SUB) < WS-THRESHOLD-MPG
010400         MOVE "ECONOMY WELL BELOW NORM" TO FL-FLAG (FL-SUB)
010410         ADD 1 TO WS-FLAGGED-COUNT
010420         ADD 1 TO VT-FLAG-COUNT (VT-SUB)
010430     END-IF.
010440 8150-CHECK-FILL-ECONOMY-EXIT.
010450     EXIT.

010460 8200-PRINT-FILL.
010470     MOVE SPACES TO FILL-DETAIL-LINE.
010480     MOVE FL-VEHICLE-SUB (FL-SUB) TO VT-SUB.
010490     MOVE VT-VEHICLE-ID (VT-SUB)  TO PRN-FL-VEHICLE-ID.
010500     MOVE FL-FILL-DATE (FL-SUB)   TO WS-DATE-WORK.
010510     MOVE WS-DW-MM                TO PRN-FL-MM.
010520     MOVE WS-DW-DD                TO PRN-FL-DD.
010530     MOVE WS-DW-YYYY              TO PRN-FL-YYYY.
010540     MOVE "/" TO FILL-DETAIL-LINE (9:1)
010550                 FILL-DETAIL-LINE (12:1).
010560     IF FL-DRIVER-SUB (FL-SUB) > ZERO
010570         MOVE FL-DRIVER-SUB (FL-SUB) TO DRV-SUB
010580         MOVE DRV-DRIVER-ID (DRV-SUB) TO PRN-FL-DRIVER-ID
010590     END-IF.
010600     MOVE FL-BRANCH (FL-SUB)      TO PRN-FL-BRANCH.
010610     MOVE FL-ODOMETER (FL-SUB)    TO PRN-FL-ODOMETER.
010620     MOVE FL-LITRES (FL-SUB)      TO PRN-FL-LITRES.
010630     MOVE FL-AMOUNT (FL-SUB)      TO PRN-FL-AMOUNT.
010640     MOVE FL-ECON-MILES (FL-SUB)  TO PRN-FL-MILES.
010650     MOVE FL-MPG (FL-SUB)         TO PRN-FL-MPG.
010660     MOVE FL-FLAG (FL-SUB)        TO PRN-FL-FLAG.
010670     WRITE PRINT-LINE FROM FILL-DETAIL-LINE.
010680 8200-PRINT-FILL-EXIT.
010690     EXIT.

010700*    A VAN THAT NEITHER DROVE NOR FILLED UP IS LEFT OFF. THE
010710*    COST PER LOGGED MILE GOES TO FUELRATE.DAT FOR DELIVCOST.
010720 8300-PRINT-VEHICLE.
010730     IF VT-LOGGED-MILES (VT-SUB) = ZERO
010740         AND VT-FILL-COUNT (VT-SUB) = ZERO
010750         GO TO 8300-PRINT-VEHICLE-EXIT
010760     END-IF.
010770     MOVE SPACES TO VEHICLE-DETAIL-LINE.
010780     MOVE VT-VEHICLE-ID (VT-SUB)   TO PRN-VS-VEHICLE-ID.
010790     MOVE VT-REGISTRATION (VT-SUB) TO PRN-VS-REGISTRATION.
010800     MOVE VT-FILL-COUNT (VT-SUB)   TO PRN-VS-FILLS.
010810     MOVE VT-LOGGED-MILES (VT-SUB) TO PRN-VS-LOGGED-MILES.
010820     MOVE VT-LITRES (VT-SUB)       TO PRN-VS-LITRES.
010830     MOVE VT-FUEL-COST (VT-SUB)    TO PRN-VS-FUEL-COST.
010840     MOVE VT-FLAG-COUNT (VT-SUB)   TO PRN-VS-FLAGS.
010850     MOVE VT-ECON-MILES (VT-SUB)   TO WS-CALC-MILES.
010860     MOVE VT-ECON-LITRES (VT-SUB)  TO WS-CALC-LITRES.
010870     PERFORM 7200-CALC-ECONOMY THRU 7200-CALC-ECONOMY-EXIT.
010880     MOVE WS-CALC-MPG              TO PRN-VS-MPG.
010890     MOVE WS-CALC-L100KM           TO PRN-VS-L100KM.
010900     MOVE ZERO TO WS-COST-PER-MILE.
010910     IF VT-LOGGED-MILES (VT-SUB) > ZERO
010920         AND VT-FUEL-COST (VT-SUB) > ZERO
010930         AND VT-FUEL-COST (VT-SUB) < VT-LOGGED-MILES (VT-SUB)
010940         DIVIDE VT-FUEL-COST (VT-SUB)
010950             BY VT-LOGGED-MILES (VT-SUB)
010960             GIVING WS-COST-PER-MILE ROUNDED
010970         MOVE VT-VEHICLE-ID (VT-SUB) TO FR-VEHICLE-ID
010980         MOVE WS-REPORT-PERIOD       TO FR-PERIOD
010990         MOVE WS-COST-PER-MILE       TO FR-COST-PER-MILE
011000         MOVE WS-CALC-MPG            TO FR-MPG
011010         WRITE FUEL-RATE-REC
011020     END-IF.
011030     MOVE WS-COST-PER-MILE         TO PRN-VS-COST-PER-MILE.
011040     WRITE PRINT-LINE FROM VEHICLE-DETAIL-LINE.
011050 8300-PRINT-VEHICLE-EXIT.
011060     EXIT.

011070 8400-PRINT-DRIVER.
011080     IF DRV-LOGGED-MILES (DRV-SUB) = ZERO
011090         AND DRV-FILL-COUNT (DRV-SUB) = ZERO
011100         GO TO 8400-PRINT-DRIVER-EXIT
011110     END-IF.
011120     MOVE SPACES TO DRIVER-DETAIL-LINE.
011130     MOVE DRV-DRIVER-ID (DRV-SUB)    TO PRN-DS-DRIVER-ID.
011140     MOVE DRV-DRIVER-NAME (DRV-SUB)  TO PRN-DS-DRIVER-NAME.
011150     MOVE DRV-LOGGED-MILES (DRV-SUB) TO PRN-DS-LOGGED-MILES.
011160     MOVE DRV-FILL-COUNT (DRV-SUB)   TO PRN-DS-FILLS.
011170     MOVE DRV-LITRES (DRV-SUB)       TO PRN-DS-LITRES.
011180     MOVE DRV-FUEL-COST (DRV-SUB)    TO PRN-DS-FUEL-COST.
011190     MOVE DRV-ECON-MILES (DRV-SUB)   TO WS-CALC-MILES.
011200     MOVE DRV-ECON-LITRES (DRV-SUB)  TO WS-CALC-LITRES.
011210     PERFORM 7200-CALC-ECONOMY THRU 7200-CALC-ECONOMY-EXIT.
011220     MOVE WS-CALC-MPG                TO PRN-DS-MPG.
011230     MOVE WS-CALC-L100KM             TO PRN-DS-L100KM.
011240     WRITE PRINT-LINE FROM DRIVER-DETAIL-LINE.
011250 8400-PRINT-DRIVER-EXIT.
011260     EXIT.

011270 8500-POST-BRANCH.
011280     IF BRANCH-FUEL-COST (BR-SUB) = ZERO
011290         GO TO 8500-POST-BRANCH-EXIT
011300     END-IF.
011310     MOVE BR-SUB                    TO PRN-BR-BRANCH.
011320     MOVE BRANCH-FUEL-COST (BR-SUB) TO PRN-BR-FUEL-COST.
011330     WRITE PRINT-LINE FROM BRANCH-DETAIL-LINE.
011340     MOVE WS-CURRENT-DATE-YYYYMMDD  TO FV-RUN-DATE.
011350     MOVE BR-SUB                    TO FV-BRANCH.
011360     MOVE BRANCH-FUEL-COST (BR-SUB) TO FV-FUEL-COST.
011370     WRITE FUEL-VALUE-REC.
011380     ADD 1 TO WS-BRANCH-ROWS.
011390 8500-POST-BRANCH-EXIT.
011400     EXIT.

011410 8900-WRITE-AUDIT-RECORD.
011420     MOVE "FUELECON"            TO AR-PROGRAM-ID.
011430     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
011440     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
011450     ACCEPT AR-END-TIME         FROM TIME.
011460     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
011470     MOVE WS-RECORDS-REJECTED   TO AR-RECORDS-REJECTED.
011480     OPEN EXTEND AUDIT-TRAIL-FILE.
011490     WRITE AUDIT-REC.
011500     CLOSE AUDIT-TRAIL-FILE.
011510 8900-WRITE-AUDIT-RECORD-EXIT.
011520     EXIT.

011530 END PROGRAM FUELECON.
