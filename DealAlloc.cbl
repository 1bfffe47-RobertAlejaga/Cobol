000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY STOCK ALLOCATION AND BACKORDER RUN.
000070*                SITS IN THE NIGHTLY CHAIN AFTER REJREPAIR, ONCE
000080*                EVERY DEAL FOR THE NIGHT IS ON DEALS.DAT, AND
000090*                BEFORE AROMASALESRPT. EACH SALE IS SHIPPED FROM
000100*                THE ON-HAND OF ITS BRANCH ON THE OILSTOCK.DAT
000110*                STOCK MASTER; WHATEVER THE BRANCH CANNOT COVER
000120*                GOES TO THE BACKORD.DAT BACKORDER FILE (SEE
000130*                BACKORD.CPY) BY CUSTOMER, OIL AND DEAL DATE,
000140*                AND THE DEAL GOES FORWARD FOR WHAT SHIPPED ONLY,
000150*                SO THE SALES REPORT, THE INVOICE AND THE STOCK
000160*                DEPLETION ALL SEE THE SAME SHIPPED QUANTITY. A
000170*                DEAL WITH NOTHING TO SHIP IS HELD ENTIRELY ON
000180*                THE BACKORDER FILE. BACKORDERS GOODSRCV HAS
000190*                ALLOCATED A DELIVERY TO ARE SHIPPED FIRST, AS
000200*                DEALS CARRYING THE ORIGINAL CUSTOMER, REP AND
000210*                SIZE. THE SHIPPED DEALS GO TO DEALS.NEW AND THE
000220*                BACKORDER FILE TO BACKORD.NEW, BOTH PROMOTED BY
000230*                THE BATCH DRIVER. BACKORD.RPT LISTS THE NIGHT'S
000240*                SHORT SHIPMENTS AND RELEASES AND AGES EVERYTHING
000250*                STILL OWED, CUSTOMER BY CUSTOMER.
000260* TECTONICS:     cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  2026-10-15 DO    ORIGINAL VERSION.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DEALALLOC.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DEALS-IN ASSIGN TO "DEALS.DAT"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS WS-DEALS-STATUS.

000400     SELECT DEALS-OUT ASSIGN TO "DEALS.NEW"
000410               ORGANIZATION IS LINE SEQUENTIAL.

000420     SELECT BACKORDER-IN ASSIGN TO "BACKORD.DAT"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS WS-BACKORD-STATUS.

000450     SELECT BACKORDER-OUT ASSIGN TO "BACKORD.NEW"
000460               ORGANIZATION IS LINE SEQUENTIAL.

000470     SELECT STOCK-MASTER-IN ASSIGN TO "OILSTOCK.DAT"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS WS-STOCK-STATUS.

000500     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-OILMAST-STATUS.

000530     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000540               ORGANIZATION IS INDEXED
000550               ACCESS MODE IS SEQUENTIAL
000560               RECORD KEY IS CM-CUSTOMER-ID.

000570     SELECT BACKORDER-REPORT ASSIGN TO "BACKORD.RPT"
000580               ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000600               ORGANIZATION IS LINE SEQUENTIAL
000610               FILE STATUS IS WS-STEPSTAT-STATUS.

000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000630               ORGANIZATION IS LINE SEQUENTIAL
000640               FILE STATUS IS WS-RUNCTL-STATUS.

000650     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000660               ORGANIZATION IS LINE SEQUENTIAL.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  DEALS-IN.
000700     COPY SALESREC REPLACING
000710         ==SALES-REC== BY ==DEAL-IN-REC==
000720         ==END-OF-SALES-FILE== BY ==END-OF-DEALS-IN==
000730         ==SF-CUSTOMER-ID== BY ==DI-CUSTOMER-ID==
000740         ==SF-CUSTOMER-NAME== BY ==DI-CUSTOMER-NAME==
000750         ==SF-REP-ID== BY ==DI-REP-ID==
000760         ==SF-OIL-ID== BY ==DI-OIL-ID==
000770         ==SF-OIL-TYPE== BY ==DI-OIL-TYPE==
000780         ==ESSENTIAL-OIL== BY ==DI-ESSENTIAL-OIL==
000790         ==CARRIER-OIL== BY ==DI-CARRIER-OIL==
000800         ==BLEND-OIL== BY ==DI-BLEND-OIL==
000810         ==SF-OIL-NAME== BY ==DI-OIL-NAME==
000820         ==SF-UNIT-SIZE== BY ==DI-UNIT-SIZE==
000830         ==SF-UNITS-SOLD== BY ==DI-UNITS-SOLD==
000840         ==SF-TXN-TYPE== BY ==DI-TXN-TYPE==
000850         ==SF-SALE== BY ==DI-SALE==
000860         ==SF-RETURN== BY ==DI-RETURN==
000870         ==SF-BRANCH== BY ==DI-BRANCH==.

000880 FD  DEALS-OUT.
000890     COPY SALESREC.

000900 FD  BACKORDER-IN.
000910     COPY BACKORD REPLACING
000920         ==BACKORDER-REC== BY ==BACKORDER-IN-REC==
000930         ==END-OF-BACKORDER== BY ==END-OF-BACKORDER-IN==
000940         ==BO-CUSTOMER-ID== BY ==BOI-CUSTOMER-ID==
000950         ==BO-OIL-NUM== BY ==BOI-OIL-NUM==
000960         ==BO-DEAL-DATE== BY ==BOI-DEAL-DATE==
000970         ==BO-BRANCH== BY ==BOI-BRANCH==
000980         ==BO-CUSTOMER-NAME== BY ==BOI-CUSTOMER-NAME==
000990         ==BO-REP-ID== BY ==BOI-REP-ID==
001000         ==BO-OIL-TYPE== BY ==BOI-OIL-TYPE==
001010         ==BO-UNIT-SIZE== BY ==BOI-UNIT-SIZE==
001020         ==BO-QTY-OWED== BY ==BOI-QTY-OWED==
001030         ==BO-QTY-RELEASED== BY ==BOI-QTY-RELEASED==
001040         ==BO-RELEASE-DATE== BY ==BOI-RELEASE-DATE==.

001050 FD  BACKORDER-OUT.
001060     COPY BACKORD.

001070 FD  STOCK-MASTER-IN.
001080     COPY OILSTOCK REPLACING
001090         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
001100         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
001110         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
001120         ==OS-ON-HAND== BY ==STI-ON-HAND==
001130         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
001140         ==OS-AVG-COST== BY ==STI-AVG-COST==
001150         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
001160         ==OS-BRANCH== BY ==STI-BRANCH==.

001170 FD  OIL-MASTER-FILE.
001180     COPY OILMAST.

001190 FD  CUSTOMER-MASTER-FILE.
001200     COPY CUSTMAST.

001210 FD  BACKORDER-REPORT.
001220 01  PRINT-LINE                  PIC X(90).

001230 FD  STEP-STATUS-FILE.
001240     COPY STEPSTAT.

001250 FD  RUN-CONTROL-FILE.
001260     COPY RUNCTL.

001270 FD  AUDIT-TRAIL-FILE.
001280     COPY AUDITREC.

001290 WORKING-STORAGE SECTION.

001300 01  REPORT-HEADING-LINE         PIC X(40)
001310             VALUE "   AROMAMORA BACKORDERS".

001320 01  REPORT-HEADING-UNDERLINE.
001330     02  FILLER                  PIC X(3)  VALUE SPACES.
001340     02  FILLER                  PIC X(20) VALUE ALL "-".

001350 01  RUN-DATE-LINE.
001360     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001370     02  PRN-RUN-MM              PIC 99.
001380     02  FILLER                  PIC X VALUE "/".
001390     02  PRN-RUN-DD              PIC 99.
001400     02  FILLER                  PIC X VALUE "/".
001410     02  PRN-RUN-YYYY            PIC 9(4).

001420 01  ALLOC-HEADING-LINE          PIC X(40)
001430             VALUE "SHORT SHIPMENTS AND RELEASES TONIGHT".

001440 01  ALLOC-TOPIC-LINE            PIC X(90)
001450             VALUE "CUST   BR OIL SZ  DEAL DATE   ORDERED  SHIPPED
001460-    "     OWED  NOTE".

001470 01  ALLOC-DETAIL-LINE.
001480     02  PRN-CUSTOMER-ID         PIC X(5).
001490     02  FILLER                  PIC X(2) VALUE SPACES.
001500     02  PRN-BRANCH              PIC 99.
001510     02  FILLER                  PIC X VALUE SPACE.
001520     02  PRN-OIL-NUM             PIC 99.
001530     02  FILLER                  PIC X(2) VALUE SPACES.
001540     02  PRN-UNIT-SIZE           PIC 99.
001550     02  FILLER                  PIC X(2) VALUE SPACES.
001560     02  PRN-DEAL-DATE           PIC X(10).
001570     02  PRN-ORDERED             PIC BBZZZ,ZZ9.
001580     02  PRN-SHIPPED             PIC BBZZZ,ZZ9.
001590     02  PRN-OWED                PIC BBZZZ,ZZ9.
001600     02  FILLER                  PIC X(2) VALUE SPACES.
001610     02  PRN-NOTE                PIC X(32).

001620 01  NO-ALLOC-LINE               PIC X(40)
001630             VALUE "EVERY DEAL SHIPPED IN FULL.".

001640 01  ALLOC-COUNT-LINE.
001650     02  FILLER          PIC X(22) VALUE "DEALS SHORT-SHIPPED  :".
001660     02  PRN-SHORT-COUNT         PIC BZZZ9.
001670     02  FILLER          PIC X(20) VALUE "   UNITS BACKORDERED".
001680     02  FILLER          PIC X(2)  VALUE ": ".
001690     02  PRN-SHORT-UNITS         PIC ZZZ,ZZ9.

001700 01  RELEASE-COUNT-LINE.
001710     02  FILLER          PIC X(22) VALUE "BACKORDERS RELEASED  :".
001720     02  PRN-RELEASE-COUNT       PIC BZZZ9.
001730     02  FILLER          PIC X(20) VALUE "   UNITS SHIPPED    ".
001740     02  FILLER          PIC X(2)  VALUE ": ".
001750     02  PRN-RELEASE-UNITS       PIC ZZZ,ZZ9.

001760 01  AGEING-HEADING-LINE         PIC X(40)
001770             VALUE "BACKORDER AGEING - STILL OWED".

001780 01  AGEING-TOPIC-LINE           PIC X(90)
001790             VALUE "CUST  NAME                 BR OIL SZ  DEAL DAT
001800-    "E  0-7 DAY 8-14 DY15-30 DY OVER 30".

001810 01  AGEING-DETAIL-LINE.
001820     02  PRN-AG-CUSTOMER-ID      PIC X(5).
001830     02  FILLER                  PIC X VALUE SPACE.
001840     02  PRN-AG-CUSTOMER-NAME    PIC X(20).
001850     02  FILLER                  PIC X VALUE SPACE.
001860     02  PRN-AG-BRANCH           PIC 99.
001870     02  FILLER                  PIC X VALUE SPACE.
001880     02  PRN-AG-OIL-NUM          PIC 99.
001890     02  FILLER                  PIC X(2) VALUE SPACES.
001900     02  PRN-AG-UNIT-SIZE        PIC 99.
001910     02  FILLER                  PIC X(2) VALUE SPACES.
001920     02  PRN-AG-DEAL-DATE        PIC X(10).
001930     02  PRN-AG-BUCKET           PIC BZZZ,ZZZ OCCURS 4 TIMES.

001940 01  AGEING-TOTAL-LINE.
001950     02  FILLER                  PIC X(6) VALUE SPACES.
001960     02  PRN-AG-TOTAL-LABEL      PIC X(42).
001970     02  PRN-AG-TOTAL-BUCKET     PIC BZZZ,ZZZ OCCURS 4 TIMES.

001980 01  NO-AGEING-LINE              PIC X(40)
001990             VALUE "NOTHING OWED TO ANY CUSTOMER.".

002000 01  DATE-EDIT-FIELDS.
002010     02  PRN-ED-MM               PIC 99.
002020     02  FILLER                  PIC X VALUE "/".
002030     02  PRN-ED-DD               PIC 99.
002040     02  FILLER                  PIC X VALUE "/".
002050     02  PRN-ED-YYYY             PIC 9(4).

002060*    WHAT EACH BRANCH CAN STILL SHIP OF EACH OIL TONIGHT -
002070*    LOADED FROM THE ON-HAND ON OILSTOCK.DAT AND RUN DOWN AS
002080*    DEALS ARE SHIPPED. THE MASTER ITSELF IS NOT WRITTEN HERE;
002090*    STOCKREORD DEPLETES IT LATER BY WHAT SHIPPED.
002100 01  AVAILABLE-TABLE.
002110     02  BRANCH-AVAILABLE OCCURS 9 TIMES.
002120         03  AV-QTY              PIC 9(6)    OCCURS 99 TIMES.

002130 01  ST-SUB                      PIC 999.
002140 01  ST-BR-SUB                   PIC 99.

002150 01  OIL-MASTER-TABLE.
002160     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
002170         03  OMT-ON-FILE-SWITCH  PIC X.
002180             88  OMT-ON-FILE     VALUE "Y".
002190         03  OMT-ACTIVE-FLAG     PIC X.
002200             88  OMT-OIL-ACTIVE  VALUE "A".

002210 01  CUSTOMER-MASTER-TABLE.
002220     02  CUST-ENTRY OCCURS 500 TIMES.
002230         03  CT-CUSTOMER-ID      PIC X(5).
002240         03  CT-STATUS           PIC X.
002250             88  CT-ACTIVE       VALUE "A".

002260 01  CT-COUNT                    PIC 999     VALUE ZERO.
002270 01  CT-SUB                      PIC 999.
002280 01  CT-MATCHED-SUB              PIC 999.

002290*    THE BACKORDER FILE, HELD WHILE RELEASES SHIP AND THE
002300*    NIGHT'S SHORTFALLS ARE ADDED, THEN WRITTEN TO BACKORD.NEW.
002310 01  BACKORDER-TABLE.
002320     02  BACKORDER-ENTRY OCCURS 2000 TIMES.
002330         03  BOT-CUSTOMER-ID     PIC X(5).
002340         03  BOT-OIL-NUM         PIC 99.
002350         03  BOT-DEAL-DATE       PIC 9(8).
002360         03  BOT-BRANCH          PIC 99.
002370         03  BOT-CUSTOMER-NAME   PIC X(20).
002380         03  BOT-REP-ID          PIC X(5).
002390         03  BOT-OIL-TYPE        PIC X.
002400         03  BOT-UNIT-SIZE       PIC 99.
002410         03  BOT-QTY-OWED        PIC 9(4).
002420         03  BOT-QTY-RELEASED    PIC 9(4).
002430         03  BOT-RELEASE-DATE    PIC 9(8).
002440         03  BOT-PRINTED-SWITCH  PIC X.
002450             88  BOT-PRINTED     VALUE "Y".

002460 01  BOT-COUNT                   PIC 9(4)    VALUE ZERO.
002470 01  BOT-LOADED-COUNT            PIC 9(4)    VALUE ZERO.
002480 01  BOT-SUB                     PIC 9(4).
002490 01  BOT-AGE-SUB                 PIC 9(4).
002500 01  BOT-MATCHED-SUB             PIC 9(4).
002510 01  BKT-SUB                     PIC 9.

002520 01  WS-ALLOC-FIELDS.
002530     02  WS-ORDER-QTY            PIC 9(4).
002540     02  WS-SHIP-QTY             PIC 9(4).
002550     02  WS-SHORT-QTY            PIC 9(4).
002560     02  WS-AGE-CUSTOMER-ID      PIC X(5).

002570 01  AGEING-TOTALS.
002580     02  AGC-BUCKET              PIC 9(6)    OCCURS 4 TIMES.
002590     02  AGT-BUCKET              PIC 9(7)    OCCURS 4 TIMES.

002600*    PSEUDO-DAY COUNT (YEAR*372 + MONTH*31 + DAY) - MONOTONIC
002610*    ACROSS MONTH ENDS, ADEQUATE FOR AN AGEING-BUCKET TEST, THE
002620*    SAME ARITHMETIC ARAGEDDEBT USES.
002630 01  WS-DATE-WORK                PIC 9(8).
002640 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002650     02  WS-DW-YYYY              PIC 9(4).
002660     02  WS-DW-MM                PIC 99.
002670     02  WS-DW-DD                PIC 99.

002680 01  WS-PSEUDO-FIELDS.
002690     02  WS-PSEUDO-DAYS          PIC 9(7).
002700     02  WS-PSEUDO-WORK          PIC 9(7).
002710     02  WS-RUN-PSEUDO-DAYS      PIC 9(7).
002720     02  WS-AGE-DAYS             PIC S9(7).

002730 01  WS-COUNTS.
002740     02  WS-SHORT-COUNT          PIC 9(4)    VALUE ZERO.
002750     02  WS-SHORT-UNITS          PIC 9(6)    VALUE ZERO.
002760     02  WS-RELEASE-COUNT        PIC 9(4)    VALUE ZERO.
002770     02  WS-RELEASE-UNITS        PIC 9(6)    VALUE ZERO.
002780     02  WS-OWED-ROWS            PIC 9(4)    VALUE ZERO.

002790 01  WS-SWITCHES.
002800     02  WS-DEALS-EOF            PIC X       VALUE "N".
002810         88  END-OF-DEALS-DATA   VALUE "Y".
002820     02  WS-BACKORD-EOF          PIC X       VALUE "N".
002830         88  END-OF-BACKORD-DATA VALUE "Y".
002840     02  WS-STOCK-EOF            PIC X       VALUE "N".
002850         88  END-OF-STOCK-DATA   VALUE "Y".
002860     02  WS-OILMAST-EOF          PIC X       VALUE "N".
002870         88  END-OF-OILMAST-DATA VALUE "Y".
002880     02  WS-CUST-EOF-SWITCH      PIC X       VALUE "N".
002890         88  END-OF-CUST-MAST    VALUE "Y".
002900     02  CT-FOUND-SWITCH         PIC X       VALUE "N".
002910         88  CT-ENTRY-FOUND      VALUE "Y".
002920     02  BOT-FOUND-SWITCH        PIC X       VALUE "N".
002930         88  BOT-ENTRY-FOUND     VALUE "Y".
002940     02  WS-VALID-RECORD-SWITCH  PIC X       VALUE "Y".
002950         88  RECORD-IS-VALID     VALUE "Y".
002960     02  WS-DEALS-OPEN-SWITCH    PIC X       VALUE "N".
002970         88  DEALS-FILE-OPEN     VALUE "Y".

002980 01  WS-FILE-STATUSES.
002990     02  WS-DEALS-STATUS         PIC XX.
003000     02  WS-BACKORD-STATUS       PIC XX.
003010     02  WS-STOCK-STATUS         PIC XX.
003020     02  WS-OILMAST-STATUS       PIC XX.
003030     02  WS-STEPSTAT-STATUS      PIC XX.
003040     02  WS-RUNCTL-STATUS        PIC XX.

003050 01  WS-CURRENT-DATE.
003060     02  WS-CURRENT-DATE-YYYYMMDD.
003070         03  WS-CURRENT-YYYY     PIC 9(4).
003080         03  WS-CURRENT-MM       PIC 99.
003090         03  WS-CURRENT-DD       PIC 99.

003100 01  WS-AUDIT-FIELDS.
003110     02  WS-AUDIT-START-TIME     PIC 9(8).
003120     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003130 PROCEDURE DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003160     PERFORM 1500-SHIP-RELEASES THRU 1500-SHIP-RELEASES-EXIT
003170         VARYING BOT-SUB FROM 1 BY 1
003180         UNTIL BOT-SUB > BOT-LOADED-COUNT.
003190     PERFORM 2000-ALLOCATE-DEAL THRU 2000-ALLOCATE-DEAL-EXIT
003200         UNTIL END-OF-DEALS-DATA.
003210     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003220     STOP RUN.

003230 1000-INITIALIZE.
003240     PERFORM 1005-READ-RUN-CONTROL THRU
003250         1005-READ-RUN-CONTROL-EXIT.
003260     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003270     MOVE WS-CURRENT-DATE-YYYYMMDD   TO WS-DATE-WORK.
003280     PERFORM 7000-DATE-TO-PSEUDO THRU 7000-DATE-TO-PSEUDO-EXIT.
003290     MOVE WS-PSEUDO-DAYS             TO WS-RUN-PSEUDO-DAYS.
003300     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
003310     PERFORM 1050-LOAD-STOCK THRU 1050-LOAD-STOCK-EXIT.
003320     PERFORM 1070-LOAD-BACKORDERS THRU 1070-LOAD-BACKORDERS-EXIT.
003330     PERFORM 1080-LOAD-CUSTOMERS THRU 1080-LOAD-CUSTOMERS-EXIT.
003340     OPEN OUTPUT BACKORDER-REPORT
003350                 DEALS-OUT.
003360     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003370     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003380     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003390     MOVE SPACES TO PRINT-LINE.
003400     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003410     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003420     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003430     MOVE SPACES TO PRINT-LINE.
003440     WRITE PRINT-LINE.
003450     WRITE PRINT-LINE FROM ALLOC-HEADING-LINE.
003460     WRITE PRINT-LINE FROM ALLOC-TOPIC-LINE.
003470     OPEN INPUT DEALS-IN.
003480     IF WS-DEALS-STATUS NOT = "00"
003490         SET END-OF-DEALS-DATA TO TRUE
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF.
003520     SET DEALS-FILE-OPEN TO TRUE.
003530     PERFORM 2100-READ-DEAL THRU 2100-READ-DEAL-EXIT.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.

003560 1005-READ-RUN-CONTROL.
003570     OPEN INPUT RUN-CONTROL-FILE.
003580     IF WS-RUNCTL-STATUS NOT = "00"
003590         DISPLAY "DEALALLOC: RUN CONTROL RECORD MISSING"
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     READ RUN-CONTROL-FILE
003640         AT END
003650             DISPLAY "DEALALLOC: RUN CONTROL RECORD MISSING"
003660             MOVE 16 TO RETURN-CODE
003670             STOP RUN
003680     END-READ.
003690     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
003700         DISPLAY "DEALALLOC: BUSINESS DATE GOES BACKWARDS"
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003750     CLOSE RUN-CONTROL-FILE.
003760 1005-READ-RUN-CONTROL-EXIT.
003770     EXIT.

003780*    A MISSING MASTER LEAVES EVERY OIL OFF FILE, SO EVERY DEAL
003790*    PASSES THROUGH UNALLOCATED FOR AROMASALESRPT TO REJECT.
003800 1040-LOAD-OIL-MASTER.
003810     MOVE SPACES TO OIL-MASTER-TABLE.
003820     OPEN INPUT OIL-MASTER-FILE.
003830     IF WS-OILMAST-STATUS NOT = "00"
003840         GO TO 1040-LOAD-OIL-MASTER-EXIT
003850     END-IF.
003860     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
003870         UNTIL END-OF-OILMAST-DATA.
003880     CLOSE OIL-MASTER-FILE.
003890 1040-LOAD-OIL-MASTER-EXIT.
003900     EXIT.

003910 1045-READ-OIL-MASTER.
003920     READ OIL-MASTER-FILE
003930         AT END
003940             SET END-OF-OIL-MASTER TO TRUE
003950             SET END-OF-OILMAST-DATA TO TRUE
003960     END-READ.
003970     IF END-OF-OILMAST-DATA
003980         OR OM-OIL-NUM = ZERO
003990         GO TO 1045-READ-OIL-MASTER-EXIT
004000     END-IF.
004010     MOVE "Y"            TO OMT-ON-FILE-SWITCH (OM-OIL-NUM).
004020     MOVE OM-ACTIVE-FLAG TO OMT-ACTIVE-FLAG (OM-OIL-NUM).
004030 1045-READ-OIL-MASTER-EXIT.
004040     EXIT.

004050*    NO STOCK MASTER MEANS NOTHING CAN BE SHIPPED - STOP RATHER
004060*    THAN BACKORDER THE WHOLE NIGHT.
004070 1050-LOAD-STOCK.
004080     MOVE ZEROS TO AVAILABLE-TABLE.
004090     OPEN INPUT STOCK-MASTER-IN.
004100     IF WS-STOCK-STATUS NOT = "00"
004110         DISPLAY "DEALALLOC: OILSTOCK.DAT MISSING"
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     PERFORM 1060-READ-STOCK THRU 1060-READ-STOCK-EXIT
004160         UNTIL END-OF-STOCK-DATA.
004170     CLOSE STOCK-MASTER-IN.
004180 1050-LOAD-STOCK-EXIT.
004190     EXIT.

004200*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
004210*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
004220*    BACKORDER STOCK THE BRANCH ACTUALLY HOLDS.
004230 1060-READ-STOCK.
004240     READ STOCK-MASTER-IN
004250         AT END
004260             SET END-OF-STOCK-MASTER TO TRUE
004270             SET END-OF-STOCK-DATA TO TRUE
004280     END-READ.
004290     IF END-OF-STOCK-DATA
004300         OR STI-OIL-NUM = ZERO
004310         GO TO 1060-READ-STOCK-EXIT
004320     END-IF.
004330     IF STI-BRANCH NOT NUMERIC
004340         OR STI-BRANCH = ZERO
004350         MOVE 1 TO ST-BR-SUB
004360     ELSE
004370         IF STI-BRANCH > 9
004380             DISPLAY "DEALALLOC: OILSTOCK.DAT BRANCH " STI-BRANCH
004390                 " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
004400             MOVE 16 TO RETURN-CODE
004410             STOP RUN
004420         END-IF
004430         MOVE STI-BRANCH TO ST-BR-SUB
004440     END-IF.
004450     MOVE STI-ON-HAND TO AV-QTY (ST-BR-SUB, STI-OIL-NUM).
004460 1060-READ-STOCK-EXIT.
004470     EXIT.

004480*    NO BACKORDER FILE MEANS NOTHING OWED YET. A FILE TOO BIG FOR
004490*    THE TABLE STOPS THE RUN BEFORE ANY DEAL IS WRITTEN.
004500 1070-LOAD-BACKORDERS.
004510     OPEN INPUT BACKORDER-IN.
004520     IF WS-BACKORD-STATUS NOT = "00"
004530         GO TO 1070-LOAD-BACKORDERS-EXIT
004540     END-IF.
004550     PERFORM 1075-READ-BACKORDER THRU 1075-READ-BACKORDER-EXIT
004560         UNTIL END-OF-BACKORD-DATA.
004570     CLOSE BACKORDER-IN.
004580     MOVE BOT-COUNT TO BOT-LOADED-COUNT.
004590 1070-LOAD-BACKORDERS-EXIT.
004600     EXIT.

004610 1075-READ-BACKORDER.
004620     READ BACKORDER-IN
004630         AT END
004640             SET END-OF-BACKORDER-IN TO TRUE
004650             SET END-OF-BACKORD-DATA TO TRUE
004660     END-READ.
004670     IF END-OF-BACKORD-DATA
004680         OR BOI-QTY-OWED + BOI-QTY-RELEASED = ZERO
004690         GO TO 1075-READ-BACKORDER-EXIT
004700     END-IF.
004710     IF BOT-COUNT >= 2000
004720         DISPLAY "DEALALLOC: BACKORDER TABLE FULL AT 2000 - "
004730             "RAISE THE TABLE SIZE BEFORE RERUNNING"
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     ADD 1 TO BOT-COUNT.
004780     MOVE BOI-CUSTOMER-ID   TO BOT-CUSTOMER-ID (BOT-COUNT).
004790     MOVE BOI-OIL-NUM       TO BOT-OIL-NUM (BOT-COUNT).
004800     MOVE BOI-DEAL-DATE     TO BOT-DEAL-DATE (BOT-COUNT).
004810     MOVE BOI-BRANCH        TO BOT-BRANCH (BOT-COUNT).
004820     MOVE BOI-CUSTOMER-NAME TO BOT-CUSTOMER-NAME (BOT-COUNT).
004830     MOVE BOI-REP-ID        TO BOT-REP-ID (BOT-COUNT).
004840     MOVE BOI-OIL-TYPE      TO BOT-OIL-TYPE (BOT-COUNT).
004850     MOVE BOI-UNIT-SIZE     TO BOT-UNIT-SIZE (BOT-COUNT).
004860     MOVE BOI-QTY-OWED      TO BOT-QTY-OWED (BOT-COUNT).
004870     MOVE BOI-QTY-RELEASED  TO BOT-QTY-RELEASED (BOT-COUNT).
004880     MOVE BOI-RELEASE-DATE  TO BOT-RELEASE-DATE (BOT-COUNT).
004890     MOVE "N"               TO BOT-PRINTED-SWITCH (BOT-COUNT).
004900 1075-READ-BACKORDER-EXIT.
004910     EXIT.

004920 1080-LOAD-CUSTOMERS.
004930     OPEN INPUT CUSTOMER-MASTER-FILE.
004940     PERFORM 1090-READ-CUSTOMER THRU 1090-READ-CUSTOMER-EXIT
004950         UNTIL END-OF-CUST-MAST
004960         OR CT-COUNT > 499.
004970     IF CT-COUNT > 499
004980         DISPLAY "DEALALLOC: CUSTOMER TABLE FULL - "
004990             "CUSTOMERS BEYOND 500 NOT LOADED THIS RUN"
005000     END-IF.
005010     CLOSE CUSTOMER-MASTER-FILE.
005020 1080-LOAD-CUSTOMERS-EXIT.
005030     EXIT.

005040 1090-READ-CUSTOMER.
005050     READ CUSTOMER-MASTER-FILE
005060         AT END
005070             SET END-OF-CUSTOMER-MASTER TO TRUE
005080             SET END-OF-CUST-MAST TO TRUE
005090     END-READ.
005100     IF NOT END-OF-CUST-MAST
005110         ADD 1 TO CT-COUNT
005120         MOVE CM-CUSTOMER-ID TO CT-CUSTOMER-ID (CT-COUNT)
005130         MOVE CM-STATUS      TO CT-STATUS (CT-COUNT)
005140     END-IF.
005150 1090-READ-CUSTOMER-EXIT.
005160     EXIT.

005170*    UNITS GOODSRCV ALLOCATED TO A BACKORDER WERE PUT ON THE
005180*    SHELF FOR THAT CUSTOMER, SO THEY SHIP BEFORE ANY OF THE
005190*    NIGHT'S OWN DEALS. IF THE SHELF HAS SINCE LOST THEM (A
005200*    STOCKTAKE LOSS, A TRANSFER OUT) THE BALANCE GOES BACK ON
005210*    THE SAME ROW AS OWED, KEEPING ITS ORIGINAL DEAL DATE.
005220 1500-SHIP-RELEASES.
005230     IF BOT-QTY-RELEASED (BOT-SUB) = ZERO
005240         GO TO 1500-SHIP-RELEASES-EXIT
005250     END-IF.
005260     IF BOT-BRANCH (BOT-SUB) NOT NUMERIC
005270         OR BOT-BRANCH (BOT-SUB) < 1
005280         OR BOT-BRANCH (BOT-SUB) > 9
005290         OR BOT-OIL-NUM (BOT-SUB) NOT NUMERIC
005300         OR BOT-OIL-NUM (BOT-SUB) = ZERO
005310         GO TO 1500-SHIP-RELEASES-EXIT
005320     END-IF.
005330     MOVE BOT-BRANCH (BOT-SUB)       TO ST-BR-SUB.
005340     MOVE BOT-OIL-NUM (BOT-SUB)      TO ST-SUB.
005350     MOVE BOT-QTY-RELEASED (BOT-SUB) TO WS-ORDER-QTY.
005360     PERFORM 2200-TAKE-AVAILABLE THRU 2200-TAKE-AVAILABLE-EXIT.
005370     MOVE ZERO TO BOT-QTY-RELEASED (BOT-SUB).
005380     ADD WS-SHORT-QTY TO BOT-QTY-OWED (BOT-SUB).
005390     MOVE SPACES TO ALLOC-DETAIL-LINE.
005400     MOVE BOT-CUSTOMER-ID (BOT-SUB) TO PRN-CUSTOMER-ID.
005410     MOVE BOT-BRANCH (BOT-SUB)      TO PRN-BRANCH.
005420     MOVE BOT-OIL-NUM (BOT-SUB)     TO PRN-OIL-NUM.
005430     MOVE BOT-UNIT-SIZE (BOT-SUB)   TO PRN-UNIT-SIZE.
005440     MOVE BOT-DEAL-DATE (BOT-SUB)   TO WS-DATE-WORK.
005450     PERFORM 7100-EDIT-DATE THRU 7100-EDIT-DATE-EXIT.
005460     MOVE DATE-EDIT-FIELDS          TO PRN-DEAL-DATE.
005470     MOVE WS-ORDER-QTY              TO PRN-ORDERED.
005480     MOVE WS-SHIP-QTY               TO PRN-SHIPPED.
005490     MOVE BOT-QTY-OWED (BOT-SUB)    TO PRN-OWED.
005500     IF WS-SHORT-QTY = ZERO
005510         MOVE "RELEASED FROM BACKORDER" TO PRN-NOTE
005520     ELSE
005530         MOVE "RELEASE SHORT - STILL OWED" TO PRN-NOTE
005540     END-IF.
005550     WRITE PRINT-LINE FROM ALLOC-DETAIL-LINE.
005560     IF WS-SHIP-QTY = ZERO
005570         GO TO 1500-SHIP-RELEASES-EXIT
005580     END-IF.
005590     ADD 1           TO WS-RELEASE-COUNT.
005600     ADD WS-SHIP-QTY TO WS-RELEASE-UNITS.
005610     MOVE SPACES                      TO SALES-REC.
005620     MOVE BOT-CUSTOMER-ID (BOT-SUB)   TO SF-CUSTOMER-ID.
005630     MOVE BOT-CUSTOMER-NAME (BOT-SUB) TO SF-CUSTOMER-NAME.
005640     MOVE BOT-REP-ID (BOT-SUB)        TO SF-REP-ID.
005650     MOVE BOT-OIL-TYPE (BOT-SUB)      TO SF-OIL-TYPE.
005660     MOVE BOT-OIL-NUM (BOT-SUB)       TO SF-OIL-NAME.
005670     MOVE BOT-UNIT-SIZE (BOT-SUB)     TO SF-UNIT-SIZE.
005680     MOVE WS-SHIP-QTY                 TO SF-UNITS-SOLD.
005690     MOVE "S"                         TO SF-TXN-TYPE.
005700     MOVE BOT-BRANCH (BOT-SUB)        TO SF-BRANCH.
005710     WRITE SALES-REC.
005720 1500-SHIP-RELEASES-EXIT.
005730     EXIT.

005740*    RETURNS, AND DEALS AROMASALESRPT WILL REJECT, GO THROUGH
005750*    UNTOUCHED - ONLY A GOOD SALE CLAIMS STOCK. A SALE THE
005760*    BRANCH CANNOT COVER SHIPS WHAT THERE IS AND BACKORDERS THE
005770*    REST; ONE WITH NOTHING TO SHIP IS NOT WRITTEN AT ALL.
005780 2000-ALLOCATE-DEAL.
005790     MOVE DEAL-IN-REC TO SALES-REC.
005800     PERFORM 2050-VALIDATE-DEAL THRU 2050-VALIDATE-DEAL-EXIT.
005810     IF NOT RECORD-IS-VALID
005820         OR SF-RETURN
005830         WRITE SALES-REC
005840         GO TO 2000-ALLOCATE-DEAL-NEXT
005850     END-IF.
005860     IF SF-BRANCH NOT NUMERIC
005870         OR SF-BRANCH = ZERO
005880         MOVE 1 TO ST-BR-SUB
005890     ELSE
005900         IF SF-BRANCH > 9
005910             WRITE SALES-REC
005920             GO TO 2000-ALLOCATE-DEAL-NEXT
005930         END-IF
005940         MOVE SF-BRANCH TO ST-BR-SUB
005950     END-IF.
005960     MOVE SF-OIL-NAME   TO ST-SUB.
005970     MOVE SF-UNITS-SOLD TO WS-ORDER-QTY.
005980     PERFORM 2200-TAKE-AVAILABLE THRU 2200-TAKE-AVAILABLE-EXIT.
005990     IF WS-SHIP-QTY > ZERO
006000         MOVE WS-SHIP-QTY TO SF-UNITS-SOLD
006010         WRITE SALES-REC
006020     END-IF.
006030     IF WS-SHORT-QTY > ZERO
006040         PERFORM 2300-ADD-BACKORDER THRU 2300-ADD-BACKORDER-EXIT
006050     END-IF.
006060 2000-ALLOCATE-DEAL-NEXT.
006070     PERFORM 2100-READ-DEAL THRU 2100-READ-DEAL-EXIT.
006080 2000-ALLOCATE-DEAL-EXIT.
006090     EXIT.

006100*    SAME EDITS AROMASALESRPT'S 2150-VALIDATE-RECORD APPLIES, SO
006110*    A DEAL THE REPORT WILL REJECT NEVER CLAIMS STOCK OR LANDS ON
006120*    THE BACKORDER FILE.
006130 2050-VALIDATE-DEAL.
006140     MOVE "Y" TO WS-VALID-RECORD-SWITCH.
006150     IF SF-CUSTOMER-ID = SPACES
006160         OR SF-OIL-NAME NOT NUMERIC
006170         OR SF-OIL-NAME < 1 OR SF-OIL-NAME > 99
006180         OR SF-UNITS-SOLD NOT NUMERIC
006190         OR SF-UNITS-SOLD = ZERO
006200         MOVE "N" TO WS-VALID-RECORD-SWITCH
006210         GO TO 2050-VALIDATE-DEAL-EXIT
006220     END-IF.
006230     IF NOT OMT-ON-FILE (SF-OIL-NAME)
006240         OR NOT OMT-OIL-ACTIVE (SF-OIL-NAME)
006250         MOVE "N" TO WS-VALID-RECORD-SWITCH
006260         GO TO 2050-VALIDATE-DEAL-EXIT
006270     END-IF.
006280     IF NOT SF-SALE AND NOT SF-RETURN
006290         MOVE "N" TO WS-VALID-RECORD-SWITCH
006300         GO TO 2050-VALIDATE-DEAL-EXIT
006310     END-IF.
006320     MOVE "N" TO CT-FOUND-SWITCH.
006330     PERFORM 2060-MATCH-CUSTOMER-ENTRY THRU
006340         2060-MATCH-CUSTOMER-ENTRY-EXIT
006350         VARYING CT-SUB FROM 1 BY 1
006360         UNTIL CT-SUB > CT-COUNT OR CT-ENTRY-FOUND.
006370     IF NOT CT-ENTRY-FOUND
006380         MOVE "N" TO WS-VALID-RECORD-SWITCH
006390     ELSE
006400         IF NOT CT-ACTIVE (CT-MATCHED-SUB)
006410             MOVE "N" TO WS-VALID-RECORD-SWITCH
006420         END-IF
006430     END-IF.
006440 2050-VALIDATE-DEAL-EXIT.
006450     EXIT.

006460 2060-MATCH-CUSTOMER-ENTRY.
006470     IF CT-CUSTOMER-ID (CT-SUB) = SF-CUSTOMER-ID
006480         MOVE CT-SUB TO CT-MATCHED-SUB
006490         SET CT-ENTRY-FOUND TO TRUE
006500     END-IF.
006510 2060-MATCH-CUSTOMER-ENTRY-EXIT.
006520     EXIT.

006530 2100-READ-DEAL.
006540     READ DEALS-IN
006550         AT END
006560             SET END-OF-DEALS-IN TO TRUE
006570             SET END-OF-DEALS-DATA TO TRUE
006580     END-READ.
006590     IF NOT END-OF-DEALS-DATA
006600         ADD 1 TO WS-RECORDS-READ
006610     END-IF.
006620 2100-READ-DEAL-EXIT.
006630     EXIT.

006640*    SHIPS AS MUCH OF WS-ORDER-QTY AS THE BRANCH STILL HOLDS.
006650 2200-TAKE-AVAILABLE.
006660     IF WS-ORDER-QTY > AV-QTY (ST-BR-SUB, ST-SUB)
006670         MOVE AV-QTY (ST-BR-SUB, ST-SUB) TO WS-SHIP-QTY
006680     ELSE
006690         MOVE WS-ORDER-QTY TO WS-SHIP-QTY
006700     END-IF.
006710     SUBTRACT WS-SHIP-QTY FROM AV-QTY (ST-BR-SUB, ST-SUB).
006720     SUBTRACT WS-SHIP-QTY FROM WS-ORDER-QTY
006730         GIVING WS-SHORT-QTY.
006740 2200-TAKE-AVAILABLE-EXIT.
006750     EXIT.

006760*    TWO SHORT DEALS FOR THE SAME CUSTOMER, OIL, SIZE AND BRANCH
006770*    ON ONE NIGHT SHARE A ROW.
006780 2300-ADD-BACKORDER.
006790     ADD 1            TO WS-SHORT-COUNT.
006800     ADD WS-SHORT-QTY TO WS-SHORT-UNITS.
006810     MOVE "N" TO BOT-FOUND-SWITCH.
006820     PERFORM 2350-MATCH-BACKORDER THRU 2350-MATCH-BACKORDER-EXIT
006830         VARYING BOT-SUB FROM 1 BY 1
006840         UNTIL BOT-SUB > BOT-COUNT OR BOT-ENTRY-FOUND.
006850     IF NOT BOT-ENTRY-FOUND
006860         IF BOT-COUNT >= 2000
006870             DISPLAY "DEALALLOC: BACKORDER TABLE FULL AT 2000 - "
006880                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
006890             MOVE 16 TO RETURN-CODE
006900             STOP RUN
006910         END-IF
006920         ADD 1 TO BOT-COUNT
006930         MOVE BOT-COUNT TO BOT-MATCHED-SUB
006940         MOVE SF-CUSTOMER-ID TO BOT-CUSTOMER-ID (BOT-MATCHED-SUB)
006950         MOVE ST-SUB         TO BOT-OIL-NUM (BOT-MATCHED-SUB)
006960         MOVE WS-CURRENT-DATE-YYYYMMDD
006970             TO BOT-DEAL-DATE (BOT-MATCHED-SUB)
006980         MOVE ST-BR-SUB      TO BOT-BRANCH (BOT-MATCHED-SUB)
006990         MOVE SF-CUSTOMER-NAME
007000             TO BOT-CUSTOMER-NAME (BOT-MATCHED-SUB)
007010         MOVE SF-REP-ID      TO BOT-REP-ID (BOT-MATCHED-SUB)
007020         MOVE SF-OIL-TYPE    TO BOT-OIL-TYPE (BOT-MATCHED-SUB)
007030         MOVE SF-UNIT-SIZE   TO BOT-UNIT-SIZE (BOT-MATCHED-SUB)
007040         MOVE ZEROS TO BOT-QTY-OWED (BOT-MATCHED-SUB)
007050                       BOT-QTY-RELEASED (BOT-MATCHED-SUB)
007060                       BOT-RELEASE-DATE (BOT-MATCHED-SUB)
007070         MOVE "N" TO BOT-PRINTED-SWITCH (BOT-MATCHED-SUB)
007080     END-IF.
007090     ADD WS-SHORT-QTY TO BOT-QTY-OWED (BOT-MATCHED-SUB).
007100     MOVE SPACES TO ALLOC-DETAIL-LINE.
007110     MOVE SF-CUSTOMER-ID  TO PRN-CUSTOMER-ID.
007120     MOVE ST-BR-SUB       TO PRN-BRANCH.
007130     MOVE ST-SUB          TO PRN-OIL-NUM.
007140     MOVE SF-UNIT-SIZE    TO PRN-UNIT-SIZE.
007150     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DATE-WORK.
007160     PERFORM 7100-EDIT-DATE THRU 7100-EDIT-DATE-EXIT.
007170     MOVE DATE-EDIT-FIELDS TO PRN-DEAL-DATE.
007180     MOVE WS-ORDER-QTY    TO PRN-ORDERED.
007190     MOVE WS-SHIP-QTY     TO PRN-SHIPPED.
007200     MOVE WS-SHORT-QTY    TO PRN-OWED.
007210     IF WS-SHIP-QTY = ZERO
007220         MOVE "NONE IN STOCK - ALL BACKORDERED" TO PRN-NOTE
007230     ELSE
007240         MOVE "PART SHIPPED - REST BACKORDERED" TO PRN-NOTE
007250     END-IF.
007260     WRITE PRINT-LINE FROM ALLOC-DETAIL-LINE.
007270 2300-ADD-BACKORDER-EXIT.
007280     EXIT.

007290 2350-MATCH-BACKORDER.
007300     IF BOT-CUSTOMER-ID (BOT-SUB) = SF-CUSTOMER-ID
007310         AND BOT-OIL-NUM (BOT-SUB) = ST-SUB
007320         AND BOT-BRANCH (BOT-SUB) = ST-BR-SUB
007330         AND BOT-UNIT-SIZE (BOT-SUB) = SF-UNIT-SIZE
007340         AND BOT-DEAL-DATE (BOT-SUB) = WS-CURRENT-DATE-YYYYMMDD
007350         MOVE BOT-SUB TO BOT-MATCHED-SUB
007360         SET BOT-ENTRY-FOUND TO TRUE
007370     END-IF.
007380 2350-MATCH-BACKORDER-EXIT.
007390     EXIT.

007400 7000-DATE-TO-PSEUDO.
007410     MULTIPLY WS-DW-YYYY BY 372 GIVING WS-PSEUDO-WORK.
007420     MOVE WS-PSEUDO-WORK TO WS-PSEUDO-DAYS.
007430     MULTIPLY WS-DW-MM BY 31 GIVING WS-PSEUDO-WORK.
007440     ADD WS-PSEUDO-WORK TO WS-PSEUDO-DAYS.
007450     ADD WS-DW-DD TO WS-PSEUDO-DAYS.
007460 7000-DATE-TO-PSEUDO-EXIT.
007470     EXIT.

007480 7100-EDIT-DATE.
007490     MOVE WS-DW-MM   TO PRN-ED-MM.
007500     MOVE WS-DW-DD   TO PRN-ED-DD.
007510     MOVE WS-DW-YYYY TO PRN-ED-YYYY.
007520 7100-EDIT-DATE-EXIT.
007530     EXIT.

007540 8000-TERMINATE.
007550     IF WS-SHORT-COUNT = ZERO
007560         AND WS-RELEASE-COUNT = ZERO
007570         WRITE PRINT-LINE FROM NO-ALLOC-LINE
007580     END-IF.
007590     MOVE SPACES TO PRINT-LINE.
007600     WRITE PRINT-LINE.
007610     MOVE WS-SHORT-COUNT   TO PRN-SHORT-COUNT.
007620     MOVE WS-SHORT-UNITS   TO PRN-SHORT-UNITS.
007630     WRITE PRINT-LINE FROM ALLOC-COUNT-LINE.
007640     MOVE WS-RELEASE-COUNT TO PRN-RELEASE-COUNT.
007650     MOVE WS-RELEASE-UNITS TO PRN-RELEASE-UNITS.
007660     WRITE PRINT-LINE FROM RELEASE-COUNT-LINE.
007670     PERFORM 8200-PRINT-AGEING THRU 8200-PRINT-AGEING-EXIT.
007680     OPEN OUTPUT BACKORDER-OUT.
007690     PERFORM 8500-WRITE-BACKORDER THRU 8500-WRITE-BACKORDER-EXIT
007700         VARYING BOT-SUB FROM 1 BY 1 UNTIL BOT-SUB > BOT-COUNT.
007710     CLOSE BACKORDER-OUT.
007720     PERFORM 8900-WRITE-AUDIT-RECORD THRU
007730         8900-WRITE-AUDIT-RECORD-EXIT.
007740     PERFORM 8950-WRITE-STEP-STATUS THRU
007750         8950-WRITE-STEP-STATUS-EXIT.
007760     IF DEALS-FILE-OPEN
007770         CLOSE DEALS-IN
007780     END-IF.
007790     CLOSE DEALS-OUT
007800           BACKORDER-REPORT.
007810 8000-TERMINATE-EXIT.
007820     EXIT.

007830*    EVERYTHING STILL OWED, CUSTOMER BY CUSTOMER IN THE ORDER
007840*    EACH CUSTOMER FIRST WENT SHORT, AGED FROM THE DEAL DATE.
007850 8200-PRINT-AGEING.
007860     MOVE SPACES TO PRINT-LINE.
007870     WRITE PRINT-LINE.
007880     WRITE PRINT-LINE FROM AGEING-HEADING-LINE.
007890     WRITE PRINT-LINE FROM AGEING-TOPIC-LINE.
007900     MOVE ZEROS TO AGEING-TOTALS.
007910     PERFORM 8250-PRINT-CUSTOMER THRU 8250-PRINT-CUSTOMER-EXIT
007920         VARYING BOT-SUB FROM 1 BY 1 UNTIL BOT-SUB > BOT-COUNT.
007930     IF WS-OWED-ROWS = ZERO
007940         WRITE PRINT-LINE FROM NO-AGEING-LINE
007950         GO TO 8200-PRINT-AGEING-EXIT
007960     END-IF.
007970     MOVE SPACES TO AGEING-TOTAL-LINE.
007980     MOVE "TOTAL UNITS OWED" TO PRN-AG-TOTAL-LABEL.
007990     PERFORM 8290-MOVE-GRAND-BUCKET THRU
008000         8290-MOVE-GRAND-BUCKET-EXIT
008010         VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 4.
008020     WRITE PRINT-LINE FROM AGEING-TOTAL-LINE.
008030 8200-PRINT-AGEING-EXIT.
008040     EXIT.

008050 8250-PRINT-CUSTOMER.
008060     IF BOT-QTY-OWED (BOT-SUB) = ZERO
008070         OR BOT-PRINTED (BOT-SUB)
008080         GO TO 8250-PRINT-CUSTOMER-EXIT
008090     END-IF.
008100     MOVE BOT-CUSTOMER-ID (BOT-SUB) TO WS-AGE-CUSTOMER-ID.
008110     MOVE ZEROS TO AGC-BUCKET (1) AGC-BUCKET (2)
008120                   AGC-BUCKET (3) AGC-BUCKET (4).
008130     PERFORM 8260-PRINT-AGE-ROW THRU 8260-PRINT-AGE-ROW-EXIT
008140         VARYING BOT-AGE-SUB FROM BOT-SUB BY 1
008150         UNTIL BOT-AGE-SUB > BOT-COUNT.
008160     MOVE SPACES TO AGEING-TOTAL-LINE.
008170     STRING "CUSTOMER " WS-AGE-CUSTOMER-ID " TOTAL"
008180         DELIMITED BY SIZE INTO PRN-AG-TOTAL-LABEL.
008190     PERFORM 8280-MOVE-CUSTOMER-BUCKET THRU
008200         8280-MOVE-CUSTOMER-BUCKET-EXIT
008210         VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 4.
008220     WRITE PRINT-LINE FROM AGEING-TOTAL-LINE.
008230     MOVE SPACES TO PRINT-LINE.
008240     WRITE PRINT-LINE.
008250 8250-PRINT-CUSTOMER-EXIT.
008260     EXIT.

008270 8260-PRINT-AGE-ROW.
008280     IF BOT-CUSTOMER-ID (BOT-AGE-SUB) NOT = WS-AGE-CUSTOMER-ID
008290         OR BOT-QTY-OWED (BOT-AGE-SUB) = ZERO
008300         GO TO 8260-PRINT-AGE-ROW-EXIT
008310     END-IF.
008320     SET BOT-PRINTED (BOT-AGE-SUB) TO TRUE.
008330     ADD 1 TO WS-OWED-ROWS.
008340     MOVE BOT-DEAL-DATE (BOT-AGE-SUB) TO WS-DATE-WORK.
008350     PERFORM 7000-DATE-TO-PSEUDO THRU 7000-DATE-TO-PSEUDO-EXIT.
008360     SUBTRACT WS-PSEUDO-DAYS FROM WS-RUN-PSEUDO-DAYS
008370         GIVING WS-AGE-DAYS.
008380     IF WS-AGE-DAYS <= 7
008390         MOVE 1 TO BKT-SUB
008400     ELSE
008410         IF WS-AGE-DAYS <= 14
008420             MOVE 2 TO BKT-SUB
008430         ELSE
008440             IF WS-AGE-DAYS <= 30
008450                 MOVE 3 TO BKT-SUB
008460             ELSE
008470                 MOVE 4 TO BKT-SUB
008480             END-IF
008490         END-IF
008500     END-IF.
008510     MOVE SPACES TO AGEING-DETAIL-LINE.
008520     MOVE BOT-CUSTOMER-ID (BOT-AGE-SUB)   TO PRN-AG-CUSTOMER-ID.
008530     MOVE BOT-CUSTOMER-NAME (BOT-AGE-SUB)
008540         TO PRN-AG-CUSTOMER-NAME.
008550     MOVE BOT-BRANCH (BOT-AGE-SUB)        TO PRN-AG-BRANCH.
008560     MOVE BOT-OIL-NUM (BOT-AGE-SUB)       TO PRN-AG-OIL-NUM.
008570     MOVE BOT-UNIT-SIZE (BOT-AGE-SUB)     TO PRN-AG-UNIT-SIZE.
008580     PERFORM 7100-EDIT-DATE THRU 7100-EDIT-DATE-EXIT.
008590     MOVE DATE-EDIT-FIELDS TO PRN-AG-DEAL-DATE.
008600     MOVE ZEROS TO PRN-AG-BUCKET (1) PRN-AG-BUCKET (2)
008610                   PRN-AG-BUCKET (3) PRN-AG-BUCKET (4).
008620     MOVE BOT-QTY-OWED (BOT-AGE-SUB) TO PRN-AG-BUCKET (BKT-SUB).
008630     ADD BOT-QTY-OWED (BOT-AGE-SUB)  TO AGC-BUCKET (BKT-SUB)
008640                                        AGT-BUCKET (BKT-SUB).
008650     WRITE PRINT-LINE FROM AGEING-DETAIL-LINE.
008660 8260-PRINT-AGE-ROW-EXIT.
008670     EXIT.

008680 8280-MOVE-CUSTOMER-BUCKET.
008690     MOVE AGC-BUCKET (BKT-SUB) TO PRN-AG-TOTAL-BUCKET (BKT-SUB).
008700 8280-MOVE-CUSTOMER-BUCKET-EXIT.
008710     EXIT.

008720 8290-MOVE-GRAND-BUCKET.
008730     MOVE AGT-BUCKET (BKT-SUB) TO PRN-AG-TOTAL-BUCKET (BKT-SUB).
008740 8290-MOVE-GRAND-BUCKET-EXIT.
008750     EXIT.

008760*    ROWS WITH NOTHING LEFT OWED ARE DROPPED. NOTHING IS LEFT
008770*    RELEASED - EVERY RELEASE SHIPPED OR WENT BACK TO OWED.
008780 8500-WRITE-BACKORDER.
008790     IF BOT-QTY-OWED (BOT-SUB) = ZERO
008800         AND BOT-QTY-RELEASED (BOT-SUB) = ZERO
008810         GO TO 8500-WRITE-BACKORDER-EXIT
008820     END-IF.
008830     MOVE BOT-CUSTOMER-ID (BOT-SUB)   TO BO-CUSTOMER-ID.
008840     MOVE BOT-OIL-NUM (BOT-SUB)       TO BO-OIL-NUM.
008850     MOVE BOT-DEAL-DATE (BOT-SUB)     TO BO-DEAL-DATE.
008860     MOVE BOT-BRANCH (BOT-SUB)        TO BO-BRANCH.
008870     MOVE BOT-CUSTOMER-NAME (BOT-SUB) TO BO-CUSTOMER-NAME.
008880     MOVE BOT-REP-ID (BOT-SUB)        TO BO-REP-ID.
008890     MOVE BOT-OIL-TYPE (BOT-SUB)      TO BO-OIL-TYPE.
008900     MOVE BOT-UNIT-SIZE (BOT-SUB)     TO BO-UNIT-SIZE.
008910     MOVE BOT-QTY-OWED (BOT-SUB)      TO BO-QTY-OWED.
008920     MOVE BOT-QTY-RELEASED (BOT-SUB)  TO BO-QTY-RELEASED.
008930     MOVE BOT-RELEASE-DATE (BOT-SUB)  TO BO-RELEASE-DATE.
008940     WRITE BACKORDER-REC.
008950 8500-WRITE-BACKORDER-EXIT.
008960     EXIT.

008970 8900-WRITE-AUDIT-RECORD.
008980     MOVE "DEALALLOC"           TO AR-PROGRAM-ID.
008990     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
009000     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
009010     ACCEPT AR-END-TIME         FROM TIME.
009020     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
009030     MOVE ZERO                  TO AR-RECORDS-REJECTED.
009040     OPEN EXTEND AUDIT-TRAIL-FILE.
009050     WRITE AUDIT-REC.
009060     CLOSE AUDIT-TRAIL-FILE.
009070 8900-WRITE-AUDIT-RECORD-EXIT.
009080     EXIT.

009090*    THE DRIVER'S RESTART MODE SKIPS STEPS ALREADY ON
009100*    STEPSTAT.DAT FOR THE BUSINESS DATE - ONLY A CLEAN END
009110*    WRITES THE RECORD.
009120 8950-WRITE-STEP-STATUS.
009130     OPEN EXTEND STEP-STATUS-FILE.
009140     IF WS-STEPSTAT-STATUS NOT = "00"
009150         OPEN OUTPUT STEP-STATUS-FILE
009160     END-IF.
009170     MOVE "DEALALLOC" TO ST-PROGRAM-ID.
009180     MOVE WS-CURRENT-DATE-YYYYMMDD TO ST-BUSINESS-DATE.
009190     WRITE STEP-STATUS-REC.
009200     CLOSE STEP-STATUS-FILE.
009210 8950-WRITE-STEP-STATUS-EXIT.
009220     EXIT.

009230 END PROGRAM DEALALLOC.
