000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       WEEKLY LOT EXPIRY REVIEW AND WRITE-OFF.
000070*                SORTS THE OILLOT.DAT LOT FILE (SEE OILLOT.CPY)
000080*                INTO BEST-BEFORE ORDER AND WORKS THROUGH IT
000090*                AGAINST THE BUSINESS DATE. A LOT WHOSE
000100*                BEST-BEFORE DATE HAS PASSED CAN NO LONGER BE
000110*                SOLD: IT IS WRITTEN OFF - ITS UNITS COME OFF THE
000120*                OIL'S ON-HAND AND ITS VALUE, AT THE OIL'S
000130*                WEIGHTED-AVERAGE COST, OFF THE OIL'S BOOK VALUE
000140*                ON THE OILSTOCK.DAT STOCK MASTER - AND THE LOT
000150*                IS DROPPED. A LOT DUE TO EXPIRE WITHIN
000160*                EXPIRY-WARN-DAYS OF THE BUSINESS DATE (FROM
000170*                BATCHPARM.DAT, DEFAULT 30) IS LISTED WITH THE
000180*                DAYS IT HAS LEFT SO THE SHOPS CAN SELL IT FIRST.
000190*                LOTEXPIRY.RPT CARRIES BOTH LISTS. THE MASTER AND
000200*                THE LOTS GO TO OILSTOCK.NEW AND OILLOT.NEW FOR
000210*                THE OPERATOR TO PROMOTE AFTER CHECKING THE
000220*                REPORT, AS STOCKTAKE DOES, AND THE VALUE WRITTEN
000230*                OFF GOES TO EXPIRYVAL.DAT FOR GLEXTRACT TO POST
000240*                AS AN EXPIRED-STOCK WRITE-OFF AGAINST THE STOCK
000250*                ACCOUNT. A SECOND RUN ON THE SAME BUSINESS DATE
000260*                ADDS TO THAT DAY'S VALUE, AS GOODSRCV DOES. RUN
000270*                STANDALONE ONCE A WEEK, LIKE APPAY.
000280* TECTONICS:     cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  2026-10-15 DO    ORIGINAL VERSION.
000321*  2026-10-15 DO    STOCK AND LOTS ARE NOW HELD PER BRANCH. AN
000322*                   EXPIRED LOT IS WRITTEN OFF THE STOCK OF THE
000323*                   BRANCH HOLDING IT, AND BOTH LISTS SHOW THE
000324*                   BRANCH SO EACH SHOP SEES ITS OWN LOTS.
000325*  2026-10-15 DO    THE VALUE WRITTEN OFF IS NOW KEPT PER BRANCH
000326*                   AND EXPIRYVAL.DAT CARRIES ONE ROW PER BRANCH
000327*                   THAT LOST STOCK, SO GLEXTRACT POSTS EACH
000328*                   SHOP'S WRITE-OFF TO ITS OWN BRANCH.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. LOTEXPIRY.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS WS-LOT-STATUS.

000420     SELECT WORK-FILE ASSIGN TO "LOTXSORT.TMP".

000430     SELECT LOT-SORTED-FILE ASSIGN TO "LOTEXPRY.TMP"
000440               ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-LOT-OUT-STATUS.

000480     SELECT STOCK-MASTER-IN ASSIGN TO "OILSTOCK.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS WS-STOCK-STATUS.

000510     SELECT STOCK-MASTER-OUT ASSIGN TO "OILSTOCK.NEW"
000520               ORGANIZATION IS LINE SEQUENTIAL
000530               FILE STATUS IS WS-STOCK-OUT-STATUS.

000540     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS WS-OILMAST-STATUS.

000570     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS WS-BATCHPARM-STATUS.

000600     SELECT EXPIRY-VALUE-FILE ASSIGN TO "EXPIRYVAL.DAT"
000610               ORGANIZATION IS LINE SEQUENTIAL
000620               FILE STATUS IS WS-EXPVAL-STATUS.

000630     SELECT EXPIRY-REPORT ASSIGN TO "LOTEXPIRY.RPT"
000640               ORGANIZATION IS LINE SEQUENTIAL.

000650     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000660               ORGANIZATION IS LINE SEQUENTIAL
000670               FILE STATUS IS WS-RUNCTL-STATUS.

000680     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000690               ORGANIZATION IS LINE SEQUENTIAL.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  LOT-MASTER-IN.
000730 01  LOT-IN-REC                  PIC X(36).

000740 SD  WORK-FILE.
000750 01  WORK-REC.
000760     02  WK-OIL-NUM              PIC 99.
000770     02  WK-LOT-NO               PIC X(10).
000780     02  WK-BEST-BEFORE          PIC 9(8).
000790     02  WK-RECEIVED-DATE        PIC 9(8).
000800     02  WK-LOT-QTY              PIC 9(6).
000801     02  WK-BRANCH               PIC 99.

000810 FD  LOT-SORTED-FILE.
000820     COPY OILLOT.

000830 FD  LOT-MASTER-OUT.
000840     COPY OILLOT REPLACING
000850         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
000860         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
000870         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
000880         ==OL-LOT-NO== BY ==LTO-LOT-NO==
000890         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
000900         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
000910         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
000911         ==OL-BRANCH== BY ==LTO-BRANCH==.

000920 FD  STOCK-MASTER-IN.
000930     COPY OILSTOCK REPLACING
000940         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000950         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000960         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000970         ==OS-ON-HAND== BY ==STI-ON-HAND==
000980         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000990         ==OS-AVG-COST== BY ==STI-AVG-COST==
001000         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
001001         ==OS-BRANCH== BY ==STI-BRANCH==.

001010 FD  STOCK-MASTER-OUT.
001020     COPY OILSTOCK REPLACING
001030         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
001040         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
001050         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
001060         ==OS-ON-HAND== BY ==STO-ON-HAND==
001070         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
001080         ==OS-AVG-COST== BY ==STO-AVG-COST==
001090         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
001091         ==OS-BRANCH== BY ==STO-BRANCH==.

001100 FD  OIL-MASTER-FILE.
001110     COPY OILMAST.

001120 FD  BATCH-PARM-FILE.
001130     COPY BATCHPARM.

001140*    THE VALUE WRITTEN OFF FOR GLEXTRACT, STAMPED WITH THE
001150*    BUSINESS DATE THE RUN WORKED UNDER.
001160 FD  EXPIRY-VALUE-FILE.
001170 01  EXPIRY-VALUE-REC.
001180     02  EX-RUN-DATE             PIC 9(8).
001190     02  EX-WRITEOFF-VALUE       PIC S9(7)V99.
001191     02  EX-BRANCH               PIC 99.

001200 FD  EXPIRY-REPORT.
001210 01  PRINT-LINE                  PIC X(90).

001220 FD  RUN-CONTROL-FILE.
001230     COPY RUNCTL.

001240 FD  AUDIT-TRAIL-FILE.
001250     COPY AUDITREC.

001260 WORKING-STORAGE SECTION.

001270 01  WS-BATCHPARM-STATUS         PIC XX.
001280 01  WS-PARM-SWITCHES.
001290     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
001300         88  END-OF-PARM-DATA    VALUE "Y".

001310 01  WS-PARM-SOURCES.
001320     02  WS-PARM-SOURCE-1       PIC X(16)
001330             VALUE "DEFAULT".

001340 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
001350             VALUE "PARAMETERS IN FORCE".

001360 01  PARM-AUDIT-LINE.
001370     02  PRN-PARM-NAME           PIC X(20).
001380     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
001390     02  FILLER                  PIC X(2) VALUE SPACES.
001400     02  PRN-PARM-SOURCE         PIC X(16).

001410 01  WS-WARN-DAYS                PIC 999     VALUE 30.

001420 01  REPORT-HEADING-LINE         PIC X(40)
001430             VALUE "   AROMAMORA LOT EXPIRY REVIEW".

001440 01  REPORT-HEADING-UNDERLINE.
001450     02  FILLER                  PIC X(3)  VALUE SPACES.
001460     02  FILLER                  PIC X(27) VALUE ALL "-".

001470 01  RUN-DATE-LINE.
001480     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001490     02  PRN-RUN-MM              PIC 99.
001500     02  FILLER                  PIC X VALUE "/".
001510     02  PRN-RUN-DD              PIC 99.
001520     02  FILLER                  PIC X VALUE "/".
001530     02  PRN-RUN-YYYY            PIC 9(4).

001540 01  WARN-DATE-LINE.
001550     02  FILLER                  PIC X(27)
001560             VALUE "EXPIRY WARNING DATE      : ".
001570     02  PRN-WARN-MM             PIC 99.
001580     02  FILLER                  PIC X VALUE "/".
001590     02  PRN-WARN-DD             PIC 99.
001600     02  FILLER                  PIC X VALUE "/".
001610     02  PRN-WARN-YYYY           PIC 9(4).

001620 01  WRITEOFF-HEADING-LINE       PIC X(50)
001630             VALUE "LOTS PAST BEST-BEFORE - WRITTEN OFF".

001640 01  WRITEOFF-TOPIC-LINE.
001650     02  FILLER                  PIC X(3)  VALUE "BR ".
001651     02  FILLER                  PIC X(44)
001660             VALUE "OIL DESCRIPTION          LOT         BEST BE".
001670     02  FILLER                  PIC X(40)
001680             VALUE "FORE    QTY  AVG COST       VALUE".

001690 01  EXPIRING-HEADING-LINE       PIC X(44)
001700             VALUE "LOTS DUE BY THE WARNING DATE - SELL FIRST".

001750 01  EXPIRING-TOPIC-LINE.
001760     02  FILLER                  PIC X(3)  VALUE "BR ".
001761     02  FILLER                  PIC X(44)
001770             VALUE "OIL DESCRIPTION          LOT         BEST BE".
001780     02  FILLER                  PIC X(30)
001790             VALUE "FORE    QTY  DAYS LEFT".

001800 01  LOT-DETAIL-LINE.
001801     02  PRN-BRANCH              PIC 99.
001802     02  FILLER                  PIC X(1)  VALUE SPACES.
001810     02  PRN-OIL-NUM             PIC 99.
001820     02  FILLER                  PIC X(2)  VALUE SPACES.
001830     02  PRN-OIL-DESC            PIC X(20).
001840     02  FILLER                  PIC X(1)  VALUE SPACES.
001850     02  PRN-LOT-NO              PIC X(10).
001860     02  FILLER                  PIC X(2)  VALUE SPACES.
001870     02  PRN-BB-MM               PIC 99.
001880     02  FILLER                  PIC X     VALUE "/".
001890     02  PRN-BB-DD               PIC 99.
001900     02  FILLER                  PIC X     VALUE "/".
001910     02  PRN-BB-YYYY             PIC 9(4).
001920     02  PRN-LOT-QTY             PIC BZZZ,ZZ9.
001930     02  PRN-LOT-DETAIL          PIC X(30).

001940 01  WRITEOFF-DETAIL REDEFINES LOT-DETAIL-LINE.
001950     02  FILLER                  PIC X(58).
001960     02  PRN-AVG-COST            PIC BBZ,ZZ9.99.
001970     02  PRN-WRITEOFF-VALUE      PIC BB$$$,$$9.99.
001980     02  FILLER                  PIC X(6).

001990 01  EXPIRING-DETAIL REDEFINES LOT-DETAIL-LINE.
002000     02  FILLER                  PIC X(58).
002010     02  PRN-DAYS-LEFT           PIC BBBBBBBBZZ9.
002020     02  FILLER                  PIC X(19).

002030 01  NOT-ON-MASTER-LINE.
002040     02  FILLER                  PIC X(8)  VALUE SPACES.
002050     02  FILLER                  PIC X(50)
002060             VALUE "OIL NOT ON THE STOCK MASTER - LOT DROPPED".

002070 01  NONE-LINE                   PIC X(20)
002080             VALUE "  NONE.".

002090 01  WRITEOFF-TOTAL-LINE.
002100     02  FILLER          PIC X(22) VALUE "LOTS WRITTEN OFF     :".
002110     02  PRN-WRITEOFF-COUNT      PIC BZZZ9.
002120     02  FILLER          PIC X(10) VALUE "   UNITS: ".
002130     02  PRN-WRITEOFF-UNITS      PIC ZZZ,ZZ9.
002140     02  FILLER          PIC X(10) VALUE "   VALUE: ".
002150     02  PRN-WRITEOFF-TOTAL      PIC $$$,$$9.99.

002160 01  EXPIRING-TOTAL-LINE.
002170     02  FILLER          PIC X(22) VALUE "LOTS EXPIRING SOON   :".
002180     02  PRN-EXPIRING-COUNT      PIC BZZZ9.
002190     02  FILLER          PIC X(10) VALUE "   UNITS: ".
002200     02  PRN-EXPIRING-UNITS      PIC ZZZ,ZZ9.

002210 01  OIL-STOCK-TABLE.
002220     02  BRANCH-STOCK OCCURS 9 TIMES.
002221         03  STOCK-ENTRY OCCURS 99 TIMES.
002230             04  ST-ON-FILE-SWITCH   PIC X.
002240                 88  ST-ON-FILE      VALUE "Y".
002250             04  ST-ON-HAND          PIC 9(6).
002260             04  ST-REORDER-POINT    PIC 9(6).
002270             04  ST-AVG-COST         PIC 9(4)V9999.
002280             04  ST-STOCK-VALUE      PIC 9(8)V99.

002290 01  ST-SUB                      PIC 999.
002291 01  ST-BR-SUB                   PIC 99.

002300*    DESCRIPTIONS ONLY - A MISSING MASTER PRINTS BLANK NAMES.
002310 01  OIL-DESC-TABLE.
002320     02  OIL-DESC-ENTRY OCCURS 99 TIMES.
002330         03  ODT-DESCRIPTION     PIC X(20).

002340 01  WS-LOT-FIELDS.
002350     02  WS-WRITEOFF-QTY         PIC 9(6).
002360     02  WS-WRITEOFF-VALUE       PIC 9(8)V99.
002370     02  WS-DAYS-LEFT            PIC 999.
002380     02  WS-WARN-DATE            PIC 9(8).
002390     02  WS-SECTION-SWITCH       PIC X       VALUE "W".
002400         88  WRITEOFF-SECTION    VALUE "W".
002410         88  EXPIRING-SECTION    VALUE "E".

002420 01  WS-TOTALS.
002430     02  WS-WRITEOFF-TOTAL       PIC S9(7)V99 VALUE ZERO.
002440     02  WS-WRITEOFF-COUNT       PIC 9(4)    VALUE ZERO.
002450     02  WS-WRITEOFF-UNITS       PIC 9(6)    VALUE ZERO.
002460     02  WS-EXPIRING-COUNT       PIC 9(4)    VALUE ZERO.
002470     02  WS-EXPIRING-UNITS       PIC 9(6)    VALUE ZERO.
002480
002481 01  BRANCH-WRITEOFF-TABLE.
002482     02  BRANCH-WRITEOFF-TOTAL   PIC S9(7)V99 OCCURS 9 TIMES.

002490 01  WS-SWITCHES.
002500     02  WS-LOT-EOF              PIC X       VALUE "N".
002510         88  END-OF-LOT-DATA     VALUE "Y".
002520     02  WS-STOCK-EOF            PIC X       VALUE "N".
002530         88  END-OF-STOCK-DATA   VALUE "Y".
002540     02  WS-OILMAST-EOF          PIC X       VALUE "N".
002550         88  END-OF-OILMAST-DATA VALUE "Y".
002551     02  WS-EXPVAL-EOF           PIC X       VALUE "N".
002552         88  END-OF-EXPVAL-DATA  VALUE "Y".

002560 01  WS-FILE-STATUSES.
002570     02  WS-LOT-STATUS           PIC XX.
002580     02  WS-LOT-OUT-STATUS       PIC XX.
002590     02  WS-STOCK-STATUS         PIC XX.
002600     02  WS-STOCK-OUT-STATUS     PIC XX.
002610     02  WS-OILMAST-STATUS       PIC XX.
002620     02  WS-EXPVAL-STATUS        PIC XX.
002630     02  WS-RUNCTL-STATUS        PIC XX.

002640 01  WS-CURRENT-DATE.
002650     02  WS-CURRENT-DATE-YYYYMMDD.
002660         03  WS-CURRENT-YYYY     PIC 9(4).
002670         03  WS-CURRENT-MM       PIC 99.
002680         03  WS-CURRENT-DD       PIC 99.

002690*    CALENDAR WORK AREA FOR THE WARNING WINDOW AND THE DAYS
002700*    LEFT - FEBRUARY IS TAKEN FROM THE LEAP-YEAR TEST, NOT THE
002710*    TABLE.
002720 01  WS-DATE-WORK                PIC 9(8).
002730 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002740     02  WS-DW-YYYY              PIC 9(4).
002750     02  WS-DW-MM                PIC 99.
002760     02  WS-DW-DD                PIC 99.

002770 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002780             VALUE "312831303130313130313031".
002790 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002800     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.

002810 01  WS-CALENDAR-FIELDS.
002820     02  WS-DAYS-TO-ADD          PIC 999.
002830     02  WS-DAYS-THIS-MONTH      PIC 99.
002840     02  WS-LEAP-QUOTIENT        PIC 9(4).
002850     02  WS-LEAP-REMAINDER       PIC 999.

002860 01  WS-AUDIT-FIELDS.
002870     02  WS-AUDIT-START-TIME     PIC 9(8).
002880     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
002890     02  WS-RECORDS-REJECTED     PIC 9(7)    VALUE ZERO.

002900 PROCEDURE DIVISION.
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002930     PERFORM 2000-REVIEW-LOT THRU 2000-REVIEW-LOT-EXIT
002940         UNTIL END-OF-LOT-DATA.
002950     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002960     STOP RUN.

002970 1000-INITIALIZE.
002980     PERFORM 1005-READ-RUN-CONTROL THRU
002990         1005-READ-RUN-CONTROL-EXIT.
003000     PERFORM 1008-CHECK-STAGED-FILE THRU
003010         1008-CHECK-STAGED-FILE-EXIT.
003020     PERFORM 1030-LOAD-PARAMETERS THRU
003030         1030-LOAD-PARAMETERS-EXIT.
003040     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003041     MOVE ZEROS TO BRANCH-WRITEOFF-TABLE.
003050     MOVE WS-CURRENT-DATE-YYYYMMDD   TO WS-DATE-WORK.
003060     MOVE WS-WARN-DAYS               TO WS-DAYS-TO-ADD.
003070     PERFORM 7100-ADD-DAYS THRU 7100-ADD-DAYS-EXIT.
003080     MOVE WS-DATE-WORK               TO WS-WARN-DATE.
003090     OPEN OUTPUT EXPIRY-REPORT.
003100     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003110     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003120     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003130     MOVE WS-DW-MM                   TO PRN-WARN-MM.
003140     MOVE WS-DW-DD                   TO PRN-WARN-DD.
003150     MOVE WS-DW-YYYY                 TO PRN-WARN-YYYY.
003160     MOVE SPACES TO PRINT-LINE.
003170     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003180     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003190     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003200     WRITE PRINT-LINE FROM WARN-DATE-LINE.
003210     MOVE SPACES TO PRINT-LINE.
003220     WRITE PRINT-LINE.
003230     PERFORM 1130-PRINT-PARM-AUDIT THRU
003240         1130-PRINT-PARM-AUDIT-EXIT.
003250     WRITE PRINT-LINE FROM WRITEOFF-HEADING-LINE.
003260     WRITE PRINT-LINE FROM WRITEOFF-TOPIC-LINE.
003270     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
003280     PERFORM 1050-LOAD-STOCK THRU 1050-LOAD-STOCK-EXIT.
003290     PERFORM 1070-SORT-LOTS THRU 1070-SORT-LOTS-EXIT.
003300     OPEN OUTPUT LOT-MASTER-OUT.
003310     OPEN INPUT LOT-SORTED-FILE.
003320     PERFORM 2900-READ-LOT THRU 2900-READ-LOT-EXIT.
003330 1000-INITIALIZE-EXIT.
003340     EXIT.

003350 1005-READ-RUN-CONTROL.
003360     OPEN INPUT RUN-CONTROL-FILE.
003370     IF WS-RUNCTL-STATUS NOT = "00"
003380         DISPLAY "LOTEXPIRY: RUN CONTROL RECORD MISSING"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     READ RUN-CONTROL-FILE
003430         AT END
003440             DISPLAY "LOTEXPIRY: RUN CONTROL RECORD MISSING"
003450             MOVE 16 TO RETURN-CODE
003460             STOP RUN
003470     END-READ.
003480     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003490     CLOSE RUN-CONTROL-FILE.
003500 1005-READ-RUN-CONTROL-EXIT.
003510     EXIT.

003520*    AN OILSTOCK.NEW OR OILLOT.NEW STILL ON FILE MEANS AN EARLIER
003530*    DAY RUN WAS NEVER PROMOTED - WRITING OFF FROM THE OLD FILES
003540*    WOULD THROW ITS UPDATES AWAY, SO STOP BEFORE TOUCHING
003550*    ANYTHING AND LET THE OPERATOR PROMOTE OR REMOVE THEM FIRST.
003560 1008-CHECK-STAGED-FILE.
003570     OPEN INPUT STOCK-MASTER-OUT.
003580     IF WS-STOCK-OUT-STATUS = "00"
003590         CLOSE STOCK-MASTER-OUT
003600         DISPLAY "LOTEXPIRY: OILSTOCK.NEW ALREADY ON FILE - "
003610             "PROMOTE OR REMOVE IT FIRST"
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     OPEN INPUT LOT-MASTER-OUT.
003660     IF WS-LOT-OUT-STATUS = "00"
003670         CLOSE LOT-MASTER-OUT
003680         DISPLAY "LOTEXPIRY: OILLOT.NEW ALREADY ON FILE - "
003690             "PROMOTE OR REMOVE IT FIRST"
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730 1008-CHECK-STAGED-FILE-EXIT.
003740     EXIT.

003750*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
003760*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
003770 1030-LOAD-PARAMETERS.
003780     OPEN INPUT BATCH-PARM-FILE.
003790     IF WS-BATCHPARM-STATUS NOT = "00"
003800         SET END-OF-PARM-DATA TO TRUE
003810         GO TO 1030-LOAD-PARAMETERS-EXIT
003820     END-IF.
003830     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
003840         UNTIL END-OF-PARM-DATA.
003850     CLOSE BATCH-PARM-FILE.
003860 1030-LOAD-PARAMETERS-EXIT.
003870     EXIT.

003880 1032-READ-PARM.
003890     READ BATCH-PARM-FILE
003900         AT END
003910             SET END-OF-BATCH-PARM TO TRUE
003920             SET END-OF-PARM-DATA TO TRUE
003930     END-READ.
003940     IF END-OF-PARM-DATA
003950         GO TO 1032-READ-PARM-EXIT
003960     END-IF.
003970     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
003980 1032-READ-PARM-EXIT.
003990     EXIT.

004000 1034-APPLY-PARM.
004010     IF BP-PARM-NAME = "EXPIRY-WARN-DAYS"
004020         IF BP-PARM-VALUE >= 1
004030             AND BP-PARM-VALUE <= 365
004040             MOVE BP-PARM-VALUE TO WS-WARN-DAYS
004050             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
004060         ELSE
004070             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
004080         END-IF
004090     END-IF.
004100 1034-APPLY-PARM-EXIT.
004110     EXIT.

004120 1040-LOAD-OIL-MASTER.
004130     MOVE SPACES TO OIL-DESC-TABLE.
004140     OPEN INPUT OIL-MASTER-FILE.
004150     IF WS-OILMAST-STATUS NOT = "00"
004160         GO TO 1040-LOAD-OIL-MASTER-EXIT
004170     END-IF.
004180     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
004190         UNTIL END-OF-OILMAST-DATA.
004200     CLOSE OIL-MASTER-FILE.
004210 1040-LOAD-OIL-MASTER-EXIT.
004220     EXIT.

004230 1045-READ-OIL-MASTER.
004240     READ OIL-MASTER-FILE
004250         AT END
004260             SET END-OF-OIL-MASTER TO TRUE
004270             SET END-OF-OILMAST-DATA TO TRUE
004280     END-READ.
004290     IF END-OF-OILMAST-DATA
004300         OR OM-OIL-NUM = ZERO
004310         GO TO 1045-READ-OIL-MASTER-EXIT
004320     END-IF.
004330     MOVE OM-DESCRIPTION TO ODT-DESCRIPTION (OM-OIL-NUM).
004340 1045-READ-OIL-MASTER-EXIT.
004350     EXIT.

004360 1050-LOAD-STOCK.
004370     PERFORM 1055-INIT-STOCK-ENTRY THRU 1055-INIT-STOCK-ENTRY-EXIT
004380         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
004381         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
004390     OPEN INPUT STOCK-MASTER-IN.
004400     IF WS-STOCK-STATUS NOT = "00"
004410         DISPLAY "LOTEXPIRY: OILSTOCK.DAT MISSING"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     PERFORM 1060-READ-STOCK THRU 1060-READ-STOCK-EXIT
004460         UNTIL END-OF-STOCK-DATA.
004470     CLOSE STOCK-MASTER-IN.
004480 1050-LOAD-STOCK-EXIT.
004490     EXIT.

004500 1055-INIT-STOCK-ENTRY.
004510     MOVE "N"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
004520     MOVE ZEROS TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
004530                   ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
004540                   ST-AVG-COST (ST-BR-SUB, ST-SUB)
004550                   ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
004560 1055-INIT-STOCK-ENTRY-EXIT.
004570     EXIT.

004580 1060-READ-STOCK.
004590     READ STOCK-MASTER-IN
004600         AT END
004610             SET END-OF-STOCK-MASTER TO TRUE
004620             SET END-OF-STOCK-DATA TO TRUE
004630     END-READ.
004640     IF END-OF-STOCK-DATA
004650         OR STI-OIL-NUM = ZERO
000001         GO TO 1060-READ-STOCK-EXIT
000002     END-IF.
000003*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
000004*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
000005*    DROP THE ROW'S STOCK.
000006     IF STI-BRANCH NOT NUMERIC
000007         OR STI-BRANCH = ZERO
000008         MOVE 1 TO ST-BR-SUB
000009     ELSE
000010         IF STI-BRANCH > 9
000011             DISPLAY "LOTEXPIRY: OILSTOCK.DAT BRANCH " STI-BRANCH
000012                 " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
000013             MOVE 16 TO RETURN-CODE
000014             STOP RUN
000015         END-IF
000016         MOVE STI-BRANCH TO ST-BR-SUB
000017     END-IF.
004660     MOVE STI-OIL-NUM TO ST-SUB.
004670     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
004680     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
004690     MOVE STI-REORDER-POINT
004691         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
004700     IF STI-AVG-COST NUMERIC
004710         AND STI-STOCK-VALUE NUMERIC
004720         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
004730         MOVE STI-STOCK-VALUE
004731             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
004740     END-IF.
004760 1060-READ-STOCK-EXIT.
004770     EXIT.

004780*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - AN EMPTY
004790*    SORTED FILE LETS THE RUN GO THROUGH AND REPORT NOTHING.
004800 1070-SORT-LOTS.
004810     OPEN INPUT LOT-MASTER-IN.
004820     IF WS-LOT-STATUS NOT = "00"
004830         OPEN OUTPUT LOT-SORTED-FILE
004840         CLOSE LOT-SORTED-FILE
004850         GO TO 1070-SORT-LOTS-EXIT
004860     END-IF.
004870     CLOSE LOT-MASTER-IN.
004880     SORT WORK-FILE
004890         ON ASCENDING KEY WK-BEST-BEFORE
004900                          WK-OIL-NUM
004910                          WK-LOT-NO
004920         USING LOT-MASTER-IN
004930         GIVING LOT-SORTED-FILE.
004940 1070-SORT-LOTS-EXIT.
004950     EXIT.

004960 1130-PRINT-PARM-AUDIT.
004970     MOVE SPACES TO PRINT-LINE.
004980     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
004990     MOVE "EXPIRY-WARN-DAYS" TO PRN-PARM-NAME.
005000     MOVE WS-WARN-DAYS TO PRN-PARM-VALUE.
005010     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
005020     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
005030     MOVE SPACES TO PRINT-LINE.
005040     WRITE PRINT-LINE.
005050 1130-PRINT-PARM-AUDIT-EXIT.
005060     EXIT.

005070*    THE LOTS ARRIVE OLDEST BEST-BEFORE FIRST, SO EVERY LOT TO
005080*    WRITE OFF COMES BEFORE THE FIRST ONE STILL IN DATE - THAT
005090*    ONE CLOSES THE WRITE-OFF LIST AND OPENS THE WARNING LIST.
005100 2000-REVIEW-LOT.
005110     IF OL-BEST-BEFORE NOT NUMERIC
005120         OR OL-LOT-QTY NOT NUMERIC
005130         OR OL-OIL-NUM NOT NUMERIC
005140         OR OL-OIL-NUM = ZERO
005150         ADD 1 TO WS-RECORDS-REJECTED
005160         GO TO 2000-REVIEW-LOT-READ
005170     END-IF.
005171*    LOTS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S.
005172     IF OL-BRANCH NOT NUMERIC
005173         OR OL-BRANCH = ZERO
005174         MOVE 1 TO OL-BRANCH
005175     END-IF.
005176     IF OL-BRANCH > 9
005177         ADD 1 TO WS-RECORDS-REJECTED
005178         GO TO 2000-REVIEW-LOT-READ
005179     END-IF.
005180     IF OL-BEST-BEFORE < WS-CURRENT-DATE-YYYYMMDD
005190         PERFORM 2100-WRITE-OFF-LOT THRU 2100-WRITE-OFF-LOT-EXIT
005200         GO TO 2000-REVIEW-LOT-READ
005210     END-IF.
005220     IF WRITEOFF-SECTION
005230         PERFORM 2050-START-WARNING-LIST THRU
005240             2050-START-WARNING-LIST-EXIT
005250     END-IF.
005260     IF OL-BEST-BEFORE NOT > WS-WARN-DATE
005270         PERFORM 2200-LIST-EXPIRING-LOT THRU
005280             2200-LIST-EXPIRING-LOT-EXIT
005290     END-IF.
005300     PERFORM 2800-CARRY-LOT-FORWARD THRU
005310         2800-CARRY-LOT-FORWARD-EXIT.
005320 2000-REVIEW-LOT-READ.
005330     PERFORM 2900-READ-LOT THRU 2900-READ-LOT-EXIT.
005340 2000-REVIEW-LOT-EXIT.
005350     EXIT.

005360 2050-START-WARNING-LIST.
005370     IF WS-WRITEOFF-COUNT = ZERO
005380         WRITE PRINT-LINE FROM NONE-LINE
005390     END-IF.
005400     MOVE SPACES TO PRINT-LINE.
005410     WRITE PRINT-LINE.
005430     WRITE PRINT-LINE FROM EXPIRING-HEADING-LINE.
005440     WRITE PRINT-LINE FROM EXPIRING-TOPIC-LINE.
005450     SET EXPIRING-SECTION TO TRUE.
005460 2050-START-WARNING-LIST-EXIT.
005470     EXIT.

005480*    THE UNITS COME OFF THE OIL AT AVERAGE COST, BUT NEVER MORE
005490*    THAN THE BOOK VALUE LEFT - A LOT THAT TAKES THE LAST OF THE
005500*    SHELF TAKES THE WHOLE BOOK VALUE WITH IT, SO NO ROUNDING
005510*    PENNIES ARE STRANDED ON A ZERO-QUANTITY OIL.
005520 2100-WRITE-OFF-LOT.
005530     PERFORM 2150-FILL-LOT-LINE THRU 2150-FILL-LOT-LINE-EXIT.
005540     MOVE OL-OIL-NUM TO ST-SUB.
005541     MOVE OL-BRANCH  TO ST-BR-SUB.
005550     IF NOT ST-ON-FILE (ST-BR-SUB, ST-SUB)
005560         WRITE PRINT-LINE FROM WRITEOFF-DETAIL
005570         WRITE PRINT-LINE FROM NOT-ON-MASTER-LINE
005580         ADD 1 TO WS-RECORDS-REJECTED
005590         GO TO 2100-WRITE-OFF-LOT-EXIT
005600     END-IF.
005610     IF OL-LOT-QTY >= ST-ON-HAND (ST-BR-SUB, ST-SUB)
005620         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO WS-WRITEOFF-QTY
005630         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
005631             TO WS-WRITEOFF-VALUE
005640     ELSE
005650         MOVE OL-LOT-QTY TO WS-WRITEOFF-QTY
005660         MULTIPLY WS-WRITEOFF-QTY
005661             BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
005670             GIVING WS-WRITEOFF-VALUE ROUNDED
005680         IF WS-WRITEOFF-VALUE > ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
005690             MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
005691                 TO WS-WRITEOFF-VALUE
005700         END-IF
005710     END-IF.
005720     SUBTRACT WS-WRITEOFF-QTY
005721         FROM ST-ON-HAND (ST-BR-SUB, ST-SUB).
005730     SUBTRACT WS-WRITEOFF-VALUE
005731         FROM ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
005740     ADD WS-WRITEOFF-VALUE TO WS-WRITEOFF-TOTAL.
005741     ADD WS-WRITEOFF-VALUE
005742         TO BRANCH-WRITEOFF-TOTAL (ST-BR-SUB).
005750     ADD WS-WRITEOFF-QTY   TO WS-WRITEOFF-UNITS.
005760     ADD 1 TO WS-WRITEOFF-COUNT.
005770     MOVE WS-WRITEOFF-QTY          TO PRN-LOT-QTY.
005780     MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB)     TO PRN-AVG-COST.
005790     MOVE WS-WRITEOFF-VALUE        TO PRN-WRITEOFF-VALUE.
005800     WRITE PRINT-LINE FROM WRITEOFF-DETAIL.
005810 2100-WRITE-OFF-LOT-EXIT.
005820     EXIT.

005830 2150-FILL-LOT-LINE.
005840     MOVE SPACES TO PRN-LOT-DETAIL.
005841     MOVE OL-BRANCH                   TO PRN-BRANCH.
005850     MOVE OL-OIL-NUM                  TO PRN-OIL-NUM.
005860     MOVE ODT-DESCRIPTION (OL-OIL-NUM) TO PRN-OIL-DESC.
005870     MOVE OL-LOT-NO                   TO PRN-LOT-NO.
005880     MOVE OL-BEST-BEFORE              TO WS-DATE-WORK.
005890     MOVE WS-DW-MM                    TO PRN-BB-MM.
005900     MOVE WS-DW-DD                    TO PRN-BB-DD.
005910     MOVE WS-DW-YYYY                  TO PRN-BB-YYYY.
005920     MOVE OL-LOT-QTY                  TO PRN-LOT-QTY.
005930 2150-FILL-LOT-LINE-EXIT.
005940     EXIT.

005950*    DAYS LEFT ARE COUNTED A DAY AT A TIME FROM THE BUSINESS
005960*    DATE - NEVER MORE THAN EXPIRY-WARN-DAYS STEPS.
005970 2200-LIST-EXPIRING-LOT.
005980     PERFORM 2150-FILL-LOT-LINE THRU 2150-FILL-LOT-LINE-EXIT.
005990     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DATE-WORK.
006000     MOVE ZERO TO WS-DAYS-LEFT.
006010     PERFORM 2250-COUNT-DAY THRU 2250-COUNT-DAY-EXIT
006020         UNTIL WS-DATE-WORK NOT < OL-BEST-BEFORE.
006030     MOVE WS-DAYS-LEFT TO PRN-DAYS-LEFT.
006040     WRITE PRINT-LINE FROM EXPIRING-DETAIL.
006050     ADD 1 TO WS-EXPIRING-COUNT.
006060     ADD OL-LOT-QTY TO WS-EXPIRING-UNITS.
006070 2200-LIST-EXPIRING-LOT-EXIT.
006080     EXIT.

006090 2250-COUNT-DAY.
006100     PERFORM 7150-ADD-ONE-DAY THRU 7150-ADD-ONE-DAY-EXIT.
006110     ADD 1 TO WS-DAYS-LEFT.
006120 2250-COUNT-DAY-EXIT.
006130     EXIT.

006140 2800-CARRY-LOT-FORWARD.
006150     MOVE OL-OIL-NUM       TO LTO-OIL-NUM.
006160     MOVE OL-LOT-NO        TO LTO-LOT-NO.
006170     MOVE OL-BEST-BEFORE   TO LTO-BEST-BEFORE.
006180     MOVE OL-RECEIVED-DATE TO LTO-RECEIVED-DATE.
006190     MOVE OL-LOT-QTY       TO LTO-LOT-QTY.
006191     MOVE OL-BRANCH        TO LTO-BRANCH.
006200     WRITE LOT-OUT-REC.
006210 2800-CARRY-LOT-FORWARD-EXIT.
006220     EXIT.

006230 2900-READ-LOT.
006240     READ LOT-SORTED-FILE
006250         AT END
006260             SET END-OF-OIL-LOT TO TRUE
006270             SET END-OF-LOT-DATA TO TRUE
006280     END-READ.
006290     IF NOT END-OF-LOT-DATA
006300         ADD 1 TO WS-RECORDS-READ
006310     END-IF.
006320 2900-READ-LOT-EXIT.
006330     EXIT.

006340 7100-ADD-DAYS.
006350     PERFORM 7150-ADD-ONE-DAY THRU 7150-ADD-ONE-DAY-EXIT
006360         WS-DAYS-TO-ADD TIMES.
006370 7100-ADD-DAYS-EXIT.
006380     EXIT.

006390 7150-ADD-ONE-DAY.
006400     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-THIS-MONTH.
006410     IF WS-DW-MM = 2
006420         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006430             REMAINDER WS-LEAP-REMAINDER
006440         IF WS-LEAP-REMAINDER = ZERO
006450             MOVE 29 TO WS-DAYS-THIS-MONTH
006460             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006470                 REMAINDER WS-LEAP-REMAINDER
006480             IF WS-LEAP-REMAINDER = ZERO
006490                 MOVE 28 TO WS-DAYS-THIS-MONTH
006500                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006510                     REMAINDER WS-LEAP-REMAINDER
006520                 IF WS-LEAP-REMAINDER = ZERO
006530                     MOVE 29 TO WS-DAYS-THIS-MONTH
006540                 END-IF
006550             END-IF
006560         END-IF
006570     END-IF.
006580     ADD 1 TO WS-DW-DD.
006590     IF WS-DW-DD > WS-DAYS-THIS-MONTH
006600         MOVE 1 TO WS-DW-DD
006610         ADD 1 TO WS-DW-MM
006620         IF WS-DW-MM > 12
006630             MOVE 1 TO WS-DW-MM
006640             ADD 1 TO WS-DW-YYYY
006650         END-IF
006660     END-IF.
006670 7150-ADD-ONE-DAY-EXIT.
006680     EXIT.

006690 8000-TERMINATE.
006700     IF WRITEOFF-SECTION
006710         PERFORM 2050-START-WARNING-LIST THRU
006720             2050-START-WARNING-LIST-EXIT
006730     END-IF.
006740     IF WS-EXPIRING-COUNT = ZERO
006750         WRITE PRINT-LINE FROM NONE-LINE
006760     END-IF.
006770     MOVE SPACES TO PRINT-LINE.
006780     WRITE PRINT-LINE.
006790     MOVE WS-WRITEOFF-COUNT TO PRN-WRITEOFF-COUNT.
006800     MOVE WS-WRITEOFF-UNITS TO PRN-WRITEOFF-UNITS.
006810     MOVE WS-WRITEOFF-TOTAL TO PRN-WRITEOFF-TOTAL.
006820     WRITE PRINT-LINE FROM WRITEOFF-TOTAL-LINE.
006830     MOVE WS-EXPIRING-COUNT TO PRN-EXPIRING-COUNT.
006840     MOVE WS-EXPIRING-UNITS TO PRN-EXPIRING-UNITS.
006850     WRITE PRINT-LINE FROM EXPIRING-TOTAL-LINE.
006860     CLOSE LOT-SORTED-FILE
006870           LOT-MASTER-OUT.
006880     OPEN OUTPUT STOCK-MASTER-OUT.
006890     PERFORM 8100-WRITE-STOCK-ROW THRU 8100-WRITE-STOCK-ROW-EXIT
006900         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
006901         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
006910     CLOSE STOCK-MASTER-OUT.
006920     PERFORM 8300-WRITE-EXPIRY-VALUE THRU
006930         8300-WRITE-EXPIRY-VALUE-EXIT.
006940     PERFORM 8900-WRITE-AUDIT-RECORD THRU
006950         8900-WRITE-AUDIT-RECORD-EXIT.
006960     CLOSE EXPIRY-REPORT.
006970 8000-TERMINATE-EXIT.
006980     EXIT.

006990 8100-WRITE-STOCK-ROW.
007000     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
007010         MOVE ST-SUB    TO STO-OIL-NUM
007011         MOVE ST-BR-SUB TO STO-BRANCH
007020         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
007030         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
007031             TO STO-REORDER-POINT
007040         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
007050         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
007051             TO STO-STOCK-VALUE
007060         WRITE STOCK-OUT-REC
007070     END-IF.
007080 8100-WRITE-STOCK-ROW-EXIT.
007090     EXIT.

007100*    A SECOND RUN ON THE SAME BUSINESS DATE ADDS TO THE DAY'S
007104*    ROWS RATHER THAN REPLACING THEM - THE FIRST RUN'S LOTS ARE
007108*    ALREADY OFF THE PROMOTED MASTER AND MUST STILL BE POSTED.
007112*    ONE ROW GOES OUT PER BRANCH THAT WROTE STOCK OFF.
007116 8300-WRITE-EXPIRY-VALUE.
007120     OPEN INPUT EXPIRY-VALUE-FILE.
007124     IF WS-EXPVAL-STATUS = "00"
007128         PERFORM 8310-READ-EXPIRY-VALUE THRU
007132             8310-READ-EXPIRY-VALUE-EXIT
007136             UNTIL END-OF-EXPVAL-DATA
007140         CLOSE EXPIRY-VALUE-FILE
007144     END-IF.
007148     OPEN OUTPUT EXPIRY-VALUE-FILE.
007152     PERFORM 8320-WRITE-BRANCH-EXPIRY THRU
007156         8320-WRITE-BRANCH-EXPIRY-EXIT
007160         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
007164     CLOSE EXPIRY-VALUE-FILE.
007168 8300-WRITE-EXPIRY-VALUE-EXIT.
007172     EXIT.

007176*    A ROW FROM BEFORE THE BRANCH WAS CARRIED IS THE ORIGINAL
007180*    SHOP'S.
007184 8310-READ-EXPIRY-VALUE.
007188     READ EXPIRY-VALUE-FILE
007192         AT END
007196             SET END-OF-EXPVAL-DATA TO TRUE
007200             GO TO 8310-READ-EXPIRY-VALUE-EXIT
007204     END-READ.
007208     IF EX-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
007212         GO TO 8310-READ-EXPIRY-VALUE-EXIT
007216     END-IF.
007220     IF EX-BRANCH IS NUMERIC
007224         AND EX-BRANCH > ZERO
007228         AND EX-BRANCH NOT > 9
007232         MOVE EX-BRANCH TO ST-BR-SUB
007236     ELSE
007240         MOVE 1 TO ST-BR-SUB
007244     END-IF.
007248     ADD EX-WRITEOFF-VALUE TO BRANCH-WRITEOFF-TOTAL (ST-BR-SUB).
007252 8310-READ-EXPIRY-VALUE-EXIT.
007256     EXIT.

007260 8320-WRITE-BRANCH-EXPIRY.
007264     IF BRANCH-WRITEOFF-TOTAL (ST-BR-SUB) NOT = ZERO
007268         MOVE WS-CURRENT-DATE-YYYYMMDD TO EX-RUN-DATE
007272         MOVE ST-BR-SUB                TO EX-BRANCH
007276         MOVE BRANCH-WRITEOFF-TOTAL (ST-BR-SUB)
007280             TO EX-WRITEOFF-VALUE
007284         WRITE EXPIRY-VALUE-REC
007288     END-IF.
007292 8320-WRITE-BRANCH-EXPIRY-EXIT.
007296     EXIT.

007330 8900-WRITE-AUDIT-RECORD.
007340     MOVE "LOTEXPIRY"           TO AR-PROGRAM-ID.
007350     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
007360     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
007370     ACCEPT AR-END-TIME         FROM TIME.
007380     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
007390     MOVE WS-RECORDS-REJECTED   TO AR-RECORDS-REJECTED.
007400     OPEN EXTEND AUDIT-TRAIL-FILE.
007410     WRITE AUDIT-REC.
007420     CLOSE AUDIT-TRAIL-FILE.
007430 8900-WRITE-AUDIT-RECORD-EXIT.
007440     EXIT.

007450 END PROGRAM LOTEXPIRY.
