000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       MONTHLY MANAGEMENT ACCOUNTS - BUDGET AGAINST
000070*                ACTUAL. FOR THE LAST MONTH CLOSED ON
000080*                GLPERIOD.DAT (OR, BEFORE ANY MONTH HAS BEEN
000090*                CLOSED, THE MONTH BEFORE THE BUSINESS DATE)
000100*                EACH PROFIT-AND-LOSS ACCOUNT'S ACTUAL FOR THE
000110*                MONTH AND THE FINANCIAL YEAR TO DATE IS SET
000120*                AGAINST THE BUDGET ON BUDGET.DAT, WITH THE
000130*                VARIANCE AND VARIANCE PERCENT. ACTUALS ARE THE
000140*                MONTHS' DEBITS AND CREDITS - FROM THE FROZEN
000150*                ROWS ON GLPERBAL.DAT FOR CLOSED MONTHS AND THE
000160*                OPEN-MONTH MOVEMENTS ON GLMOVE.DAT OTHERWISE -
000170*                SO A YEAR-END TRANSFER NEVER SHOWS AS SPENDING.
000180*                MGMTACCT.RPT PRINTS A PROFIT AND LOSS LAYOUT
000190*                (SALES, COST OF SALES, GROSS MARGIN, WAGES,
000200*                VEHICLE COSTS, OVERHEADS, NET PROFIT) FOR EACH
000210*                SHOP, FOR BRANCH 00 (COSTS NOT HELD BY A SHOP)
000220*                AND FOR THE SHOPS COMBINED. VARIANCES ARE SIGNED
000230*                + FOR FAVOURABLE; ONE OVER THE
000240*                BUDGET-VARIANCE-PCT THRESHOLD ON BATCHPARM.DAT
000250*                (DEFAULT 10), OR AGAINST A NIL BUDGET, IS
000260*                STARRED FOR EXPLANATION AT THE MONTHLY MEETING.
000270*                THE FINANCIAL YEAR ENDS WITH GL-YEAR-END-MONTH,
000280*                AS FOR GLCLOSE. RUN STANDALONE AFTER GLCLOSE.
000290* TECTONICS:     cobc
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 DO    ORIGINAL VERSION.
000331*  2026-10-15 DO    READS THE INDEXED GLACCT.DAT (COPY GLACCT) -
000332*                   ONE NAME PER ACCOUNT FROM ITS BRANCH ROWS.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. MGMTACCT.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ACCOUNT-MASTER-IN ASSIGN TO "GLACCT.DAT"
000410               ORGANIZATION IS INDEXED
000415               ACCESS MODE IS SEQUENTIAL
000417               RECORD KEY IS GLA-ACCOUNT-KEY
000420               FILE STATUS IS WS-ACCT-IN-STATUS.

000430     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS WS-PERIOD-STATUS.

000460     SELECT GL-PERBAL-IN ASSIGN TO "GLPERBAL.DAT"
000470               ORGANIZATION IS LINE SEQUENTIAL
000480               FILE STATUS IS WS-PERBAL-IN-STATUS.

000490     SELECT GL-MOVE-IN ASSIGN TO "GLMOVE.DAT"
000500               ORGANIZATION IS LINE SEQUENTIAL
000510               FILE STATUS IS WS-MOVE-IN-STATUS.

000520     SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
000530               ORGANIZATION IS LINE SEQUENTIAL
000540               FILE STATUS IS WS-BUDGET-STATUS.

000550     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000560               ORGANIZATION IS LINE SEQUENTIAL
000570               FILE STATUS IS WS-BATCHPARM-STATUS.

000580     SELECT MGMT-REPORT ASSIGN TO "MGMTACCT.RPT"
000590               ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000610               ORGANIZATION IS LINE SEQUENTIAL
000620               FILE STATUS IS WS-RUNCTL-STATUS.

000630     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000640               ORGANIZATION IS LINE SEQUENTIAL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ACCOUNT-MASTER-IN.
000680     COPY GLACCT.

000740 FD  GL-PERIOD-FILE.
000750     COPY GLPERIOD.

000760 FD  GL-PERBAL-IN.
000770     COPY GLPERBAL.

000780 FD  GL-MOVE-IN.
000790     COPY GLMOVE.

000800 FD  BUDGET-FILE.
000810     COPY BUDGET.

000820 FD  BATCH-PARM-FILE.
000830     COPY BATCHPARM.

000840 FD  MGMT-REPORT.
000850 01  PRINT-LINE                  PIC X(132).

000860 FD  RUN-CONTROL-FILE.
000870     COPY RUNCTL.

000880 FD  AUDIT-TRAIL-FILE.
000890     COPY AUDITREC.

000900 WORKING-STORAGE SECTION.

000910 01  WS-BATCHPARM-STATUS         PIC XX.
000920 01  WS-PARM-SWITCHES.
000930     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
000940         88  END-OF-PARM-DATA    VALUE "Y".

000950 01  WS-PARM-SOURCES.
000960     02  WS-PARM-SOURCE-1       PIC X(16)
000970             VALUE "DEFAULT".
000980     02  WS-PARM-SOURCE-2       PIC X(16)
000990             VALUE "DEFAULT".

001000 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
001010             VALUE "PARAMETERS IN FORCE".

001020 01  PARM-AUDIT-LINE.
001030     02  PRN-PARM-NAME           PIC X(20).
001040     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
001050     02  FILLER                  PIC X(2) VALUE SPACES.
001060     02  PRN-PARM-SOURCE         PIC X(16).

001070 01  WS-YEAR-END-MONTH           PIC 99      VALUE 12.
001080 01  WS-VARIANCE-PCT             PIC 999     VALUE 10.

001090 01  REPORT-HEADING-LINE.
001100     02  FILLER                  PIC X(35)
001110             VALUE "   AROMAMORA MANAGEMENT ACCOUNTS - ".
001120     02  FILLER                  PIC X(15)
001130             VALUE "BUDGET V ACTUAL".

001140 01  REPORT-HEADING-UNDERLINE.
001150     02  FILLER                  PIC X(3)  VALUE SPACES.
001160     02  FILLER                  PIC X(47) VALUE ALL "-".

001170 01  RUN-DATE-LINE.
001180     02  FILLER                  PIC X(15)
001190             VALUE "BUSINESS DATE: ".
001200     02  PRN-RUN-MM              PIC 99.
001210     02  FILLER                  PIC X VALUE "/".
001220     02  PRN-RUN-DD              PIC 99.
001230     02  FILLER                  PIC X VALUE "/".
001240     02  PRN-RUN-YYYY            PIC 9(4).

001250 01  REPORT-PERIOD-LINE.
001260     02  FILLER                  PIC X(15)
001270             VALUE "MONTH        : ".
001280     02  PRN-REPORT-MM           PIC 99.
001290     02  FILLER                  PIC X VALUE "/".
001300     02  PRN-REPORT-YYYY         PIC 9(4).
001310     02  FILLER                  PIC X(22)
001320             VALUE "   YEAR TO DATE FROM: ".
001330     02  PRN-START-MM            PIC 99.
001340     02  FILLER                  PIC X VALUE "/".
001350     02  PRN-START-YYYY          PIC 9(4).
001360     02  PRN-PERIOD-STATUS       PIC X(24).

001370 01  NO-BUDGET-LINE              PIC X(50)
001380             VALUE "NO BUDGET.DAT - EVERY BUDGET SHOWS AS NIL.".

001390 01  SECTION-HEADING-LINE.
001400     02  PRN-SECTION-TITLE       PIC X(40).

001410 01  SECTION-UNDERLINE.
001420     02  FILLER                  PIC X(40) VALUE ALL "=".

001430 01  TOPIC-LINE-1.
001440     02  FILLER                  PIC X(21) VALUE SPACES.
001450     02  FILLER                  PIC X(22) VALUE ALL "-".
001460     02  FILLER                  PIC X(7)  VALUE " MONTH ".
001470     02  FILLER                  PIC X(24) VALUE ALL "-".
001480     02  FILLER                  PIC X(2)  VALUE SPACES.
001490     02  FILLER                  PIC X(19) VALUE ALL "-".
001500     02  FILLER                  PIC X(14) VALUE " YEAR TO DATE ".
001510     02  FILLER                  PIC X(20) VALUE ALL "-".

001520 01  TOPIC-LINE-2.
001530     02  FILLER                  PIC X(21)
001540             VALUE "ACCT ACCOUNT NAME".
001550     02  FILLER                  PIC X(15)
001560             VALUE "        ACTUAL ".
001570     02  FILLER                  PIC X(15)
001580             VALUE "        BUDGET ".
001590     02  FILLER                  PIC X(15)
001600             VALUE "      VARIANCE ".
001610     02  FILLER                  PIC X(8)  VALUE "   VAR% ".
001620     02  FILLER                  PIC X(2)  VALUE SPACES.
001630     02  FILLER                  PIC X(15)
001640             VALUE "        ACTUAL ".
001650     02  FILLER                  PIC X(15)
001660             VALUE "        BUDGET ".
001670     02  FILLER                  PIC X(15)
001680             VALUE "      VARIANCE ".
001690     02  FILLER                  PIC X(8)  VALUE "   VAR% ".

001700 01  GROUP-HEADING-LINE.
001710     02  PRN-GROUP-TITLE         PIC X(20).

001720 01  FIGURE-LINE.
001730     02  PRN-LABEL-AREA.
001740         03  PRN-ACCOUNT         PIC X(4).
001750         03  FILLER              PIC X.
001760         03  PRN-ACCOUNT-NAME    PIC X(16).
001770     02  PRN-LABEL REDEFINES PRN-LABEL-AREA
001780                                 PIC X(21).
001790     02  PRN-MTH-ACTUAL          PIC BZZ,ZZZ,ZZ9.99-.
001800     02  PRN-MTH-BUDGET          PIC BZZ,ZZZ,ZZ9.99-.
001810     02  PRN-MTH-VARIANCE        PIC BZZ,ZZZ,ZZ9.99-.
001820     02  PRN-MTH-PCT             PIC BZZZ9.9-.
001830     02  PRN-MTH-PCT-X REDEFINES PRN-MTH-PCT
001840                                 PIC X(8).
001850     02  PRN-MTH-FLAG            PIC X.
001860     02  FILLER                  PIC X.
001870     02  PRN-YTD-ACTUAL          PIC BZZ,ZZZ,ZZ9.99-.
001880     02  PRN-YTD-BUDGET          PIC BZZ,ZZZ,ZZ9.99-.
001890     02  PRN-YTD-VARIANCE        PIC BZZ,ZZZ,ZZ9.99-.
001900     02  PRN-YTD-PCT             PIC BZZZ9.9-.
001910     02  PRN-YTD-PCT-X REDEFINES PRN-YTD-PCT
001920                                 PIC X(8).
001930     02  PRN-YTD-FLAG            PIC X.

001940 01  FOOTNOTE-LINE.
001950     02  FILLER                  PIC X(37)
001960             VALUE "VARIANCES: + FAVOURABLE, - ADVERSE. ".
001970     02  FILLER                  PIC X(25)
001980             VALUE "* = VARIANCE OVER BUDGET ".
001990     02  FILLER                  PIC X(5)  VALUE "BY > ".
002000     02  PRN-FOOT-PCT            PIC ZZ9.
002010     02  FILLER                  PIC X(36)
002020             VALUE "% OR AGAINST A NIL BUDGET - EXPLAIN.".

002030 01  NO-FIGURES-LINE             PIC X(50)
002040             VALUE "NO PROFIT AND LOSS FIGURES FOR THE PERIOD.".

002050*    ONE ROW PER SECTION AND ACCOUNT. SECTION "1" IS A SINGLE
002060*    BRANCH, SECTION "2" THE SHOPS COMBINED, SO THE SORTED TABLE
002070*    PRINTS EACH BRANCH IN TURN AND THEN THE COMBINED PACK.
002080 01  FIGURE-TABLE.
002090     02  FT-ENTRY OCCURS 1000 TIMES.
002100         03  FT-KEY.
002110             04  FT-SECTION      PIC X.
002120                 88  FT-COMBINED VALUE "2".
002130             04  FT-BRANCH       PIC 99.
002140             04  FT-ACCOUNT      PIC X(4).
002150         03  FT-MTH-ACTUAL       PIC S9(9)V99.
002160         03  FT-MTH-BUDGET       PIC S9(9)V99.
002170         03  FT-YTD-ACTUAL       PIC S9(9)V99.
002180         03  FT-YTD-BUDGET       PIC S9(9)V99.

002190 01  FT-HOLD-ENTRY.
002200     02  FILLER                  PIC X(7).
002210     02  FILLER                  PIC S9(9)V99.
002220     02  FILLER                  PIC S9(9)V99.
002230     02  FILLER                  PIC S9(9)V99.
002240     02  FILLER                  PIC S9(9)V99.

002250 01  FT-COUNT                    PIC 9(4)    VALUE ZERO.
002260 01  FT-SUB                      PIC 9(4).
002270 01  FT-NEXT                     PIC 9(4).
002280 01  FT-PASS                     PIC 9(4).
002290 01  FT-FIND-SUB                 PIC 9(4).
002300 01  FT-MATCHED-SUB              PIC 9(4).

002310 01  ACCOUNT-TABLE.
002320     02  ACCT-ENTRY OCCURS 100 TIMES.
002330         03  GA-ACCOUNT          PIC X(4).
002340         03  GA-ACCOUNT-NAME     PIC X(16).

002350 01  GA-COUNT                    PIC 999     VALUE ZERO.
002360 01  GA-SUB                      PIC 999.
002370 01  GA-MATCHED-SUB              PIC 999.

002380*    THE FIVE PROFIT-AND-LOSS GROUPS OF THE CURRENT SECTION -
002390*    SALES, COST OF SALES, WAGES, VEHICLE COSTS, OVERHEADS.
002400 01  GROUP-TOTAL-TABLE.
002410     02  GT-ENTRY OCCURS 5 TIMES.
002420         03  GT-MTH-ACTUAL       PIC S9(9)V99.
002430         03  GT-MTH-BUDGET       PIC S9(9)V99.
002440         03  GT-YTD-ACTUAL       PIC S9(9)V99.
002450         03  GT-YTD-BUDGET       PIC S9(9)V99.

002460 01  GT-SUB                      PIC 9.

002470 01  GROUP-TITLE-VALUES.
002480     02  FILLER                  PIC X(20) VALUE "SALES".
002490     02  FILLER                  PIC X(20) VALUE "COST OF SALES".
002500     02  FILLER                  PIC X(20) VALUE "WAGES".
002510     02  FILLER                  PIC X(20) VALUE "VEHICLE COSTS".
002520     02  FILLER                  PIC X(20) VALUE "OVERHEADS".
002530 01  GROUP-TITLE-TABLE REDEFINES GROUP-TITLE-VALUES.
002540     02  GROUP-TITLE             PIC X(20) OCCURS 5 TIMES.

002550 01  WS-SEARCH-KEY.
002560     02  WS-SEARCH-SECTION       PIC X.
002570     02  WS-SEARCH-BRANCH        PIC 99.
002580     02  WS-SEARCH-ACCOUNT       PIC X(4).

002590 01  WS-LAST-SECTION-KEY.
002600     02  WS-LAST-SECTION         PIC X.
002610     02  WS-LAST-BRANCH          PIC 99.

002620 01  WS-THIS-SECTION-KEY.
002630     02  WS-THIS-SECTION         PIC X.
002640     02  WS-THIS-BRANCH          PIC 99.

002650 01  WS-SECTION-TITLE.
002660     02  FILLER                  PIC X(7)  VALUE "BRANCH ".
002670     02  WS-TITLE-BRANCH         PIC 99.
002680     02  WS-TITLE-TEXT           PIC X(31).

002690 01  WS-GROUP                    PIC 9       VALUE ZERO.
002700 01  WS-LAST-GROUP               PIC 9       VALUE ZERO.

002710 01  WS-PERIODS.
002720     02  WS-REPORT-PERIOD        PIC 9(6).
002730     02  WS-REPORT-PARTS REDEFINES WS-REPORT-PERIOD.
002740         03  WS-REPORT-YYYY      PIC 9(4).
002750         03  WS-REPORT-MM        PIC 99.
002760     02  WS-START-PERIOD         PIC 9(6).
002770     02  WS-START-PARTS REDEFINES WS-START-PERIOD.
002780         03  WS-START-YYYY       PIC 9(4).
002790         03  WS-START-MM         PIC 99.
002800     02  WS-LAST-CLOSED          PIC 9(6)    VALUE ZERO.
002810     02  WS-ROW-PERIOD           PIC 9(6).

002820*    ONE LINE'S FIGURES, IN THE NATURAL SIGN OF ITS GROUP
002830*    (INCOME AND COSTS BOTH POSITIVE), FOR 4700 TO PRINT.
002840 01  WS-LINE-FIGURES.
002850     02  WS-LINE-MTH-ACTUAL      PIC S9(9)V99.
002860     02  WS-LINE-MTH-BUDGET      PIC S9(9)V99.
002870     02  WS-LINE-YTD-ACTUAL      PIC S9(9)V99.
002880     02  WS-LINE-YTD-BUDGET      PIC S9(9)V99.
002890     02  WS-LINE-TYPE            PIC X.
002900         88  LINE-IS-INCOME      VALUE "I".
002910         88  LINE-IS-COST        VALUE "C".

002920 01  WS-WORK-FIELDS.
002930     02  WS-AMOUNT               PIC S9(9)V99.
002940     02  WS-ACTUAL               PIC S9(9)V99.
002950     02  WS-BUDGET               PIC S9(9)V99.
002960     02  WS-VARIANCE             PIC S9(9)V99.
002970     02  WS-ABS-BUDGET           PIC S9(9)V99.
002980     02  WS-ABS-VARIANCE         PIC S9(9)V99.
002990     02  WS-PCT-CAP              PIC S9(13)V99.
003000     02  WS-PCT                  PIC S9(4)V9.
003010     02  WS-ABS-PCT              PIC S9(4)V9.
003020     02  WS-FLAG                 PIC X.

003030 01  WS-SWITCHES.
003040     02  WS-ACCT-EOF             PIC X       VALUE "N".
003050         88  END-OF-ACCT-DATA    VALUE "Y".
003060     02  WS-PERIOD-EOF           PIC X       VALUE "N".
003070         88  END-OF-PERIOD-DATA  VALUE "Y".
003080     02  WS-PERBAL-EOF           PIC X       VALUE "N".
003090         88  END-OF-PERBAL-DATA  VALUE "Y".
003100     02  WS-MOVE-EOF             PIC X       VALUE "N".
003110         88  END-OF-MOVE-DATA    VALUE "Y".
003120     02  WS-BUDGET-EOF           PIC X       VALUE "N".
003130         88  END-OF-BUDGET-DATA  VALUE "Y".
003140     02  GA-FOUND-SWITCH         PIC X       VALUE "N".
003150         88  GA-ENTRY-FOUND      VALUE "Y".
003160     02  FT-FOUND-SWITCH         PIC X       VALUE "N".
003170         88  FT-ENTRY-FOUND      VALUE "Y".
003180     02  WS-MARGIN-SWITCH        PIC X       VALUE "N".
003190         88  MARGIN-PRINTED      VALUE "Y".
003200     02  WS-SECTION-COUNT        PIC 999     VALUE ZERO.

003210 01  WS-FILE-STATUSES.
003220     02  WS-ACCT-IN-STATUS       PIC XX.
003230     02  WS-PERIOD-STATUS        PIC XX.
003240     02  WS-PERBAL-IN-STATUS     PIC XX.
003250     02  WS-MOVE-IN-STATUS       PIC XX.
003260     02  WS-BUDGET-STATUS        PIC XX.
003270     02  WS-RUNCTL-STATUS        PIC XX.

003280 01  WS-CURRENT-DATE.
003290     02  WS-CURRENT-DATE-YYYYMMDD.
003300         03  WS-CURRENT-YYYY     PIC 9(4).
003310         03  WS-CURRENT-MM       PIC 99.
003320         03  WS-CURRENT-DD       PIC 99.

003330 01  WS-AUDIT-FIELDS.
003340     02  WS-AUDIT-START-TIME     PIC 9(8).
003350     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003360 PROCEDURE DIVISION.
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003390     PERFORM 2000-LOAD-FROZEN THRU 2000-LOAD-FROZEN-EXIT.
003400     PERFORM 2200-LOAD-MOVEMENTS THRU 2200-LOAD-MOVEMENTS-EXIT.
003410     PERFORM 2400-LOAD-BUDGETS THRU 2400-LOAD-BUDGETS-EXIT.
003420     PERFORM 3000-SORT-FIGURES THRU 3000-SORT-FIGURES-EXIT
003430         VARYING FT-PASS FROM 1 BY 1 UNTIL FT-PASS >= FT-COUNT.
003440     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
003450     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003460     STOP RUN.

003470 1000-INITIALIZE.
003480     PERFORM 1005-READ-RUN-CONTROL THRU
003490         1005-READ-RUN-CONTROL-EXIT.
003500     PERFORM 1030-LOAD-PARAMETERS THRU
003510         1030-LOAD-PARAMETERS-EXIT.
003520     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003530     PERFORM 1050-LOAD-ACCOUNTS THRU 1050-LOAD-ACCOUNTS-EXIT.
003540     PERFORM 1070-LOAD-PERIODS THRU 1070-LOAD-PERIODS-EXIT.
003550     PERFORM 1090-FIND-REPORT-PERIOD THRU
003560         1090-FIND-REPORT-PERIOD-EXIT.
003570     OPEN OUTPUT MGMT-REPORT.
003580     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003590     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003600     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003610     MOVE WS-REPORT-MM               TO PRN-REPORT-MM.
003620     MOVE WS-REPORT-YYYY             TO PRN-REPORT-YYYY.
003630     MOVE WS-START-MM                TO PRN-START-MM.
003640     MOVE WS-START-YYYY              TO PRN-START-YYYY.
003650     IF WS-REPORT-PERIOD = WS-LAST-CLOSED
003660         MOVE "   (CLOSED)" TO PRN-PERIOD-STATUS
003670     ELSE
003680         MOVE "   (NOT YET CLOSED)" TO PRN-PERIOD-STATUS
003690     END-IF.
003700     MOVE SPACES TO PRINT-LINE.
003710     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003720     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003730     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003740     WRITE PRINT-LINE FROM REPORT-PERIOD-LINE.
003750     PERFORM 1130-PRINT-PARM-AUDIT THRU
003760         1130-PRINT-PARM-AUDIT-EXIT.
003770 1000-INITIALIZE-EXIT.
003780     EXIT.

003790 1005-READ-RUN-CONTROL.
003800     OPEN INPUT RUN-CONTROL-FILE.
003810     IF WS-RUNCTL-STATUS NOT = "00"
003820         DISPLAY "MGMTACCT: RUN CONTROL RECORD MISSING"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     READ RUN-CONTROL-FILE
003870         AT END
003880             DISPLAY "MGMTACCT: RUN CONTROL RECORD MISSING"
003890             MOVE 16 TO RETURN-CODE
003900             STOP RUN
003910     END-READ.
003920     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
003930         DISPLAY "MGMTACCT: BUSINESS DATE GOES BACKWARDS"
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003980     CLOSE RUN-CONTROL-FILE.
003990 1005-READ-RUN-CONTROL-EXIT.
004000     EXIT.

004010*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
004020*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
004030 1030-LOAD-PARAMETERS.
004040     OPEN INPUT BATCH-PARM-FILE.
004050     IF WS-BATCHPARM-STATUS NOT = "00"
004060         SET END-OF-PARM-DATA TO TRUE
004070         GO TO 1030-LOAD-PARAMETERS-EXIT
004080     END-IF.
004090     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
004100         UNTIL END-OF-PARM-DATA.
004110     CLOSE BATCH-PARM-FILE.
004120 1030-LOAD-PARAMETERS-EXIT.
004130     EXIT.

004140 1032-READ-PARM.
004150     READ BATCH-PARM-FILE
004160         AT END
004170             SET END-OF-BATCH-PARM TO TRUE
004180             SET END-OF-PARM-DATA TO TRUE
004190     END-READ.
004200     IF END-OF-PARM-DATA
004210         GO TO 1032-READ-PARM-EXIT
004220     END-IF.
004230     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
004240 1032-READ-PARM-EXIT.
004250     EXIT.

004260 1034-APPLY-PARM.
004270     IF BP-PARM-NAME = "GL-YEAR-END-MONTH"
004280         IF BP-PARM-VALUE >= 1
004290             AND BP-PARM-VALUE <= 12
004300             MOVE BP-PARM-VALUE TO WS-YEAR-END-MONTH
004310             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
004320         ELSE
004330             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
004340         END-IF
004350     END-IF.
004360     IF BP-PARM-NAME = "BUDGET-VARIANCE-PCT"
004370         IF BP-PARM-VALUE >= 1
004380             AND BP-PARM-VALUE <= 100
004390             MOVE BP-PARM-VALUE TO WS-VARIANCE-PCT
004400             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-2
004410         ELSE
004420             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-2
004430         END-IF
004440     END-IF.
004450 1034-APPLY-PARM-EXIT.
004460     EXIT.

004470*    ACCOUNT NAMES ONLY - A MISSING LEDGER PRINTS BLANK NAMES.
004475*    AN ACCOUNT'S BRANCH ROWS READ TOGETHER; THE FIRST GIVES THE
004476*    NAME.
004480 1050-LOAD-ACCOUNTS.
004490     OPEN INPUT ACCOUNT-MASTER-IN.
004500     IF WS-ACCT-IN-STATUS NOT = "00"
004510         SET END-OF-ACCT-DATA TO TRUE
004520         GO TO 1050-LOAD-ACCOUNTS-EXIT
004530     END-IF.
004540     PERFORM 1060-READ-ACCOUNT THRU 1060-READ-ACCOUNT-EXIT
004550         UNTIL END-OF-ACCT-DATA.
004560     CLOSE ACCOUNT-MASTER-IN.
004570 1050-LOAD-ACCOUNTS-EXIT.
004580     EXIT.

004590 1060-READ-ACCOUNT.
004600     READ ACCOUNT-MASTER-IN
004610         AT END
004620             SET END-OF-GL-ACCOUNT TO TRUE
004630             SET END-OF-ACCT-DATA TO TRUE
004640     END-READ.
004650     IF END-OF-ACCT-DATA
004660         GO TO 1060-READ-ACCOUNT-EXIT
004670     END-IF.
004671     IF GA-COUNT > ZERO
004672         AND GLA-ACCOUNT = GA-ACCOUNT (GA-COUNT)
004673         GO TO 1060-READ-ACCOUNT-EXIT
004674     END-IF.
004680     IF GA-COUNT NOT < 100
004690         DISPLAY "MGMTACCT: ACCOUNT TABLE FULL AT 100 - RAISE "
004700             "THE TABLE SIZE BEFORE RERUNNING"
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     ADD 1 TO GA-COUNT.
004750     MOVE GLA-ACCOUNT      TO GA-ACCOUNT (GA-COUNT).
004760     MOVE GLA-ACCOUNT-NAME TO GA-ACCOUNT-NAME (GA-COUNT).
004770 1060-READ-ACCOUNT-EXIT.
004780     EXIT.

004790 1070-LOAD-PERIODS.
004800     OPEN INPUT GL-PERIOD-FILE.
004810     IF WS-PERIOD-STATUS NOT = "00"
004820         SET END-OF-PERIOD-DATA TO TRUE
004830         GO TO 1070-LOAD-PERIODS-EXIT
004840     END-IF.
004850     PERFORM 1075-READ-PERIOD THRU 1075-READ-PERIOD-EXIT
004860         UNTIL END-OF-PERIOD-DATA.
004870     CLOSE GL-PERIOD-FILE.
004880 1070-LOAD-PERIODS-EXIT.
004890     EXIT.

004900 1075-READ-PERIOD.
004910     READ GL-PERIOD-FILE
004920         AT END
004930             SET END-OF-GL-PERIOD TO TRUE
004940             SET END-OF-PERIOD-DATA TO TRUE
004950     END-READ.
004960     IF END-OF-PERIOD-DATA
004970         GO TO 1075-READ-PERIOD-EXIT
004980     END-IF.
004990     IF GP-PERIOD-CLOSED
005000         AND GP-PERIOD > WS-LAST-CLOSED
005010         MOVE GP-PERIOD TO WS-LAST-CLOSED
005020     END-IF.
005030 1075-READ-PERIOD-EXIT.
005040     EXIT.

005050*    THE PACK IS FOR THE MONTH THE ACCOUNTANT LAST CLOSED. THE
005060*    FINANCIAL YEAR STARTS THE MONTH AFTER GL-YEAR-END-MONTH.
005070 1090-FIND-REPORT-PERIOD.
005080     IF WS-LAST-CLOSED > ZERO
005090         MOVE WS-LAST-CLOSED TO WS-REPORT-PERIOD
005100     ELSE
005110         MOVE WS-CURRENT-YYYY TO WS-REPORT-YYYY
005120         MOVE WS-CURRENT-MM   TO WS-REPORT-MM
005130         IF WS-REPORT-MM = 1
005140             SUBTRACT 1 FROM WS-REPORT-YYYY
005150             MOVE 12 TO WS-REPORT-MM
005160         ELSE
005170             SUBTRACT 1 FROM WS-REPORT-MM
005180         END-IF
005190     END-IF.
005200     MOVE WS-REPORT-YYYY TO WS-START-YYYY.
005210     IF WS-YEAR-END-MONTH = 12
005220         MOVE 1 TO WS-START-MM
005230         GO TO 1090-FIND-REPORT-PERIOD-EXIT
005240     END-IF.
005250     ADD 1 TO WS-YEAR-END-MONTH GIVING WS-START-MM.
005260     IF WS-REPORT-MM NOT > WS-YEAR-END-MONTH
005270         SUBTRACT 1 FROM WS-START-YYYY
005280     END-IF.
005290 1090-FIND-REPORT-PERIOD-EXIT.
005300     EXIT.

005310 1130-PRINT-PARM-AUDIT.
005320     MOVE SPACES TO PRINT-LINE.
005330     WRITE PRINT-LINE.
005340     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
005350     MOVE "GL-YEAR-END-MONTH" TO PRN-PARM-NAME.
005360     MOVE WS-YEAR-END-MONTH TO PRN-PARM-VALUE.
005370     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
005380     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
005390     MOVE "BUDGET-VARIANCE-PCT" TO PRN-PARM-NAME.
005400     MOVE WS-VARIANCE-PCT TO PRN-PARM-VALUE.
005410     MOVE WS-PARM-SOURCE-2 TO PRN-PARM-SOURCE.
005420     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
005430     MOVE SPACES TO PRINT-LINE.
005440     WRITE PRINT-LINE.
005450 1130-PRINT-PARM-AUDIT-EXIT.
005460     EXIT.

005470*    CLOSED MONTHS OF THE YEAR SO FAR, FROM THE FROZEN ROWS.
005480 2000-LOAD-FROZEN.
005490     OPEN INPUT GL-PERBAL-IN.
005500     IF WS-PERBAL-IN-STATUS NOT = "00"
005510         SET END-OF-PERBAL-DATA TO TRUE
005520         GO TO 2000-LOAD-FROZEN-EXIT
005530     END-IF.
005540     PERFORM 2100-READ-FROZEN THRU 2100-READ-FROZEN-EXIT
005550         UNTIL END-OF-PERBAL-DATA.
005560     CLOSE GL-PERBAL-IN.
005570 2000-LOAD-FROZEN-EXIT.
005580     EXIT.

005590 2100-READ-FROZEN.
005600     READ GL-PERBAL-IN
005610         AT END
005620             SET END-OF-GL-PERIOD-BAL TO TRUE
005630             SET END-OF-PERBAL-DATA TO TRUE
005640     END-READ.
005650     IF END-OF-PERBAL-DATA
005660         GO TO 2100-READ-FROZEN-EXIT
005670     END-IF.
005680     ADD 1 TO WS-RECORDS-READ.
005690     MOVE GB-ACCOUNT TO WS-SEARCH-ACCOUNT.
005700     MOVE GB-BRANCH  TO WS-SEARCH-BRANCH.
005710     MOVE GB-PERIOD  TO WS-ROW-PERIOD.
005720     SUBTRACT GB-CREDITS FROM GB-DEBITS GIVING WS-AMOUNT.
005730     PERFORM 2900-POST-ACTUAL THRU 2900-POST-ACTUAL-EXIT.
005740 2100-READ-FROZEN-EXIT.
005750     EXIT.

005760*    MONTHS STILL OPEN, FROM GLPOST'S MOVEMENTS.
005770 2200-LOAD-MOVEMENTS.
005780     OPEN INPUT GL-MOVE-IN.
005790     IF WS-MOVE-IN-STATUS NOT = "00"
005800         SET END-OF-MOVE-DATA TO TRUE
005810         GO TO 2200-LOAD-MOVEMENTS-EXIT
005820     END-IF.
005830     PERFORM 2300-READ-MOVEMENT THRU 2300-READ-MOVEMENT-EXIT
005840         UNTIL END-OF-MOVE-DATA.
005850     CLOSE GL-MOVE-IN.
005860 2200-LOAD-MOVEMENTS-EXIT.
005870     EXIT.

005880 2300-READ-MOVEMENT.
005890     READ GL-MOVE-IN
005900         AT END
005910             SET END-OF-GL-MOVE TO TRUE
005920             SET END-OF-MOVE-DATA TO TRUE
005930     END-READ.
005940     IF END-OF-MOVE-DATA
005950         GO TO 2300-READ-MOVEMENT-EXIT
005960     END-IF.
005970     ADD 1 TO WS-RECORDS-READ.
005980     MOVE GM-ACCOUNT TO WS-SEARCH-ACCOUNT.
005990     MOVE GM-BRANCH  TO WS-SEARCH-BRANCH.
006000     MOVE GM-PERIOD  TO WS-ROW-PERIOD.
006010     SUBTRACT GM-CREDITS FROM GM-DEBITS GIVING WS-AMOUNT.
006020     PERFORM 2900-POST-ACTUAL THRU 2900-POST-ACTUAL-EXIT.
006030 2300-READ-MOVEMENT-EXIT.
006040     EXIT.

006050 2400-LOAD-BUDGETS.
006060     OPEN INPUT BUDGET-FILE.
006070     IF WS-BUDGET-STATUS NOT = "00"
006080         SET END-OF-BUDGET-DATA TO TRUE
006090         WRITE PRINT-LINE FROM NO-BUDGET-LINE
006100         GO TO 2400-LOAD-BUDGETS-EXIT
006110     END-IF.
006120     PERFORM 2500-READ-BUDGET THRU 2500-READ-BUDGET-EXIT
006130         UNTIL END-OF-BUDGET-DATA.
006140     CLOSE BUDGET-FILE.
006150 2400-LOAD-BUDGETS-EXIT.
006160     EXIT.

006170 2500-READ-BUDGET.
006180     READ BUDGET-FILE
006190         AT END
006200             SET END-OF-BUDGET TO TRUE
006210             SET END-OF-BUDGET-DATA TO TRUE
006220     END-READ.
006230     IF END-OF-BUDGET-DATA
006240         GO TO 2500-READ-BUDGET-EXIT
006250     END-IF.
006260     ADD 1 TO WS-RECORDS-READ.
006270     IF BG-ACCOUNT (1:1) NOT = "4"
006280         AND BG-ACCOUNT (1:1) NOT = "5"
006290         AND BG-ACCOUNT (1:1) NOT = "6"
006300         GO TO 2500-READ-BUDGET-EXIT
006310     END-IF.
006320     IF BG-PERIOD < WS-START-PERIOD
006330         OR BG-PERIOD > WS-REPORT-PERIOD
006340         GO TO 2500-READ-BUDGET-EXIT
006350     END-IF.
006360     MOVE BG-ACCOUNT TO WS-SEARCH-ACCOUNT.
006370     MOVE "1"        TO WS-SEARCH-SECTION.
006380     MOVE BG-BRANCH  TO WS-SEARCH-BRANCH.
006390     PERFORM 2950-ADD-BUDGET THRU 2950-ADD-BUDGET-EXIT.
006400     MOVE "2"        TO WS-SEARCH-SECTION.
006410     MOVE ZERO       TO WS-SEARCH-BRANCH.
006420     PERFORM 2950-ADD-BUDGET THRU 2950-ADD-BUDGET-EXIT.
006430 2500-READ-BUDGET-EXIT.
006440     EXIT.

006450*    FINDS THE ROW FOR WS-SEARCH-KEY, OPENING AN EMPTY ONE IF IT
006460*    IS NOT THERE YET.
006470 2800-FIND-FIGURE.
006480     MOVE "N" TO FT-FOUND-SWITCH.
006490     PERFORM 2850-MATCH-FIGURE THRU 2850-MATCH-FIGURE-EXIT
006500         VARYING FT-FIND-SUB FROM 1 BY 1
006510         UNTIL FT-FIND-SUB > FT-COUNT
006520         OR FT-ENTRY-FOUND.
006530     IF FT-ENTRY-FOUND
006540         GO TO 2800-FIND-FIGURE-EXIT
006550     END-IF.
006560     IF FT-COUNT NOT < 1000
006570         DISPLAY "MGMTACCT: FIGURE TABLE FULL AT 1000 - RAISE "
006580             "THE TABLE SIZE BEFORE RERUNNING"
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620     ADD 1 TO FT-COUNT.
006630     MOVE FT-COUNT      TO FT-MATCHED-SUB.
006640     MOVE WS-SEARCH-KEY TO FT-KEY (FT-COUNT).
006650     MOVE ZEROS         TO FT-MTH-ACTUAL (FT-COUNT)
006660                           FT-MTH-BUDGET (FT-COUNT)
006670                           FT-YTD-ACTUAL (FT-COUNT)
006680                           FT-YTD-BUDGET (FT-COUNT).
006690 2800-FIND-FIGURE-EXIT.
006700     EXIT.

006710 2850-MATCH-FIGURE.
006720     IF FT-KEY (FT-FIND-SUB) = WS-SEARCH-KEY
006730         MOVE FT-FIND-SUB TO FT-MATCHED-SUB
006740         SET FT-ENTRY-FOUND TO TRUE
006750     END-IF.
006760 2850-MATCH-FIGURE-EXIT.
006770     EXIT.

006780*    WS-AMOUNT ARRIVES AS DEBITS LESS CREDITS AND IS TURNED TO
006790*    ITS NATURAL SIGN - INCOME IS A CREDIT. THE ROW COUNTS FOR
006800*    ITS OWN BRANCH AND FOR THE SHOPS COMBINED.
006810 2900-POST-ACTUAL.
006820     IF WS-SEARCH-ACCOUNT (1:1) NOT = "4"
006830         AND WS-SEARCH-ACCOUNT (1:1) NOT = "5"
006840         AND WS-SEARCH-ACCOUNT (1:1) NOT = "6"
006850         GO TO 2900-POST-ACTUAL-EXIT
006860     END-IF.
006870     IF WS-ROW-PERIOD < WS-START-PERIOD
006880         OR WS-ROW-PERIOD > WS-REPORT-PERIOD
006890         GO TO 2900-POST-ACTUAL-EXIT
006900     END-IF.
006910     IF WS-SEARCH-ACCOUNT (1:1) = "4"
006920         MULTIPLY -1 BY WS-AMOUNT
006930     END-IF.
006940     MOVE "1" TO WS-SEARCH-SECTION.
006950     PERFORM 2920-ADD-ACTUAL THRU 2920-ADD-ACTUAL-EXIT.
006960     MOVE "2" TO WS-SEARCH-SECTION.
006970     MOVE ZERO TO WS-SEARCH-BRANCH.
006980     PERFORM 2920-ADD-ACTUAL THRU 2920-ADD-ACTUAL-EXIT.
006990 2900-POST-ACTUAL-EXIT.
007000     EXIT.

007010 2920-ADD-ACTUAL.
007020     PERFORM 2800-FIND-FIGURE THRU 2800-FIND-FIGURE-EXIT.
007030     ADD WS-AMOUNT TO FT-YTD-ACTUAL (FT-MATCHED-SUB).
007040     IF WS-ROW-PERIOD = WS-REPORT-PERIOD
007050         ADD WS-AMOUNT TO FT-MTH-ACTUAL (FT-MATCHED-SUB)
007060     END-IF.
007070 2920-ADD-ACTUAL-EXIT.
007080     EXIT.

007090 2950-ADD-BUDGET.
007100     PERFORM 2800-FIND-FIGURE THRU 2800-FIND-FIGURE-EXIT.
007110     ADD BG-AMOUNT TO FT-YTD-BUDGET (FT-MATCHED-SUB).
007120     IF BG-PERIOD = WS-REPORT-PERIOD
007130         ADD BG-AMOUNT TO FT-MTH-BUDGET (FT-MATCHED-SUB)
007140     END-IF.
007150 2950-ADD-BUDGET-EXIT.
007160     EXIT.

007170*    ONE EXCHANGE PASS PER CALL - SECTION, BRANCH, ACCOUNT.
007180 3000-SORT-FIGURES.
007190     PERFORM 3100-EXCHANGE-ROWS THRU 3100-EXCHANGE-ROWS-EXIT
007200         VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB >= FT-COUNT.
007210 3000-SORT-FIGURES-EXIT.
007220     EXIT.

007230 3100-EXCHANGE-ROWS.
007240     ADD 1 TO FT-SUB GIVING FT-NEXT.
007250     IF FT-KEY (FT-SUB) > FT-KEY (FT-NEXT)
007260         MOVE FT-ENTRY (FT-SUB)  TO FT-HOLD-ENTRY
007270         MOVE FT-ENTRY (FT-NEXT) TO FT-ENTRY (FT-SUB)
007280         MOVE FT-HOLD-ENTRY      TO FT-ENTRY (FT-NEXT)
007290     END-IF.
007300 3100-EXCHANGE-ROWS-EXIT.
007310     EXIT.

007320*    CONTROL BREAKS ON SECTION (A BRANCH OR THE COMBINED PACK)
007330*    AND, WITHIN IT, ON PROFIT-AND-LOSS GROUP.
007340 4000-PRINT-REPORT.
007350     IF FT-COUNT = ZERO
007360         WRITE PRINT-LINE FROM NO-FIGURES-LINE
007370         GO TO 4000-PRINT-REPORT-EXIT
007380     END-IF.
007390     MOVE HIGH-VALUES TO WS-LAST-SECTION-KEY.
007400     PERFORM 4100-PRINT-FIGURE THRU 4100-PRINT-FIGURE-EXIT
007410         VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT.
007420     PERFORM 4500-END-SECTION THRU 4500-END-SECTION-EXIT.
007430     MOVE SPACES TO PRINT-LINE.
007440     WRITE PRINT-LINE.
007450     MOVE WS-VARIANCE-PCT TO PRN-FOOT-PCT.
007460     WRITE PRINT-LINE FROM FOOTNOTE-LINE.
007470 4000-PRINT-REPORT-EXIT.
007480     EXIT.

007490 4100-PRINT-FIGURE.
007500     MOVE FT-SECTION (FT-SUB) TO WS-THIS-SECTION.
007510     MOVE FT-BRANCH (FT-SUB)  TO WS-THIS-BRANCH.
007520     IF WS-THIS-SECTION-KEY NOT = WS-LAST-SECTION-KEY
007530         IF WS-LAST-SECTION NOT = HIGH-VALUES
007540             PERFORM 4500-END-SECTION THRU 4500-END-SECTION-EXIT
007550         END-IF
007560         PERFORM 4400-START-SECTION THRU
007570             4400-START-SECTION-EXIT
007580     END-IF.
007590     PERFORM 4050-ACCOUNT-GROUP THRU 4050-ACCOUNT-GROUP-EXIT.
007600     IF WS-GROUP NOT = WS-LAST-GROUP
007610         IF WS-LAST-GROUP NOT = ZERO
007620             PERFORM 4600-END-GROUP THRU 4600-END-GROUP-EXIT
007630         END-IF
007640         PERFORM 4650-START-GROUP THRU 4650-START-GROUP-EXIT
007650     END-IF.
007660     MOVE FT-MTH-ACTUAL (FT-SUB) TO WS-LINE-MTH-ACTUAL.
007670     MOVE FT-MTH-BUDGET (FT-SUB) TO WS-LINE-MTH-BUDGET.
007680     MOVE FT-YTD-ACTUAL (FT-SUB) TO WS-LINE-YTD-ACTUAL.
007690     MOVE FT-YTD-BUDGET (FT-SUB) TO WS-LINE-YTD-BUDGET.
007700     ADD FT-MTH-ACTUAL (FT-SUB) TO GT-MTH-ACTUAL (WS-GROUP).
007710     ADD FT-MTH-BUDGET (FT-SUB) TO GT-MTH-BUDGET (WS-GROUP).
007720     ADD FT-YTD-ACTUAL (FT-SUB) TO GT-YTD-ACTUAL (WS-GROUP).
007730     ADD FT-YTD-BUDGET (FT-SUB) TO GT-YTD-BUDGET (WS-GROUP).
007740     MOVE SPACES TO FIGURE-LINE.
007750     MOVE FT-ACCOUNT (FT-SUB) TO PRN-ACCOUNT.
007760     MOVE FT-ACCOUNT (FT-SUB) TO WS-SEARCH-ACCOUNT.
007770     PERFORM 4060-FIND-ACCOUNT-NAME THRU
007780         4060-FIND-ACCOUNT-NAME-EXIT.
007790     PERFORM 4700-PRINT-FIGURES THRU 4700-PRINT-FIGURES-EXIT.
007800 4100-PRINT-FIGURE-EXIT.
007810     EXIT.

007820*    4XXX SALES, 5XXX COST OF SALES, 60XX WAGES, 61XX VEHICLE
007830*    COSTS (MOTOR EXPENSES AND FUEL), ANY OTHER 6XXX OVERHEADS.
007840 4050-ACCOUNT-GROUP.
007850     MOVE "C" TO WS-LINE-TYPE.
007855     IF FT-ACCOUNT (FT-SUB) (1:1) = "4"
007860         MOVE 1 TO WS-GROUP
007865         MOVE "I" TO WS-LINE-TYPE
007870     ELSE
007875         IF FT-ACCOUNT (FT-SUB) (1:1) = "5"
007880             MOVE 2 TO WS-GROUP
007885         ELSE
007890             IF FT-ACCOUNT (FT-SUB) (1:2) = "60"
007895                 MOVE 3 TO WS-GROUP
007900             ELSE
007905                 IF FT-ACCOUNT (FT-SUB) (1:2) = "61"
007910                     MOVE 4 TO WS-GROUP
007915                 ELSE
007920                     MOVE 5 TO WS-GROUP
007925                 END-IF
007930             END-IF
007935         END-IF
007940     END-IF.
007990 4050-ACCOUNT-GROUP-EXIT.
008000     EXIT.

008010 4060-FIND-ACCOUNT-NAME.
008020     MOVE SPACES TO PRN-ACCOUNT-NAME.
008030     MOVE "N" TO GA-FOUND-SWITCH.
008040     PERFORM 4070-MATCH-ACCOUNT THRU 4070-MATCH-ACCOUNT-EXIT
008050         VARYING GA-SUB FROM 1 BY 1
008060         UNTIL GA-SUB > GA-COUNT
008070         OR GA-ENTRY-FOUND.
008080 4060-FIND-ACCOUNT-NAME-EXIT.
008090     EXIT.

008100 4070-MATCH-ACCOUNT.
008110     IF GA-ACCOUNT (GA-SUB) = WS-SEARCH-ACCOUNT
008120         MOVE GA-ACCOUNT-NAME (GA-SUB) TO PRN-ACCOUNT-NAME
008130         SET GA-ENTRY-FOUND TO TRUE
008140     END-IF.
008150 4070-MATCH-ACCOUNT-EXIT.
008160     EXIT.

008170*    EACH SECTION STARTS A NEW PAGE AFTER THE FIRST.
008180 4400-START-SECTION.
008190     MOVE WS-THIS-SECTION-KEY TO WS-LAST-SECTION-KEY.
008200     MOVE ZERO TO WS-LAST-GROUP.
008210     MOVE "N"  TO WS-MARGIN-SWITCH.
008220     MOVE ZEROS TO GROUP-TOTAL-TABLE.
008230     IF WS-THIS-SECTION = "2"
008240         MOVE "ALL SHOPS COMBINED" TO PRN-SECTION-TITLE
008250     ELSE
008260         MOVE WS-THIS-BRANCH TO WS-TITLE-BRANCH
008270         IF WS-THIS-BRANCH = ZERO
008280             MOVE " - COSTS NOT HELD BY A SHOP"
008290                 TO WS-TITLE-TEXT
008300         ELSE
008310             MOVE SPACES TO WS-TITLE-TEXT
008320         END-IF
008330         MOVE WS-SECTION-TITLE TO PRN-SECTION-TITLE
008340     END-IF.
008350     ADD 1 TO WS-SECTION-COUNT.
008360     MOVE SPACES TO PRINT-LINE.
008370     IF WS-SECTION-COUNT > 1
008380         WRITE PRINT-LINE AFTER ADVANCING PAGE
008390     ELSE
008400         WRITE PRINT-LINE
008410     END-IF.
008420     WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
008430     WRITE PRINT-LINE FROM SECTION-UNDERLINE.
008440     WRITE PRINT-LINE FROM TOPIC-LINE-1.
008450     WRITE PRINT-LINE FROM TOPIC-LINE-2.
008460 4400-START-SECTION-EXIT.
008470     EXIT.

008480*    CLOSES THE LAST GROUP, THEN THE MARGIN (IF THE SECTION
008490*    NEVER GOT PAST COST OF SALES) AND THE NET PROFIT.
008500 4500-END-SECTION.
008510     PERFORM 4600-END-GROUP THRU 4600-END-GROUP-EXIT.
008520     IF NOT MARGIN-PRINTED
008530         PERFORM 4800-PRINT-MARGIN THRU 4800-PRINT-MARGIN-EXIT
008540     END-IF.
008550     MOVE GT-MTH-ACTUAL (1) TO WS-LINE-MTH-ACTUAL.
008560     MOVE GT-MTH-BUDGET (1) TO WS-LINE-MTH-BUDGET.
008570     MOVE GT-YTD-ACTUAL (1) TO WS-LINE-YTD-ACTUAL.
008580     MOVE GT-YTD-BUDGET (1) TO WS-LINE-YTD-BUDGET.
008590     PERFORM 4550-LESS-GROUP THRU 4550-LESS-GROUP-EXIT
008600         VARYING GT-SUB FROM 2 BY 1 UNTIL GT-SUB > 5.
008610     MOVE "I" TO WS-LINE-TYPE.
008620     MOVE SPACES TO PRINT-LINE.
008630     WRITE PRINT-LINE.
008640     MOVE SPACES TO FIGURE-LINE.
008650     MOVE "NET PROFIT" TO PRN-LABEL.
008660     PERFORM 4700-PRINT-FIGURES THRU 4700-PRINT-FIGURES-EXIT.
008670 4500-END-SECTION-EXIT.
008680     EXIT.

008690 4550-LESS-GROUP.
008700     SUBTRACT GT-MTH-ACTUAL (GT-SUB) FROM WS-LINE-MTH-ACTUAL.
008710     SUBTRACT GT-MTH-BUDGET (GT-SUB) FROM WS-LINE-MTH-BUDGET.
008720     SUBTRACT GT-YTD-ACTUAL (GT-SUB) FROM WS-LINE-YTD-ACTUAL.
008730     SUBTRACT GT-YTD-BUDGET (GT-SUB) FROM WS-LINE-YTD-BUDGET.
008740 4550-LESS-GROUP-EXIT.
008750     EXIT.

008760 4600-END-GROUP.
008770     MOVE GT-MTH-ACTUAL (WS-LAST-GROUP) TO WS-LINE-MTH-ACTUAL.
008780     MOVE GT-MTH-BUDGET (WS-LAST-GROUP) TO WS-LINE-MTH-BUDGET.
008790     MOVE GT-YTD-ACTUAL (WS-LAST-GROUP) TO WS-LINE-YTD-ACTUAL.
008800     MOVE GT-YTD-BUDGET (WS-LAST-GROUP) TO WS-LINE-YTD-BUDGET.
008810     IF WS-LAST-GROUP = 1
008820         MOVE "I" TO WS-LINE-TYPE
008830     ELSE
008840         MOVE "C" TO WS-LINE-TYPE
008850     END-IF.
008860     MOVE SPACES TO FIGURE-LINE.
008870     MOVE "  TOTAL" TO PRN-LABEL.
008880     PERFORM 4700-PRINT-FIGURES THRU 4700-PRINT-FIGURES-EXIT.
008890 4600-END-GROUP-EXIT.
008900     EXIT.

008910 4650-START-GROUP.
008920     IF WS-GROUP > 2
008930         AND NOT MARGIN-PRINTED
008940         PERFORM 4800-PRINT-MARGIN THRU 4800-PRINT-MARGIN-EXIT
008950     END-IF.
008960     MOVE WS-GROUP TO WS-LAST-GROUP.
008970     MOVE SPACES TO PRINT-LINE.
008980     WRITE PRINT-LINE.
008990     MOVE GROUP-TITLE (WS-GROUP) TO PRN-GROUP-TITLE.
009000     WRITE PRINT-LINE FROM GROUP-HEADING-LINE.
009010     PERFORM 4050-ACCOUNT-GROUP THRU 4050-ACCOUNT-GROUP-EXIT.
009020 4650-START-GROUP-EXIT.
009030     EXIT.

009040*    VARIANCES ARE SIGNED + FOR FAVOURABLE: ACTUAL LESS BUDGET
009050*    FOR INCOME AND PROFIT LINES, BUDGET LESS ACTUAL FOR COSTS.
009060 4700-PRINT-FIGURES.
009070     MOVE WS-LINE-MTH-ACTUAL TO PRN-MTH-ACTUAL WS-ACTUAL.
009080     MOVE WS-LINE-MTH-BUDGET TO PRN-MTH-BUDGET WS-BUDGET.
009090     PERFORM 4750-VARIANCE THRU 4750-VARIANCE-EXIT.
009100     MOVE WS-VARIANCE TO PRN-MTH-VARIANCE.
009110     IF WS-BUDGET = ZERO
009120         MOVE SPACES  TO PRN-MTH-PCT-X
009130     ELSE
009140         MOVE WS-PCT  TO PRN-MTH-PCT
009150     END-IF.
009160     MOVE WS-FLAG     TO PRN-MTH-FLAG.
009170     MOVE WS-LINE-YTD-ACTUAL TO PRN-YTD-ACTUAL WS-ACTUAL.
009180     MOVE WS-LINE-YTD-BUDGET TO PRN-YTD-BUDGET WS-BUDGET.
009190     PERFORM 4750-VARIANCE THRU 4750-VARIANCE-EXIT.
009200     MOVE WS-VARIANCE TO PRN-YTD-VARIANCE.
009210     IF WS-BUDGET = ZERO
009220         MOVE SPACES  TO PRN-YTD-PCT-X
009230     ELSE
009240         MOVE WS-PCT  TO PRN-YTD-PCT
009250     END-IF.
009260     MOVE WS-FLAG     TO PRN-YTD-FLAG.
009270     WRITE PRINT-LINE FROM FIGURE-LINE.
009280 4700-PRINT-FIGURES-EXIT.
009290     EXIT.

009300*    PERCENT OF BUDGET, HELD AT 9999.9 WHEN THE BUDGET IS TINY
009310*    AGAINST THE VARIANCE. A NIL BUDGET WITH ANY ACTUAL IS
009320*    ALWAYS STARRED.
009330 4750-VARIANCE.
009340     IF LINE-IS-COST
009350         SUBTRACT WS-ACTUAL FROM WS-BUDGET GIVING WS-VARIANCE
009360     ELSE
009370         SUBTRACT WS-BUDGET FROM WS-ACTUAL GIVING WS-VARIANCE
009380     END-IF.
009390     MOVE SPACE TO WS-FLAG.
009400     MOVE ZERO  TO WS-PCT.
009410     IF WS-BUDGET = ZERO
009420         IF WS-ACTUAL NOT = ZERO
009430             MOVE "*" TO WS-FLAG
009440         END-IF
009450         GO TO 4750-VARIANCE-EXIT
009460     END-IF.
009470     MOVE WS-BUDGET   TO WS-ABS-BUDGET.
009480     IF WS-ABS-BUDGET < ZERO
009490         MULTIPLY -1 BY WS-ABS-BUDGET
009500     END-IF.
009510     MOVE WS-VARIANCE TO WS-ABS-VARIANCE.
009520     IF WS-ABS-VARIANCE < ZERO
009530         MULTIPLY -1 BY WS-ABS-VARIANCE
009540     END-IF.
009550     MULTIPLY WS-ABS-BUDGET BY 99 GIVING WS-PCT-CAP.
009560     IF WS-ABS-VARIANCE > WS-PCT-CAP
009570         MOVE 9999.9 TO WS-ABS-PCT
009580     ELSE
009590         MULTIPLY WS-ABS-VARIANCE BY 100 GIVING WS-PCT-CAP
009600         DIVIDE WS-PCT-CAP BY WS-ABS-BUDGET
009610             GIVING WS-ABS-PCT ROUNDED
009620     END-IF.
009630     IF WS-VARIANCE < ZERO
009640         MULTIPLY -1 BY WS-ABS-PCT GIVING WS-PCT
009650     ELSE
009660         MOVE WS-ABS-PCT TO WS-PCT
009670     END-IF.
009680     IF WS-ABS-PCT > WS-VARIANCE-PCT
009690         MOVE "*" TO WS-FLAG
009700     END-IF.
009710 4750-VARIANCE-EXIT.
009720     EXIT.

009730 4800-PRINT-MARGIN.
009740     MOVE GT-MTH-ACTUAL (1) TO WS-LINE-MTH-ACTUAL.
009750     MOVE GT-MTH-BUDGET (1) TO WS-LINE-MTH-BUDGET.
009760     MOVE GT-YTD-ACTUAL (1) TO WS-LINE-YTD-ACTUAL.
009770     MOVE GT-YTD-BUDGET (1) TO WS-LINE-YTD-BUDGET.
009780     MOVE 2 TO GT-SUB.
009790     PERFORM 4550-LESS-GROUP THRU 4550-LESS-GROUP-EXIT.
009800     MOVE "I" TO WS-LINE-TYPE.
009810     MOVE SPACES TO PRINT-LINE.
009820     WRITE PRINT-LINE.
009830     MOVE SPACES TO FIGURE-LINE.
009840     MOVE "GROSS MARGIN" TO PRN-LABEL.
009850     PERFORM 4700-PRINT-FIGURES THRU 4700-PRINT-FIGURES-EXIT.
009860     SET MARGIN-PRINTED TO TRUE.
009870 4800-PRINT-MARGIN-EXIT.
009880     EXIT.

009890 8000-TERMINATE.
009900     PERFORM 8900-WRITE-AUDIT-RECORD THRU
009910         8900-WRITE-AUDIT-RECORD-EXIT.
009920     CLOSE MGMT-REPORT.
009930 8000-TERMINATE-EXIT.
009940     EXIT.

009950 8900-WRITE-AUDIT-RECORD.
009960     MOVE "MGMTACCT"            TO AR-PROGRAM-ID.
009970     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
009980     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
009990     ACCEPT AR-END-TIME         FROM TIME.
010000     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
010010     MOVE ZERO                  TO AR-RECORDS-REJECTED.
010020     OPEN EXTEND AUDIT-TRAIL-FILE.
010030     WRITE AUDIT-REC.
010040     CLOSE AUDIT-TRAIL-FILE.
010050 8900-WRITE-AUDIT-RECORD-EXIT.
010060     EXIT.

010070 END PROGRAM MGMTACCT.
