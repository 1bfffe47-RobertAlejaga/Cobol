000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       GENERAL-LEDGER PERIOD CLOSE AND YEAR-END
000070*                ROLLOVER. CLOSES ONE ACCOUNTING MONTH PER RUN -
000080*                THE MONTH AFTER THE LAST ONE CLOSED ON
000090*                GLPERIOD.DAT, OR ON THE FIRST RUN THE MONTH
000100*                BEFORE THE BUSINESS DATE - AND ONLY ONCE THAT
000110*                MONTH HAS ENDED. THE MONTH'S BALANCES ARE
000120*                FROZEN BY ACCOUNT AND BRANCH ONTO GLPERBAL.DAT:
000130*                LAST MONTH'S CARRIED-FORWARD BALANCE PLUS THIS
000140*                MONTH'S DEBITS AND CREDITS FROM THE GLPOST
000150*                MOVEMENTS ON GLMOVE.DAT. ANY PART OF AN
000160*                ACCOUNT'S GLACCT.DAT BALANCE THE BRANCH ROWS DO
000170*                NOT EXPLAIN (BALANCES BROUGHT ON BEFORE THE
000180*                MOVEMENTS WERE KEPT) OPENS ON BRANCH 00, SO THE
000190*                FROZEN ROWS ALWAYS ADD BACK TO THE LEDGER.
000200*                POSTINGS ALREADY MADE INTO LATER MONTHS ARE
000210*                LEFT OUT OF THE FROZEN FIGURES AND STAY ON
000220*                GLMOVE.DAT. THE MONTH IS MARKED CLOSED AND THE
000230*                NEXT MONTH OPENED ON GLPERIOD.DAT; FROM THEN ON
000240*                GLPOST REDIRECTS ANY ROW DATED INTO IT.
000250*                WHEN THE MONTH IS THE FINANCIAL YEAR-END
000260*                (GL-YEAR-END-MONTH ON BATCHPARM.DAT, DEFAULT
000270*                12) THE INCOME, COST-OF-SALES AND EXPENSE
000280*                ACCOUNTS (4XXX-6XXX) ARE CLOSED BRANCH BY
000290*                BRANCH INTO RETAINED EARNINGS (3100, OPENED IF
000300*                MISSING) AND CARRY NOTHING FORWARD, WHILE THE
000310*                BALANCE-SHEET ACCOUNTS CARRY THEIR BALANCES
000320*                INTO THE NEW YEAR. GLCLOSE.RPT LISTS THE FROZEN
000330*                BALANCES, ANY YEAR-END TRANSFERS AND THE
000340*                CLOSING TRIAL BALANCE AS AT THE END OF THE
000350*                MONTH FOR THE AUDITORS. GLMOVE, GLPERBAL AND
000360*                GLPERIOD ARE WRITTEN AS .NEW FOR THE OPERATOR
000370*                TO PROMOTE TOGETHER BEFORE THE NEXT NIGHTLY
000380*                GLPOST; THE YEAR-END TRANSFERS ARE POSTED
000381*                STRAIGHT ONTO THE BRANCH ROWS OF THE INDEXED
000382*                GLACCT.DAT ONCE THOSE FILES ARE WRITTEN, WITH
000383*                THE MONTH MARKED ON GLPERIOD AS POSTED. THE RUN
000384*                REFUSES TO START WHILE A GLPERIOD.NEW IS STILL
000385*                WAITING - ONE CARRYING POSTED TRANSFERS MUST BE
000386*                PROMOTED, NOT REMOVED - AND NEVER POSTS A MARKED
000387*                MONTH'S TRANSFERS AGAIN. RUN STANDALONE AFTER
000388*                MONTH END, LIKE MONTHEND.
000400* TECTONICS:     cobc
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430*  DATE       INIT  DESCRIPTION
000440*  2026-10-15 DO    ORIGINAL VERSION.
000441*  2026-10-15 DO    GLACCT.DAT IS NOW INDEXED BY ACCOUNT AND
000442*                   BRANCH (COPY GLACCT). THE BRANCH ROWS ADD UP
000443*                   INTO ONE ACCOUNT ENTRY ON LOAD; YEAR-END
000444*                   TRANSFERS ARE REWRITTEN ONTO THE BRANCH ROWS
000445*                   IN PLACE OF GLACCT.NEW. A GLPERIOD.NEW STILL
000446*                   ON FILE STOPS THE RUN.
000447*  2026-10-15 DO    YEAR-END MONTH MARKED ON GLPERIOD WHEN ITS
000448*                   TRANSFERS ARE POSTED. A MARKED MONTH IS NEVER
000449*                   POSTED AGAIN, AND A STAGED GLPERIOD.NEW THAT
000450*                   CARRIES ONE MAY ONLY BE PROMOTED.
000455******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. GLCLOSE.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "GLACCT.DAT"
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS DYNAMIC
000540               RECORD KEY IS GLA-ACCOUNT-KEY
000550               FILE STATUS IS WS-ACCT-STATUS.

000560     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-PERIOD-STATUS.

000590     SELECT GL-PERIOD-OUT ASSIGN TO "GLPERIOD.NEW"
000600               ORGANIZATION IS LINE SEQUENTIAL
000605               FILE STATUS IS WS-PERIOD-OUT-STATUS.

000610     SELECT GL-MOVE-IN ASSIGN TO "GLMOVE.DAT"
000620               ORGANIZATION IS LINE SEQUENTIAL
000630               FILE STATUS IS WS-MOVE-IN-STATUS.

000640     SELECT GL-MOVE-OUT ASSIGN TO "GLMOVE.NEW"
000650               ORGANIZATION IS LINE SEQUENTIAL.

000660     SELECT GL-PERBAL-IN ASSIGN TO "GLPERBAL.DAT"
000670               ORGANIZATION IS LINE SEQUENTIAL
000680               FILE STATUS IS WS-PERBAL-IN-STATUS.

000690     SELECT GL-PERBAL-OUT ASSIGN TO "GLPERBAL.NEW"
000700               ORGANIZATION IS LINE SEQUENTIAL.

000710     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000720               ORGANIZATION IS LINE SEQUENTIAL
000730               FILE STATUS IS WS-BATCHPARM-STATUS.

000740     SELECT CLOSE-REPORT ASSIGN TO "GLCLOSE.RPT"
000750               ORGANIZATION IS LINE SEQUENTIAL.

000760     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000770               ORGANIZATION IS LINE SEQUENTIAL
000780               FILE STATUS IS WS-RUNCTL-STATUS.

000790     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000800               ORGANIZATION IS LINE SEQUENTIAL.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ACCOUNT-MASTER-FILE.
000840     COPY GLACCT.

000960 FD  GL-PERIOD-FILE.
000970     COPY GLPERIOD.

000980 FD  GL-PERIOD-OUT.
000990 01  GL-PERIOD-OUT-REC.
001000     02  GPO-PERIOD              PIC 9(6).
001010     02  GPO-STATUS              PIC X.
001020     02  GPO-YEAR-END-FLAG       PIC X.
001030     02  GPO-CLOSED-DATE         PIC 9(8).
001031     02  GPO-YE-POSTED-FLAG      PIC X.

001040 FD  GL-MOVE-IN.
001050     COPY GLMOVE.

001060 FD  GL-MOVE-OUT.
001070 01  GL-MOVE-OUT-REC             PIC X(34).

001080 FD  GL-PERBAL-IN.
001090     COPY GLPERBAL.

001100 FD  GL-PERBAL-OUT.
001110 01  GL-PERBAL-OUT-REC.
001120     02  GBO-PERIOD              PIC 9(6).
001130     02  GBO-ACCOUNT             PIC X(4).
001140     02  GBO-BRANCH              PIC 99.
001150     02  GBO-OPENING             PIC S9(9)V99.
001160     02  GBO-DEBITS              PIC 9(9)V99.
001170     02  GBO-CREDITS             PIC 9(9)V99.
001180     02  GBO-CLOSING             PIC S9(9)V99.
001190     02  GBO-CARRIED-FWD         PIC S9(9)V99.

001200 FD  BATCH-PARM-FILE.
001210     COPY BATCHPARM.

001220 FD  CLOSE-REPORT.
001230 01  PRINT-LINE                  PIC X(90).

001240 FD  RUN-CONTROL-FILE.
001250     COPY RUNCTL.

001260 FD  AUDIT-TRAIL-FILE.
001270     COPY AUDITREC.

001280 WORKING-STORAGE SECTION.

001290 01  WS-BATCHPARM-STATUS         PIC XX.
001300 01  WS-PARM-SWITCHES.
001310     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
001320         88  END-OF-PARM-DATA    VALUE "Y".

001330 01  WS-PARM-SOURCES.
001340     02  WS-PARM-SOURCE-1       PIC X(16)
001350             VALUE "DEFAULT".

001360 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
001370             VALUE "PARAMETERS IN FORCE".

001380 01  PARM-AUDIT-LINE.
001390     02  PRN-PARM-NAME           PIC X(20).
001400     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
001410     02  FILLER                  PIC X(2) VALUE SPACES.
001420     02  PRN-PARM-SOURCE         PIC X(16).

001430 01  WS-YEAR-END-MONTH           PIC 99      VALUE 12.

001440 01  REPORT-HEADING-LINE         PIC X(40)
001450             VALUE "   AROMAMORA GENERAL-LEDGER PERIOD CLOSE".

001460 01  REPORT-HEADING-UNDERLINE.
001470     02  FILLER                  PIC X(3)  VALUE SPACES.
001480     02  FILLER                  PIC X(37) VALUE ALL "-".

001490 01  RUN-DATE-LINE.
001500     02  FILLER                  PIC X(15)
001510             VALUE "BUSINESS DATE: ".
001520     02  PRN-RUN-MM              PIC 99.
001530     02  FILLER                  PIC X VALUE "/".
001540     02  PRN-RUN-DD              PIC 99.
001550     02  FILLER                  PIC X VALUE "/".
001560     02  PRN-RUN-YYYY            PIC 9(4).

001570 01  CLOSE-PERIOD-LINE.
001580     02  FILLER                  PIC X(15)
001590             VALUE "PERIOD CLOSED: ".
001600     02  PRN-CLOSE-MM            PIC 99.
001610     02  FILLER                  PIC X VALUE "/".
001620     02  PRN-CLOSE-YYYY          PIC 9(4).
001630     02  PRN-YEAR-END-TEXT       PIC X(30).

001640 01  FROZEN-HEADING-LINE         PIC X(44)
001650             VALUE "FROZEN PERIOD BALANCES BY ACCOUNT AND BRANCH".

001660 01  FROZEN-TOPIC-LINE.
001670     02  FILLER                  PIC X(25)
001680             VALUE "ACCT  ACCOUNT NAME     BR".
001690     02  FILLER                  PIC X(14)
001700             VALUE "       OPENING".
001710     02  FILLER                  PIC X(16)
001720             VALUE "          DEBITS".
001730     02  FILLER                  PIC X(15)
001740             VALUE "        CREDITS".
001750     02  FILLER                  PIC X(14)
001760             VALUE "       CLOSING".

001770 01  FROZEN-DETAIL-LINE.
001780     02  PRN-FZ-ACCOUNT          PIC X(4).
001790     02  FILLER                  PIC X(2) VALUE SPACES.
001800     02  PRN-FZ-ACCOUNT-NAME     PIC X(16).
001810     02  FILLER                  PIC X VALUE SPACE.
001820     02  PRN-FZ-BRANCH           PIC 99.
001830     02  PRN-FZ-OPENING          PIC BZZ,ZZZ,ZZ9.99-.
001840     02  PRN-FZ-DEBITS           PIC BZZ,ZZZ,ZZ9.99.
001850     02  FILLER                  PIC X VALUE SPACE.
001860     02  PRN-FZ-CREDITS          PIC BZZ,ZZZ,ZZ9.99.
001870     02  PRN-FZ-CLOSING          PIC BZZ,ZZZ,ZZ9.99-.

001880 01  FROZEN-TOTAL-LINE.
001890     02  FILLER                  PIC X(25)
001900             VALUE "MONTH'S MOVEMENTS       :".
001910     02  FILLER                  PIC X(15) VALUE SPACES.
001920     02  PRN-FZ-TOTAL-DEBITS     PIC BZZ,ZZZ,ZZ9.99.
001930     02  FILLER                  PIC X VALUE SPACE.
001940     02  PRN-FZ-TOTAL-CREDITS    PIC BZZ,ZZZ,ZZ9.99.

001950 01  OPENING-TAKE-UP-LINE.
001960     02  FILLER                  PIC X(36)
001970             VALUE "OPENING BALANCES TAKEN UP ON BRANCH ".
001980     02  FILLER                  PIC X(25)
001990             VALUE "00 FROM GLACCT.DAT FOR : ".
002000     02  PRN-TAKE-UP-COUNT       PIC ZZ9.
002010     02  FILLER                  PIC X(12) VALUE " ACCOUNT(S).".

002020 01  YEAR-END-HEADING-LINE       PIC X(44)
002030             VALUE "YEAR-END TRANSFER TO RETAINED EARNINGS".

002040 01  YEAR-END-TOPIC-LINE.
002050     02  FILLER                  PIC X(25)
002060             VALUE "ACCT  ACCOUNT NAME     BR".
002070     02  FILLER                  PIC X(14)
002080             VALUE "   TRANSFERRED".

002090 01  YEAR-END-DETAIL-LINE.
002100     02  PRN-YE-ACCOUNT          PIC X(4).
002110     02  FILLER                  PIC X(2) VALUE SPACES.
002120     02  PRN-YE-ACCOUNT-NAME     PIC X(16).
002130     02  FILLER                  PIC X VALUE SPACE.
002140     02  PRN-YE-BRANCH           PIC 99.
002150     02  PRN-YE-AMOUNT           PIC BZZ,ZZZ,ZZ9.99-.

002160 01  RETAINED-DETAIL-LINE.
002170     02  FILLER                  PIC X(29)
002180             VALUE "RETAINED EARNINGS  BRANCH ".
002190     02  PRN-RE-BRANCH           PIC 99.
002200     02  FILLER                  PIC X(22)
002210             VALUE "  CARRIED FORWARD  : ".
002220     02  PRN-RE-CARRIED          PIC BZZ,ZZZ,ZZ9.99-.

002230 01  YEAR-RESULT-LINE.
002240     02  FILLER                  PIC X(40)
002250             VALUE "RESULT FOR THE YEAR (CREDIT = PROFIT) :".
002260     02  PRN-YEAR-RESULT         PIC BZZ,ZZZ,ZZ9.99-.

002270 01  TRIAL-HEADING-LINE.
002280     02  FILLER                  PIC X(32)
002290             VALUE "CLOSING TRIAL BALANCE AT END OF ".
002300     02  PRN-TB-MM               PIC 99.
002310     02  FILLER                  PIC X VALUE "/".
002320     02  PRN-TB-YYYY             PIC 9(4).
002330     02  PRN-TB-TEXT             PIC X(30).

002340 01  TRIAL-TOPIC-LINE.
002350     02  FILLER                  PIC X(22)
002360             VALUE "ACCT  ACCOUNT NAME".
002370     02  FILLER                  PIC X(14)
002380             VALUE "         DEBIT".
002390     02  FILLER                  PIC X(14)
002400             VALUE "        CREDIT".

002410 01  TRIAL-DETAIL-LINE.
002420     02  PRN-ACCOUNT             PIC X(4).
002430     02  FILLER                  PIC X(2) VALUE SPACES.
002440     02  PRN-ACCOUNT-NAME        PIC X(16).
002450     02  PRN-DEBIT-BAL           PIC BZZ,ZZZ,ZZ9.99.
002460     02  PRN-CREDIT-BAL          PIC BZZ,ZZZ,ZZ9.99.

002470 01  TRIAL-TOTAL-LINE.
002480     02  FILLER          PIC X(22) VALUE "TRIAL BALANCE TOTALS :".
002490     02  PRN-TOTAL-DEBIT         PIC ZZ,ZZZ,ZZ9.99.
002500     02  PRN-TOTAL-CREDIT        PIC BZZ,ZZZ,ZZ9.99.

002510 01  BALANCE-STATUS-LINE         PIC X(50).

002520 01  ACCOUNT-TABLE.
002530     02  ACCT-ENTRY OCCURS 100 TIMES.
002540         03  GA-ACCOUNT          PIC X(4).
002550         03  GA-ACCOUNT-NAME     PIC X(16).
002560         03  GA-BALANCE          PIC S9(9)V99.
002570         03  GA-POSTED-THRU      PIC 9(8).
002580         03  GA-LATER-NET        PIC S9(9)V99.
002590         03  GA-PERIOD-END       PIC S9(9)V99.

002600 01  GA-COUNT                    PIC 999     VALUE ZERO.
002610 01  GA-SUB                      PIC 999.
002620 01  GA-MATCHED-SUB              PIC 999.

002630 01  BALANCE-TABLE.
002640     02  BT-ENTRY OCCURS 1000 TIMES.
002650         03  BT-KEY.
002660             04  BT-ACCOUNT      PIC X(4).
002670             04  BT-BRANCH       PIC 99.
002680         03  BT-OPENING          PIC S9(9)V99.
002690         03  BT-DEBITS           PIC 9(9)V99.
002700         03  BT-CREDITS          PIC 9(9)V99.
002710         03  BT-CLOSING          PIC S9(9)V99.
002720         03  BT-CARRIED          PIC S9(9)V99.

002730 01  BT-HOLD-ENTRY.
002740     02  FILLER                  PIC X(6).
002750     02  FILLER                  PIC S9(9)V99.
002760     02  FILLER                  PIC 9(9)V99.
002770     02  FILLER                  PIC 9(9)V99.
002780     02  FILLER                  PIC S9(9)V99.
002790     02  FILLER                  PIC S9(9)V99.

002800 01  BT-COUNT                    PIC 9(4)    VALUE ZERO.
002810 01  BT-SUB                      PIC 9(4).
002820 01  BT-NEXT                     PIC 9(4).
002830 01  BT-PASS                     PIC 9(4).
002840 01  BT-LIMIT                    PIC 9(4).
002850 01  BT-MATCHED-SUB              PIC 9(4).
002860 01  BT-FIND-SUB                 PIC 9(4).

002870 01  PERIOD-TABLE.
002880     02  PT-ENTRY OCCURS 240 TIMES.
002890         03  PT-PERIOD           PIC 9(6).
002900         03  PT-STATUS           PIC X.
002910             88  PT-CLOSED       VALUE "C".
002920         03  PT-YEAR-END-FLAG    PIC X.
002930         03  PT-CLOSED-DATE      PIC 9(8).
002931         03  PT-YE-POSTED-FLAG   PIC X.
002932             88  PT-YE-POSTED    VALUE "Y".

002940 01  PT-COUNT                    PIC 999     VALUE ZERO.
002950 01  PT-SUB                      PIC 999.
002960 01  PT-MATCHED-SUB              PIC 999.

002970 01  WS-SEARCH-KEY.
002980     02  WS-SEARCH-ACCOUNT       PIC X(4).
002990     02  WS-SEARCH-BRANCH        PIC 99.

003000 01  WS-RETAINED-ACCOUNT         PIC X(4)    VALUE "3100".

003010 01  WS-PERIODS.
003020     02  WS-BUSINESS-PERIOD      PIC 9(6).
003030     02  WS-LAST-CLOSED          PIC 9(6)    VALUE ZERO.
003040     02  WS-CLOSE-PERIOD         PIC 9(6).
003050     02  WS-CLOSE-PARTS REDEFINES WS-CLOSE-PERIOD.
003060         03  WS-CLOSE-YYYY       PIC 9(4).
003070         03  WS-CLOSE-MM         PIC 99.
003080     02  WS-PRIOR-PERIOD         PIC 9(6).
003090     02  WS-NEXT-PERIOD          PIC 9(6).
003100     02  WS-WORK-PERIOD          PIC 9(6).
003110     02  WS-WORK-PARTS REDEFINES WS-WORK-PERIOD.
003120         03  WS-WORK-YYYY        PIC 9(4).
003130         03  WS-WORK-MM          PIC 99.
003131     02  WS-STAGED-PERIOD        PIC 9(6)    VALUE ZERO.

003140 01  WS-AMOUNTS.
003150     02  WS-BRANCH-SUM           PIC S9(9)V99.
003160     02  WS-DIFFERENCE           PIC S9(9)V99.
003170     02  WS-TRANSFER             PIC S9(9)V99.
003175     02  WS-ROW-AMOUNT           PIC S9(9)V99.
003180     02  WS-YEAR-RESULT          PIC S9(9)V99 VALUE ZEROS.
003190     02  WS-MONTH-DEBITS         PIC 9(10)V99 VALUE ZEROS.
003200     02  WS-MONTH-CREDITS        PIC 9(10)V99 VALUE ZEROS.
003210     02  WS-TOTAL-DEBIT          PIC 9(10)V99 VALUE ZEROS.
003220     02  WS-TOTAL-CREDIT         PIC 9(10)V99 VALUE ZEROS.
003230     02  WS-ABS-BALANCE          PIC 9(9)V99.

003240 01  WS-COUNTS.
003250     02  WS-TAKE-UP-COUNT        PIC 999     VALUE ZERO.
003260     02  WS-FROZEN-COUNT         PIC 9(5)    VALUE ZERO.

003270 01  WS-SWITCHES.
003280     02  WS-ACCT-EOF             PIC X       VALUE "N".
003290         88  END-OF-ACCT-DATA    VALUE "Y".
003300     02  WS-PERIOD-EOF           PIC X       VALUE "N".
003310         88  END-OF-PERIOD-DATA  VALUE "Y".
003320     02  WS-MOVE-EOF             PIC X       VALUE "N".
003330         88  END-OF-MOVE-DATA    VALUE "Y".
003340     02  WS-PERBAL-EOF           PIC X       VALUE "N".
003350         88  END-OF-PERBAL-DATA  VALUE "Y".
003360     02  WS-YEAR-END-SWITCH      PIC X       VALUE "N".
003370         88  YEAR-END-CLOSE      VALUE "Y".
003380     02  GA-FOUND-SWITCH         PIC X       VALUE "N".
003390         88  GA-ENTRY-FOUND      VALUE "Y".
003400     02  BT-FOUND-SWITCH         PIC X       VALUE "N".
003410         88  BT-ENTRY-FOUND      VALUE "Y".
003420     02  PT-FOUND-SWITCH         PIC X       VALUE "N".
003430         88  PT-ENTRY-FOUND      VALUE "Y".
003431     02  WS-STAGED-EOF           PIC X       VALUE "N".
003432         88  END-OF-STAGED-DATA  VALUE "Y".
003433     02  WS-STAGED-YE-SWITCH     PIC X       VALUE "N".
003434         88  STAGED-YE-POSTED    VALUE "Y".

003440 01  WS-FILE-STATUSES.
003450     02  WS-ACCT-STATUS          PIC XX.
003460     02  WS-PERIOD-STATUS        PIC XX.
003465     02  WS-PERIOD-OUT-STATUS    PIC XX.
003470     02  WS-MOVE-IN-STATUS       PIC XX.
003480     02  WS-PERBAL-IN-STATUS     PIC XX.
003490     02  WS-RUNCTL-STATUS        PIC XX.

003500 01  WS-CURRENT-DATE.
003510     02  WS-CURRENT-DATE-YYYYMMDD.
003520         03  WS-CURRENT-YYYY     PIC 9(4).
003530         03  WS-CURRENT-MM       PIC 99.
003540         03  WS-CURRENT-DD       PIC 99.

003550 01  WS-AUDIT-FIELDS.
003560     02  WS-AUDIT-START-TIME     PIC 9(8).
003570     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003580 PROCEDURE DIVISION.
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003610     PERFORM 2000-LOAD-MOVEMENTS THRU 2000-LOAD-MOVEMENTS-EXIT.
003620     PERFORM 3000-LOAD-FROZEN THRU 3000-LOAD-FROZEN-EXIT.
003630     PERFORM 4000-TAKE-UP-OPENINGS THRU
003640         4000-TAKE-UP-OPENINGS-EXIT.
003650     PERFORM 5000-COMPUTE-CLOSING THRU 5000-COMPUTE-CLOSING-EXIT
003660         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
003670     IF YEAR-END-CLOSE
003680         PERFORM 5500-YEAR-END-CLOSE THRU
003690             5500-YEAR-END-CLOSE-EXIT
003700     END-IF.
003710     PERFORM 5900-SORT-BALANCES THRU 5900-SORT-BALANCES-EXIT
003720         VARYING BT-PASS FROM 1 BY 1 UNTIL BT-PASS >= BT-COUNT.
003730     PERFORM 6000-PRINT-FROZEN THRU 6000-PRINT-FROZEN-EXIT.
003740     IF YEAR-END-CLOSE
003750         PERFORM 6500-PRINT-YEAR-END THRU
003760             6500-PRINT-YEAR-END-EXIT
003770     END-IF.
003780     PERFORM 6700-PRINT-TRIAL-BALANCE THRU
003790         6700-PRINT-TRIAL-BALANCE-EXIT.
003800     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003810     STOP RUN.

003820 1000-INITIALIZE.
003830     PERFORM 1005-READ-RUN-CONTROL THRU
003840         1005-READ-RUN-CONTROL-EXIT.
003845     PERFORM 1008-CHECK-STAGED-FILE THRU
003846         1008-CHECK-STAGED-FILE-EXIT.
003850     PERFORM 1030-LOAD-PARAMETERS THRU
003860         1030-LOAD-PARAMETERS-EXIT.
003870     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003880     PERFORM 1050-LOAD-ACCOUNTS THRU 1050-LOAD-ACCOUNTS-EXIT.
003890     PERFORM 1070-LOAD-PERIODS THRU 1070-LOAD-PERIODS-EXIT.
003900     PERFORM 1090-FIND-CLOSE-PERIOD THRU
003910         1090-FIND-CLOSE-PERIOD-EXIT.
003920     OPEN OUTPUT CLOSE-REPORT.
003930     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003940     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003950     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003960     MOVE WS-CLOSE-MM                TO PRN-CLOSE-MM.
003970     MOVE WS-CLOSE-YYYY              TO PRN-CLOSE-YYYY.
003980     IF YEAR-END-CLOSE
003990         MOVE "  - FINANCIAL YEAR-END" TO PRN-YEAR-END-TEXT
004000     ELSE
004010         MOVE SPACES TO PRN-YEAR-END-TEXT
004020     END-IF.
004030     MOVE SPACES TO PRINT-LINE.
004040     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004050     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004060     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004070     WRITE PRINT-LINE FROM CLOSE-PERIOD-LINE.
004080     PERFORM 1130-PRINT-PARM-AUDIT THRU
004090         1130-PRINT-PARM-AUDIT-EXIT.
004100 1000-INITIALIZE-EXIT.
004110     EXIT.

004120 1005-READ-RUN-CONTROL.
004130     OPEN INPUT RUN-CONTROL-FILE.
004140     IF WS-RUNCTL-STATUS NOT = "00"
004150         DISPLAY "GLCLOSE: RUN CONTROL RECORD MISSING"
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     READ RUN-CONTROL-FILE
004200         AT END
004210             DISPLAY "GLCLOSE: RUN CONTROL RECORD MISSING"
004220             MOVE 16 TO RETURN-CODE
004230             STOP RUN
004240     END-READ.
004250     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
004260         DISPLAY "GLCLOSE: BUSINESS DATE GOES BACKWARDS"
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
004310     CLOSE RUN-CONTROL-FILE.
004320 1005-READ-RUN-CONTROL-EXIT.
004330     EXIT.

000001 1008-CHECK-STAGED-FILE.
000002*    A GLPERIOD.NEW STILL ON FILE MEANS THE LAST CLOSE WAS NEVER
000003*    PROMOTED - STOP. IF THE MONTH THAT CLOSE CLOSED IS MARKED
000004*    POSTED, ITS YEAR-END TRANSFERS ARE ALREADY ON GLACCT.DAT AND
000005*    THE FILE MUST BE PROMOTED: REMOVING IT WOULD LET THE NEXT
000006*    CLOSE TAKE THE SAME TRANSFERS A SECOND TIME.
000007     OPEN INPUT GL-PERIOD-OUT.
000008     IF WS-PERIOD-OUT-STATUS NOT = "00"
000009         GO TO 1008-CHECK-STAGED-FILE-EXIT
000010     END-IF.
000011     PERFORM 1009-READ-STAGED-PERIOD THRU
000012         1009-READ-STAGED-PERIOD-EXIT
000013         UNTIL END-OF-STAGED-DATA.
000014     CLOSE GL-PERIOD-OUT.
000015     IF STAGED-YE-POSTED
000016         DISPLAY "GLCLOSE: GLPERIOD.NEW ALREADY ON FILE AND "
000017             "YEAR-END TRANSFERS FOR " WS-STAGED-PERIOD
000018             " ARE POSTED - PROMOTE IT FIRST"
000019     ELSE
000020         DISPLAY "GLCLOSE: GLPERIOD.NEW ALREADY ON FILE - "
000021             "PROMOTE OR REMOVE IT FIRST"
000022     END-IF.
000023     MOVE 16 TO RETURN-CODE.
000024     STOP RUN.
000025 1008-CHECK-STAGED-FILE-EXIT.
000026     EXIT.

000027*    KEEPS THE POSTED MARK OF THE LATEST CLOSED MONTH ON THE FILE.
000028 1009-READ-STAGED-PERIOD.
000029     READ GL-PERIOD-OUT
000030         AT END
000031             SET END-OF-STAGED-DATA TO TRUE
000032     END-READ.
000033     IF END-OF-STAGED-DATA
000034         GO TO 1009-READ-STAGED-PERIOD-EXIT
000035     END-IF.
000036     IF GPO-STATUS = "C"
000037         AND GPO-PERIOD > WS-STAGED-PERIOD
000038         MOVE GPO-PERIOD         TO WS-STAGED-PERIOD
000039         MOVE GPO-YE-POSTED-FLAG TO WS-STAGED-YE-SWITCH
000040     END-IF.
000041 1009-READ-STAGED-PERIOD-EXIT.
000042     EXIT.

004340*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
004350*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
004360 1030-LOAD-PARAMETERS.
004370     OPEN INPUT BATCH-PARM-FILE.
004380     IF WS-BATCHPARM-STATUS NOT = "00"
004390         SET END-OF-PARM-DATA TO TRUE
004400         GO TO 1030-LOAD-PARAMETERS-EXIT
004410     END-IF.
004420     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
004430         UNTIL END-OF-PARM-DATA.
004440     CLOSE BATCH-PARM-FILE.
004450 1030-LOAD-PARAMETERS-EXIT.
004460     EXIT.

004470 1032-READ-PARM.
004480     READ BATCH-PARM-FILE
004490         AT END
004500             SET END-OF-BATCH-PARM TO TRUE
004510             SET END-OF-PARM-DATA TO TRUE
004520     END-READ.
004530     IF END-OF-PARM-DATA
004540         GO TO 1032-READ-PARM-EXIT
004550     END-IF.
004560     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
004570 1032-READ-PARM-EXIT.
004580     EXIT.

004590 1034-APPLY-PARM.
004600     IF BP-PARM-NAME = "GL-YEAR-END-MONTH"
004610         IF BP-PARM-VALUE >= 1
004620             AND BP-PARM-VALUE <= 12
004630             MOVE BP-PARM-VALUE TO WS-YEAR-END-MONTH
004640             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
004650         ELSE
004660             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
004670         END-IF
004680     END-IF.
004690 1034-APPLY-PARM-EXIT.
004700     EXIT.

004710*    THERE IS NOTHING TO CLOSE WITHOUT A LEDGER. THE BRANCH ROWS
004715*    OF EACH ACCOUNT READ TOGETHER IN KEY ORDER AND ADD UP INTO
004716*    ONE ENTRY.
004720 1050-LOAD-ACCOUNTS.
004730     OPEN INPUT ACCOUNT-MASTER-FILE.
004740     IF WS-ACCT-STATUS NOT = "00"
004750         DISPLAY "GLCLOSE: GLACCT.DAT MISSING - NOTHING TO CLOSE"
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     PERFORM 1060-READ-ACCOUNT THRU 1060-READ-ACCOUNT-EXIT
004800         UNTIL END-OF-ACCT-DATA.
004810     CLOSE ACCOUNT-MASTER-FILE.
004820 1050-LOAD-ACCOUNTS-EXIT.
004830     EXIT.

004840 1060-READ-ACCOUNT.
004850     READ ACCOUNT-MASTER-FILE NEXT RECORD
004860         AT END
004870             SET END-OF-GL-ACCOUNT TO TRUE
004880             SET END-OF-ACCT-DATA TO TRUE
004890     END-READ.
004900     IF END-OF-ACCT-DATA
004910         GO TO 1060-READ-ACCOUNT-EXIT
004920     END-IF.
004930     ADD 1 TO WS-RECORDS-READ.
004931     IF GA-COUNT > ZERO
004932         AND GLA-ACCOUNT = GA-ACCOUNT (GA-COUNT)
004933         ADD GLA-BALANCE TO GA-BALANCE (GA-COUNT)
004934         IF GLA-POSTED-THRU > GA-POSTED-THRU (GA-COUNT)
004935             MOVE GLA-POSTED-THRU TO GA-POSTED-THRU (GA-COUNT)
004936         END-IF
004937         GO TO 1060-READ-ACCOUNT-EXIT
004938     END-IF.
004940     PERFORM 2950-CHECK-ACCOUNT-ROOM THRU
004950         2950-CHECK-ACCOUNT-ROOM-EXIT.
004960     ADD 1 TO GA-COUNT.
004970     MOVE GLA-ACCOUNT      TO GA-ACCOUNT (GA-COUNT).
004980     MOVE GLA-ACCOUNT-NAME TO GA-ACCOUNT-NAME (GA-COUNT).
004990     MOVE GLA-BALANCE      TO GA-BALANCE (GA-COUNT).
005000     MOVE GLA-POSTED-THRU  TO GA-POSTED-THRU (GA-COUNT).
005010     MOVE ZEROS            TO GA-LATER-NET (GA-COUNT)
005020                              GA-PERIOD-END (GA-COUNT).
005030 1060-READ-ACCOUNT-EXIT.
005040     EXIT.

005050*    NO PERIOD TABLE MEANS NO MONTH HAS EVER BEEN CLOSED.
005060 1070-LOAD-PERIODS.
005070     OPEN INPUT GL-PERIOD-FILE.
005080     IF WS-PERIOD-STATUS NOT = "00"
005090         SET END-OF-PERIOD-DATA TO TRUE
005100         GO TO 1070-LOAD-PERIODS-EXIT
005110     END-IF.
005120     PERFORM 1075-READ-PERIOD THRU 1075-READ-PERIOD-EXIT
005130         UNTIL END-OF-PERIOD-DATA.
005140     CLOSE GL-PERIOD-FILE.
005150 1070-LOAD-PERIODS-EXIT.
005160     EXIT.

005170 1075-READ-PERIOD.
005180     READ GL-PERIOD-FILE
005190         AT END
005200             SET END-OF-GL-PERIOD TO TRUE
005210             SET END-OF-PERIOD-DATA TO TRUE
005220     END-READ.
005230     IF END-OF-PERIOD-DATA
005240         GO TO 1075-READ-PERIOD-EXIT
005250     END-IF.
005260     PERFORM 8450-CHECK-PERIOD-ROOM THRU
005270         8450-CHECK-PERIOD-ROOM-EXIT.
005280     ADD 1 TO PT-COUNT.
005290     MOVE GP-PERIOD        TO PT-PERIOD (PT-COUNT).
005300     MOVE GP-STATUS        TO PT-STATUS (PT-COUNT).
005310     MOVE GP-YEAR-END-FLAG TO PT-YEAR-END-FLAG (PT-COUNT).
005320     MOVE GP-CLOSED-DATE   TO PT-CLOSED-DATE (PT-COUNT).
005321     MOVE GP-YE-POSTED-FLAG TO PT-YE-POSTED-FLAG (PT-COUNT).
005330     IF GP-PERIOD-CLOSED
005340         AND GP-PERIOD > WS-LAST-CLOSED
005350         MOVE GP-PERIOD TO WS-LAST-CLOSED
005360     END-IF.
005370 1075-READ-PERIOD-EXIT.
005380     EXIT.

005390*    MONTHS CLOSE IN ORDER, ONE PER RUN, AND NEVER BEFORE THEY
005400*    HAVE ENDED - A MONTH IS STILL TAKING POSTINGS UNTIL THE
005410*    BUSINESS DATE HAS MOVED PAST IT.
005420 1090-FIND-CLOSE-PERIOD.
005430     MOVE WS-CURRENT-YYYY TO WS-WORK-YYYY.
005440     MOVE WS-CURRENT-MM   TO WS-WORK-MM.
005450     MOVE WS-WORK-PERIOD  TO WS-BUSINESS-PERIOD.
005460     IF WS-LAST-CLOSED > ZERO
005470         MOVE WS-LAST-CLOSED TO WS-WORK-PERIOD
005480         PERFORM 7050-NEXT-PERIOD THRU 7050-NEXT-PERIOD-EXIT
005490     ELSE
005500         PERFORM 7000-PREVIOUS-PERIOD THRU
005510             7000-PREVIOUS-PERIOD-EXIT
005520     END-IF.
005530     MOVE WS-WORK-PERIOD TO WS-CLOSE-PERIOD.
005540     IF WS-CLOSE-PERIOD NOT < WS-BUSINESS-PERIOD
005550         DISPLAY "GLCLOSE: PERIOD " WS-CLOSE-PERIOD
005560             " HAS NOT ENDED - NOTHING TO CLOSE"
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     PERFORM 7000-PREVIOUS-PERIOD THRU 7000-PREVIOUS-PERIOD-EXIT.
005610     MOVE WS-WORK-PERIOD TO WS-PRIOR-PERIOD.
005620     MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD.
005630     PERFORM 7050-NEXT-PERIOD THRU 7050-NEXT-PERIOD-EXIT.
005640     MOVE WS-WORK-PERIOD TO WS-NEXT-PERIOD.
005650     IF WS-CLOSE-MM = WS-YEAR-END-MONTH
005660         SET YEAR-END-CLOSE TO TRUE
005670     END-IF.
005671     IF YEAR-END-CLOSE
005672         MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD
005673         PERFORM 8410-FIND-PERIOD THRU 8410-FIND-PERIOD-EXIT
005674         IF PT-YE-POSTED (PT-MATCHED-SUB)
005675             DISPLAY "GLCLOSE: YEAR-END TRANSFERS FOR "
005676                 WS-CLOSE-PERIOD " ALREADY POSTED ON GLACCT.DAT"
005677             MOVE 16 TO RETURN-CODE
005678             STOP RUN
005679         END-IF
005680     END-IF.
005685 1090-FIND-CLOSE-PERIOD-EXIT.
005690     EXIT.

005700 1130-PRINT-PARM-AUDIT.
005710     MOVE SPACES TO PRINT-LINE.
005720     WRITE PRINT-LINE.
005730     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
005740     MOVE "GL-YEAR-END-MONTH" TO PRN-PARM-NAME.
005750     MOVE WS-YEAR-END-MONTH TO PRN-PARM-VALUE.
005760     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
005770     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
005780     MOVE SPACES TO PRINT-LINE.
005790     WRITE PRINT-LINE.
005800 1130-PRINT-PARM-AUDIT-EXIT.
005810     EXIT.

005820*    MOVEMENTS UP TO THE MONTH BEING CLOSED GO INTO ITS FROZEN
005830*    ROWS - EARLIER OPEN MONTHS (ONLY EVER SEEN ON THE FIRST
005840*    CLOSE) INTO THE OPENING BALANCE. LATER MONTHS' MOVEMENTS
005850*    ONLY TAKE THEMSELVES BACK OUT OF THE LEDGER BALANCE.
005860 2000-LOAD-MOVEMENTS.
005870     OPEN INPUT GL-MOVE-IN.
005880     IF WS-MOVE-IN-STATUS NOT = "00"
005890         SET END-OF-MOVE-DATA TO TRUE
005900         GO TO 2000-LOAD-MOVEMENTS-EXIT
005910     END-IF.
005920     PERFORM 2100-READ-MOVEMENT THRU 2100-READ-MOVEMENT-EXIT
005930         UNTIL END-OF-MOVE-DATA.
005940     CLOSE GL-MOVE-IN.
005950 2000-LOAD-MOVEMENTS-EXIT.
005960     EXIT.

005970 2100-READ-MOVEMENT.
005980     READ GL-MOVE-IN
005990         AT END
006000             SET END-OF-GL-MOVE TO TRUE
006010             SET END-OF-MOVE-DATA TO TRUE
006020     END-READ.
006030     IF END-OF-MOVE-DATA
006040         GO TO 2100-READ-MOVEMENT-EXIT
006050     END-IF.
006060     ADD 1 TO WS-RECORDS-READ.
006070     MOVE GM-ACCOUNT TO WS-SEARCH-ACCOUNT.
006080     MOVE GM-BRANCH  TO WS-SEARCH-BRANCH.
006090     IF GM-PERIOD > WS-CLOSE-PERIOD
006100         PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT
006110         IF GA-ENTRY-FOUND
006120             ADD GM-DEBITS TO GA-LATER-NET (GA-MATCHED-SUB)
006130             SUBTRACT GM-CREDITS
006140                 FROM GA-LATER-NET (GA-MATCHED-SUB)
006150         END-IF
006160         GO TO 2100-READ-MOVEMENT-EXIT
006170     END-IF.
006180     PERFORM 2800-FIND-BALANCE THRU 2800-FIND-BALANCE-EXIT.
006190     IF GM-PERIOD = WS-CLOSE-PERIOD
006200         ADD GM-DEBITS  TO BT-DEBITS (BT-MATCHED-SUB)
006210         ADD GM-CREDITS TO BT-CREDITS (BT-MATCHED-SUB)
006220     ELSE
006230         ADD GM-DEBITS  TO BT-OPENING (BT-MATCHED-SUB)
006240         SUBTRACT GM-CREDITS FROM BT-OPENING (BT-MATCHED-SUB)
006250     END-IF.
006260 2100-READ-MOVEMENT-EXIT.
006270     EXIT.

006280*    FINDS THE ACCOUNT/BRANCH ROW FOR WS-SEARCH-KEY, OPENING AN
006290*    EMPTY ONE IF IT IS NOT THERE YET.
006300 2800-FIND-BALANCE.
006310     MOVE "N" TO BT-FOUND-SWITCH.
006320     PERFORM 2850-MATCH-BALANCE THRU 2850-MATCH-BALANCE-EXIT
006330         VARYING BT-FIND-SUB FROM 1 BY 1
006340         UNTIL BT-FIND-SUB > BT-COUNT
006350         OR BT-ENTRY-FOUND.
006360     IF BT-ENTRY-FOUND
006370         GO TO 2800-FIND-BALANCE-EXIT
006380     END-IF.
006390     IF BT-COUNT NOT < 1000
006400         DISPLAY "GLCLOSE: BALANCE TABLE FULL AT 1000 - RAISE "
006410             "THE TABLE SIZE BEFORE RERUNNING"
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450     ADD 1 TO BT-COUNT.
006460     MOVE BT-COUNT          TO BT-MATCHED-SUB.
006470     MOVE WS-SEARCH-ACCOUNT TO BT-ACCOUNT (BT-COUNT).
006480     MOVE WS-SEARCH-BRANCH  TO BT-BRANCH (BT-COUNT).
006490     MOVE ZEROS             TO BT-OPENING (BT-COUNT)
006500                               BT-DEBITS (BT-COUNT)
006510                               BT-CREDITS (BT-COUNT)
006520                               BT-CLOSING (BT-COUNT)
006530                               BT-CARRIED (BT-COUNT).
006540 2800-FIND-BALANCE-EXIT.
006550     EXIT.

006560 2850-MATCH-BALANCE.
006570     IF BT-KEY (BT-FIND-SUB) = WS-SEARCH-KEY
006580         MOVE BT-FIND-SUB TO BT-MATCHED-SUB
006590         SET BT-ENTRY-FOUND TO TRUE
006600     END-IF.
006610 2850-MATCH-BALANCE-EXIT.
006620     EXIT.

006630 2900-FIND-ACCOUNT.
006640     MOVE "N" TO GA-FOUND-SWITCH.
006650     PERFORM 2910-MATCH-ACCOUNT THRU 2910-MATCH-ACCOUNT-EXIT
006660         VARYING GA-SUB FROM 1 BY 1
006670         UNTIL GA-SUB > GA-COUNT
006680         OR GA-ENTRY-FOUND.
006690 2900-FIND-ACCOUNT-EXIT.
006700     EXIT.

006710 2910-MATCH-ACCOUNT.
006720     IF GA-ACCOUNT (GA-SUB) = WS-SEARCH-ACCOUNT
006730         MOVE GA-SUB TO GA-MATCHED-SUB
006740         SET GA-ENTRY-FOUND TO TRUE
006750     END-IF.
006760 2910-MATCH-ACCOUNT-EXIT.
006770     EXIT.

006780 2950-CHECK-ACCOUNT-ROOM.
006790     IF GA-COUNT NOT < 100
006800         DISPLAY "GLCLOSE: ACCOUNT TABLE FULL AT 100 - RAISE "
006810             "THE TABLE SIZE BEFORE RERUNNING"
006820         MOVE 16 TO RETURN-CODE
006830         STOP RUN
006840     END-IF.
006850 2950-CHECK-ACCOUNT-ROOM-EXIT.
006860     EXIT.

006870*    THE FROZEN HISTORY IS COPIED THROUGH UNCHANGED; LAST
006880*    MONTH'S CARRIED-FORWARD ROWS OPEN THIS MONTH. A ROW FOR
006890*    THIS MONTH OR LATER MEANS THE LAST CLOSE'S FILES WERE NOT
006900*    ALL PROMOTED.
006910 3000-LOAD-FROZEN.
006920     OPEN OUTPUT GL-PERBAL-OUT.
006930     OPEN INPUT GL-PERBAL-IN.
006940     IF WS-PERBAL-IN-STATUS NOT = "00"
006950         SET END-OF-PERBAL-DATA TO TRUE
006960         GO TO 3000-LOAD-FROZEN-EXIT
006970     END-IF.
006980     PERFORM 3100-READ-FROZEN THRU 3100-READ-FROZEN-EXIT
006990         UNTIL END-OF-PERBAL-DATA.
007000     CLOSE GL-PERBAL-IN.
007010 3000-LOAD-FROZEN-EXIT.
007020     EXIT.

007030 3100-READ-FROZEN.
007040     READ GL-PERBAL-IN
007050         AT END
007060             SET END-OF-GL-PERIOD-BAL TO TRUE
007070             SET END-OF-PERBAL-DATA TO TRUE
007080     END-READ.
007090     IF END-OF-PERBAL-DATA
007100         GO TO 3100-READ-FROZEN-EXIT
007110     END-IF.
007120     ADD 1 TO WS-RECORDS-READ.
007130     IF GB-PERIOD NOT < WS-CLOSE-PERIOD
007140         DISPLAY "GLCLOSE: GLPERBAL.DAT ALREADY HOLDS PERIOD "
007150             GB-PERIOD " - GLPERIOD.DAT IS OUT OF STEP"
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190     WRITE GL-PERBAL-OUT-REC FROM GL-PERIOD-BAL-REC.
007200     IF GB-PERIOD NOT = WS-PRIOR-PERIOD
007210         GO TO 3100-READ-FROZEN-EXIT
007220     END-IF.
007230     MOVE GB-ACCOUNT TO WS-SEARCH-ACCOUNT.
007240     MOVE GB-BRANCH  TO WS-SEARCH-BRANCH.
007250     PERFORM 2800-FIND-BALANCE THRU 2800-FIND-BALANCE-EXIT.
007260     ADD GB-CARRIED-FWD TO BT-OPENING (BT-MATCHED-SUB).
007270 3100-READ-FROZEN-EXIT.
007280     EXIT.

007290*    THE LEDGER AS IT STOOD AT THE END OF THE MONTH IS TONIGHT'S
007300*    GLACCT.DAT BALANCE LESS ANYTHING ALREADY POSTED INTO LATER
007310*    MONTHS. WHATEVER THE BRANCH ROWS DO NOT ACCOUNT FOR OPENS
007320*    ON BRANCH 00.
007330 4000-TAKE-UP-OPENINGS.
007340     PERFORM 4100-TAKE-UP-ACCOUNT THRU 4100-TAKE-UP-ACCOUNT-EXIT
007350         VARYING GA-SUB FROM 1 BY 1 UNTIL GA-SUB > GA-COUNT.
007360 4000-TAKE-UP-OPENINGS-EXIT.
007370     EXIT.

007380 4100-TAKE-UP-ACCOUNT.
007390     SUBTRACT GA-LATER-NET (GA-SUB) FROM GA-BALANCE (GA-SUB)
007400         GIVING GA-PERIOD-END (GA-SUB).
007410     MOVE ZEROS TO WS-BRANCH-SUM.
007420     PERFORM 4150-ADD-BRANCH-ROW THRU 4150-ADD-BRANCH-ROW-EXIT
007430         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
007440     SUBTRACT WS-BRANCH-SUM FROM GA-PERIOD-END (GA-SUB)
007450         GIVING WS-DIFFERENCE.
007460     IF WS-DIFFERENCE = ZERO
007470         GO TO 4100-TAKE-UP-ACCOUNT-EXIT
007480     END-IF.
007490     MOVE GA-ACCOUNT (GA-SUB) TO WS-SEARCH-ACCOUNT.
007500     MOVE ZERO                TO WS-SEARCH-BRANCH.
007510     PERFORM 2800-FIND-BALANCE THRU 2800-FIND-BALANCE-EXIT.
007520     ADD WS-DIFFERENCE TO BT-OPENING (BT-MATCHED-SUB).
007530     ADD 1 TO WS-TAKE-UP-COUNT.
007540 4100-TAKE-UP-ACCOUNT-EXIT.
007550     EXIT.

007560 4150-ADD-BRANCH-ROW.
007570     IF BT-ACCOUNT (BT-SUB) = GA-ACCOUNT (GA-SUB)
007580         ADD BT-OPENING (BT-SUB) TO WS-BRANCH-SUM
007590         ADD BT-DEBITS (BT-SUB)  TO WS-BRANCH-SUM
007600         SUBTRACT BT-CREDITS (BT-SUB) FROM WS-BRANCH-SUM
007610     END-IF.
007620 4150-ADD-BRANCH-ROW-EXIT.
007630     EXIT.

007640 5000-COMPUTE-CLOSING.
007650     ADD BT-OPENING (BT-SUB) BT-DEBITS (BT-SUB)
007660         GIVING BT-CLOSING (BT-SUB).
007670     SUBTRACT BT-CREDITS (BT-SUB) FROM BT-CLOSING (BT-SUB).
007680     MOVE BT-CLOSING (BT-SUB) TO BT-CARRIED (BT-SUB).
007690     ADD BT-DEBITS (BT-SUB)  TO WS-MONTH-DEBITS.
007700     ADD BT-CREDITS (BT-SUB) TO WS-MONTH-CREDITS.
007710 5000-COMPUTE-CLOSING-EXIT.
007720     EXIT.

007730*    INCOME (4XXX), COST OF SALES (5XXX) AND EXPENSES (6XXX)
007740*    CLOSE INTO RETAINED EARNINGS ON THE SAME BRANCH AND CARRY
007750*    NOTHING FORWARD. THE LEDGER ITSELF TAKES THE SAME TRANSFER,
007760*    SO LATER MONTHS' POSTINGS ALREADY ON IT ARE UNTOUCHED.
007770 5500-YEAR-END-CLOSE.
007780     MOVE WS-RETAINED-ACCOUNT TO WS-SEARCH-ACCOUNT.
007790     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
007800     IF NOT GA-ENTRY-FOUND
007810         PERFORM 2950-CHECK-ACCOUNT-ROOM THRU
007820             2950-CHECK-ACCOUNT-ROOM-EXIT
007830         ADD 1 TO GA-COUNT
007840         MOVE WS-RETAINED-ACCOUNT TO GA-ACCOUNT (GA-COUNT)
007850         MOVE "RETAINED EARNING" TO GA-ACCOUNT-NAME (GA-COUNT)
007860         MOVE ZEROS TO GA-BALANCE (GA-COUNT)
007870                       GA-POSTED-THRU (GA-COUNT)
007880                       GA-LATER-NET (GA-COUNT)
007890                       GA-PERIOD-END (GA-COUNT)
007900     END-IF.
007910     MOVE BT-COUNT TO BT-LIMIT.
007920     PERFORM 5510-CLOSE-PL-ROW THRU 5510-CLOSE-PL-ROW-EXIT
007930         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-LIMIT.
007940 5500-YEAR-END-CLOSE-EXIT.
007950     EXIT.

007960 5510-CLOSE-PL-ROW.
007970     IF BT-ACCOUNT (BT-SUB) (1:1) NOT = "4"
007980         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "5"
007990         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "6"
008000         GO TO 5510-CLOSE-PL-ROW-EXIT
008010     END-IF.
008020     MOVE BT-CLOSING (BT-SUB) TO WS-TRANSFER.
008030     MOVE ZEROS TO BT-CARRIED (BT-SUB).
008040     ADD WS-TRANSFER TO WS-YEAR-RESULT.
008050     MOVE BT-ACCOUNT (BT-SUB) TO WS-SEARCH-ACCOUNT.
008060     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
008070     IF GA-ENTRY-FOUND
008080         SUBTRACT WS-TRANSFER FROM GA-BALANCE (GA-MATCHED-SUB)
008090         SUBTRACT WS-TRANSFER
008100             FROM GA-PERIOD-END (GA-MATCHED-SUB)
008110     END-IF.
008120     MOVE WS-RETAINED-ACCOUNT TO WS-SEARCH-ACCOUNT.
008130     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
008140     ADD WS-TRANSFER TO GA-BALANCE (GA-MATCHED-SUB)
008150                        GA-PERIOD-END (GA-MATCHED-SUB).
008160     MOVE BT-BRANCH (BT-SUB) TO WS-SEARCH-BRANCH.
008170     PERFORM 2800-FIND-BALANCE THRU 2800-FIND-BALANCE-EXIT.
008180     ADD WS-TRANSFER TO BT-CARRIED (BT-MATCHED-SUB).
008190 5510-CLOSE-PL-ROW-EXIT.
008200     EXIT.

008210*    ONE EXCHANGE PASS PER CALL - ACCOUNT THEN BRANCH ORDER FOR
008220*    THE REPORT AND THE FROZEN FILE.
008230 5900-SORT-BALANCES.
008240     PERFORM 5910-EXCHANGE-ROWS THRU 5910-EXCHANGE-ROWS-EXIT
008250         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB >= BT-COUNT.
008260 5900-SORT-BALANCES-EXIT.
008270     EXIT.

008280 5910-EXCHANGE-ROWS.
008290     ADD 1 TO BT-SUB GIVING BT-NEXT.
008300     IF BT-KEY (BT-SUB) > BT-KEY (BT-NEXT)
008310         MOVE BT-ENTRY (BT-SUB)  TO BT-HOLD-ENTRY
008320         MOVE BT-ENTRY (BT-NEXT) TO BT-ENTRY (BT-SUB)
008330         MOVE BT-HOLD-ENTRY      TO BT-ENTRY (BT-NEXT)
008340     END-IF.
008350 5910-EXCHANGE-ROWS-EXIT.
008360     EXIT.

008370 6000-PRINT-FROZEN.
008380     MOVE SPACES TO PRINT-LINE.
008390     WRITE PRINT-LINE FROM FROZEN-HEADING-LINE.
008400     WRITE PRINT-LINE FROM FROZEN-TOPIC-LINE.
008410     PERFORM 6100-PRINT-FROZEN-ROW THRU
008420         6100-PRINT-FROZEN-ROW-EXIT
008430         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
008440     MOVE SPACES TO PRINT-LINE.
008450     WRITE PRINT-LINE.
008460     MOVE WS-MONTH-DEBITS  TO PRN-FZ-TOTAL-DEBITS.
008470     MOVE WS-MONTH-CREDITS TO PRN-FZ-TOTAL-CREDITS.
008480     WRITE PRINT-LINE FROM FROZEN-TOTAL-LINE.
008490     IF WS-TAKE-UP-COUNT > ZERO
008500         MOVE WS-TAKE-UP-COUNT TO PRN-TAKE-UP-COUNT
008510         WRITE PRINT-LINE FROM OPENING-TAKE-UP-LINE
008520     END-IF.
008530 6000-PRINT-FROZEN-EXIT.
008540     EXIT.

008550*    A ROW WITH NOTHING ON IT IS NEITHER PRINTED NOR FROZEN.
008560 6100-PRINT-FROZEN-ROW.
008570     IF BT-OPENING (BT-SUB) = ZERO
008580         AND BT-DEBITS (BT-SUB) = ZERO
008590         AND BT-CREDITS (BT-SUB) = ZERO
008600         AND BT-CARRIED (BT-SUB) = ZERO
008610         GO TO 6100-PRINT-FROZEN-ROW-EXIT
008620     END-IF.
008630     MOVE BT-ACCOUNT (BT-SUB) TO WS-SEARCH-ACCOUNT.
008640     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
008650     MOVE BT-ACCOUNT (BT-SUB) TO PRN-FZ-ACCOUNT.
008660     IF GA-ENTRY-FOUND
008670         MOVE GA-ACCOUNT-NAME (GA-MATCHED-SUB)
008680             TO PRN-FZ-ACCOUNT-NAME
008690     ELSE
008700         MOVE SPACES TO PRN-FZ-ACCOUNT-NAME
008710     END-IF.
008720     MOVE BT-BRANCH (BT-SUB)  TO PRN-FZ-BRANCH.
008730     MOVE BT-OPENING (BT-SUB) TO PRN-FZ-OPENING.
008740     MOVE BT-DEBITS (BT-SUB)  TO PRN-FZ-DEBITS.
008750     MOVE BT-CREDITS (BT-SUB) TO PRN-FZ-CREDITS.
008760     MOVE BT-CLOSING (BT-SUB) TO PRN-FZ-CLOSING.
008770     WRITE PRINT-LINE FROM FROZEN-DETAIL-LINE.
008780 6100-PRINT-FROZEN-ROW-EXIT.
008790     EXIT.

008800 6500-PRINT-YEAR-END.
008810     MOVE SPACES TO PRINT-LINE.
008820     WRITE PRINT-LINE.
008830     WRITE PRINT-LINE FROM YEAR-END-HEADING-LINE.
008840     WRITE PRINT-LINE FROM YEAR-END-TOPIC-LINE.
008850     PERFORM 6510-PRINT-TRANSFER THRU 6510-PRINT-TRANSFER-EXIT
008860         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
008870     MOVE SPACES TO PRINT-LINE.
008880     WRITE PRINT-LINE.
008890     PERFORM 6520-PRINT-RETAINED THRU 6520-PRINT-RETAINED-EXIT
008900         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
008910     MOVE WS-YEAR-RESULT TO PRN-YEAR-RESULT.
008920     WRITE PRINT-LINE FROM YEAR-RESULT-LINE.
008930 6500-PRINT-YEAR-END-EXIT.
008940     EXIT.

008950 6510-PRINT-TRANSFER.
008960     IF BT-ACCOUNT (BT-SUB) (1:1) NOT = "4"
008970         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "5"
008980         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "6"
008990         GO TO 6510-PRINT-TRANSFER-EXIT
009000     END-IF.
009010     IF BT-CLOSING (BT-SUB) = ZERO
009020         GO TO 6510-PRINT-TRANSFER-EXIT
009030     END-IF.
009040     MOVE BT-ACCOUNT (BT-SUB) TO WS-SEARCH-ACCOUNT.
009050     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
009060     MOVE BT-ACCOUNT (BT-SUB) TO PRN-YE-ACCOUNT.
009070     IF GA-ENTRY-FOUND
009080         MOVE GA-ACCOUNT-NAME (GA-MATCHED-SUB)
009090             TO PRN-YE-ACCOUNT-NAME
009100     ELSE
009110         MOVE SPACES TO PRN-YE-ACCOUNT-NAME
009120     END-IF.
009130     MOVE BT-BRANCH (BT-SUB)  TO PRN-YE-BRANCH.
009140     MOVE BT-CLOSING (BT-SUB) TO PRN-YE-AMOUNT.
009150     WRITE PRINT-LINE FROM YEAR-END-DETAIL-LINE.
009160 6510-PRINT-TRANSFER-EXIT.
009170     EXIT.

009180 6520-PRINT-RETAINED.
009190     IF BT-ACCOUNT (BT-SUB) NOT = WS-RETAINED-ACCOUNT
009200         GO TO 6520-PRINT-RETAINED-EXIT
009210     END-IF.
009220     MOVE BT-BRANCH (BT-SUB)  TO PRN-RE-BRANCH.
009230     MOVE BT-CARRIED (BT-SUB) TO PRN-RE-CARRIED.
009240     WRITE PRINT-LINE FROM RETAINED-DETAIL-LINE.
009250 6520-PRINT-RETAINED-EXIT.
009260     EXIT.

009270*    THE LEDGER AS AT THE END OF THE MONTH, AFTER ANY YEAR-END
009280*    TRANSFER - THE FIGURES THE NEXT MONTH OPENS ON.
009290 6700-PRINT-TRIAL-BALANCE.
009300     MOVE WS-CLOSE-MM   TO PRN-TB-MM.
009310     MOVE WS-CLOSE-YYYY TO PRN-TB-YYYY.
009320     IF YEAR-END-CLOSE
009330         MOVE " AFTER YEAR-END TRANSFER" TO PRN-TB-TEXT
009340     ELSE
009350         MOVE SPACES TO PRN-TB-TEXT
009360     END-IF.
009370     MOVE SPACES TO PRINT-LINE.
009380     WRITE PRINT-LINE.
009390     WRITE PRINT-LINE FROM TRIAL-HEADING-LINE.
009400     WRITE PRINT-LINE FROM TRIAL-TOPIC-LINE.
009410     PERFORM 6710-PRINT-TRIAL-LINE THRU
009420         6710-PRINT-TRIAL-LINE-EXIT
009430         VARYING GA-SUB FROM 1 BY 1 UNTIL GA-SUB > GA-COUNT.
009440     MOVE SPACES TO PRINT-LINE.
009450     WRITE PRINT-LINE.
009460     MOVE WS-TOTAL-DEBIT  TO PRN-TOTAL-DEBIT.
009470     MOVE WS-TOTAL-CREDIT TO PRN-TOTAL-CREDIT.
009480     WRITE PRINT-LINE FROM TRIAL-TOTAL-LINE.
009490     IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
009500         MOVE "LEDGER BALANCES." TO BALANCE-STATUS-LINE
009510     ELSE
009520         MOVE "LEDGER OUT OF BALANCE - CHECK BEFORE PROMOTING."
009530             TO BALANCE-STATUS-LINE
009540     END-IF.
009550     WRITE PRINT-LINE FROM BALANCE-STATUS-LINE.
009560 6700-PRINT-TRIAL-BALANCE-EXIT.
009570     EXIT.

009580 6710-PRINT-TRIAL-LINE.
009590     MOVE SPACES TO TRIAL-DETAIL-LINE.
009600     MOVE GA-ACCOUNT (GA-SUB)      TO PRN-ACCOUNT.
009610     MOVE GA-ACCOUNT-NAME (GA-SUB) TO PRN-ACCOUNT-NAME.
009620     IF GA-PERIOD-END (GA-SUB) < ZERO
009630         MULTIPLY GA-PERIOD-END (GA-SUB) BY -1
009640             GIVING WS-ABS-BALANCE
009650         MOVE WS-ABS-BALANCE TO PRN-CREDIT-BAL
009660         MOVE ZEROS          TO PRN-DEBIT-BAL
009670         ADD WS-ABS-BALANCE  TO WS-TOTAL-CREDIT
009680     ELSE
009690         MOVE GA-PERIOD-END (GA-SUB) TO PRN-DEBIT-BAL
009700         MOVE ZEROS                  TO PRN-CREDIT-BAL
009710         ADD GA-PERIOD-END (GA-SUB)  TO WS-TOTAL-DEBIT
009720     END-IF.
009730     WRITE PRINT-LINE FROM TRIAL-DETAIL-LINE.
009740 6710-PRINT-TRIAL-LINE-EXIT.
009750     EXIT.

009760 7000-PREVIOUS-PERIOD.
009770     IF WS-WORK-MM = 1
009780         SUBTRACT 1 FROM WS-WORK-YYYY
009790         MOVE 12 TO WS-WORK-MM
009800     ELSE
009810         SUBTRACT 1 FROM WS-WORK-MM
009820     END-IF.
009830 7000-PREVIOUS-PERIOD-EXIT.
009840     EXIT.

009850 7050-NEXT-PERIOD.
009860     IF WS-WORK-MM = 12
009870         ADD 1 TO WS-WORK-YYYY
009880         MOVE 1 TO WS-WORK-MM
009890     ELSE
009900         ADD 1 TO WS-WORK-MM
009910     END-IF.
009920 7050-NEXT-PERIOD-EXIT.
009930     EXIT.

009940 8000-TERMINATE.
009950     PERFORM 8100-WRITE-FROZEN-ROW THRU
009960         8100-WRITE-FROZEN-ROW-EXIT
009970         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
009980     CLOSE GL-PERBAL-OUT.
010040     PERFORM 8300-CARRY-MOVEMENTS THRU 8300-CARRY-MOVEMENTS-EXIT.
010050     PERFORM 8400-WRITE-PERIODS THRU 8400-WRITE-PERIODS-EXIT.
010051     IF YEAR-END-CLOSE
010052         PERFORM 8200-POST-YEAR-END THRU 8200-POST-YEAR-END-EXIT
010053     END-IF.
010060     PERFORM 8900-WRITE-AUDIT-RECORD THRU
010070         8900-WRITE-AUDIT-RECORD-EXIT.
010080     CLOSE CLOSE-REPORT.
010090     DISPLAY "GLCLOSE: PERIOD " WS-CLOSE-PERIOD
010100         " CLOSED - PROMOTE THE .NEW FILES BEFORE THE NEXT "
010110         "NIGHTLY RUN".
010120 8000-TERMINATE-EXIT.
010130     EXIT.

010140 8100-WRITE-FROZEN-ROW.
010150     IF BT-OPENING (BT-SUB) = ZERO
010160         AND BT-DEBITS (BT-SUB) = ZERO
010170         AND BT-CREDITS (BT-SUB) = ZERO
010180         AND BT-CARRIED (BT-SUB) = ZERO
010190         GO TO 8100-WRITE-FROZEN-ROW-EXIT
010200     END-IF.
010210     MOVE WS-CLOSE-PERIOD     TO GBO-PERIOD.
010220     MOVE BT-ACCOUNT (BT-SUB) TO GBO-ACCOUNT.
010230     MOVE BT-BRANCH (BT-SUB)  TO GBO-BRANCH.
010240     MOVE BT-OPENING (BT-SUB) TO GBO-OPENING.
010250     MOVE BT-DEBITS (BT-SUB)  TO GBO-DEBITS.
010260     MOVE BT-CREDITS (BT-SUB) TO GBO-CREDITS.
010270     MOVE BT-CLOSING (BT-SUB) TO GBO-CLOSING.
010280     MOVE BT-CARRIED (BT-SUB) TO GBO-CARRIED-FWD.
010290     WRITE GL-PERBAL-OUT-REC.
010300     ADD 1 TO WS-FROZEN-COUNT.
010310 8100-WRITE-FROZEN-ROW-EXIT.
010320     EXIT.

010330*    THE LEDGER TAKES EACH BRANCH'S YEAR-END TRANSFER OUT OF THE
010331*    INCOME, COST-OF-SALES AND EXPENSE ROWS AND INTO RETAINED
010332*    EARNINGS ON THE SAME BRANCH. GLPERIOD.NEW ALREADY MARKS THE
010333*    MONTH POSTED, SO THE TRANSFERS ARE NEVER TAKEN TWICE.
010334 8200-POST-YEAR-END.
010335     OPEN I-O ACCOUNT-MASTER-FILE.
010336     IF WS-ACCT-STATUS NOT = "00"
010337         DISPLAY "GLCLOSE: GLACCT.DAT OPEN FAILED "
010338             "STATUS " WS-ACCT-STATUS
010339         MOVE 16 TO RETURN-CODE
010340         STOP RUN
010341     END-IF.
010342     PERFORM 8210-POST-TRANSFER THRU 8210-POST-TRANSFER-EXIT
010343         VARYING BT-SUB FROM 1 BY 1 UNTIL BT-SUB > BT-COUNT.
010344     CLOSE ACCOUNT-MASTER-FILE.
010345 8200-POST-YEAR-END-EXIT.
010346     EXIT.

010347 8210-POST-TRANSFER.
010348     IF BT-ACCOUNT (BT-SUB) (1:1) NOT = "4"
010349         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "5"
010350         AND BT-ACCOUNT (BT-SUB) (1:1) NOT = "6"
010351         GO TO 8210-POST-TRANSFER-EXIT
010352     END-IF.
010353     IF BT-CLOSING (BT-SUB) = ZERO
010354         GO TO 8210-POST-TRANSFER-EXIT
010355     END-IF.
010356     MOVE BT-ACCOUNT (BT-SUB) TO WS-SEARCH-ACCOUNT.
010357     MOVE BT-BRANCH (BT-SUB)  TO WS-SEARCH-BRANCH.
010358     MULTIPLY BT-CLOSING (BT-SUB) BY -1 GIVING WS-ROW-AMOUNT.
010359     PERFORM 8220-UPDATE-ACCOUNT-ROW THRU
010360         8220-UPDATE-ACCOUNT-ROW-EXIT.
010361     MOVE WS-RETAINED-ACCOUNT TO WS-SEARCH-ACCOUNT.
010362     MOVE BT-CLOSING (BT-SUB) TO WS-ROW-AMOUNT.
010363     PERFORM 8220-UPDATE-ACCOUNT-ROW THRU
010364         8220-UPDATE-ACCOUNT-ROW-EXIT.
010365 8210-POST-TRANSFER-EXIT.
010366     EXIT.

010367*    ADDS WS-ROW-AMOUNT TO THE WS-SEARCH-KEY ROW, OPENING THE ROW
010368*    UNDER THE ACCOUNT'S NAME IF THE BRANCH HAS NONE YET.
010369 8220-UPDATE-ACCOUNT-ROW.
010370     MOVE WS-SEARCH-KEY TO GLA-ACCOUNT-KEY.
010371     READ ACCOUNT-MASTER-FILE
010372         INVALID KEY
010373             GO TO 8220-UPDATE-ACCOUNT-ROW-NEW
010374     END-READ.
010375     ADD WS-ROW-AMOUNT TO GLA-BALANCE.
010376     REWRITE GL-ACCOUNT-REC
010377         INVALID KEY
010378             DISPLAY "GLCLOSE: GLACCT.DAT REWRITE FAILED "
010379                 "STATUS " WS-ACCT-STATUS
010380             MOVE 16 TO RETURN-CODE
010381             STOP RUN
010382     END-REWRITE.
010383     GO TO 8220-UPDATE-ACCOUNT-ROW-EXIT.
010384 8220-UPDATE-ACCOUNT-ROW-NEW.
010385     MOVE WS-SEARCH-KEY  TO GLA-ACCOUNT-KEY.
010386     MOVE WS-ROW-AMOUNT  TO GLA-BALANCE.
010387     MOVE SPACES         TO GLA-ACCOUNT-NAME.
010388     MOVE ZEROS          TO GLA-POSTED-THRU.
010389     PERFORM 2900-FIND-ACCOUNT THRU 2900-FIND-ACCOUNT-EXIT.
010390     IF GA-ENTRY-FOUND
010391         MOVE GA-ACCOUNT-NAME (GA-MATCHED-SUB) TO GLA-ACCOUNT-NAME
010392         MOVE GA-POSTED-THRU (GA-MATCHED-SUB) TO GLA-POSTED-THRU
010393     END-IF.
010394     WRITE GL-ACCOUNT-REC
010395         INVALID KEY
010396             DISPLAY "GLCLOSE: GLACCT.DAT WRITE FAILED "
010397                 "STATUS " WS-ACCT-STATUS
010398             MOVE 16 TO RETURN-CODE
010399             STOP RUN
010400     END-WRITE.
010401 8220-UPDATE-ACCOUNT-ROW-EXIT.
010402     EXIT.

010410*    ONLY THE LATER, STILL-OPEN MONTHS' MOVEMENTS STAY ON.
010420 8300-CARRY-MOVEMENTS.
010430     OPEN OUTPUT GL-MOVE-OUT.
010440     MOVE "N" TO WS-MOVE-EOF.
010450     OPEN INPUT GL-MOVE-IN.
010460     IF WS-MOVE-IN-STATUS NOT = "00"
010470         CLOSE GL-MOVE-OUT
010480         GO TO 8300-CARRY-MOVEMENTS-EXIT
010490     END-IF.
010500     PERFORM 8310-CARRY-MOVEMENT THRU 8310-CARRY-MOVEMENT-EXIT
010510         UNTIL END-OF-MOVE-DATA.
010520     CLOSE GL-MOVE-IN
010530           GL-MOVE-OUT.
010540 8300-CARRY-MOVEMENTS-EXIT.
010550     EXIT.

010560 8310-CARRY-MOVEMENT.
010570     READ GL-MOVE-IN
010580         AT END
010590             SET END-OF-MOVE-DATA TO TRUE
010600     END-READ.
010610     IF NOT END-OF-MOVE-DATA
010620         AND GM-PERIOD > WS-CLOSE-PERIOD
010630         WRITE GL-MOVE-OUT-REC FROM GL-MOVE-REC
010640     END-IF.
010650 8310-CARRY-MOVEMENT-EXIT.
010660     EXIT.

010670*    THE CLOSED MONTH IS MARKED CLOSED AND THE NEXT ONE OPENED.
010672*    A YEAR-END MONTH IS MARKED POSTED HERE, BEFORE 8200 PUTS
010674*    THE FIRST TRANSFER ON, SO A RUN THAT STOPS PART-WAY THROUGH
010676*    THE TRANSFERS IS NEVER POSTED OVER.
010680 8400-WRITE-PERIODS.
010690     MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD.
010700     PERFORM 8410-FIND-PERIOD THRU 8410-FIND-PERIOD-EXIT.
010710     MOVE "C" TO PT-STATUS (PT-MATCHED-SUB).
010720     MOVE WS-CURRENT-DATE-YYYYMMDD
010730         TO PT-CLOSED-DATE (PT-MATCHED-SUB).
010740     IF YEAR-END-CLOSE
010750         MOVE "Y" TO PT-YEAR-END-FLAG (PT-MATCHED-SUB)
010755         MOVE "Y" TO PT-YE-POSTED-FLAG (PT-MATCHED-SUB)
010760     ELSE
010770         MOVE "N" TO PT-YEAR-END-FLAG (PT-MATCHED-SUB)
010780     END-IF.
010790     MOVE WS-NEXT-PERIOD TO WS-WORK-PERIOD.
010800     PERFORM 8410-FIND-PERIOD THRU 8410-FIND-PERIOD-EXIT.
010810     OPEN OUTPUT GL-PERIOD-OUT.
010820     PERFORM 8430-WRITE-PERIOD-ROW THRU
010830         8430-WRITE-PERIOD-ROW-EXIT
010840         VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
010850     CLOSE GL-PERIOD-OUT.
010860 8400-WRITE-PERIODS-EXIT.
010870     EXIT.

010880*    FINDS WS-WORK-PERIOD ON THE TABLE, ADDING IT AS AN OPEN
010890*    MONTH IF IT IS NOT THERE.
010900 8410-FIND-PERIOD.
010910     MOVE "N" TO PT-FOUND-SWITCH.
010920     PERFORM 8420-MATCH-PERIOD THRU 8420-MATCH-PERIOD-EXIT
010930         VARYING PT-SUB FROM 1 BY 1
010940         UNTIL PT-SUB > PT-COUNT
010950         OR PT-ENTRY-FOUND.
010960     IF PT-ENTRY-FOUND
010970         GO TO 8410-FIND-PERIOD-EXIT
010980     END-IF.
010990     PERFORM 8450-CHECK-PERIOD-ROOM THRU
011000         8450-CHECK-PERIOD-ROOM-EXIT.
011010     ADD 1 TO PT-COUNT.
011020     MOVE PT-COUNT       TO PT-MATCHED-SUB.
011030     MOVE WS-WORK-PERIOD TO PT-PERIOD (PT-COUNT).
011040     MOVE "O"            TO PT-STATUS (PT-COUNT).
011050     MOVE "N"            TO PT-YEAR-END-FLAG (PT-COUNT).
011060     MOVE ZEROS          TO PT-CLOSED-DATE (PT-COUNT).
011061     MOVE "N"            TO PT-YE-POSTED-FLAG (PT-COUNT).
011070 8410-FIND-PERIOD-EXIT.
011080     EXIT.

011090 8420-MATCH-PERIOD.
011100     IF PT-PERIOD (PT-SUB) = WS-WORK-PERIOD
011110         MOVE PT-SUB TO PT-MATCHED-SUB
011120         SET PT-ENTRY-FOUND TO TRUE
011130     END-IF.
011140 8420-MATCH-PERIOD-EXIT.
011150     EXIT.

011160 8430-WRITE-PERIOD-ROW.
011170     MOVE PT-PERIOD (PT-SUB)        TO GPO-PERIOD.
011180     MOVE PT-STATUS (PT-SUB)        TO GPO-STATUS.
011190     MOVE PT-YEAR-END-FLAG (PT-SUB) TO GPO-YEAR-END-FLAG.
011200     MOVE PT-CLOSED-DATE (PT-SUB)   TO GPO-CLOSED-DATE.
011201     MOVE PT-YE-POSTED-FLAG (PT-SUB) TO GPO-YE-POSTED-FLAG.
011210     WRITE GL-PERIOD-OUT-REC.
011220 8430-WRITE-PERIOD-ROW-EXIT.
011230     EXIT.

011240 8450-CHECK-PERIOD-ROOM.
011250     IF PT-COUNT NOT < 240
011260         DISPLAY "GLCLOSE: PERIOD TABLE FULL AT 240 - RAISE THE "
011270             "TABLE SIZE BEFORE RERUNNING"
011280         MOVE 16 TO RETURN-CODE
011290         STOP RUN
011300     END-IF.
011310 8450-CHECK-PERIOD-ROOM-EXIT.
011320     EXIT.

011330 8900-WRITE-AUDIT-RECORD.
011340     MOVE "GLCLOSE"             TO AR-PROGRAM-ID.
011350     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
011360     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
011370     ACCEPT AR-END-TIME         FROM TIME.
011380     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
011390     MOVE ZERO                  TO AR-RECORDS-REJECTED.
011400     OPEN EXTEND AUDIT-TRAIL-FILE.
011410     WRITE AUDIT-REC.
011420     CLOSE AUDIT-TRAIL-FILE.
011430 8900-WRITE-AUDIT-RECORD-EXIT.
011440     EXIT.

011450 END PROGRAM GLCLOSE.
