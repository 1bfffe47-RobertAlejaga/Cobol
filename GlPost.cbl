000070*                READS THE NIGHT'S BALANCED JOURNAL (GLJRNL.DAT,
000080*                WRITTEN BY GLEXTRACT) AND POSTS IT TO RUNNING
000090*                BALANCES ON THE GLACCT.DAT ACCOUNT MASTER,
000100*                KEYED BY ACCOUNT AND BRANCH AND UPDATED IN
000110*                PLACE. A MISSING MASTER IS SEEDED FROM THE
000120*                ACCOUNT CODES AND NAMES GLEXTRACT ALREADY WRITES
000130*                ON THE JOURNAL; ONCE THE MASTER EXISTS, JOURNAL
000140*                ROWS FOR UNKNOWN ACCOUNTS REJECT AND PRINT, AND
000141*                A KNOWN ACCOUNT'S FIRST POSTING FROM A NEW
000142*                BRANCH OPENS THAT BRANCH'S ROW AND PRINTS.
000150*                EVERY ROW CARRIES A POSTED-THRU DATE SO A
000160*                RERUN FOR THE SAME BUSINESS DATE CANNOT DOUBLE
000170*                THE BALANCES. EACH RUN PRINTS A TRIAL BALANCE
000180*                AND A SIMPLE P+L / OVERHEADS SUMMARY ON
000190*                TRIALBAL.RPT - MONTH-END IS NOW A REPORT, NOT A
000200*                KEYING SESSION. RUNS IN THE NIGHTLY CHAIN
000210*                DIRECTLY AFTER GLEXTRACT.
000211*                EVERY POSTED ROW IS ALSO ADDED, BY ACCOUNT AND
000212*                BRANCH, TO THE OPEN-PERIOD MOVEMENTS ON
000213*                GLMOVE.DAT (REWRITTEN THROUGH GLMOVE.NEW) FOR
000214*                GLCLOSE TO FREEZE. A ROW DATED INTO A MONTH
000215*                GLPERIOD.DAT SHOWS CLOSED IS REDIRECTED INTO THE
000216*                NEXT OPEN MONTH AND PRINTED AS AN EXCEPTION.
000220* TECTONICS:     cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  2026-09-03 DO    ORIGINAL VERSION.
000261*  2026-10-15 DO    THE P+L SUMMARY NOW TAKES THE COST-OF-SALES
000262*                   ACCOUNTS (5XXX - PURCHASES, COST OF SALES,
000263*                   STOCK TAKE-ON) OFF SALES INCOME AND PRINTS
000264*                   THE GROSS MARGIN BEFORE OVERHEADS, NOW THAT
000265*                   STOCK IS CARRIED AT COST.
000266*  2026-10-15 DO    PERIOD CONTROL. ROWS DATED INTO A MONTH
000267*                   CLOSED ON GLPERIOD.DAT ARE REDIRECTED INTO
000268*                   THE NEXT OPEN MONTH AND LISTED ON THE
000269*                   REPORT; EACH POSTING IS ADDED TO THE MONTH'S
000001*                   ACCOUNT/BRANCH MOVEMENTS ON GLMOVE.DAT, WHICH
000002*                   GLCLOSE FREEZES WHEN THE MONTH IS CLOSED.
000003*  2026-10-15 DO    GLACCT.DAT IS NOW AN INDEXED FILE KEYED ON
000004*                   ACCOUNT AND BRANCH (COPY GLACCT), UPDATED IN
000005*                   PLACE - GLACCT.NEW AND THE 100-ACCOUNT TABLE
000006*                   ARE GONE. THE JOURNAL IS SORTED BY ACCOUNT AND
000007*                   BRANCH SO EACH ROW IS REWRITTEN ONCE; A RERUN
000008*                   AFTER A FAILED ATTEMPT TAKES BACK ONTO GLMOVE
000009*                   THE ROWS THAT ATTEMPT HAD ALREADY POSTED.
000010*  2026-10-15 DO    A GLPERIOD.NEW STILL WAITING FROM GLCLOSE
000011*                   STOPS THE RUN UNTIL THE CLOSE IS PROMOTED.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. GLPOST.
000340               ORGANIZATION IS LINE SEQUENTIAL
000350               FILE STATUS IS WS-JOURNAL-STATUS.
000360
000361     SELECT WORK-FILE ASSIGN TO "GLPSORT.TMP".
000362
000363     SELECT JOURNAL-SORTED-FILE ASSIGN TO "GLPOST.TMP"
000364               ORGANIZATION IS LINE SEQUENTIAL.
000365
000370     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "GLACCT.DAT"
000380               ORGANIZATION IS INDEXED
000390               ACCESS MODE IS DYNAMIC
000400               RECORD KEY IS GLA-ACCOUNT-KEY
000410               FILE STATUS IS WS-ACCT-STATUS.
000430
000440     SELECT TRIAL-BALANCE-REPORT ASSIGN TO "TRIALBAL.RPT"
000450               ORGANIZATION IS LINE SEQUENTIAL.
000001     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-STEPSTAT-STATUS.
000004     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
000005               ORGANIZATION IS LINE SEQUENTIAL
000006               FILE STATUS IS WS-PERIOD-STATUS.

000007     SELECT GL-MOVE-IN ASSIGN TO "GLMOVE.DAT"
000008               ORGANIZATION IS LINE SEQUENTIAL
000009               FILE STATUS IS WS-MOVE-IN-STATUS.

000010     SELECT GL-MOVE-OUT ASSIGN TO "GLMOVE.NEW"
000011               ORGANIZATION IS LINE SEQUENTIAL.

000012     SELECT GL-PERIOD-STAGED-FILE ASSIGN TO "GLPERIOD.NEW"
000013               ORGANIZATION IS LINE SEQUENTIAL
000014               FILE STATUS IS WS-PERIOD-STAGED-STATUS.

000470     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000480               ORGANIZATION IS LINE SEQUENTIAL
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  JOURNAL-SORTED-FILE.
000570 01  JOURNAL-REC.
000580     88 END-OF-JOURNAL        VALUE HIGH-VALUES.
000590     02  GJ-ACCOUNT              PIC X(4).
000640     02  GJ-SOURCE               PIC X(13).
000642     02  GJ-BRANCH               PIC 99.
000650
000660 FD  JOURNAL-FILE.
000670 01  JOURNAL-IN-REC              PIC X(63).
000680
000690 SD  WORK-FILE.
000700 01  WORK-REC.
000710     02  SJ-ACCOUNT              PIC X(4).
000720     02  SJ-ACCOUNT-NAME         PIC X(16).
000730     02  SJ-DEBIT                PIC 9(8)V99.
000740     02  SJ-CREDIT               PIC 9(8)V99.
000750     02  SJ-BUSINESS-DATE        PIC 9(8).
000760     02  SJ-SOURCE               PIC X(13).
000770     02  SJ-BRANCH               PIC 99.
000780
000790 FD  ACCOUNT-MASTER-FILE.
000795     COPY GLACCT.
000800
000810 FD  TRIAL-BALANCE-REPORT.
000820 01  PRINT-LINE                  PIC X(90).
000830
000001 FD  STEP-STATUS-FILE.
000002     COPY STEPSTAT.
000003 FD  GL-PERIOD-FILE.
000004     COPY GLPERIOD.

000005 FD  GL-MOVE-IN.
000006     COPY GLMOVE.

000007 FD  GL-MOVE-OUT.
000008 01  GL-MOVE-OUT-REC.
000009     02  GMO-PERIOD              PIC 9(6).
000010     02  GMO-ACCOUNT             PIC X(4).
000011     02  GMO-BRANCH              PIC 99.
000012     02  GMO-DEBITS              PIC 9(9)V99.
000013     02  GMO-CREDITS             PIC 9(9)V99.

000014 FD  GL-PERIOD-STAGED-FILE.
000015 01  GL-PERIOD-STAGED-REC        PIC X(17).

000840 FD  RUN-CONTROL-FILE.
000850     COPY RUNCTL.
000900 WORKING-STORAGE SECTION.

000001 01  WS-STEPSTAT-STATUS          PIC XX.
000002 01  WS-PERIOD-STATUS            PIC XX.
000003 01  WS-MOVE-IN-STATUS           PIC XX.
000004 01  WS-PERIOD-STAGED-STATUS     PIC XX.
000910
000920 01  REPORT-HEADING-LINE         PIC X(40)
000930             VALUE "   AROMAMORA TRIAL BALANCE".
001290     02  FILLER          PIC X(22) VALUE "SALES INCOME         :".
001300     02  PRN-PL-INCOME           PIC BZZ,ZZZ,ZZ9.99-.
001310
001311 01  PL-COST-OF-SALES-LINE.
001312     02  FILLER          PIC X(22) VALUE "COST OF SALES        :".
001313     02  PRN-PL-COST-OF-SALES    PIC BZZ,ZZZ,ZZ9.99-.
001314
001315 01  PL-MARGIN-LINE.
001316     02  FILLER          PIC X(22) VALUE "GROSS MARGIN         :".
001317     02  PRN-PL-MARGIN           PIC BZZ,ZZZ,ZZ9.99-.
001318
001320 01  PL-EXPENSE-LINE.
001330     02  FILLER          PIC X(22) VALUE "OVERHEADS / EXPENSES :".
001340     02  PRN-PL-EXPENSE          PIC BZZ,ZZZ,ZZ9.99-.
001440     02  FILLER                  PIC X(2) VALUE SPACES.
001450     02  PRN-REJ-SOURCE          PIC X(13).
001460
001461 01  BRANCH-OPENED-LINE.
001462     02  FILLER                  PIC X(18)
001463             VALUE "BRANCH OPENED   : ".
001464     02  PRN-OPN-ACCOUNT         PIC X(4).
001465     02  FILLER                  PIC X(9) VALUE "  BRANCH ".
001466     02  PRN-OPN-BRANCH          PIC 99.
001467
001470 01  NO-JOURNAL-LINE             PIC X(44)
001480             VALUE "NO JOURNAL ROWS FOR THIS BUSINESS DATE.".
000001 01  REDIRECT-DETAIL-LINE.
000002     02  FILLER                  PIC X(18)
000003             VALUE "CLOSED PERIOD   : ".
000004     02  PRN-RDR-ACCOUNT         PIC X(4).
000005     02  FILLER                  PIC X(2) VALUE SPACES.
000006     02  PRN-RDR-SOURCE          PIC X(13).
000007     02  FILLER                  PIC X(7) VALUE " DATED ".
000008     02  PRN-RDR-DATE            PIC 9(8).
000009     02  FILLER                  PIC X(11) VALUE " POSTED TO ".
000010     02  PRN-RDR-PERIOD          PIC 9(6).

000011 01  REDIRECT-COUNT-LINE.
000012     02  FILLER                  PIC X(37)
000013             VALUE "ROWS REDIRECTED OUT OF CLOSED PERIODS".
000014     02  FILLER                  PIC X(2) VALUE ": ".
000015     02  PRN-REDIRECT-COUNT      PIC ZZ,ZZ9.

000016 01  PERIOD-TABLE.
000017     02  PT-ENTRY OCCURS 240 TIMES.
000018         03  PT-PERIOD           PIC 9(6).
000019         03  PT-STATUS           PIC X.
000020             88  PT-CLOSED       VALUE "C".

000021 01  PT-COUNT                    PIC 999     VALUE ZERO.
000022 01  PT-SUB                      PIC 999.

000023 01  MOVE-TABLE.
000024     02  MV-ENTRY OCCURS 1000 TIMES.
000025         03  MV-PERIOD           PIC 9(6).
000026         03  MV-ACCOUNT          PIC X(4).
000027         03  MV-BRANCH           PIC 99.
000028         03  MV-DEBITS           PIC 9(9)V99.
000029         03  MV-CREDITS          PIC 9(9)V99.

000030 01  MV-COUNT                    PIC 9(4)    VALUE ZERO.
000031 01  MV-SUB                      PIC 9(4).
000032 01  MV-MATCHED-SUB              PIC 9(4).

000033 01  WS-POST-DATE                PIC 9(8).
000034 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
000035     02  WS-POST-PERIOD          PIC 9(6).
000036     02  FILLER                  PIC 99.
000037 01  WS-TARGET-PERIOD            PIC 9(6).
000038 01  WS-TARGET-PARTS REDEFINES WS-TARGET-PERIOD.
000039     02  WS-TARGET-YYYY          PIC 9(4).
000040     02  WS-TARGET-MM            PIC 99.
001490
001500 01  WS-GROUP-FIELDS.
001510     02  WS-GROUP-KEY.
001520         03  WS-GROUP-ACCOUNT    PIC X(4).
001530         03  WS-GROUP-BRANCH     PIC 99.
001540     02  WS-GROUP-POSTED-THRU    PIC 9(8).
001550     02  WS-GROUP-NET            PIC S9(9)V99.
001560
001570 01  WS-TRIAL-ACCOUNT.
001580     02  WS-TB-ACCOUNT           PIC X(4).
001585     02  WS-TB-ACCOUNT-NAME      PIC X(16).
001590     02  WS-TB-BALANCE           PIC S9(9)V99.
001600
001610 01  WS-ACCT-SWITCHES.
001620     02  WS-GROUP-REJECT-SWITCH  PIC X       VALUE "N".
001630         88  GROUP-REJECTED      VALUE "Y".
001640     02  WS-SEED-MODE-SWITCH     PIC X       VALUE "N".
001650         88  SEED-MODE           VALUE "Y".
001651     02  PT-CLOSED-SWITCH        PIC X       VALUE "N".
001652         88  PT-PERIOD-IS-CLOSED VALUE "Y".
001653     02  MV-FOUND-SWITCH         PIC X       VALUE "N".
001654         88  MV-ENTRY-FOUND      VALUE "Y".
001655     02  WS-GROUP-POSTED-SWITCH  PIC X       VALUE "N".
001656         88  GROUP-POSTED        VALUE "Y".
001657     02  WS-NIGHT-POSTED-SWITCH  PIC X       VALUE "N".
001658         88  NIGHT-ALREADY-POSTED VALUE "Y".
001660
001670 01  WS-TRIAL-TOTALS.
001680     02  WS-TOTAL-DEBIT          PIC 9(10)V99 VALUE ZEROS.
001690     02  WS-TOTAL-CREDIT         PIC 9(10)V99 VALUE ZEROS.
001700     02  WS-PL-INCOME            PIC S9(9)V99 VALUE ZEROS.
001710     02  WS-PL-EXPENSE           PIC S9(9)V99 VALUE ZEROS.
001712     02  WS-PL-COST-OF-SALES     PIC S9(9)V99 VALUE ZEROS.
001714     02  WS-PL-MARGIN            PIC S9(9)V99.
001720     02  WS-PL-NET               PIC S9(9)V99.
001730     02  WS-ABS-BALANCE          PIC 9(9)V99.
001740
001760     02  WS-POSTED-COUNT         PIC 9(5)    VALUE ZERO.
001770     02  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
001780     02  WS-SKIPPED-COUNT        PIC 9(5)    VALUE ZERO.
001781     02  WS-REDIRECTED-COUNT     PIC 9(5)    VALUE ZERO.
001790
001800 01  WS-SWITCHES.
001810     02  WS-JOURNAL-EOF          PIC X       VALUE "N".
001820         88  END-OF-JOURNAL-DATA VALUE "Y".
001830     02  WS-ACCT-EOF             PIC X       VALUE "N".
001840         88  END-OF-ACCT-DATA    VALUE "Y".
001841     02  WS-PERIOD-EOF           PIC X       VALUE "N".
001842         88  END-OF-PERIOD-DATA  VALUE "Y".
001843     02  WS-MOVE-EOF             PIC X       VALUE "N".
001844         88  END-OF-MOVE-DATA    VALUE "Y".
001845     02  WS-STEPSTAT-EOF         PIC X       VALUE "N".
001846         88  END-OF-STEPSTAT-DATA VALUE "Y".
001847     02  WS-JOURNAL-SORTED-SWITCH PIC X      VALUE "N".
001848         88  JOURNAL-WAS-SORTED  VALUE "Y".
001850
001860 01  WS-FILE-STATUSES.
001870     02  WS-JOURNAL-STATUS       PIC XX.
001880     02  WS-ACCT-STATUS          PIC XX.
001890     02  WS-RUNCTL-STATUS        PIC XX.
001900
001910 01  WS-CURRENT-DATE.
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002040     PERFORM 2000-POST-ACCOUNT-GROUP THRU
002050         2000-POST-ACCOUNT-GROUP-EXIT
002060         UNTIL END-OF-JOURNAL-DATA.
002070     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002080     STOP RUN.
002100 1000-INITIALIZE.
002110     PERFORM 1005-READ-RUN-CONTROL THRU
002120         1005-READ-RUN-CONTROL-EXIT.
002121     PERFORM 1008-CHECK-STAGED-FILE THRU
002122         1008-CHECK-STAGED-FILE-EXIT.
002130     OPEN OUTPUT TRIAL-BALANCE-REPORT.
002140     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002150     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
002210     WRITE PRINT-LINE FROM RUN-DATE-LINE.
002220     MOVE SPACES TO PRINT-LINE.
002230     WRITE PRINT-LINE.
002240     PERFORM 1050-OPEN-ACCOUNTS THRU 1050-OPEN-ACCOUNTS-EXIT.
002241     PERFORM 1070-LOAD-PERIODS THRU 1070-LOAD-PERIODS-EXIT.
002242     PERFORM 1080-LOAD-MOVEMENTS THRU 1080-LOAD-MOVEMENTS-EXIT.
002243     PERFORM 1060-CHECK-STEP-STATUS THRU
002244         1060-CHECK-STEP-STATUS-EXIT.
002250     PERFORM 1020-SORT-JOURNAL THRU 1020-SORT-JOURNAL-EXIT.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330
002530     CLOSE RUN-CONTROL-FILE.
002540 1005-READ-RUN-CONTROL-EXIT.
002550     EXIT.
002552
002553*    A GLPERIOD.NEW ON FILE IS A GLCLOSE RUN NOT YET PROMOTED.
002554*    POSTING NOW WOULD TAKE THE MONTH IT CLOSED AS STILL OPEN AND
002555*    WRITE OVER ITS GLMOVE.NEW, SO STOP UNTIL IT IS PROMOTED.
002556 1008-CHECK-STAGED-FILE.
002557     OPEN INPUT GL-PERIOD-STAGED-FILE.
002558     IF WS-PERIOD-STAGED-STATUS = "00"
002559         CLOSE GL-PERIOD-STAGED-FILE
002560         DISPLAY "GLPOST: GLPERIOD.NEW ALREADY ON FILE - "
002561             "PROMOTE THE GLCLOSE FILES FIRST"
002562         MOVE 16 TO RETURN-CODE
002563         STOP RUN
002564     END-IF.
002565 1008-CHECK-STAGED-FILE-EXIT.
002566     EXIT.
002567
002570*    THE JOURNAL IS TAKEN IN ACCOUNT AND BRANCH ORDER SO EACH
002574*    ACCOUNT MASTER ROW IS READ AND REWRITTEN ONCE A NIGHT. NO
002578*    JOURNAL MEANS NOTHING TO POST.
002582 1020-SORT-JOURNAL.
002586     OPEN INPUT JOURNAL-FILE.
002590     IF WS-JOURNAL-STATUS NOT = "00"
002594         SET END-OF-JOURNAL-DATA TO TRUE
002598         GO TO 1020-SORT-JOURNAL-EXIT
002602     END-IF.
002606     CLOSE JOURNAL-FILE.
002610     SORT WORK-FILE
002614         ON ASCENDING KEY SJ-ACCOUNT, SJ-BRANCH, SJ-BUSINESS-DATE
002618         USING JOURNAL-FILE
002622         GIVING JOURNAL-SORTED-FILE.
002626     OPEN INPUT JOURNAL-SORTED-FILE.
002630     SET JOURNAL-WAS-SORTED TO TRUE.
002634     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
002638 1020-SORT-JOURNAL-EXIT.
002642     EXIT.

002646*    NO MASTER YET MEANS FIRST RUN - SEED MODE OPENS ACCOUNTS
002650*    FROM THE CODES AND NAMES ON THE JOURNAL ITSELF.
002654 1050-OPEN-ACCOUNTS.
002658     OPEN I-O ACCOUNT-MASTER-FILE.
002662     IF WS-ACCT-STATUS = "35"
002666         SET SEED-MODE TO TRUE
002670         OPEN OUTPUT ACCOUNT-MASTER-FILE
002674         CLOSE ACCOUNT-MASTER-FILE
002678         OPEN I-O ACCOUNT-MASTER-FILE
002682     END-IF.
002686     IF WS-ACCT-STATUS NOT = "00"
002690         DISPLAY "GLPOST: GLACCT.DAT OPEN FAILED "
002694             "STATUS " WS-ACCT-STATUS
002698         MOVE 16 TO RETURN-CODE
002702         STOP RUN
002706     END-IF.
002710 1050-OPEN-ACCOUNTS-EXIT.
002714     EXIT.

002718*    A GLPOST RECORD ON STEPSTAT.DAT FOR TONIGHT MEANS THE NIGHT
002722*    HAS ALREADY BEEN POSTED IN FULL AND ITS MOVEMENTS STAGED.
002726 1060-CHECK-STEP-STATUS.
002730     OPEN INPUT STEP-STATUS-FILE.
002734     IF WS-STEPSTAT-STATUS NOT = "00"
002738         GO TO 1060-CHECK-STEP-STATUS-EXIT
002742     END-IF.
002746     PERFORM 1065-READ-STEP-STATUS THRU
002750         1065-READ-STEP-STATUS-EXIT
002754         UNTIL END-OF-STEPSTAT-DATA.
002758     CLOSE STEP-STATUS-FILE.
002762 1060-CHECK-STEP-STATUS-EXIT.
002766     EXIT.

002770 1065-READ-STEP-STATUS.
002774     READ STEP-STATUS-FILE
002778         AT END
002782             SET END-OF-STEP-STATUS TO TRUE
002786             SET END-OF-STEPSTAT-DATA TO TRUE
002790     END-READ.
002794     IF NOT END-OF-STEPSTAT-DATA
002798         AND ST-PROGRAM-ID = "GLPOST"
002802         AND ST-BUSINESS-DATE = WS-CURRENT-DATE-YYYYMMDD
002806         SET NIGHT-ALREADY-POSTED TO TRUE
002810     END-IF.
002814 1065-READ-STEP-STATUS-EXIT.
002818     EXIT.
000001*    NO PERIOD TABLE MEANS NO MONTH HAS EVER BEEN CLOSED.
000002 1070-LOAD-PERIODS.
000003     OPEN INPUT GL-PERIOD-FILE.
000004     IF WS-PERIOD-STATUS NOT = "00"
000005         SET END-OF-PERIOD-DATA TO TRUE
000006         GO TO 1070-LOAD-PERIODS-EXIT
000007     END-IF.
000008     PERFORM 1075-READ-PERIOD THRU 1075-READ-PERIOD-EXIT
000009         UNTIL END-OF-PERIOD-DATA.
000010     CLOSE GL-PERIOD-FILE.
000011 1070-LOAD-PERIODS-EXIT.
000012     EXIT.

000013 1075-READ-PERIOD.
000014     READ GL-PERIOD-FILE
000015         AT END
000016             SET END-OF-GL-PERIOD TO TRUE
000017             SET END-OF-PERIOD-DATA TO TRUE
000018     END-READ.
000019     IF END-OF-PERIOD-DATA
000020         GO TO 1075-READ-PERIOD-EXIT
000021     END-IF.
000022     IF PT-COUNT NOT < 240
000023         DISPLAY "GLPOST: PERIOD TABLE FULL AT 240 - RAISE THE "
000024             "TABLE SIZE BEFORE RERUNNING"
000025         MOVE 16 TO RETURN-CODE
000026         STOP RUN
000027     END-IF.
000028     ADD 1 TO PT-COUNT.
000029     MOVE GP-PERIOD TO PT-PERIOD (PT-COUNT).
000030     MOVE GP-STATUS TO PT-STATUS (PT-COUNT).
000031 1075-READ-PERIOD-EXIT.
000032     EXIT.

000033 1080-LOAD-MOVEMENTS.
000034     OPEN INPUT GL-MOVE-IN.
000035     IF WS-MOVE-IN-STATUS NOT = "00"
000036         SET END-OF-MOVE-DATA TO TRUE
000037         GO TO 1080-LOAD-MOVEMENTS-EXIT
000038     END-IF.
000039     PERFORM 1085-READ-MOVEMENT THRU 1085-READ-MOVEMENT-EXIT
000040         UNTIL END-OF-MOVE-DATA.
000041     CLOSE GL-MOVE-IN.
000042 1080-LOAD-MOVEMENTS-EXIT.
000043     EXIT.

000044 1085-READ-MOVEMENT.
000045     READ GL-MOVE-IN
000046         AT END
000047             SET END-OF-GL-MOVE TO TRUE
000048             SET END-OF-MOVE-DATA TO TRUE
000049     END-READ.
000050     IF END-OF-MOVE-DATA
000051         GO TO 1085-READ-MOVEMENT-EXIT
000052     END-IF.
000053     PERFORM 2520-CHECK-MOVE-ROOM THRU 2520-CHECK-MOVE-ROOM-EXIT.
000054     ADD 1 TO MV-COUNT.
000055     MOVE GM-PERIOD  TO MV-PERIOD (MV-COUNT).
000056     MOVE GM-ACCOUNT TO MV-ACCOUNT (MV-COUNT).
000057     MOVE GM-BRANCH  TO MV-BRANCH (MV-COUNT).
000058     MOVE GM-DEBITS  TO MV-DEBITS (MV-COUNT).
000059     MOVE GM-CREDITS TO MV-CREDITS (MV-COUNT).
000060 1085-READ-MOVEMENT-EXIT.
000061     EXIT.
002880
002890 2000-POST-ACCOUNT-GROUP.
002894     MOVE GJ-ACCOUNT TO WS-GROUP-ACCOUNT.
002898     MOVE GJ-BRANCH  TO WS-GROUP-BRANCH.
002902     MOVE ZEROS      TO WS-GROUP-NET.
002906     MOVE "N"        TO WS-GROUP-POSTED-SWITCH.
002910     PERFORM 2200-FIND-ACCOUNT THRU 2200-FIND-ACCOUNT-EXIT.
002914     PERFORM 2050-POST-JOURNAL-ROW THRU
002918         2050-POST-JOURNAL-ROW-EXIT
002922         UNTIL END-OF-JOURNAL-DATA
002926         OR GJ-ACCOUNT NOT = WS-GROUP-ACCOUNT
002930         OR GJ-BRANCH NOT = WS-GROUP-BRANCH.
002934     IF GROUP-POSTED
002938         PERFORM 2600-REWRITE-ACCOUNT THRU
002942             2600-REWRITE-ACCOUNT-EXIT
002946     END-IF.
002950 2000-POST-ACCOUNT-GROUP-EXIT.
002954     EXIT.

002958 2050-POST-JOURNAL-ROW.
002962     IF GROUP-REJECTED
002966         MOVE GJ-ACCOUNT TO PRN-REJ-ACCOUNT
002970         MOVE GJ-SOURCE  TO PRN-REJ-SOURCE
002974         WRITE PRINT-LINE FROM REJECT-DETAIL-LINE
002978         ADD 1 TO WS-REJECTED-COUNT
002982         GO TO 2050-POST-JOURNAL-ROW-READ
002986     END-IF.
002990*    A ROW ALREADY POSTED THROUGH THIS DATE IS A RERUN - THE
002994*    BALANCE MUST NOT TAKE IT TWICE.
002998     IF GJ-BUSINESS-DATE <= WS-GROUP-POSTED-THRU
003002         ADD 1 TO WS-SKIPPED-COUNT
003006         PERFORM 2060-RECOVER-MOVEMENT THRU
003010             2060-RECOVER-MOVEMENT-EXIT
003014         GO TO 2050-POST-JOURNAL-ROW-READ
003018     END-IF.
003022     ADD GJ-DEBIT TO WS-GROUP-NET.
003026     SUBTRACT GJ-CREDIT FROM WS-GROUP-NET.
003030     SET GROUP-POSTED TO TRUE.
003034     ADD 1 TO WS-POSTED-COUNT.
003038     PERFORM 2400-FIND-OPEN-PERIOD THRU
003042         2400-FIND-OPEN-PERIOD-EXIT.
003046     PERFORM 2500-ADD-MOVEMENT THRU 2500-ADD-MOVEMENT-EXIT.
003050 2050-POST-JOURNAL-ROW-READ.
003054     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
003058 2050-POST-JOURNAL-ROW-EXIT.
003062     EXIT.

003066*    THE ROW IS ALREADY ON THE BALANCE FROM AN EARLIER ATTEMPT
003070*    TONIGHT THAT STOPPED BEFORE IT FINISHED. THAT ATTEMPT'S
003074*    GLMOVE.NEW WAS NEVER PROMOTED, SO THE MOVEMENT IS TAKEN
003078*    AGAIN - BUT NOT ONCE THE NIGHT HAS POSTED IN FULL.
003082 2060-RECOVER-MOVEMENT.
003086     IF NIGHT-ALREADY-POSTED
003090         OR WS-GROUP-POSTED-THRU NOT = WS-CURRENT-DATE-YYYYMMDD
003094         GO TO 2060-RECOVER-MOVEMENT-EXIT
003098     END-IF.
003102     PERFORM 2400-FIND-OPEN-PERIOD THRU
003106         2400-FIND-OPEN-PERIOD-EXIT.
003110     PERFORM 2500-ADD-MOVEMENT THRU 2500-ADD-MOVEMENT-EXIT.
003114 2060-RECOVER-MOVEMENT-EXIT.
003118     EXIT.

003122 2100-READ-JOURNAL.
003126     READ JOURNAL-SORTED-FILE
003130         AT END
003134             SET END-OF-JOURNAL TO TRUE
003138             SET END-OF-JOURNAL-DATA TO TRUE
003142     END-READ.
003146     IF NOT END-OF-JOURNAL-DATA
003150         ADD 1 TO WS-RECORDS-READ
003154     END-IF.
003158 2100-READ-JOURNAL-EXIT.
003162     EXIT.

003166 2200-FIND-ACCOUNT.
003170     MOVE "N"          TO WS-GROUP-REJECT-SWITCH.
003174     MOVE ZEROS        TO WS-GROUP-POSTED-THRU.
003178     MOVE WS-GROUP-KEY TO GLA-ACCOUNT-KEY.
003182     READ ACCOUNT-MASTER-FILE
003186         INVALID KEY
003190             GO TO 2200-FIND-ACCOUNT-NEW
003194     END-READ.
003198     MOVE GLA-POSTED-THRU TO WS-GROUP-POSTED-THRU.
003202     GO TO 2200-FIND-ACCOUNT-EXIT.
003206 2200-FIND-ACCOUNT-NEW.
003210     IF SEED-MODE
003214         PERFORM 2300-SEED-ACCOUNT THRU 2300-SEED-ACCOUNT-EXIT
003218     ELSE
003222         PERFORM 2250-OPEN-BRANCH THRU 2250-OPEN-BRANCH-EXIT
003226     END-IF.
003230 2200-FIND-ACCOUNT-EXIT.
003234     EXIT.

003238*    A KNOWN ACCOUNT POSTING FROM A BRANCH IT HAS NOT HAD BEFORE
003242*    OPENS A ROW FOR THAT BRANCH UNDER THE ACCOUNT'S OWN NAME.
003246*    AN ACCOUNT WITH NO ROW ON ANY BRANCH REJECTS.
003250 2250-OPEN-BRANCH.
003254     MOVE WS-GROUP-ACCOUNT TO GLA-ACCOUNT.
003258     MOVE ZERO             TO GLA-BRANCH.
003262     START ACCOUNT-MASTER-FILE KEY IS NOT < GLA-ACCOUNT-KEY
003266         INVALID KEY
003270             SET GROUP-REJECTED TO TRUE
003274             GO TO 2250-OPEN-BRANCH-EXIT
003278     END-START.
003282     READ ACCOUNT-MASTER-FILE NEXT RECORD
003286         AT END
003290             SET GROUP-REJECTED TO TRUE
003294             GO TO 2250-OPEN-BRANCH-EXIT
003298     END-READ.
003302     IF GLA-ACCOUNT NOT = WS-GROUP-ACCOUNT
003306         SET GROUP-REJECTED TO TRUE
003310         GO TO 2250-OPEN-BRANCH-EXIT
003314     END-IF.
003318     MOVE WS-GROUP-KEY TO GLA-ACCOUNT-KEY.
003322     MOVE ZEROS        TO GLA-BALANCE
003326                          GLA-POSTED-THRU.
003330     PERFORM 2350-WRITE-ACCOUNT THRU 2350-WRITE-ACCOUNT-EXIT.
003334     MOVE WS-GROUP-ACCOUNT TO PRN-OPN-ACCOUNT.
003338     MOVE WS-GROUP-BRANCH  TO PRN-OPN-BRANCH.
003342     WRITE PRINT-LINE FROM BRANCH-OPENED-LINE.
003346 2250-OPEN-BRANCH-EXIT.
003350     EXIT.

003354 2300-SEED-ACCOUNT.
003358     MOVE WS-GROUP-KEY    TO GLA-ACCOUNT-KEY.
003362     MOVE GJ-ACCOUNT-NAME TO GLA-ACCOUNT-NAME.
003366     MOVE ZEROS           TO GLA-BALANCE
003370                             GLA-POSTED-THRU.
003374     PERFORM 2350-WRITE-ACCOUNT THRU 2350-WRITE-ACCOUNT-EXIT.
003378 2300-SEED-ACCOUNT-EXIT.
003382     EXIT.

003386 2350-WRITE-ACCOUNT.
003390     WRITE GL-ACCOUNT-REC
003394         INVALID KEY
003398             DISPLAY "GLPOST: GLACCT.DAT WRITE FAILED "
003402                 "STATUS " WS-ACCT-STATUS
003406             MOVE 16 TO RETURN-CODE
003410             STOP RUN
003414     END-WRITE.
003418 2350-WRITE-ACCOUNT-EXIT.
003422     EXIT.
000001*    A ROW DATED INTO A CLOSED MONTH STILL POSTS - THE LEDGER
000002*    MUST STAY IN BALANCE - BUT INTO THE FIRST OPEN MONTH AFTER
000003*    IT, AND IT PRINTS SO THE ACCOUNTANT SEES THE LATE ENTRY.
000004 2400-FIND-OPEN-PERIOD.
000005     MOVE GJ-BUSINESS-DATE TO WS-POST-DATE.
000006     MOVE WS-POST-PERIOD   TO WS-TARGET-PERIOD.
000007     PERFORM 2410-CHECK-PERIOD THRU 2410-CHECK-PERIOD-EXIT.
000008     IF NOT PT-PERIOD-IS-CLOSED
000009         GO TO 2400-FIND-OPEN-PERIOD-EXIT
000010     END-IF.
000011     PERFORM 2420-NEXT-PERIOD THRU 2420-NEXT-PERIOD-EXIT
000012         UNTIL NOT PT-PERIOD-IS-CLOSED.
000013     MOVE GJ-ACCOUNT       TO PRN-RDR-ACCOUNT.
000014     MOVE GJ-SOURCE        TO PRN-RDR-SOURCE.
000015     MOVE GJ-BUSINESS-DATE TO PRN-RDR-DATE.
000016     MOVE WS-TARGET-PERIOD TO PRN-RDR-PERIOD.
000017     WRITE PRINT-LINE FROM REDIRECT-DETAIL-LINE.
000018     ADD 1 TO WS-REDIRECTED-COUNT.
000019 2400-FIND-OPEN-PERIOD-EXIT.
000020     EXIT.

000021 2410-CHECK-PERIOD.
000022     MOVE "N" TO PT-CLOSED-SWITCH.
000023     PERFORM 2415-MATCH-PERIOD THRU 2415-MATCH-PERIOD-EXIT
000024         VARYING PT-SUB FROM 1 BY 1
000025         UNTIL PT-SUB > PT-COUNT
000026         OR PT-PERIOD-IS-CLOSED.
000027 2410-CHECK-PERIOD-EXIT.
000028     EXIT.

000029 2415-MATCH-PERIOD.
000030     IF PT-PERIOD (PT-SUB) = WS-TARGET-PERIOD
000031         AND PT-CLOSED (PT-SUB)
000032         SET PT-PERIOD-IS-CLOSED TO TRUE
000033     END-IF.
000034 2415-MATCH-PERIOD-EXIT.
000035     EXIT.

000036 2420-NEXT-PERIOD.
000037     IF WS-TARGET-MM = 12
000038         ADD 1 TO WS-TARGET-YYYY
000039         MOVE 1 TO WS-TARGET-MM
000040     ELSE
000041         ADD 1 TO WS-TARGET-MM
000042     END-IF.
000043     PERFORM 2410-CHECK-PERIOD THRU 2410-CHECK-PERIOD-EXIT.
000044 2420-NEXT-PERIOD-EXIT.
000045     EXIT.

000046 2500-ADD-MOVEMENT.
000047     MOVE "N" TO MV-FOUND-SWITCH.
000048     PERFORM 2510-MATCH-MOVEMENT THRU 2510-MATCH-MOVEMENT-EXIT
000049         VARYING MV-SUB FROM 1 BY 1
000050         UNTIL MV-SUB > MV-COUNT
000051         OR MV-ENTRY-FOUND.
000052     IF NOT MV-ENTRY-FOUND
000053         PERFORM 2520-CHECK-MOVE-ROOM THRU
000054             2520-CHECK-MOVE-ROOM-EXIT
000055         ADD 1 TO MV-COUNT
000056         MOVE MV-COUNT         TO MV-MATCHED-SUB
000057         MOVE WS-TARGET-PERIOD TO MV-PERIOD (MV-COUNT)
000058         MOVE GJ-ACCOUNT       TO MV-ACCOUNT (MV-COUNT)
000059         MOVE GJ-BRANCH        TO MV-BRANCH (MV-COUNT)
000060         MOVE ZEROS            TO MV-DEBITS (MV-COUNT)
000061                                  MV-CREDITS (MV-COUNT)
000062     END-IF.
000063     ADD GJ-DEBIT  TO MV-DEBITS (MV-MATCHED-SUB).
000064     ADD GJ-CREDIT TO MV-CREDITS (MV-MATCHED-SUB).
000065 2500-ADD-MOVEMENT-EXIT.
000066     EXIT.

000067 2510-MATCH-MOVEMENT.
000068     IF MV-PERIOD (MV-SUB)  = WS-TARGET-PERIOD
000069         AND MV-ACCOUNT (MV-SUB) = GJ-ACCOUNT
000070         AND MV-BRANCH (MV-SUB)  = GJ-BRANCH
000071         MOVE MV-SUB TO MV-MATCHED-SUB
000072         SET MV-ENTRY-FOUND TO TRUE
000073     END-IF.
000074 2510-MATCH-MOVEMENT-EXIT.
000075     EXIT.

000076 2520-CHECK-MOVE-ROOM.
000077     IF MV-COUNT NOT < 1000
000078         DISPLAY "GLPOST: MOVEMENT TABLE FULL AT 1000 - RAISE "
000079             "THE TABLE SIZE BEFORE RERUNNING"
000080         MOVE 16 TO RETURN-CODE
000081         STOP RUN
000082     END-IF.
000083 2520-CHECK-MOVE-ROOM-EXIT.
000084     EXIT.

000085*    ONE REWRITE PER ACCOUNT AND BRANCH FOR THE WHOLE NIGHT - THE
000086*    ROW READ IN 2200 IS STILL IN THE RECORD AREA.
000087 2600-REWRITE-ACCOUNT.
000088     ADD WS-GROUP-NET TO GLA-BALANCE.
000089     MOVE WS-CURRENT-DATE-YYYYMMDD TO GLA-POSTED-THRU.
000090     REWRITE GL-ACCOUNT-REC
000091         INVALID KEY
000092             DISPLAY "GLPOST: GLACCT.DAT REWRITE FAILED "
000093                 "STATUS " WS-ACCT-STATUS
000094             MOVE 16 TO RETURN-CODE
000095             STOP RUN
000096     END-REWRITE.
000097 2600-REWRITE-ACCOUNT-EXIT.
000098     EXIT.
003550
003560 8000-TERMINATE.
003570     IF WS-POSTED-COUNT = ZERO
003580         AND WS-REJECTED-COUNT = ZERO
003590         WRITE PRINT-LINE FROM NO-JOURNAL-LINE
003600     END-IF.
003601     IF WS-REDIRECTED-COUNT > ZERO
003602         MOVE WS-REDIRECTED-COUNT TO PRN-REDIRECT-COUNT
003603         WRITE PRINT-LINE FROM REDIRECT-COUNT-LINE
003604     END-IF.
003610     MOVE SPACES TO PRINT-LINE.
003620     WRITE PRINT-LINE.
003630     WRITE PRINT-LINE FROM TRIAL-TOPIC-LINE.
003640     PERFORM 8040-START-ACCOUNTS THRU 8040-START-ACCOUNTS-EXIT.
003642     PERFORM 8050-READ-ACCOUNT-ROW THRU 8050-READ-ACCOUNT-ROW-EXIT
003644         UNTIL END-OF-ACCT-DATA.
003650     PERFORM 8100-PRINT-TRIAL-LINE THRU
003655         8100-PRINT-TRIAL-LINE-EXIT.
003660     MOVE SPACES TO PRINT-LINE.
003670     WRITE PRINT-LINE.
003680     MOVE WS-TOTAL-DEBIT  TO PRN-TOTAL-DEBIT.
003810     WRITE PRINT-LINE FROM PL-SECTION-HEADING.
003820     MOVE WS-PL-INCOME  TO PRN-PL-INCOME.
003830     WRITE PRINT-LINE FROM PL-INCOME-LINE.
003832     MOVE WS-PL-COST-OF-SALES TO PRN-PL-COST-OF-SALES.
003834     WRITE PRINT-LINE FROM PL-COST-OF-SALES-LINE.
003836     SUBTRACT WS-PL-COST-OF-SALES FROM WS-PL-INCOME
003837         GIVING WS-PL-MARGIN.
003838     MOVE WS-PL-MARGIN  TO PRN-PL-MARGIN.
003839     WRITE PRINT-LINE FROM PL-MARGIN-LINE.
003840     MOVE WS-PL-EXPENSE TO PRN-PL-EXPENSE.
003850     WRITE PRINT-LINE FROM PL-EXPENSE-LINE.
003860     SUBTRACT WS-PL-EXPENSE FROM WS-PL-MARGIN GIVING WS-PL-NET.
003870     MOVE WS-PL-NET     TO PRN-PL-NET.
003880     WRITE PRINT-LINE FROM PL-NET-LINE.
003890
003900     CLOSE ACCOUNT-MASTER-FILE.
003941     OPEN OUTPUT GL-MOVE-OUT.
003942     PERFORM 8300-WRITE-MOVEMENT-ROW THRU
003943         8300-WRITE-MOVEMENT-ROW-EXIT
003944         VARYING MV-SUB FROM 1 BY 1 UNTIL MV-SUB > MV-COUNT.
003945     CLOSE GL-MOVE-OUT.
003950     PERFORM 8900-WRITE-AUDIT-RECORD THRU
003960         8900-WRITE-AUDIT-RECORD-EXIT.
003961     PERFORM 8950-WRITE-STEP-STATUS THRU
003962         8950-WRITE-STEP-STATUS-EXIT.
003970     IF JOURNAL-WAS-SORTED
003980         CLOSE JOURNAL-SORTED-FILE
003990     END-IF.
004000     CLOSE TRIAL-BALANCE-REPORT.
004010 8000-TERMINATE-EXIT.
004020     EXIT.
004030
004040*    THE TRIAL BALANCE IS BY ACCOUNT - THE BRANCH ROWS ARE ADDED
004044*    TOGETHER AS THEY ARE READ IN KEY ORDER.
004048 8040-START-ACCOUNTS.
004052     MOVE SPACES     TO WS-TB-ACCOUNT.
004056     MOVE ZEROS      TO WS-TB-BALANCE.
004060     MOVE LOW-VALUES TO GLA-ACCOUNT-KEY.
004064     START ACCOUNT-MASTER-FILE KEY IS NOT < GLA-ACCOUNT-KEY
004068         INVALID KEY
004072             SET END-OF-ACCT-DATA TO TRUE
004076     END-START.
004080 8040-START-ACCOUNTS-EXIT.
004084     EXIT.

004088 8050-READ-ACCOUNT-ROW.
004092     READ ACCOUNT-MASTER-FILE NEXT RECORD
004096         AT END
004100             SET END-OF-ACCT-DATA TO TRUE
004104             GO TO 8050-READ-ACCOUNT-ROW-EXIT
004108     END-READ.
004112     IF GLA-ACCOUNT NOT = WS-TB-ACCOUNT
004116         PERFORM 8100-PRINT-TRIAL-LINE THRU
004120             8100-PRINT-TRIAL-LINE-EXIT
004124         MOVE GLA-ACCOUNT      TO WS-TB-ACCOUNT
004128         MOVE GLA-ACCOUNT-NAME TO WS-TB-ACCOUNT-NAME
004132         MOVE ZEROS            TO WS-TB-BALANCE
004136     END-IF.
004140     ADD GLA-BALANCE TO WS-TB-BALANCE.
004144*    EVERY ROW IS POSTED THROUGH TONIGHT WHETHER OR NOT THE
004148*    JOURNAL HAD ANYTHING FOR IT, AS STOCKVALUE EXPECTS.
004152     IF GLA-POSTED-THRU < WS-CURRENT-DATE-YYYYMMDD
004156         MOVE WS-CURRENT-DATE-YYYYMMDD TO GLA-POSTED-THRU
004160         REWRITE GL-ACCOUNT-REC
004164             INVALID KEY
004168                 DISPLAY "GLPOST: GLACCT.DAT REWRITE FAILED "
004172                     "STATUS " WS-ACCT-STATUS
004176                 MOVE 16 TO RETURN-CODE
004180                 STOP RUN
004184         END-REWRITE
004188     END-IF.
004192 8050-READ-ACCOUNT-ROW-EXIT.
004196     EXIT.

004200*    INCOME ACCOUNTS (4XXX) LIVE IN CREDIT; COST-OF-SALES (5XXX)
004204*    AND EXPENSE ACCOUNTS (6XXX) LIVE IN DEBIT - EVERYTHING ELSE
004208*    IS BALANCE SHEET.
004212 8100-PRINT-TRIAL-LINE.
004216     IF WS-TB-ACCOUNT = SPACES
004220         GO TO 8100-PRINT-TRIAL-LINE-EXIT
004224     END-IF.
004228     MOVE SPACES TO TRIAL-DETAIL-LINE.
004232     MOVE WS-TB-ACCOUNT      TO PRN-ACCOUNT.
004236     MOVE WS-TB-ACCOUNT-NAME TO PRN-ACCOUNT-NAME.
004240     IF WS-TB-BALANCE < ZERO
004244         MULTIPLY WS-TB-BALANCE BY -1
004248             GIVING WS-ABS-BALANCE
004252         MOVE WS-ABS-BALANCE TO PRN-CREDIT-BAL
004256         MOVE ZEROS          TO PRN-DEBIT-BAL
004260         ADD WS-ABS-BALANCE  TO WS-TOTAL-CREDIT
004264     ELSE
004268         MOVE WS-TB-BALANCE  TO PRN-DEBIT-BAL
004272         MOVE ZEROS          TO PRN-CREDIT-BAL
004276         ADD WS-TB-BALANCE   TO WS-TOTAL-DEBIT
004280     END-IF.
004284     WRITE PRINT-LINE FROM TRIAL-DETAIL-LINE.
004288     IF WS-TB-ACCOUNT (1:1) = "4"
004292         SUBTRACT WS-TB-BALANCE FROM WS-PL-INCOME
004296     END-IF.
004300     IF WS-TB-ACCOUNT (1:1) = "5"
004304         ADD WS-TB-BALANCE TO WS-PL-COST-OF-SALES
004308     END-IF.
004312     IF WS-TB-ACCOUNT (1:1) = "6"
004316         ADD WS-TB-BALANCE TO WS-PL-EXPENSE
004320     END-IF.
004324 8100-PRINT-TRIAL-LINE-EXIT.
004328     EXIT.
000001 8300-WRITE-MOVEMENT-ROW.
000002     MOVE MV-PERIOD (MV-SUB)  TO GMO-PERIOD.
000003     MOVE MV-ACCOUNT (MV-SUB) TO GMO-ACCOUNT.
000004     MOVE MV-BRANCH (MV-SUB)  TO GMO-BRANCH.
000005     MOVE MV-DEBITS (MV-SUB)  TO GMO-DEBITS.
000006     MOVE MV-CREDITS (MV-SUB) TO GMO-CREDITS.
000007     WRITE GL-MOVE-OUT-REC.
000008 8300-WRITE-MOVEMENT-ROW-EXIT.
000009     EXIT.
004390
004400 8900-WRITE-AUDIT-RECORD.
004410     MOVE "GLPOST"              TO AR-PROGRAM-ID.
