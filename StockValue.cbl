000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       MONTH-END STOCK VALUATION REPORT.
000070*                READS THE OILSTOCK.DAT STOCK MASTER (SEE
000080*                OILSTOCK.CPY) AND PRINTS EVERY BRANCH'S OILS WITH
000090*                ITS UNITS ON HAND, WEIGHTED-AVERAGE UNIT COST
000100*                AND BOOK VALUE AT COST ON STOCKVAL.RPT, NAMED
000110*                FROM THE OILMAST.DAT MASTER. OILS HOLDING UNITS
000120*                WITH NO COST YET ARE FLAGGED UNCOSTED. THE
000130*                TOTAL IS THEN TIED TO THE STOCK ON HAND ACCOUNT
000140*                (1200) ON THE GLACCT.DAT LEDGER THAT TRIALBAL.RPT
000150*                PRINTS: RECEIPTS (RCPTVAL.DAT), STOCKTAKE
000160*                VARIANCES (SHRINKVAL.DAT) AND COST OF SALES
000170*                (COGSVAL.DAT) ALREADY ON THE STOCK MASTER BUT
000180*                NOT YET POSTED BY GLPOST ARE SHOWN AS
000190*                RECONCILING ITEMS, AND ANY DIFFERENCE LEFT OVER
000200*                IS PRINTED FOR THE ACCOUNTANT TO INVESTIGATE.
000210*                RUN AT MONTH END AFTER THE NIGHTLY CHAIN AND
000220*                ONCE ANY DAY-RUN OILSTOCK.NEW HAS BEEN PROMOTED,
000230*                STANDALONE LIKE ARSTMT.
000240* TECTONICS:     cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 DO    ORIGINAL VERSION.
000281*  2026-10-15 DO    LOTEXPIRY WRITE-OFFS (EXPIRYVAL.DAT) NOT YET
000282*                   POSTED ARE NOW A RECONCILING ITEM.
000283*  2026-10-15 DO    STOCK IS NOW HELD PER BRANCH. EACH LINE SHOWS
000284*                   ITS BRANCH, THE SHELVES ARE SUBTOTALLED BY
000285*                   BRANCH, AND GOODS IN TRANSIT BETWEEN BRANCHES
000286*                   (XFERTRAN.DAT, SEE XFERTRAN.CPY) ARE ADDED TO
000287*                   THE TOTAL - THEY ARE STILL IN THE STOCK
000288*                   ACCOUNT WHILE ON THE ROAD.
000001*  2026-10-15 DO    READS THE INDEXED GLACCT.DAT (COPY GLACCT) -
000002*                   THE STOCK ACCOUNT IS THE SUM OF ITS 1200
000003*                   BRANCH ROWS.
000004*  2026-10-15 DO    RCPTVAL.DAT, COGSVAL.DAT AND EXPIRYVAL.DAT NOW
000005*                   CARRY ONE ROW PER BRANCH - EVERY ROW STILL TO
000006*                   POST IS ADDED INTO ITS RECONCILING ITEM.
000007*  2026-10-15 DO    SHRINKVAL.DAT NOW CARRIES ONE ROW PER BRANCH
000008*                   COUNTED AND IS ADDED UP THE SAME WAY.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. STOCKVAL.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT STOCK-MASTER-IN ASSIGN TO "OILSTOCK.DAT"
000360               ORGANIZATION IS LINE SEQUENTIAL
000370               FILE STATUS IS WS-STOCK-STATUS.

000380     SELECT STOCK-MASTER-STAGED ASSIGN TO "OILSTOCK.NEW"
000390               ORGANIZATION IS LINE SEQUENTIAL
000400               FILE STATUS IS WS-STOCK-NEW-STATUS.

000410     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000420               ORGANIZATION IS LINE SEQUENTIAL
000430               FILE STATUS IS WS-OILMAST-STATUS.

000440     SELECT ACCOUNT-MASTER-IN ASSIGN TO "GLACCT.DAT"
000450               ORGANIZATION IS INDEXED
000452               ACCESS MODE IS SEQUENTIAL
000454               RECORD KEY IS GLA-ACCOUNT-KEY
000460               FILE STATUS IS WS-ACCT-IN-STATUS.

000470     SELECT RECEIPT-VALUE-FILE ASSIGN TO "RCPTVAL.DAT"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS WS-RCPTVAL-STATUS.

000500     SELECT SHRINK-VALUE-FILE ASSIGN TO "SHRINKVAL.DAT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS WS-SHRINK-STATUS.

000530     SELECT COST-OF-SALES-FILE ASSIGN TO "COGSVAL.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-COGSVAL-STATUS.

000551     SELECT EXPIRY-VALUE-FILE ASSIGN TO "EXPIRYVAL.DAT"
000552               ORGANIZATION IS LINE SEQUENTIAL
000553               FILE STATUS IS WS-EXPVAL-STATUS.

000554     SELECT XFER-TRANSIT-FILE ASSIGN TO "XFERTRAN.DAT"
000555               ORGANIZATION IS LINE SEQUENTIAL
000556               FILE STATUS IS WS-XFERTRAN-STATUS.

000560     SELECT VALUATION-REPORT ASSIGN TO "STOCKVAL.RPT"
000570               ORGANIZATION IS LINE SEQUENTIAL.

000580     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000590               ORGANIZATION IS LINE SEQUENTIAL
000600               FILE STATUS IS WS-RUNCTL-STATUS.

000610     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000620               ORGANIZATION IS LINE SEQUENTIAL.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  STOCK-MASTER-IN.
000660     COPY OILSTOCK.

000670 FD  STOCK-MASTER-STAGED.
000680 01  STOCK-STAGED-REC            PIC X(34).

000690 FD  OIL-MASTER-FILE.
000700     COPY OILMAST.

000710 FD  ACCOUNT-MASTER-IN.
000720     COPY GLACCT.

000780 FD  RECEIPT-VALUE-FILE.
000790 01  RECEIPT-VALUE-REC.
000800     02  RV-RUN-DATE             PIC 9(8).
000810     02  RV-RECEIPT-VALUE        PIC S9(7)V99.
000820     02  RV-TAKEON-VALUE         PIC S9(7)V99.
000821     02  RV-BRANCH               PIC 99.

000830 FD  SHRINK-VALUE-FILE.
000840 01  SHRINK-VALUE-REC.
000850     02  SV-RUN-DATE             PIC 9(8).
000860     02  SV-SHRINK-VALUE         PIC S9(7)V99.
000861     02  SV-BRANCH               PIC 99.

000870 FD  COST-OF-SALES-FILE.
000880 01  COST-OF-SALES-REC.
000890     02  CG-RUN-DATE             PIC 9(8).
000900     02  CG-COST-VALUE           PIC S9(7)V99.
000001     02  CG-BRANCH               PIC 99.

000901 FD  EXPIRY-VALUE-FILE.
000902 01  EXPIRY-VALUE-REC.
000903     02  EX-RUN-DATE             PIC 9(8).
000904     02  EX-WRITEOFF-VALUE       PIC S9(7)V99.
000001     02  EX-BRANCH               PIC 99.

000905 FD  XFER-TRANSIT-FILE.
000906     COPY XFERTRAN.

000910 FD  VALUATION-REPORT.
000920 01  PRINT-LINE                  PIC X(80).

000930 FD  RUN-CONTROL-FILE.
000940     COPY RUNCTL.

000950 FD  AUDIT-TRAIL-FILE.
000960     COPY AUDITREC.

000970 WORKING-STORAGE SECTION.

000980 01  REPORT-HEADING-LINE         PIC X(40)
000990             VALUE "   AROMAMORA STOCK VALUATION AT COST".

001000 01  REPORT-HEADING-UNDERLINE.
001010     02  FILLER                  PIC X(3)  VALUE SPACES.
001020     02  FILLER                  PIC X(33) VALUE ALL "-".

001030 01  RUN-DATE-LINE.
001040     02  FILLER                  PIC X(15)
001050             VALUE "BUSINESS DATE: ".
001060     02  PRN-RUN-MM              PIC 99.
001070     02  FILLER                  PIC X VALUE "/".
001080     02  PRN-RUN-DD              PIC 99.
001090     02  FILLER                  PIC X VALUE "/".
001100     02  PRN-RUN-YYYY            PIC 9(4).

001110 01  VALUATION-TOPIC-LINE.
001120     02  FILLER                  PIC X(35)
001130             VALUE " BR OIL DESCRIPTION         ON-HAND".
001140     02  FILLER                  PIC X(30)
001150             VALUE "       AVG COST     BOOK VALUE".

001160 01  VALUATION-DETAIL-LINE.
001170     02  FILLER                  PIC X VALUE SPACE.
001171     02  PRN-BRANCH              PIC 99.
001172     02  FILLER                  PIC X VALUE SPACE.
001180     02  PRN-OIL-NUM             PIC 99.
001190     02  PRN-OIL-DESC            PIC BX(20).
001200     02  PRN-ON-HAND             PIC BBBBZZZ,ZZ9.
001210     02  PRN-AVG-COST            PIC BBZ,ZZ9.9999.
001220     02  PRN-STOCK-VALUE         PIC BBZZ,ZZZ,ZZ9.99.
001230     02  FILLER                  PIC X(2) VALUE SPACES.
001240     02  PRN-OIL-FLAG            PIC X(8).

001250 01  NO-STOCK-LINE               PIC X(40)
001260             VALUE "NO OILS ON THE STOCK MASTER.".

001270 01  SUMMARY-LINE.
001280     02  PRN-SUMMARY-LABEL       PIC X(36).
001290     02  PRN-SUMMARY-AMOUNT      PIC BZZ,ZZZ,ZZ9.99-.

001300 01  RESULT-LINE                 PIC X(72).

001310 01  STAGED-WARNING-LINE.
001320     02  FILLER                  PIC X(38)
001330             VALUE "OILSTOCK.NEW IS ON FILE UNPROMOTED - ".
001340     02  FILLER                  PIC X(34)
001350             VALUE "ITS UPDATES ARE NOT VALUED HERE".

001360 01  OIL-DESC-TABLE.
001370     02  OIL-DESC-ENTRY OCCURS 99 TIMES.
001380         03  ODT-DESCRIPTION     PIC X(20).

001390 01  ODT-SUB                     PIC 99.

000001*    SHELF VALUE BY BRANCH FOR THE SUBTOTALS.
000002 01  BRANCH-VALUE-TABLE.
000003     02  BRANCH-VALUE OCCURS 9 TIMES.
000004         03  BV-OIL-COUNT        PIC 9(4).
000005         03  BV-STOCK-VALUE      PIC S9(9)V99.

001390 01  BV-SUB                      PIC 99.

001400 01  WS-VALUATION-TOTALS.
001410     02  WS-STOCK-TOTAL          PIC S9(9)V99 VALUE ZEROS.
001420     02  WS-LEDGER-BALANCE       PIC S9(9)V99 VALUE ZEROS.
001430     02  WS-LEDGER-POSTED-THRU   PIC 9(8)     VALUE ZEROS.
001440     02  WS-PENDING-RECEIPTS     PIC S9(9)V99 VALUE ZEROS.
001450     02  WS-PENDING-SHRINK       PIC S9(9)V99 VALUE ZEROS.
001460     02  WS-PENDING-COST         PIC S9(9)V99 VALUE ZEROS.
001461     02  WS-PENDING-EXPIRY       PIC S9(9)V99 VALUE ZEROS.
001462     02  WS-TRANSIT-TOTAL        PIC S9(9)V99 VALUE ZEROS.
001463     02  WS-TRANSIT-COUNT        PIC 9(4)     VALUE ZERO.
001470     02  WS-EXPECTED-STOCK       PIC S9(9)V99.
001480     02  WS-DIFFERENCE           PIC S9(9)V99.
001490     02  WS-OIL-COUNT            PIC 9(4)     VALUE ZERO.
001500     02  WS-UNCOSTED-COUNT       PIC 9(4)     VALUE ZERO.

001510 01  WS-SWITCHES.
001520     02  WS-STOCK-EOF            PIC X       VALUE "N".
001530         88  END-OF-STOCK-DATA   VALUE "Y".
001540     02  WS-OILMAST-EOF          PIC X       VALUE "N".
001550         88  END-OF-OILMAST-DATA VALUE "Y".
001560     02  WS-ACCT-EOF             PIC X       VALUE "N".
001570         88  END-OF-ACCT-DATA    VALUE "Y".
001580     02  WS-LEDGER-SWITCH        PIC X       VALUE "N".
001590         88  STOCK-ACCOUNT-FOUND VALUE "Y".
001600     02  WS-STAGED-SWITCH        PIC X       VALUE "N".
001610         88  STAGED-STOCK-ON-FILE VALUE "Y".
001611     02  WS-XFERTRAN-EOF         PIC X       VALUE "N".
001612         88  END-OF-XFERTRAN-DATA VALUE "Y".
001613     02  WS-RCPTVAL-EOF          PIC X       VALUE "N".
001614         88  END-OF-RCPTVAL-DATA VALUE "Y".
001615     02  WS-COGSVAL-EOF          PIC X       VALUE "N".
001616         88  END-OF-COGSVAL-DATA VALUE "Y".
001617     02  WS-EXPVAL-EOF           PIC X       VALUE "N".
001618         88  END-OF-EXPVAL-DATA  VALUE "Y".
001619     02  WS-SHRINK-EOF           PIC X       VALUE "N".
001620         88  END-OF-SHRINK-DATA  VALUE "Y".

001621 01  WS-FILE-STATUSES.
001630     02  WS-STOCK-STATUS         PIC XX.
001640     02  WS-STOCK-NEW-STATUS     PIC XX.
001650     02  WS-OILMAST-STATUS       PIC XX.
001660     02  WS-ACCT-IN-STATUS       PIC XX.
001670     02  WS-RCPTVAL-STATUS       PIC XX.
001680     02  WS-SHRINK-STATUS        PIC XX.
001690     02  WS-COGSVAL-STATUS       PIC XX.
001691     02  WS-EXPVAL-STATUS        PIC XX.
001692     02  WS-XFERTRAN-STATUS      PIC XX.
001700     02  WS-RUNCTL-STATUS        PIC XX.

001710 01  WS-CURRENT-DATE.
001720     02  WS-CURRENT-DATE-YYYYMMDD.
001730         03  WS-CURRENT-YYYY     PIC 9(4).
001740         03  WS-CURRENT-MM       PIC 99.
001750         03  WS-CURRENT-DD       PIC 99.

001760 01  WS-AUDIT-FIELDS.
001770     02  WS-AUDIT-START-TIME     PIC 9(8).
001780     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001820     PERFORM 2000-VALUE-OIL THRU 2000-VALUE-OIL-EXIT
001830         UNTIL END-OF-STOCK-DATA.
001840     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001850     STOP RUN.

001860 1000-INITIALIZE.
001870     PERFORM 1005-READ-RUN-CONTROL THRU
001880         1005-READ-RUN-CONTROL-EXIT.
001890     OPEN OUTPUT VALUATION-REPORT.
001900     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
001910     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
001920     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
001930     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
001940     MOVE SPACES TO PRINT-LINE.
001950     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
001960     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
001970     WRITE PRINT-LINE FROM RUN-DATE-LINE.
001980     PERFORM 1008-CHECK-STAGED-FILE THRU
001990         1008-CHECK-STAGED-FILE-EXIT.
002000     MOVE SPACES TO PRINT-LINE.
002010     WRITE PRINT-LINE.
002020     WRITE PRINT-LINE FROM VALUATION-TOPIC-LINE.
002030     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
002040     PERFORM 1050-LOAD-LEDGER THRU 1050-LOAD-LEDGER-EXIT.
002050     PERFORM 1070-LOAD-PENDING-VALUES THRU
002060         1070-LOAD-PENDING-VALUES-EXIT.
002061     PERFORM 1080-LOAD-TRANSIT THRU 1080-LOAD-TRANSIT-EXIT.
002063     PERFORM 1090-INIT-BRANCH-VALUE THRU
002064         1090-INIT-BRANCH-VALUE-EXIT
002065         VARYING BV-SUB FROM 1 BY 1 UNTIL BV-SUB > 9.
002070     OPEN INPUT STOCK-MASTER-IN.
002080     IF WS-STOCK-STATUS NOT = "00"
002090         DISPLAY "STOCKVAL: OILSTOCK.DAT MISSING"
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     PERFORM 2100-READ-STOCK THRU 2100-READ-STOCK-EXIT.
002140 1000-INITIALIZE-EXIT.
002150     EXIT.

002160 1005-READ-RUN-CONTROL.
002170     OPEN INPUT RUN-CONTROL-FILE.
002180     IF WS-RUNCTL-STATUS NOT = "00"
002190         DISPLAY "STOCKVAL: RUN CONTROL RECORD MISSING"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     READ RUN-CONTROL-FILE
002240         AT END
002250             DISPLAY "STOCKVAL: RUN CONTROL RECORD MISSING"
002260             MOVE 16 TO RETURN-CODE
002270             STOP RUN
002280     END-READ.
002290     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
002300     CLOSE RUN-CONTROL-FILE.
002310 1005-READ-RUN-CONTROL-EXIT.
002320     EXIT.

002330*    A DAY RUN'S OILSTOCK.NEW NOT YET PROMOTED IS NOT ON THE
002340*    MASTER READ HERE - THE REPORT STILL PRINTS, BUT SAYS SO, SO
002350*    NOBODY CHASES A DIFFERENCE THAT IS ONLY A PROMOTION AWAY.
002360 1008-CHECK-STAGED-FILE.
002370     OPEN INPUT STOCK-MASTER-STAGED.
002380     IF WS-STOCK-NEW-STATUS = "00"
002390         CLOSE STOCK-MASTER-STAGED
002400         SET STAGED-STOCK-ON-FILE TO TRUE
002410         WRITE PRINT-LINE FROM STAGED-WARNING-LINE
002420         DISPLAY "STOCKVAL: OILSTOCK.NEW ON FILE UNPROMOTED"
002430     END-IF.
002440 1008-CHECK-STAGED-FILE-EXIT.
002450     EXIT.

002460*    DESCRIPTIONS ONLY - A MISSING MASTER PRINTS BLANK NAMES.
002470 1040-LOAD-OIL-MASTER.
002480     MOVE SPACES TO OIL-DESC-TABLE.
002490     OPEN INPUT OIL-MASTER-FILE.
002500     IF WS-OILMAST-STATUS NOT = "00"
002510         GO TO 1040-LOAD-OIL-MASTER-EXIT
002520     END-IF.
002530     PERFORM 1045-READ-OIL-MASTER THRU 1045-READ-OIL-MASTER-EXIT
002540         UNTIL END-OF-OILMAST-DATA.
002550     CLOSE OIL-MASTER-FILE.
002560 1040-LOAD-OIL-MASTER-EXIT.
002570     EXIT.

002580 1045-READ-OIL-MASTER.
002590     READ OIL-MASTER-FILE
002600         AT END
002610             SET END-OF-OIL-MASTER TO TRUE
002620             SET END-OF-OILMAST-DATA TO TRUE
002630     END-READ.
002640     IF END-OF-OILMAST-DATA
002650         OR OM-OIL-NUM = ZERO
002660         GO TO 1045-READ-OIL-MASTER-EXIT
002670     END-IF.
002680     MOVE OM-OIL-NUM     TO ODT-SUB.
002690     MOVE OM-DESCRIPTION TO ODT-DESCRIPTION (ODT-SUB).
002700 1045-READ-OIL-MASTER-EXIT.
002710     EXIT.

002720*    THE STOCK ON HAND ACCOUNT AS GLPOST LAST LEFT IT, WITH THE
002730*    DATE IT WAS POSTED THROUGH - ALL ITS BRANCH ROWS TOGETHER.
002740 1050-LOAD-LEDGER.
002750     OPEN INPUT ACCOUNT-MASTER-IN.
002760     IF WS-ACCT-IN-STATUS NOT = "00"
002770         GO TO 1050-LOAD-LEDGER-EXIT
002780     END-IF.
002781     MOVE "1200" TO GLA-ACCOUNT.
002782     MOVE ZERO   TO GLA-BRANCH.
002783     START ACCOUNT-MASTER-IN KEY IS NOT < GLA-ACCOUNT-KEY
002784         INVALID KEY
002785             SET END-OF-ACCT-DATA TO TRUE
002786     END-START.
002790     PERFORM 1055-READ-ACCOUNT THRU 1055-READ-ACCOUNT-EXIT
002800         UNTIL END-OF-ACCT-DATA.
002820     CLOSE ACCOUNT-MASTER-IN.
002830 1050-LOAD-LEDGER-EXIT.
002840     EXIT.

002850 1055-READ-ACCOUNT.
002860     READ ACCOUNT-MASTER-IN NEXT RECORD
002870         AT END
002880             SET END-OF-GL-ACCOUNT TO TRUE
002890             SET END-OF-ACCT-DATA TO TRUE
002900     END-READ.
002910     IF END-OF-ACCT-DATA
002911         GO TO 1055-READ-ACCOUNT-EXIT
002912     END-IF.
002913     IF GLA-ACCOUNT NOT = "1200"
002914         SET END-OF-ACCT-DATA TO TRUE
002915         GO TO 1055-READ-ACCOUNT-EXIT
002916     END-IF.
002930     SET STOCK-ACCOUNT-FOUND TO TRUE.
002940     ADD GLA-BALANCE TO WS-LEDGER-BALANCE.
002950     IF GLA-POSTED-THRU > WS-LEDGER-POSTED-THRU
002951         MOVE GLA-POSTED-THRU TO WS-LEDGER-POSTED-THRU
002960     END-IF.
002970 1055-READ-ACCOUNT-EXIT.
002980     EXIT.

002990*    VALUES ALREADY ON THE STOCK MASTER THAT GLPOST HAS NOT YET
002995*    TAKEN. THE DAY RUNS (GOODSRCV, STOCKTAKE, LOTEXPIRY) STAMP
003000*    THEIR ROWS WITH THE BUSINESS DATE OF THE NIGHT BEFORE, SO A
003005*    ROW DATED ON OR AFTER THE LEDGER'S POSTED-THRU DATE IS STILL
003010*    TO POST; STOCKREORD'S ROWS ARE POSTED THE SAME NIGHT, SO ONLY
003015*    A ROW DATED AFTER IT IS OUTSTANDING (A CHAIN THAT STOPPED
003020*    SHORT). RECEIPTS, STOCKTAKE VARIANCES, COST OF SALES AND
003025*    WRITE-OFFS COME ONE ROW PER BRANCH AND ARE ADDED UP ACROSS
003027*    THE BRANCHES.
003030 1070-LOAD-PENDING-VALUES.
003035     OPEN INPUT RECEIPT-VALUE-FILE.
003040     IF WS-RCPTVAL-STATUS = "00"
003045         PERFORM 1072-READ-RECEIPT-VALUE THRU
003050             1072-READ-RECEIPT-VALUE-EXIT
003055             UNTIL END-OF-RCPTVAL-DATA
003060         CLOSE RECEIPT-VALUE-FILE
003065     END-IF.
003070     OPEN INPUT SHRINK-VALUE-FILE.
003075     IF WS-SHRINK-STATUS = "00"
003080         PERFORM 1078-READ-SHRINK-VALUE THRU
003085             1078-READ-SHRINK-VALUE-EXIT
003090             UNTIL END-OF-SHRINK-DATA
003095         CLOSE SHRINK-VALUE-FILE
003100     END-IF.
003130     OPEN INPUT COST-OF-SALES-FILE.
003135     IF WS-COGSVAL-STATUS = "00"
003140         PERFORM 1074-READ-COST-OF-SALES THRU
003145             1074-READ-COST-OF-SALES-EXIT
003150             UNTIL END-OF-COGSVAL-DATA
003155         CLOSE COST-OF-SALES-FILE
003160     END-IF.
003165     OPEN INPUT EXPIRY-VALUE-FILE.
003170     IF WS-EXPVAL-STATUS = "00"
003175         PERFORM 1076-READ-EXPIRY-VALUE THRU
003180             1076-READ-EXPIRY-VALUE-EXIT
003185             UNTIL END-OF-EXPVAL-DATA
003190         CLOSE EXPIRY-VALUE-FILE
003195     END-IF.
003200 1070-LOAD-PENDING-VALUES-EXIT.
003205     EXIT.

003210 1072-READ-RECEIPT-VALUE.
003215     READ RECEIPT-VALUE-FILE
003220         AT END
003225             SET END-OF-RCPTVAL-DATA TO TRUE
003230             GO TO 1072-READ-RECEIPT-VALUE-EXIT
003235     END-READ.
003240     IF RV-RUN-DATE NOT = ZERO
003245         AND RV-RUN-DATE >= WS-LEDGER-POSTED-THRU
003250         ADD RV-RECEIPT-VALUE RV-TAKEON-VALUE
003255             TO WS-PENDING-RECEIPTS
003260     END-IF.
003265 1072-READ-RECEIPT-VALUE-EXIT.
003270     EXIT.

003275 1074-READ-COST-OF-SALES.
003280     READ COST-OF-SALES-FILE
003285         AT END
003290             SET END-OF-COGSVAL-DATA TO TRUE
003295             GO TO 1074-READ-COST-OF-SALES-EXIT
003300     END-READ.
003305     IF CG-RUN-DATE > WS-LEDGER-POSTED-THRU
003310         ADD CG-COST-VALUE TO WS-PENDING-COST
003315     END-IF.
003320 1074-READ-COST-OF-SALES-EXIT.
003325     EXIT.

003330 1076-READ-EXPIRY-VALUE.
003335     READ EXPIRY-VALUE-FILE
003340         AT END
003345             SET END-OF-EXPVAL-DATA TO TRUE
003350             GO TO 1076-READ-EXPIRY-VALUE-EXIT
003355     END-READ.
003360     IF EX-RUN-DATE NOT = ZERO
003365         AND EX-RUN-DATE >= WS-LEDGER-POSTED-THRU
003370         ADD EX-WRITEOFF-VALUE TO WS-PENDING-EXPIRY
003375     END-IF.
003380 1076-READ-EXPIRY-VALUE-EXIT.
003385     EXIT.

003390 1078-READ-SHRINK-VALUE.
003395     READ SHRINK-VALUE-FILE
003400         AT END
003405             SET END-OF-SHRINK-DATA TO TRUE
003410             GO TO 1078-READ-SHRINK-VALUE-EXIT
003415     END-READ.
003420     IF SV-RUN-DATE NOT = ZERO
003425         AND SV-RUN-DATE >= WS-LEDGER-POSTED-THRU
003430         ADD SV-SHRINK-VALUE TO WS-PENDING-SHRINK
003435     END-IF.
003440 1078-READ-SHRINK-VALUE-EXIT.
003445     EXIT.

000001*    TRANSFERS SENT BUT NOT YET CONFIRMED BY THE RECEIVING
000002*    BRANCH ARE ON NEITHER SHELF, BUT THEIR VALUE NEVER LEFT
000003*    THE STOCK ACCOUNT. NO FILE MEANS NOTHING ON THE ROAD.
000004 1080-LOAD-TRANSIT.
000005     OPEN INPUT XFER-TRANSIT-FILE.
000006     IF WS-XFERTRAN-STATUS NOT = "00"
000007         GO TO 1080-LOAD-TRANSIT-EXIT
000008     END-IF.
000009     PERFORM 1085-READ-TRANSIT THRU 1085-READ-TRANSIT-EXIT
000010         UNTIL END-OF-XFERTRAN-DATA.
000011     CLOSE XFER-TRANSIT-FILE.
000012 1080-LOAD-TRANSIT-EXIT.
000013     EXIT.

003430 1085-READ-TRANSIT.
000001     READ XFER-TRANSIT-FILE
000002         AT END
000003             SET END-OF-XFER-TRANSIT TO TRUE
000004             SET END-OF-XFERTRAN-DATA TO TRUE
000005     END-READ.
000006     IF END-OF-XFERTRAN-DATA
000007         OR XT-VALUE NOT NUMERIC
000008         GO TO 1085-READ-TRANSIT-EXIT
000009     END-IF.
000010     ADD XT-VALUE TO WS-TRANSIT-TOTAL.
000011     ADD 1 TO WS-TRANSIT-COUNT.
000012 1085-READ-TRANSIT-EXIT.
000013     EXIT.

003430 1090-INIT-BRANCH-VALUE.
003431     MOVE ZEROS TO BV-OIL-COUNT (BV-SUB)
003432                   BV-STOCK-VALUE (BV-SUB).
003433 1090-INIT-BRANCH-VALUE-EXIT.
003434     EXIT.

003440 2000-VALUE-OIL.
003450     IF OS-OIL-NUM = ZERO
003460         GO TO 2000-VALUE-OIL-READ
003470     END-IF.
003480     ADD 1 TO WS-OIL-COUNT.
003490     MOVE SPACES TO VALUATION-DETAIL-LINE.
003491*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S.
003492     IF OS-BRANCH NOT NUMERIC
003493         OR OS-BRANCH = ZERO
003494         MOVE 1 TO OS-BRANCH
003495     END-IF.
003496     MOVE OS-BRANCH                    TO PRN-BRANCH.
003500     MOVE OS-OIL-NUM                   TO PRN-OIL-NUM.
003510     MOVE ODT-DESCRIPTION (OS-OIL-NUM) TO PRN-OIL-DESC.
003520     MOVE OS-ON-HAND                   TO PRN-ON-HAND.
003530*    A ROW WRITTEN BEFORE COSTING STARTED CARRIES NO COST AT ALL.
003540     IF OS-AVG-COST NOT NUMERIC
003550         OR OS-STOCK-VALUE NOT NUMERIC
003560         MOVE ZEROS TO OS-AVG-COST
003570                       OS-STOCK-VALUE
003580     END-IF.
003590     MOVE OS-AVG-COST                  TO PRN-AVG-COST.
003600     MOVE OS-STOCK-VALUE               TO PRN-STOCK-VALUE.
003610     ADD OS-STOCK-VALUE TO WS-STOCK-TOTAL.
003611     IF OS-BRANCH <= 9
003612         MOVE OS-BRANCH TO BV-SUB
003613         ADD OS-STOCK-VALUE TO BV-STOCK-VALUE (BV-SUB)
003614         ADD 1 TO BV-OIL-COUNT (BV-SUB)
003615     END-IF.
003620     IF OS-ON-HAND > ZERO
003630         AND OS-AVG-COST = ZERO
003640         MOVE "UNCOSTED" TO PRN-OIL-FLAG
003650         ADD 1 TO WS-UNCOSTED-COUNT
003660     END-IF.
003670     WRITE PRINT-LINE FROM VALUATION-DETAIL-LINE.
003680 2000-VALUE-OIL-READ.
003690     PERFORM 2100-READ-STOCK THRU 2100-READ-STOCK-EXIT.
003700 2000-VALUE-OIL-EXIT.
003710     EXIT.

003720 2100-READ-STOCK.
003730     READ STOCK-MASTER-IN
003740         AT END
003750             SET END-OF-OIL-STOCK TO TRUE
003760             SET END-OF-STOCK-DATA TO TRUE
003770     END-READ.
003780     IF NOT END-OF-STOCK-DATA
003790         ADD 1 TO WS-RECORDS-READ
003800     END-IF.
003810 2100-READ-STOCK-EXIT.
003820     EXIT.

003830 8000-TERMINATE.
003840     IF WS-OIL-COUNT = ZERO
003850         WRITE PRINT-LINE FROM NO-STOCK-LINE
003860     END-IF.
003870     MOVE SPACES TO PRINT-LINE.
003880     WRITE PRINT-LINE.
000001     PERFORM 8050-PRINT-BRANCH-VALUE THRU
000002         8050-PRINT-BRANCH-VALUE-EXIT
000003         VARYING BV-SUB FROM 1 BY 1 UNTIL BV-SUB > 9.
000004     MOVE "STOCK ON THE SHELVES AT COST    :"
000005         TO PRN-SUMMARY-LABEL.
000006     MOVE WS-STOCK-TOTAL TO PRN-SUMMARY-AMOUNT.
000007     WRITE PRINT-LINE FROM SUMMARY-LINE.
000008     MOVE "GOODS IN TRANSIT BETWEEN BRANCHES:"
000009         TO PRN-SUMMARY-LABEL.
000010     MOVE WS-TRANSIT-TOTAL TO PRN-SUMMARY-AMOUNT.
000011     WRITE PRINT-LINE FROM SUMMARY-LINE.
000012     ADD WS-TRANSIT-TOTAL TO WS-STOCK-TOTAL.
003890     MOVE "TOTAL STOCK AT COST             :"
003895         TO PRN-SUMMARY-LABEL.
003900     MOVE WS-STOCK-TOTAL TO PRN-SUMMARY-AMOUNT.
003910     WRITE PRINT-LINE FROM SUMMARY-LINE.
003920     PERFORM 8100-PRINT-RECONCILIATION THRU
003930         8100-PRINT-RECONCILIATION-EXIT.
003940     PERFORM 8900-WRITE-AUDIT-RECORD THRU
003950         8900-WRITE-AUDIT-RECORD-EXIT.
003960     CLOSE STOCK-MASTER-IN
003970           VALUATION-REPORT.
003980 8000-TERMINATE-EXIT.
003990     EXIT.

000001*    ONE SUBTOTAL FOR EACH BRANCH HOLDING ANY OILS.
000002 8050-PRINT-BRANCH-VALUE.
000003     IF BV-OIL-COUNT (BV-SUB) = ZERO
000004         GO TO 8050-PRINT-BRANCH-VALUE-EXIT
000005     END-IF.
000006     MOVE SPACES TO PRN-SUMMARY-LABEL.
000007     STRING "BRANCH " DELIMITED BY SIZE
000008            BV-SUB DELIMITED BY SIZE
000009            " SHELVES AT COST" DELIMITED BY SIZE
000010         INTO PRN-SUMMARY-LABEL.
000011     MOVE ":" TO PRN-SUMMARY-LABEL (33:1).
000012     MOVE BV-STOCK-VALUE (BV-SUB) TO PRN-SUMMARY-AMOUNT.
000013     WRITE PRINT-LINE FROM SUMMARY-LINE.
000014 8050-PRINT-BRANCH-VALUE-EXIT.
000015     EXIT.

004000*    LEDGER PLUS WHAT IS STILL TO POST SHOULD EQUAL THE MASTER.
004010*    THE SHRINKAGE ROW CARRIES COUNTED MINUS BOOK, SO IT ADDS.
004020 8100-PRINT-RECONCILIATION.
004030     MOVE SPACES TO PRINT-LINE.
004040     WRITE PRINT-LINE.
004050     IF NOT STOCK-ACCOUNT-FOUND
004060         MOVE "STOCK ON HAND (1200) IS NOT ON GLACCT.DAT"
004070             TO RESULT-LINE
004080         WRITE PRINT-LINE FROM RESULT-LINE
004090     END-IF.
004100     MOVE "STOCK ON HAND (1200) PER LEDGER :"
004105         TO PRN-SUMMARY-LABEL.
004110     MOVE WS-LEDGER-BALANCE TO PRN-SUMMARY-AMOUNT.
004120     WRITE PRINT-LINE FROM SUMMARY-LINE.
004130     IF WS-PENDING-RECEIPTS NOT = ZERO
004140         MOVE "ADD RECEIPTS NOT YET POSTED     :"
004150             TO PRN-SUMMARY-LABEL
004160         MOVE WS-PENDING-RECEIPTS TO PRN-SUMMARY-AMOUNT
004170         WRITE PRINT-LINE FROM SUMMARY-LINE
004180     END-IF.
004190     IF WS-PENDING-SHRINK NOT = ZERO
004200         MOVE "ADD STOCKTAKE NOT YET POSTED    :"
004210             TO PRN-SUMMARY-LABEL
004220         MOVE WS-PENDING-SHRINK TO PRN-SUMMARY-AMOUNT
004230         WRITE PRINT-LINE FROM SUMMARY-LINE
004240     END-IF.
004250     IF WS-PENDING-COST NOT = ZERO
004260         MOVE "LESS COST OF SALES NOT POSTED   :"
004270             TO PRN-SUMMARY-LABEL
004280         MOVE WS-PENDING-COST TO PRN-SUMMARY-AMOUNT
004290         WRITE PRINT-LINE FROM SUMMARY-LINE
004300     END-IF.
004301     IF WS-PENDING-EXPIRY NOT = ZERO
004302         MOVE "LESS EXPIRED STOCK NOT POSTED   :"
004303             TO PRN-SUMMARY-LABEL
004304         MOVE WS-PENDING-EXPIRY TO PRN-SUMMARY-AMOUNT
004305         WRITE PRINT-LINE FROM SUMMARY-LINE
004306     END-IF.
004310     ADD WS-LEDGER-BALANCE WS-PENDING-RECEIPTS WS-PENDING-SHRINK
004320         GIVING WS-EXPECTED-STOCK.
004330     SUBTRACT WS-PENDING-COST FROM WS-EXPECTED-STOCK.
004331     SUBTRACT WS-PENDING-EXPIRY FROM WS-EXPECTED-STOCK.
004340     SUBTRACT WS-EXPECTED-STOCK FROM WS-STOCK-TOTAL
004350         GIVING WS-DIFFERENCE.
004360     MOVE "DIFFERENCE                      :"
004365         TO PRN-SUMMARY-LABEL.
004370     MOVE WS-DIFFERENCE TO PRN-SUMMARY-AMOUNT.
004380     WRITE PRINT-LINE FROM SUMMARY-LINE.
004390     MOVE SPACES TO PRINT-LINE.
004400     WRITE PRINT-LINE.
004410     IF WS-DIFFERENCE = ZERO
004420         MOVE "VALUATION AGREES WITH THE STOCK ACCOUNT."
004430             TO RESULT-LINE
004440     ELSE
004450         MOVE "VALUATION DOES NOT AGREE WITH THE STOCK ACCOUNT."
004460             TO RESULT-LINE
004470         DISPLAY "STOCKVAL: VALUATION DOES NOT AGREE WITH THE "
004480             "LEDGER - SEE STOCKVAL.RPT"
004490     END-IF.
004500     WRITE PRINT-LINE FROM RESULT-LINE.
004510     IF WS-UNCOSTED-COUNT NOT = ZERO
004520         MOVE "UNCOSTED OILS HAVE NO VALUE UNTIL COSTED."
004530             TO RESULT-LINE
004540         WRITE PRINT-LINE FROM RESULT-LINE
004550     END-IF.
004560 8100-PRINT-RECONCILIATION-EXIT.
004570     EXIT.

004580 8900-WRITE-AUDIT-RECORD.
004590     MOVE "STOCKVAL"            TO AR-PROGRAM-ID.
004600     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
004610     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
004620     ACCEPT AR-END-TIME         FROM TIME.
004630     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
004640     MOVE ZERO                  TO AR-RECORDS-REJECTED.
004650     OPEN EXTEND AUDIT-TRAIL-FILE.
004660     WRITE AUDIT-REC.
004670     CLOSE AUDIT-TRAIL-FILE.
004680 8900-WRITE-AUDIT-RECORD-EXIT.
004690     EXIT.

004700 END PROGRAM STOCKVAL.
