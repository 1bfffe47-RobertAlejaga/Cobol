000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY CROSS-FILE BALANCING PROOF.
000070*                RUNS AT THE END OF THE CHAIN, ONCE EVERY STEP
000080*                HAS WRITTEN ITS FILES, AND PROVES THE NIGHT'S
000090*                FILES AGREE WITH EACH OTHER - THAT EVERY DEAL
000100*                ON DEALS.DAT REACHED SORTSALE.DAT AND WAS
000110*                EITHER INVOICED OR REJECTED, THAT THE SALES
000120*                VALUE ON SALESVAL.DAT IS WHAT ARINVOICE BILLED,
000130*                THAT VATANAL.DAT AND THE SALES AND VAT LEGS ON
000140*                GLJRNL.DAT AGREE WITH BOTH, AND THAT THE
000150*                COMMISSION PRINTED ON AROMASALES.RPT IS WHAT
000160*                REACHED REPCOMM.DAT. EACH CHECK PRINTS ON
000170*                BALPROOF.RPT WITH BOTH FIGURES AND THE
000180*                DIFFERENCE, AND IS WRITTEN TO BALPROOF.DAT (SEE
000190*                BALPROOF.CPY) FOR MORNEXCEPT, WHICH RAISES ANY
000200*                CHECK THAT DID NOT AGREE AS A SEVERE ITEM. A
000210*                CHECK WHOSE SOURCE FILE IS MISSING DOES NOT
000220*                AGREE. NOTHING IS UPDATED, SO THE PROOF CAN BE
000230*                RERUN AT ANY TIME BEFORE THE NEXT NIGHT.
000240* TECTONICS:     cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 DO    ORIGINAL VERSION.
000285*  2026-10-15 DO    READS ARLEDGER.DAT AS AN INDEXED FILE.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. BALPROOF.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CLEAN-DEALS-FILE ASSIGN TO "DEALS.DAT"
000360               ORGANIZATION IS LINE SEQUENTIAL
000370               FILE STATUS IS WS-DEALS-STATUS.

000380     SELECT WORK-FILE ASSIGN TO "BALWORK.TMP".

000390     SELECT SORTED-SALES-FILE ASSIGN TO "SORTSALE.DAT"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS WS-SORTSALE-STATUS.

000420     SELECT SALES-REJECT-FILE ASSIGN TO "REJECTS.DAT"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS WS-SALES-REJ-STATUS.

000450     SELECT HELD-DEALS-FILE ASSIGN TO "HELDDEAL.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-HELDDEAL-STATUS.

000480     SELECT SALES-VALUE-FILE ASSIGN TO "SALESVAL.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS WS-SALESVAL-STATUS.

000510     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000520               ORGANIZATION IS INDEXED
000522               ACCESS MODE IS SEQUENTIAL
000524               RECORD KEY IS AL-LEDGER-KEY
000530               FILE STATUS IS WS-ARLEDGER-STATUS.

000540     SELECT VAT-ANALYSIS-FILE ASSIGN TO "VATANAL.DAT"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS WS-VATANAL-STATUS.

000570     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS WS-GLJRNL-STATUS.

000600     SELECT SALES-SUMMARY-REPORT ASSIGN TO "AROMASALES.RPT"
000610               ORGANIZATION IS LINE SEQUENTIAL
000620               FILE STATUS IS WS-SALESRPT-STATUS.

000630     SELECT REP-COMM-FILE ASSIGN TO "REPCOMM.BAL"
000640               ORGANIZATION IS LINE SEQUENTIAL
000650               FILE STATUS IS WS-REPCOMM-STATUS.

000660     SELECT BALANCE-CHECK-FILE ASSIGN TO "BALPROOF.DAT"
000670               ORGANIZATION IS LINE SEQUENTIAL.

000680     SELECT PROOF-REPORT ASSIGN TO "BALPROOF.RPT"
000690               ORGANIZATION IS LINE SEQUENTIAL.

000700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000710               ORGANIZATION IS LINE SEQUENTIAL
000720               FILE STATUS IS WS-RUNCTL-STATUS.

000730     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000740               ORGANIZATION IS LINE SEQUENTIAL
000750               FILE STATUS IS WS-AUDIT-STATUS.

000760     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000770               ORGANIZATION IS LINE SEQUENTIAL
000780               FILE STATUS IS WS-STEPSTAT-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CLEAN-DEALS-FILE.
000820     COPY SALESREC.

000830*    SORTED ON THE SAME KEY AROMASALESRPT SORTS AND MERGES ON,
000840*    SO THE KEY BREAKS HERE ARE THE LINES IT SHOULD HAVE WRITTEN.
000850 SD  WORK-FILE.
000860 01  WORK-REC.
000870     02  WK-CUSTOMER-ID          PIC X(5).
000880     02  FILLER                  PIC X(25).
000890     02  WK-OIL-TYPE             PIC X.
000900     02  WK-OIL-NAME             PIC 99.
000910     02  WK-UNIT-SIZE            PIC 99.
000920     02  WK-UNITS-SOLD           PIC 9(4).
000930     02  WK-TXN-TYPE             PIC X.
000940     02  WK-BRANCH               PIC 99.

000950 FD  SORTED-SALES-FILE.
000960 01  SORTED-SALES-REC.
000970     02  FILLER                  PIC X(35).
000980     02  SS-UNITS-SOLD           PIC 9(4).
000990     02  FILLER                  PIC X(3).

001000 FD  SALES-REJECT-FILE.
001010     COPY SALESREJ.

001020 FD  HELD-DEALS-FILE.
001030 01  HELD-DEAL-REC               PIC X(42).

001040 FD  SALES-VALUE-FILE.
001050 01  SALES-VALUE-REC.
001060     02  SV-RUN-DATE             PIC 9(8).
001070     02  SV-SALES-VALUE          PIC S9(6)V99.
001080     02  SV-VAT-VALUE            PIC S9(6)V99.
001090     02  SV-BRANCH               PIC 99.

001100 FD  AR-LEDGER-FILE.
001110     COPY ARLEDGER.

001120 FD  VAT-ANALYSIS-FILE.
001130     COPY VATANAL.

001140 FD  JOURNAL-FILE.
001150 01  JOURNAL-REC.
001160     02  GJ-ACCOUNT              PIC X(4).
001170     02  GJ-ACCOUNT-NAME         PIC X(16).
001180     02  GJ-DEBIT                PIC 9(8)V99.
001190     02  GJ-CREDIT               PIC 9(8)V99.
001200     02  GJ-BUSINESS-DATE        PIC 9(8).
001210     02  GJ-SOURCE               PIC X(13).
001220     02  GJ-BRANCH               PIC 99.

001230 FD  SALES-SUMMARY-REPORT.
001240 01  SALES-SUMMARY-LINE          PIC X(100).

001250 FD  REP-COMM-FILE.
001260 01  REP-COMM-REC.
001270     02  RP-REP-ID               PIC X(5).
001280     02  RP-RUN-DATE             PIC 9(8).
001290     02  RP-COMMISSION           PIC S9(6)V99.

001300 FD  BALANCE-CHECK-FILE.
001310     COPY BALPROOF.

001320 FD  PROOF-REPORT.
001330 01  PRINT-LINE                  PIC X(120).

001340 FD  RUN-CONTROL-FILE.
001350     COPY RUNCTL.

001360 FD  AUDIT-TRAIL-FILE.
001370     COPY AUDITREC.

001380 FD  STEP-STATUS-FILE.
001390     COPY STEPSTAT.

001400 WORKING-STORAGE SECTION.

001410 01  REPORT-HEADING-LINE         PIC X(42)
001420             VALUE "   AROMAMORA NIGHTLY BALANCING PROOF".

001430 01  REPORT-HEADING-UNDERLINE.
001440     02  FILLER                  PIC X(3)  VALUE SPACES.
001450     02  FILLER                  PIC X(34) VALUE ALL "-".

001460 01  RUN-DATE-LINE.
001470     02  FILLER                  PIC X(15)
001480             VALUE "BUSINESS DATE: ".
001490     02  PRN-RUN-MM              PIC 99.
001500     02  FILLER                  PIC X VALUE "/".
001510     02  PRN-RUN-DD              PIC 99.
001520     02  FILLER                  PIC X VALUE "/".
001530     02  PRN-RUN-YYYY            PIC 9(4).

001540 01  CHECK-HEADING-LINE.
001550     02  FILLER                  PIC X(4)  VALUE "NO".
001560     02  FILLER                  PIC X(42) VALUE "CHECK".
001570     02  FILLER                  PIC X(17)
001580             VALUE "   FIRST FIGURE".
001590     02  FILLER                  PIC X(17)
001600             VALUE "  SECOND FIGURE".
001610     02  FILLER                  PIC X(17)
001620             VALUE "     DIFFERENCE".
001630     02  FILLER                  PIC X(6)  VALUE "RESULT".

001640 01  CHECK-DETAIL-LINE.
001650     02  PRN-CHECK-NO            PIC Z9.
001660     02  FILLER                  PIC X(2)  VALUE SPACES.
001670     02  PRN-CHECK-DESC          PIC X(40).
001680     02  FILLER                  PIC X(2)  VALUE SPACES.
001690     02  PRN-LEFT-AREA.
001700         03  PRN-LEFT-MONEY      PIC $$$,$$$,$$9.99-.
001710     02  PRN-LEFT-COUNT-AREA REDEFINES PRN-LEFT-AREA.
001720         03  PRN-LEFT-COUNT      PIC ZZZ,ZZZ,ZZ9-.
001730         03  FILLER              PIC X(3).
001740     02  FILLER                  PIC X(2)  VALUE SPACES.
001750     02  PRN-RIGHT-AREA.
001760         03  PRN-RIGHT-MONEY     PIC $$$,$$$,$$9.99-.
001770     02  PRN-RIGHT-COUNT-AREA REDEFINES PRN-RIGHT-AREA.
001780         03  PRN-RIGHT-COUNT     PIC ZZZ,ZZZ,ZZ9-.
001790         03  FILLER              PIC X(3).
001800     02  FILLER                  PIC X(2)  VALUE SPACES.
001810     02  PRN-DIFF-AREA.
001820         03  PRN-DIFF-MONEY      PIC $$$,$$$,$$9.99-.
001830     02  PRN-DIFF-COUNT-AREA REDEFINES PRN-DIFF-AREA.
001840         03  PRN-DIFF-COUNT      PIC ZZZ,ZZZ,ZZ9-.
001850         03  FILLER              PIC X(3).
001860     02  FILLER                  PIC X(2)  VALUE SPACES.
001870     02  PRN-CHECK-RESULT        PIC X(14).

001880 01  MISSING-SOURCE-LINE.
001890     02  FILLER                  PIC X(4)  VALUE SPACES.
001900     02  FILLER                  PIC X(13)
001910             VALUE "NOT PROVED - ".
001920     02  PRN-MISSING-NOTE        PIC X(40).

001930 01  COUNTS-HEADING-LINE         PIC X(30)
001940             VALUE "DEAL COUNTS BEHIND THE PROOF".

001950 01  COUNT-LINE.
001960     02  FILLER                  PIC X(4)  VALUE SPACES.
001970     02  PRN-COUNT-CAPTION       PIC X(40).
001980     02  PRN-COUNT-VALUE         PIC ZZZ,ZZ9.

001990 01  SUMMARY-LINE.
002000     02  FILLER                  PIC X(14)
002010             VALUE "CHECKS MADE: ".
002020     02  PRN-CHECKS-MADE         PIC Z9.
002030     02  FILLER                  PIC X(14)
002040             VALUE "   AGREED:   ".
002050     02  PRN-CHECKS-AGREED       PIC Z9.
002060     02  FILLER                  PIC X(14)
002070             VALUE "   FAILED:   ".
002080     02  PRN-CHECKS-FAILED       PIC Z9.

002090 01  NIGHT-BALANCES-LINE         PIC X(40)
002100             VALUE "ALL CHECKS AGREE - THE NIGHT BALANCES.".

002110 01  NIGHT-FAILS-LINE.
002120     02  FILLER                  PIC X(32)
002122             VALUE "** THE NIGHT DOES NOT BALANCE - ".
002124     02  FILLER                  PIC X(26)
002130             VALUE "MORNEXCEPT WILL FLAG IT **".

002140*    THE CHECK BEING RECORDED - SET BY 6000, USED BY 7000.
002150 01  WS-CHECK-FIELDS.
002160     02  WS-CHECK-NO             PIC 99.
002170     02  WS-CHECK-DESC           PIC X(40).
002180     02  WS-CHECK-LEFT           PIC S9(9)V99.
002190     02  WS-CHECK-RIGHT          PIC S9(9)V99.
002200     02  WS-CHECK-DIFF           PIC S9(9)V99.
002210     02  WS-CHECK-KIND           PIC X.
002220         88  CHECK-IS-COUNT      VALUE "C".
002230         88  CHECK-IS-MONEY      VALUE "M".
002240     02  WS-MISSING-NOTE         PIC X(40).

002250 01  WS-CHECK-COUNTS.
002260     02  WS-CHECKS-MADE          PIC 99      VALUE ZERO.
002270     02  WS-CHECKS-AGREED        PIC 99      VALUE ZERO.
002280     02  WS-CHECKS-FAILED        PIC 99      VALUE ZERO.

002290*    DEALS.DAT, RECOUNTED THROUGH THE SORT.
002300 01  WS-DEAL-FIGURES.
002310     02  WS-DEALS-COUNT          PIC 9(7)    VALUE ZERO.
002320     02  WS-DEAL-GROUPS          PIC 9(7)    VALUE ZERO.
002330     02  WS-DEAL-UNITS           PIC 9(9)    VALUE ZERO.
002340     02  WS-KEY-SWITCH           PIC X       VALUE "N".
002350         88  DEAL-KEY-HELD       VALUE "Y".
002360     02  WS-HELD-KEY.
002370         03  WS-HELD-BRANCH      PIC 99.
002380         03  WS-HELD-CUSTOMER-ID PIC X(5).
002390         03  WS-HELD-OIL-NAME    PIC 99.
002400         03  WS-HELD-TXN-TYPE    PIC X.

002410 01  WS-SALES-FIGURES.
002420     02  WS-SORTSALE-LINES       PIC 9(7)    VALUE ZERO.
002430     02  WS-SORTSALE-UNITS       PIC 9(9)    VALUE ZERO.
002440     02  WS-REJECT-LINES         PIC 9(7)    VALUE ZERO.
002450     02  WS-HELD-DEALS           PIC 9(7)    VALUE ZERO.
002460     02  WS-INVOICE-LINES-READ   PIC 9(7)    VALUE ZERO.
002470     02  WS-INVOICE-LINES-SKIPPED PIC 9(7)   VALUE ZERO.
002480     02  WS-INVOICE-LINES-BILLED PIC 9(7)    VALUE ZERO.
002490     02  WS-INVOICED-PLUS-REJECTS PIC 9(7)   VALUE ZERO.

002500 01  WS-VALUE-FIGURES.
002510     02  WS-SALESVAL-NET         PIC S9(9)V99 VALUE ZERO.
002520     02  WS-SALESVAL-VAT         PIC S9(9)V99 VALUE ZERO.
002530     02  WS-SALESVAL-GROSS       PIC S9(9)V99 VALUE ZERO.
002540     02  WS-INVOICED-GROSS       PIC S9(9)V99 VALUE ZERO.
002550     02  WS-VATANAL-NET          PIC S9(9)V99 VALUE ZERO.
002560     02  WS-VATANAL-VAT          PIC S9(9)V99 VALUE ZERO.
002570     02  WS-JOURNAL-SALES        PIC S9(9)V99 VALUE ZERO.
002580     02  WS-JOURNAL-VAT          PIC S9(9)V99 VALUE ZERO.
002590     02  WS-JOURNAL-CASH         PIC S9(9)V99 VALUE ZERO.
002600     02  WS-REPORT-COMMISSION    PIC S9(9)V99 VALUE ZERO.
002610     02  WS-REPCOMM-ADDED        PIC S9(9)V99 VALUE ZERO.

002620*    THE TOTAL COMMISSION LINE AS AROMASALESRPT PRINTS IT -
002630*    THE FIGURE IS DE-EDITED BACK TO A NUMBER FROM HERE.
002640 01  WS-COMMISSION-PRINT-AREA    PIC X(13).
002645 01  WS-COMMISSION-PRINTED REDEFINES WS-COMMISSION-PRINT-AREA
002646                                 PIC B$$$$,$$9.99-.

002650*    EVERY SOURCE MUST BE PRESENT FOR ITS CHECKS TO AGREE.
002660 01  WS-SOURCE-SWITCHES.
002670     02  WS-DEALS-FOUND          PIC X       VALUE "N".
002680         88  DEALS-ON-FILE       VALUE "Y".
002690     02  WS-SORTSALE-FOUND       PIC X       VALUE "N".
002700         88  SORTSALE-ON-FILE    VALUE "Y".
002710     02  WS-REJECTS-FOUND        PIC X       VALUE "N".
002720         88  REJECTS-ON-FILE     VALUE "Y".
002730     02  WS-INVOICE-AUDIT-FOUND  PIC X       VALUE "N".
002740         88  INVOICE-RUN-ON-FILE VALUE "Y".
002750     02  WS-SALESVAL-FOUND       PIC X       VALUE "N".
002760         88  SALESVAL-ON-FILE    VALUE "Y".
002770     02  WS-ARLEDGER-FOUND       PIC X       VALUE "N".
002780         88  ARLEDGER-ON-FILE    VALUE "Y".
002790     02  WS-VATANAL-FOUND        PIC X       VALUE "N".
002800         88  VATANAL-ON-FILE     VALUE "Y".
002810     02  WS-GLJRNL-FOUND         PIC X       VALUE "N".
002820         88  GLJRNL-ON-FILE      VALUE "Y".
002830     02  WS-COMMISSION-FOUND     PIC X       VALUE "N".
002840         88  COMMISSION-ON-FILE  VALUE "Y".
002850     02  WS-REPCOMM-FOUND        PIC X       VALUE "N".
002860         88  REPCOMM-ON-FILE     VALUE "Y".

002870 01  WS-FILE-STATUSES.
002880     02  WS-DEALS-STATUS         PIC XX.
002890     02  WS-SORTSALE-STATUS      PIC XX.
002900     02  WS-SALES-REJ-STATUS     PIC XX.
002910     02  WS-HELDDEAL-STATUS      PIC XX.
002920     02  WS-SALESVAL-STATUS      PIC XX.
002930     02  WS-ARLEDGER-STATUS      PIC XX.
002940     02  WS-VATANAL-STATUS       PIC XX.
002950     02  WS-GLJRNL-STATUS        PIC XX.
002960     02  WS-SALESRPT-STATUS      PIC XX.
002970     02  WS-REPCOMM-STATUS       PIC XX.
002980     02  WS-RUNCTL-STATUS        PIC XX.
002990     02  WS-AUDIT-STATUS         PIC XX.
003000     02  WS-STEPSTAT-STATUS      PIC XX.

003010 01  WS-SWITCHES.
003020     02  WS-WORK-EOF             PIC X       VALUE "N".
003030         88  END-OF-WORK-DATA    VALUE "Y".
003040     02  WS-SORTSALE-EOF         PIC X       VALUE "N".
003050         88  END-OF-SORTSALE-DATA VALUE "Y".
003060     02  WS-SALES-REJ-EOF        PIC X       VALUE "N".
003070         88  END-OF-SREJ-DATA    VALUE "Y".
003080     02  WS-HELDDEAL-EOF         PIC X       VALUE "N".
003090         88  END-OF-HELDDEAL-DATA VALUE "Y".
003100     02  WS-SALESVAL-EOF         PIC X       VALUE "N".
003110         88  END-OF-SALESVAL-DATA VALUE "Y".
003120     02  WS-ARLEDGER-EOF         PIC X       VALUE "N".
003130         88  END-OF-ARLEDGER-DATA VALUE "Y".
003140     02  WS-VATANAL-EOF          PIC X       VALUE "N".
003150         88  END-OF-VATANAL-DATA VALUE "Y".
003160     02  WS-GLJRNL-EOF           PIC X       VALUE "N".
003170         88  END-OF-GLJRNL-DATA  VALUE "Y".
003180     02  WS-SALESRPT-EOF         PIC X       VALUE "N".
003190         88  END-OF-SALESRPT-DATA VALUE "Y".
003200     02  WS-REPCOMM-EOF          PIC X       VALUE "N".
003210         88  END-OF-REPCOMM-DATA VALUE "Y".
003220     02  WS-AUDIT-EOF            PIC X       VALUE "N".
003230         88  END-OF-AUDIT-DATA   VALUE "Y".

003240 01  WS-CURRENT-DATE.
003250     02  WS-CURRENT-DATE-YYYYMMDD.
003260         03  WS-CURRENT-YYYY     PIC 9(4).
003270         03  WS-CURRENT-MM       PIC 99.
003280         03  WS-CURRENT-DD       PIC 99.

003290 01  WS-AUDIT-FIELDS.
003300     02  WS-AUDIT-START-TIME     PIC 9(8).
003310     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003320 PROCEDURE DIVISION.
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003350     PERFORM 2000-COUNT-DEALS THRU 2000-COUNT-DEALS-EXIT.
003360     PERFORM 2200-READ-SORTSALE THRU 2200-READ-SORTSALE-EXIT.
003370     PERFORM 2300-COUNT-REJECTS THRU 2300-COUNT-REJECTS-EXIT.
003380     PERFORM 2400-READ-INVOICE-AUDIT THRU
003390         2400-READ-INVOICE-AUDIT-EXIT.
003400     PERFORM 2500-COUNT-HELD-DEALS THRU
003410         2500-COUNT-HELD-DEALS-EXIT.
003420     PERFORM 3000-READ-SALES-VALUE THRU
003430         3000-READ-SALES-VALUE-EXIT.
003440     PERFORM 3200-READ-AR-LEDGER THRU 3200-READ-AR-LEDGER-EXIT.
003450     PERFORM 3300-READ-VAT-ANALYSIS THRU
003460         3300-READ-VAT-ANALYSIS-EXIT.
003470     PERFORM 3400-READ-JOURNAL THRU 3400-READ-JOURNAL-EXIT.
003480     PERFORM 4000-READ-SALES-REPORT THRU
003490         4000-READ-SALES-REPORT-EXIT.
003500     PERFORM 4200-READ-REPCOMM THRU 4200-READ-REPCOMM-EXIT.
003510     PERFORM 6000-MAKE-CHECKS THRU 6000-MAKE-CHECKS-EXIT.
003520     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003530     STOP RUN.

003540 1000-INITIALIZE.
003550     PERFORM 1005-READ-RUN-CONTROL THRU
003560         1005-READ-RUN-CONTROL-EXIT.
003570     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003580     OPEN OUTPUT PROOF-REPORT
003590                 BALANCE-CHECK-FILE.
003600     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003610     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003620     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003630     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003640     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003650     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003660     MOVE SPACES TO PRINT-LINE.
003670     WRITE PRINT-LINE.
003680     WRITE PRINT-LINE FROM CHECK-HEADING-LINE.
003690 1000-INITIALIZE-EXIT.
003700     EXIT.

003710 1005-READ-RUN-CONTROL.
003720     OPEN INPUT RUN-CONTROL-FILE.
003730     IF WS-RUNCTL-STATUS NOT = "00"
003740         DISPLAY "BALPROOF: RUN CONTROL RECORD MISSING"
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     READ RUN-CONTROL-FILE
003790         AT END
003800             DISPLAY "BALPROOF: RUN CONTROL RECORD MISSING"
003810             MOVE 16 TO RETURN-CODE
003820             STOP RUN
003830     END-READ.
003840     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
003850         DISPLAY "BALPROOF: BUSINESS DATE GOES BACKWARDS"
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003900     CLOSE RUN-CONTROL-FILE.
003910 1005-READ-RUN-CONTROL-EXIT.
003920     EXIT.

003930******************************************************************
003940*    DEALS.DAT IS SORTED ON AROMASALESRPT'S KEY - BRANCH,
003950*    CUSTOMER, OIL AND TRANSACTION TYPE - AND EACH KEY BREAK IS
003960*    ONE LINE IT SHOULD HAVE WRITTEN TO SORTSALE.DAT, CARRYING
003970*    THE UNITS OF EVERY DEAL MERGED INTO IT.
003980******************************************************************
003990 2000-COUNT-DEALS.
004000     OPEN INPUT CLEAN-DEALS-FILE.
004010     IF WS-DEALS-STATUS NOT = "00"
004020         GO TO 2000-COUNT-DEALS-EXIT
004030     END-IF.
004040     CLOSE CLEAN-DEALS-FILE.
004050     MOVE "Y" TO WS-DEALS-FOUND.
004060     SORT WORK-FILE
004070         ON ASCENDING KEY WK-BRANCH, WK-CUSTOMER-ID,
004080             WK-OIL-NAME, WK-TXN-TYPE
004090         USING CLEAN-DEALS-FILE
004100         OUTPUT PROCEDURE IS 2100-COUNT-DEAL-GROUPS THRU
004110             2100-COUNT-DEAL-GROUPS-EXIT.
004120 2000-COUNT-DEALS-EXIT.
004130     EXIT.

004140 2100-COUNT-DEAL-GROUPS.
004150     PERFORM 2110-RETURN-DEAL THRU 2110-RETURN-DEAL-EXIT.
004160     PERFORM 2120-COUNT-ONE-DEAL THRU 2120-COUNT-ONE-DEAL-EXIT
004170         UNTIL END-OF-WORK-DATA.
004180 2100-COUNT-DEAL-GROUPS-EXIT.
004190     EXIT.

004200 2110-RETURN-DEAL.
004210     RETURN WORK-FILE
004220         AT END
004230             SET END-OF-WORK-DATA TO TRUE
004240     END-RETURN.
004250 2110-RETURN-DEAL-EXIT.
004260     EXIT.

004270 2120-COUNT-ONE-DEAL.
004280     ADD 1 TO WS-DEALS-COUNT.
004290     ADD 1 TO WS-RECORDS-READ.
004300     ADD WK-UNITS-SOLD TO WS-DEAL-UNITS.
004310     IF DEAL-KEY-HELD
004320         AND WK-BRANCH = WS-HELD-BRANCH
004330         AND WK-CUSTOMER-ID = WS-HELD-CUSTOMER-ID
004340         AND WK-OIL-NAME = WS-HELD-OIL-NAME
004350         AND WK-TXN-TYPE = WS-HELD-TXN-TYPE
004360         NEXT SENTENCE
004370     ELSE
004380         ADD 1 TO WS-DEAL-GROUPS
004390         MOVE "Y"            TO WS-KEY-SWITCH
004400         MOVE WK-BRANCH      TO WS-HELD-BRANCH
004410         MOVE WK-CUSTOMER-ID TO WS-HELD-CUSTOMER-ID
004420         MOVE WK-OIL-NAME    TO WS-HELD-OIL-NAME
004430         MOVE WK-TXN-TYPE    TO WS-HELD-TXN-TYPE
004440     END-IF.
004450     PERFORM 2110-RETURN-DEAL THRU 2110-RETURN-DEAL-EXIT.
004460 2120-COUNT-ONE-DEAL-EXIT.
004470     EXIT.

004480 2200-READ-SORTSALE.
004490     OPEN INPUT SORTED-SALES-FILE.
004500     IF WS-SORTSALE-STATUS NOT = "00"
004510         GO TO 2200-READ-SORTSALE-EXIT
004520     END-IF.
004530     MOVE "Y" TO WS-SORTSALE-FOUND.
004540     PERFORM 2210-READ-SORTSALE-LINE THRU
004550         2210-READ-SORTSALE-LINE-EXIT
004560         UNTIL END-OF-SORTSALE-DATA.
004570     CLOSE SORTED-SALES-FILE.
004580 2200-READ-SORTSALE-EXIT.
004590     EXIT.

004600 2210-READ-SORTSALE-LINE.
004610     READ SORTED-SALES-FILE
004620         AT END
004630             SET END-OF-SORTSALE-DATA TO TRUE
004640             GO TO 2210-READ-SORTSALE-LINE-EXIT
004650     END-READ.
004660     ADD 1 TO WS-RECORDS-READ.
004670     ADD 1 TO WS-SORTSALE-LINES.
004680     ADD SS-UNITS-SOLD TO WS-SORTSALE-UNITS.
004690 2210-READ-SORTSALE-LINE-EXIT.
004700     EXIT.

004710*    ONLY TONIGHT'S REJECTS COUNT - A RESTARTED SALES RUN
004720*    EXTENDS THE FILE RATHER THAN STARTING IT AGAIN.
004730 2300-COUNT-REJECTS.
004740     OPEN INPUT SALES-REJECT-FILE.
004750     IF WS-SALES-REJ-STATUS NOT = "00"
004760         GO TO 2300-COUNT-REJECTS-EXIT
004770     END-IF.
004780     MOVE "Y" TO WS-REJECTS-FOUND.
004790     PERFORM 2310-READ-REJECT THRU 2310-READ-REJECT-EXIT
004800         UNTIL END-OF-SREJ-DATA.
004810     CLOSE SALES-REJECT-FILE.
004820 2300-COUNT-REJECTS-EXIT.
004830     EXIT.

004840 2310-READ-REJECT.
004850     READ SALES-REJECT-FILE
004860         AT END
004870             SET END-OF-SALES-REJECTS TO TRUE
004880             SET END-OF-SREJ-DATA TO TRUE
004890             GO TO 2310-READ-REJECT-EXIT
004900     END-READ.
004910     ADD 1 TO WS-RECORDS-READ.
004920     IF RJ-REJECT-DATE = WS-CURRENT-DATE-YYYYMMDD
004930         ADD 1 TO WS-REJECT-LINES
004940     END-IF.
004950 2310-READ-REJECT-EXIT.
004960     EXIT.

004970*    ARINVOICE'S OWN AUDIT ROW GIVES THE SORTSALE LINES IT READ
004980*    AND THE ONES ITS EDITS SKIPPED. THE LAST ROW FOR THE DATE
004990*    WINS, SO A RERUN REPLACES THE CRASHED RUN'S FIGURES.
005000 2400-READ-INVOICE-AUDIT.
005010     OPEN INPUT AUDIT-TRAIL-FILE.
005020     IF WS-AUDIT-STATUS NOT = "00"
005030         GO TO 2400-READ-INVOICE-AUDIT-EXIT
005040     END-IF.
005050     PERFORM 2410-READ-AUDIT-ROW THRU 2410-READ-AUDIT-ROW-EXIT
005060         UNTIL END-OF-AUDIT-DATA.
005070     CLOSE AUDIT-TRAIL-FILE.
005080     SUBTRACT WS-INVOICE-LINES-SKIPPED FROM WS-INVOICE-LINES-READ
005090         GIVING WS-INVOICE-LINES-BILLED.
005100 2400-READ-INVOICE-AUDIT-EXIT.
005110     EXIT.

005120 2410-READ-AUDIT-ROW.
005130     READ AUDIT-TRAIL-FILE
005140         AT END
005150             SET END-OF-AUDIT-DATA TO TRUE
005160             GO TO 2410-READ-AUDIT-ROW-EXIT
005170     END-READ.
005180     ADD 1 TO WS-RECORDS-READ.
005190     IF AR-PROGRAM-ID = "ARINVOICE"
005200         AND AR-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
005210         MOVE "Y" TO WS-INVOICE-AUDIT-FOUND
005220         MOVE AR-RECORDS-READ     TO WS-INVOICE-LINES-READ
005230         MOVE AR-RECORDS-REJECTED TO WS-INVOICE-LINES-SKIPPED
005240     END-IF.
005250 2410-READ-AUDIT-ROW-EXIT.
005260     EXIT.

005270*    HELD DEALS NEVER REACH DEALS.DAT - THEY ARE COUNTED FOR
005280*    THE RECORD SO THE REPORT SHOWS EVERY DEAL KEYED.
005290 2500-COUNT-HELD-DEALS.
005300     OPEN INPUT HELD-DEALS-FILE.
005310     IF WS-HELDDEAL-STATUS NOT = "00"
005320         GO TO 2500-COUNT-HELD-DEALS-EXIT
005330     END-IF.
005340     PERFORM 2510-READ-HELD-DEAL THRU 2510-READ-HELD-DEAL-EXIT
005350         UNTIL END-OF-HELDDEAL-DATA.
005360     CLOSE HELD-DEALS-FILE.
005370 2500-COUNT-HELD-DEALS-EXIT.
005380     EXIT.

005390 2510-READ-HELD-DEAL.
005400     READ HELD-DEALS-FILE
005410         AT END
005420             SET END-OF-HELDDEAL-DATA TO TRUE
005430             GO TO 2510-READ-HELD-DEAL-EXIT
005440     END-READ.
005450     ADD 1 TO WS-RECORDS-READ.
005460     ADD 1 TO WS-HELD-DEALS.
005470 2510-READ-HELD-DEAL-EXIT.
005480     EXIT.

005490*    THE BRANCH-00 ALL-SHOPS ROW CARRIES THE NIGHT'S TOTALS.
005500 3000-READ-SALES-VALUE.
005510     OPEN INPUT SALES-VALUE-FILE.
005520     IF WS-SALESVAL-STATUS NOT = "00"
005530         GO TO 3000-READ-SALES-VALUE-EXIT
005540     END-IF.
005550     PERFORM 3010-READ-SALES-VALUE-ROW THRU
005560         3010-READ-SALES-VALUE-ROW-EXIT
005570         UNTIL END-OF-SALESVAL-DATA.
005580     CLOSE SALES-VALUE-FILE.
005590     ADD WS-SALESVAL-NET WS-SALESVAL-VAT
005600         GIVING WS-SALESVAL-GROSS.
005610 3000-READ-SALES-VALUE-EXIT.
005620     EXIT.

005630 3010-READ-SALES-VALUE-ROW.
005640     READ SALES-VALUE-FILE
005650         AT END
005660             SET END-OF-SALESVAL-DATA TO TRUE
005670             GO TO 3010-READ-SALES-VALUE-ROW-EXIT
005680     END-READ.
005690     ADD 1 TO WS-RECORDS-READ.
005700     IF SV-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
005710         AND SV-BRANCH = ZERO
005720         MOVE "Y" TO WS-SALESVAL-FOUND
005730         MOVE SV-SALES-VALUE TO WS-SALESVAL-NET
005740         MOVE SV-VAT-VALUE   TO WS-SALESVAL-VAT
005750     END-IF.
005760 3010-READ-SALES-VALUE-ROW-EXIT.
005770     EXIT.

005780*    TONIGHT'S INVOICE ROWS ON THE LEDGER ARE WHAT ARINVOICE
005790*    BILLED, GROSS OF VAT.
005800 3200-READ-AR-LEDGER.
005810     OPEN INPUT AR-LEDGER-FILE.
005820     IF WS-ARLEDGER-STATUS NOT = "00"
005830         GO TO 3200-READ-AR-LEDGER-EXIT
005840     END-IF.
005850     MOVE "Y" TO WS-ARLEDGER-FOUND.
005860     PERFORM 3210-READ-LEDGER-ROW THRU 3210-READ-LEDGER-ROW-EXIT
005870         UNTIL END-OF-ARLEDGER-DATA.
005880     CLOSE AR-LEDGER-FILE.
005890 3200-READ-AR-LEDGER-EXIT.
005900     EXIT.

005910 3210-READ-LEDGER-ROW.
005920     READ AR-LEDGER-FILE
005930         AT END
005940             SET END-OF-AR-LEDGER TO TRUE
005950             SET END-OF-ARLEDGER-DATA TO TRUE
005960             GO TO 3210-READ-LEDGER-ROW-EXIT
005970     END-READ.
005980     ADD 1 TO WS-RECORDS-READ.
005990     IF AL-INVOICE-REC
006000         AND AL-ENTRY-DATE = WS-CURRENT-DATE-YYYYMMDD
006010         ADD AL-AMOUNT TO WS-INVOICED-GROSS
006020     END-IF.
006030 3210-READ-LEDGER-ROW-EXIT.
006040     EXIT.

006050 3300-READ-VAT-ANALYSIS.
006060     OPEN INPUT VAT-ANALYSIS-FILE.
006070     IF WS-VATANAL-STATUS NOT = "00"
006080         GO TO 3300-READ-VAT-ANALYSIS-EXIT
006090     END-IF.
006100     MOVE "Y" TO WS-VATANAL-FOUND.
006110     PERFORM 3310-READ-VAT-ROW THRU 3310-READ-VAT-ROW-EXIT
006120         UNTIL END-OF-VATANAL-DATA.
006130     CLOSE VAT-ANALYSIS-FILE.
006140 3300-READ-VAT-ANALYSIS-EXIT.
006150     EXIT.

006160 3310-READ-VAT-ROW.
006170     READ VAT-ANALYSIS-FILE
006180         AT END
006190             SET END-OF-VAT-ANALYSIS TO TRUE
006200             SET END-OF-VATANAL-DATA TO TRUE
006210             GO TO 3310-READ-VAT-ROW-EXIT
006220     END-READ.
006230     ADD 1 TO WS-RECORDS-READ.
006240     IF VA-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
006250         ADD VA-NET-VALUE TO WS-VATANAL-NET
006260         ADD VA-VAT-VALUE TO WS-VATANAL-VAT
006270     END-IF.
006280 3310-READ-VAT-ROW-EXIT.
006290     EXIT.

006300*    ONLY THE SALES POSTING'S LEGS COUNT - CASH AT TILL TAKES
006310*    THE GROSS ON THE DEBIT SIDE, SALES INCOME AND VAT OUTPUT
006320*    PAYABLE TAKE THE NET AND THE VAT ON THE CREDIT SIDE.
006330 3400-READ-JOURNAL.
006340     OPEN INPUT JOURNAL-FILE.
006350     IF WS-GLJRNL-STATUS NOT = "00"
006360         GO TO 3400-READ-JOURNAL-EXIT
006370     END-IF.
006380     MOVE "Y" TO WS-GLJRNL-FOUND.
006390     PERFORM 3410-READ-JOURNAL-ROW THRU
006400         3410-READ-JOURNAL-ROW-EXIT
006410         UNTIL END-OF-GLJRNL-DATA.
006420     CLOSE JOURNAL-FILE.
006430 3400-READ-JOURNAL-EXIT.
006440     EXIT.

006450 3410-READ-JOURNAL-ROW.
006460     READ JOURNAL-FILE
006470         AT END
006480             SET END-OF-GLJRNL-DATA TO TRUE
006490             GO TO 3410-READ-JOURNAL-ROW-EXIT
006500     END-READ.
006510     ADD 1 TO WS-RECORDS-READ.
006520     IF GJ-BUSINESS-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
006530         OR GJ-SOURCE NOT = "AROMASALESRPT"
006540         GO TO 3410-READ-JOURNAL-ROW-EXIT
006550     END-IF.
006560     IF GJ-ACCOUNT = "4000"
006570         ADD GJ-CREDIT TO WS-JOURNAL-SALES
006580         SUBTRACT GJ-DEBIT FROM WS-JOURNAL-SALES
006590     END-IF.
006600     IF GJ-ACCOUNT = "2500"
006610         ADD GJ-CREDIT TO WS-JOURNAL-VAT
006620         SUBTRACT GJ-DEBIT FROM WS-JOURNAL-VAT
006630     END-IF.
006640     IF GJ-ACCOUNT = "1000"
006650         ADD GJ-DEBIT TO WS-JOURNAL-CASH
006660         SUBTRACT GJ-CREDIT FROM WS-JOURNAL-CASH
006670     END-IF.
006680 3410-READ-JOURNAL-ROW-EXIT.
006690     EXIT.

006700*    THE COMMISSION THE SALES REPORT PRINTED. A RESTARTED RUN
006710*    EXTENDS THE REPORT, SO THE LAST TOTAL LINE WINS.
006720 4000-READ-SALES-REPORT.
006730     OPEN INPUT SALES-SUMMARY-REPORT.
006740     IF WS-SALESRPT-STATUS NOT = "00"
006750         GO TO 4000-READ-SALES-REPORT-EXIT
006760     END-IF.
006770     PERFORM 4010-READ-REPORT-LINE THRU
006780         4010-READ-REPORT-LINE-EXIT
006790         UNTIL END-OF-SALESRPT-DATA.
006800     CLOSE SALES-SUMMARY-REPORT.
006810 4000-READ-SALES-REPORT-EXIT.
006820     EXIT.

006830 4010-READ-REPORT-LINE.
006840     READ SALES-SUMMARY-REPORT
006850         AT END
006860             SET END-OF-SALESRPT-DATA TO TRUE
006870             GO TO 4010-READ-REPORT-LINE-EXIT
006880     END-READ.
006890     ADD 1 TO WS-RECORDS-READ.
006900     IF SALES-SUMMARY-LINE (34:19) = "TOTAL COMMISSION  :"
006910         MOVE "Y" TO WS-COMMISSION-FOUND
006920         MOVE SALES-SUMMARY-LINE (53:13)
006930             TO WS-COMMISSION-PRINT-AREA
006940         MOVE WS-COMMISSION-PRINTED TO WS-REPORT-COMMISSION
006950     END-IF.
006960 4010-READ-REPORT-LINE-EXIT.
006970     EXIT.

006980*    REPCOMM.BAL IS THE INTERFACE FILE AS AROMASALESRPT LEFT
006990*    IT, KEPT BY THE DRIVER WHEN IT PROMOTES REPCOMM.NEW -
007000*    PAYROLLDED LATER TAKES OUT THE ROWS IT PAYS. TONIGHT'S
007010*    ROWS ARE WHAT THE SALES RUN ADDED; OLDER ROWS ARE CARRIED.
007020 4200-READ-REPCOMM.
007030     OPEN INPUT REP-COMM-FILE.
007040     IF WS-REPCOMM-STATUS NOT = "00"
007050         GO TO 4200-READ-REPCOMM-EXIT
007060     END-IF.
007070     MOVE "Y" TO WS-REPCOMM-FOUND.
007080     PERFORM 4210-READ-REPCOMM-ROW THRU
007090         4210-READ-REPCOMM-ROW-EXIT
007100         UNTIL END-OF-REPCOMM-DATA.
007110     CLOSE REP-COMM-FILE.
007120 4200-READ-REPCOMM-EXIT.
007130     EXIT.

007140 4210-READ-REPCOMM-ROW.
007150     READ REP-COMM-FILE
007160         AT END
007170             SET END-OF-REPCOMM-DATA TO TRUE
007180             GO TO 4210-READ-REPCOMM-ROW-EXIT
007190     END-READ.
007200     ADD 1 TO WS-RECORDS-READ.
007210     IF RP-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
007220         ADD RP-COMMISSION TO WS-REPCOMM-ADDED
007230     END-IF.
007240 4210-READ-REPCOMM-ROW-EXIT.
007250     EXIT.

007260******************************************************************
007270*    THE CHECKS, IN CHAIN ORDER. EACH NAMES THE FIRST OF ITS
007280*    SOURCES THAT IS MISSING, IF ANY, AND 7000 RECORDS IT.
007290******************************************************************
007300 6000-MAKE-CHECKS.
007310     MOVE SPACES TO WS-MISSING-NOTE.
007320     IF NOT DEALS-ON-FILE
007330         MOVE "DEALS.DAT MISSING" TO WS-MISSING-NOTE
007340     ELSE
007350         IF NOT SORTSALE-ON-FILE
007360             MOVE "SORTSALE.DAT MISSING" TO WS-MISSING-NOTE
007370         END-IF
007380     END-IF.
007390     MOVE 01 TO WS-CHECK-NO.
007400     MOVE "DEAL LINES: DEALS.DAT = SORTSALE.DAT"
007410         TO WS-CHECK-DESC.
007420     MOVE WS-DEAL-GROUPS    TO WS-CHECK-LEFT.
007430     MOVE WS-SORTSALE-LINES TO WS-CHECK-RIGHT.
007440     SET CHECK-IS-COUNT TO TRUE.
007450     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

007460     MOVE 02 TO WS-CHECK-NO.
007470     MOVE "DEAL UNITS: DEALS.DAT = SORTSALE.DAT"
007480         TO WS-CHECK-DESC.
007490     MOVE WS-DEAL-UNITS     TO WS-CHECK-LEFT.
007500     MOVE WS-SORTSALE-UNITS TO WS-CHECK-RIGHT.
007510     SET CHECK-IS-COUNT TO TRUE.
007520     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

007530     MOVE SPACES TO WS-MISSING-NOTE.
007540     IF NOT SORTSALE-ON-FILE
007550         MOVE "SORTSALE.DAT MISSING" TO WS-MISSING-NOTE
007560     ELSE
007570         IF NOT REJECTS-ON-FILE
007580             MOVE "REJECTS.DAT MISSING" TO WS-MISSING-NOTE
007590         ELSE
007600             IF NOT INVOICE-RUN-ON-FILE
007610                 MOVE "NO ARINVOICE RUN ON AUDITLOG.DAT"
007620                     TO WS-MISSING-NOTE
007630             END-IF
007640         END-IF
007650     END-IF.
007660     ADD WS-INVOICE-LINES-BILLED WS-REJECT-LINES
007670         GIVING WS-INVOICED-PLUS-REJECTS.
007680     MOVE 03 TO WS-CHECK-NO.
007690     MOVE "SORTSALE LINES = INVOICED + REJECTS"
007700         TO WS-CHECK-DESC.
007710     MOVE WS-SORTSALE-LINES        TO WS-CHECK-LEFT.
007720     MOVE WS-INVOICED-PLUS-REJECTS TO WS-CHECK-RIGHT.
007730     SET CHECK-IS-COUNT TO TRUE.
007740     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

007750     MOVE SPACES TO WS-MISSING-NOTE.
007760     IF NOT SALESVAL-ON-FILE
007770         MOVE "NO SALESVAL.DAT ROW FOR THE DATE"
007780             TO WS-MISSING-NOTE
007790     ELSE
007800         IF NOT ARLEDGER-ON-FILE
007810             MOVE "ARLEDGER.DAT MISSING" TO WS-MISSING-NOTE
007820         END-IF
007830     END-IF.
007840     MOVE 04 TO WS-CHECK-NO.
007850     MOVE "SALESVAL GROSS = ARINVOICE INVOICES"
007860         TO WS-CHECK-DESC.
007870     MOVE WS-SALESVAL-GROSS TO WS-CHECK-LEFT.
007880     MOVE WS-INVOICED-GROSS TO WS-CHECK-RIGHT.
007890     SET CHECK-IS-MONEY TO TRUE.
007900     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

007910     MOVE SPACES TO WS-MISSING-NOTE.
007920     IF NOT SALESVAL-ON-FILE
007930         MOVE "NO SALESVAL.DAT ROW FOR THE DATE"
007940             TO WS-MISSING-NOTE
007950     ELSE
007960         IF NOT VATANAL-ON-FILE
007970             MOVE "VATANAL.DAT MISSING" TO WS-MISSING-NOTE
007980         END-IF
007990     END-IF.
008000     MOVE 05 TO WS-CHECK-NO.
008010     MOVE "SALESVAL NET = VATANAL NET" TO WS-CHECK-DESC.
008020     MOVE WS-SALESVAL-NET TO WS-CHECK-LEFT.
008030     MOVE WS-VATANAL-NET  TO WS-CHECK-RIGHT.
008040     SET CHECK-IS-MONEY TO TRUE.
008050     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

008060     MOVE 06 TO WS-CHECK-NO.
008070     MOVE "SALESVAL VAT = VATANAL VAT" TO WS-CHECK-DESC.
008080     MOVE WS-SALESVAL-VAT TO WS-CHECK-LEFT.
008090     MOVE WS-VATANAL-VAT  TO WS-CHECK-RIGHT.
008100     SET CHECK-IS-MONEY TO TRUE.
008110     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

008120     MOVE SPACES TO WS-MISSING-NOTE.
008130     IF NOT SALESVAL-ON-FILE
008140         MOVE "NO SALESVAL.DAT ROW FOR THE DATE"
008150             TO WS-MISSING-NOTE
008160     ELSE
008170         IF NOT GLJRNL-ON-FILE
008180             MOVE "GLJRNL.DAT MISSING" TO WS-MISSING-NOTE
008190         END-IF
008200     END-IF.
008210     MOVE 07 TO WS-CHECK-NO.
008220     MOVE "SALESVAL NET = GLJRNL SALES INCOME"
008230         TO WS-CHECK-DESC.
008240     MOVE WS-SALESVAL-NET  TO WS-CHECK-LEFT.
008250     MOVE WS-JOURNAL-SALES TO WS-CHECK-RIGHT.
008260     SET CHECK-IS-MONEY TO TRUE.
008270     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

008280     MOVE SPACES TO WS-MISSING-NOTE.
008290     IF NOT VATANAL-ON-FILE
008300         MOVE "VATANAL.DAT MISSING" TO WS-MISSING-NOTE
008310     ELSE
008320         IF NOT GLJRNL-ON-FILE
008330             MOVE "GLJRNL.DAT MISSING" TO WS-MISSING-NOTE
008340         END-IF
008350     END-IF.
008360     MOVE 08 TO WS-CHECK-NO.
008370     MOVE "VATANAL VAT = GLJRNL VAT OUTPUT" TO WS-CHECK-DESC.
008380     MOVE WS-VATANAL-VAT TO WS-CHECK-LEFT.
008390     MOVE WS-JOURNAL-VAT TO WS-CHECK-RIGHT.
008400     SET CHECK-IS-MONEY TO TRUE.
008410     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

008420     MOVE SPACES TO WS-MISSING-NOTE.
008430     IF NOT ARLEDGER-ON-FILE
008440         MOVE "ARLEDGER.DAT MISSING" TO WS-MISSING-NOTE
008450     ELSE
008460         IF NOT GLJRNL-ON-FILE
008470             MOVE "GLJRNL.DAT MISSING" TO WS-MISSING-NOTE
008480         END-IF
008490     END-IF.
008500     MOVE 09 TO WS-CHECK-NO.
008510     MOVE "ARINVOICE INVOICES = GLJRNL CASH AT TILL"
008520         TO WS-CHECK-DESC.
008530     MOVE WS-INVOICED-GROSS TO WS-CHECK-LEFT.
008540     MOVE WS-JOURNAL-CASH   TO WS-CHECK-RIGHT.
008550     SET CHECK-IS-MONEY TO TRUE.
008560     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.

008570     MOVE SPACES TO WS-MISSING-NOTE.
008580     IF NOT COMMISSION-ON-FILE
008590         MOVE "NO COMMISSION TOTAL ON AROMASALES.RPT"
008600             TO WS-MISSING-NOTE
008610     ELSE
008620         IF NOT REPCOMM-ON-FILE
008630             MOVE "REPCOMM.BAL MISSING" TO WS-MISSING-NOTE
008640         END-IF
008650     END-IF.
008660     MOVE 10 TO WS-CHECK-NO.
008670     MOVE "AROMASALES.RPT COMMISSION = REPCOMM"
008680         TO WS-CHECK-DESC.
008690     MOVE WS-REPORT-COMMISSION TO WS-CHECK-LEFT.
008700     MOVE WS-REPCOMM-ADDED     TO WS-CHECK-RIGHT.
008710     SET CHECK-IS-MONEY TO TRUE.
008720     PERFORM 7000-RECORD-CHECK THRU 7000-RECORD-CHECK-EXIT.
008730 6000-MAKE-CHECKS-EXIT.
008740     EXIT.

008750*    A CHECK AGREES ONLY WHEN ALL ITS SOURCES WERE THERE AND
008760*    THE TWO FIGURES ARE EQUAL TO THE PENNY (OR THE UNIT).
008770 7000-RECORD-CHECK.
008780     ADD 1 TO WS-CHECKS-MADE.
008790     SUBTRACT WS-CHECK-RIGHT FROM WS-CHECK-LEFT
008800         GIVING WS-CHECK-DIFF.
008810     MOVE WS-CURRENT-DATE-YYYYMMDD TO BC-RUN-DATE.
008820     MOVE WS-CHECK-NO              TO BC-CHECK-NO.
008830     MOVE WS-CHECK-LEFT            TO BC-LEFT-VALUE.
008840     MOVE WS-CHECK-RIGHT           TO BC-RIGHT-VALUE.
008850     MOVE WS-CHECK-DESC            TO BC-DESCRIPTION.
008860     IF WS-MISSING-NOTE = SPACES
008870         AND WS-CHECK-DIFF = ZERO
008880         SET BC-AGREED TO TRUE
008890         ADD 1 TO WS-CHECKS-AGREED
008900     ELSE
008910         SET BC-FAILED TO TRUE
008920         ADD 1 TO WS-CHECKS-FAILED
008930     END-IF.
008940     WRITE BALANCE-CHECK-REC.

008950     MOVE SPACES TO PRN-LEFT-AREA
008960                    PRN-RIGHT-AREA
008970                    PRN-DIFF-AREA.
008980     MOVE WS-CHECK-NO   TO PRN-CHECK-NO.
008990     MOVE WS-CHECK-DESC TO PRN-CHECK-DESC.
009000     IF CHECK-IS-COUNT
009010         MOVE WS-CHECK-LEFT  TO PRN-LEFT-COUNT
009020         MOVE WS-CHECK-RIGHT TO PRN-RIGHT-COUNT
009030         MOVE WS-CHECK-DIFF  TO PRN-DIFF-COUNT
009040     ELSE
009050         MOVE WS-CHECK-LEFT  TO PRN-LEFT-MONEY
009060         MOVE WS-CHECK-RIGHT TO PRN-RIGHT-MONEY
009070         MOVE WS-CHECK-DIFF  TO PRN-DIFF-MONEY
009080     END-IF.
009090     IF BC-AGREED
009100         MOVE "AGREED"         TO PRN-CHECK-RESULT
009110     ELSE
009120         MOVE "** FAILED **"   TO PRN-CHECK-RESULT
009130     END-IF.
009140     WRITE PRINT-LINE FROM CHECK-DETAIL-LINE.
009150     IF WS-MISSING-NOTE NOT = SPACES
009160         MOVE WS-MISSING-NOTE TO PRN-MISSING-NOTE
009170         WRITE PRINT-LINE FROM MISSING-SOURCE-LINE
009180     END-IF.
009190 7000-RECORD-CHECK-EXIT.
009200     EXIT.

009210 8000-TERMINATE.
009220     MOVE SPACES TO PRINT-LINE.
009230     WRITE PRINT-LINE.
009240     WRITE PRINT-LINE FROM COUNTS-HEADING-LINE.
009250     MOVE "DEALS ON DEALS.DAT" TO PRN-COUNT-CAPTION.
009260     MOVE WS-DEALS-COUNT TO PRN-COUNT-VALUE.
009270     WRITE PRINT-LINE FROM COUNT-LINE.
009280     MOVE "CUSTOMER/OIL LINES THEY MAKE" TO PRN-COUNT-CAPTION.
009290     MOVE WS-DEAL-GROUPS TO PRN-COUNT-VALUE.
009300     WRITE PRINT-LINE FROM COUNT-LINE.
009310     MOVE "LINES ON SORTSALE.DAT" TO PRN-COUNT-CAPTION.
009320     MOVE WS-SORTSALE-LINES TO PRN-COUNT-VALUE.
009330     WRITE PRINT-LINE FROM COUNT-LINE.
009340     MOVE "LINES INVOICED BY ARINVOICE" TO PRN-COUNT-CAPTION.
009350     MOVE WS-INVOICE-LINES-BILLED TO PRN-COUNT-VALUE.
009360     WRITE PRINT-LINE FROM COUNT-LINE.
009370     MOVE "LINES REJECTED TO REJECTS.DAT" TO PRN-COUNT-CAPTION.
009380     MOVE WS-REJECT-LINES TO PRN-COUNT-VALUE.
009390     WRITE PRINT-LINE FROM COUNT-LINE.
009400     MOVE "DEALS HELD OVER CREDIT ON HELDDEAL.DAT"
009410         TO PRN-COUNT-CAPTION.
009420     MOVE WS-HELD-DEALS TO PRN-COUNT-VALUE.
009430     WRITE PRINT-LINE FROM COUNT-LINE.

009440     MOVE SPACES TO PRINT-LINE.
009450     WRITE PRINT-LINE.
009460     MOVE WS-CHECKS-MADE   TO PRN-CHECKS-MADE.
009470     MOVE WS-CHECKS-AGREED TO PRN-CHECKS-AGREED.
009480     MOVE WS-CHECKS-FAILED TO PRN-CHECKS-FAILED.
009490     WRITE PRINT-LINE FROM SUMMARY-LINE.
009500     IF WS-CHECKS-FAILED = ZERO
009510         WRITE PRINT-LINE FROM NIGHT-BALANCES-LINE
009520     ELSE
009530         WRITE PRINT-LINE FROM NIGHT-FAILS-LINE
009540         DISPLAY "BALPROOF: " WS-CHECKS-FAILED
009550             " CHECK(S) DO NOT AGREE - SEE BALPROOF.RPT"
009560     END-IF.
009570     CLOSE PROOF-REPORT
009580           BALANCE-CHECK-FILE.
009590     PERFORM 8900-WRITE-AUDIT-RECORD THRU
009600         8900-WRITE-AUDIT-RECORD-EXIT.
009610     PERFORM 8950-WRITE-STEP-STATUS THRU
009620         8950-WRITE-STEP-STATUS-EXIT.
009630 8000-TERMINATE-EXIT.
009640     EXIT.

009650 8900-WRITE-AUDIT-RECORD.
009660     MOVE "BALPROOF"            TO AR-PROGRAM-ID.
009670     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
009680     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
009690     ACCEPT AR-END-TIME         FROM TIME.
009700     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
009710     MOVE WS-CHECKS-FAILED      TO AR-RECORDS-REJECTED.
009720     OPEN EXTEND AUDIT-TRAIL-FILE.
009730     WRITE AUDIT-REC.
009740     CLOSE AUDIT-TRAIL-FILE.
009750 8900-WRITE-AUDIT-RECORD-EXIT.
009760     EXIT.

009770*    THE DRIVER'S RESTART MODE SKIPS STEPS ALREADY ON
009780*    STEPSTAT.DAT FOR THE BUSINESS DATE - ONLY A CLEAN END
009790*    WRITES THE RECORD. A CHECK THAT DOES NOT AGREE IS NOT AN
009800*    ABEND - MORNEXCEPT FLAGS THE NIGHT FROM BALPROOF.DAT.
009810 8950-WRITE-STEP-STATUS.
009820     OPEN EXTEND STEP-STATUS-FILE.
009830     IF WS-STEPSTAT-STATUS NOT = "00"
009840         OPEN OUTPUT STEP-STATUS-FILE
009850     END-IF.
009860     MOVE "BALPROOF" TO ST-PROGRAM-ID.
009870     MOVE WS-CURRENT-DATE-YYYYMMDD TO ST-BUSINESS-DATE.
009880     WRITE STEP-STATUS-REC.
009890     CLOSE STEP-STATUS-FILE.
009900 8950-WRITE-STEP-STATUS-EXIT.
009910     EXIT.

009920 END PROGRAM BALPROOF.
