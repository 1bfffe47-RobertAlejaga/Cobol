000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       WEEKLY SUPPLIER PAYMENT PROPOSAL AND REMITTANCE
000070*                ADVICES.
000080*                SORTS THE APLEDGER.DAT ACCOUNTS-PAYABLE LEDGER
000090*                (SEE APLEDGER.CPY) INTO SUPPLIER / INVOICE ORDER
000100*                AND PROPOSES FOR PAYMENT EVERY INVOICE LINE STILL
000110*                OPEN THAT FALLS DUE ON OR BEFORE THE CUT-OFF -
000120*                THE BUSINESS DATE PLUS AP-PAY-AHEAD-DAYS FROM
000130*                BATCHPARM.DAT (DEFAULT 7, SO A WEEKLY RUN PAYS
000140*                EVERYTHING DUE BEFORE THE NEXT ONE). APPROP.RPT
000150*                LISTS EACH SUPPLIER'S ITEMS WITH THE TOTAL TO
000160*                PAY AND WHAT IS STILL OPEN BUT NOT YET DUE;
000170*                REMITADV.RPT PRINTS ONE REMITTANCE ADVICE PER
000180*                SUPPLIER PAID, ONE LINE PER INVOICE, TO GO OUT
000190*                WITH THE PAYMENT. EVERY ROW PROPOSED HAS ITS
000200*                OPEN AMOUNT CLEARED AND A "P" PAYMENT ROW ADDED
000210*                ON APLEDGER.NEW, WHICH THE OPERATOR PROMOTES
000220*                ONCE THE OWNER HAS SIGNED THE PROPOSAL AND THE
000230*                PAYMENTS ARE RELEASED AT THE BANK. THE RUN'S
000240*                PAYMENT TOTAL GOES TO APPAYVAL.DAT FOR GLEXTRACT
000250*                TO JOURNAL AGAINST TRADE CREDITORS AND THE BANK.
000260*                RUN STANDALONE ONCE A WEEK, LIKE ARAGED. A
000270*                SECOND RUN ON THE SAME BUSINESS DATE ADDS ITS
000280*                PAYMENTS TO THE DAY'S ROW, AS GOODSRCV DOES.
000290* TECTONICS:     cobc
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 DO    ORIGINAL VERSION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. APPAY.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AP-LEDGER-FILE ASSIGN TO "APLEDGER.DAT"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS WS-LEDGER-STATUS.

000430     SELECT WORK-FILE ASSIGN TO "APPYSORT.TMP".

000440     SELECT LEDGER-SORTED-FILE ASSIGN TO "APPAY.TMP"
000450               ORGANIZATION IS LINE SEQUENTIAL.

000460     SELECT AP-LEDGER-OUT ASSIGN TO "APLEDGER.NEW"
000470               ORGANIZATION IS LINE SEQUENTIAL
000480               FILE STATUS IS WS-LEDGER-NEW-STATUS.

000490     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
000500               ORGANIZATION IS LINE SEQUENTIAL
000510               FILE STATUS IS WS-SUPP-STATUS.

000520     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000530               ORGANIZATION IS LINE SEQUENTIAL
000540               FILE STATUS IS WS-BATCHPARM-STATUS.

000550     SELECT PAY-VALUE-FILE ASSIGN TO "APPAYVAL.DAT"
000560               ORGANIZATION IS LINE SEQUENTIAL
000565               FILE STATUS IS WS-PAYVAL-STATUS.

000570     SELECT PROPOSAL-REPORT ASSIGN TO "APPROP.RPT"
000580               ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT REMITTANCE-REPORT ASSIGN TO "REMITADV.RPT"
000600               ORGANIZATION IS LINE SEQUENTIAL.

000610     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000620               ORGANIZATION IS LINE SEQUENTIAL
000630               FILE STATUS IS WS-RUNCTL-STATUS.

000640     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000650               ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AP-LEDGER-FILE.
000690 01  AP-LEDGER-IN-REC            PIC X(73).

000700 SD  WORK-FILE.
000710 01  WORK-REC.
000720     02  WL-SUPPLIER-ID          PIC X(5).
000730     02  WL-REC-TYPE             PIC X.
000740     02  WL-INVOICE-NO           PIC X(10).
000750     02  WL-PO-NO                PIC 9(6).
000760     02  WL-OIL-NUM              PIC 99.
000770     02  WL-QTY                  PIC 9(6).
000780     02  WL-ENTRY-DATE           PIC 9(8).
000790     02  WL-DUE-DATE             PIC 9(8).
000800     02  WL-NET-AMOUNT           PIC S9(7)V99.
000810     02  WL-VAT-AMOUNT           PIC S9(7)V99.
000820     02  WL-OPEN-AMOUNT          PIC S9(7)V99.

000830 FD  LEDGER-SORTED-FILE.
000840     COPY APLEDGER.

000850 FD  AP-LEDGER-OUT.
000860 01  AP-LEDGER-OUT-REC.
000870     02  APO-SUPPLIER-ID         PIC X(5).
000880     02  APO-REC-TYPE            PIC X.
000890     02  APO-INVOICE-NO          PIC X(10).
000900     02  APO-PO-NO               PIC 9(6).
000910     02  APO-OIL-NUM             PIC 99.
000920     02  APO-QTY                 PIC 9(6).
000930     02  APO-ENTRY-DATE          PIC 9(8).
000940     02  APO-DUE-DATE            PIC 9(8).
000950     02  APO-NET-AMOUNT          PIC S9(7)V99.
000960     02  APO-VAT-AMOUNT          PIC S9(7)V99.
000970     02  APO-OPEN-AMOUNT         PIC S9(7)V99.

000980 FD  SUPPLIER-MASTER-FILE.
000990     COPY SUPPMAST.

001000 FD  BATCH-PARM-FILE.
001010     COPY BATCHPARM.

001020*    THE RUN'S PAYMENT TOTAL FOR GLEXTRACT, STAMPED WITH THE
001030*    BUSINESS DATE THE RUN WORKED UNDER.
001040 FD  PAY-VALUE-FILE.
001050 01  PAY-VALUE-REC.
001060     02  PV-RUN-DATE             PIC 9(8).
001070     02  PV-PAID-VALUE           PIC S9(7)V99.

001080 FD  PROPOSAL-REPORT.
001090 01  PRINT-LINE                  PIC X(90).

001100 FD  REMITTANCE-REPORT.
001110 01  REMIT-LINE                  PIC X(80).

001120 FD  RUN-CONTROL-FILE.
001130     COPY RUNCTL.

001140 FD  AUDIT-TRAIL-FILE.
001150     COPY AUDITREC.

001160 WORKING-STORAGE SECTION.

001170 01  WS-BATCHPARM-STATUS         PIC XX.
001180 01  WS-PARM-SWITCHES.
001190     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
001200         88  END-OF-PARM-DATA    VALUE "Y".

001210 01  WS-PARM-SOURCES.
001220     02  WS-PARM-SOURCE-1       PIC X(16)
001230             VALUE "DEFAULT".

001240 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
001250             VALUE "PARAMETERS IN FORCE".

001260 01  PARM-AUDIT-LINE.
001270     02  PRN-PARM-NAME           PIC X(20).
001280     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
001290     02  FILLER                  PIC X(2) VALUE SPACES.
001300     02  PRN-PARM-SOURCE         PIC X(16).

001310 01  WS-PAY-AHEAD-DAYS           PIC 999     VALUE 7.

001320 01  REPORT-HEADING-LINE         PIC X(40)
001330             VALUE "   AROMAMORA SUPPLIER PAYMENT PROPOSAL".

001340 01  REPORT-HEADING-UNDERLINE.
001350     02  FILLER                  PIC X(3)  VALUE SPACES.
001360     02  FILLER                  PIC X(35) VALUE ALL "-".

001370 01  RUN-DATE-LINE.
001380     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001390     02  PRN-RUN-MM              PIC 99.
001400     02  FILLER                  PIC X VALUE "/".
001410     02  PRN-RUN-DD              PIC 99.
001420     02  FILLER                  PIC X VALUE "/".
001430     02  PRN-RUN-YYYY            PIC 9(4).

001440 01  CUT-OFF-LINE.
001450     02  FILLER                  PIC X(27)
001460             VALUE "ITEMS DUE ON OR BEFORE   : ".
001470     02  PRN-CUT-MM              PIC 99.
001480     02  FILLER                  PIC X VALUE "/".
001490     02  PRN-CUT-DD              PIC 99.
001500     02  FILLER                  PIC X VALUE "/".
001510     02  PRN-CUT-YYYY            PIC 9(4).

001520 01  PROPOSAL-TOPIC-LINE         PIC X(80)
001530             VALUE "SUPP  INVOICE      INV DATE    DUE DATE    PO
001540-    "     OIL        AMOUNT".

001550 01  SUPPLIER-NAME-LINE.
001560     02  PRN-SUPPLIER-ID         PIC X(5).
001570     02  FILLER                  PIC X     VALUE SPACE.
001580     02  PRN-SUPPLIER-NAME       PIC X(20).

001590 01  PROPOSAL-DETAIL-LINE.
001600     02  FILLER                  PIC X(6)  VALUE SPACES.
001610     02  PRN-INVOICE-NO          PIC X(10).
001620     02  FILLER                  PIC X(3)  VALUE SPACES.
001630     02  PRN-INV-MM              PIC 99.
001640     02  FILLER                  PIC X     VALUE "/".
001650     02  PRN-INV-DD              PIC 99.
001660     02  FILLER                  PIC X     VALUE "/".
001670     02  PRN-INV-YYYY            PIC 9(4).
001680     02  FILLER                  PIC X(2)  VALUE SPACES.
001690     02  PRN-DUE-MM              PIC 99.
001700     02  FILLER                  PIC X     VALUE "/".
001710     02  PRN-DUE-DD              PIC 99.
001720     02  FILLER                  PIC X     VALUE "/".
001730     02  PRN-DUE-YYYY            PIC 9(4).
001740     02  FILLER                  PIC X(2)  VALUE SPACES.
001750     02  PRN-PO-NO               PIC 9(6).
001760     02  FILLER                  PIC X(3)  VALUE SPACES.
001770     02  PRN-OIL-NUM             PIC 99.
001780     02  PRN-AMOUNT              PIC B$$$,$$$,$$9.99.

001790 01  SUPPLIER-TOTAL-LINE.
001800     02  FILLER                  PIC X(6)  VALUE SPACES.
001810     02  FILLER          PIC X(10) VALUE "TO PAY :  ".
001820     02  PRN-SUPP-TO-PAY         PIC $$$,$$$,$$9.99.
001830     02  FILLER          PIC X(17) VALUE "   NOT YET DUE : ".
001840     02  PRN-SUPP-NOT-DUE        PIC $$$,$$$,$$9.99.

001850 01  PROPOSAL-TOTAL-LINE.
001860     02  FILLER          PIC X(22) VALUE "SUPPLIERS TO PAY     :".
001870     02  PRN-PAID-SUPP-COUNT     PIC BZZZ9.
001880     02  FILLER          PIC X(14) VALUE "   TOTAL PAY: ".
001890     02  PRN-TOTAL-TO-PAY        PIC $$$,$$$,$$9.99.

001900 01  NO-PAYMENT-LINE             PIC X(40)
001910             VALUE "NOTHING FALLS DUE FOR PAYMENT.".

001920 01  SIGN-OFF-LINE               PIC X(80)
001930             VALUE "APPROVED FOR PAYMENT: ___________________
001940-    "  DATE: __________".

001950*    REMITTANCE ADVICE LAYOUT - ONE BLOCK PER SUPPLIER PAID.
001960 01  REMIT-HEADING-LINE          PIC X(40)
001970             VALUE "AROMAMORA LTD - REMITTANCE ADVICE".

001980 01  REMIT-UNDERLINE.
001990     02  FILLER                  PIC X(33) VALUE ALL "-".

002000 01  REMIT-TO-LINE.
002010     02  FILLER                  PIC X(14) VALUE "TO SUPPLIER : ".
002020     02  PRR-SUPPLIER-ID         PIC X(5).
002030     02  FILLER                  PIC X     VALUE SPACE.
002040     02  PRR-SUPPLIER-NAME       PIC X(20).

002050 01  REMIT-DATE-LINE.
002060     02  FILLER                  PIC X(14) VALUE "PAYMENT DATE: ".
002070     02  PRR-PAY-MM              PIC 99.
002080     02  FILLER                  PIC X     VALUE "/".
002090     02  PRR-PAY-DD              PIC 99.
002100     02  FILLER                  PIC X     VALUE "/".
002110     02  PRR-PAY-YYYY            PIC 9(4).

002120 01  REMIT-TOPIC-LINE            PIC X(50)
002130             VALUE "YOUR INVOICE   INVOICE DATE         AMOUNT".

002140 01  REMIT-DETAIL-LINE.
002150     02  PRR-INVOICE-NO          PIC X(10).
002160     02  FILLER                  PIC X(5)  VALUE SPACES.
002170     02  PRR-INV-MM              PIC 99.
002180     02  FILLER                  PIC X     VALUE "/".
002190     02  PRR-INV-DD              PIC 99.
002200     02  FILLER                  PIC X     VALUE "/".
002210     02  PRR-INV-YYYY            PIC 9(4).
002220     02  PRR-AMOUNT              PIC BBB$$$,$$$,$$9.99.

002230 01  REMIT-TOTAL-LINE.
002240     02  FILLER                  PIC X(27)
002250             VALUE "TOTAL PAID                 ".
002260     02  PRR-TOTAL-PAID          PIC B$$$,$$$,$$9.99.

002270 01  REMIT-SEPARATOR-LINE.
002280     02  FILLER                  PIC X(60) VALUE ALL "=".

002290*    THE FIRST SUPPLIER-MASTER ROW FOR EACH SUPPLIER GIVES THE
002300*    NAME FOR THE PROPOSAL AND THE REMITTANCE.
002310 01  SUPPLIER-TABLE.
002320     02  SUPPLIER-ENTRY OCCURS 200 TIMES.
002330         03  SPT-SUPPLIER-ID     PIC X(5).
002340         03  SPT-SUPPLIER-NAME   PIC X(20).

002350 01  SPT-COUNT                   PIC 999     VALUE ZERO.
002360 01  SPT-SUB                     PIC 999.
002370 01  SPT-MATCHED-SUB             PIC 999.
002380 01  WS-SEARCH-SUPPLIER-ID       PIC X(5).

002390*    ONE SUPPLIER'S PAID INVOICES, LINES OF THE SAME INVOICE
002400*    ADDED TOGETHER, HELD UNTIL THE SUPPLIER BREAK PRINTS THE
002410*    REMITTANCE ADVICE.
002420 01  REMIT-TABLE.
002430     02  REMIT-ENTRY OCCURS 100 TIMES.
002440         03  RT-INVOICE-NO       PIC X(10).
002450         03  RT-INVOICE-DATE     PIC 9(8).
002460         03  RT-AMOUNT           PIC S9(7)V99.

002470 01  RT-COUNT                    PIC 999     VALUE ZERO.
002480 01  RT-SUB                      PIC 999.

002490 01  WS-SUPPLIER-FIELDS.
002500     02  WS-CURRENT-SUPPLIER     PIC X(5).
002510     02  WS-SUPP-TO-PAY          PIC S9(7)V99.
002520     02  WS-SUPP-NOT-DUE         PIC S9(7)V99.
002530     02  WS-SUPP-PRINTED-SWITCH  PIC X.
002540         88  SUPPLIER-PRINTED    VALUE "Y".

002550 01  WS-TOTALS.
002560     02  WS-TOTAL-TO-PAY         PIC S9(7)V99 VALUE ZERO.
002570     02  WS-PAID-SUPP-COUNT      PIC 9(4)    VALUE ZERO.
002580     02  WS-PAID-ROW-COUNT       PIC 9(5)    VALUE ZERO.

002590 01  WS-CUT-OFF-DATE             PIC 9(8).

002600 01  WS-SWITCHES.
002610     02  WS-LEDGER-EOF           PIC X       VALUE "N".
002620         88  END-OF-LEDGER-DATA  VALUE "Y".
002630     02  WS-SUPP-EOF             PIC X       VALUE "N".
002640         88  END-OF-SUPP-DATA    VALUE "Y".
002650     02  SPT-FOUND-SWITCH        PIC X       VALUE "N".
002660         88  SPT-ENTRY-FOUND     VALUE "Y".

002670 01  WS-FILE-STATUSES.
002680     02  WS-LEDGER-STATUS        PIC XX.
002690     02  WS-LEDGER-NEW-STATUS    PIC XX.
002700     02  WS-SUPP-STATUS          PIC XX.
002710     02  WS-RUNCTL-STATUS        PIC XX.
002715     02  WS-PAYVAL-STATUS        PIC XX.

002720 01  WS-CURRENT-DATE.
002730     02  WS-CURRENT-DATE-YYYYMMDD.
002740         03  WS-CURRENT-YYYY     PIC 9(4).
002750         03  WS-CURRENT-MM       PIC 99.
002760         03  WS-CURRENT-DD       PIC 99.

002770*    CALENDAR WORK AREA FOR THE CUT-OFF ARITHMETIC - FEBRUARY
002780*    IS TAKEN FROM THE LEAP-YEAR TEST, NOT THE TABLE.
002790 01  WS-DATE-WORK                PIC 9(8).
002800 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002810     02  WS-DW-YYYY              PIC 9(4).
002820     02  WS-DW-MM                PIC 99.
002830     02  WS-DW-DD                PIC 99.

002840 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002850             VALUE "312831303130313130313031".
002860 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002870     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.

002880 01  WS-CALENDAR-FIELDS.
002890     02  WS-DAYS-TO-ADD          PIC 999.
002900     02  WS-DAYS-THIS-MONTH      PIC 99.
002910     02  WS-LEAP-QUOTIENT        PIC 9(4).
002920     02  WS-LEAP-REMAINDER       PIC 999.

002930 01  WS-AUDIT-FIELDS.
002940     02  WS-AUDIT-START-TIME     PIC 9(8).
002950     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

002960 PROCEDURE DIVISION.
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002990     PERFORM 2000-PROCESS-SUPPLIER THRU 2000-PROCESS-SUPPLIER-EXIT
003000         UNTIL END-OF-LEDGER-DATA.
003010     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003020     STOP RUN.

003030 1000-INITIALIZE.
003040     PERFORM 1005-READ-RUN-CONTROL THRU
003050         1005-READ-RUN-CONTROL-EXIT.
003060     PERFORM 1008-CHECK-STAGED-FILE THRU
003070         1008-CHECK-STAGED-FILE-EXIT.
003080     PERFORM 1030-LOAD-PARAMETERS THRU
003090         1030-LOAD-PARAMETERS-EXIT.
003100     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003110     MOVE WS-CURRENT-DATE-YYYYMMDD   TO WS-DATE-WORK.
003120     MOVE WS-PAY-AHEAD-DAYS          TO WS-DAYS-TO-ADD.
003130     PERFORM 7100-ADD-DAYS THRU 7100-ADD-DAYS-EXIT.
003140     MOVE WS-DATE-WORK               TO WS-CUT-OFF-DATE.
003150     OPEN OUTPUT PROPOSAL-REPORT
003160                 REMITTANCE-REPORT.
003170     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003180     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003190     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003200     MOVE WS-DW-MM                   TO PRN-CUT-MM.
003210     MOVE WS-DW-DD                   TO PRN-CUT-DD.
003220     MOVE WS-DW-YYYY                 TO PRN-CUT-YYYY.
003230     MOVE SPACES TO PRINT-LINE.
003240     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003250     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003260     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003270     WRITE PRINT-LINE FROM CUT-OFF-LINE.
003280     MOVE SPACES TO PRINT-LINE.
003290     WRITE PRINT-LINE.
003300     PERFORM 1130-PRINT-PARM-AUDIT THRU
003310         1130-PRINT-PARM-AUDIT-EXIT.
003320     WRITE PRINT-LINE FROM PROPOSAL-TOPIC-LINE.
003330     PERFORM 1050-LOAD-SUPPLIERS THRU 1050-LOAD-SUPPLIERS-EXIT.
003340     PERFORM 1070-SORT-LEDGER THRU 1070-SORT-LEDGER-EXIT.
003350     OPEN OUTPUT AP-LEDGER-OUT.
003360     OPEN INPUT LEDGER-SORTED-FILE.
003370     PERFORM 2900-READ-LEDGER THRU 2900-READ-LEDGER-EXIT.
003380 1000-INITIALIZE-EXIT.
003390     EXIT.

003400 1005-READ-RUN-CONTROL.
003410     OPEN INPUT RUN-CONTROL-FILE.
003420     IF WS-RUNCTL-STATUS NOT = "00"
003430         DISPLAY "APPAY: RUN CONTROL RECORD MISSING"
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     READ RUN-CONTROL-FILE
003480         AT END
003490             DISPLAY "APPAY: RUN CONTROL RECORD MISSING"
003500             MOVE 16 TO RETURN-CODE
003510             STOP RUN
003520     END-READ.
003530     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003540     CLOSE RUN-CONTROL-FILE.
003550 1005-READ-RUN-CONTROL-EXIT.
003560     EXIT.

003570*    AN APLEDGER.NEW STILL ON FILE MEANS AN EARLIER MATCHING OR
003580*    PAYMENT RUN WAS NEVER PROMOTED - PAYING FROM THE OLD
003590*    LEDGER WOULD LOSE THOSE ROWS OR PAY THEM TWICE.
003600 1008-CHECK-STAGED-FILE.
003610     OPEN INPUT AP-LEDGER-OUT.
003620     IF WS-LEDGER-NEW-STATUS = "00"
003630         CLOSE AP-LEDGER-OUT
003640         DISPLAY "APPAY: APLEDGER.NEW ALREADY ON FILE - "
003650             "PROMOTE OR REMOVE IT FIRST"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690 1008-CHECK-STAGED-FILE-EXIT.
003700     EXIT.

003710*    THE OPERATOR'S TUNABLES - OUT-OF-BOUNDS VALUES FALL BACK
003720*    TO THE COMPILED DEFAULT AND SAY SO ON THE AUDIT SECTION.
003730 1030-LOAD-PARAMETERS.
003740     OPEN INPUT BATCH-PARM-FILE.
003750     IF WS-BATCHPARM-STATUS NOT = "00"
003760         SET END-OF-PARM-DATA TO TRUE
003770         GO TO 1030-LOAD-PARAMETERS-EXIT
003780     END-IF.
003790     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
003800         UNTIL END-OF-PARM-DATA.
003810     CLOSE BATCH-PARM-FILE.
003820 1030-LOAD-PARAMETERS-EXIT.
003830     EXIT.

003840 1032-READ-PARM.
003850     READ BATCH-PARM-FILE
003860         AT END
003870             SET END-OF-BATCH-PARM TO TRUE
003880             SET END-OF-PARM-DATA TO TRUE
003890     END-READ.
003900     IF END-OF-PARM-DATA
003910         GO TO 1032-READ-PARM-EXIT
003920     END-IF.
003930     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
003940 1032-READ-PARM-EXIT.
003950     EXIT.

003960 1034-APPLY-PARM.
003970     IF BP-PARM-NAME = "AP-PAY-AHEAD-DAYS"
003980         IF BP-PARM-VALUE >= 0
003990             AND BP-PARM-VALUE <= 60
004000             MOVE BP-PARM-VALUE TO WS-PAY-AHEAD-DAYS
004010             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
004020         ELSE
004030             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
004040         END-IF
004050     END-IF.
004060 1034-APPLY-PARM-EXIT.
004070     EXIT.

004080 1050-LOAD-SUPPLIERS.
004090     OPEN INPUT SUPPLIER-MASTER-FILE.
004100     IF WS-SUPP-STATUS NOT = "00"
004110         DISPLAY "APPAY: SUPPMAST.DAT MISSING"
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     PERFORM 1055-READ-SUPPLIER THRU 1055-READ-SUPPLIER-EXIT
004160         UNTIL END-OF-SUPP-DATA.
004170     CLOSE SUPPLIER-MASTER-FILE.
004180 1050-LOAD-SUPPLIERS-EXIT.
004190     EXIT.

004200 1055-READ-SUPPLIER.
004210     READ SUPPLIER-MASTER-FILE
004220         AT END
004230             SET END-OF-SUPPLIER-MASTER TO TRUE
004240             SET END-OF-SUPP-DATA TO TRUE
004250     END-READ.
004260     IF END-OF-SUPP-DATA
004270         GO TO 1055-READ-SUPPLIER-EXIT
004280     END-IF.
004290     ADD 1 TO WS-RECORDS-READ.
004300     MOVE SU-SUPPLIER-ID TO WS-SEARCH-SUPPLIER-ID.
004310     PERFORM 2400-FIND-SUPPLIER THRU 2400-FIND-SUPPLIER-EXIT.
004320     IF SPT-ENTRY-FOUND
004330         GO TO 1055-READ-SUPPLIER-EXIT
004340     END-IF.
004350     IF SPT-COUNT >= 200
004360         DISPLAY "APPAY: SUPPLIER TABLE FULL AT 200 - "
004370             "RAISE THE TABLE SIZE BEFORE RERUNNING"
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     ADD 1 TO SPT-COUNT.
004420     MOVE SU-SUPPLIER-ID   TO SPT-SUPPLIER-ID (SPT-COUNT).
004430     MOVE SU-SUPPLIER-NAME TO SPT-SUPPLIER-NAME (SPT-COUNT).
004440 1055-READ-SUPPLIER-EXIT.
004450     EXIT.

004460*    A MISSING LEDGER SORTS TO AN EMPTY FILE - NOTHING IS DUE.
004470 1070-SORT-LEDGER.
004480     OPEN INPUT AP-LEDGER-FILE.
004490     IF WS-LEDGER-STATUS NOT = "00"
004500         OPEN OUTPUT LEDGER-SORTED-FILE
004510         CLOSE LEDGER-SORTED-FILE
004520         GO TO 1070-SORT-LEDGER-EXIT
004530     END-IF.
004540     CLOSE AP-LEDGER-FILE.
004550     SORT WORK-FILE
004560         ON ASCENDING KEY WL-SUPPLIER-ID
004570                          WL-INVOICE-NO
004580                          WL-REC-TYPE
004590                          WL-PO-NO
004600                          WL-OIL-NUM
004610         USING AP-LEDGER-FILE
004620         GIVING LEDGER-SORTED-FILE.
004630 1070-SORT-LEDGER-EXIT.
004640     EXIT.

004650 1130-PRINT-PARM-AUDIT.
004660     MOVE SPACES TO PRINT-LINE.
004670     WRITE PRINT-LINE FROM PARM-AUDIT-HEADING-LINE.
004680     MOVE "AP-PAY-AHEAD-DAYS" TO PRN-PARM-NAME.
004690     MOVE WS-PAY-AHEAD-DAYS TO PRN-PARM-VALUE.
004700     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
004710     WRITE PRINT-LINE FROM PARM-AUDIT-LINE.
004720     MOVE SPACES TO PRINT-LINE.
004730     WRITE PRINT-LINE.
004740 1130-PRINT-PARM-AUDIT-EXIT.
004750     EXIT.

004760*    ONE SUPPLIER'S ROWS, IN INVOICE ORDER. THE SUPPLIER'S NAME
004770*    LINE ONLY PRINTS WHEN IT HAS SOMETHING OPEN.
004780 2000-PROCESS-SUPPLIER.
004790     MOVE AP-SUPPLIER-ID TO WS-CURRENT-SUPPLIER.
004800     MOVE ZEROS TO WS-SUPP-TO-PAY
004810                   WS-SUPP-NOT-DUE
004820                   RT-COUNT.
004830     MOVE "N" TO WS-SUPP-PRINTED-SWITCH.
004840     PERFORM 2100-PROCESS-ROW THRU 2100-PROCESS-ROW-EXIT
004850         UNTIL END-OF-LEDGER-DATA
004860         OR AP-SUPPLIER-ID NOT = WS-CURRENT-SUPPLIER.
004870     IF SUPPLIER-PRINTED
004880         MOVE WS-SUPP-TO-PAY  TO PRN-SUPP-TO-PAY
004890         MOVE WS-SUPP-NOT-DUE TO PRN-SUPP-NOT-DUE
004900         WRITE PRINT-LINE FROM SUPPLIER-TOTAL-LINE
004910         MOVE SPACES TO PRINT-LINE
004920         WRITE PRINT-LINE
004930     END-IF.
004940     IF WS-SUPP-TO-PAY > ZERO
004950         ADD 1 TO WS-PAID-SUPP-COUNT
004960         ADD WS-SUPP-TO-PAY TO WS-TOTAL-TO-PAY
004970         PERFORM 3000-PRINT-REMITTANCE THRU
004980             3000-PRINT-REMITTANCE-EXIT
004990     END-IF.
005000 2000-PROCESS-SUPPLIER-EXIT.
005010     EXIT.

005020 2100-PROCESS-ROW.
005030     IF NOT AP-INVOICE-REC
005040         OR AP-OPEN-AMOUNT NOT > ZERO
005050         WRITE AP-LEDGER-OUT-REC FROM AP-LEDGER-REC
005060         GO TO 2100-PROCESS-ROW-READ
005070     END-IF.
005080     PERFORM 2200-PRINT-SUPPLIER-NAME THRU
005090         2200-PRINT-SUPPLIER-NAME-EXIT.
005100     IF AP-DUE-DATE > WS-CUT-OFF-DATE
005110         ADD AP-OPEN-AMOUNT TO WS-SUPP-NOT-DUE
005120         WRITE AP-LEDGER-OUT-REC FROM AP-LEDGER-REC
005130         GO TO 2100-PROCESS-ROW-READ
005140     END-IF.
005150     PERFORM 2300-PAY-ROW THRU 2300-PAY-ROW-EXIT.
005160 2100-PROCESS-ROW-READ.
005170     PERFORM 2900-READ-LEDGER THRU 2900-READ-LEDGER-EXIT.
005180 2100-PROCESS-ROW-EXIT.
005190     EXIT.

005200 2200-PRINT-SUPPLIER-NAME.
005210     IF SUPPLIER-PRINTED
005220         GO TO 2200-PRINT-SUPPLIER-NAME-EXIT
005230     END-IF.
005240     MOVE AP-SUPPLIER-ID TO WS-SEARCH-SUPPLIER-ID.
005250     PERFORM 2400-FIND-SUPPLIER THRU 2400-FIND-SUPPLIER-EXIT.
005260     MOVE AP-SUPPLIER-ID TO PRN-SUPPLIER-ID.
005270     IF SPT-ENTRY-FOUND
005280         MOVE SPT-SUPPLIER-NAME (SPT-MATCHED-SUB)
005290             TO PRN-SUPPLIER-NAME
005300     ELSE
005310         MOVE "** NOT ON SUPPMAST **" TO PRN-SUPPLIER-NAME
005320     END-IF.
005330     WRITE PRINT-LINE FROM SUPPLIER-NAME-LINE.
005340     SET SUPPLIER-PRINTED TO TRUE.
005350 2200-PRINT-SUPPLIER-NAME-EXIT.
005360     EXIT.

005370*    THE INVOICE ROW GOES FORWARD CLEARED, FOLLOWED BY ITS "P"
005380*    PAYMENT ROW DATED TODAY FOR THE AMOUNT PAID.
005390 2300-PAY-ROW.
005400     MOVE AP-INVOICE-NO  TO PRN-INVOICE-NO.
005410     MOVE AP-ENTRY-DATE  TO WS-DATE-WORK.
005420     MOVE WS-DW-MM       TO PRN-INV-MM.
005430     MOVE WS-DW-DD       TO PRN-INV-DD.
005440     MOVE WS-DW-YYYY     TO PRN-INV-YYYY.
005450     MOVE AP-DUE-DATE    TO WS-DATE-WORK.
005460     MOVE WS-DW-MM       TO PRN-DUE-MM.
005470     MOVE WS-DW-DD       TO PRN-DUE-DD.
005480     MOVE WS-DW-YYYY     TO PRN-DUE-YYYY.
005490     MOVE AP-PO-NO       TO PRN-PO-NO.
005500     MOVE AP-OIL-NUM     TO PRN-OIL-NUM.
005510     MOVE AP-OPEN-AMOUNT TO PRN-AMOUNT.
005520     WRITE PRINT-LINE FROM PROPOSAL-DETAIL-LINE.
005530     ADD AP-OPEN-AMOUNT TO WS-SUPP-TO-PAY.
005540     PERFORM 2350-BUFFER-REMITTANCE THRU
005550         2350-BUFFER-REMITTANCE-EXIT.
005560     MOVE AP-LEDGER-REC  TO AP-LEDGER-OUT-REC.
005570     MOVE ZERO           TO APO-OPEN-AMOUNT.
005580     WRITE AP-LEDGER-OUT-REC.
005590     MOVE "P"            TO APO-REC-TYPE.
005600     MOVE WS-CURRENT-DATE-YYYYMMDD TO APO-ENTRY-DATE.
005610     MOVE AP-OPEN-AMOUNT TO APO-NET-AMOUNT.
005620     MOVE ZERO           TO APO-VAT-AMOUNT.
005630     WRITE AP-LEDGER-OUT-REC.
005640     ADD 1 TO WS-PAID-ROW-COUNT.
005650 2300-PAY-ROW-EXIT.
005660     EXIT.

005670 2350-BUFFER-REMITTANCE.
005680     IF RT-COUNT > ZERO
005690         IF RT-INVOICE-NO (RT-COUNT) = AP-INVOICE-NO
005700             ADD AP-OPEN-AMOUNT TO RT-AMOUNT (RT-COUNT)
005710             GO TO 2350-BUFFER-REMITTANCE-EXIT
005720         END-IF
005730     END-IF.
005740     IF RT-COUNT >= 100
005750         DISPLAY "APPAY: MORE THAN 100 INVOICES DUE FOR "
005760             "SUPPLIER " AP-SUPPLIER-ID " - REMITTANCE TABLE "
005770             "FULL, RAISE THE TABLE SIZE BEFORE RERUNNING"
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF.
005810     ADD 1 TO RT-COUNT.
005820     MOVE AP-INVOICE-NO  TO RT-INVOICE-NO (RT-COUNT).
005830     MOVE AP-ENTRY-DATE  TO RT-INVOICE-DATE (RT-COUNT).
005840     MOVE AP-OPEN-AMOUNT TO RT-AMOUNT (RT-COUNT).
005850 2350-BUFFER-REMITTANCE-EXIT.
005860     EXIT.

005870*    LOOKS UP THE SUPPLIER ID IN WS-SEARCH-SUPPLIER-ID.
005880 2400-FIND-SUPPLIER.
005890     MOVE "N" TO SPT-FOUND-SWITCH.
005900     PERFORM 2450-MATCH-SUPPLIER THRU 2450-MATCH-SUPPLIER-EXIT
005910         VARYING SPT-SUB FROM 1 BY 1
005920         UNTIL SPT-SUB > SPT-COUNT
005930         OR SPT-ENTRY-FOUND.
005940 2400-FIND-SUPPLIER-EXIT.
005950     EXIT.

005960 2450-MATCH-SUPPLIER.
005970     IF SPT-SUPPLIER-ID (SPT-SUB) = WS-SEARCH-SUPPLIER-ID
005980         MOVE SPT-SUB TO SPT-MATCHED-SUB
005990         SET SPT-ENTRY-FOUND TO TRUE
006000     END-IF.
006010 2450-MATCH-SUPPLIER-EXIT.
006020     EXIT.

006030 2900-READ-LEDGER.
006040     READ LEDGER-SORTED-FILE
006050         AT END
006060             SET END-OF-AP-LEDGER TO TRUE
006070             SET END-OF-LEDGER-DATA TO TRUE
006080     END-READ.
006090     IF NOT END-OF-LEDGER-DATA
006100         ADD 1 TO WS-RECORDS-READ
006110     END-IF.
006120 2900-READ-LEDGER-EXIT.
006130     EXIT.

006140 3000-PRINT-REMITTANCE.
006150     MOVE WS-CURRENT-SUPPLIER TO WS-SEARCH-SUPPLIER-ID.
006160     PERFORM 2400-FIND-SUPPLIER THRU 2400-FIND-SUPPLIER-EXIT.
006170     MOVE WS-CURRENT-SUPPLIER TO PRR-SUPPLIER-ID.
006180     IF SPT-ENTRY-FOUND
006190         MOVE SPT-SUPPLIER-NAME (SPT-MATCHED-SUB)
006200             TO PRR-SUPPLIER-NAME
006210     ELSE
006220         MOVE SPACES TO PRR-SUPPLIER-NAME
006230     END-IF.
006240     MOVE WS-CURRENT-MM   TO PRR-PAY-MM.
006250     MOVE WS-CURRENT-DD   TO PRR-PAY-DD.
006260     MOVE WS-CURRENT-YYYY TO PRR-PAY-YYYY.
006270     MOVE SPACES TO REMIT-LINE.
006280     WRITE REMIT-LINE FROM REMIT-HEADING-LINE.
006290     WRITE REMIT-LINE FROM REMIT-UNDERLINE.
006300     WRITE REMIT-LINE FROM REMIT-TO-LINE.
006310     WRITE REMIT-LINE FROM REMIT-DATE-LINE.
006320     MOVE SPACES TO REMIT-LINE.
006330     WRITE REMIT-LINE.
006340     WRITE REMIT-LINE FROM REMIT-TOPIC-LINE.
006350     PERFORM 3100-PRINT-REMIT-LINE THRU
006360         3100-PRINT-REMIT-LINE-EXIT
006370         VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
006380     MOVE SPACES TO REMIT-LINE.
006390     WRITE REMIT-LINE.
006400     MOVE WS-SUPP-TO-PAY TO PRR-TOTAL-PAID.
006410     WRITE REMIT-LINE FROM REMIT-TOTAL-LINE.
006420     MOVE SPACES TO REMIT-LINE.
006430     WRITE REMIT-LINE.
006440     WRITE REMIT-LINE FROM REMIT-SEPARATOR-LINE.
006450     MOVE SPACES TO REMIT-LINE.
006460     WRITE REMIT-LINE.
006470 3000-PRINT-REMITTANCE-EXIT.
006480     EXIT.

006490 3100-PRINT-REMIT-LINE.
006500     MOVE RT-INVOICE-NO (RT-SUB)   TO PRR-INVOICE-NO.
006510     MOVE RT-INVOICE-DATE (RT-SUB) TO WS-DATE-WORK.
006520     MOVE WS-DW-MM                 TO PRR-INV-MM.
006530     MOVE WS-DW-DD                 TO PRR-INV-DD.
006540     MOVE WS-DW-YYYY               TO PRR-INV-YYYY.
006550     MOVE RT-AMOUNT (RT-SUB)       TO PRR-AMOUNT.
006560     WRITE REMIT-LINE FROM REMIT-DETAIL-LINE.
006570 3100-PRINT-REMIT-LINE-EXIT.
006580     EXIT.

006590*    ADDS WS-DAYS-TO-ADD CALENDAR DAYS TO THE DATE IN
006600*    WS-DATE-WORK, ONE DAY AT A TIME ACROSS MONTH AND YEAR
006610*    ENDS.
006620 7100-ADD-DAYS.
006630     PERFORM 7150-ADD-ONE-DAY THRU 7150-ADD-ONE-DAY-EXIT
006640         WS-DAYS-TO-ADD TIMES.
006650 7100-ADD-DAYS-EXIT.
006660     EXIT.

006670 7150-ADD-ONE-DAY.
006680     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-THIS-MONTH.
006690     IF WS-DW-MM = 2
006700         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006710             REMAINDER WS-LEAP-REMAINDER
006720         IF WS-LEAP-REMAINDER = ZERO
006730             MOVE 29 TO WS-DAYS-THIS-MONTH
006740             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006750                 REMAINDER WS-LEAP-REMAINDER
006760             IF WS-LEAP-REMAINDER = ZERO
006770                 MOVE 28 TO WS-DAYS-THIS-MONTH
006780                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006790                     REMAINDER WS-LEAP-REMAINDER
006800                 IF WS-LEAP-REMAINDER = ZERO
006810                     MOVE 29 TO WS-DAYS-THIS-MONTH
006820                 END-IF
006830             END-IF
006840         END-IF
006850     END-IF.
006860     ADD 1 TO WS-DW-DD.
006870     IF WS-DW-DD > WS-DAYS-THIS-MONTH
006880         MOVE 1 TO WS-DW-DD
006890         ADD 1 TO WS-DW-MM
006900         IF WS-DW-MM > 12
006910             MOVE 1 TO WS-DW-MM
006920             ADD 1 TO WS-DW-YYYY
006930         END-IF
006940     END-IF.
006950 7150-ADD-ONE-DAY-EXIT.
006960     EXIT.

006970 8000-TERMINATE.
006980     IF WS-PAID-SUPP-COUNT = ZERO
006990         WRITE PRINT-LINE FROM NO-PAYMENT-LINE
007000     END-IF.
007010     MOVE SPACES TO PRINT-LINE.
007020     WRITE PRINT-LINE.
007030     MOVE WS-PAID-SUPP-COUNT TO PRN-PAID-SUPP-COUNT.
007040     MOVE WS-TOTAL-TO-PAY    TO PRN-TOTAL-TO-PAY.
007050     WRITE PRINT-LINE FROM PROPOSAL-TOTAL-LINE.
007060     MOVE SPACES TO PRINT-LINE.
007070     WRITE PRINT-LINE.
007080     WRITE PRINT-LINE FROM SIGN-OFF-LINE.
007090     CLOSE LEDGER-SORTED-FILE
007100           AP-LEDGER-OUT.
007110     OPEN INPUT PAY-VALUE-FILE.
007113     IF WS-PAYVAL-STATUS = "00"
007116         READ PAY-VALUE-FILE
007119             AT END
007122                 MOVE ZEROS TO PV-RUN-DATE
007125         END-READ
007128         IF PV-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
007131             ADD PV-PAID-VALUE TO WS-TOTAL-TO-PAY
007134         END-IF
007137         CLOSE PAY-VALUE-FILE
007140     END-IF.
007143     OPEN OUTPUT PAY-VALUE-FILE.
007146     MOVE WS-CURRENT-DATE-YYYYMMDD TO PV-RUN-DATE.
007149     MOVE WS-TOTAL-TO-PAY          TO PV-PAID-VALUE.
007152     WRITE PAY-VALUE-REC.
007155     CLOSE PAY-VALUE-FILE.
007160     PERFORM 8900-WRITE-AUDIT-RECORD THRU
007170         8900-WRITE-AUDIT-RECORD-EXIT.
007180     CLOSE PROPOSAL-REPORT
007190           REMITTANCE-REPORT.
007200 8000-TERMINATE-EXIT.
007210     EXIT.

007220 8900-WRITE-AUDIT-RECORD.
007230     MOVE "APPAY"               TO AR-PROGRAM-ID.
007240     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
007250     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
007260     ACCEPT AR-END-TIME         FROM TIME.
007270     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
007280     MOVE ZERO                  TO AR-RECORDS-REJECTED.
007290     OPEN EXTEND AUDIT-TRAIL-FILE.
007300     WRITE AUDIT-REC.
007310     CLOSE AUDIT-TRAIL-FILE.
007320 8900-WRITE-AUDIT-RECORD-EXIT.
007330     EXIT.

007340 END PROGRAM APPAY.
