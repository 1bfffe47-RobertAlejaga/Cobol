000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       SUPPLIER INVOICE THREE-WAY MATCH.
000070*                READS THE DAY'S KEYED SUPPLIER INVOICE LINES
000080*                (SUPPINV.DAT - SUPPLIER, INVOICE NUMBER AND
000090*                DATE, PO, OIL, QUANTITY BILLED, NET AND VAT) AND
000100*                CHECKS EVERY LINE AGAINST THE OPENPO.DAT ORDER
000110*                (SEE OPENPO.CPY): THE PO MUST BE ON FILE FOR
000120*                THAT SUPPLIER AND OIL, AND THE QUANTITY BILLED
000130*                ON THE PO TO DATE MUST FIT BOTH THE QUANTITY
000140*                ORDERED AND THE QUANTITY GOODSRCV HAS BOOKED AS
000150*                RECEIVED. AN INVOICE WITH EVERY LINE MATCHED IS
000160*                POSTED TO THE ACCOUNTS-PAYABLE LEDGER (SEE
000170*                APLEDGER.CPY), DUE AFTER THE SUPPLIER'S PAYMENT
000180*                TERMS, AND LISTED ON APMATCH.RPT. AN INVOICE
000190*                WITH ANY LINE OUT - OR ONE ALREADY ON THE
000200*                LEDGER - IS NOT POSTED AT ALL AND GOES ON THE
000210*                APQUERY.RPT QUERY LIST WITH THE REASON, FOR
000220*                THE BUYER TO TAKE UP WITH THE SUPPLIER AND
000230*                RE-KEY ONCE SETTLED. THE LEDGER IS REWRITTEN
000240*                THROUGH APLEDGER.NEW FOR THE OPERATOR TO
000250*                PROMOTE AFTER CHECKING THE REPORTS, AND THE
000260*                POSTED NET AND VAT GO TO APINVVAL.DAT FOR
000270*                GLEXTRACT TO JOURNAL AGAINST TRADE CREDITORS.
000280*                RUN STANDALONE DURING THE DAY, LIKE GOODSRCV.
000290*                A SECOND BATCH ON THE SAME BUSINESS DATE ADDS
000300*                ITS VALUE TO THE DAY'S ROW, AS GOODSRCV DOES.
000310* TECTONICS:     cobc
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 DO    ORIGINAL VERSION.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. APMATCH.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS WS-SUPPINV-STATUS.

000450     SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-OPENPO-STATUS.

000480     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS WS-SUPP-STATUS.

000510     SELECT AP-LEDGER-FILE ASSIGN TO "APLEDGER.DAT"
000520               ORGANIZATION IS LINE SEQUENTIAL
000530               FILE STATUS IS WS-LEDGER-STATUS.

000540     SELECT AP-LEDGER-OUT ASSIGN TO "APLEDGER.NEW"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS WS-LEDGER-NEW-STATUS.

000570     SELECT AP-VALUE-FILE ASSIGN TO "APINVVAL.DAT"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS WS-APINVVAL-STATUS.

000600     SELECT MATCH-REPORT ASSIGN TO "APMATCH.RPT"
000610               ORGANIZATION IS LINE SEQUENTIAL.

000620     SELECT QUERY-REPORT ASSIGN TO "APQUERY.RPT"
000630               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000650               ORGANIZATION IS LINE SEQUENTIAL
000660               FILE STATUS IS WS-RUNCTL-STATUS.

000670     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000680               ORGANIZATION IS LINE SEQUENTIAL.

000690 DATA DIVISION.
000700 FILE SECTION.
000710*    ONE ROW PER INVOICE LINE, THE LINES OF ONE INVOICE KEYED
000720*    TOGETHER - A CHANGE OF SUPPLIER OR INVOICE NUMBER STARTS
000730*    THE NEXT INVOICE.
000740 FD  SUPPLIER-INVOICE-FILE.
000750 01  SUPPLIER-INVOICE-REC.
000760     88 END-OF-SUPPLIER-INVOICE  VALUE HIGH-VALUES.
000770     02  SI-SUPPLIER-ID          PIC X(5).
000780     02  SI-INVOICE-NO           PIC X(10).
000790     02  SI-INVOICE-DATE         PIC 9(8).
000800     02  SI-PO-NO                PIC 9(6).
000810     02  SI-OIL-NUM              PIC 99.
000820     02  SI-QTY                  PIC 9(6).
000830     02  SI-NET-AMOUNT           PIC 9(7)V99.
000840     02  SI-VAT-AMOUNT           PIC 9(7)V99.

000850 FD  OPEN-PO-FILE.
000860     COPY OPENPO.

000870 FD  SUPPLIER-MASTER-FILE.
000880     COPY SUPPMAST.

000890 FD  AP-LEDGER-FILE.
000900     COPY APLEDGER.

000910 FD  AP-LEDGER-OUT.
000920 01  AP-LEDGER-OUT-REC.
000930     02  APO-SUPPLIER-ID         PIC X(5).
000940     02  APO-REC-TYPE            PIC X.
000950     02  APO-INVOICE-NO          PIC X(10).
000960     02  APO-PO-NO               PIC 9(6).
000970     02  APO-OIL-NUM             PIC 99.
000980     02  APO-QTY                 PIC 9(6).
000990     02  APO-ENTRY-DATE          PIC 9(8).
001000     02  APO-DUE-DATE            PIC 9(8).
001010     02  APO-NET-AMOUNT          PIC S9(7)V99.
001020     02  APO-VAT-AMOUNT          PIC S9(7)V99.
001030     02  APO-OPEN-AMOUNT         PIC S9(7)V99.

001040*    THE DAY'S POSTED PURCHASES FOR GLEXTRACT, STAMPED WITH THE
001050*    BUSINESS DATE THE RUN WORKED UNDER.
001060 FD  AP-VALUE-FILE.
001070 01  AP-VALUE-REC.
001080     02  AV-RUN-DATE             PIC 9(8).
001090     02  AV-NET-VALUE            PIC S9(7)V99.
001100     02  AV-VAT-VALUE            PIC S9(7)V99.

001110 FD  MATCH-REPORT.
001120 01  PRINT-LINE                  PIC X(100).

001130 FD  QUERY-REPORT.
001140 01  QUERY-LINE                  PIC X(100).

001150 FD  RUN-CONTROL-FILE.
001160     COPY RUNCTL.

001170 FD  AUDIT-TRAIL-FILE.
001180     COPY AUDITREC.

001190 WORKING-STORAGE SECTION.

001200 01  REPORT-HEADING-LINE         PIC X(40)
001210             VALUE "   AROMAMORA SUPPLIER INVOICES POSTED".

001220 01  REPORT-HEADING-UNDERLINE.
001230     02  FILLER                  PIC X(3)  VALUE SPACES.
001240     02  FILLER                  PIC X(34) VALUE ALL "-".

001250 01  QUERY-HEADING-LINE          PIC X(40)
001260             VALUE "   AROMAMORA SUPPLIER INVOICE QUERY LIST".

001270 01  QUERY-HEADING-UNDERLINE.
001280     02  FILLER                  PIC X(3)  VALUE SPACES.
001290     02  FILLER                  PIC X(37) VALUE ALL "-".

001300 01  RUN-DATE-LINE.
001310     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001320     02  PRN-RUN-MM              PIC 99.
001330     02  FILLER                  PIC X VALUE "/".
001340     02  PRN-RUN-DD              PIC 99.
001350     02  FILLER                  PIC X VALUE "/".
001360     02  PRN-RUN-YYYY            PIC 9(4).

001370 01  MATCH-TOPIC-LINE            PIC X(90)
001380             VALUE "SUPP  INVOICE      PO     OIL     QTY
001390-    "      NET        VAT   DUE DATE".

001400 01  MATCH-DETAIL-LINE.
001410     02  PRN-SUPPLIER-ID         PIC X(5).
001420     02  FILLER                  PIC X     VALUE SPACE.
001430     02  PRN-INVOICE-NO          PIC X(10).
001440     02  FILLER                  PIC X(3)  VALUE SPACES.
001450     02  PRN-PO-NO               PIC 9(6).
001460     02  FILLER                  PIC X(2)  VALUE SPACES.
001470     02  PRN-OIL-NUM             PIC 99.
001480     02  PRN-QTY                 PIC BZZZ,ZZ9.
001490     02  PRN-NET                 PIC BZZZ,ZZ9.99.
001500     02  PRN-VAT                 PIC BZZ,ZZ9.99.
001510     02  FILLER                  PIC X(3)  VALUE SPACES.
001520     02  PRN-DUE-MM              PIC 99.
001530     02  FILLER                  PIC X     VALUE "/".
001540     02  PRN-DUE-DD              PIC 99.
001550     02  FILLER                  PIC X     VALUE "/".
001560     02  PRN-DUE-YYYY            PIC 9(4).

001570 01  QUERY-TOPIC-LINE.
001575     02  FILLER                  PIC X(29)
001580             VALUE "SUPP  INVOICE      PO     OIL".
001585     02  FILLER                  PIC X(24)
001590             VALUE "  BILLED ORDERED    RCVD".
001592     02  FILLER                  PIC X(19)
001594             VALUE " PRIOR-BILL  REASON".

001600 01  QUERY-DETAIL-LINE.
001610     02  PRQ-SUPPLIER-ID         PIC X(5).
001620     02  FILLER                  PIC X     VALUE SPACE.
001630     02  PRQ-INVOICE-NO          PIC X(10).
001640     02  FILLER                  PIC X(3)  VALUE SPACES.
001650     02  PRQ-PO-NO               PIC 9(6).
001660     02  FILLER                  PIC X(2)  VALUE SPACES.
001670     02  PRQ-OIL-NUM             PIC 99.
001680     02  PRQ-QTY                 PIC BZZZ,ZZ9.
001690     02  PRQ-ORDERED             PIC BZZZ,ZZ9.
001700     02  PRQ-RECEIVED            PIC BZZZ,ZZ9.
001710     02  PRQ-PRIOR-BILLED        PIC BBBBZZZ,ZZ9.
001720     02  FILLER                  PIC X(2)  VALUE SPACES.
001730     02  PRQ-REASON              PIC X(30).

001740 01  MATCH-TOTAL-LINE.
001750     02  FILLER          PIC X(22) VALUE "INVOICES POSTED      :".
001760     02  PRN-POSTED-COUNT        PIC BZZZ9.
001770     02  FILLER          PIC X(8)  VALUE "   NET: ".
001780     02  PRN-TOTAL-NET           PIC ZZ,ZZZ,ZZ9.99.
001790     02  FILLER          PIC X(8)  VALUE "   VAT: ".
001800     02  PRN-TOTAL-VAT           PIC ZZ,ZZZ,ZZ9.99.

001810 01  QUERY-TOTAL-LINE.
001820     02  FILLER          PIC X(22) VALUE "INVOICES QUERIED     :".
001830     02  PRN-QUERIED-COUNT       PIC BZZZ9.

001840 01  NO-INVOICE-LINE             PIC X(40)
001850             VALUE "NO SUPPLIER INVOICES KEYED THIS RUN.".

001860 01  NO-QUERY-LINE               PIC X(40)
001870             VALUE "NO INVOICES QUERIED THIS RUN.".

001880*    THE SUPPLIER MASTER IS ONE ROW PER SUPPLIER AND OIL - ONLY
001890*    THE FIRST ROW FOR EACH SUPPLIER IS KEPT, FOR ITS TERMS.
001900 01  SUPPLIER-TABLE.
001910     02  SUPPLIER-ENTRY OCCURS 200 TIMES.
001920         03  SPT-SUPPLIER-ID     PIC X(5).
001930         03  SPT-PAY-TERMS       PIC 999.

001940 01  SPT-COUNT                   PIC 999     VALUE ZERO.
001950 01  SPT-SUB                     PIC 999.
001960 01  SPT-MATCHED-SUB             PIC 999.
001970 01  WS-SEARCH-SUPPLIER-ID       PIC X(5).

001980 01  PO-TABLE.
001990     02  PO-ENTRY OCCURS 500 TIMES.
002000         03  POT-PO-NO           PIC 9(6).
002010         03  POT-SUPPLIER-ID     PIC X(5).
002020         03  POT-OIL-NUM         PIC 99.
002030         03  POT-ORDER-QTY       PIC 9(6).
002040         03  POT-RECEIVED-QTY    PIC 9(6).
002050         03  POT-INVOICED-QTY    PIC 9(7).

002060 01  POT-COUNT                   PIC 999     VALUE ZERO.
002070 01  POT-SUB                     PIC 999.
002080 01  POT-MATCHED-SUB             PIC 999.

002090*    THE RUN'S INVOICE LINES ARE HELD SO ONE PASS OF THE
002100*    LEDGER CAN BOTH TOTAL WHAT EACH PO HAS ALREADY BEEN BILLED
002110*    AND SPOT AN INVOICE NUMBER THE SUPPLIER HAS USED BEFORE.
002120 01  INVOICE-LINE-TABLE.
002130     02  INVOICE-LINE-ENTRY OCCURS 300 TIMES.
002140         03  IL-SUPPLIER-ID      PIC X(5).
002150         03  IL-INVOICE-NO       PIC X(10).
002160         03  IL-INVOICE-DATE     PIC 9(8).
002170         03  IL-PO-NO            PIC 9(6).
002180         03  IL-OIL-NUM          PIC 99.
002190         03  IL-QTY              PIC 9(6).
002200         03  IL-NET-AMOUNT       PIC 9(7)V99.
002210         03  IL-VAT-AMOUNT       PIC 9(7)V99.
002220         03  IL-PO-SUB           PIC 999.
002230         03  IL-PRIOR-BILLED     PIC 9(7).
002240         03  IL-DUP-SWITCH       PIC X.
002250             88  IL-DUPLICATE    VALUE "Y".
002260         03  IL-HELD-SWITCH      PIC X.
002270             88  IL-QTY-HELD     VALUE "Y".
002280         03  IL-REASON           PIC X(30).

002290 01  IL-COUNT                    PIC 999     VALUE ZERO.
002300 01  IL-SUB                      PIC 999.
002310 01  IL-FIRST-SUB                PIC 999.
002320 01  IL-LAST-SUB                 PIC 999.

002330 01  WS-MATCH-SWITCHES.
002340     02  SPT-FOUND-SWITCH        PIC X       VALUE "N".
002350         88  SPT-ENTRY-FOUND     VALUE "Y".
002360     02  POT-FOUND-SWITCH        PIC X       VALUE "N".
002370         88  POT-ENTRY-FOUND     VALUE "Y".
002380     02  WS-INVOICE-OK-SWITCH    PIC X       VALUE "Y".
002390         88  INVOICE-ALL-MATCHED VALUE "Y".
002400     02  WS-GROUP-END-SWITCH     PIC X       VALUE "N".
002410         88  END-OF-GROUP        VALUE "Y".

002420 01  WS-COUNTS.
002430     02  WS-POSTED-COUNT         PIC 9(4)    VALUE ZERO.
002440     02  WS-QUERIED-COUNT        PIC 9(4)    VALUE ZERO.
002450     02  WS-QUERY-LINE-COUNT     PIC 9(5)    VALUE ZERO.

002460 01  WS-TOTALS.
002470     02  WS-TOTAL-NET            PIC S9(7)V99 VALUE ZERO.
002480     02  WS-TOTAL-VAT            PIC S9(7)V99 VALUE ZERO.
002490     02  WS-BILLED-TO-DATE       PIC 9(7).
002500     02  WS-PAY-TERMS            PIC 999.

002510 01  WS-SWITCHES.
002520     02  WS-SUPPINV-EOF          PIC X       VALUE "N".
002530         88  END-OF-SUPPINV-DATA VALUE "Y".
002540     02  WS-OPENPO-EOF           PIC X       VALUE "N".
002550         88  END-OF-OPENPO-DATA  VALUE "Y".
002560     02  WS-SUPP-EOF             PIC X       VALUE "N".
002570         88  END-OF-SUPP-DATA    VALUE "Y".
002580     02  WS-LEDGER-EOF           PIC X       VALUE "N".
002590         88  END-OF-LEDGER-DATA  VALUE "Y".

002600 01  WS-FILE-STATUSES.
002610     02  WS-SUPPINV-STATUS       PIC XX.
002620     02  WS-OPENPO-STATUS        PIC XX.
002630     02  WS-SUPP-STATUS          PIC XX.
002640     02  WS-LEDGER-STATUS        PIC XX.
002650     02  WS-LEDGER-NEW-STATUS    PIC XX.
002660     02  WS-APINVVAL-STATUS      PIC XX.
002670     02  WS-RUNCTL-STATUS        PIC XX.

002680 01  WS-CURRENT-DATE.
002690     02  WS-CURRENT-DATE-YYYYMMDD.
002700         03  WS-CURRENT-YYYY     PIC 9(4).
002710         03  WS-CURRENT-MM       PIC 99.
002720         03  WS-CURRENT-DD       PIC 99.

002730*    CALENDAR WORK AREA FOR THE DUE-DATE ARITHMETIC - FEBRUARY
002740*    IS TAKEN FROM THE LEAP-YEAR TEST, NOT THE TABLE.
002750 01  WS-DATE-WORK                PIC 9(8).
002760 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002770     02  WS-DW-YYYY              PIC 9(4).
002780     02  WS-DW-MM                PIC 99.
002790     02  WS-DW-DD                PIC 99.

002800 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002810             VALUE "312831303130313130313031".
002820 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002830     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.

002840 01  WS-CALENDAR-FIELDS.
002850     02  WS-DAYS-TO-ADD          PIC 999.
002860     02  WS-DAYS-THIS-MONTH      PIC 99.
002870     02  WS-LEAP-QUOTIENT        PIC 9(4).
002880     02  WS-LEAP-REMAINDER       PIC 999.

002890 01  WS-AUDIT-FIELDS.
002900     02  WS-AUDIT-START-TIME     PIC 9(8).
002910     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

002920 PROCEDURE DIVISION.
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002950     MOVE 1 TO IL-FIRST-SUB.
002960     PERFORM 2000-MATCH-INVOICE THRU 2000-MATCH-INVOICE-EXIT
002970         UNTIL IL-FIRST-SUB > IL-COUNT.
002980     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002990     STOP RUN.

003000 1000-INITIALIZE.
003010     PERFORM 1005-READ-RUN-CONTROL THRU
003020         1005-READ-RUN-CONTROL-EXIT.
003030     PERFORM 1008-CHECK-STAGED-FILE THRU
003040         1008-CHECK-STAGED-FILE-EXIT.
003050     OPEN OUTPUT MATCH-REPORT
003060                 QUERY-REPORT.
003070     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003080     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003090     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003100     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003110     MOVE SPACES TO PRINT-LINE.
003120     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003130     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003140     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003150     MOVE SPACES TO PRINT-LINE.
003160     WRITE PRINT-LINE.
003170     WRITE PRINT-LINE FROM MATCH-TOPIC-LINE.
003180     MOVE SPACES TO QUERY-LINE.
003190     WRITE QUERY-LINE FROM QUERY-HEADING-LINE.
003200     WRITE QUERY-LINE FROM QUERY-HEADING-UNDERLINE.
003210     WRITE QUERY-LINE FROM RUN-DATE-LINE.
003220     MOVE SPACES TO QUERY-LINE.
003230     WRITE QUERY-LINE.
003240     WRITE QUERY-LINE FROM QUERY-TOPIC-LINE.
003250     PERFORM 1020-LOAD-SUPPLIERS THRU 1020-LOAD-SUPPLIERS-EXIT.
003260     PERFORM 1040-LOAD-OPEN-POS THRU 1040-LOAD-OPEN-POS-EXIT.
003270     PERFORM 1060-LOAD-INVOICES THRU 1060-LOAD-INVOICES-EXIT.
003280     PERFORM 1080-CARRY-LEDGER THRU 1080-CARRY-LEDGER-EXIT.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.

003310 1005-READ-RUN-CONTROL.
003320     OPEN INPUT RUN-CONTROL-FILE.
003330     IF WS-RUNCTL-STATUS NOT = "00"
003340         DISPLAY "APMATCH: RUN CONTROL RECORD MISSING"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     READ RUN-CONTROL-FILE
003390         AT END
003400             DISPLAY "APMATCH: RUN CONTROL RECORD MISSING"
003410             MOVE 16 TO RETURN-CODE
003420             STOP RUN
003430     END-READ.
003440     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003450     CLOSE RUN-CONTROL-FILE.
003460 1005-READ-RUN-CONTROL-EXIT.
003470     EXIT.

003480*    AN APLEDGER.NEW STILL ON FILE MEANS AN EARLIER RUN'S
003490*    POSTINGS (OR A PAYMENT RUN'S) WERE NEVER PROMOTED -
003500*    OPENING OUTPUT NOW WOULD THROW THEM AWAY.
003510 1008-CHECK-STAGED-FILE.
003520     OPEN INPUT AP-LEDGER-OUT.
003530     IF WS-LEDGER-NEW-STATUS = "00"
003540         CLOSE AP-LEDGER-OUT
003550         DISPLAY "APMATCH: APLEDGER.NEW ALREADY ON FILE - "
003560             "PROMOTE OR REMOVE IT FIRST"
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600 1008-CHECK-STAGED-FILE-EXIT.
003610     EXIT.

003620 1020-LOAD-SUPPLIERS.
003630     OPEN INPUT SUPPLIER-MASTER-FILE.
003640     IF WS-SUPP-STATUS NOT = "00"
003650         DISPLAY "APMATCH: SUPPMAST.DAT MISSING"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     PERFORM 1025-READ-SUPPLIER THRU 1025-READ-SUPPLIER-EXIT
003700         UNTIL END-OF-SUPP-DATA.
003710     CLOSE SUPPLIER-MASTER-FILE.
003720 1020-LOAD-SUPPLIERS-EXIT.
003730     EXIT.

003740 1025-READ-SUPPLIER.
003750     READ SUPPLIER-MASTER-FILE
003760         AT END
003770             SET END-OF-SUPPLIER-MASTER TO TRUE
003780             SET END-OF-SUPP-DATA TO TRUE
003790     END-READ.
003800     IF END-OF-SUPP-DATA
003810         GO TO 1025-READ-SUPPLIER-EXIT
003820     END-IF.
003830     ADD 1 TO WS-RECORDS-READ.
003840     MOVE SU-SUPPLIER-ID TO WS-SEARCH-SUPPLIER-ID.
003850     PERFORM 2400-FIND-SUPPLIER THRU 2400-FIND-SUPPLIER-EXIT.
003860     IF SPT-ENTRY-FOUND
003870         GO TO 1025-READ-SUPPLIER-EXIT
003880     END-IF.
003890     IF SPT-COUNT >= 200
003900         DISPLAY "APMATCH: SUPPLIER TABLE FULL AT 200 - "
003910             "RAISE THE TABLE SIZE BEFORE RERUNNING"
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     ADD 1 TO SPT-COUNT.
003960     MOVE SU-SUPPLIER-ID TO SPT-SUPPLIER-ID (SPT-COUNT).
003970     IF SU-PAY-TERMS NUMERIC
003980         AND SU-PAY-TERMS > ZERO
003990         MOVE SU-PAY-TERMS TO SPT-PAY-TERMS (SPT-COUNT)
004000     ELSE
004010         MOVE 30 TO SPT-PAY-TERMS (SPT-COUNT)
004020     END-IF.
004030 1025-READ-SUPPLIER-EXIT.
004040     EXIT.

004050 1040-LOAD-OPEN-POS.
004060     OPEN INPUT OPEN-PO-FILE.
004070     IF WS-OPENPO-STATUS NOT = "00"
004080         SET END-OF-OPENPO-DATA TO TRUE
004090         GO TO 1040-LOAD-OPEN-POS-EXIT
004100     END-IF.
004110     PERFORM 1045-READ-OPEN-PO THRU 1045-READ-OPEN-PO-EXIT
004120         UNTIL END-OF-OPENPO-DATA.
004130     CLOSE OPEN-PO-FILE.
004140 1040-LOAD-OPEN-POS-EXIT.
004150     EXIT.

004160 1045-READ-OPEN-PO.
004170     READ OPEN-PO-FILE
004180         AT END
004190             SET END-OF-OPEN-PO TO TRUE
004200             SET END-OF-OPENPO-DATA TO TRUE
004210     END-READ.
004220     IF END-OF-OPENPO-DATA
004230         GO TO 1045-READ-OPEN-PO-EXIT
004240     END-IF.
004250     ADD 1 TO WS-RECORDS-READ.
004260     IF POT-COUNT >= 500
004270         DISPLAY "APMATCH: ORDER TABLE FULL AT 500 - "
004280             "RAISE THE TABLE SIZE BEFORE RERUNNING"
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     ADD 1 TO POT-COUNT.
004330     MOVE PO-PO-NO        TO POT-PO-NO (POT-COUNT).
004340     MOVE PO-SUPPLIER-ID  TO POT-SUPPLIER-ID (POT-COUNT).
004350     MOVE PO-OIL-NUM      TO POT-OIL-NUM (POT-COUNT).
004360     MOVE PO-ORDER-QTY    TO POT-ORDER-QTY (POT-COUNT).
004370     MOVE PO-RECEIVED-QTY TO POT-RECEIVED-QTY (POT-COUNT).
004380     MOVE ZERO            TO POT-INVOICED-QTY (POT-COUNT).
004390 1045-READ-OPEN-PO-EXIT.
004400     EXIT.

004410 1060-LOAD-INVOICES.
004420     OPEN INPUT SUPPLIER-INVOICE-FILE.
004430     IF WS-SUPPINV-STATUS NOT = "00"
004440         SET END-OF-SUPPINV-DATA TO TRUE
004450         GO TO 1060-LOAD-INVOICES-EXIT
004460     END-IF.
004470     PERFORM 1065-READ-INVOICE-LINE THRU
004480         1065-READ-INVOICE-LINE-EXIT
004490         UNTIL END-OF-SUPPINV-DATA.
004500     CLOSE SUPPLIER-INVOICE-FILE.
004510 1060-LOAD-INVOICES-EXIT.
004520     EXIT.

004530 1065-READ-INVOICE-LINE.
004540     READ SUPPLIER-INVOICE-FILE
004550         AT END
004560             SET END-OF-SUPPLIER-INVOICE TO TRUE
004570             SET END-OF-SUPPINV-DATA TO TRUE
004580     END-READ.
004590     IF END-OF-SUPPINV-DATA
004600         GO TO 1065-READ-INVOICE-LINE-EXIT
004610     END-IF.
004620     ADD 1 TO WS-RECORDS-READ.
004630     IF IL-COUNT >= 300
004640         DISPLAY "APMATCH: MORE THAN 300 INVOICE LINES ON "
004650             "SUPPINV.DAT - SPLIT THE FILE AND RERUN"
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     ADD 1 TO IL-COUNT.
004700     MOVE SI-SUPPLIER-ID  TO IL-SUPPLIER-ID (IL-COUNT).
004710     MOVE SI-INVOICE-NO   TO IL-INVOICE-NO (IL-COUNT).
004720     MOVE SI-INVOICE-DATE TO IL-INVOICE-DATE (IL-COUNT).
004730     MOVE SI-PO-NO        TO IL-PO-NO (IL-COUNT).
004740     MOVE SI-OIL-NUM      TO IL-OIL-NUM (IL-COUNT).
004750     MOVE SI-QTY          TO IL-QTY (IL-COUNT).
004760     MOVE SI-NET-AMOUNT   TO IL-NET-AMOUNT (IL-COUNT).
004770     MOVE SI-VAT-AMOUNT   TO IL-VAT-AMOUNT (IL-COUNT).
004780     MOVE ZERO            TO IL-PO-SUB (IL-COUNT)
004790                             IL-PRIOR-BILLED (IL-COUNT).
004800     MOVE "N"             TO IL-DUP-SWITCH (IL-COUNT)
004810                             IL-HELD-SWITCH (IL-COUNT).
004820     MOVE SPACES          TO IL-REASON (IL-COUNT).
004830 1065-READ-INVOICE-LINE-EXIT.
004840     EXIT.

004850*    EVERY LEDGER ROW CARRIES STRAIGHT THROUGH TO APLEDGER.NEW.
004860*    ON THE WAY PAST, INVOICE ROWS ADD TO THE QUANTITY ALREADY
004870*    BILLED ON THEIR PO AND MARK ANY OF TODAY'S LINES CARRYING
004880*    THE SAME SUPPLIER AND INVOICE NUMBER AS A DUPLICATE.
004890 1080-CARRY-LEDGER.
004900     OPEN OUTPUT AP-LEDGER-OUT.
004910     OPEN INPUT AP-LEDGER-FILE.
004920     IF WS-LEDGER-STATUS NOT = "00"
004930         SET END-OF-LEDGER-DATA TO TRUE
004940         GO TO 1080-CARRY-LEDGER-EXIT
004950     END-IF.
004960     PERFORM 1085-CARRY-LEDGER-ROW THRU
004970         1085-CARRY-LEDGER-ROW-EXIT
004980         UNTIL END-OF-LEDGER-DATA.
004990     CLOSE AP-LEDGER-FILE.
005000 1080-CARRY-LEDGER-EXIT.
005010     EXIT.

005020 1085-CARRY-LEDGER-ROW.
005030     READ AP-LEDGER-FILE
005040         AT END
005050             SET END-OF-AP-LEDGER TO TRUE
005060             SET END-OF-LEDGER-DATA TO TRUE
005070     END-READ.
005080     IF END-OF-LEDGER-DATA
005090         GO TO 1085-CARRY-LEDGER-ROW-EXIT
005100     END-IF.
005110     ADD 1 TO WS-RECORDS-READ.
005120     WRITE AP-LEDGER-OUT-REC FROM AP-LEDGER-REC.
005130     IF NOT AP-INVOICE-REC
005140         GO TO 1085-CARRY-LEDGER-ROW-EXIT
005150     END-IF.
005160     PERFORM 1090-MARK-DUPLICATE THRU 1090-MARK-DUPLICATE-EXIT
005170         VARYING IL-SUB FROM 1 BY 1 UNTIL IL-SUB > IL-COUNT.
005180     MOVE "N" TO POT-FOUND-SWITCH.
005190     PERFORM 1095-MATCH-LEDGER-PO THRU 1095-MATCH-LEDGER-PO-EXIT
005200         VARYING POT-SUB FROM 1 BY 1
005210         UNTIL POT-SUB > POT-COUNT
005220         OR POT-ENTRY-FOUND.
005230 1085-CARRY-LEDGER-ROW-EXIT.
005240     EXIT.

005250 1090-MARK-DUPLICATE.
005260     IF IL-SUPPLIER-ID (IL-SUB) = AP-SUPPLIER-ID
005270         AND IL-INVOICE-NO (IL-SUB) = AP-INVOICE-NO
005280         SET IL-DUPLICATE (IL-SUB) TO TRUE
005290     END-IF.
005300 1090-MARK-DUPLICATE-EXIT.
005310     EXIT.

005320 1095-MATCH-LEDGER-PO.
005330     IF POT-PO-NO (POT-SUB) = AP-PO-NO
005340         AND POT-OIL-NUM (POT-SUB) = AP-OIL-NUM
005350         ADD AP-QTY TO POT-INVOICED-QTY (POT-SUB)
005360         SET POT-ENTRY-FOUND TO TRUE
005370     END-IF.
005380 1095-MATCH-LEDGER-PO-EXIT.
005390     EXIT.

005400*    ONE INVOICE = THE RUN OF LINES FROM IL-FIRST-SUB WITH THE
005410*    SAME SUPPLIER AND INVOICE NUMBER. EVERY LINE IS CHECKED
005420*    BEFORE ANY IS POSTED - ONE BAD LINE QUERIES THE WHOLE
005430*    INVOICE.
005440 2000-MATCH-INVOICE.
005450     MOVE IL-FIRST-SUB TO IL-LAST-SUB.
005460     MOVE "N" TO WS-GROUP-END-SWITCH.
005470     PERFORM 2050-FIND-GROUP-END THRU 2050-FIND-GROUP-END-EXIT
005480         UNTIL END-OF-GROUP.
005490     SET INVOICE-ALL-MATCHED TO TRUE.
005500     PERFORM 2100-CHECK-LINE THRU 2100-CHECK-LINE-EXIT
005510         VARYING IL-SUB FROM IL-FIRST-SUB BY 1
005520         UNTIL IL-SUB > IL-LAST-SUB.
005530     IF INVOICE-ALL-MATCHED
005540         PERFORM 2500-POST-INVOICE THRU 2500-POST-INVOICE-EXIT
005550     ELSE
005560         PERFORM 2700-QUERY-INVOICE THRU 2700-QUERY-INVOICE-EXIT
005570     END-IF.
005580     ADD 1 IL-LAST-SUB GIVING IL-FIRST-SUB.
005590 2000-MATCH-INVOICE-EXIT.
005600     EXIT.

005610 2050-FIND-GROUP-END.
005620     IF IL-LAST-SUB >= IL-COUNT
005630         SET END-OF-GROUP TO TRUE
005640         GO TO 2050-FIND-GROUP-END-EXIT
005650     END-IF.
005660     ADD 1 IL-LAST-SUB GIVING IL-SUB.
005670     IF IL-SUPPLIER-ID (IL-SUB) NOT = IL-SUPPLIER-ID (IL-LAST-SUB)
005680         OR IL-INVOICE-NO (IL-SUB)
005690             NOT = IL-INVOICE-NO (IL-LAST-SUB)
005700         SET END-OF-GROUP TO TRUE
005710         GO TO 2050-FIND-GROUP-END-EXIT
005720     END-IF.
005730     MOVE IL-SUB TO IL-LAST-SUB.
005740 2050-FIND-GROUP-END-EXIT.
005750     EXIT.

005760*    THE THREE-WAY MATCH FOR ONE LINE. A LINE THAT PASSES HOLDS
005770*    ITS QUANTITY AGAINST THE PO STRAIGHT AWAY SO A LATER LINE
005780*    OR INVOICE FOR THE SAME PO SEES IT; A QUERIED INVOICE
005790*    RELEASES WHAT ITS GOOD LINES HELD.
005800 2100-CHECK-LINE.
005810     IF IL-DUPLICATE (IL-SUB)
005820         MOVE "INVOICE NO ALREADY ON LEDGER" TO IL-REASON (IL-SUB)
005830         GO TO 2100-CHECK-LINE-FAILED
005840     END-IF.
005850     MOVE IL-SUPPLIER-ID (IL-SUB) TO WS-SEARCH-SUPPLIER-ID.
005860     PERFORM 2400-FIND-SUPPLIER THRU 2400-FIND-SUPPLIER-EXIT.
005870     IF NOT SPT-ENTRY-FOUND
005880         MOVE "UNKNOWN SUPPLIER" TO IL-REASON (IL-SUB)
005890         GO TO 2100-CHECK-LINE-FAILED
005900     END-IF.
005910     MOVE IL-INVOICE-DATE (IL-SUB) TO WS-DATE-WORK.
005920     IF WS-DW-MM < 1 OR WS-DW-MM > 12
005930         OR WS-DW-DD < 1 OR WS-DW-DD > 31
005940         MOVE "INVOICE DATE INVALID" TO IL-REASON (IL-SUB)
005950         GO TO 2100-CHECK-LINE-FAILED
005960     END-IF.
005970     PERFORM 2200-FIND-ORDER THRU 2200-FIND-ORDER-EXIT.
005980     IF NOT POT-ENTRY-FOUND
005990         MOVE "PO NOT ON FILE" TO IL-REASON (IL-SUB)
006000         GO TO 2100-CHECK-LINE-FAILED
006010     END-IF.
006020     MOVE POT-MATCHED-SUB TO IL-PO-SUB (IL-SUB).
006030     MOVE POT-INVOICED-QTY (POT-MATCHED-SUB)
006040         TO IL-PRIOR-BILLED (IL-SUB).
006050     IF POT-SUPPLIER-ID (POT-MATCHED-SUB)
006060         NOT = IL-SUPPLIER-ID (IL-SUB)
006070         MOVE "PO IS FOR ANOTHER SUPPLIER" TO IL-REASON (IL-SUB)
006080         GO TO 2100-CHECK-LINE-FAILED
006090     END-IF.
006100     IF POT-OIL-NUM (POT-MATCHED-SUB) NOT = IL-OIL-NUM (IL-SUB)
006110         MOVE "OIL NOT ON THIS PO" TO IL-REASON (IL-SUB)
006120         GO TO 2100-CHECK-LINE-FAILED
006130     END-IF.
006140     IF IL-QTY (IL-SUB) = ZERO
006150         MOVE "NO QUANTITY BILLED" TO IL-REASON (IL-SUB)
006160         GO TO 2100-CHECK-LINE-FAILED
006170     END-IF.
006180     ADD POT-INVOICED-QTY (POT-MATCHED-SUB) IL-QTY (IL-SUB)
006190         GIVING WS-BILLED-TO-DATE.
006200     IF WS-BILLED-TO-DATE > POT-ORDER-QTY (POT-MATCHED-SUB)
006210         MOVE "BILLED MORE THAN ORDERED" TO IL-REASON (IL-SUB)
006220         GO TO 2100-CHECK-LINE-FAILED
006230     END-IF.
006240     IF WS-BILLED-TO-DATE > POT-RECEIVED-QTY (POT-MATCHED-SUB)
006250         MOVE "BILLED MORE THAN RECEIVED" TO IL-REASON (IL-SUB)
006260         GO TO 2100-CHECK-LINE-FAILED
006270     END-IF.
006280     MOVE WS-BILLED-TO-DATE TO POT-INVOICED-QTY (POT-MATCHED-SUB).
006290     SET IL-QTY-HELD (IL-SUB) TO TRUE.
006300     GO TO 2100-CHECK-LINE-EXIT.
006310 2100-CHECK-LINE-FAILED.
006320     MOVE "N" TO WS-INVOICE-OK-SWITCH.
006330 2100-CHECK-LINE-EXIT.
006340     EXIT.

006350 2200-FIND-ORDER.
006360     MOVE "N" TO POT-FOUND-SWITCH.
006370     PERFORM 2250-MATCH-ORDER THRU 2250-MATCH-ORDER-EXIT
006380         VARYING POT-SUB FROM 1 BY 1
006390         UNTIL POT-SUB > POT-COUNT
006400         OR POT-ENTRY-FOUND.
006410 2200-FIND-ORDER-EXIT.
006420     EXIT.

006430 2250-MATCH-ORDER.
006440     IF POT-PO-NO (POT-SUB) = IL-PO-NO (IL-SUB)
006450         MOVE POT-SUB TO POT-MATCHED-SUB
006460         SET POT-ENTRY-FOUND TO TRUE
006470     END-IF.
006480 2250-MATCH-ORDER-EXIT.
006490     EXIT.

006500*    LOOKS UP THE SUPPLIER ID IN WS-SEARCH-SUPPLIER-ID.
006510 2400-FIND-SUPPLIER.
006520     MOVE "N" TO SPT-FOUND-SWITCH.
006530     PERFORM 2450-MATCH-SUPPLIER THRU 2450-MATCH-SUPPLIER-EXIT
006540         VARYING SPT-SUB FROM 1 BY 1
006550         UNTIL SPT-SUB > SPT-COUNT
006560         OR SPT-ENTRY-FOUND.
006570 2400-FIND-SUPPLIER-EXIT.
006580     EXIT.

006590 2450-MATCH-SUPPLIER.
006600     IF SPT-SUPPLIER-ID (SPT-SUB) = WS-SEARCH-SUPPLIER-ID
006610         MOVE SPT-SUB TO SPT-MATCHED-SUB
006620         SET SPT-ENTRY-FOUND TO TRUE
006630     END-IF.
006640 2450-MATCH-SUPPLIER-EXIT.
006650     EXIT.

006660*    THE DUE DATE RUNS FROM THE SUPPLIER'S OWN INVOICE DATE.
006670 2500-POST-INVOICE.
006680     MOVE SPT-PAY-TERMS (SPT-MATCHED-SUB) TO WS-PAY-TERMS.
006690     MOVE IL-INVOICE-DATE (IL-FIRST-SUB) TO WS-DATE-WORK.
006700     MOVE WS-PAY-TERMS TO WS-DAYS-TO-ADD.
006710     PERFORM 7100-ADD-DAYS THRU 7100-ADD-DAYS-EXIT.
006720     PERFORM 2550-POST-LINE THRU 2550-POST-LINE-EXIT
006730         VARYING IL-SUB FROM IL-FIRST-SUB BY 1
006740         UNTIL IL-SUB > IL-LAST-SUB.
006750     ADD 1 TO WS-POSTED-COUNT.
006760 2500-POST-INVOICE-EXIT.
006770     EXIT.

006780 2550-POST-LINE.
006790     MOVE IL-SUPPLIER-ID (IL-SUB)  TO APO-SUPPLIER-ID.
006800     MOVE "I"                      TO APO-REC-TYPE.
006810     MOVE IL-INVOICE-NO (IL-SUB)   TO APO-INVOICE-NO.
006820     MOVE IL-PO-NO (IL-SUB)        TO APO-PO-NO.
006830     MOVE IL-OIL-NUM (IL-SUB)      TO APO-OIL-NUM.
006840     MOVE IL-QTY (IL-SUB)          TO APO-QTY.
006850     MOVE IL-INVOICE-DATE (IL-SUB) TO APO-ENTRY-DATE.
006860     MOVE WS-DATE-WORK             TO APO-DUE-DATE.
006870     MOVE IL-NET-AMOUNT (IL-SUB)   TO APO-NET-AMOUNT.
006880     MOVE IL-VAT-AMOUNT (IL-SUB)   TO APO-VAT-AMOUNT.
006890     ADD IL-NET-AMOUNT (IL-SUB) IL-VAT-AMOUNT (IL-SUB)
006900         GIVING APO-OPEN-AMOUNT.
006910     WRITE AP-LEDGER-OUT-REC.
006920     ADD IL-NET-AMOUNT (IL-SUB) TO WS-TOTAL-NET.
006930     ADD IL-VAT-AMOUNT (IL-SUB) TO WS-TOTAL-VAT.
006940     MOVE IL-SUPPLIER-ID (IL-SUB)  TO PRN-SUPPLIER-ID.
006950     MOVE IL-INVOICE-NO (IL-SUB)   TO PRN-INVOICE-NO.
006960     MOVE IL-PO-NO (IL-SUB)        TO PRN-PO-NO.
006970     MOVE IL-OIL-NUM (IL-SUB)      TO PRN-OIL-NUM.
006980     MOVE IL-QTY (IL-SUB)          TO PRN-QTY.
006990     MOVE IL-NET-AMOUNT (IL-SUB)   TO PRN-NET.
007000     MOVE IL-VAT-AMOUNT (IL-SUB)   TO PRN-VAT.
007010     MOVE WS-DW-MM                 TO PRN-DUE-MM.
007020     MOVE WS-DW-DD                 TO PRN-DUE-DD.
007030     MOVE WS-DW-YYYY               TO PRN-DUE-YYYY.
007040     WRITE PRINT-LINE FROM MATCH-DETAIL-LINE.
007050 2550-POST-LINE-EXIT.
007060     EXIT.

007070*    EVERY LINE OF A QUERIED INVOICE PRINTS - THE GOOD LINES
007080*    WITH NO REASON - AND ANY QUANTITY THE GOOD LINES HELD ON
007090*    THEIR PO IS GIVEN BACK.
007100 2700-QUERY-INVOICE.
007110     PERFORM 2750-QUERY-LINE THRU 2750-QUERY-LINE-EXIT
007120         VARYING IL-SUB FROM IL-FIRST-SUB BY 1
007130         UNTIL IL-SUB > IL-LAST-SUB.
007140     ADD 1 TO WS-QUERIED-COUNT.
007150 2700-QUERY-INVOICE-EXIT.
007160     EXIT.

007170 2750-QUERY-LINE.
007180     IF IL-QTY-HELD (IL-SUB)
007190         MOVE IL-PO-SUB (IL-SUB) TO POT-SUB
007200         SUBTRACT IL-QTY (IL-SUB) FROM POT-INVOICED-QTY (POT-SUB)
007210     END-IF.
007220     MOVE SPACES TO QUERY-DETAIL-LINE.
007230     MOVE IL-SUPPLIER-ID (IL-SUB)  TO PRQ-SUPPLIER-ID.
007240     MOVE IL-INVOICE-NO (IL-SUB)   TO PRQ-INVOICE-NO.
007250     MOVE IL-PO-NO (IL-SUB)        TO PRQ-PO-NO.
007260     MOVE IL-OIL-NUM (IL-SUB)      TO PRQ-OIL-NUM.
007270     MOVE IL-QTY (IL-SUB)          TO PRQ-QTY.
007280     IF IL-PO-SUB (IL-SUB) > ZERO
007290         MOVE IL-PO-SUB (IL-SUB) TO POT-SUB
007300         MOVE POT-ORDER-QTY (POT-SUB)    TO PRQ-ORDERED
007310         MOVE POT-RECEIVED-QTY (POT-SUB) TO PRQ-RECEIVED
007320         MOVE IL-PRIOR-BILLED (IL-SUB)   TO PRQ-PRIOR-BILLED
007330     END-IF.
007340     IF IL-REASON (IL-SUB) = SPACES
007350         MOVE "(LINE MATCHED)" TO PRQ-REASON
007360     ELSE
007370         MOVE IL-REASON (IL-SUB) TO PRQ-REASON
007380     END-IF.
007390     WRITE QUERY-LINE FROM QUERY-DETAIL-LINE.
007400     ADD 1 TO WS-QUERY-LINE-COUNT.
007410 2750-QUERY-LINE-EXIT.
007420     EXIT.

007430*    ADDS WS-DAYS-TO-ADD CALENDAR DAYS TO THE DATE IN
007440*    WS-DATE-WORK, ONE DAY AT A TIME ACROSS MONTH AND YEAR
007450*    ENDS.
007460 7100-ADD-DAYS.
007470     PERFORM 7150-ADD-ONE-DAY THRU 7150-ADD-ONE-DAY-EXIT
007480         WS-DAYS-TO-ADD TIMES.
007490 7100-ADD-DAYS-EXIT.
007500     EXIT.

007510 7150-ADD-ONE-DAY.
007520     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-THIS-MONTH.
007530     IF WS-DW-MM = 2
007540         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
007550             REMAINDER WS-LEAP-REMAINDER
007560         IF WS-LEAP-REMAINDER = ZERO
007570             MOVE 29 TO WS-DAYS-THIS-MONTH
007580             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
007590                 REMAINDER WS-LEAP-REMAINDER
007600             IF WS-LEAP-REMAINDER = ZERO
007610                 MOVE 28 TO WS-DAYS-THIS-MONTH
007620                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
007630                     REMAINDER WS-LEAP-REMAINDER
007640                 IF WS-LEAP-REMAINDER = ZERO
007650                     MOVE 29 TO WS-DAYS-THIS-MONTH
007660                 END-IF
007670             END-IF
007680         END-IF
007690     END-IF.
007700     ADD 1 TO WS-DW-DD.
007710     IF WS-DW-DD > WS-DAYS-THIS-MONTH
007720         MOVE 1 TO WS-DW-DD
007730         ADD 1 TO WS-DW-MM
007740         IF WS-DW-MM > 12
007750             MOVE 1 TO WS-DW-MM
007760             ADD 1 TO WS-DW-YYYY
007770         END-IF
007780     END-IF.
007790 7150-ADD-ONE-DAY-EXIT.
007800     EXIT.

007810 8000-TERMINATE.
007820     IF IL-COUNT = ZERO
007830         WRITE PRINT-LINE FROM NO-INVOICE-LINE
007840     END-IF.
007850     IF WS-QUERIED-COUNT = ZERO
007860         WRITE QUERY-LINE FROM NO-QUERY-LINE
007870     END-IF.
007880     MOVE SPACES TO PRINT-LINE.
007890     WRITE PRINT-LINE.
007900     MOVE WS-POSTED-COUNT TO PRN-POSTED-COUNT.
007910     MOVE WS-TOTAL-NET    TO PRN-TOTAL-NET.
007920     MOVE WS-TOTAL-VAT    TO PRN-TOTAL-VAT.
007930     WRITE PRINT-LINE FROM MATCH-TOTAL-LINE.
007940     MOVE SPACES TO QUERY-LINE.
007950     WRITE QUERY-LINE.
007960     MOVE WS-QUERIED-COUNT TO PRN-QUERIED-COUNT.
007970     WRITE QUERY-LINE FROM QUERY-TOTAL-LINE.
007980     CLOSE AP-LEDGER-OUT.
007990     PERFORM 8100-WRITE-AP-VALUE THRU 8100-WRITE-AP-VALUE-EXIT.
008000     PERFORM 8900-WRITE-AUDIT-RECORD THRU
008010         8900-WRITE-AUDIT-RECORD-EXIT.
008020     CLOSE MATCH-REPORT
008030           QUERY-REPORT.
008040 8000-TERMINATE-EXIT.
008050     EXIT.

008060 8100-WRITE-AP-VALUE.
008063     OPEN INPUT AP-VALUE-FILE.
008066     IF WS-APINVVAL-STATUS = "00"
008069         READ AP-VALUE-FILE
008072             AT END
008075                 MOVE ZEROS TO AV-RUN-DATE
008078         END-READ
008081         IF AV-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
008084             ADD AV-NET-VALUE TO WS-TOTAL-NET
008087             ADD AV-VAT-VALUE TO WS-TOTAL-VAT
008090         END-IF
008093         CLOSE AP-VALUE-FILE
008096     END-IF.
008099     OPEN OUTPUT AP-VALUE-FILE.
008102     MOVE WS-CURRENT-DATE-YYYYMMDD TO AV-RUN-DATE.
008105     MOVE WS-TOTAL-NET             TO AV-NET-VALUE.
008108     MOVE WS-TOTAL-VAT             TO AV-VAT-VALUE.
008111     WRITE AP-VALUE-REC.
008114     CLOSE AP-VALUE-FILE.
008117 8100-WRITE-AP-VALUE-EXIT.
008140     EXIT.

008150 8900-WRITE-AUDIT-RECORD.
008160     MOVE "APMATCH"             TO AR-PROGRAM-ID.
008170     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
008180     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
008190     ACCEPT AR-END-TIME         FROM TIME.
008200     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
008210     MOVE WS-QUERY-LINE-COUNT   TO AR-RECORDS-REJECTED.
008220     OPEN EXTEND AUDIT-TRAIL-FILE.
008230     WRITE AUDIT-REC.
008240     CLOSE AUDIT-TRAIL-FILE.
008250 8900-WRITE-AUDIT-RECORD-EXIT.
008260     EXIT.

008270 END PROGRAM APMATCH.
