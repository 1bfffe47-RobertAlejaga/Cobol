000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       MONTHLY CUSTOMER STATEMENTS AND REMINDER LETTERS.
000070*                SORTS THE ARLEDGER.DAT ACCOUNTS-RECEIVABLE LEDGER
000080*                (SEE ARLEDGER.CPY) BY CUSTOMER AND ENTRY DATE AND
000090*                MATCHES IT AGAINST THE CUSTOMER.DAT MASTER IN KEY
000100*                ORDER, PRINTING ONE STATEMENT PER ACCOUNT ON
000110*                ARSTMT.RPT - OPENING BALANCE AT THE START OF THE
000120*                BUSINESS MONTH, EVERY "I" INVOICE AND "R" RECEIPT
000130*                ROW DATED IN THE MONTH, CLOSING BALANCE, ANY
000140*                RECEIPT AMOUNTS STILL UNAPPLIED AND THE SAME
000150*                CURRENT / 30 / 60 / 90-PLUS BUCKETS ARAGED USES.
000160*                ACCOUNTS WITH NO BALANCE AND NO ACTIVITY IN THE
000170*                MONTH ARE NOT PRINTED.
000180*                A CUSTOMER WHOSE OLDEST OPEN INVOICE IS MORE THAN
000190*                30 DAYS OLD ALSO GETS A REMINDER LETTER ON
000200*                DUNLETR.RPT. THE LETTER LEVEL (FIRST, SECOND,
000210*                FINAL) CLIMBS ONE STEP A MONTH FROM THE LEVEL
000220*                LAST SENT, HELD ON THE DUNLEVEL.DAT CARRY FILE,
000230*                BUT NEVER PAST WHAT THE AGE OF THE DEBT JUSTIFIES
000240*                (31-60 DAYS FIRST, 61-90 SECOND, OVER 90 FINAL).
000250*                A CUSTOMER WHO CLEARS THE OVERDUE ITEMS DROPS
000260*                BACK TO NO LEVEL. THE UPDATED LEVELS ARE WRITTEN
000270*                TO DUNLEVEL.NEW FOR THE OPERATOR TO PROMOTE, AND
000280*                A RERUN IN THE SAME MONTH STARTS AGAIN FROM THE
000290*                LEVEL BEFORE THAT MONTH'S LETTER, SO IT CANNOT
000300*                ESCALATE TWICE. RUN AT MONTH END AFTER ARRECEIPT,
000310*                STANDALONE LIKE ARAGED.
000320* TECTONICS:     cobc
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 DO    ORIGINAL VERSION.
000365*  2026-10-15 DO    READS THE LEDGER AS THE INDEXED FILE IT NOW
000366*                   IS, IN THE KEYED 43-BYTE LAYOUT.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ARSTMT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000440               ORGANIZATION IS INDEXED
000442               ACCESS MODE IS SEQUENTIAL
000444               RECORD KEY IS ALI-LEDGER-KEY
000450               FILE STATUS IS WS-LEDGER-STATUS.

000460     SELECT WORK-FILE ASSIGN TO "ARSTSORT.TMP".

000470     SELECT LEDGER-SORTED-FILE ASSIGN TO "ARSTMT.TMP"
000480               ORGANIZATION IS LINE SEQUENTIAL.

000490     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000500               ORGANIZATION IS INDEXED
000510               ACCESS MODE IS SEQUENTIAL
000520               RECORD KEY IS CM-CUSTOMER-ID
000530               FILE STATUS IS WS-CUST-FILE-STATUS.

000540     SELECT DUNNING-IN ASSIGN TO "DUNLEVEL.DAT"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS WS-DUNNING-IN-STATUS.

000570     SELECT DUNNING-OUT ASSIGN TO "DUNLEVEL.NEW"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS WS-DUNNING-OUT-STATUS.

000600     SELECT STATEMENT-REPORT ASSIGN TO "ARSTMT.RPT"
000610               ORGANIZATION IS LINE SEQUENTIAL.

000620     SELECT LETTER-REPORT ASSIGN TO "DUNLETR.RPT"
000630               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000650               ORGANIZATION IS LINE SEQUENTIAL
000660               FILE STATUS IS WS-RUNCTL-STATUS.

000670     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000680               ORGANIZATION IS LINE SEQUENTIAL.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AR-LEDGER-FILE.
000720 01  AR-LEDGER-IN-REC.
000722     02  ALI-LEDGER-KEY          PIC X(16).
000724     02  FILLER                  PIC X(27).

000730 SD  WORK-FILE.
000740 01  WORK-REC.
000750     02  WL-CUSTOMER-ID          PIC X(5).
000760     02  WL-INVOICE-NO           PIC 9(6).
000770     02  WL-RECEIPT-SEQ          PIC 9(5).
000775     02  WL-REC-TYPE             PIC X.
000780     02  WL-ENTRY-DATE           PIC 9(8).
000790     02  WL-AMOUNT               PIC S9(7)V99.
000800     02  WL-OPEN-AMOUNT          PIC S9(7)V99.

000810 FD  LEDGER-SORTED-FILE.
000820     COPY ARLEDGER.

000830 FD  CUSTOMER-MASTER-FILE.
000840     COPY CUSTMAST.

000850*    ONE ROW PER CUSTOMER CURRENTLY ON A REMINDER LEVEL, IN
000860*    CUSTOMER ID ORDER - THE ORDER THIS RUN WRITES IT IN.
000870 FD  DUNNING-IN.
000880 01  DUNNING-IN-REC.
000890     88 END-OF-DUNNING-IN       VALUE HIGH-VALUES.
000900     02  DNI-CUSTOMER-ID         PIC X(5).
000910     02  DNI-LEVEL               PIC 9.
000920     02  DNI-PREV-LEVEL          PIC 9.
000930     02  DNI-LETTER-DATE.
000940         03  DNI-LETTER-YYYYMM   PIC 9(6).
000950         03  DNI-LETTER-DD       PIC 99.

000960 FD  DUNNING-OUT.
000970 01  DUNNING-OUT-REC.
000980     02  DNO-CUSTOMER-ID         PIC X(5).
000990     02  DNO-LEVEL               PIC 9.
001000     02  DNO-PREV-LEVEL          PIC 9.
001010     02  DNO-LETTER-DATE         PIC 9(8).

001020 FD  STATEMENT-REPORT.
001030 01  PRINT-LINE                  PIC X(90).

001040 FD  LETTER-REPORT.
001050 01  LETTER-LINE                 PIC X(80).

001060 FD  RUN-CONTROL-FILE.
001070     COPY RUNCTL.

001080 FD  AUDIT-TRAIL-FILE.
001090     COPY AUDITREC.

001100 WORKING-STORAGE SECTION.

001110 01  REPORT-HEADING-LINE         PIC X(40)
001120             VALUE "   AROMAMORA CUSTOMER STATEMENTS".

001130 01  REPORT-HEADING-UNDERLINE.
001140     02  FILLER                  PIC X(3)  VALUE SPACES.
001150     02  FILLER                  PIC X(29) VALUE ALL "-".

001160 01  RUN-DATE-LINE.
001170     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001180     02  PRN-RUN-MM              PIC 99.
001190     02  FILLER                  PIC X VALUE "/".
001200     02  PRN-RUN-DD              PIC 99.
001210     02  FILLER                  PIC X VALUE "/".
001220     02  PRN-RUN-YYYY            PIC 9(4).

001230 01  STMT-RULE-LINE              PIC X(78) VALUE ALL "=".

001240 01  STMT-TITLE-LINE.
001250     02  FILLER                  PIC X(24)
001260             VALUE "STATEMENT OF ACCOUNT    ".
001270     02  FILLER                  PIC X(9) VALUE "ACCOUNT: ".
001280     02  PRN-STMT-CUSTOMER-ID    PIC X(5).
001290     02  FILLER                  PIC X(12) VALUE "   PERIOD: ".
001300     02  PRN-PERIOD-MM           PIC 99.
001310     02  FILLER                  PIC X VALUE "/".
001320     02  PRN-PERIOD-YYYY         PIC 9(4).

001330 01  ADDRESS-LINE.
001340     02  FILLER                  PIC X(4) VALUE SPACES.
001350     02  PRN-ADDRESS-TEXT        PIC X(25).

001360 01  ATTENTION-LINE.
001370     02  FILLER                  PIC X(4) VALUE SPACES.
001380     02  FILLER                  PIC X(6) VALUE "ATTN: ".
001390     02  PRN-ATTN-NAME           PIC X(20).

001400 01  STMT-TOPIC-LINE             PIC X(78)
001410             VALUE "DATE        TYPE      REFERENCE        DEBIT
001420-    "       CREDIT        BALANCE".

001430 01  STMT-DETAIL-LINE.
001440     02  PRN-ENTRY-MM            PIC 99.
001450     02  FILLER                  PIC X VALUE "/".
001460     02  PRN-ENTRY-DD            PIC 99.
001470     02  FILLER                  PIC X VALUE "/".
001480     02  PRN-ENTRY-YYYY          PIC 9(4).
001490     02  FILLER                  PIC X(2) VALUE SPACES.
001500     02  PRN-ENTRY-TYPE          PIC X(10).
001510     02  PRN-REFERENCE           PIC X(10).
001520     02  PRN-DEBIT               PIC B$$$,$$9.99-.
001530     02  PRN-CREDIT              PIC B$$$,$$9.99-.
001540     02  FILLER                  PIC X(2) VALUE SPACES.
001550     02  PRN-RUNNING-BALANCE     PIC B$$$,$$9.99-.

001560 01  BALANCE-LINE.
001570     02  FILLER                  PIC X(12) VALUE SPACES.
001580     02  PRN-BALANCE-LABEL       PIC X(20).
001590     02  FILLER                  PIC X(28) VALUE SPACES.
001600     02  PRN-BALANCE-AMOUNT      PIC B$$$,$$9.99-.

001610 01  UNAPPLIED-LINE.
001620     02  FILLER                  PIC X(12) VALUE SPACES.
001630     02  FILLER                  PIC X(26)
001640             VALUE "UNAPPLIED RECEIPT DATED  ".
001650     02  PRN-UNAP-MM             PIC 99.
001660     02  FILLER                  PIC X VALUE "/".
001670     02  PRN-UNAP-DD             PIC 99.
001680     02  FILLER                  PIC X VALUE "/".
001690     02  PRN-UNAP-YYYY           PIC 9(4).
001700     02  FILLER                  PIC X(12) VALUE SPACES.
001710     02  PRN-UNAP-AMOUNT         PIC B$$$,$$9.99-.

001720 01  AGED-TOPIC-LINE             PIC X(48)
001730             VALUE "    CURRENT     30 DAYS     60 DAYS    90+ DAY
001740-    "S".

001750 01  AGED-DETAIL-LINE.
001760     02  PRN-CURRENT             PIC $$$,$$9.99-.
001770     02  PRN-30-DAYS             PIC B$$$,$$9.99-.
001780     02  PRN-60-DAYS             PIC B$$$,$$9.99-.
001790     02  PRN-90-DAYS             PIC B$$$,$$9.99-.

001800 01  STMT-COUNT-LINE.
001810     02  FILLER                  PIC X(26)
001815             VALUE "STATEMENTS PRINTED       :".
001820     02  PRN-STMT-COUNT          PIC BZZZZ9.

001830 01  LETTER-COUNT-LINE.
001840     02  FILLER                  PIC X(8) VALUE "LETTERS ".
001850     02  PRN-COUNT-TITLE         PIC X(18).
001860     02  PRN-LETTER-COUNT        PIC BZZZZ9.

001870 01  ORPHAN-COUNT-LINE.
001880     02  FILLER                  PIC X(26)
001885             VALUE "LEDGER ROWS NOT ON MASTER:".
001890     02  PRN-ORPHAN-COUNT        PIC BZZZZ9.

001900 01  NO-STATEMENTS-LINE          PIC X(40)
001910             VALUE "NO ACCOUNTS TO STATE THIS PERIOD.".

001920*    REMINDER LETTER WORDING - THREE LINES PER LEVEL.
001930 01  LETTER-TEXT-VALUES.
001940     02  FILLER                  PIC X(60) VALUE
001950         "OUR RECORDS SHOW THE AMOUNT BELOW IS NOW OVERDUE.".
001960     02  FILLER                  PIC X(60) VALUE
001970         "IF YOU HAVE ALREADY PAID, PLEASE ACCEPT OUR THANKS".
001980     02  FILLER                  PIC X(60) VALUE
001990         "AND IGNORE THIS LETTER. OTHERWISE PLEASE PAY NOW.".
002000     02  FILLER                  PIC X(60) VALUE
002010         "WE WROTE LAST MONTH ABOUT THE OVERDUE AMOUNT BELOW".
002020     02  FILLER                  PIC X(60) VALUE
002030         "AND IT REMAINS UNPAID. PLEASE SETTLE IT WITHIN 7".
002040     02  FILLER                  PIC X(60) VALUE
002050         "DAYS OR CALL OUR ACCOUNTS OFFICE TO AGREE TERMS.".
002060     02  FILLER                  PIC X(60) VALUE
002070         "DESPITE OUR EARLIER LETTERS THIS AMOUNT IS UNPAID.".
002080     02  FILLER                  PIC X(60) VALUE
002090         "UNLESS PAYMENT REACHES US WITHIN 7 DAYS, YOUR".
002100     02  FILLER                  PIC X(60) VALUE
002110         "ACCOUNT WILL BE STOPPED AND NO FURTHER ORDERS SENT.".
002120 01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
002130     02  LETTER-LEVEL-TEXT OCCURS 3 TIMES.
002140         03  LETTER-TEXT         PIC X(60) OCCURS 3 TIMES.

002150 01  LETTER-TITLE-VALUES.
002160     02  FILLER                  PIC X(18) VALUE "FIRST REMINDER".
002170     02  FILLER                  PIC X(18)
002175             VALUE "SECOND REMINDER".
002180     02  FILLER                  PIC X(18) VALUE "FINAL REMINDER".
002190 01  LETTER-TITLE-TABLE REDEFINES LETTER-TITLE-VALUES.
002200     02  LETTER-TITLE            PIC X(18) OCCURS 3 TIMES.

002210 01  LETTER-TEXT-LINE.
002220     02  FILLER                  PIC X(4) VALUE SPACES.
002230     02  PRN-LETTER-TEXT         PIC X(60).

002240 01  LETTER-TITLE-LINE.
002250     02  FILLER                  PIC X(4) VALUE SPACES.
002260     02  PRN-LETTER-TITLE        PIC X(18).
002270     02  FILLER                  PIC X(16) VALUE SPACES.
002280     02  FILLER                  PIC X(6) VALUE "DATE: ".
002290     02  PRN-LETTER-MM           PIC 99.
002300     02  FILLER                  PIC X VALUE "/".
002310     02  PRN-LETTER-DD           PIC 99.
002320     02  FILLER                  PIC X VALUE "/".
002330     02  PRN-LETTER-YYYY         PIC 9(4).

002340 01  LETTER-ACCOUNT-LINE.
002350     02  FILLER                  PIC X(4) VALUE SPACES.
002360     02  FILLER                  PIC X(9) VALUE "ACCOUNT: ".
002370     02  PRN-LETTER-CUSTOMER-ID  PIC X(5).
002380     02  FILLER                  PIC X VALUE SPACE.
002390     02  PRN-LETTER-CUST-NAME    PIC X(20).

002400 01  LETTER-GREETING-LINE.
002410     02  FILLER                  PIC X(4) VALUE SPACES.
002420     02  FILLER                  PIC X(5) VALUE "DEAR ".
002430     02  PRN-GREETING-NAME       PIC X(20).

002440 01  LETTER-OVERDUE-LINE.
002450     02  FILLER                  PIC X(4) VALUE SPACES.
002460     02  FILLER                  PIC X(24)
002470             VALUE "AMOUNT OVERDUE        : ".
002480     02  PRN-OVERDUE-AMOUNT      PIC $$$,$$9.99-.

002490 01  LETTER-OLDEST-LINE.
002500     02  FILLER                  PIC X(4) VALUE SPACES.
002510     02  FILLER                  PIC X(24)
002520             VALUE "OLDEST UNPAID INVOICE : ".
002530     02  PRN-OLDEST-INVOICE      PIC 9(6).
002540     02  FILLER                  PIC X(7) VALUE " DATED ".
002550     02  PRN-OLDEST-MM           PIC 99.
002560     02  FILLER                  PIC X VALUE "/".
002570     02  PRN-OLDEST-DD           PIC 99.
002580     02  FILLER                  PIC X VALUE "/".
002590     02  PRN-OLDEST-YYYY         PIC 9(4).
002600     02  FILLER                  PIC X(2) VALUE " (".
002610     02  PRN-OLDEST-AGE          PIC ZZZ9.
002620     02  FILLER                  PIC X(6) VALUE " DAYS)".

002630 01  LETTER-SIGNOFF-LINE.
002640     02  FILLER                  PIC X(4) VALUE SPACES.
002650     02  FILLER                  PIC X(30)
002660             VALUE "CREDIT CONTROL, AROMAMORA LTD".

002670 01  LETTER-RULE-LINE            PIC X(70) VALUE ALL "-".

002680*    THE MONTH'S LEDGER ROWS FOR ONE CUSTOMER ARE HELD UNTIL THE
002690*    OPENING BALANCE IS KNOWN AND WE KNOW THE ACCOUNT IS TO BE
002700*    STATED AT ALL.
002710 01  STMT-LINE-TABLE.
002720     02  STMT-LINE-ENTRY OCCURS 300 TIMES.
002730         03  SL-REC-TYPE         PIC X.
002740             88  SL-INVOICE      VALUE "I".
002750         03  SL-INVOICE-NO       PIC 9(6).
002760         03  SL-ENTRY-DATE       PIC 9(8).
002770         03  SL-DEBIT            PIC S9(7)V99.
002780         03  SL-CREDIT           PIC S9(7)V99.

002790 01  SL-COUNT                    PIC 999     VALUE ZERO.
002800 01  SL-SUB                      PIC 999.

002810 01  UNAPPLIED-TABLE.
002820     02  UNAPPLIED-ENTRY OCCURS 50 TIMES.
002830         03  UA-ENTRY-DATE       PIC 9(8).
002840         03  UA-AMOUNT           PIC S9(7)V99.

002850 01  UA-COUNT                    PIC 99      VALUE ZERO.
002860 01  UA-SUB                      PIC 99.

002870 01  WS-CUSTOMER-TOTALS.
002880     02  WS-OPENING-BALANCE      PIC S9(8)V99.
002890     02  WS-RUNNING-BALANCE      PIC S9(8)V99.
002900     02  WS-UNAPPLIED-TOTAL      PIC S9(8)V99.
002910     02  WS-OVERDUE-TOTAL        PIC S9(8)V99.
002920     02  WS-CURRENT              PIC S9(7)V99.
002930     02  WS-30-DAYS              PIC S9(7)V99.
002940     02  WS-60-DAYS              PIC S9(7)V99.
002950     02  WS-90-DAYS              PIC S9(7)V99.
002960     02  WS-OLDEST-AGE           PIC S9(7).
002970     02  WS-OLDEST-INVOICE       PIC 9(6).
002980     02  WS-OLDEST-DATE          PIC 9(8).

002990 01  WS-RECEIVED                 PIC S9(8)V99.

003000 01  WS-DUNNING-FIELDS.
003010     02  WS-PRIOR-LEVEL          PIC 9.
003020     02  WS-AGE-LEVEL            PIC 9.
003030     02  WS-NEW-LEVEL            PIC 9.
003040     02  WS-LEVEL-PREV-OUT       PIC 9.

003050 01  WS-LETTER-COUNTS.
003060     02  WS-LETTER-COUNT         PIC 9(5) OCCURS 3 TIMES.

003070 01  WS-LEVEL-SUB                PIC 9.
003080 01  WS-ADDR-SUB                 PIC 9.
003090 01  WS-TEXT-SUB                 PIC 9.

003100 01  WS-COUNTS.
003110     02  WS-STMT-COUNT           PIC 9(5)    VALUE ZERO.
003120     02  WS-ORPHAN-COUNT         PIC 9(5)    VALUE ZERO.

003130*    PSEUDO-DAY COUNT (YEAR*372 + MONTH*31 + DAY) - THE SAME
003140*    AGEING ARITHMETIC ARAGED USES, SO THE BUCKETS AGREE.
003150 01  WS-DATE-WORK                PIC 9(8).
003160 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003170     02  WS-DW-YYYY              PIC 9(4).
003180     02  WS-DW-MM                PIC 99.
003190     02  WS-DW-DD                PIC 99.

003200 01  WS-PSEUDO-FIELDS.
003210     02  WS-PSEUDO-DAYS          PIC 9(7).
003220     02  WS-PSEUDO-WORK          PIC 9(7).
003230     02  WS-RUN-PSEUDO-DAYS      PIC 9(7).
003240     02  WS-AGE-DAYS             PIC S9(7).

003250 01  WS-MONTH-START.
003260     02  WS-MONTH-START-YYYY     PIC 9(4).
003270     02  WS-MONTH-START-MM       PIC 99.
003280     02  WS-MONTH-START-DD       PIC 99      VALUE 01.
003290 01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START PIC 9(8).

003300 01  WS-SWITCHES.
003310     02  WS-LEDGER-EOF           PIC X       VALUE "N".
003320         88  END-OF-LEDGER-DATA  VALUE "Y".
003330     02  WS-CUST-EOF-SWITCH      PIC X       VALUE "N".
003340         88  END-OF-CUST-MAST    VALUE "Y".
003350     02  WS-DUNNING-EOF          PIC X       VALUE "N".
003360         88  END-OF-DUNNING-DATA VALUE "Y".
003370     02  WS-LEDGER-SORTED-SWITCH PIC X       VALUE "N".
003380         88  LEDGER-WAS-SORTED   VALUE "Y".

003390 01  WS-FILE-STATUSES.
003400     02  WS-LEDGER-STATUS        PIC XX.
003410     02  WS-CUST-FILE-STATUS     PIC XX.
003420     02  WS-DUNNING-IN-STATUS    PIC XX.
003430     02  WS-DUNNING-OUT-STATUS   PIC XX.
003440     02  WS-RUNCTL-STATUS        PIC XX.

003450 01  WS-CURRENT-DATE.
003460     02  WS-CURRENT-DATE-YYYYMMDD.
003470         03  WS-CURRENT-YYYY     PIC 9(4).
003480         03  WS-CURRENT-MM       PIC 99.
003490         03  WS-CURRENT-DD       PIC 99.
003500 01  WS-CURRENT-YYYYMM REDEFINES WS-CURRENT-DATE PIC 9(6).

003510 01  WS-AUDIT-FIELDS.
003520     02  WS-AUDIT-START-TIME     PIC 9(8).
003530     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

003540 PROCEDURE DIVISION.
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003570     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-PROCESS-CUSTOMER-EXIT
003580         UNTIL END-OF-CUST-MAST.
003590     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003600     STOP RUN.

003610 1000-INITIALIZE.
003620     PERFORM 1005-READ-RUN-CONTROL THRU
003630         1005-READ-RUN-CONTROL-EXIT.
003640     PERFORM 1008-CHECK-STAGED-FILE THRU
003650         1008-CHECK-STAGED-FILE-EXIT.
003660     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
003670     MOVE WS-CURRENT-MM              TO PRN-RUN-MM
003680                                        PRN-PERIOD-MM
003690                                        PRN-LETTER-MM.
003700     MOVE WS-CURRENT-DD              TO PRN-RUN-DD
003710                                        PRN-LETTER-DD.
003720     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY
003730                                        PRN-PERIOD-YYYY
003740                                        PRN-LETTER-YYYY.
003750     MOVE WS-CURRENT-YYYY            TO WS-MONTH-START-YYYY.
003760     MOVE WS-CURRENT-MM              TO WS-MONTH-START-MM.
003770     MOVE WS-CURRENT-DATE-YYYYMMDD   TO WS-DATE-WORK.
003780     PERFORM 7000-DATE-TO-PSEUDO THRU 7000-DATE-TO-PSEUDO-EXIT.
003790     MOVE WS-PSEUDO-DAYS             TO WS-RUN-PSEUDO-DAYS.
003800     MOVE ZEROS TO WS-LETTER-COUNT (1)
003810                   WS-LETTER-COUNT (2)
003820                   WS-LETTER-COUNT (3).
003830     PERFORM 1020-SORT-LEDGER THRU 1020-SORT-LEDGER-EXIT.
003840     OPEN INPUT CUSTOMER-MASTER-FILE.
003850     IF WS-CUST-FILE-STATUS NOT = "00"
003860         DISPLAY "ARSTMT: CUSTOMER MASTER OPEN FAILED "
003870             "STATUS " WS-CUST-FILE-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     OPEN INPUT DUNNING-IN.
003920     IF WS-DUNNING-IN-STATUS NOT = "00"
003930         SET END-OF-DUNNING-IN TO TRUE
003940         SET END-OF-DUNNING-DATA TO TRUE
003950     ELSE
003960         PERFORM 4100-READ-DUNNING THRU 4100-READ-DUNNING-EXIT
003970     END-IF.
003980     OPEN OUTPUT DUNNING-OUT.
003990     OPEN OUTPUT STATEMENT-REPORT.
004000     OPEN OUTPUT LETTER-REPORT.
004010     MOVE SPACES TO PRINT-LINE.
004020     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004030     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004040     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004050     PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.

004080 1005-READ-RUN-CONTROL.
004090     OPEN INPUT RUN-CONTROL-FILE.
004100     IF WS-RUNCTL-STATUS NOT = "00"
004110         DISPLAY "ARSTMT: RUN CONTROL RECORD MISSING"
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     READ RUN-CONTROL-FILE
004160         AT END
004170             DISPLAY "ARSTMT: RUN CONTROL RECORD MISSING"
004180             MOVE 16 TO RETURN-CODE
004190             STOP RUN
004200     END-READ.
004210     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
004220         DISPLAY "ARSTMT: BUSINESS DATE GOES BACKWARDS"
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
004270     CLOSE RUN-CONTROL-FILE.
004280 1005-READ-RUN-CONTROL-EXIT.
004290     EXIT.

004300 1008-CHECK-STAGED-FILE.
004310*    A DUNLEVEL.NEW STILL ON FILE MEANS LAST MONTH'S LEVELS WERE
004320*    NEVER PROMOTED - RUNNING NOW WOULD ESCALATE FROM STALE
004330*    LEVELS, SO STOP AND LET THE OPERATOR PROMOTE OR REMOVE IT.
004340     OPEN INPUT DUNNING-OUT.
004350     IF WS-DUNNING-OUT-STATUS = "00"
004360         CLOSE DUNNING-OUT
004370         DISPLAY "ARSTMT: DUNLEVEL.NEW ALREADY ON FILE - "
004380             "PROMOTE OR REMOVE IT FIRST"
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 1008-CHECK-STAGED-FILE-EXIT.
004430     EXIT.

004440*    A MISSING LEDGER IS AN EMPTY ONE - EVERY ACCOUNT IS CLEAR.
004450 1020-SORT-LEDGER.
004460     OPEN INPUT AR-LEDGER-FILE.
004470     IF WS-LEDGER-STATUS NOT = "00"
004480         SET END-OF-AR-LEDGER TO TRUE
004490         SET END-OF-LEDGER-DATA TO TRUE
004500         GO TO 1020-SORT-LEDGER-EXIT
004510     END-IF.
004520     CLOSE AR-LEDGER-FILE.
004530     SORT WORK-FILE
004540         ON ASCENDING KEY WL-CUSTOMER-ID, WL-ENTRY-DATE,
004550                          WL-REC-TYPE, WL-INVOICE-NO,
004555                          WL-RECEIPT-SEQ
004560         USING AR-LEDGER-FILE
004570         GIVING LEDGER-SORTED-FILE.
004580     OPEN INPUT LEDGER-SORTED-FILE.
004590     SET LEDGER-WAS-SORTED TO TRUE.
004600     PERFORM 2150-READ-LEDGER THRU 2150-READ-LEDGER-EXIT.
004610 1020-SORT-LEDGER-EXIT.
004620     EXIT.

004630 2000-PROCESS-CUSTOMER.
004640     PERFORM 2160-SKIP-ORPHAN-ROW THRU 2160-SKIP-ORPHAN-ROW-EXIT
004650         UNTIL AL-CUSTOMER-ID NOT < CM-CUSTOMER-ID.
004660     MOVE ZEROS TO WS-CUSTOMER-TOTALS
004670                   SL-COUNT
004680                   UA-COUNT.
004690     PERFORM 2200-APPLY-LEDGER-ROW THRU 2200-APPLY-LEDGER-ROW-EXIT
004700         UNTIL AL-CUSTOMER-ID NOT = CM-CUSTOMER-ID.
004710     IF WS-OPENING-BALANCE NOT = ZERO
004720         OR WS-RUNNING-BALANCE NOT = ZERO
004730         OR SL-COUNT > ZERO
004740         OR UA-COUNT > ZERO
004750         PERFORM 3000-PRINT-STATEMENT THRU
004760             3000-PRINT-STATEMENT-EXIT
004770     END-IF.
004780     PERFORM 4000-SET-DUNNING-LEVEL THRU
004790         4000-SET-DUNNING-LEVEL-EXIT.
004800     PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
004810 2000-PROCESS-CUSTOMER-EXIT.
004820     EXIT.

004830 2100-READ-CUSTOMER.
004840     READ CUSTOMER-MASTER-FILE
004850         AT END
004860             SET END-OF-CUSTOMER-MASTER TO TRUE
004870             SET END-OF-CUST-MAST TO TRUE
004880     END-READ.
004890 2100-READ-CUSTOMER-EXIT.
004900     EXIT.

004910*    AT END THE RECORD GOES TO HIGH-VALUES, SO THE CUSTOMER ID
004920*    COMPARES HIGH AGAINST EVERY MASTER KEY FROM THEN ON.
004930 2150-READ-LEDGER.
004940     READ LEDGER-SORTED-FILE
004950         AT END
004960             SET END-OF-AR-LEDGER TO TRUE
004970             SET END-OF-LEDGER-DATA TO TRUE
004980     END-READ.
004990     IF NOT END-OF-LEDGER-DATA
005000         ADD 1 TO WS-RECORDS-READ
005010     END-IF.
005020 2150-READ-LEDGER-EXIT.
005030     EXIT.

005040 2160-SKIP-ORPHAN-ROW.
005050     ADD 1 TO WS-ORPHAN-COUNT.
005060     PERFORM 2150-READ-LEDGER THRU 2150-READ-LEDGER-EXIT.
005070 2160-SKIP-ORPHAN-ROW-EXIT.
005080     EXIT.

005090*    A RECEIPT ROW CARRIES WHAT IT SETTLED IN AL-AMOUNT AND ANY
005100*    UNAPPLIED REMAINDER IN AL-OPEN-AMOUNT - THE CUSTOMER PAID
005110*    BOTH, SO BOTH COME OFF THE STATEMENT BALANCE.
005120 2200-APPLY-LEDGER-ROW.
005130     IF AL-ENTRY-DATE > WS-CURRENT-DATE-YYYYMMDD
005140         GO TO 2200-APPLY-LEDGER-ROW-READ
005150     END-IF.
005160     IF AL-INVOICE-REC
005170         MOVE ZEROS TO WS-RECEIVED
005180         IF AL-OPEN-AMOUNT NOT = ZERO
005190             PERFORM 2250-AGE-OPEN-INVOICE THRU
005200                 2250-AGE-OPEN-INVOICE-EXIT
005210         END-IF
005220     ELSE
005230         ADD AL-AMOUNT AL-OPEN-AMOUNT GIVING WS-RECEIVED
005240         IF AL-OPEN-AMOUNT > ZERO
005250             PERFORM 2350-BUFFER-UNAPPLIED THRU
005260                 2350-BUFFER-UNAPPLIED-EXIT
005270         END-IF
005280     END-IF.
005290     IF AL-ENTRY-DATE < WS-MONTH-START-DATE
005300         IF AL-INVOICE-REC
005310             ADD AL-AMOUNT TO WS-OPENING-BALANCE
005320         ELSE
005330             SUBTRACT WS-RECEIVED FROM WS-OPENING-BALANCE
005340         END-IF
005350         MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
005360     ELSE
005370         PERFORM 2300-BUFFER-LINE THRU 2300-BUFFER-LINE-EXIT
005380     END-IF.
005390 2200-APPLY-LEDGER-ROW-READ.
005400     PERFORM 2150-READ-LEDGER THRU 2150-READ-LEDGER-EXIT.
005410 2200-APPLY-LEDGER-ROW-EXIT.
005420     EXIT.

005430 2250-AGE-OPEN-INVOICE.
005440     MOVE AL-ENTRY-DATE TO WS-DATE-WORK.
005450     PERFORM 7000-DATE-TO-PSEUDO THRU 7000-DATE-TO-PSEUDO-EXIT.
005460     SUBTRACT WS-PSEUDO-DAYS FROM WS-RUN-PSEUDO-DAYS
005470         GIVING WS-AGE-DAYS.
005480     IF WS-AGE-DAYS <= 30
005490         ADD AL-OPEN-AMOUNT TO WS-CURRENT
005500     ELSE
005510         ADD AL-OPEN-AMOUNT TO WS-OVERDUE-TOTAL
005520         IF WS-AGE-DAYS <= 60
005530             ADD AL-OPEN-AMOUNT TO WS-30-DAYS
005540         ELSE
005550             IF WS-AGE-DAYS <= 90
005560                 ADD AL-OPEN-AMOUNT TO WS-60-DAYS
005570             ELSE
005580                 ADD AL-OPEN-AMOUNT TO WS-90-DAYS
005590             END-IF
005600         END-IF
005610     END-IF.
005620     IF AL-OPEN-AMOUNT > ZERO
005630         AND WS-AGE-DAYS > WS-OLDEST-AGE
005640         MOVE WS-AGE-DAYS   TO WS-OLDEST-AGE
005650         MOVE AL-INVOICE-NO TO WS-OLDEST-INVOICE
005660         MOVE AL-ENTRY-DATE TO WS-OLDEST-DATE
005670     END-IF.
005680 2250-AGE-OPEN-INVOICE-EXIT.
005690     EXIT.

005700 2300-BUFFER-LINE.
005710     IF SL-COUNT >= 300
005720         DISPLAY "ARSTMT: STATEMENT LINE TABLE FULL FOR "
005730             "CUSTOMER " AL-CUSTOMER-ID " - RUN ABANDONED"
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     ADD 1 TO SL-COUNT.
005780     MOVE AL-REC-TYPE   TO SL-REC-TYPE (SL-COUNT).
005790     MOVE AL-INVOICE-NO TO SL-INVOICE-NO (SL-COUNT).
005800     MOVE AL-ENTRY-DATE TO SL-ENTRY-DATE (SL-COUNT).
005810     IF AL-INVOICE-REC
005820         MOVE AL-AMOUNT TO SL-DEBIT (SL-COUNT)
005830         MOVE ZEROS     TO SL-CREDIT (SL-COUNT)
005840     ELSE
005850         MOVE ZEROS       TO SL-DEBIT (SL-COUNT)
005860         MOVE WS-RECEIVED TO SL-CREDIT (SL-COUNT)
005870     END-IF.
005880 2300-BUFFER-LINE-EXIT.
005890     EXIT.

005900 2350-BUFFER-UNAPPLIED.
005910     IF UA-COUNT >= 50
005920         DISPLAY "ARSTMT: UNAPPLIED RECEIPT TABLE FULL FOR "
005930             "CUSTOMER " AL-CUSTOMER-ID " - RUN ABANDONED"
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     ADD 1 TO UA-COUNT.
005980     MOVE AL-ENTRY-DATE  TO UA-ENTRY-DATE (UA-COUNT).
005990     MOVE AL-OPEN-AMOUNT TO UA-AMOUNT (UA-COUNT).
006000     ADD AL-OPEN-AMOUNT  TO WS-UNAPPLIED-TOTAL.
006010 2350-BUFFER-UNAPPLIED-EXIT.
006020     EXIT.

006030 3000-PRINT-STATEMENT.
006040     ADD 1 TO WS-STMT-COUNT.
006050     MOVE SPACES TO PRINT-LINE.
006060     WRITE PRINT-LINE.
006070     WRITE PRINT-LINE FROM STMT-RULE-LINE.
006080     MOVE CM-CUSTOMER-ID TO PRN-STMT-CUSTOMER-ID.
006090     WRITE PRINT-LINE FROM STMT-TITLE-LINE.
006100     MOVE SPACES TO PRINT-LINE.
006110     WRITE PRINT-LINE.
006120     MOVE CM-CUSTOMER-NAME TO PRN-ADDRESS-TEXT.
006130     WRITE PRINT-LINE FROM ADDRESS-LINE.
006140     PERFORM 3200-PRINT-ADDRESS-LINE THRU
006150         3200-PRINT-ADDRESS-LINE-EXIT
006160         VARYING WS-ADDR-SUB FROM 1 BY 1 UNTIL WS-ADDR-SUB > 3.
006170     IF CM-BILL-POSTCODE NOT = SPACES
006180         MOVE CM-BILL-POSTCODE TO PRN-ADDRESS-TEXT
006190         WRITE PRINT-LINE FROM ADDRESS-LINE
006200     END-IF.
006210     IF CM-CONTACT-NAME NOT = SPACES
006220         MOVE CM-CONTACT-NAME TO PRN-ATTN-NAME
006230         WRITE PRINT-LINE FROM ATTENTION-LINE
006240     END-IF.
006250     MOVE SPACES TO PRINT-LINE.
006260     WRITE PRINT-LINE.
006270     WRITE PRINT-LINE FROM STMT-TOPIC-LINE.
006280     MOVE SPACES TO BALANCE-LINE.
006290     MOVE "OPENING BALANCE" TO PRN-BALANCE-LABEL.
006300     MOVE WS-OPENING-BALANCE TO PRN-BALANCE-AMOUNT.
006310     WRITE PRINT-LINE FROM BALANCE-LINE.
006320     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
006330     PERFORM 3100-PRINT-STMT-LINE THRU 3100-PRINT-STMT-LINE-EXIT
006340         VARYING SL-SUB FROM 1 BY 1 UNTIL SL-SUB > SL-COUNT.
006350     MOVE SPACES TO BALANCE-LINE.
006360     MOVE "CLOSING BALANCE" TO PRN-BALANCE-LABEL.
006370     MOVE WS-RUNNING-BALANCE TO PRN-BALANCE-AMOUNT.
006380     WRITE PRINT-LINE FROM BALANCE-LINE.
006390     IF UA-COUNT > ZERO
006400         MOVE SPACES TO PRINT-LINE
006410         WRITE PRINT-LINE
006420         PERFORM 3150-PRINT-UNAPPLIED THRU
006430             3150-PRINT-UNAPPLIED-EXIT
006440             VARYING UA-SUB FROM 1 BY 1 UNTIL UA-SUB > UA-COUNT
006450         MOVE SPACES TO BALANCE-LINE
006460         MOVE "TOTAL UNAPPLIED" TO PRN-BALANCE-LABEL
006470         MOVE WS-UNAPPLIED-TOTAL TO PRN-BALANCE-AMOUNT
006480         WRITE PRINT-LINE FROM BALANCE-LINE
006490     END-IF.
006500     MOVE SPACES TO PRINT-LINE.
006510     WRITE PRINT-LINE.
006520     WRITE PRINT-LINE FROM AGED-TOPIC-LINE.
006530     MOVE WS-CURRENT TO PRN-CURRENT.
006540     MOVE WS-30-DAYS TO PRN-30-DAYS.
006550     MOVE WS-60-DAYS TO PRN-60-DAYS.
006560     MOVE WS-90-DAYS TO PRN-90-DAYS.
006570     WRITE PRINT-LINE FROM AGED-DETAIL-LINE.
006580 3000-PRINT-STATEMENT-EXIT.
006590     EXIT.

006600 3100-PRINT-STMT-LINE.
006610     MOVE SPACES TO STMT-DETAIL-LINE.
006620     MOVE SL-ENTRY-DATE (SL-SUB) TO WS-DATE-WORK.
006630     MOVE WS-DW-MM   TO PRN-ENTRY-MM.
006640     MOVE WS-DW-DD   TO PRN-ENTRY-DD.
006650     MOVE WS-DW-YYYY TO PRN-ENTRY-YYYY.
006660     IF SL-INVOICE (SL-SUB)
006670         MOVE "INVOICE"   TO PRN-ENTRY-TYPE
006680         MOVE SL-INVOICE-NO (SL-SUB) TO PRN-REFERENCE
006690         MOVE SL-DEBIT (SL-SUB) TO PRN-DEBIT
006700         ADD SL-DEBIT (SL-SUB) TO WS-RUNNING-BALANCE
006710     ELSE
006720         MOVE "PAYMENT"   TO PRN-ENTRY-TYPE
006730         MOVE "RECEIVED"  TO PRN-REFERENCE
006740         MOVE SL-CREDIT (SL-SUB) TO PRN-CREDIT
006750         SUBTRACT SL-CREDIT (SL-SUB) FROM WS-RUNNING-BALANCE
006760     END-IF.
006770     MOVE WS-RUNNING-BALANCE TO PRN-RUNNING-BALANCE.
006780     WRITE PRINT-LINE FROM STMT-DETAIL-LINE.
006790 3100-PRINT-STMT-LINE-EXIT.
006800     EXIT.

006810 3150-PRINT-UNAPPLIED.
006820     MOVE UA-ENTRY-DATE (UA-SUB) TO WS-DATE-WORK.
006830     MOVE WS-DW-MM   TO PRN-UNAP-MM.
006840     MOVE WS-DW-DD   TO PRN-UNAP-DD.
006850     MOVE WS-DW-YYYY TO PRN-UNAP-YYYY.
006860     MOVE UA-AMOUNT (UA-SUB) TO PRN-UNAP-AMOUNT.
006870     WRITE PRINT-LINE FROM UNAPPLIED-LINE.
006880 3150-PRINT-UNAPPLIED-EXIT.
006890     EXIT.

006900 3200-PRINT-ADDRESS-LINE.
006910     IF CM-BILL-ADDR-LINE (WS-ADDR-SUB) NOT = SPACES
006920         MOVE CM-BILL-ADDR-LINE (WS-ADDR-SUB) TO PRN-ADDRESS-TEXT
006930         WRITE PRINT-LINE FROM ADDRESS-LINE
006940     END-IF.
006950 3200-PRINT-ADDRESS-LINE-EXIT.
006960     EXIT.

006970*    THE CARRY FILE IS IN CUSTOMER ORDER, SO IT IS MATCHED
006980*    ALONGSIDE THE MASTER - ROWS FOR CUSTOMERS NO LONGER ON THE
006990*    MASTER FALL AWAY HERE.
007000 4000-SET-DUNNING-LEVEL.
007010     PERFORM 4100-READ-DUNNING THRU 4100-READ-DUNNING-EXIT
007020         UNTIL DNI-CUSTOMER-ID NOT < CM-CUSTOMER-ID.
007030     MOVE ZERO TO WS-PRIOR-LEVEL.
007040     IF DNI-CUSTOMER-ID = CM-CUSTOMER-ID
007050         IF DNI-LETTER-YYYYMM = WS-CURRENT-YYYYMM
007060             MOVE DNI-PREV-LEVEL TO WS-PRIOR-LEVEL
007070         ELSE
007080             MOVE DNI-LEVEL      TO WS-PRIOR-LEVEL
007090         END-IF
007100     END-IF.
007110     MOVE ZERO TO WS-AGE-LEVEL.
007120     IF WS-OVERDUE-TOTAL > ZERO
007130         IF WS-OLDEST-AGE > 90
007140             MOVE 3 TO WS-AGE-LEVEL
007150         ELSE
007160             IF WS-OLDEST-AGE > 60
007170                 MOVE 2 TO WS-AGE-LEVEL
007180             ELSE
007190                 MOVE 1 TO WS-AGE-LEVEL
007200             END-IF
007210         END-IF
007220     END-IF.
007230     IF WS-AGE-LEVEL = ZERO
007240         GO TO 4000-SET-DUNNING-LEVEL-EXIT
007250     END-IF.
007260     IF WS-PRIOR-LEVEL < 3
007270         ADD 1 WS-PRIOR-LEVEL GIVING WS-NEW-LEVEL
007280     ELSE
007290         MOVE 3 TO WS-NEW-LEVEL
007300     END-IF.
007310     IF WS-NEW-LEVEL > WS-AGE-LEVEL
007320         MOVE WS-AGE-LEVEL TO WS-NEW-LEVEL
007330     END-IF.
007340     MOVE WS-PRIOR-LEVEL TO WS-LEVEL-PREV-OUT.
007350     PERFORM 4200-WRITE-DUNNING THRU 4200-WRITE-DUNNING-EXIT.
007360     PERFORM 4300-PRINT-LETTER THRU 4300-PRINT-LETTER-EXIT.
007370 4000-SET-DUNNING-LEVEL-EXIT.
007380     EXIT.

007390 4100-READ-DUNNING.
007400     IF END-OF-DUNNING-DATA
007410         GO TO 4100-READ-DUNNING-EXIT
007420     END-IF.
007430     READ DUNNING-IN
007440         AT END
007450             SET END-OF-DUNNING-IN TO TRUE
007460             SET END-OF-DUNNING-DATA TO TRUE
007470     END-READ.
007480 4100-READ-DUNNING-EXIT.
007490     EXIT.

007500 4200-WRITE-DUNNING.
007510     MOVE CM-CUSTOMER-ID           TO DNO-CUSTOMER-ID.
007520     MOVE WS-NEW-LEVEL             TO DNO-LEVEL.
007530     MOVE WS-LEVEL-PREV-OUT        TO DNO-PREV-LEVEL.
007540     MOVE WS-CURRENT-DATE-YYYYMMDD TO DNO-LETTER-DATE.
007550     WRITE DUNNING-OUT-REC.
007560 4200-WRITE-DUNNING-EXIT.
007570     EXIT.

007580 4300-PRINT-LETTER.
007590     MOVE WS-NEW-LEVEL TO WS-LEVEL-SUB.
007600     ADD 1 TO WS-LETTER-COUNT (WS-LEVEL-SUB).
007610     MOVE SPACES TO LETTER-LINE.
007620     WRITE LETTER-LINE.
007630     MOVE LETTER-TITLE (WS-LEVEL-SUB) TO PRN-LETTER-TITLE.
007640     WRITE LETTER-LINE FROM LETTER-TITLE-LINE.
007650     MOVE SPACES TO LETTER-LINE.
007660     WRITE LETTER-LINE.
007670     MOVE CM-CUSTOMER-NAME TO PRN-ADDRESS-TEXT.
007680     WRITE LETTER-LINE FROM ADDRESS-LINE.
007690     PERFORM 4350-LETTER-ADDRESS-LINE THRU
007700         4350-LETTER-ADDRESS-LINE-EXIT
007710         VARYING WS-ADDR-SUB FROM 1 BY 1 UNTIL WS-ADDR-SUB > 3.
007720     IF CM-BILL-POSTCODE NOT = SPACES
007730         MOVE CM-BILL-POSTCODE TO PRN-ADDRESS-TEXT
007740         WRITE LETTER-LINE FROM ADDRESS-LINE
007750     END-IF.
007760     MOVE SPACES TO LETTER-LINE.
007770     WRITE LETTER-LINE.
007780     MOVE CM-CUSTOMER-ID   TO PRN-LETTER-CUSTOMER-ID.
007790     MOVE CM-CUSTOMER-NAME TO PRN-LETTER-CUST-NAME.
007800     WRITE LETTER-LINE FROM LETTER-ACCOUNT-LINE.
007810     MOVE SPACES TO LETTER-LINE.
007820     WRITE LETTER-LINE.
007830     IF CM-CONTACT-NAME NOT = SPACES
007840         MOVE CM-CONTACT-NAME TO PRN-GREETING-NAME
007850     ELSE
007860         MOVE "CUSTOMER," TO PRN-GREETING-NAME
007870     END-IF.
007880     WRITE LETTER-LINE FROM LETTER-GREETING-LINE.
007890     MOVE SPACES TO LETTER-LINE.
007900     WRITE LETTER-LINE.
007910     PERFORM 4360-LETTER-TEXT-LINE THRU
007920         4360-LETTER-TEXT-LINE-EXIT
007930         VARYING WS-TEXT-SUB FROM 1 BY 1 UNTIL WS-TEXT-SUB > 3.
007940     MOVE SPACES TO LETTER-LINE.
007950     WRITE LETTER-LINE.
007960     MOVE WS-OVERDUE-TOTAL TO PRN-OVERDUE-AMOUNT.
007970     WRITE LETTER-LINE FROM LETTER-OVERDUE-LINE.
007980     MOVE WS-OLDEST-INVOICE TO PRN-OLDEST-INVOICE.
007990     MOVE WS-OLDEST-DATE    TO WS-DATE-WORK.
008000     MOVE WS-DW-MM          TO PRN-OLDEST-MM.
008010     MOVE WS-DW-DD          TO PRN-OLDEST-DD.
008020     MOVE WS-DW-YYYY        TO PRN-OLDEST-YYYY.
008030     MOVE WS-OLDEST-AGE     TO PRN-OLDEST-AGE.
008040     WRITE LETTER-LINE FROM LETTER-OLDEST-LINE.
008050     MOVE SPACES TO LETTER-LINE.
008060     WRITE LETTER-LINE.
008070     WRITE LETTER-LINE FROM LETTER-SIGNOFF-LINE.
008080     WRITE LETTER-LINE FROM LETTER-RULE-LINE.
008090 4300-PRINT-LETTER-EXIT.
008100     EXIT.

008110 4350-LETTER-ADDRESS-LINE.
008120     IF CM-BILL-ADDR-LINE (WS-ADDR-SUB) NOT = SPACES
008130         MOVE CM-BILL-ADDR-LINE (WS-ADDR-SUB) TO PRN-ADDRESS-TEXT
008140         WRITE LETTER-LINE FROM ADDRESS-LINE
008150     END-IF.
008160 4350-LETTER-ADDRESS-LINE-EXIT.
008170     EXIT.

008180 4360-LETTER-TEXT-LINE.
008190     MOVE LETTER-TEXT (WS-LEVEL-SUB WS-TEXT-SUB)
008200         TO PRN-LETTER-TEXT.
008210     WRITE LETTER-LINE FROM LETTER-TEXT-LINE.
008220 4360-LETTER-TEXT-LINE-EXIT.
008230     EXIT.

008240 7000-DATE-TO-PSEUDO.
008250     MULTIPLY WS-DW-YYYY BY 372 GIVING WS-PSEUDO-WORK.
008260     MOVE WS-PSEUDO-WORK TO WS-PSEUDO-DAYS.
008270     MULTIPLY WS-DW-MM BY 31 GIVING WS-PSEUDO-WORK.
008280     ADD WS-PSEUDO-WORK TO WS-PSEUDO-DAYS.
008290     ADD WS-DW-DD TO WS-PSEUDO-DAYS.
008300 7000-DATE-TO-PSEUDO-EXIT.
008310     EXIT.

008320 8000-TERMINATE.
008330     PERFORM 2160-SKIP-ORPHAN-ROW THRU 2160-SKIP-ORPHAN-ROW-EXIT
008340         UNTIL END-OF-LEDGER-DATA.
008350     MOVE SPACES TO PRINT-LINE.
008360     WRITE PRINT-LINE.
008370     WRITE PRINT-LINE FROM STMT-RULE-LINE.
008380     IF WS-STMT-COUNT = ZERO
008390         WRITE PRINT-LINE FROM NO-STATEMENTS-LINE
008400     END-IF.
008410     MOVE WS-STMT-COUNT TO PRN-STMT-COUNT.
008420     WRITE PRINT-LINE FROM STMT-COUNT-LINE.
008430     PERFORM 8100-PRINT-LETTER-COUNT THRU
008440         8100-PRINT-LETTER-COUNT-EXIT
008450         VARYING WS-LEVEL-SUB FROM 1 BY 1 UNTIL WS-LEVEL-SUB > 3.
008460     MOVE WS-ORPHAN-COUNT TO PRN-ORPHAN-COUNT.
008470     WRITE PRINT-LINE FROM ORPHAN-COUNT-LINE.
008480     PERFORM 8900-WRITE-AUDIT-RECORD THRU
008490         8900-WRITE-AUDIT-RECORD-EXIT.
008500     IF LEDGER-WAS-SORTED
008510         CLOSE LEDGER-SORTED-FILE
008520     END-IF.
008530     IF WS-DUNNING-IN-STATUS = "00"
008540         CLOSE DUNNING-IN
008550     END-IF.
008560     CLOSE CUSTOMER-MASTER-FILE
008570           DUNNING-OUT
008580           STATEMENT-REPORT
008590           LETTER-REPORT.
008600 8000-TERMINATE-EXIT.
008610     EXIT.

008620 8100-PRINT-LETTER-COUNT.
008630     MOVE LETTER-TITLE (WS-LEVEL-SUB)    TO PRN-COUNT-TITLE.
008640     MOVE WS-LETTER-COUNT (WS-LEVEL-SUB) TO PRN-LETTER-COUNT.
008650     WRITE PRINT-LINE FROM LETTER-COUNT-LINE.
008660 8100-PRINT-LETTER-COUNT-EXIT.
008670     EXIT.

008680 8900-WRITE-AUDIT-RECORD.
008690     MOVE "ARSTMT"              TO AR-PROGRAM-ID.
008700     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
008710     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
008720     ACCEPT AR-END-TIME         FROM TIME.
008730     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
008740     MOVE WS-ORPHAN-COUNT       TO AR-RECORDS-REJECTED.
008750     OPEN EXTEND AUDIT-TRAIL-FILE.
008760     WRITE AUDIT-REC.
008770     CLOSE AUDIT-TRAIL-FILE.
008780 8900-WRITE-AUDIT-RECORD-EXIT.
008790     EXIT.

008800 END PROGRAM ARSTMT.
