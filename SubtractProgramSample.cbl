000241*                   TO REMITHIST.DAT SO THE YEAR-END RUN
000242*                   (PAYYEAREND) CAN RECONCILE THE LEDGER
000243*                   AGAINST THE YEAR'S EXTRACTS.
000001*  2026-10-15 DO    NET PAY NOW GOES TO THE BANK BY CREDIT
000002*                   TRANSFER. BANK DETAILS COME FROM EMPBANK.DAT
000003*                   (SEE EMPBANK.CPY) BY EMP-ID AND EACH PAID
000004*                   EMPLOYEE IS WRITTEN TO BANKPAY.DAT IN THE
000005*                   BANK'S BULK PAYMENT LAYOUT - A BATCH HEADER,
000006*                   ONE CREDIT PER EMPLOYEE AND A TRAILER, THE
000007*                   HEADER AND TRAILER BOTH CARRYING THE COUNT
000008*                   AND CONTROL TOTAL - WITH A PAYMENT REGISTER
000009*                   (PAYREG.RPT) FOR THE PAYROLL CLERK TO SIGN
000010*                   BEFORE UPLOAD. AN EMPLOYEE WITH NO DETAILS,
000011*                   OR WHOSE DETAILS DIFFER FROM THE ONES ON
000012*                   BANKLAST.DAT AT THEIR LAST PAY RUN, IS LEFT
000013*                   OFF THE FILE AND LISTED ON BANKEXC.RPT.
000014*                   BANKLAST.NEW IS PROMOTED BY THE DRIVER.
000015*  2026-10-15 DO    HOURLY STAFF (EMP-PAY-TYPE "H") ARE NOW PAID
000016*                   FROM TIMESHEET.DAT (SEE TIMESHEET.CPY) AT
000017*                   EMP-HOURLY-RATE - BASIC HOURS AT THE RATE,
000018*                   OVERTIME, SUNDAY AND HOLIDAY HOURS AT THE
000019*                   PAY-OT/SUN/HOL-MULTIPLIER PARAMETERS.
000020*                   TSEXC.RPT LISTS HOURLY STAFF WITH NO
000021*                   TIMESHEET, WEEKS OVER PAY-MAX-WEEK-HOURS AND
000022*                   HOURS BOOKED FOR ANYONE NOT PAID ON THE RUN.
000023*                   SALARIED STAFF ARE PAID AS BEFORE.
000024*  2026-10-15 DO    EMPLOYEE-REC NOW COMES FROM EMPMAST.CPY, WITH
000025*                   THE START AND LEAVE DATES KEPT BY THE NEW
000026*                   EMPMAINT RUN. A SALARIED STARTER OR LEAVER IS
000027*                   PAID FOR THE DAYS EMPLOYED IN THE PERIOD
000028*                   ONLY (WEEK OR FORTNIGHT ENDING ON THE RUN
000029*                   DATE, OR THE CALENDAR MONTH), ANYONE NOT YET
000030*                   STARTED OR ALREADY GONE IS NOT PAID, AND A
000031*                   LEAVER'S LAST PAY PRINTS A FINAL YEAR-TO-DATE
000032*                   STATEMENT ON FINALPAY.RPT. THE YTDPAY ROW IS
000033*                   KEPT FOR THE YEAR-END RUN.
000034*  2026-10-15 DO    HOURLY PAY TAKES ONLY THE TIMESHEET HOURS
000035*                   WORKED IN THE EMPLOYEE'S PAY PERIOD, INSIDE
000036*                   ANY START OR LEAVE DATE. HOURS OUTSIDE IT
000037*                   ARE NOT PAID AND ARE LISTED ON TSEXC.RPT.
000038*  2026-10-15 DO    YTD TABLE RAISED FROM 50 TO 200 EMPLOYEES, AS
000039*                   IN EMPMAINT. A FULL TABLE NOW STOPS THE RUN
000040*                   WITH RC 16 INSTEAD OF DROPPING THE REST.
000244******************************************************************
000245 IDENTIFICATION DIVISION.
000246 PROGRAM-ID. PAYROLLDED.
000350     SELECT REP-COMM-OUT ASSIGN TO "REPCOMM.NEW"
000351               ORGANIZATION IS LINE SEQUENTIAL.

000001     SELECT EMP-BANK-FILE ASSIGN TO "EMPBANK.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-EMPBANK-STATUS.

000004     SELECT BANK-LAST-IN ASSIGN TO "BANKLAST.DAT"
000005               ORGANIZATION IS LINE SEQUENTIAL
000006               FILE STATUS IS WS-BANKLAST-STATUS.

000007     SELECT BANK-LAST-OUT ASSIGN TO "BANKLAST.NEW"
000008               ORGANIZATION IS LINE SEQUENTIAL.

000009     SELECT BANK-TRANSFER-FILE ASSIGN TO "BANKPAY.DAT"
000010               ORGANIZATION IS LINE SEQUENTIAL.

000011     SELECT PAY-REGISTER-REPORT ASSIGN TO "PAYREG.RPT"
000012               ORGANIZATION IS LINE SEQUENTIAL.

000013     SELECT BANK-EXCEPTION-REPORT ASSIGN TO "BANKEXC.RPT"
000014               ORGANIZATION IS LINE SEQUENTIAL.

000015     SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.DAT"
000016               ORGANIZATION IS LINE SEQUENTIAL
000017               FILE STATUS IS WS-TIMESHEET-STATUS.

000018     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000019               ORGANIZATION IS LINE SEQUENTIAL
000020               FILE STATUS IS WS-BATCHPARM-STATUS.

000021     SELECT TIMESHEET-EXCEPTION-REPORT ASSIGN TO "TSEXC.RPT"
000022               ORGANIZATION IS LINE SEQUENTIAL.

000023     SELECT FINAL-PAY-REPORT ASSIGN TO "FINALPAY.RPT"
000024               ORGANIZATION IS LINE SEQUENTIAL.

000352 DATA DIVISION.
000353 FILE SECTION.
000360 FD  EMPLOYEE-FILE.
000370     COPY EMPMAST.

000420 FD  YTD-MASTER-IN.
000430     COPY YTDPAY REPLACING
000589     02  PC-EMPLOYEE-PENSION     PIC 9(6)V99.
000590     02  PC-EMPLOYER-PENSION     PIC 9(6)V99.

000001 FD  EMP-BANK-FILE.
000002     COPY EMPBANK.

000003 FD  BANK-LAST-IN.
000004     COPY EMPBANK REPLACING
000005         ==EMP-BANK-REC== BY ==BANK-LAST-IN-REC==
000006         ==END-OF-EMP-BANK== BY ==END-OF-BANK-LAST-IN==
000007         ==EB-EMP-ID== BY ==BLI-EMP-ID==
000008         ==EB-DETAILS== BY ==BLI-DETAILS==
000009         ==EB-ACCOUNT-NAME== BY ==BLI-ACCOUNT-NAME==
000010         ==EB-SORT-CODE== BY ==BLI-SORT-CODE==
000011         ==EB-ACCOUNT-NO== BY ==BLI-ACCOUNT-NO==
000012         ==EB-IBAN== BY ==BLI-IBAN==.

000013 FD  BANK-LAST-OUT.
000014     COPY EMPBANK REPLACING
000015         ==EMP-BANK-REC== BY ==BANK-LAST-OUT-REC==
000016         ==END-OF-EMP-BANK== BY ==END-OF-BANK-LAST-OUT==
000017         ==EB-EMP-ID== BY ==BLO-EMP-ID==
000018         ==EB-DETAILS== BY ==BLO-DETAILS==
000019         ==EB-ACCOUNT-NAME== BY ==BLO-ACCOUNT-NAME==
000020         ==EB-SORT-CODE== BY ==BLO-SORT-CODE==
000021         ==EB-ACCOUNT-NO== BY ==BLO-ACCOUNT-NO==
000022         ==EB-IBAN== BY ==BLO-IBAN==.

000023*    THE BANK'S BULK CREDIT-TRANSFER LAYOUT - ONE BATCH PER RUN:
000024*    A HEADER, ONE CREDIT PER EMPLOYEE PAID AND A TRAILER. THE
000025*    BANK REJECTS THE WHOLE BATCH IF THE CREDITS DO NOT AGREE
000026*    WITH THE COUNT AND CONTROL TOTAL.
000027 FD  BANK-TRANSFER-FILE.
000028 01  BANK-TRANSFER-REC.
000029     02  BT-REC-TYPE             PIC X.
000030         88 BT-HEADER           VALUE "H".
000031         88 BT-DETAIL           VALUE "D".
000032         88 BT-TRAILER          VALUE "T".
000033     02  BT-PAYLOAD              PIC X(90).
000034     02  BT-HEADER-AREA REDEFINES BT-PAYLOAD.
000035         03  BT-ORIGINATOR-ID    PIC X(10).
000036         03  BT-BATCH-REF        PIC X(12).
000037         03  BT-VALUE-DATE       PIC 9(8).
000038         03  BT-HDR-COUNT        PIC 9(6).
000039         03  BT-HDR-TOTAL        PIC 9(11)V99.
000040         03  FILLER              PIC X(41).
000041     02  BT-DETAIL-AREA REDEFINES BT-PAYLOAD.
000042         03  BT-SORT-CODE        PIC X(6).
000043         03  BT-ACCOUNT-NO       PIC X(8).
000044         03  BT-IBAN             PIC X(34).
000045         03  BT-ACCOUNT-NAME     PIC X(18).
000046         03  BT-AMOUNT           PIC 9(9)V99.
000047         03  BT-REFERENCE        PIC X(12).
000048         03  FILLER              PIC X(1).
000049     02  BT-TRAILER-AREA REDEFINES BT-PAYLOAD.
000050         03  BT-TRL-COUNT        PIC 9(6).
000051         03  BT-TRL-TOTAL        PIC 9(11)V99.
000052         03  FILLER              PIC X(71).

000053 FD  PAY-REGISTER-REPORT.
000054 01  REGISTER-LINE               PIC X(110).

000055 FD  BANK-EXCEPTION-REPORT.
000056 01  BANK-EXC-LINE               PIC X(90).

000057 FD  TIMESHEET-FILE.
000058     COPY TIMESHEET.

000059 FD  BATCH-PARM-FILE.
000060     COPY BATCHPARM.

000061 FD  TIMESHEET-EXCEPTION-REPORT.
000062 01  TS-EXC-LINE                 PIC X(90).

000063 FD  FINAL-PAY-REPORT.
000064 01  FINAL-PAY-LINE              PIC X(80).

000530 WORKING-STORAGE SECTION.

000001 01  WS-STEPSTAT-STATUS          PIC XX.
000839         88  END-OF-PAYFREQ-DATA VALUE "Y".

000840 01  YTD-TABLE.
000841     02  YTD-ENTRY OCCURS 200 TIMES.
000842         03  YTE-EMP-ID          PIC X(5).
000843         03  YTE-GROSS           PIC S9(8)V99.
000844         03  YTE-COMMISSION      PIC S9(7)V99.
000848         03  YTE-ER-PENSION      PIC S9(7)V99.
000849         03  YTE-NETPAY          PIC S9(7)V99.

000850 01  YTD-COUNT                   PIC 999     VALUE ZERO.
000851 01  YTD-SUB                     PIC 999.
000855 01  YTD-MATCHED-SUB             PIC 999.
000860 01  YTD-FOUND-SWITCH            PIC X       VALUE "N".
000870     88  YTD-ENTRY-FOUND         VALUE "Y".

000926 01  WS-RUNCTL-STATUS            PIC XX.
000927 01  WS-REMITHIST-STATUS         PIC XX.

000001 01  WS-EMPBANK-STATUS           PIC XX.
000002 01  WS-BANKLAST-STATUS          PIC XX.

000003*    THE ORIGINATOR ID THE BANK ISSUED FOR THE WAGES ACCOUNT.
000004 01  WS-BANK-ORIGINATOR-ID       PIC X(10)   VALUE "AROMAMORA".

000005 01  WS-BANK-BATCH-REF.
000006     02  FILLER                  PIC X(4)    VALUE "PAY ".
000007     02  WS-BANK-BATCH-DATE      PIC 9(8).

000008 01  WS-BANK-REFERENCE.
000009     02  FILLER                  PIC X(4)    VALUE "PAY ".
000010     02  WS-BANK-REF-EMP-ID      PIC X(5).
000011     02  FILLER                  PIC X(3)    VALUE SPACES.

000012 01  WS-BANK-DATE-WORK           PIC 9(8).
000013 01  WS-BANK-DATE-WORK-R REDEFINES WS-BANK-DATE-WORK.
000014     02  WS-BD-YYYY              PIC 9(4).
000015     02  WS-BD-MM                PIC 99.
000016     02  WS-BD-DD                PIC 99.

000017*    EMPBANK.DAT AS LOADED. PROCESSED ROWS WERE PAID OR HELD ON
000018*    THIS RUN, SO THEIR CURRENT DETAILS GO TO BANKLAST.NEW.
000019 01  BANK-DETAIL-TABLE.
000020     02  BANK-DETAIL-ENTRY OCCURS 200 TIMES.
000021         03  BKT-EMP-ID          PIC X(5).
000022         03  BKT-DETAILS.
000023             04  BKT-ACCOUNT-NAME PIC X(18).
000024             04  BKT-SORT-CODE   PIC X(6).
000025             04  BKT-ACCOUNT-NO  PIC X(8).
000026             04  BKT-IBAN        PIC X(34).
000027         03  BKT-PROCESSED-SWITCH PIC X.
000028             88  BKT-PROCESSED   VALUE "Y".

000029 01  BKT-COUNT                   PIC 999     VALUE ZERO.
000030 01  BKT-SUB                     PIC 999.
000031 01  BKT-MATCHED-SUB             PIC 999.
000032 01  BKT-FOUND-SWITCH            PIC X       VALUE "N".
000033     88  BKT-ENTRY-FOUND         VALUE "Y".

000034*    BANKLAST.DAT - THE DETAILS EACH EMPLOYEE WAS LAST PAID ON.
000035 01  BANK-LAST-TABLE.
000036     02  BANK-LAST-ENTRY OCCURS 200 TIMES.
000037         03  BLT-EMP-ID          PIC X(5).
000038         03  BLT-DETAILS         PIC X(66).

000039 01  BLT-COUNT                   PIC 999     VALUE ZERO.
000040 01  BLT-SUB                     PIC 999.
000041 01  BLT-MATCHED-SUB             PIC 999.
000042 01  BLT-FOUND-SWITCH            PIC X       VALUE "N".
000043     88  BLT-ENTRY-FOUND         VALUE "Y".

000044 01  WS-BANK-SEARCH-ID           PIC X(5).

000045*    TONIGHT'S CREDITS, KEPT UNTIL THE RUN ENDS SO THE BATCH
000046*    HEADER CAN CARRY THE COUNT AND CONTROL TOTAL.
000047 01  BANK-PAY-TABLE.
000048     02  BANK-PAY-ENTRY OCCURS 200 TIMES.
000049         03  BPT-BANK-SUB        PIC 999.
000050         03  BPT-EMP-ID          PIC X(5).
000051         03  BPT-AMOUNT          PIC S9(6)V99.

000052 01  BPT-COUNT                   PIC 999     VALUE ZERO.
000053 01  BPT-SUB                     PIC 999.

000054 01  WS-BANK-SWITCHES.
000055     02  WS-EMPBANK-EOF          PIC X       VALUE "N".
000056         88  END-OF-EMPBANK-DATA VALUE "Y".
000057     02  WS-BANKLAST-EOF         PIC X       VALUE "N".
000058         88  END-OF-BANKLAST-DATA VALUE "Y".
000059     02  WS-BANKLAST-SEED-SWITCH PIC X       VALUE "N".
000060         88  BANKLAST-SEED-RUN   VALUE "Y".

000061 01  WS-BANK-TOTALS.
000062     02  WS-BANK-TOTAL           PIC S9(9)V99 VALUE ZERO.
000063     02  WS-HELD-COUNT           PIC 999     VALUE ZERO.
000064     02  WS-HELD-TOTAL           PIC S9(9)V99 VALUE ZERO.
000065     02  WS-RUN-NET-TOTAL        PIC S9(9)V99 VALUE ZERO.

000066 01  WS-HOLD-REASON              PIC X(30).

000067 01  REGISTER-HEADING-LINE       PIC X(40)
000068             VALUE "     AROMAMORA PAYROLL PAYMENT REGISTER".

000069 01  REGISTER-HEADING-UNDERLINE.
000070     02  FILLER                  PIC X(5)  VALUE SPACES.
000071     02  FILLER                  PIC X(34) VALUE ALL "-".

000072 01  REGISTER-BATCH-LINE.
000073     02  FILLER                  PIC X(12) VALUE "BATCH REF : ".
000074     02  PRN-BATCH-REF           PIC X(12).
000075     02  FILLER                  PIC X(15)
000076             VALUE "  VALUE DATE : ".
000077     02  PRN-VALUE-MM            PIC 99.
000078     02  FILLER                  PIC X     VALUE "/".
000079     02  PRN-VALUE-DD            PIC 99.
000080     02  FILLER                  PIC X     VALUE "/".
000081     02  PRN-VALUE-YYYY          PIC 9(4).

000082 01  REGISTER-TOPIC-LINE.
000083     02  FILLER                  PIC X(6)  VALUE "EMP".
000084     02  FILLER                  PIC X(21) VALUE "NAME".
000085     02  FILLER                  PIC X(19) VALUE "ACCOUNT NAME".
000086     02  FILLER                  PIC X(7)  VALUE "SORT".
000087     02  FILLER                  PIC X(9)  VALUE "ACCOUNT".
000088     02  FILLER                  PIC X(34) VALUE "IBAN".
000089     02  FILLER                  PIC X(11) VALUE "     AMOUNT".

000090 01  REGISTER-DETAIL-LINE.
000091     02  PRG-EMP-ID              PIC X(5).
000092     02  FILLER                  PIC X     VALUE SPACE.
000093     02  PRG-EMP-NAME            PIC X(20).
000094     02  FILLER                  PIC X     VALUE SPACE.
000095     02  PRG-ACCOUNT-NAME        PIC X(18).
000096     02  FILLER                  PIC X     VALUE SPACE.
000097     02  PRG-SORT-CODE           PIC X(6).
000098     02  FILLER                  PIC X     VALUE SPACE.
000099     02  PRG-ACCOUNT-NO          PIC X(8).
000100     02  FILLER                  PIC X     VALUE SPACE.
000101     02  PRG-IBAN                PIC X(34).
000102     02  PRG-AMOUNT              PIC BZZZ,ZZ9.99.

000103 01  NO-CREDITS-LINE             PIC X(30)
000104             VALUE "NO CREDITS ON THIS RUN.".

000105 01  REGISTER-TOTAL-LINE.
000106     02  FILLER                  PIC X(24)
000107             VALUE "CREDITS ON BANK FILE  : ".
000108     02  PRN-REG-COUNT           PIC ZZ9.
000109     02  FILLER                  PIC X(17)
000110             VALUE "   CONTROL TOTAL:".
000111     02  PRN-REG-TOTAL           PIC B$$$,$$$,$$9.99.

000112 01  REGISTER-HELD-LINE.
000113     02  FILLER                  PIC X(24)
000114             VALUE "HELD - SEE BANKEXC.RPT: ".
000115     02  PRN-HELD-COUNT          PIC ZZ9.
000116     02  FILLER                  PIC X(17)
000117             VALUE "   NET PAY HELD :".
000118     02  PRN-HELD-TOTAL          PIC B$$$,$$$,$$9.99.

000119 01  REGISTER-RUN-LINE.
000120     02  FILLER                  PIC X(43)
000121             VALUE "RUN NET PAY (CREDITS PLUS HELD)".
000122     02  FILLER                  PIC X     VALUE ":".
000123     02  PRN-RUN-NET-TOTAL       PIC B$$$,$$$,$$9.99.

000124 01  REGISTER-SIGN-LINE.
000125     02  FILLER                  PIC X(42)
000126             VALUE "CHECKED AND SIGNED: _____________________".
000127     02  FILLER                  PIC X(17)
000128             VALUE "  DATE: _________".

000129 01  BANK-EXC-HEADING-LINE       PIC X(50)
000130             VALUE "    AROMAMORA PAYROLL - NOT PAID BY TRANSFER".

000131 01  BANK-EXC-UNDERLINE.
000132     02  FILLER                  PIC X(4)  VALUE SPACES.
000133     02  FILLER                  PIC X(41) VALUE ALL "-".

000134 01  BANK-EXC-NOTE-LINE.
000135     02  FILLER                  PIC X(40)
000136             VALUE "LEFT OFF THE BANK FILE - PAY BY HAND OR ".
000137     02  FILLER                  PIC X(40)
000138             VALUE "ON THE NEXT RUN ONCE DETAILS ARE CHECKED".

000139 01  BANK-EXC-TOPIC-LINE.
000140     02  FILLER                  PIC X(6)  VALUE "EMP".
000141     02  FILLER                  PIC X(20) VALUE "NAME".
000142     02  FILLER                  PIC X(12) VALUE "     NET PAY".
000143     02  FILLER                  PIC X(2)  VALUE SPACES.
000144     02  FILLER                  PIC X(6)  VALUE "REASON".

000145 01  BANK-EXC-DETAIL-LINE.
000146     02  PRX-EMP-ID              PIC X(5).
000147     02  FILLER                  PIC X     VALUE SPACE.
000148     02  PRX-EMP-NAME            PIC X(20).
000149     02  PRX-NETPAY              PIC BZZZ,ZZ9.99-.
000150     02  FILLER                  PIC X(2)  VALUE SPACES.
000151     02  PRX-REASON              PIC X(30).

000152 01  BANK-EXC-TOTAL-LINE.
000153     02  FILLER                  PIC X(24)
000154             VALUE "EMPLOYEES HELD        : ".
000155     02  PRX-HELD-COUNT          PIC ZZ9.
000156     02  FILLER                  PIC X(17)
000157             VALUE "   NET PAY HELD :".
000158     02  PRX-HELD-TOTAL          PIC B$$$,$$$,$$9.99.

000159 01  WS-TIMESHEET-STATUS         PIC XX.
000160 01  WS-BATCHPARM-STATUS         PIC XX.

000161 01  WS-PARM-SWITCHES.
000162     02  WS-BATCHPARM-EOF        PIC X       VALUE "N".
000163         88  END-OF-PARM-DATA    VALUE "Y".
000164     02  WS-TIMESHEET-EOF        PIC X       VALUE "N".
000165         88  END-OF-TIMESHEET-DATA VALUE "Y".

000166 01  WS-PARM-SOURCES.
000167     02  WS-PARM-SOURCE-1       PIC X(16)
000168             VALUE "DEFAULT".
000169     02  WS-PARM-SOURCE-2       PIC X(16)
000170             VALUE "DEFAULT".
000171     02  WS-PARM-SOURCE-3       PIC X(16)
000172             VALUE "DEFAULT".
000173     02  WS-PARM-SOURCE-4       PIC X(16)
000174             VALUE "DEFAULT".

000175 01  PARM-AUDIT-HEADING-LINE     PIC X(22)
000176             VALUE "PARAMETERS IN FORCE".

000177 01  PARM-AUDIT-LINE.
000178     02  PRN-PARM-NAME           PIC X(20).
000179     02  PRN-PARM-VALUE          PIC Z,ZZZ,ZZ9.999.
000180     02  FILLER                  PIC X(2) VALUE SPACES.
000181     02  PRN-PARM-SOURCE         PIC X(16).

000182*    HOURLY PAY - OVERTIME, SUNDAY AND HOLIDAY HOURS ARE PAID AT
000183*    THESE MULTIPLES OF THE BASIC RATE. A WEEK OVER THE HOURS
000184*    LIMIT IS STILL PAID BUT LISTED FOR THE MANAGER TO CHECK.
000185 01  WS-PAY-MULTIPLIERS.
000186     02  WS-OT-MULTIPLIER        PIC 9V999   VALUE 1.5.
000187     02  WS-SUNDAY-MULTIPLIER    PIC 9V999   VALUE 2.
000188     02  WS-HOLIDAY-MULTIPLIER   PIC 9V999   VALUE 2.
000189 01  WS-MAX-WEEK-HOURS           PIC 999V99  VALUE 48.

000190*    TIMESHEET.DAT TOTALLED BY EMPLOYEE AND MONDAY-TO-SUNDAY
000191*    WEEK. MATCHED ROWS WERE PAID ON THIS RUN - ANY LEFT OVER
000192*    AT THE END ARE HOURS FOR SOMEONE NOT ON THE RUN. A WEEK
000193*    THAT CROSSES THE START OR END OF A PAY PERIOD IS KEPT AS
000194*    ONE ROW PER PART (TSW-PERIOD-PART), SO EACH ROW FALLS WHOLLY
000195*    INSIDE OR OUTSIDE WHATEVER PERIOD THE EMPLOYEE IS PAID FOR.
000196 01  TIMESHEET-WEEK-TABLE.
000197     02  TIMESHEET-WEEK-ENTRY OCCURS 500 TIMES.
000198         03  TSW-EMP-ID          PIC X(5).
000199         03  TSW-WEEK-NO         PIC 9(7).
000200         03  TSW-PERIOD-PART     PIC 9.
000201         03  TSW-FIRST-DATE      PIC 9(8).
000202         03  TSW-LAST-DATE       PIC 9(8).
000203         03  TSW-BASIC-HOURS     PIC 9(3)V99.
000204         03  TSW-OT-HOURS        PIC 9(3)V99.
000205         03  TSW-SUNDAY-HOURS    PIC 9(3)V99.
000206         03  TSW-HOLIDAY-HOURS   PIC 9(3)V99.
000207         03  TSW-MATCHED-SWITCH  PIC X.
000208             88  TSW-MATCHED     VALUE "Y".

000209 01  TSW-COUNT                   PIC 999     VALUE ZERO.
000210 01  TSW-SUB                     PIC 999.
000211 01  TSW-MATCHED-SUB             PIC 999.
000212 01  TSW-FOUND-SWITCH            PIC X       VALUE "N".
000213     88  TSW-ENTRY-FOUND         VALUE "Y".

000214 01  WS-WEEK-WORK.
000215     02  WS-WEEK-DATE            PIC 9(8).
000216     02  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
000217         03  WS-WD-YYYY          PIC 9(4).
000218         03  WS-WD-MM            PIC 99.
000219         03  WS-WD-DD            PIC 99.
000220     02  WS-WEEK-YEARS           PIC 9(4).
000221     02  WS-WEEK-MONTH           PIC 99.
000222     02  WS-WEEK-QUOTIENT        PIC 9(7).
000223     02  WS-WEEK-DAY-NO          PIC 9(7).
000224     02  WS-WEEK-NO              PIC 9(7).
000225     02  WS-PERIOD-PART          PIC 9.

000226 01  WS-HOURLY-FIELDS.
000227     02  WS-TOT-BASIC-HOURS      PIC 9(3)V99.
000228     02  WS-TOT-OT-HOURS         PIC 9(3)V99.
000229     02  WS-TOT-SUNDAY-HOURS     PIC 9(3)V99.
000230     02  WS-TOT-HOLIDAY-HOURS    PIC 9(3)V99.
000231     02  WS-WEEK-HOURS           PIC 9(3)V99.
000232     02  WS-WEIGHTED-HOURS       PIC 9(4)V9(4).
000233     02  WS-PAID-HOURS           PIC 9(4)V9(4).
000234     02  WS-HOURLY-GROSS         PIC S9(6)V99.
000235     02  WS-HOURLY-ANNUAL        PIC S9(7)V99.

000236 01  WS-TS-EXC-DATE              PIC 9(8).
000237 01  WS-TS-EXC-DATE-R REDEFINES WS-TS-EXC-DATE.
000238     02  WS-TE-YYYY              PIC 9(4).
000239     02  WS-TE-MM                PIC 99.
000240     02  WS-TE-DD                PIC 99.
000241 01  WS-TS-WEEK-EDIT.
000242     02  WS-TW-MM                PIC 99.
000243     02  FILLER                  PIC X     VALUE "/".
000244     02  WS-TW-DD                PIC 99.
000245     02  FILLER                  PIC X     VALUE "/".
000246     02  WS-TW-YYYY              PIC 9(4).
000247 01  WS-TS-EXC-COUNT             PIC 999     VALUE ZERO.

000248 01  TS-EXC-HEADING-LINE         PIC X(50)
000249             VALUE "    AROMAMORA PAYROLL - TIMESHEET EXCEPTIONS".

000250 01  TS-EXC-UNDERLINE.
000251     02  FILLER                  PIC X(4)  VALUE SPACES.
000252     02  FILLER                  PIC X(40) VALUE ALL "-".

000253 01  TS-EXC-TOPIC-LINE.
000254     02  FILLER                  PIC X(6)  VALUE "EMP".
000255     02  FILLER                  PIC X(21) VALUE "NAME".
000256     02  FILLER                  PIC X(12) VALUE "WEEK OF".
000257     02  FILLER                  PIC X(6)  VALUE " HOURS".
000258     02  FILLER                  PIC X(2)  VALUE SPACES.
000259     02  FILLER                  PIC X(6)  VALUE "REASON".

000260 01  TS-EXC-DETAIL-LINE.
000261     02  PRT-EMP-ID              PIC X(5).
000262     02  FILLER                  PIC X     VALUE SPACE.
000263     02  PRT-EMP-NAME            PIC X(20).
000264     02  FILLER                  PIC X     VALUE SPACE.
000265     02  PRT-WEEK-OF             PIC X(10).
000266     02  FILLER                  PIC X(2)  VALUE SPACES.
000267     02  PRT-HOURS               PIC ZZ9.99 BLANK WHEN ZERO.
000268     02  FILLER                  PIC X(2)  VALUE SPACES.
000269     02  PRT-REASON              PIC X(30).

000270 01  TS-EXC-TOTAL-LINE.
000271     02  FILLER                  PIC X(24)
000272             VALUE "TIMESHEET EXCEPTIONS  : ".
000273     02  PRT-EXC-COUNT           PIC ZZ9.

000274*    THE PAY PERIOD AS DAY NUMBERS ON 7200-COMPUTE-WEEK-NO'S
000275*    COUNT - A WEEK OR FORTNIGHT ENDS ON THE RUN DATE, A MONTH IS
000276*    THE CALENDAR MONTH THE RUN DATE FALLS IN. A STARTER OR
000277*    LEAVER IS EMPLOYED FROM THE LATER OF THE START DATE AND THE
000278*    PERIOD START TO THE EARLIER OF THE LEAVE DATE AND PERIOD END.
000279 01  WS-PERIOD-DAYS.
000280     02  WS-RUN-DAY-NO           PIC 9(7).
000281     02  WS-WEEK-START-DAY-NO    PIC 9(7).
000282     02  WS-FORTNIGHT-START-DAY-NO PIC 9(7).
000283     02  WS-MONTH-FIRST-DAY-NO   PIC 9(7).
000284     02  WS-MONTH-LAST-DAY-NO    PIC 9(7).
000285     02  WS-PERIOD-START-DAY-NO  PIC 9(7).
000286     02  WS-PERIOD-END-DAY-NO    PIC 9(7).
000287     02  WS-PERIOD-DAY-COUNT     PIC 9(3).
000288     02  WS-EMP-FIRST-DAY-NO     PIC 9(7).
000289     02  WS-EMP-LAST-DAY-NO      PIC 9(7).
000290     02  WS-WORKED-DAY-COUNT     PIC 9(3).
000291     02  WS-PRORATE-WORK         PIC S9(9)V99.

000292 01  WS-EMPLOYMENT-SWITCHES.
000293     02  WS-PART-PERIOD-SWITCH   PIC X       VALUE "N".
000294         88  PART-PERIOD-PAY     VALUE "Y".
000295     02  WS-FINAL-PAY-SWITCH     PIC X       VALUE "N".
000296         88  FINAL-PAY-RUN       VALUE "Y".

000297 01  WS-FINAL-PAY-COUNT          PIC 999     VALUE ZERO.
000298 01  WS-FP-DATE                  PIC 9(8).
000299 01  WS-FP-DATE-R REDEFINES WS-FP-DATE.
000300     02  WS-FP-YYYY              PIC 9(4).
000301     02  WS-FP-MM                PIC 99.
000302     02  WS-FP-DD                PIC 99.

000303 01  FP-HEADING-LINE             PIC X(50)
000304             VALUE "    AROMAMORA PAYROLL - LEAVERS' FINAL PAY".

000305 01  FP-UNDERLINE.
000306     02  FILLER                  PIC X(4)  VALUE SPACES.
000307     02  FILLER                  PIC X(38) VALUE ALL "-".

000308 01  FP-EMPLOYEE-LINE.
000309     02  FILLER                  PIC X(10) VALUE "EMPLOYEE: ".
000310     02  PRF-EMP-ID              PIC X(5).
000311     02  FILLER                  PIC X     VALUE SPACE.
000312     02  PRF-EMP-NAME            PIC X(20).
000313     02  FILLER                  PIC X(13)
000314             VALUE "  LEAVE DATE ".
000315     02  PRF-LEAVE-MM            PIC 99.
000316     02  FILLER                  PIC X     VALUE "/".
000317     02  PRF-LEAVE-DD            PIC 99.
000318     02  FILLER                  PIC X     VALUE "/".
000319     02  PRF-LEAVE-YYYY          PIC 9(4).

000320 01  FP-YTD-TITLE-LINE           PIC X(40)
000321             VALUE "    FINAL YEAR-TO-DATE FIGURES".

000322 01  FP-AMOUNT-LINE.
000323     02  FILLER                  PIC X(4)  VALUE SPACES.
000324     02  PRF-LABEL               PIC X(24).
000325     02  PRF-AMOUNT              PIC Z,ZZZ,ZZ9.99-.

000326 01  FP-TOTAL-LINE.
000327     02  FILLER                  PIC X(24)
000328             VALUE "FINAL STATEMENTS      : ".
000329     02  PRF-STATEMENT-COUNT     PIC ZZ9.

000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001105     PERFORM 1055-INIT-RATE-BANDS THRU 1055-INIT-RATE-BANDS-EXIT.
001107     PERFORM 1058-LOAD-PAY-FREQ THRU 1058-LOAD-PAY-FREQ-EXIT.
001108     PERFORM 1070-LOAD-REP-COMM THRU 1070-LOAD-REP-COMM-EXIT.
000001     PERFORM 1080-LOAD-BANK-DETAILS THRU
000002         1080-LOAD-BANK-DETAILS-EXIT.
000003     PERFORM 1085-LOAD-BANK-LAST THRU 1085-LOAD-BANK-LAST-EXIT.
000004     PERFORM 1090-START-BANK-REPORTS THRU
000005         1090-START-BANK-REPORTS-EXIT.
000006     PERFORM 1030-LOAD-PARAMETERS THRU 1030-LOAD-PARAMETERS-EXIT.
000007     PERFORM 1098-SET-PAY-PERIODS THRU 1098-SET-PAY-PERIODS-EXIT.
000008     PERFORM 1040-LOAD-TIMESHEETS THRU 1040-LOAD-TIMESHEETS-EXIT.
000009     PERFORM 1095-START-TIMESHEET-REPORT THRU
000010         1095-START-TIMESHEET-REPORT-EXIT.
000011     PERFORM 1097-START-FINAL-PAY-REPORT THRU
000012         1097-START-FINAL-PAY-REPORT-EXIT.
001110     PERFORM 2100-READ-EMPLOYEE THRU 2100-READ-EMPLOYEE-EXIT.
001120 1000-INITIALIZE-EXIT.
001130     EXIT.
001223 1071-READ-REP-COMM-EXIT.
001224     EXIT.

000001*    A MISSING EMPBANK.DAT MEANS NOBODY HAS DETAILS ON FILE -
000002*    EVERYONE PAID TONIGHT IS LISTED ON BANKEXC.RPT INSTEAD.
000003 1080-LOAD-BANK-DETAILS.
000004     OPEN INPUT EMP-BANK-FILE.
000005     IF WS-EMPBANK-STATUS NOT = "00"
000006         SET END-OF-EMPBANK-DATA TO TRUE
000007         GO TO 1080-LOAD-BANK-DETAILS-EXIT
000008     END-IF.
000009     PERFORM 1081-READ-BANK-DETAIL THRU
000010         1081-READ-BANK-DETAIL-EXIT
000011         UNTIL END-OF-EMPBANK-DATA.
000012     CLOSE EMP-BANK-FILE.
000013 1080-LOAD-BANK-DETAILS-EXIT.
000014     EXIT.

000015 1081-READ-BANK-DETAIL.
000016     READ EMP-BANK-FILE
000017         AT END
000018             SET END-OF-EMP-BANK TO TRUE
000019             SET END-OF-EMPBANK-DATA TO TRUE
000020     END-READ.
000021     IF END-OF-EMPBANK-DATA
000022         GO TO 1081-READ-BANK-DETAIL-EXIT
000023     END-IF.
000024     IF BKT-COUNT >= 200
000025         DISPLAY "PAYROLLDED: BANK DETAILS TABLE FULL AT 200 - "
000026             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000027         MOVE 16 TO RETURN-CODE
000028         STOP RUN
000029     END-IF.
000030     ADD 1 TO BKT-COUNT.
000031     MOVE EB-EMP-ID  TO BKT-EMP-ID (BKT-COUNT).
000032     MOVE EB-DETAILS TO BKT-DETAILS (BKT-COUNT).
000033     MOVE "N"        TO BKT-PROCESSED-SWITCH (BKT-COUNT).
000034 1081-READ-BANK-DETAIL-EXIT.
000035     EXIT.

000036*    BANKLAST.DAT HOLDS THE DETAILS EACH EMPLOYEE WAS LAST PAID
000037*    ON. THE FIRST RUN AFTER TRANSFERS START HAS NO SNAPSHOT,
000038*    SO EVERYONE'S DETAILS ARE TAKEN AS THEY STAND - THE SAME
000039*    WAY GLPOST SEEDS A MISSING ACCOUNT MASTER.
000040 1085-LOAD-BANK-LAST.
000041     OPEN INPUT BANK-LAST-IN.
000042     IF WS-BANKLAST-STATUS NOT = "00"
000043         SET BANKLAST-SEED-RUN TO TRUE
000044         SET END-OF-BANKLAST-DATA TO TRUE
000045         GO TO 1085-LOAD-BANK-LAST-EXIT
000046     END-IF.
000047     PERFORM 1086-READ-BANK-LAST THRU 1086-READ-BANK-LAST-EXIT
000048         UNTIL END-OF-BANKLAST-DATA.
000049     CLOSE BANK-LAST-IN.
000050 1085-LOAD-BANK-LAST-EXIT.
000051     EXIT.

000052 1086-READ-BANK-LAST.
000053     READ BANK-LAST-IN
000054         AT END
000055             SET END-OF-BANK-LAST-IN TO TRUE
000056             SET END-OF-BANKLAST-DATA TO TRUE
000057     END-READ.
000058     IF END-OF-BANKLAST-DATA
000059         GO TO 1086-READ-BANK-LAST-EXIT
000060     END-IF.
000061     IF BLT-COUNT >= 200
000062         DISPLAY "PAYROLLDED: BANKLAST TABLE FULL AT 200 - "
000063             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000064         MOVE 16 TO RETURN-CODE
000065         STOP RUN
000066     END-IF.
000067     ADD 1 TO BLT-COUNT.
000068     MOVE BLI-EMP-ID  TO BLT-EMP-ID (BLT-COUNT).
000069     MOVE BLI-DETAILS TO BLT-DETAILS (BLT-COUNT).
000070 1086-READ-BANK-LAST-EXIT.
000071     EXIT.

000072 1090-START-BANK-REPORTS.
000073     OPEN OUTPUT PAY-REGISTER-REPORT
000074                 BANK-EXCEPTION-REPORT.
000075     MOVE WS-AUDIT-RUN-DATE TO WS-BANK-BATCH-DATE
000076                               WS-BANK-DATE-WORK.
000077     MOVE WS-BANK-BATCH-REF TO PRN-BATCH-REF.
000078     MOVE WS-BD-MM          TO PRN-VALUE-MM.
000079     MOVE WS-BD-DD          TO PRN-VALUE-DD.
000080     MOVE WS-BD-YYYY        TO PRN-VALUE-YYYY.
000081     MOVE SPACES TO REGISTER-LINE.
000082     WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE.
000083     WRITE REGISTER-LINE FROM REGISTER-HEADING-UNDERLINE.
000084     WRITE REGISTER-LINE FROM REGISTER-BATCH-LINE.
000085     MOVE SPACES TO REGISTER-LINE.
000086     WRITE REGISTER-LINE.
000087     WRITE REGISTER-LINE FROM REGISTER-TOPIC-LINE.
000088     MOVE SPACES TO BANK-EXC-LINE.
000089     WRITE BANK-EXC-LINE FROM BANK-EXC-HEADING-LINE.
000090     WRITE BANK-EXC-LINE FROM BANK-EXC-UNDERLINE.
000091     WRITE BANK-EXC-LINE FROM REGISTER-BATCH-LINE.
000092     WRITE BANK-EXC-LINE FROM BANK-EXC-NOTE-LINE.
000093     MOVE SPACES TO BANK-EXC-LINE.
000094     WRITE BANK-EXC-LINE.
000095     WRITE BANK-EXC-LINE FROM BANK-EXC-TOPIC-LINE.
000096 1090-START-BANK-REPORTS-EXIT.
000097     EXIT.

000098*    A MISSING BATCHPARM.DAT LEAVES THE COMPILED DEFAULTS.
000099 1030-LOAD-PARAMETERS.
000100     OPEN INPUT BATCH-PARM-FILE.
000101     IF WS-BATCHPARM-STATUS NOT = "00"
000102         SET END-OF-PARM-DATA TO TRUE
000103         GO TO 1030-LOAD-PARAMETERS-EXIT
000104     END-IF.
000105     PERFORM 1032-READ-PARM THRU 1032-READ-PARM-EXIT
000106         UNTIL END-OF-PARM-DATA.
000107     CLOSE BATCH-PARM-FILE.
000108 1030-LOAD-PARAMETERS-EXIT.
000109     EXIT.

000110 1032-READ-PARM.
000111     READ BATCH-PARM-FILE
000112         AT END
000113             SET END-OF-BATCH-PARM TO TRUE
000114             SET END-OF-PARM-DATA TO TRUE
000115     END-READ.
000116     IF END-OF-PARM-DATA
000117         GO TO 1032-READ-PARM-EXIT
000118     END-IF.
000119     PERFORM 1034-APPLY-PARM THRU 1034-APPLY-PARM-EXIT.
000120 1032-READ-PARM-EXIT.
000121     EXIT.

000122 1034-APPLY-PARM.
000123     IF BP-PARM-NAME = "PAY-OT-MULTIPLIER"
000124         IF BP-PARM-VALUE >= 1
000125             AND BP-PARM-VALUE <= 3
000126             MOVE BP-PARM-VALUE TO WS-OT-MULTIPLIER
000127             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-1
000128         ELSE
000129             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-1
000130         END-IF
000131     END-IF.
000132     IF BP-PARM-NAME = "PAY-SUN-MULTIPLIER"
000133         IF BP-PARM-VALUE >= 1
000134             AND BP-PARM-VALUE <= 3
000135             MOVE BP-PARM-VALUE TO WS-SUNDAY-MULTIPLIER
000136             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-2
000137         ELSE
000138             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-2
000139         END-IF
000140     END-IF.
000141     IF BP-PARM-NAME = "PAY-HOL-MULTIPLIER"
000142         IF BP-PARM-VALUE >= 1
000143             AND BP-PARM-VALUE <= 3
000144             MOVE BP-PARM-VALUE TO WS-HOLIDAY-MULTIPLIER
000145             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-3
000146         ELSE
000147             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-3
000148         END-IF
000149     END-IF.
000150     IF BP-PARM-NAME = "PAY-MAX-WEEK-HOURS"
000151         IF BP-PARM-VALUE >= 1
000152             AND BP-PARM-VALUE <= 168
000153             MOVE BP-PARM-VALUE TO WS-MAX-WEEK-HOURS
000154             MOVE "BATCHPARM.DAT" TO WS-PARM-SOURCE-4
000155         ELSE
000156             MOVE "OUT OF BOUNDS" TO WS-PARM-SOURCE-4
000157         END-IF
000158     END-IF.
000159 1034-APPLY-PARM-EXIT.
000160     EXIT.

000161*    A MISSING TIMESHEET.DAT MEANS NO HOURS WERE SENT IN - EVERY
000162*    HOURLY EMPLOYEE DUE TONIGHT IS LISTED AS MISSING ONE.
000163 1040-LOAD-TIMESHEETS.
000164     OPEN INPUT TIMESHEET-FILE.
000165     IF WS-TIMESHEET-STATUS NOT = "00"
000166         SET END-OF-TIMESHEET-DATA TO TRUE
000167         GO TO 1040-LOAD-TIMESHEETS-EXIT
000168     END-IF.
000169     PERFORM 1045-READ-TIMESHEET THRU 1045-READ-TIMESHEET-EXIT
000170         UNTIL END-OF-TIMESHEET-DATA.
000171     CLOSE TIMESHEET-FILE.
000172 1040-LOAD-TIMESHEETS-EXIT.
000173     EXIT.

000174 1045-READ-TIMESHEET.
000175     READ TIMESHEET-FILE
000176         AT END
000177             SET END-OF-TIMESHEET TO TRUE
000178             SET END-OF-TIMESHEET-DATA TO TRUE
000179     END-READ.
000180     IF END-OF-TIMESHEET-DATA
000181         GO TO 1045-READ-TIMESHEET-EXIT
000182     END-IF.
000183     MOVE TS-WORK-DATE TO WS-WEEK-DATE.
000184     PERFORM 7200-COMPUTE-WEEK-NO THRU 7200-COMPUTE-WEEK-NO-EXIT.
000185     PERFORM 1048-SET-PERIOD-PART THRU 1048-SET-PERIOD-PART-EXIT.
000186     MOVE "N" TO TSW-FOUND-SWITCH.
000187     PERFORM 1046-MATCH-TIMESHEET-WEEK THRU
000188         1046-MATCH-TIMESHEET-WEEK-EXIT
000189         VARYING TSW-SUB FROM 1 BY 1
000190         UNTIL TSW-SUB > TSW-COUNT
000191         OR TSW-ENTRY-FOUND.
000192     IF NOT TSW-ENTRY-FOUND
000193         PERFORM 1047-ADD-TIMESHEET-WEEK THRU
000194             1047-ADD-TIMESHEET-WEEK-EXIT
000195     END-IF.
000196     IF TS-WORK-DATE < TSW-FIRST-DATE (TSW-MATCHED-SUB)
000197         MOVE TS-WORK-DATE TO TSW-FIRST-DATE (TSW-MATCHED-SUB)
000198     END-IF.
000199     IF TS-WORK-DATE > TSW-LAST-DATE (TSW-MATCHED-SUB)
000200         MOVE TS-WORK-DATE TO TSW-LAST-DATE (TSW-MATCHED-SUB)
000201     END-IF.
000202     ADD TS-BASIC-HOURS   TO TSW-BASIC-HOURS (TSW-MATCHED-SUB).
000203     ADD TS-OT-HOURS      TO TSW-OT-HOURS (TSW-MATCHED-SUB).
000204     ADD TS-SUNDAY-HOURS  TO TSW-SUNDAY-HOURS (TSW-MATCHED-SUB).
000205     ADD TS-HOLIDAY-HOURS TO TSW-HOLIDAY-HOURS (TSW-MATCHED-SUB).
000206 1045-READ-TIMESHEET-EXIT.
000207     EXIT.

000208 1046-MATCH-TIMESHEET-WEEK.
000209     IF TSW-EMP-ID (TSW-SUB) = TS-EMP-ID
000210         AND TSW-WEEK-NO (TSW-SUB) = WS-WEEK-NO
000211         AND TSW-PERIOD-PART (TSW-SUB) = WS-PERIOD-PART
000212         MOVE TSW-SUB TO TSW-MATCHED-SUB
000213         SET TSW-ENTRY-FOUND TO TRUE
000214     END-IF.
000215 1046-MATCH-TIMESHEET-WEEK-EXIT.
000216     EXIT.

000217 1047-ADD-TIMESHEET-WEEK.
000218     IF TSW-COUNT >= 500
000219         DISPLAY "PAYROLLDED: TIMESHEET WEEK TABLE FULL AT 500 - "
000220             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000221         MOVE 16 TO RETURN-CODE
000222         STOP RUN
000223     END-IF.
000224     ADD 1 TO TSW-COUNT.
000225     MOVE TSW-COUNT    TO TSW-MATCHED-SUB.
000226     MOVE TS-EMP-ID    TO TSW-EMP-ID (TSW-MATCHED-SUB).
000227     MOVE WS-WEEK-NO   TO TSW-WEEK-NO (TSW-MATCHED-SUB).
000228     MOVE WS-PERIOD-PART TO TSW-PERIOD-PART (TSW-MATCHED-SUB).
000229     MOVE TS-WORK-DATE TO TSW-FIRST-DATE (TSW-MATCHED-SUB)
000230                          TSW-LAST-DATE (TSW-MATCHED-SUB).
000231     MOVE ZERO TO TSW-BASIC-HOURS (TSW-MATCHED-SUB)
000232                  TSW-OT-HOURS (TSW-MATCHED-SUB)
000233                  TSW-SUNDAY-HOURS (TSW-MATCHED-SUB)
000234                  TSW-HOLIDAY-HOURS (TSW-MATCHED-SUB).
000235     MOVE "N" TO TSW-MATCHED-SWITCH (TSW-MATCHED-SUB).
000236 1047-ADD-TIMESHEET-WEEK-EXIT.
000237     EXIT.

000238*    WHICH SIDE OF EACH PAY-PERIOD BOUNDARY THE WORK DATE (DAY
000239*    NUMBER IN WS-WEEK-DAY-NO) FALLS: THE WEEKLY AND FORTNIGHTLY
000240*    PERIOD STARTS, THE FIRST OF THE MONTH, AND THE DAY AFTER
000241*    THE RUN DATE AND THE MONTH END. DAYS OF ONE WEEK WITH THE
000242*    SAME COUNT LIE IN THE SAME PERIOD FOR EVERY PAY FREQUENCY.
000243 1048-SET-PERIOD-PART.
000244     MOVE ZERO TO WS-PERIOD-PART.
000245     IF WS-WEEK-DAY-NO NOT < WS-FORTNIGHT-START-DAY-NO
000246         ADD 1 TO WS-PERIOD-PART
000247     END-IF.
000248     IF WS-WEEK-DAY-NO NOT < WS-WEEK-START-DAY-NO
000249         ADD 1 TO WS-PERIOD-PART
000250     END-IF.
000251     IF WS-WEEK-DAY-NO NOT < WS-MONTH-FIRST-DAY-NO
000252         ADD 1 TO WS-PERIOD-PART
000253     END-IF.
000254     IF WS-WEEK-DAY-NO > WS-RUN-DAY-NO
000255         ADD 1 TO WS-PERIOD-PART
000256     END-IF.
000257     IF WS-WEEK-DAY-NO > WS-MONTH-LAST-DAY-NO
000258         ADD 1 TO WS-PERIOD-PART
000259     END-IF.
000260 1048-SET-PERIOD-PART-EXIT.
000261     EXIT.

000262 1095-START-TIMESHEET-REPORT.
000263     OPEN OUTPUT TIMESHEET-EXCEPTION-REPORT.
000264     MOVE SPACES TO TS-EXC-LINE.
000265     WRITE TS-EXC-LINE FROM TS-EXC-HEADING-LINE.
000266     WRITE TS-EXC-LINE FROM TS-EXC-UNDERLINE.
000267     WRITE TS-EXC-LINE FROM REGISTER-BATCH-LINE.
000268     MOVE SPACES TO TS-EXC-LINE.
000269     WRITE TS-EXC-LINE.
000270     PERFORM 1130-PRINT-PARM-AUDIT THRU
000271         1130-PRINT-PARM-AUDIT-EXIT.
000272     WRITE TS-EXC-LINE FROM TS-EXC-TOPIC-LINE.
000273 1095-START-TIMESHEET-REPORT-EXIT.
000274     EXIT.

000275 1097-START-FINAL-PAY-REPORT.
000276     OPEN OUTPUT FINAL-PAY-REPORT.
000277     MOVE SPACES TO FINAL-PAY-LINE.
000278     WRITE FINAL-PAY-LINE FROM FP-HEADING-LINE.
000279     WRITE FINAL-PAY-LINE FROM FP-UNDERLINE.
000280     WRITE FINAL-PAY-LINE FROM REGISTER-BATCH-LINE.
000281 1097-START-FINAL-PAY-REPORT-EXIT.
000282     EXIT.

000283 1098-SET-PAY-PERIODS.
000284     MOVE WS-AUDIT-RUN-DATE TO WS-WEEK-DATE.
000285     PERFORM 7200-COMPUTE-WEEK-NO THRU 7200-COMPUTE-WEEK-NO-EXIT.
000286     MOVE WS-WEEK-DAY-NO TO WS-RUN-DAY-NO.
000287     SUBTRACT 6 FROM WS-RUN-DAY-NO GIVING WS-WEEK-START-DAY-NO.
000288     SUBTRACT 13 FROM WS-RUN-DAY-NO
000289         GIVING WS-FORTNIGHT-START-DAY-NO.
000290     MOVE 1 TO WS-WD-DD.
000291     PERFORM 7200-COMPUTE-WEEK-NO THRU 7200-COMPUTE-WEEK-NO-EXIT.
000292     MOVE WS-WEEK-DAY-NO TO WS-MONTH-FIRST-DAY-NO.
000293     IF WS-WD-MM = 12
000294         MOVE 1 TO WS-WD-MM
000295         ADD 1 TO WS-WD-YYYY
000296     ELSE
000297         ADD 1 TO WS-WD-MM
000298     END-IF.
000299     PERFORM 7200-COMPUTE-WEEK-NO THRU 7200-COMPUTE-WEEK-NO-EXIT.
000300     SUBTRACT 1 FROM WS-WEEK-DAY-NO GIVING WS-MONTH-LAST-DAY-NO.
000301 1098-SET-PAY-PERIODS-EXIT.
000302     EXIT.

000244 1130-PRINT-PARM-AUDIT.
000245     WRITE TS-EXC-LINE FROM PARM-AUDIT-HEADING-LINE.
000246     MOVE "PAY-OT-MULTIPLIER" TO PRN-PARM-NAME.
000247     MOVE WS-OT-MULTIPLIER TO PRN-PARM-VALUE.
000248     MOVE WS-PARM-SOURCE-1 TO PRN-PARM-SOURCE.
000249     WRITE TS-EXC-LINE FROM PARM-AUDIT-LINE.
000250     MOVE "PAY-SUN-MULTIPLIER" TO PRN-PARM-NAME.
000251     MOVE WS-SUNDAY-MULTIPLIER TO PRN-PARM-VALUE.
000252     MOVE WS-PARM-SOURCE-2 TO PRN-PARM-SOURCE.
000253     WRITE TS-EXC-LINE FROM PARM-AUDIT-LINE.
000254     MOVE "PAY-HOL-MULTIPLIER" TO PRN-PARM-NAME.
000255     MOVE WS-HOLIDAY-MULTIPLIER TO PRN-PARM-VALUE.
000256     MOVE WS-PARM-SOURCE-3 TO PRN-PARM-SOURCE.
000257     WRITE TS-EXC-LINE FROM PARM-AUDIT-LINE.
000258     MOVE "PAY-MAX-WEEK-HOURS" TO PRN-PARM-NAME.
000259     MOVE WS-MAX-WEEK-HOURS TO PRN-PARM-VALUE.
000260     MOVE WS-PARM-SOURCE-4 TO PRN-PARM-SOURCE.
000261     WRITE TS-EXC-LINE FROM PARM-AUDIT-LINE.
000262     MOVE SPACES TO TS-EXC-LINE.
000263     WRITE TS-EXC-LINE.
000264 1130-PRINT-PARM-AUDIT-EXIT.
000265     EXIT.

001140 1050-LOAD-YTD-MASTER.
001150     OPEN INPUT YTD-MASTER-IN.
001160     PERFORM 1060-READ-YTD-MASTER THRU 1060-READ-YTD-MASTER-EXIT
001170         UNTIL END-OF-YTD-DATA.
001190     CLOSE YTD-MASTER-IN.
001200 1050-LOAD-YTD-MASTER-EXIT.
001210     EXIT.
001250             SET END-OF-YTD-DATA TO TRUE
001260     END-READ.
001270     IF NOT END-OF-YTD-DATA
001271         IF YTD-COUNT >= 200
001272             DISPLAY "PAYROLLDED: YTD TABLE FULL AT 200 - "
001273                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
001274             MOVE 16 TO RETURN-CODE
001275             STOP RUN
001276         END-IF
001280         ADD 1 TO YTD-COUNT
001290         MOVE YTI-EMP-ID      TO YTE-EMP-ID (YTD-COUNT)
001291         MOVE YTI-GROSS       TO YTE-GROSS (YTD-COUNT)
001342*    PAID - EVERYONE ELSE PASSES STRAIGHT THROUGH UNTOUCHED.
001343     PERFORM 2050-CHECK-EMPLOYEE-DUE THRU
001344         2050-CHECK-EMPLOYEE-DUE-EXIT.
000016*    A STARTER NOT YET STARTED OR A LEAVER ALREADY GONE BEFORE
000017*    THE PERIOD IS NOT DUE EITHER.
000018     IF EMP-IS-DUE
000019         PERFORM 2700-CHECK-EMPLOYMENT THRU
000020             2700-CHECK-EMPLOYMENT-EXIT
000021     END-IF.
001345     IF NOT EMP-IS-DUE
001346         PERFORM 2075-MARK-HELD THRU 2075-MARK-HELD-EXIT
001347         PERFORM 2100-READ-EMPLOYEE THRU 2100-READ-EMPLOYEE-EXIT

001350     PERFORM 2070-FIND-REP-COMMISSION THRU
001351         2070-FIND-REP-COMMISSION-EXIT.
001363     IF EMP-WEEKLY
001364         MOVE 52 TO WS-PERIODS-PER-YEAR
001365     ELSE
001366         IF EMP-FORTNIGHTLY
001367             MOVE 26 TO WS-PERIODS-PER-YEAR
001368         ELSE
001369             MOVE 12 TO WS-PERIODS-PER-YEAR
001370         END-IF
001371     END-IF.
000001*    HOURLY STAFF ARE PAID FROM THEIR TIMESHEETS - THEIR BAND IS
000002*    PICKED ON THE PERIOD'S PAY TAKEN TO A FULL YEAR.
000003     IF EMP-HOURLY
000004         PERFORM 2600-BUILD-HOURLY-GROSS THRU
000005             2600-BUILD-HOURLY-GROSS-EXIT
000006         MULTIPLY WS-HOURLY-GROSS BY WS-PERIODS-PER-YEAR
000007             GIVING WS-HOURLY-ANNUAL
000008         ADD WS-HOURLY-ANNUAL WS-COMMISSION-PAID
000009             GIVING WS-BAND-GROSS
000010     ELSE
001352         ADD EMP-GROSSPAY WS-COMMISSION-PAID
001353             GIVING WS-BAND-GROSS
000011     END-IF.
001354     MOVE "N" TO RB-FOUND-SWITCH.
001355     PERFORM 2150-FIND-RATE-BAND THRU 2150-FIND-RATE-BAND-EXIT
001356         VARYING RB-SUB FROM 1 BY 1
001360*    THE ANNUAL FIGURE PLUS ANY COMMISSION PAID THIS PERIOD,
001361*    AND THE RATES APPLY TO THE PERIOD'S GROSS INCLUDING THE
001362*    COMMISSION.
000012     IF EMP-HOURLY
000013         MOVE WS-HOURLY-GROSS TO WS-PERIOD-GROSS
000014     ELSE
001372         DIVIDE EMP-GROSSPAY BY WS-PERIODS-PER-YEAR
001373             GIVING WS-PERIOD-GROSS ROUNDED
000015     END-IF.
000022*    A SALARIED STARTER OR LEAVER IS PAID FOR THE DAYS EMPLOYED
000023*    IN THE PERIOD. HOURLY STAFF ARE PAID FOR THE HOURS BOOKED.
000024     IF PART-PERIOD-PAY
000025         AND NOT EMP-HOURLY
000026         MULTIPLY WS-PERIOD-GROSS BY WS-WORKED-DAY-COUNT
000027             GIVING WS-PRORATE-WORK
000028         DIVIDE WS-PRORATE-WORK BY WS-PERIOD-DAY-COUNT
000029             GIVING WS-PERIOD-GROSS ROUNDED
000030     END-IF.
001374     ADD WS-COMMISSION-PAID TO WS-PERIOD-GROSS.

001375     MULTIPLY WS-PERIOD-GROSS BY RB-TAX-RATE (RB-MATCHED-SUB)
001510     MOVE YTE-NETPAY (YTD-MATCHED-SUB) TO PRN-YTD-NETPAY.
001520     MOVE SPACES TO PRINT-LINE.
001530     WRITE PRINT-LINE FROM PAYSLIP-LINE.
001535     PERFORM 2500-BANK-TRANSFER THRU 2500-BANK-TRANSFER-EXIT.
001536     IF FINAL-PAY-RUN
001537         PERFORM 2750-PRINT-FINAL-STATEMENT THRU
001538             2750-PRINT-FINAL-STATEMENT-EXIT
001539     END-IF.

001540     PERFORM 2100-READ-EMPLOYEE THRU 2100-READ-EMPLOYEE-EXIT.
001550 2000-PROCESS-EMPLOYEE-EXIT.
001656 2400-WRITE-PENSION-CONTRIB-EXIT.
001657     EXIT.

000001*    NET PAY GOES ON THE BANK FILE ONLY TO DETAILS THAT ARE ON
000002*    FILE AND UNCHANGED SINCE THE EMPLOYEE'S LAST PAY RUN -
000003*    ANYTHING ELSE IS HELD AND LISTED RATHER THAN PAID BLIND.
000004 2500-BANK-TRANSFER.
000005     ADD WS-NETPAY TO WS-RUN-NET-TOTAL.
000006     MOVE EMP-ID TO WS-BANK-SEARCH-ID.
000007     MOVE "N" TO BKT-FOUND-SWITCH.
000008     PERFORM 2510-MATCH-BANK-DETAIL THRU
000009         2510-MATCH-BANK-DETAIL-EXIT
000010         VARYING BKT-SUB FROM 1 BY 1
000011         UNTIL BKT-SUB > BKT-COUNT
000012         OR BKT-ENTRY-FOUND.
000013     IF NOT BKT-ENTRY-FOUND
000014         MOVE "NO BANK DETAILS ON FILE" TO WS-HOLD-REASON
000015         PERFORM 2550-HOLD-TRANSFER THRU 2550-HOLD-TRANSFER-EXIT
000016         GO TO 2500-BANK-TRANSFER-EXIT
000017     END-IF.
000018     SET BKT-PROCESSED (BKT-MATCHED-SUB) TO TRUE.
000019     IF WS-NETPAY NOT > ZERO
000020         MOVE "NO NET PAY TO TRANSFER" TO WS-HOLD-REASON
000021         PERFORM 2550-HOLD-TRANSFER THRU 2550-HOLD-TRANSFER-EXIT
000022         GO TO 2500-BANK-TRANSFER-EXIT
000023     END-IF.
000024     IF BKT-ACCOUNT-NAME (BKT-MATCHED-SUB) = SPACES
000025         OR (BKT-IBAN (BKT-MATCHED-SUB) = SPACES
000026             AND (BKT-SORT-CODE (BKT-MATCHED-SUB) = SPACES
000027             OR BKT-ACCOUNT-NO (BKT-MATCHED-SUB) = SPACES))
000028         MOVE "BANK DETAILS INCOMPLETE" TO WS-HOLD-REASON
000029         PERFORM 2550-HOLD-TRANSFER THRU 2550-HOLD-TRANSFER-EXIT
000030         GO TO 2500-BANK-TRANSFER-EXIT
000031     END-IF.
000032     IF BANKLAST-SEED-RUN
000033         GO TO 2500-BANK-TRANSFER-PAY
000034     END-IF.
000035     MOVE "N" TO BLT-FOUND-SWITCH.
000036     PERFORM 2520-MATCH-BANK-LAST THRU 2520-MATCH-BANK-LAST-EXIT
000037         VARYING BLT-SUB FROM 1 BY 1
000038         UNTIL BLT-SUB > BLT-COUNT
000039         OR BLT-ENTRY-FOUND.
000040     IF NOT BLT-ENTRY-FOUND
000041         MOVE "NEW BANK DETAILS - CONFIRM" TO WS-HOLD-REASON
000042         PERFORM 2550-HOLD-TRANSFER THRU 2550-HOLD-TRANSFER-EXIT
000043         GO TO 2500-BANK-TRANSFER-EXIT
000044     END-IF.
000045     IF BLT-DETAILS (BLT-MATCHED-SUB)
000046         NOT = BKT-DETAILS (BKT-MATCHED-SUB)
000047         MOVE "BANK DETAILS CHANGED - CONFIRM" TO WS-HOLD-REASON
000048         PERFORM 2550-HOLD-TRANSFER THRU 2550-HOLD-TRANSFER-EXIT
000049         GO TO 2500-BANK-TRANSFER-EXIT
000050     END-IF.
000051 2500-BANK-TRANSFER-PAY.
000052     IF BPT-COUNT >= 200
000053         DISPLAY "PAYROLLDED: BANK CREDIT TABLE FULL AT 200 - "
000054             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000055         MOVE 16 TO RETURN-CODE
000056         STOP RUN
000057     END-IF.
000058     ADD 1 TO BPT-COUNT.
000059     MOVE BKT-MATCHED-SUB TO BPT-BANK-SUB (BPT-COUNT).
000060     MOVE EMP-ID          TO BPT-EMP-ID (BPT-COUNT).
000061     MOVE WS-NETPAY       TO BPT-AMOUNT (BPT-COUNT).
000062     ADD WS-NETPAY TO WS-BANK-TOTAL.
000063     MOVE EMP-ID          TO PRG-EMP-ID.
000064     MOVE EMP-NAME        TO PRG-EMP-NAME.
000065     MOVE BKT-ACCOUNT-NAME (BKT-MATCHED-SUB) TO PRG-ACCOUNT-NAME.
000066     MOVE BKT-SORT-CODE (BKT-MATCHED-SUB)    TO PRG-SORT-CODE.
000067     MOVE BKT-ACCOUNT-NO (BKT-MATCHED-SUB)   TO PRG-ACCOUNT-NO.
000068     MOVE BKT-IBAN (BKT-MATCHED-SUB)         TO PRG-IBAN.
000069     MOVE WS-NETPAY       TO PRG-AMOUNT.
000070     WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.
000071 2500-BANK-TRANSFER-EXIT.
000072     EXIT.

000073*    LOOKS UP THE EMP-ID IN WS-BANK-SEARCH-ID.
000074 2510-MATCH-BANK-DETAIL.
000075     IF BKT-EMP-ID (BKT-SUB) = WS-BANK-SEARCH-ID
000076         MOVE BKT-SUB TO BKT-MATCHED-SUB
000077         SET BKT-ENTRY-FOUND TO TRUE
000078     END-IF.
000079 2510-MATCH-BANK-DETAIL-EXIT.
000080     EXIT.

000081 2520-MATCH-BANK-LAST.
000082     IF BLT-EMP-ID (BLT-SUB) = WS-BANK-SEARCH-ID
000083         MOVE BLT-SUB TO BLT-MATCHED-SUB
000084         SET BLT-ENTRY-FOUND TO TRUE
000085     END-IF.
000086 2520-MATCH-BANK-LAST-EXIT.
000087     EXIT.

000088 2550-HOLD-TRANSFER.
000089     ADD 1 TO WS-HELD-COUNT.
000090     ADD WS-NETPAY TO WS-HELD-TOTAL.
000091     MOVE EMP-ID         TO PRX-EMP-ID.
000092     MOVE EMP-NAME       TO PRX-EMP-NAME.
000093     MOVE WS-NETPAY      TO PRX-NETPAY.
000094     MOVE WS-HOLD-REASON TO PRX-REASON.
000095     WRITE BANK-EXC-LINE FROM BANK-EXC-DETAIL-LINE.
000096 2550-HOLD-TRANSFER-EXIT.
000097     EXIT.

000098*    TOTALS THE EMPLOYEE'S TIMESHEET WEEKS AND PRICES THE HOURS.
000099*    NO TIMESHEET OR NO HOURLY RATE PAYS NOTHING AND IS LISTED.
000100 2600-BUILD-HOURLY-GROSS.
000101     MOVE ZERO TO WS-TOT-BASIC-HOURS
000102                  WS-TOT-OT-HOURS
000103                  WS-TOT-SUNDAY-HOURS
000104                  WS-TOT-HOLIDAY-HOURS
000105                  WS-HOURLY-GROSS.
000106     MOVE "N" TO TSW-FOUND-SWITCH.
000107     PERFORM 2610-ADD-TIMESHEET-WEEK THRU
000108         2610-ADD-TIMESHEET-WEEK-EXIT
000109         VARYING TSW-SUB FROM 1 BY 1
000110         UNTIL TSW-SUB > TSW-COUNT.
000111     IF NOT TSW-ENTRY-FOUND
000112         MOVE ZERO TO WS-TS-EXC-DATE
000113                      WS-WEEK-HOURS
000114         MOVE "NO TIMESHEET - HOURLY EMPLOYEE" TO PRT-REASON
000115         PERFORM 2650-WRITE-TS-EXCEPTION THRU
000116             2650-WRITE-TS-EXCEPTION-EXIT
000117         GO TO 2600-BUILD-HOURLY-GROSS-EXIT
000118     END-IF.
000119     IF EMP-HOURLY-RATE NOT > ZERO
000120         MOVE ZERO TO WS-TS-EXC-DATE
000121         ADD WS-TOT-BASIC-HOURS WS-TOT-OT-HOURS
000122             WS-TOT-SUNDAY-HOURS WS-TOT-HOLIDAY-HOURS
000123             GIVING WS-WEEK-HOURS
000124         MOVE "NO HOURLY RATE ON FILE" TO PRT-REASON
000125         PERFORM 2650-WRITE-TS-EXCEPTION THRU
000126             2650-WRITE-TS-EXCEPTION-EXIT
000127         GO TO 2600-BUILD-HOURLY-GROSS-EXIT
000128     END-IF.
000129     MOVE WS-TOT-BASIC-HOURS TO WS-PAID-HOURS.
000130     MULTIPLY WS-TOT-OT-HOURS BY WS-OT-MULTIPLIER
000131         GIVING WS-WEIGHTED-HOURS.
000132     ADD WS-WEIGHTED-HOURS TO WS-PAID-HOURS.
000133     MULTIPLY WS-TOT-SUNDAY-HOURS BY WS-SUNDAY-MULTIPLIER
000134         GIVING WS-WEIGHTED-HOURS.
000135     ADD WS-WEIGHTED-HOURS TO WS-PAID-HOURS.
000136     MULTIPLY WS-TOT-HOLIDAY-HOURS BY WS-HOLIDAY-MULTIPLIER
000137         GIVING WS-WEIGHTED-HOURS.
000138     ADD WS-WEIGHTED-HOURS TO WS-PAID-HOURS.
000139     MULTIPLY WS-PAID-HOURS BY EMP-HOURLY-RATE
000140         GIVING WS-HOURLY-GROSS ROUNDED.
000141 2600-BUILD-HOURLY-GROSS-EXIT.
000142     EXIT.

000143*    HOURS WORKED BEFORE THE EMPLOYEE'S FIRST DAY IN THE PERIOD
000144*    OR AFTER THEIR LAST - AN OLD TIMESHEET.DAT, ONE COVERING
000145*    TWO PERIODS, OR HOURS BOOKED AFTER A LEAVE DATE - ARE NOT
000146*    PAID. THEY ARE LISTED HERE INSTEAD OF AT 8600.
000147 2610-ADD-TIMESHEET-WEEK.
000148     IF TSW-EMP-ID (TSW-SUB) NOT = EMP-ID
000149         GO TO 2610-ADD-TIMESHEET-WEEK-EXIT
000150     END-IF.
000151     SET TSW-MATCHED (TSW-SUB) TO TRUE.
000152     MOVE TSW-FIRST-DATE (TSW-SUB) TO WS-WEEK-DATE.
000153     PERFORM 7200-COMPUTE-WEEK-NO THRU 7200-COMPUTE-WEEK-NO-EXIT.
000154     IF WS-WEEK-DAY-NO NOT < WS-EMP-FIRST-DAY-NO
000155         MOVE TSW-LAST-DATE (TSW-SUB) TO WS-WEEK-DATE
000156         PERFORM 7200-COMPUTE-WEEK-NO THRU
000157             7200-COMPUTE-WEEK-NO-EXIT
000158     END-IF.
000159     IF WS-WEEK-DAY-NO < WS-EMP-FIRST-DAY-NO
000160         OR WS-WEEK-DAY-NO > WS-EMP-LAST-DAY-NO
000161         MOVE TSW-FIRST-DATE (TSW-SUB) TO WS-TS-EXC-DATE
000162         ADD TSW-BASIC-HOURS (TSW-SUB) TSW-OT-HOURS (TSW-SUB)
000163             TSW-SUNDAY-HOURS (TSW-SUB)
000164             TSW-HOLIDAY-HOURS (TSW-SUB)
000165             GIVING WS-WEEK-HOURS
000166         MOVE "HOURS OUTSIDE PAY PERIOD" TO PRT-REASON
000167         PERFORM 2650-WRITE-TS-EXCEPTION THRU
000168             2650-WRITE-TS-EXCEPTION-EXIT
000169         GO TO 2610-ADD-TIMESHEET-WEEK-EXIT
000170     END-IF.
000171     SET TSW-ENTRY-FOUND TO TRUE.
000172     ADD TSW-BASIC-HOURS (TSW-SUB)   TO WS-TOT-BASIC-HOURS.
000173     ADD TSW-OT-HOURS (TSW-SUB)      TO WS-TOT-OT-HOURS.
000174     ADD TSW-SUNDAY-HOURS (TSW-SUB)  TO WS-TOT-SUNDAY-HOURS.
000175     ADD TSW-HOLIDAY-HOURS (TSW-SUB) TO WS-TOT-HOLIDAY-HOURS.
000176     ADD TSW-BASIC-HOURS (TSW-SUB) TSW-OT-HOURS (TSW-SUB)
000177         TSW-SUNDAY-HOURS (TSW-SUB) TSW-HOLIDAY-HOURS (TSW-SUB)
000178         GIVING WS-WEEK-HOURS.
000179     IF WS-WEEK-HOURS > WS-MAX-WEEK-HOURS
000180         MOVE TSW-FIRST-DATE (TSW-SUB) TO WS-TS-EXC-DATE
000181         MOVE "OVER WEEKLY HOURS LIMIT" TO PRT-REASON
000182         PERFORM 2650-WRITE-TS-EXCEPTION THRU
000183             2650-WRITE-TS-EXCEPTION-EXIT
000184     END-IF.
000185 2610-ADD-TIMESHEET-WEEK-EXIT.
000186     EXIT.

000187*    CALLER SETS PRT-REASON, WS-TS-EXC-DATE (ZERO FOR NONE) AND
000188*    WS-WEEK-HOURS; THE EMPLOYEE IS THE ONE BEING PAID.
000189 2650-WRITE-TS-EXCEPTION.
000190     MOVE EMP-ID   TO PRT-EMP-ID.
000191     MOVE EMP-NAME TO PRT-EMP-NAME.
000192     PERFORM 2660-PRINT-TS-EXCEPTION THRU
000193         2660-PRINT-TS-EXCEPTION-EXIT.
000194 2650-WRITE-TS-EXCEPTION-EXIT.
000195     EXIT.

000196 2660-PRINT-TS-EXCEPTION.
000197     IF WS-TS-EXC-DATE = ZERO
000198         MOVE SPACES TO PRT-WEEK-OF
000199     ELSE
000200         MOVE WS-TE-MM   TO WS-TW-MM
000201         MOVE WS-TE-DD   TO WS-TW-DD
000202         MOVE WS-TE-YYYY TO WS-TW-YYYY
000203         MOVE WS-TS-WEEK-EDIT TO PRT-WEEK-OF
000204     END-IF.
000205     MOVE WS-WEEK-HOURS TO PRT-HOURS.
000206     WRITE TS-EXC-LINE FROM TS-EXC-DETAIL-LINE.
000207     ADD 1 TO WS-TS-EXC-COUNT.
000208 2660-PRINT-TS-EXCEPTION-EXIT.
000209     EXIT.

000210*    SETS THE PERIOD FOR THE EMPLOYEE'S PAY FREQUENCY, CLEARS
000211*    THE DUE SWITCH IF THEY WERE NOT EMPLOYED IN IT AT ALL, AND
000212*    FLAGS A PART PERIOD AND A LEAVER'S FINAL PAY. DATES NOT ON
000213*    THE ROW (SPACES OR ZERO) DO NOT LIMIT THE PERIOD.
000214 2700-CHECK-EMPLOYMENT.
000215     MOVE "N" TO WS-PART-PERIOD-SWITCH
000216                 WS-FINAL-PAY-SWITCH.
000217     IF EMP-WEEKLY
000218         SUBTRACT 6 FROM WS-RUN-DAY-NO
000219             GIVING WS-PERIOD-START-DAY-NO
000220         MOVE WS-RUN-DAY-NO TO WS-PERIOD-END-DAY-NO
000221     ELSE
000222         IF EMP-FORTNIGHTLY
000223             SUBTRACT 13 FROM WS-RUN-DAY-NO
000224                 GIVING WS-PERIOD-START-DAY-NO
000225             MOVE WS-RUN-DAY-NO TO WS-PERIOD-END-DAY-NO
000226         ELSE
000227             MOVE WS-MONTH-FIRST-DAY-NO TO WS-PERIOD-START-DAY-NO
000228             MOVE WS-MONTH-LAST-DAY-NO  TO WS-PERIOD-END-DAY-NO
000229         END-IF
000230     END-IF.
000231     SUBTRACT WS-PERIOD-START-DAY-NO FROM WS-PERIOD-END-DAY-NO
000232         GIVING WS-PERIOD-DAY-COUNT.
000233     ADD 1 TO WS-PERIOD-DAY-COUNT.
000234     MOVE WS-PERIOD-START-DAY-NO TO WS-EMP-FIRST-DAY-NO.
000235     MOVE WS-PERIOD-END-DAY-NO   TO WS-EMP-LAST-DAY-NO.

000236     IF EMP-START-DATE NUMERIC
000237         AND EMP-START-DATE > ZERO
000238         MOVE EMP-START-DATE TO WS-WEEK-DATE
000239         PERFORM 7200-COMPUTE-WEEK-NO THRU
000240             7200-COMPUTE-WEEK-NO-EXIT
000241         IF WS-WEEK-DAY-NO > WS-PERIOD-END-DAY-NO
000242             MOVE "N" TO WS-EMP-DUE-SWITCH
000243             GO TO 2700-CHECK-EMPLOYMENT-EXIT
000244         END-IF
000245         IF WS-WEEK-DAY-NO > WS-EMP-FIRST-DAY-NO
000246             MOVE WS-WEEK-DAY-NO TO WS-EMP-FIRST-DAY-NO
000247         END-IF
000248     END-IF.

000249     IF EMP-LEAVE-DATE NUMERIC
000250         AND EMP-LEAVE-DATE > ZERO
000251         MOVE EMP-LEAVE-DATE TO WS-WEEK-DATE
000252         PERFORM 7200-COMPUTE-WEEK-NO THRU
000253             7200-COMPUTE-WEEK-NO-EXIT
000254         IF WS-WEEK-DAY-NO < WS-PERIOD-START-DAY-NO
000255             MOVE "N" TO WS-EMP-DUE-SWITCH
000256             GO TO 2700-CHECK-EMPLOYMENT-EXIT
000257         END-IF
000258         IF WS-WEEK-DAY-NO NOT > WS-PERIOD-END-DAY-NO
000259             SET FINAL-PAY-RUN TO TRUE
000260             MOVE WS-WEEK-DAY-NO TO WS-EMP-LAST-DAY-NO
000261         END-IF
000262     END-IF.

000263     SUBTRACT WS-EMP-FIRST-DAY-NO FROM WS-EMP-LAST-DAY-NO
000264         GIVING WS-WORKED-DAY-COUNT.
000265     ADD 1 TO WS-WORKED-DAY-COUNT.
000266     IF WS-WORKED-DAY-COUNT < WS-PERIOD-DAY-COUNT
000267         SET PART-PERIOD-PAY TO TRUE
000268     END-IF.
000269 2700-CHECK-EMPLOYMENT-EXIT.
000270     EXIT.

000271*    THE LEAVER'S YTDPAY ROW HAS JUST HAD THIS LAST PAY ROLLED
000272*    IN, SO IT HOLDS THE FIGURES FOR THE P45-STYLE STATEMENT.
000273*    THE ROW STAYS ON YTDPAY FOR THE YEAR-END RUN.
000274 2750-PRINT-FINAL-STATEMENT.
000275     ADD 1 TO WS-FINAL-PAY-COUNT.
000276     MOVE EMP-ID         TO PRF-EMP-ID.
000277     MOVE EMP-NAME       TO PRF-EMP-NAME.
000278     MOVE EMP-LEAVE-DATE TO WS-FP-DATE.
000279     MOVE WS-FP-MM       TO PRF-LEAVE-MM.
000280     MOVE WS-FP-DD       TO PRF-LEAVE-DD.
000281     MOVE WS-FP-YYYY     TO PRF-LEAVE-YYYY.
000282     MOVE SPACES TO FINAL-PAY-LINE.
000283     WRITE FINAL-PAY-LINE.
000284     WRITE FINAL-PAY-LINE FROM FP-EMPLOYEE-LINE.
000285     WRITE FINAL-PAY-LINE FROM FP-YTD-TITLE-LINE.
000286     MOVE "GROSS PAY"               TO PRF-LABEL.
000287     MOVE YTE-GROSS (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000288     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000289     MOVE "  OF WHICH COMMISSION"   TO PRF-LABEL.
000290     MOVE YTE-COMMISSION (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000291     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000292     MOVE "TAX DEDUCTED"            TO PRF-LABEL.
000293     MOVE YTE-TAX (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000294     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000295     MOVE "PRSI DEDUCTED"           TO PRF-LABEL.
000296     MOVE YTE-PRSI (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000297     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000298     MOVE "EMPLOYEE PENSION"        TO PRF-LABEL.
000299     MOVE YTE-EE-PENSION (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000300     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000301     MOVE "EMPLOYER PENSION"        TO PRF-LABEL.
000302     MOVE YTE-ER-PENSION (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000303     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000304     MOVE "NET PAY"                 TO PRF-LABEL.
000305     MOVE YTE-NETPAY (YTD-MATCHED-SUB) TO PRF-AMOUNT.
000306     WRITE FINAL-PAY-LINE FROM FP-AMOUNT-LINE.
000307 2750-PRINT-FINAL-STATEMENT-EXIT.
000308     EXIT.

001658 2200-UPDATE-YTD.
001659     MOVE "N" TO YTD-FOUND-SWITCH.
001660     PERFORM 2250-MATCH-YTD-ENTRY THRU 2250-MATCH-YTD-ENTRY-EXIT
001680         UNTIL YTD-SUB > YTD-COUNT
001690         OR YTD-ENTRY-FOUND.

001691     IF NOT YTD-ENTRY-FOUND AND YTD-COUNT >= 200
001692         DISPLAY "PAYROLLDED: YTD TABLE FULL AT 200 - "
001693             "RAISE THE TABLE SIZE BEFORE RERUNNING"
001694         MOVE 16 TO RETURN-CODE
001695         STOP RUN
001696     END-IF.
001700     IF NOT YTD-ENTRY-FOUND
001710         ADD 1 TO YTD-COUNT
001720         MOVE YTD-COUNT TO YTD-SUB
001725         MOVE YTD-COUNT TO YTD-MATCHED-SUB
001906         8400-LIST-UNMATCHED-COMM-EXIT.
001907     PERFORM 8430-WRITE-REPCOMM-NEW THRU
001908         8430-WRITE-REPCOMM-NEW-EXIT.
000001     PERFORM 8500-WRITE-BANK-FILE THRU 8500-WRITE-BANK-FILE-EXIT.
000002     PERFORM 8550-WRITE-BANKLAST-NEW THRU
000003         8550-WRITE-BANKLAST-NEW-EXIT.
000004     PERFORM 8600-LIST-UNPAID-HOURS THRU
000005         8600-LIST-UNPAID-HOURS-EXIT
000006         VARYING TSW-SUB FROM 1 BY 1 UNTIL TSW-SUB > TSW-COUNT.
000007     PERFORM 8650-END-TIMESHEET-REPORT THRU
000008         8650-END-TIMESHEET-REPORT-EXIT.
000009     PERFORM 8700-END-FINAL-PAY-REPORT THRU
000010         8700-END-FINAL-PAY-REPORT-EXIT.
001909     PERFORM 8200-WRITE-AUDIT-RECORD THRU
001910         8200-WRITE-AUDIT-RECORD-EXIT.
001911     PERFORM 8950-WRITE-STEP-STATUS THRU
001969 8440-WRITE-REPCOMM-ROW-EXIT.
001970     EXIT.

000001*    HEADER, CREDITS, TRAILER - THEN THE REGISTER AND EXCEPTION
000002*    TOTALS. CREDITS PLUS HELD ALWAYS MAKE UP THE RUN'S NET PAY.
000003 8500-WRITE-BANK-FILE.
000004     OPEN OUTPUT BANK-TRANSFER-FILE.
000005     MOVE SPACES TO BANK-TRANSFER-REC.
000006     SET BT-HEADER TO TRUE.
000007     MOVE WS-BANK-ORIGINATOR-ID TO BT-ORIGINATOR-ID.
000008     MOVE WS-BANK-BATCH-REF     TO BT-BATCH-REF.
000009     MOVE WS-AUDIT-RUN-DATE     TO BT-VALUE-DATE.
000010     MOVE BPT-COUNT             TO BT-HDR-COUNT.
000011     MOVE WS-BANK-TOTAL         TO BT-HDR-TOTAL.
000012     WRITE BANK-TRANSFER-REC.
000013     PERFORM 8510-WRITE-BANK-CREDIT THRU
000014         8510-WRITE-BANK-CREDIT-EXIT
000015         VARYING BPT-SUB FROM 1 BY 1 UNTIL BPT-SUB > BPT-COUNT.
000016     MOVE SPACES TO BANK-TRANSFER-REC.
000017     SET BT-TRAILER TO TRUE.
000018     MOVE BPT-COUNT             TO BT-TRL-COUNT.
000019     MOVE WS-BANK-TOTAL         TO BT-TRL-TOTAL.
000020     WRITE BANK-TRANSFER-REC.
000021     CLOSE BANK-TRANSFER-FILE.

000022     IF BPT-COUNT = ZERO
000023         WRITE REGISTER-LINE FROM NO-CREDITS-LINE
000024     END-IF.
000025     MOVE SPACES TO REGISTER-LINE.
000026     WRITE REGISTER-LINE.
000027     MOVE BPT-COUNT         TO PRN-REG-COUNT.
000028     MOVE WS-BANK-TOTAL     TO PRN-REG-TOTAL.
000029     WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
000030     MOVE WS-HELD-COUNT     TO PRN-HELD-COUNT.
000031     MOVE WS-HELD-TOTAL     TO PRN-HELD-TOTAL.
000032     WRITE REGISTER-LINE FROM REGISTER-HELD-LINE.
000033     MOVE WS-RUN-NET-TOTAL  TO PRN-RUN-NET-TOTAL.
000034     WRITE REGISTER-LINE FROM REGISTER-RUN-LINE.
000035     MOVE SPACES TO REGISTER-LINE.
000036     WRITE REGISTER-LINE.
000037     WRITE REGISTER-LINE FROM REGISTER-SIGN-LINE.
000038     CLOSE PAY-REGISTER-REPORT.

000039     IF WS-HELD-COUNT = ZERO
000040         WRITE BANK-EXC-LINE FROM NO-UNMATCHED-LINE
000041     END-IF.
000042     MOVE SPACES TO BANK-EXC-LINE.
000043     WRITE BANK-EXC-LINE.
000044     MOVE WS-HELD-COUNT     TO PRX-HELD-COUNT.
000045     MOVE WS-HELD-TOTAL     TO PRX-HELD-TOTAL.
000046     WRITE BANK-EXC-LINE FROM BANK-EXC-TOTAL-LINE.
000047     CLOSE BANK-EXCEPTION-REPORT.
000048 8500-WRITE-BANK-FILE-EXIT.
000049     EXIT.

000050 8510-WRITE-BANK-CREDIT.
000051     MOVE BPT-BANK-SUB (BPT-SUB) TO BKT-SUB.
000052     MOVE BPT-EMP-ID (BPT-SUB)   TO WS-BANK-REF-EMP-ID.
000053     MOVE SPACES TO BANK-TRANSFER-REC.
000054     SET BT-DETAIL TO TRUE.
000055     MOVE BKT-SORT-CODE (BKT-SUB)    TO BT-SORT-CODE.
000056     MOVE BKT-ACCOUNT-NO (BKT-SUB)   TO BT-ACCOUNT-NO.
000057     MOVE BKT-IBAN (BKT-SUB)         TO BT-IBAN.
000058     MOVE BKT-ACCOUNT-NAME (BKT-SUB) TO BT-ACCOUNT-NAME.
000059     MOVE BPT-AMOUNT (BPT-SUB)       TO BT-AMOUNT.
000060     MOVE WS-BANK-REFERENCE          TO BT-REFERENCE.
000061     WRITE BANK-TRANSFER-REC.
000062 8510-WRITE-BANK-CREDIT-EXIT.
000063     EXIT.

000064*    PAID OR HELD TONIGHT: THE CURRENT DETAILS BECOME THE
000065*    SNAPSHOT, SO A CHANGE HELD ONCE PAYS ON THE NEXT RUN. NOT
000066*    DUE TONIGHT: THE OLD SNAPSHOT CARRIES FORWARD, SO A CHANGE
000067*    IS STILL CAUGHT ON THE EMPLOYEE'S NEXT PAYDAY.
000068 8550-WRITE-BANKLAST-NEW.
000069     OPEN OUTPUT BANK-LAST-OUT.
000070     PERFORM 8560-WRITE-BANKLAST-ROW THRU
000071         8560-WRITE-BANKLAST-ROW-EXIT
000072         VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > BKT-COUNT.
000073     CLOSE BANK-LAST-OUT.
000074 8550-WRITE-BANKLAST-NEW-EXIT.
000075     EXIT.

000076 8560-WRITE-BANKLAST-ROW.
000077     MOVE BKT-EMP-ID (BKT-SUB) TO BLO-EMP-ID
000078                                  WS-BANK-SEARCH-ID.
000079     IF BKT-PROCESSED (BKT-SUB)
000080         OR BANKLAST-SEED-RUN
000081         MOVE BKT-DETAILS (BKT-SUB) TO BLO-DETAILS
000082         WRITE BANK-LAST-OUT-REC
000083         GO TO 8560-WRITE-BANKLAST-ROW-EXIT
000084     END-IF.
000085     MOVE "N" TO BLT-FOUND-SWITCH.
000086     PERFORM 2520-MATCH-BANK-LAST THRU 2520-MATCH-BANK-LAST-EXIT
000087         VARYING BLT-SUB FROM 1 BY 1
000088         UNTIL BLT-SUB > BLT-COUNT
000089         OR BLT-ENTRY-FOUND.
000090     IF BLT-ENTRY-FOUND
000091         MOVE BLT-DETAILS (BLT-MATCHED-SUB) TO BLO-DETAILS
000092         WRITE BANK-LAST-OUT-REC
000093     END-IF.
000094 8560-WRITE-BANKLAST-ROW-EXIT.
000095     EXIT.

000096*    HOURS NOBODY WAS PAID FOR - NOT ON EMPLOYEE.DAT, NOT DUE
000097*    TONIGHT OR NOT AN HOURLY EMPLOYEE.
000098 8600-LIST-UNPAID-HOURS.
000099     IF TSW-MATCHED (TSW-SUB)
000100         GO TO 8600-LIST-UNPAID-HOURS-EXIT
000101     END-IF.
000102     MOVE TSW-EMP-ID (TSW-SUB)     TO PRT-EMP-ID.
000103     MOVE SPACES                   TO PRT-EMP-NAME.
000104     MOVE TSW-FIRST-DATE (TSW-SUB) TO WS-TS-EXC-DATE.
000105     ADD TSW-BASIC-HOURS (TSW-SUB) TSW-OT-HOURS (TSW-SUB)
000106         TSW-SUNDAY-HOURS (TSW-SUB) TSW-HOLIDAY-HOURS (TSW-SUB)
000107         GIVING WS-WEEK-HOURS.
000108     MOVE "HOURS BOOKED - NOT ON THIS RUN" TO PRT-REASON.
000109     PERFORM 2660-PRINT-TS-EXCEPTION THRU
000110         2660-PRINT-TS-EXCEPTION-EXIT.
000111 8600-LIST-UNPAID-HOURS-EXIT.
000112     EXIT.

000113 8650-END-TIMESHEET-REPORT.
000114     IF WS-TS-EXC-COUNT = ZERO
000115         WRITE TS-EXC-LINE FROM NO-UNMATCHED-LINE
000116     END-IF.
000117     MOVE SPACES TO TS-EXC-LINE.
000118     WRITE TS-EXC-LINE.
000119     MOVE WS-TS-EXC-COUNT TO PRT-EXC-COUNT.
000120     WRITE TS-EXC-LINE FROM TS-EXC-TOTAL-LINE.
000121     CLOSE TIMESHEET-EXCEPTION-REPORT.
000122 8650-END-TIMESHEET-REPORT-EXIT.
000123     EXIT.

000124 8700-END-FINAL-PAY-REPORT.
000125     MOVE SPACES TO FINAL-PAY-LINE.
000126     WRITE FINAL-PAY-LINE.
000127     IF WS-FINAL-PAY-COUNT = ZERO
000128         WRITE FINAL-PAY-LINE FROM NO-UNMATCHED-LINE
000129         MOVE SPACES TO FINAL-PAY-LINE
000130         WRITE FINAL-PAY-LINE
000131     END-IF.
000132     MOVE WS-FINAL-PAY-COUNT TO PRF-STATEMENT-COUNT.
000133     WRITE FINAL-PAY-LINE FROM FP-TOTAL-LINE.
000134     CLOSE FINAL-PAY-REPORT.
000135 8700-END-FINAL-PAY-REPORT-EXIT.
000136     EXIT.

000124*    DAYS FROM A FIXED BASE, COUNTING THE YEAR FROM MARCH SO THE
000125*    LEAP DAY FALLS LAST, THEN WHOLE WEEKS STARTING ON A MONDAY.
000126 7200-COMPUTE-WEEK-NO.
000127     MOVE WS-WD-YYYY TO WS-WEEK-YEARS.
000128     MOVE WS-WD-MM   TO WS-WEEK-MONTH.
000129     IF WS-WD-MM < 3
000130         SUBTRACT 1 FROM WS-WEEK-YEARS
000131         ADD 12 TO WS-WEEK-MONTH
000132     END-IF.
000133     MULTIPLY WS-WEEK-YEARS BY 365 GIVING WS-WEEK-DAY-NO.
000134     DIVIDE WS-WEEK-YEARS BY 4 GIVING WS-WEEK-QUOTIENT.
000135     ADD WS-WEEK-QUOTIENT TO WS-WEEK-DAY-NO.
000136     DIVIDE WS-WEEK-YEARS BY 100 GIVING WS-WEEK-QUOTIENT.
000137     SUBTRACT WS-WEEK-QUOTIENT FROM WS-WEEK-DAY-NO.
000138     DIVIDE WS-WEEK-YEARS BY 400 GIVING WS-WEEK-QUOTIENT.
000139     ADD WS-WEEK-QUOTIENT TO WS-WEEK-DAY-NO.
000140     SUBTRACT 3 FROM WS-WEEK-MONTH.
000141     MULTIPLY WS-WEEK-MONTH BY 153 GIVING WS-WEEK-QUOTIENT.
000142     ADD 2 TO WS-WEEK-QUOTIENT.
000143     DIVIDE WS-WEEK-QUOTIENT BY 5 GIVING WS-WEEK-QUOTIENT.
000144     ADD WS-WEEK-QUOTIENT WS-WD-DD TO WS-WEEK-DAY-NO.
000145     ADD 1 TO WS-WEEK-DAY-NO.
000146     DIVIDE WS-WEEK-DAY-NO BY 7 GIVING WS-WEEK-NO.
000147 7200-COMPUTE-WEEK-NO-EXIT.
000148     EXIT.

002010 8200-WRITE-AUDIT-RECORD.
002020     MOVE "PAYROLLDED"        TO AR-PROGRAM-ID.
002030     MOVE WS-AUDIT-RUN-DATE   TO AR-RUN-DATE.
