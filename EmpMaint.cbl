000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       EMPLOYEE MASTER MAINTENANCE RUN.
000070*                APPLIES ADD / CHANGE / TERMINATE TRANSACTIONS
000080*                FROM EMPTXN.DAT AGAINST THE EMPLOYEE.DAT MASTER
000090*                (SEE EMPMAST.CPY), REJECTING DUPLICATE ADDS,
000100*                CHANGES TO UNKNOWN IDS, BAD CODES, AMOUNTS AND
000110*                DATES, AND PRINTS A BEFORE/AFTER EDIT REPORT
000120*                (EMPMAINT.RPT). AN ADD MUST CARRY THE START
000130*                DATE; A TERMINATE SETS THE LEAVE DATE, WHICH
000140*                PAYROLLDED USES TO PRO-RATE AND PRINT THE FINAL
000150*                PAY. LEAVERS STAY ON THE MASTER - NOTHING IS
000160*                EVER DELETED, SO THE YEAR-END RUN STILL NAMES
000170*                THEM. THE MASTER IS LINE SEQUENTIAL, SO THE RUN
000180*                WORKS ON A TABLE AND WRITES EMPLOYEE.NEW FOR THE
000190*                OPERATOR TO PROMOTE AFTER CHECKING THE REPORT,
000200*                AS CUSTMAINT DID BEFORE CUSTOMER.DAT WAS KEYED.
000210*                RUN STANDALONE DURING THE DAY, BEFORE THE NIGHT
000220*                THE CHANGES ARE TO BE PAID ON.
000230* TECTONICS:     cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 DO    ORIGINAL VERSION.
000271*  2026-10-15 DO    BANK DETAILS ARE NOW KEYED HERE TOO - A "B"
000272*                   TRANSACTION REPLACES AN EMPLOYEE'S ROW ON
000273*                   EMPBANK.DAT, STAGED ON EMPBANK.NEW FOR
000274*                   PROMOTION WITH EMPLOYEE.NEW. EVERY FIELD
000275*                   CHANGED IS APPENDED TO THE CHGJRNL.DAT CHANGE
000276*                   JOURNAL WITH ITS BEFORE AND AFTER IMAGES. THE
000277*                   TRANSACTION CARRIES THE OPERATOR ID AND ONE
000278*                   WITHOUT IT REJECTS.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EMPMAINT.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
000350               ORGANIZATION IS LINE SEQUENTIAL
000360               FILE STATUS IS WS-EMPLOYEE-STATUS.

000370     SELECT EMPLOYEE-OUT ASSIGN TO "EMPLOYEE.NEW"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS WS-EMPLOYEE-OUT-STATUS.

000400     SELECT EMPLOYEE-TXN-FILE ASSIGN TO "EMPTXN.DAT"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS WS-TXN-STATUS.

000430     SELECT MAINT-REPORT ASSIGN TO "EMPMAINT.RPT"
000440               ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-RUNCTL-STATUS.

000480     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL.

000491     SELECT EMP-BANK-FILE ASSIGN TO "EMPBANK.DAT"
000492               ORGANIZATION IS LINE SEQUENTIAL
000493               FILE STATUS IS WS-EMPBANK-STATUS.

000494     SELECT EMP-BANK-OUT ASSIGN TO "EMPBANK.NEW"
000495               ORGANIZATION IS LINE SEQUENTIAL
000496               FILE STATUS IS WS-EMPBANK-OUT-STATUS.

000497     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
000498               ORGANIZATION IS LINE SEQUENTIAL
000499               FILE STATUS IS WS-CHGJRNL-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EMPLOYEE-FILE.
000530 01  EMPLOYEE-IN-REC             PIC X(61).

000540 FD  EMPLOYEE-OUT.
000550 01  EMPLOYEE-OUT-REC            PIC X(61).

000560*    BLANK FIELDS ON A CHANGE LEAVE THE MASTER ALONE. AMOUNTS
000570*    AND DATES ARE KEYED AS DIGITS ONLY (GROSS 6+2 DECIMALS,
000580*    RATE 3+2, DATES CCYYMMDD).
000590 FD  EMPLOYEE-TXN-FILE.
000600 01  EMPLOYEE-TXN-REC.
000610     88 END-OF-EMPLOYEE-TXN    VALUE HIGH-VALUES.
000620     02  EX-ACTION               PIC X.
000630         88 EX-ADD              VALUE "A".
000640         88 EX-CHANGE           VALUE "C".
000650         88 EX-TERMINATE        VALUE "T".
000655         88 EX-BANK-CHANGE      VALUE "B".
000660     02  EX-EMP-ID               PIC X(5).
000670     02  EX-EMP-NAME             PIC X(20).
000680     02  EX-GROSSPAY             PIC X(8).
000690     02  EX-PAY-FREQ             PIC X.
000700         88 EX-PAY-FREQ-VALID   VALUE "W" "F" "M" SPACE.
000710     02  EX-REP-ID               PIC X(5).
000720     02  EX-PAY-TYPE             PIC X.
000730         88 EX-PAY-TYPE-VALID   VALUE "H" "S" SPACE.
000740     02  EX-HOURLY-RATE          PIC X(5).
000750     02  EX-START-DATE           PIC X(8).
000760     02  EX-LEAVE-DATE           PIC X(8).
000761     02  EX-OPERATOR-ID          PIC X(8).
000762*    USED BY A "B" TRANSACTION ONLY - THE WHOLE SET OF DETAILS
000763*    REPLACES WHAT IS ON FILE.
000764     02  EX-BANK-DETAILS.
000765         03  EX-BANK-ACCT-NAME   PIC X(18).
000766         03  EX-SORT-CODE        PIC X(6).
000767         03  EX-ACCOUNT-NO       PIC X(8).
000768         03  EX-IBAN             PIC X(34).

000770 FD  MAINT-REPORT.
000780 01  PRINT-LINE                  PIC X(110).

000790 FD  RUN-CONTROL-FILE.
000800     COPY RUNCTL.

000810 FD  AUDIT-TRAIL-FILE.
000820     COPY AUDITREC.

000821 FD  EMP-BANK-FILE.
000822     COPY EMPBANK.

000823 FD  EMP-BANK-OUT.
000824 01  EMP-BANK-OUT-REC            PIC X(71).

000825 FD  CHANGE-JOURNAL-FILE.
000826     COPY CHGJRNL.

000830 WORKING-STORAGE SECTION.

000840*    THE RECORD BEING WORKED ON - MOVED IN FROM THE TABLE, EDITED
000850*    AND MOVED BACK ONLY IF THE WHOLE TRANSACTION PASSES.
000860     COPY EMPMAST.

000870 01  EMPLOYEE-TABLE.
000880     02  EMPLOYEE-ENTRY OCCURS 200 TIMES.
000890         03  EMT-REC             PIC X(61).

000900 01  EMT-COUNT                   PIC 999     VALUE ZERO.
000910 01  EMT-SUB                     PIC 999.
000920 01  EMT-MATCHED-SUB             PIC 999.
000930 01  EMT-FOUND-SWITCH            PIC X       VALUE "N".
000940     88  EMT-ENTRY-FOUND         VALUE "Y".

000001*    EMPBANK.DAT AS LOADED, WITH ANY "B" TRANSACTIONS APPLIED.
000002 01  BANK-TABLE.
000003     02  BANK-ENTRY OCCURS 200 TIMES.
000004         03  BKT-EMP-ID          PIC X(5).
000005         03  BKT-DETAILS.
000006             04  BKT-ACCOUNT-NAME PIC X(18).
000007             04  BKT-SORT-CODE   PIC X(6).
000008             04  BKT-ACCOUNT-NO  PIC X(8).
000009             04  BKT-IBAN        PIC X(34).

000010 01  BKT-COUNT                   PIC 999     VALUE ZERO.
000011 01  BKT-SUB                     PIC 999.
000012 01  BKT-MATCHED-SUB             PIC 999.
000013 01  BKT-FOUND-SWITCH            PIC X       VALUE "N".
000014     88  BKT-ENTRY-FOUND         VALUE "Y".

000015*    THE RECORDS AS THEY STOOD BEFORE THE TRANSACTION, FOR THE
000016*    CHANGE JOURNAL'S BEFORE IMAGES.
000017     COPY EMPMAST REPLACING
000018         ==EMPLOYEE-REC== BY ==EMP-BEFORE-REC==
000019         ==END-OF-EMPLOYEE-FILE== BY ==END-OF-EMP-BEFORE==
000020         ==EMP-ID== BY ==EMB-ID==
000021         ==EMP-NAME== BY ==EMB-NAME==
000022         ==EMP-GROSSPAY== BY ==EMB-GROSSPAY==
000023         ==EMP-PAY-FREQ== BY ==EMB-PAY-FREQ==
000024         ==EMP-WEEKLY== BY ==EMB-WEEKLY==
000025         ==EMP-FORTNIGHTLY== BY ==EMB-FORTNIGHTLY==
000026         ==EMP-MONTHLY== BY ==EMB-MONTHLY==
000027         ==EMP-REP-ID== BY ==EMB-REP-ID==
000028         ==EMP-PAY-TYPE== BY ==EMB-PAY-TYPE==
000029         ==EMP-HOURLY== BY ==EMB-HOURLY==
000030         ==EMP-SALARIED== BY ==EMB-SALARIED==
000031         ==EMP-HOURLY-RATE== BY ==EMB-HOURLY-RATE==
000032         ==EMP-START-DATE== BY ==EMB-START-DATE==
000033         ==EMP-LEAVE-DATE== BY ==EMB-LEAVE-DATE==.

000034     COPY EMPBANK REPLACING
000035         ==EMP-BANK-REC== BY ==BANK-BEFORE-REC==
000036         ==END-OF-EMP-BANK== BY ==END-OF-BANK-BEFORE==
000037         ==EB-EMP-ID== BY ==BKB-EMP-ID==
000038         ==EB-DETAILS== BY ==BKB-DETAILS==
000039         ==EB-ACCOUNT-NAME== BY ==BKB-ACCOUNT-NAME==
000040         ==EB-SORT-CODE== BY ==BKB-SORT-CODE==
000041         ==EB-ACCOUNT-NO== BY ==BKB-ACCOUNT-NO==
000042         ==EB-IBAN== BY ==BKB-IBAN==.

000043*    ONE FIELD'S IMAGES FOR 7100 TO JOURNAL. THE PRIORITY FALLS
000044*    BACK TO ROUTINE ("2") AFTER EVERY FIELD.
000045 01  WS-JOURNAL-FIELDS.
000046     02  WS-JR-MASTER-FILE       PIC X(8).
000047     02  WS-JR-FIELD-NAME        PIC X(16).
000048     02  WS-JR-BEFORE            PIC X(40).
000049     02  WS-JR-AFTER             PIC X(40).
000050     02  WS-JR-PRIORITY          PIC X       VALUE "2".
000051     02  WS-JR-AMOUNT-EDIT       PIC Z(8)9.99.

000950 01  REPORT-HEADING-LINE         PIC X(42)
000960             VALUE "   AROMAMORA EMPLOYEE MASTER MAINTENANCE".

000970 01  REPORT-HEADING-UNDERLINE.
000980     02  FILLER                  PIC X(3)  VALUE SPACES.
000990     02  FILLER                  PIC X(38) VALUE ALL "-".

001000 01  RUN-DATE-LINE.
001010     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001020     02  PRN-RUN-MM              PIC 99.
001030     02  FILLER                  PIC X VALUE "/".
001040     02  PRN-RUN-DD              PIC 99.
001050     02  FILLER                  PIC X VALUE "/".
001060     02  PRN-RUN-YYYY            PIC 9(4).

001070 01  MAINT-TOPIC-LINE.
001080     02  FILLER                  PIC X(10) VALUE "ACT ID".
001090     02  FILLER                  PIC X(21) VALUE "BEFORE".
001100     02  FILLER                  PIC X(21) VALUE "AFTER".
001110     02  FILLER                  PIC X(3)  VALUE "TF".
001120     02  FILLER                  PIC X(11) VALUE "STARTED".
001130     02  FILLER                  PIC X(11) VALUE "LEFT".
001140     02  FILLER                  PIC X(11) VALUE "DISPOSITION".

001150 01  MAINT-DETAIL-LINE.
001160     02  PRN-ACTION              PIC X.
001170     02  FILLER                  PIC X(3) VALUE SPACES.
001180     02  PRN-EMP-ID              PIC X(5).
001190     02  FILLER                  PIC X VALUE SPACE.
001200     02  PRN-BEFORE-NAME         PIC X(20).
001210     02  FILLER                  PIC X VALUE SPACE.
001220     02  PRN-AFTER-NAME          PIC X(20).
001230     02  FILLER                  PIC X VALUE SPACE.
001240     02  PRN-AFTER-TYPE          PIC X.
001250     02  PRN-AFTER-FREQ          PIC X.
001260     02  FILLER                  PIC X VALUE SPACE.
001270     02  PRN-START-DATE          PIC X(10).
001280     02  FILLER                  PIC X VALUE SPACE.
001290     02  PRN-LEAVE-DATE          PIC X(10).
001300     02  FILLER                  PIC X VALUE SPACE.
001310     02  PRN-DISPOSITION         PIC X(30).

001320 01  TOTAL-APPLIED-LINE.
001330     02  FILLER          PIC X(22) VALUE "TRANSACTIONS APPLIED :".
001340     02  PRN-APPLIED-COUNT       PIC BZZZ9.

001350 01  TOTAL-REJECTED-LINE.
001360     02  FILLER          PIC X(22) VALUE "TRANSACTIONS REJECTED:".
001370     02  PRN-REJECTED-COUNT      PIC BZZZ9.

001371 01  TOTAL-JOURNAL-LINE.
001372     02  FILLER          PIC X(22) VALUE "CHANGES JOURNALLED   :".
001373     02  PRN-JOURNAL-COUNT       PIC BZZZ9.

001380 01  WS-MAINT-COUNTS.
001390     02  WS-APPLIED-COUNT        PIC 9(4)    VALUE ZERO.
001400     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
001401     02  WS-JOURNAL-COUNT        PIC 9(4)    VALUE ZERO.

001410 01  WS-GROSS-NUM                PIC 9(6)V99.
001420 01  WS-GROSS-NUM-X REDEFINES WS-GROSS-NUM PIC X(8).
001430 01  WS-RATE-NUM                 PIC 9(3)V99.
001440 01  WS-RATE-NUM-X REDEFINES WS-RATE-NUM PIC X(5).

001450*    DATE EDIT - THE CALLER MOVES THE KEYED DATE TO
001460*    WS-EDIT-DATE-X AND TESTS DATE-IS-VALID AFTERWARDS.
001470 01  WS-EDIT-DATE                PIC 9(8).
001480 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE PIC X(8).
001490 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
001500     02  WS-ED-YYYY              PIC 9(4).
001510     02  WS-ED-MM                PIC 99.
001520     02  WS-ED-DD                PIC 99.
001530 01  WS-DATE-VALID-SWITCH        PIC X       VALUE "N".
001540     88  DATE-IS-VALID           VALUE "Y".
001550 01  WS-LEAP-WORK.
001560     02  WS-LEAP-QUOTIENT        PIC 9(4).
001570     02  WS-LEAP-REMAINDER       PIC 9(3).

001580 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001590             VALUE "312831303130313130313031".
001600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001610     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
001620 01  WS-MONTH-LIMIT              PIC 99.

001630 01  WS-PRINT-DATE.
001640     02  WS-PD-MM                PIC 99.
001650     02  FILLER                  PIC X VALUE "/".
001660     02  WS-PD-DD                PIC 99.
001670     02  FILLER                  PIC X VALUE "/".
001680     02  WS-PD-YYYY              PIC 9(4).
001690 01  WS-PRINT-DATE-IN            PIC 9(8).
001700 01  WS-PRINT-DATE-IN-R REDEFINES WS-PRINT-DATE-IN.
001710     02  WS-PI-YYYY              PIC 9(4).
001720     02  WS-PI-MM                PIC 99.
001730     02  WS-PI-DD                PIC 99.
001740 01  WS-PRINT-DATE-OUT           PIC X(10).

001750 01  WS-SWITCHES.
001760     02  WS-TXN-EOF-SWITCH       PIC X       VALUE "N".
001770         88  END-OF-TXN-DATA     VALUE "Y".
001780     02  WS-EMPLOYEE-EOF         PIC X       VALUE "N".
001790         88  END-OF-EMPLOYEE-DATA VALUE "Y".
001791     02  WS-EMPBANK-EOF          PIC X       VALUE "N".
001792         88  END-OF-EMPBANK-DATA VALUE "Y".

001800 01  WS-EMPLOYEE-STATUS          PIC XX.
001810 01  WS-EMPLOYEE-OUT-STATUS      PIC XX.
001820 01  WS-TXN-STATUS               PIC XX.
001821 01  WS-EMPBANK-STATUS           PIC XX.
001822 01  WS-EMPBANK-OUT-STATUS       PIC XX.
001823 01  WS-CHGJRNL-STATUS           PIC XX.

001830 01  WS-CURRENT-DATE.
001840     02  WS-CURRENT-DATE-YYYYMMDD.
001850         03  WS-CURRENT-YYYY     PIC 9(4).
001860         03  WS-CURRENT-MM       PIC 99.
001870         03  WS-CURRENT-DD       PIC 99.

001880 01  WS-RUNCTL-STATUS            PIC XX.

001890 01  WS-AUDIT-FIELDS.
001900     02  WS-AUDIT-START-TIME     PIC 9(8).
001910     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001950     PERFORM 2000-PROCESS-TXN THRU 2000-PROCESS-TXN-EXIT
001960         UNTIL END-OF-TXN-DATA.
001970     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001980     STOP RUN.

001990 1000-INITIALIZE.
002000     PERFORM 1005-READ-RUN-CONTROL THRU
002010         1005-READ-RUN-CONTROL-EXIT.
002020     PERFORM 1008-CHECK-STAGED-FILE THRU
002030         1008-CHECK-STAGED-FILE-EXIT.
002040     OPEN INPUT EMPLOYEE-TXN-FILE.
002050     IF WS-TXN-STATUS NOT = "00"
002060         DISPLAY "EMPMAINT: EMPTXN.DAT MISSING"
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     OPEN OUTPUT MAINT-REPORT.
002110     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002120     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
002130     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
002140     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
002150     PERFORM 1050-LOAD-EMPLOYEES THRU 1050-LOAD-EMPLOYEES-EXIT.
002152     PERFORM 1070-LOAD-BANK-DETAILS THRU
002154         1070-LOAD-BANK-DETAILS-EXIT.
002155     OPEN EXTEND CHANGE-JOURNAL-FILE.
002156     IF WS-CHGJRNL-STATUS NOT = "00"
002157         OPEN OUTPUT CHANGE-JOURNAL-FILE
002158     END-IF.
002160     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
002170     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.

002200 1005-READ-RUN-CONTROL.
002210     OPEN INPUT RUN-CONTROL-FILE.
002220     IF WS-RUNCTL-STATUS NOT = "00"
002230         DISPLAY "EMPMAINT: RUN CONTROL RECORD MISSING"
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     READ RUN-CONTROL-FILE
002280         AT END
002290             DISPLAY "EMPMAINT: RUN CONTROL RECORD MISSING"
002300             MOVE 16 TO RETURN-CODE
002310             STOP RUN
002320     END-READ.
002330     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
002340         DISPLAY "EMPMAINT: BUSINESS DATE GOES BACKWARDS"
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
002390     CLOSE RUN-CONTROL-FILE.
002400 1005-READ-RUN-CONTROL-EXIT.
002410     EXIT.

002420 1008-CHECK-STAGED-FILE.
002430*    AN EMPLOYEE.NEW STILL ON FILE MEANS THE LAST MAINTENANCE
002440*    RUN WAS NEVER PROMOTED - WRITING OVER IT NOW WOULD LOSE
002450*    THOSE CHANGES, SO STOP AND LET THE OPERATOR PROMOTE OR
002460*    REMOVE IT FIRST.
002470     OPEN INPUT EMPLOYEE-OUT.
002480     IF WS-EMPLOYEE-OUT-STATUS = "00"
002490         CLOSE EMPLOYEE-OUT
002500         DISPLAY "EMPMAINT: EMPLOYEE.NEW ALREADY ON FILE - "
002510             "PROMOTE OR REMOVE IT FIRST"
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002541     OPEN INPUT EMP-BANK-OUT.
002542     IF WS-EMPBANK-OUT-STATUS = "00"
002543         CLOSE EMP-BANK-OUT
002544         DISPLAY "EMPMAINT: EMPBANK.NEW ALREADY ON FILE - "
002545             "PROMOTE OR REMOVE IT FIRST"
002546         MOVE 16 TO RETURN-CODE
002547         STOP RUN
002548     END-IF.
002550 1008-CHECK-STAGED-FILE-EXIT.
002560     EXIT.

002570*    A MISSING EMPLOYEE.DAT STARTS AN EMPTY MASTER. ROWS WRITTEN
002580*    BEFORE THE DATES WERE ADDED READ WITH SPACES THERE, WHICH
002590*    ARE TAKEN AS ZERO - NO START DATE, STILL EMPLOYED.
002600 1050-LOAD-EMPLOYEES.
002610     OPEN INPUT EMPLOYEE-FILE.
002620     IF WS-EMPLOYEE-STATUS NOT = "00"
002630         SET END-OF-EMPLOYEE-DATA TO TRUE
002640         GO TO 1050-LOAD-EMPLOYEES-EXIT
002650     END-IF.
002660     PERFORM 1055-READ-EMPLOYEE THRU 1055-READ-EMPLOYEE-EXIT
002670         UNTIL END-OF-EMPLOYEE-DATA.
002680     CLOSE EMPLOYEE-FILE.
002690 1050-LOAD-EMPLOYEES-EXIT.
002700     EXIT.

002710 1055-READ-EMPLOYEE.
002720     READ EMPLOYEE-FILE INTO EMPLOYEE-REC
002730         AT END
002740             SET END-OF-EMPLOYEE-DATA TO TRUE
002750     END-READ.
002760     IF END-OF-EMPLOYEE-DATA
002770         GO TO 1055-READ-EMPLOYEE-EXIT
002780     END-IF.
002790     IF EMT-COUNT >= 200
002800         DISPLAY "EMPMAINT: EMPLOYEE TABLE FULL AT 200 - "
002810             "RAISE THE TABLE SIZE BEFORE RERUNNING"
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     IF EMP-GROSSPAY NOT NUMERIC
002860         MOVE ZERO TO EMP-GROSSPAY
002870     END-IF.
002880     IF EMP-HOURLY-RATE NOT NUMERIC
002890         MOVE ZERO TO EMP-HOURLY-RATE
002900     END-IF.
002910     IF EMP-START-DATE NOT NUMERIC
002920         MOVE ZERO TO EMP-START-DATE
002930     END-IF.
002940     IF EMP-LEAVE-DATE NOT NUMERIC
002950         MOVE ZERO TO EMP-LEAVE-DATE
002960     END-IF.
002970     ADD 1 TO EMT-COUNT.
002980     MOVE EMPLOYEE-REC TO EMT-REC (EMT-COUNT).
002990 1055-READ-EMPLOYEE-EXIT.
003000     EXIT.

000001*    A MISSING EMPBANK.DAT STARTS AN EMPTY FILE.
000002 1070-LOAD-BANK-DETAILS.
000003     OPEN INPUT EMP-BANK-FILE.
000004     IF WS-EMPBANK-STATUS NOT = "00"
000005         SET END-OF-EMPBANK-DATA TO TRUE
000006         GO TO 1070-LOAD-BANK-DETAILS-EXIT
000007     END-IF.
000008     PERFORM 1075-READ-BANK-DETAILS THRU
000009         1075-READ-BANK-DETAILS-EXIT
000010         UNTIL END-OF-EMPBANK-DATA.
000011     CLOSE EMP-BANK-FILE.
000012 1070-LOAD-BANK-DETAILS-EXIT.
000013     EXIT.

000014 1075-READ-BANK-DETAILS.
000015     READ EMP-BANK-FILE
000016         AT END
000017             SET END-OF-EMP-BANK TO TRUE
000018             SET END-OF-EMPBANK-DATA TO TRUE
000019     END-READ.
000020     IF END-OF-EMPBANK-DATA
000021         GO TO 1075-READ-BANK-DETAILS-EXIT
000022     END-IF.
000023     IF BKT-COUNT >= 200
000024         DISPLAY "EMPMAINT: BANK TABLE FULL AT 200 - "
000025             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000026         MOVE 16 TO RETURN-CODE
000027         STOP RUN
000028     END-IF.
000029     ADD 1 TO BKT-COUNT.
000030     MOVE EB-EMP-ID  TO BKT-EMP-ID (BKT-COUNT).
000031     MOVE EB-DETAILS TO BKT-DETAILS (BKT-COUNT).
000032 1075-READ-BANK-DETAILS-EXIT.
000033     EXIT.

003010 1200-WRITE-HEADINGS.
003020     MOVE SPACES TO PRINT-LINE.
003030     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003040     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003050     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003060     MOVE SPACES TO PRINT-LINE.
003070     WRITE PRINT-LINE.
003080     WRITE PRINT-LINE FROM MAINT-TOPIC-LINE.
003090 1200-WRITE-HEADINGS-EXIT.
003100     EXIT.

003110 2000-PROCESS-TXN.
003120     MOVE SPACES TO MAINT-DETAIL-LINE.
003130     MOVE EX-ACTION      TO PRN-ACTION.
003140     MOVE EX-EMP-ID      TO PRN-EMP-ID.
003150     PERFORM 2300-FIND-EMPLOYEE THRU 2300-FIND-EMPLOYEE-EXIT.
003160     IF EMT-ENTRY-FOUND
003170         MOVE EMT-REC (EMT-MATCHED-SUB) TO EMPLOYEE-REC
003180         MOVE EMP-NAME TO PRN-BEFORE-NAME
003190     END-IF.
003191     MOVE EMPLOYEE-REC TO EMP-BEFORE-REC.
003192     IF NOT EMT-ENTRY-FOUND
003193         INITIALIZE EMP-BEFORE-REC
003194     END-IF.
003195     IF EX-OPERATOR-ID = SPACES
003196         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003197         MOVE "NO OPERATOR ID" TO PRN-DISPOSITION
003198         GO TO 2090-PRINT-DETAIL
003199     END-IF.
000001     IF EX-BANK-CHANGE
000002         PERFORM 2650-APPLY-BANK-CHANGE THRU
000003             2650-APPLY-BANK-CHANGE-EXIT
000004         GO TO 2090-PRINT-DETAIL
000005     END-IF.

003200     IF EX-ADD
003210         PERFORM 2400-APPLY-ADD THRU 2400-APPLY-ADD-EXIT
003220     ELSE
003230         IF EX-CHANGE
003240             PERFORM 2500-APPLY-CHANGE THRU 2500-APPLY-CHANGE-EXIT
003250         ELSE
003260             IF EX-TERMINATE
003270                 PERFORM 2600-APPLY-TERMINATE THRU
003280                     2600-APPLY-TERMINATE-EXIT
003290             ELSE
003300                 PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003310                 MOVE "INVALID ACTION CODE" TO PRN-DISPOSITION
003320             END-IF
003330         END-IF
003340     END-IF.

003345 2090-PRINT-DETAIL.
003350     WRITE PRINT-LINE FROM MAINT-DETAIL-LINE.
003360     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
003370 2000-PROCESS-TXN-EXIT.
003380     EXIT.

003390 2100-READ-TXN.
003400     READ EMPLOYEE-TXN-FILE
003410         AT END
003420             SET END-OF-EMPLOYEE-TXN TO TRUE
003430             SET END-OF-TXN-DATA TO TRUE
003440     END-READ.
003450     IF NOT END-OF-TXN-DATA
003460         ADD 1 TO WS-RECORDS-READ
003470     END-IF.
003480 2100-READ-TXN-EXIT.
003490     EXIT.

003500 2300-FIND-EMPLOYEE.
003510     MOVE "N" TO EMT-FOUND-SWITCH.
003520     PERFORM 2310-MATCH-EMPLOYEE THRU 2310-MATCH-EMPLOYEE-EXIT
003530         VARYING EMT-SUB FROM 1 BY 1
003540         UNTIL EMT-SUB > EMT-COUNT
003550         OR EMT-ENTRY-FOUND.
003560 2300-FIND-EMPLOYEE-EXIT.
003570     EXIT.

003580 2310-MATCH-EMPLOYEE.
003590     IF EMT-REC (EMT-SUB) (1:5) = EX-EMP-ID
003600         MOVE EMT-SUB TO EMT-MATCHED-SUB
003610         SET EMT-ENTRY-FOUND TO TRUE
003620     END-IF.
003630 2310-MATCH-EMPLOYEE-EXIT.
003640     EXIT.

003650 2400-APPLY-ADD.
003660     IF EMT-ENTRY-FOUND
003670         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003680         MOVE "DUPLICATE EMPLOYEE ID" TO PRN-DISPOSITION
003690         GO TO 2400-APPLY-ADD-EXIT
003700     END-IF.
003710     IF EX-EMP-ID = SPACES
003720         OR EX-EMP-NAME = SPACES
003730         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003740         MOVE "BLANK ID OR NAME" TO PRN-DISPOSITION
003750         GO TO 2400-APPLY-ADD-EXIT
003760     END-IF.
003770     PERFORM 2800-EDIT-CODES-AND-AMOUNTS THRU
003780         2800-EDIT-CODES-AND-AMOUNTS-EXIT.
003790     IF PRN-DISPOSITION NOT = SPACES
003800         GO TO 2400-APPLY-ADD-EXIT
003810     END-IF.
003820     IF EX-START-DATE = SPACES
003830         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003840         MOVE "START DATE REQUIRED" TO PRN-DISPOSITION
003850         GO TO 2400-APPLY-ADD-EXIT
003860     END-IF.
003870     MOVE EX-START-DATE TO WS-EDIT-DATE-X.
003880     PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT.
003890     IF NOT DATE-IS-VALID
003900         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003910         MOVE "INVALID START DATE" TO PRN-DISPOSITION
003920         GO TO 2400-APPLY-ADD-EXIT
003930     END-IF.
003940     IF EX-LEAVE-DATE NOT = SPACES
003950         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
003960         MOVE "NO LEAVE DATE ON AN ADD" TO PRN-DISPOSITION
003970         GO TO 2400-APPLY-ADD-EXIT
003980     END-IF.
003990     IF EMT-COUNT >= 200
004000         DISPLAY "EMPMAINT: EMPLOYEE TABLE FULL AT 200 - "
004010             "RAISE THE TABLE SIZE BEFORE RERUNNING"
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     MOVE EX-EMP-ID      TO EMP-ID.
004060     MOVE EX-EMP-NAME    TO EMP-NAME.
004070     MOVE WS-GROSS-NUM   TO EMP-GROSSPAY.
004080     MOVE EX-PAY-FREQ    TO EMP-PAY-FREQ.
004090     MOVE EX-REP-ID      TO EMP-REP-ID.
004100     MOVE EX-PAY-TYPE    TO EMP-PAY-TYPE.
004110     MOVE WS-RATE-NUM    TO EMP-HOURLY-RATE.
004120     MOVE WS-EDIT-DATE   TO EMP-START-DATE.
004130     MOVE ZERO           TO EMP-LEAVE-DATE.
004140     PERFORM 2900-CHECK-PAY-BASIS THRU 2900-CHECK-PAY-BASIS-EXIT.
004150     IF PRN-DISPOSITION NOT = SPACES
004160         GO TO 2400-APPLY-ADD-EXIT
004170     END-IF.
004180     ADD 1 TO EMT-COUNT.
004190     MOVE EMPLOYEE-REC TO EMT-REC (EMT-COUNT).
004200     PERFORM 2950-SHOW-AFTER THRU 2950-SHOW-AFTER-EXIT.
004210     MOVE "ADDED" TO PRN-DISPOSITION.
004220     ADD 1 TO WS-APPLIED-COUNT.
004225     PERFORM 7000-JOURNAL-EMPLOYEE THRU
004226         7000-JOURNAL-EMPLOYEE-EXIT.
004230 2400-APPLY-ADD-EXIT.
004240     EXIT.

004250*    A LEAVE DATE OF ZEROS ON A CHANGE REINSTATES A LEAVER KEYED
004260*    IN ERROR - ANY OTHER LEAVE DATE GOES THROUGH A TERMINATE.
004270 2500-APPLY-CHANGE.
004280     IF NOT EMT-ENTRY-FOUND
004290         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004300         MOVE "EMPLOYEE NOT ON MASTER" TO PRN-DISPOSITION
004310         GO TO 2500-APPLY-CHANGE-EXIT
004320     END-IF.
004330     PERFORM 2800-EDIT-CODES-AND-AMOUNTS THRU
004340         2800-EDIT-CODES-AND-AMOUNTS-EXIT.
004350     IF PRN-DISPOSITION NOT = SPACES
004360         GO TO 2500-APPLY-CHANGE-EXIT
004370     END-IF.
004380     IF EX-LEAVE-DATE NOT = SPACES
004390         AND EX-LEAVE-DATE NOT = "00000000"
004400         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004410         MOVE "USE A TERMINATE FOR LEAVE DATE" TO PRN-DISPOSITION
004420         GO TO 2500-APPLY-CHANGE-EXIT
004430     END-IF.
004440     IF EX-START-DATE NOT = SPACES
004450         MOVE EX-START-DATE TO WS-EDIT-DATE-X
004460         PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT
004470         IF NOT DATE-IS-VALID
004480             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004490             MOVE "INVALID START DATE" TO PRN-DISPOSITION
004500             GO TO 2500-APPLY-CHANGE-EXIT
004510         END-IF
004520         MOVE WS-EDIT-DATE TO EMP-START-DATE
004530     END-IF.
004540     IF EX-LEAVE-DATE = "00000000"
004550         MOVE ZERO TO EMP-LEAVE-DATE
004560     END-IF.
004570     IF EX-EMP-NAME NOT = SPACES
004580         MOVE EX-EMP-NAME TO EMP-NAME
004590     END-IF.
004600     IF EX-GROSSPAY NOT = SPACES
004610         MOVE WS-GROSS-NUM TO EMP-GROSSPAY
004620     END-IF.
004630     IF EX-PAY-FREQ NOT = SPACE
004640         MOVE EX-PAY-FREQ TO EMP-PAY-FREQ
004650     END-IF.
004660     IF EX-REP-ID NOT = SPACES
004670         MOVE EX-REP-ID TO EMP-REP-ID
004680     END-IF.
004690     IF EX-PAY-TYPE NOT = SPACE
004700         MOVE EX-PAY-TYPE TO EMP-PAY-TYPE
004710     END-IF.
004720     IF EX-HOURLY-RATE NOT = SPACES
004730         MOVE WS-RATE-NUM TO EMP-HOURLY-RATE
004740     END-IF.
004750     PERFORM 2900-CHECK-PAY-BASIS THRU 2900-CHECK-PAY-BASIS-EXIT.
004760     IF PRN-DISPOSITION NOT = SPACES
004770         GO TO 2500-APPLY-CHANGE-EXIT
004780     END-IF.
004790     IF EMP-LEAVE-DATE NOT = ZERO
004800         AND EMP-LEAVE-DATE < EMP-START-DATE
004810         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004820         MOVE "LEAVE DATE BEFORE START DATE" TO PRN-DISPOSITION
004830         GO TO 2500-APPLY-CHANGE-EXIT
004840     END-IF.
004850     MOVE EMPLOYEE-REC TO EMT-REC (EMT-MATCHED-SUB).
004860     PERFORM 2950-SHOW-AFTER THRU 2950-SHOW-AFTER-EXIT.
004870     MOVE "CHANGED" TO PRN-DISPOSITION.
004880     ADD 1 TO WS-APPLIED-COUNT.
004885     PERFORM 7000-JOURNAL-EMPLOYEE THRU
004886         7000-JOURNAL-EMPLOYEE-EXIT.
004890 2500-APPLY-CHANGE-EXIT.
004900     EXIT.

004910*    A TERMINATE ON A LEAVER ALREADY TERMINATED CORRECTS THE
004920*    LEAVE DATE. THE ROW ITSELF IS NEVER REMOVED.
004930 2600-APPLY-TERMINATE.
004940     IF NOT EMT-ENTRY-FOUND
004950         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004960         MOVE "EMPLOYEE NOT ON MASTER" TO PRN-DISPOSITION
004970         GO TO 2600-APPLY-TERMINATE-EXIT
004980     END-IF.
004990     IF EX-LEAVE-DATE = SPACES
005000         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005010         MOVE "LEAVE DATE REQUIRED" TO PRN-DISPOSITION
005020         GO TO 2600-APPLY-TERMINATE-EXIT
005030     END-IF.
005040     MOVE EX-LEAVE-DATE TO WS-EDIT-DATE-X.
005050     PERFORM 2850-EDIT-DATE THRU 2850-EDIT-DATE-EXIT.
005060     IF NOT DATE-IS-VALID
005070         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005080         MOVE "INVALID LEAVE DATE" TO PRN-DISPOSITION
005090         GO TO 2600-APPLY-TERMINATE-EXIT
005100     END-IF.
005110     IF WS-EDIT-DATE < EMP-START-DATE
005120         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005130         MOVE "LEAVE DATE BEFORE START DATE" TO PRN-DISPOSITION
005140         GO TO 2600-APPLY-TERMINATE-EXIT
005150     END-IF.
005160     IF EMP-LEAVE-DATE = ZERO
005170         MOVE "TERMINATED" TO PRN-DISPOSITION
005180     ELSE
005190         MOVE "LEAVE DATE CORRECTED" TO PRN-DISPOSITION
005200     END-IF.
005210     MOVE WS-EDIT-DATE TO EMP-LEAVE-DATE.
005220     MOVE EMPLOYEE-REC TO EMT-REC (EMT-MATCHED-SUB).
005230     PERFORM 2950-SHOW-AFTER THRU 2950-SHOW-AFTER-EXIT.
005240     ADD 1 TO WS-APPLIED-COUNT.
005245     PERFORM 7000-JOURNAL-EMPLOYEE THRU
005246         7000-JOURNAL-EMPLOYEE-EXIT.
005250 2600-APPLY-TERMINATE-EXIT.
005260     EXIT.

000001*    A BANK CHANGE REPLACES THE WHOLE SET OF DETAILS. PAYROLLDED
000002*    NEEDS AN ACCOUNT NAME AND EITHER AN IBAN OR A SORT CODE AND
000003*    ACCOUNT NUMBER, SO ANYTHING LESS IS REJECTED HERE.
000004 2650-APPLY-BANK-CHANGE.
000005     IF NOT EMT-ENTRY-FOUND
000006         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
000007         MOVE "EMPLOYEE NOT ON MASTER" TO PRN-DISPOSITION
000008         GO TO 2650-APPLY-BANK-CHANGE-EXIT
000009     END-IF.
000010     IF EX-BANK-ACCT-NAME = SPACES
000011         OR (EX-IBAN = SPACES
000012             AND (EX-SORT-CODE = SPACES
000013             OR EX-ACCOUNT-NO = SPACES))
000014         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
000015         MOVE "INCOMPLETE BANK DETAILS" TO PRN-DISPOSITION
000016         GO TO 2650-APPLY-BANK-CHANGE-EXIT
000017     END-IF.
000018     IF (EX-SORT-CODE NOT = SPACES
000019         AND EX-SORT-CODE IS NOT NUMERIC)
000020         OR (EX-ACCOUNT-NO NOT = SPACES
000021         AND EX-ACCOUNT-NO IS NOT NUMERIC)
000022         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
000023         MOVE "SORT CODE/ACCOUNT NOT NUMERIC" TO PRN-DISPOSITION
000024         GO TO 2650-APPLY-BANK-CHANGE-EXIT
000025     END-IF.
000026     MOVE "N" TO BKT-FOUND-SWITCH.
000027     PERFORM 2660-MATCH-BANK THRU 2660-MATCH-BANK-EXIT
000028         VARYING BKT-SUB FROM 1 BY 1
000029         UNTIL BKT-SUB > BKT-COUNT
000030         OR BKT-ENTRY-FOUND.
000031     MOVE SPACES TO BANK-BEFORE-REC.
000032     IF BKT-ENTRY-FOUND
000033         MOVE BKT-DETAILS (BKT-MATCHED-SUB) TO BKB-DETAILS
000034         MOVE "BANK DETAILS CHANGED" TO PRN-DISPOSITION
000035     ELSE
000036         IF BKT-COUNT >= 200
000037             DISPLAY "EMPMAINT: BANK TABLE FULL AT 200 - "
000038                 "RAISE THE TABLE SIZE BEFORE RERUNNING"
000039             MOVE 16 TO RETURN-CODE
000040             STOP RUN
000041         END-IF
000042         ADD 1 TO BKT-COUNT
000043         MOVE BKT-COUNT TO BKT-MATCHED-SUB
000044         MOVE EX-EMP-ID TO BKT-EMP-ID (BKT-MATCHED-SUB)
000045         MOVE "BANK DETAILS ADDED" TO PRN-DISPOSITION
000046     END-IF.
000047     MOVE EX-BANK-DETAILS TO BKT-DETAILS (BKT-MATCHED-SUB).
000048     MOVE EMP-NAME TO PRN-AFTER-NAME.
000049     ADD 1 TO WS-APPLIED-COUNT.
000050     PERFORM 7020-JOURNAL-BANK THRU 7020-JOURNAL-BANK-EXIT.
000051 2650-APPLY-BANK-CHANGE-EXIT.
000052     EXIT.

000053 2660-MATCH-BANK.
000054     IF BKT-EMP-ID (BKT-SUB) = EX-EMP-ID
000055         MOVE BKT-SUB TO BKT-MATCHED-SUB
000056         SET BKT-ENTRY-FOUND TO TRUE
000057     END-IF.
000058 2660-MATCH-BANK-EXIT.
000059     EXIT.

005270 2700-REJECT-TXN.
005280     ADD 1 TO WS-REJECTED-COUNT.
005290 2700-REJECT-TXN-EXIT.
005300     EXIT.

005310*    CODES MUST BE VALID AND AMOUNTS NUMERIC - A BLANK AMOUNT IS
005320*    ZERO ON AN ADD AND "NO CHANGE" ON A CHANGE.
005330 2800-EDIT-CODES-AND-AMOUNTS.
005340     IF NOT EX-PAY-FREQ-VALID
005350         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005360         MOVE "INVALID PAY FREQUENCY" TO PRN-DISPOSITION
005370         GO TO 2800-EDIT-CODES-AND-AMOUNTS-EXIT
005380     END-IF.
005390     IF NOT EX-PAY-TYPE-VALID
005400         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005410         MOVE "INVALID PAY TYPE" TO PRN-DISPOSITION
005420         GO TO 2800-EDIT-CODES-AND-AMOUNTS-EXIT
005430     END-IF.
005440     MOVE ZEROS TO WS-GROSS-NUM
005450                   WS-RATE-NUM.
005460     IF EX-GROSSPAY NOT = SPACES
005470         IF EX-GROSSPAY IS NOT NUMERIC
005480             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005490             MOVE "SALARY NOT NUMERIC" TO PRN-DISPOSITION
005500             GO TO 2800-EDIT-CODES-AND-AMOUNTS-EXIT
005510         END-IF
005520         MOVE EX-GROSSPAY TO WS-GROSS-NUM-X
005530     END-IF.
005540     IF EX-HOURLY-RATE NOT = SPACES
005550         IF EX-HOURLY-RATE IS NOT NUMERIC
005560             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005570             MOVE "HOURLY RATE NOT NUMERIC" TO PRN-DISPOSITION
005580             GO TO 2800-EDIT-CODES-AND-AMOUNTS-EXIT
005590         END-IF
005600         MOVE EX-HOURLY-RATE TO WS-RATE-NUM-X
005610     END-IF.
005620 2800-EDIT-CODES-AND-AMOUNTS-EXIT.
005630     EXIT.

005640 2850-EDIT-DATE.
005650     MOVE "N" TO WS-DATE-VALID-SWITCH.
005660     IF WS-EDIT-DATE-X IS NOT NUMERIC
005670         GO TO 2850-EDIT-DATE-EXIT
005680     END-IF.
005690     IF WS-ED-YYYY < 1900
005700         OR WS-ED-MM < 1
005710         OR WS-ED-MM > 12
005720         OR WS-ED-DD < 1
005730         GO TO 2850-EDIT-DATE-EXIT
005740     END-IF.
005750     MOVE WS-MONTH-DAYS (WS-ED-MM) TO WS-MONTH-LIMIT.
005760     IF WS-ED-MM = 2
005770         DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005780             REMAINDER WS-LEAP-REMAINDER
005790         IF WS-LEAP-REMAINDER = 0
005800             MOVE 29 TO WS-MONTH-LIMIT
005810             DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005820                 REMAINDER WS-LEAP-REMAINDER
005830             IF WS-LEAP-REMAINDER = 0
005840                 MOVE 28 TO WS-MONTH-LIMIT
005850                 DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005860                     REMAINDER WS-LEAP-REMAINDER
005870                 IF WS-LEAP-REMAINDER = 0
005880                     MOVE 29 TO WS-MONTH-LIMIT
005890                 END-IF
005900             END-IF
005910         END-IF
005920     END-IF.
005930     IF WS-ED-DD > WS-MONTH-LIMIT
005940         GO TO 2850-EDIT-DATE-EXIT
005950     END-IF.
005960     SET DATE-IS-VALID TO TRUE.
005970 2850-EDIT-DATE-EXIT.
005980     EXIT.

005990*    SALARIED STAFF NEED A SALARY, HOURLY STAFF A RATE.
006000 2900-CHECK-PAY-BASIS.
006010     IF EMP-HOURLY
006020         IF EMP-HOURLY-RATE = ZERO
006030             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006040             MOVE "HOURLY RATE REQUIRED" TO PRN-DISPOSITION
006050         END-IF
006060     ELSE
006070         IF EMP-GROSSPAY = ZERO
006080             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006090             MOVE "ANNUAL SALARY REQUIRED" TO PRN-DISPOSITION
006100         END-IF
006110     END-IF.
006120 2900-CHECK-PAY-BASIS-EXIT.
006130     EXIT.

006140 2950-SHOW-AFTER.
006150     MOVE EMP-NAME     TO PRN-AFTER-NAME.
006160     MOVE EMP-PAY-TYPE TO PRN-AFTER-TYPE.
006170     MOVE EMP-PAY-FREQ TO PRN-AFTER-FREQ.
006180     MOVE EMP-START-DATE TO WS-PRINT-DATE-IN.
006190     PERFORM 2960-FORMAT-DATE THRU 2960-FORMAT-DATE-EXIT.
006200     MOVE WS-PRINT-DATE-OUT TO PRN-START-DATE.
006210     MOVE EMP-LEAVE-DATE TO WS-PRINT-DATE-IN.
006220     PERFORM 2960-FORMAT-DATE THRU 2960-FORMAT-DATE-EXIT.
006230     MOVE WS-PRINT-DATE-OUT TO PRN-LEAVE-DATE.
006240 2950-SHOW-AFTER-EXIT.
006250     EXIT.

006260 2960-FORMAT-DATE.
006270     IF WS-PRINT-DATE-IN = ZERO
006280         MOVE SPACES TO WS-PRINT-DATE-OUT
006290         GO TO 2960-FORMAT-DATE-EXIT
006300     END-IF.
006310     MOVE WS-PI-MM   TO WS-PD-MM.
006320     MOVE WS-PI-DD   TO WS-PD-DD.
006330     MOVE WS-PI-YYYY TO WS-PD-YYYY.
006340     MOVE WS-PRINT-DATE TO WS-PRINT-DATE-OUT.
006350 2960-FORMAT-DATE-EXIT.
006360     EXIT.

000001*    EVERY EMPLOYEE FIELD THE TRANSACTION MOVED, AGAINST THE
000002*    BEFORE IMAGE. SALARY AND HOURLY RATE ARE PAY RATES, SO GO
000003*    TO THE FRONT OF THE WEEKLY CHANGE REPORT.
000004 7000-JOURNAL-EMPLOYEE.
000005     MOVE "EMPLOYEE"         TO WS-JR-MASTER-FILE.
000006     MOVE "EMPLOYEE NAME"    TO WS-JR-FIELD-NAME.
000007     MOVE EMB-NAME           TO WS-JR-BEFORE.
000008     MOVE EMP-NAME           TO WS-JR-AFTER.
000009     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000010     MOVE "ANNUAL SALARY"    TO WS-JR-FIELD-NAME.
000011     MOVE EMB-GROSSPAY       TO WS-JR-AMOUNT-EDIT.
000012     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-BEFORE.
000013     MOVE EMP-GROSSPAY       TO WS-JR-AMOUNT-EDIT.
000014     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-AFTER.
000015     MOVE "1"                TO WS-JR-PRIORITY.
000016     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000017     MOVE "PAY FREQUENCY"    TO WS-JR-FIELD-NAME.
000018     MOVE EMB-PAY-FREQ       TO WS-JR-BEFORE.
000019     MOVE EMP-PAY-FREQ       TO WS-JR-AFTER.
000020     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000021     MOVE "REP ID"           TO WS-JR-FIELD-NAME.
000022     MOVE EMB-REP-ID         TO WS-JR-BEFORE.
000023     MOVE EMP-REP-ID         TO WS-JR-AFTER.
000024     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000025     MOVE "PAY TYPE"         TO WS-JR-FIELD-NAME.
000026     MOVE EMB-PAY-TYPE       TO WS-JR-BEFORE.
000027     MOVE EMP-PAY-TYPE       TO WS-JR-AFTER.
000028     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000029     MOVE "HOURLY RATE"      TO WS-JR-FIELD-NAME.
000030     MOVE EMB-HOURLY-RATE    TO WS-JR-AMOUNT-EDIT.
000031     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-BEFORE.
000032     MOVE EMP-HOURLY-RATE    TO WS-JR-AMOUNT-EDIT.
000033     MOVE WS-JR-AMOUNT-EDIT  TO WS-JR-AFTER.
000034     MOVE "1"                TO WS-JR-PRIORITY.
000035     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000036     MOVE "START DATE"       TO WS-JR-FIELD-NAME.
000037     MOVE EMB-START-DATE     TO WS-JR-BEFORE.
000038     MOVE EMP-START-DATE     TO WS-JR-AFTER.
000039     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000040     MOVE "LEAVE DATE"       TO WS-JR-FIELD-NAME.
000041     MOVE EMB-LEAVE-DATE     TO WS-JR-BEFORE.
000042     MOVE EMP-LEAVE-DATE     TO WS-JR-AFTER.
000043     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000044 7000-JOURNAL-EMPLOYEE-EXIT.
000045     EXIT.

000046*    BANK DETAILS ARE ALL SENSITIVE.
000047 7020-JOURNAL-BANK.
000048     MOVE "EMPBANK"          TO WS-JR-MASTER-FILE.
000049     MOVE "ACCOUNT NAME"     TO WS-JR-FIELD-NAME.
000050     MOVE BKB-ACCOUNT-NAME   TO WS-JR-BEFORE.
000051     MOVE EX-BANK-ACCT-NAME  TO WS-JR-AFTER.
000052     MOVE "1"                TO WS-JR-PRIORITY.
000053     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000054     MOVE "SORT CODE"        TO WS-JR-FIELD-NAME.
000055     MOVE BKB-SORT-CODE      TO WS-JR-BEFORE.
000056     MOVE EX-SORT-CODE       TO WS-JR-AFTER.
000057     MOVE "1"                TO WS-JR-PRIORITY.
000058     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000059     MOVE "ACCOUNT NUMBER"   TO WS-JR-FIELD-NAME.
000060     MOVE BKB-ACCOUNT-NO     TO WS-JR-BEFORE.
000061     MOVE EX-ACCOUNT-NO      TO WS-JR-AFTER.
000062     MOVE "1"                TO WS-JR-PRIORITY.
000063     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000064     MOVE "IBAN"             TO WS-JR-FIELD-NAME.
000065     MOVE BKB-IBAN           TO WS-JR-BEFORE.
000066     MOVE EX-IBAN            TO WS-JR-AFTER.
000067     MOVE "1"                TO WS-JR-PRIORITY.
000068     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
000069 7020-JOURNAL-BANK-EXIT.
000070     EXIT.

000071*    AN UNCHANGED FIELD IS NOT JOURNALLED. ON AN ADD THERE WAS NO
000072*    RECORD BEFORE, SO THE BEFORE IMAGE GOES OUT BLANK.
000073 7100-WRITE-JOURNAL.
000074     IF WS-JR-BEFORE = WS-JR-AFTER
000075         MOVE "2" TO WS-JR-PRIORITY
000076         GO TO 7100-WRITE-JOURNAL-EXIT
000077     END-IF.
000078     IF EX-ADD
000079         MOVE SPACES TO WS-JR-BEFORE
000080     END-IF.
000081     MOVE WS-JR-PRIORITY           TO CJ-PRIORITY.
000082     MOVE WS-JR-MASTER-FILE        TO CJ-MASTER-FILE.
000083     MOVE EX-OPERATOR-ID           TO CJ-OPERATOR-ID.
000084     MOVE WS-CURRENT-DATE-YYYYMMDD TO CJ-BUSINESS-DATE.
000085     ACCEPT CJ-CHANGE-TIME         FROM TIME.
000086     MOVE "EMPMAINT"               TO CJ-PROGRAM-ID.
000087     MOVE EX-ACTION                TO CJ-ACTION.
000088     MOVE EX-EMP-ID                TO CJ-RECORD-KEY.
000089     MOVE WS-JR-FIELD-NAME         TO CJ-FIELD-NAME.
000090     MOVE WS-JR-BEFORE             TO CJ-BEFORE-IMAGE.
000091     MOVE WS-JR-AFTER              TO CJ-AFTER-IMAGE.
000092     WRITE CHANGE-JOURNAL-REC.
000093     ADD 1 TO WS-JOURNAL-COUNT.
000094     MOVE "2" TO WS-JR-PRIORITY.
000095 7100-WRITE-JOURNAL-EXIT.
000096     EXIT.

006370 8000-TERMINATE.
006380     OPEN OUTPUT EMPLOYEE-OUT.
006390     PERFORM 8100-WRITE-EMPLOYEE THRU 8100-WRITE-EMPLOYEE-EXIT
006400         VARYING EMT-SUB FROM 1 BY 1
006410         UNTIL EMT-SUB > EMT-COUNT.
006420     CLOSE EMPLOYEE-OUT.
006422     OPEN OUTPUT EMP-BANK-OUT.
006424     PERFORM 8200-WRITE-BANK-DETAILS THRU
006426         8200-WRITE-BANK-DETAILS-EXIT
006427         VARYING BKT-SUB FROM 1 BY 1
006428         UNTIL BKT-SUB > BKT-COUNT.
006429     CLOSE EMP-BANK-OUT.
006430     MOVE SPACES TO PRINT-LINE.
006440     WRITE PRINT-LINE.
006450     MOVE WS-APPLIED-COUNT  TO PRN-APPLIED-COUNT.
006460     WRITE PRINT-LINE FROM TOTAL-APPLIED-LINE.
006470     MOVE WS-REJECTED-COUNT TO PRN-REJECTED-COUNT.
006480     WRITE PRINT-LINE FROM TOTAL-REJECTED-LINE.
006482     MOVE WS-JOURNAL-COUNT  TO PRN-JOURNAL-COUNT.
006484     WRITE PRINT-LINE FROM TOTAL-JOURNAL-LINE.
006490     PERFORM 8900-WRITE-AUDIT-RECORD THRU
006500         8900-WRITE-AUDIT-RECORD-EXIT.
006510     CLOSE EMPLOYEE-TXN-FILE
006520           MAINT-REPORT
006525           CHANGE-JOURNAL-FILE.
006530 8000-TERMINATE-EXIT.
006540     EXIT.

006550 8100-WRITE-EMPLOYEE.
006560     MOVE EMT-REC (EMT-SUB) TO EMPLOYEE-OUT-REC.
006570     WRITE EMPLOYEE-OUT-REC.
006580 8100-WRITE-EMPLOYEE-EXIT.
006590     EXIT.

006591 8200-WRITE-BANK-DETAILS.
006592     MOVE BKT-EMP-ID (BKT-SUB)  TO EB-EMP-ID.
006593     MOVE BKT-DETAILS (BKT-SUB) TO EB-DETAILS.
006594     MOVE EMP-BANK-REC          TO EMP-BANK-OUT-REC.
006595     WRITE EMP-BANK-OUT-REC.
006596 8200-WRITE-BANK-DETAILS-EXIT.
006597     EXIT.

006600 8900-WRITE-AUDIT-RECORD.
006610     MOVE "EMPMAINT"            TO AR-PROGRAM-ID.
006620     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
006630     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
006640     ACCEPT AR-END-TIME         FROM TIME.
006650     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
006660     MOVE WS-REJECTED-COUNT     TO AR-RECORDS-REJECTED.
006670     OPEN EXTEND AUDIT-TRAIL-FILE.
006680     WRITE AUDIT-REC.
006690     CLOSE AUDIT-TRAIL-FILE.
006700 8900-WRITE-AUDIT-RECORD-EXIT.
006710     EXIT.

006720 END PROGRAM EMPMAINT.
