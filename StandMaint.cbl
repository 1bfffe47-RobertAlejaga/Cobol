000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       STANDING-ORDER MAINTENANCE RUN.
000070*                APPLIES TRANSACTIONS FROM STANDTXN.DAT AGAINST
000080*                THE STANDORD.DAT STANDING-ORDER MASTER (SEE
000090*                STANDORD.CPY): SET UP A NEW ORDER, CHANGE ONE
000100*                STILL LIVE, OR CANCEL IT. A NEW ORDER MUST NAME
000110*                AN ACTIVE CUSTOMER ON CUSTOMER.DAT AND AN ACTIVE
000120*                OIL ON OILMAST.DAT IN ONE OF ITS LISTED UNIT
000130*                SIZES, AND ITS FIRST DUE DATE MUST BE AFTER THE
000140*                BUSINESS DATE ALREADY RUN. STANDMAINT.RPT PRINTS
000150*                THE BEFORE/AFTER EDIT REPORT. THE FILE IS LINE
000160*                SEQUENTIAL, SO THE RUN WORKS ON A TABLE AND
000170*                WRITES STANDORD.NEW FOR THE OPERATOR TO PROMOTE
000180*                AFTER CHECKING THE REPORT - THE NIGHT'S
000190*                STANDORDGEN STEP WILL NOT START WHILE ONE IS
000200*                WAITING. EVERY FIELD CHANGED IS APPENDED TO THE
000210*                CHGJRNL.DAT CHANGE JOURNAL. RUN STANDALONE
000220*                DURING THE DAY, LIKE PRODMAINT.
000230* TECTONICS:     cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 DO    ORIGINAL VERSION.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. STANDMAINT.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
000350               ORGANIZATION IS LINE SEQUENTIAL
000360               FILE STATUS IS WS-STANDORD-STATUS.

000370     SELECT STANDING-ORDER-OUT ASSIGN TO "STANDORD.NEW"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS WS-STANDORD-OUT-STATUS.

000400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000410               ORGANIZATION IS INDEXED
000420               ACCESS MODE IS RANDOM
000430               RECORD KEY IS CM-CUSTOMER-ID
000440               FILE STATUS IS WS-CUST-FILE-STATUS.

000450     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS WS-OILMAST-STATUS.

000480     SELECT STANDING-TXN-FILE ASSIGN TO "STANDTXN.DAT"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS WS-TXN-STATUS.

000510     SELECT MAINT-REPORT ASSIGN TO "STANDMAINT.RPT"
000520               ORGANIZATION IS LINE SEQUENTIAL.

000530     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS WS-CHGJRNL-STATUS.

000560     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-RUNCTL-STATUS.

000590     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000600               ORGANIZATION IS LINE SEQUENTIAL.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STANDING-ORDER-FILE.
000640 01  STANDING-ORDER-IN-REC       PIC X(56).

000650 FD  STANDING-ORDER-OUT.
000660 01  STANDING-ORDER-OUT-REC      PIC X(56).

000670 FD  CUSTOMER-MASTER-FILE.
000680     COPY CUSTMAST.

000690 FD  OIL-MASTER-FILE.
000700 01  OIL-MASTER-IN-REC           PIC X(32).

000710*    ONE TRANSACTION PER LINE. BLANK FIELDS ON A CHANGE LEAVE
000720*    THE MASTER ALONE; AN END DATE KEYED AS ALL ZEROS MAKES THE
000730*    ORDER OPEN ENDED AGAIN. DATES ARE KEYED CCYYMMDD.
000740 FD  STANDING-TXN-FILE.
000750 01  STANDING-TXN-REC.
000760     88 END-OF-STANDING-TXN    VALUE HIGH-VALUES.
000770     02  SX-ACTION               PIC X.
000780         88 SX-ADD              VALUE "A".
000790         88 SX-CHANGE           VALUE "C".
000800         88 SX-CANCEL           VALUE "D".
000810     02  SX-ORDER-NO             PIC X(6).
000820     02  SX-CUSTOMER-ID          PIC X(5).
000830     02  SX-REP-ID               PIC X(5).
000840     02  SX-OIL-NUM              PIC XX.
000850     02  SX-OIL-NUM-9 REDEFINES SX-OIL-NUM PIC 99.
000860     02  SX-UNIT-SIZE            PIC XX.
000870     02  SX-UNIT-SIZE-9 REDEFINES SX-UNIT-SIZE PIC 99.
000880     02  SX-QUANTITY             PIC X(4).
000890     02  SX-QUANTITY-9 REDEFINES SX-QUANTITY PIC 9(4).
000900     02  SX-FREQUENCY            PIC X.
000910         88 SX-FREQUENCY-VALID  VALUE "W" "F" "M".
000920     02  SX-NEXT-DUE             PIC X(8).
000930     02  SX-END-DATE             PIC X(8).
000940     02  SX-BRANCH               PIC XX.
000950     02  SX-BRANCH-9 REDEFINES SX-BRANCH PIC 99.
000960     02  SX-OPERATOR-ID          PIC X(8).

000970 FD  MAINT-REPORT.
000980 01  PRINT-LINE                  PIC X(132).

000990 FD  CHANGE-JOURNAL-FILE.
001000     COPY CHGJRNL.

001010 FD  RUN-CONTROL-FILE.
001020     COPY RUNCTL.

001030 FD  AUDIT-TRAIL-FILE.
001040     COPY AUDITREC.

001050 WORKING-STORAGE SECTION.

001060*    EVERY STANDORD.DAT ROW IN FILE ORDER, ANY ADDED BY THIS RUN
001070*    ON THE END.
001080 01  ORDER-TABLE.
001090     02  SOT-REC PIC X(56) OCCURS 500 TIMES.

001100 01  SOT-COUNT                   PIC 999     VALUE ZERO.
001110 01  SOT-SUB                     PIC 999.
001120 01  SOT-MATCHED-SUB             PIC 999.
001130 01  SOT-FOUND-SWITCH            PIC X       VALUE "N".
001140     88  SOT-ENTRY-FOUND         VALUE "Y".

001150     COPY STANDORD.

001160*    THE ORDER AS IT STOOD BEFORE THE TRANSACTION, FOR THE EDIT
001170*    REPORT AND THE CHANGE JOURNAL'S BEFORE IMAGES.
001180     COPY STANDORD REPLACING
001190         ==STANDING-ORDER-REC== BY ==STANDING-BEFORE-REC==
001200         ==END-OF-STANDING-ORDER== BY ==END-OF-STANDING-BEFORE==
001210         ==SO-ORDER-NO== BY ==SB-ORDER-NO==
001220         ==SO-CUSTOMER-ID== BY ==SB-CUSTOMER-ID==
001230         ==SO-REP-ID== BY ==SB-REP-ID==
001240         ==SO-OIL-NUM== BY ==SB-OIL-NUM==
001250         ==SO-UNIT-SIZE== BY ==SB-UNIT-SIZE==
001260         ==SO-QUANTITY== BY ==SB-QUANTITY==
001270         ==SO-FREQUENCY== BY ==SB-FREQUENCY==
001280         ==SO-WEEKLY== BY ==SB-WEEKLY==
001290         ==SO-FORTNIGHTLY== BY ==SB-FORTNIGHTLY==
001300         ==SO-MONTHLY== BY ==SB-MONTHLY==
001310         ==SO-FREQUENCY-VALID== BY ==SB-FREQUENCY-VALID==
001320         ==SO-NEXT-DUE== BY ==SB-NEXT-DUE==
001330         ==SO-END-DATE== BY ==SB-END-DATE==
001340         ==SO-BRANCH== BY ==SB-BRANCH==
001350         ==SO-STATUS== BY ==SB-STATUS==
001360         ==SO-LIVE== BY ==SB-LIVE==
001370         ==SO-CANCELLED== BY ==SB-CANCELLED==
001380         ==SO-ENDED== BY ==SB-ENDED==
001390         ==SO-LAST-GEN-DATE== BY ==SB-LAST-GEN-DATE==
001400         ==SO-LAST-BATCH-NO== BY ==SB-LAST-BATCH-NO==.

001410*    THE OIL MASTER, ONE SLOT PER OIL NUMBER (01-99).
001420 01  OIL-TABLE.
001430     02  OMT-ENTRY OCCURS 99 TIMES.
001440         03  OMT-PRESENT-FLAG    PIC X.
001450             88  OMT-PRESENT     VALUE "Y".
001460         03  OMT-REC             PIC X(32).

001470 01  OMT-SUB                     PIC 99.

001480     COPY OILMAST.

001490*    ONE FIELD'S IMAGES FOR 7100 TO JOURNAL.
001500 01  WS-JOURNAL-FIELDS.
001510     02  WS-JR-FIELD-NAME        PIC X(16).
001520     02  WS-JR-BEFORE            PIC X(40).
001530     02  WS-JR-AFTER             PIC X(40).

001540*    WHAT THE EDIT REPORT SHOWS OF AN ORDER.
001550 01  WS-ORDER-SHOW.
001560     02  WS-OS-CUSTOMER-ID       PIC X(5).
001570     02  FILLER                  PIC X     VALUE SPACE.
001580     02  WS-OS-OIL-NUM           PIC 99.
001590     02  FILLER                  PIC X     VALUE "/".
001600     02  WS-OS-UNIT-SIZE         PIC 99.
001610     02  FILLER                  PIC X     VALUE SPACE.
001620     02  WS-OS-QUANTITY          PIC ZZZ9.
001630     02  FILLER                  PIC X     VALUE SPACE.
001640     02  WS-OS-FREQUENCY         PIC X.
001650     02  FILLER                  PIC X     VALUE SPACE.
001660     02  WS-OS-NEXT-DUE          PIC X(10).
001670     02  FILLER                  PIC X     VALUE SPACE.
001680     02  WS-OS-STATUS            PIC X(9).

001690 01  REPORT-HEADING-LINE         PIC X(42)
001700             VALUE "   AROMAMORA STANDING ORDER MAINTENANCE".

001710 01  REPORT-HEADING-UNDERLINE.
001720     02  FILLER                  PIC X(3)  VALUE SPACES.
001730     02  FILLER                  PIC X(36) VALUE ALL "-".

001740 01  RUN-DATE-LINE.
001750     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001760     02  PRN-RUN-MM              PIC 99.
001770     02  FILLER                  PIC X VALUE "/".
001780     02  PRN-RUN-DD              PIC 99.
001790     02  FILLER                  PIC X VALUE "/".
001800     02  PRN-RUN-YYYY            PIC 9(4).

001810 01  MAINT-TOPIC-LINE.
001820     02  FILLER                  PIC X(4)  VALUE "ACT".
001830     02  FILLER                  PIC X(8)  VALUE "ORDER".
001840     02  FILLER                  PIC X(41) VALUE "BEFORE".
001850     02  FILLER                  PIC X(41) VALUE "AFTER".
001860     02  FILLER                  PIC X(11) VALUE "DISPOSITION".

001870 01  MAINT-DETAIL-LINE.
001880     02  PRN-ACTION              PIC X.
001890     02  FILLER                  PIC X(3)  VALUE SPACES.
001900     02  PRN-ORDER-NO            PIC X(6).
001910     02  FILLER                  PIC X(2)  VALUE SPACES.
001920     02  PRN-BEFORE              PIC X(40).
001930     02  FILLER                  PIC X     VALUE SPACE.
001940     02  PRN-AFTER               PIC X(40).
001950     02  FILLER                  PIC X     VALUE SPACE.
001960     02  PRN-DISPOSITION         PIC X(30).

001970 01  TOTAL-APPLIED-LINE.
001980     02  FILLER          PIC X(22) VALUE "TRANSACTIONS APPLIED :".
001990     02  PRN-APPLIED-COUNT       PIC BZZZ9.

002000 01  TOTAL-REJECTED-LINE.
002010     02  FILLER          PIC X(22) VALUE "TRANSACTIONS REJECTED:".
002020     02  PRN-REJECTED-COUNT      PIC BZZZ9.

002030 01  TOTAL-JOURNAL-LINE.
002040     02  FILLER          PIC X(22) VALUE "CHANGES JOURNALLED   :".
002050     02  PRN-JOURNAL-COUNT       PIC BZZZ9.

002060 01  WS-MAINT-COUNTS.
002070     02  WS-APPLIED-COUNT        PIC 9(4)    VALUE ZERO.
002080     02  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
002090     02  WS-JOURNAL-COUNT        PIC 9(4)    VALUE ZERO.

002100 01  WS-EDIT-FIELDS.
002110     02  WS-SIZE-SUB             PIC 9.
002120     02  WS-SIZE-OK-SWITCH       PIC X.
002130         88  UNIT-SIZE-OK        VALUE "Y".

002140*    DATE EDIT - THE CALLER MOVES THE KEYED DATE TO
002150*    WS-EDIT-DATE-X AND TESTS DATE-IS-VALID AFTERWARDS.
002160 01  WS-EDIT-DATE                PIC 9(8).
002170 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE PIC X(8).
002180 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002190     02  WS-ED-YYYY              PIC 9(4).
002200     02  WS-ED-MM                PIC 99.
002210     02  WS-ED-DD                PIC 99.
002220 01  WS-DATE-VALID-SWITCH        PIC X       VALUE "N".
002230     88  DATE-IS-VALID           VALUE "Y".
002240 01  WS-LEAP-WORK.
002250     02  WS-LEAP-QUOTIENT        PIC 9(4).
002260     02  WS-LEAP-REMAINDER       PIC 9(3).

002270 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002280             VALUE "312831303130313130313031".
002290 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002300     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
002310 01  WS-MONTH-LIMIT              PIC 99.

002320 01  WS-PRINT-DATE.
002330     02  WS-PD-MM                PIC 99.
002340     02  FILLER                  PIC X VALUE "/".
002350     02  WS-PD-DD                PIC 99.
002360     02  FILLER                  PIC X VALUE "/".
002370     02  WS-PD-YYYY              PIC 9(4).
002380 01  WS-PRINT-DATE-IN            PIC 9(8).
002390 01  WS-PRINT-DATE-IN-R REDEFINES WS-PRINT-DATE-IN.
002400     02  WS-PI-YYYY              PIC 9(4).
002410     02  WS-PI-MM                PIC 99.
002420     02  WS-PI-DD                PIC 99.
002430 01  WS-PRINT-DATE-OUT           PIC X(10).

002440 01  WS-SWITCHES.
002450     02  WS-TXN-EOF-SWITCH       PIC X       VALUE "N".
002460         88  END-OF-TXN-DATA     VALUE "Y".
002470     02  WS-STANDORD-EOF         PIC X       VALUE "N".
002480         88  END-OF-STANDORD-DATA VALUE "Y".
002490     02  WS-OILMAST-EOF          PIC X       VALUE "N".
002500         88  END-OF-OILMAST-DATA VALUE "Y".

002510 01  WS-FILE-STATUSES.
002520     02  WS-STANDORD-STATUS      PIC XX.
002530     02  WS-STANDORD-OUT-STATUS  PIC XX.
002540     02  WS-CUST-FILE-STATUS     PIC XX.
002550     02  WS-OILMAST-STATUS       PIC XX.
002560     02  WS-TXN-STATUS           PIC XX.
002570     02  WS-CHGJRNL-STATUS       PIC XX.
002580     02  WS-RUNCTL-STATUS        PIC XX.

002590 01  WS-CURRENT-DATE.
002600     02  WS-CURRENT-DATE-YYYYMMDD.
002610         03  WS-CURRENT-YYYY     PIC 9(4).
002620         03  WS-CURRENT-MM       PIC 99.
002630         03  WS-CURRENT-DD       PIC 99.

002640 01  WS-AUDIT-FIELDS.
002650     02  WS-AUDIT-START-TIME     PIC 9(8).
002660     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002700     PERFORM 2000-PROCESS-TXN THRU 2000-PROCESS-TXN-EXIT
002710         UNTIL END-OF-TXN-DATA.
002720     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002730     STOP RUN.

002740 1000-INITIALIZE.
002750     PERFORM 1005-READ-RUN-CONTROL THRU
002760         1005-READ-RUN-CONTROL-EXIT.
002770     PERFORM 1008-CHECK-STAGED-FILE THRU
002780         1008-CHECK-STAGED-FILE-EXIT.
002790     OPEN INPUT STANDING-TXN-FILE.
002800     IF WS-TXN-STATUS NOT = "00"
002810         DISPLAY "STANDMAINT: STANDTXN.DAT MISSING"
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN INPUT CUSTOMER-MASTER-FILE.
002860     IF WS-CUST-FILE-STATUS NOT = "00"
002870         DISPLAY "STANDMAINT: CUSTOMER MASTER OPEN FAILED "
002880             "STATUS " WS-CUST-FILE-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     OPEN OUTPUT MAINT-REPORT.
002930     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002940     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
002950     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
002960     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
002970     PERFORM 1050-LOAD-OILS THRU 1050-LOAD-OILS-EXIT.
002980     PERFORM 1060-LOAD-ORDERS THRU 1060-LOAD-ORDERS-EXIT.
002990     OPEN EXTEND CHANGE-JOURNAL-FILE.
003000     IF WS-CHGJRNL-STATUS NOT = "00"
003010         OPEN OUTPUT CHANGE-JOURNAL-FILE
003020     END-IF.
003030     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
003040     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.

003070 1005-READ-RUN-CONTROL.
003080     OPEN INPUT RUN-CONTROL-FILE.
003090     IF WS-RUNCTL-STATUS NOT = "00"
003100         DISPLAY "STANDMAINT: RUN CONTROL RECORD MISSING"
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     READ RUN-CONTROL-FILE
003150         AT END
003160             DISPLAY "STANDMAINT: RUN CONTROL RECORD MISSING"
003170             MOVE 16 TO RETURN-CODE
003180             STOP RUN
003190     END-READ.
003200     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
003210         DISPLAY "STANDMAINT: BUSINESS DATE GOES BACKWARDS"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003260     CLOSE RUN-CONTROL-FILE.
003270 1005-READ-RUN-CONTROL-EXIT.
003280     EXIT.

003290 1008-CHECK-STAGED-FILE.
003300*    A STANDORD.NEW STILL ON DISK MEANS THE LAST MAINTENANCE RUN
003310*    WAS NEVER PROMOTED - WRITING OVER IT NOW WOULD LOSE THOSE
003320*    CHANGES, SO STOP AND LET THE OPERATOR PROMOTE OR REMOVE IT
003330*    FIRST.
003340     OPEN INPUT STANDING-ORDER-OUT.
003350     IF WS-STANDORD-OUT-STATUS = "00"
003360         CLOSE STANDING-ORDER-OUT
003370         DISPLAY "STANDMAINT: STANDORD.NEW ALREADY ON FILE - "
003380             "PROMOTE OR REMOVE IT FIRST"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420 1008-CHECK-STAGED-FILE-EXIT.
003430     EXIT.

003440*    A MISSING OILMAST.DAT LEAVES EVERY OIL OFF THE MASTER, SO
003450*    NO ORDER CAN BE SET UP OR MOVED TO ANOTHER OIL.
003460 1050-LOAD-OILS.
003470     MOVE SPACES TO OIL-TABLE.
003480     OPEN INPUT OIL-MASTER-FILE.
003490     IF WS-OILMAST-STATUS NOT = "00"
003500         SET END-OF-OILMAST-DATA TO TRUE
003510         GO TO 1050-LOAD-OILS-EXIT
003520     END-IF.
003530     PERFORM 1055-READ-OIL THRU 1055-READ-OIL-EXIT
003540         UNTIL END-OF-OILMAST-DATA.
003550     CLOSE OIL-MASTER-FILE.
003560 1050-LOAD-OILS-EXIT.
003570     EXIT.

003580 1055-READ-OIL.
003590     READ OIL-MASTER-FILE INTO OIL-MASTER-REC
003600         AT END
003610             SET END-OF-OILMAST-DATA TO TRUE
003620     END-READ.
003630     IF END-OF-OILMAST-DATA
003640         GO TO 1055-READ-OIL-EXIT
003650     END-IF.
003660     IF OM-OIL-NUM IS NOT NUMERIC
003670         OR OM-OIL-NUM = ZERO
003680         GO TO 1055-READ-OIL-EXIT
003690     END-IF.
003700     MOVE OM-OIL-NUM      TO OMT-SUB.
003710     MOVE "Y"             TO OMT-PRESENT-FLAG (OMT-SUB).
003720     MOVE OIL-MASTER-REC  TO OMT-REC (OMT-SUB).
003730 1055-READ-OIL-EXIT.
003740     EXIT.

003750*    A MISSING STANDORD.DAT STARTS AN EMPTY MASTER.
003760 1060-LOAD-ORDERS.
003770     OPEN INPUT STANDING-ORDER-FILE.
003780     IF WS-STANDORD-STATUS NOT = "00"
003790         SET END-OF-STANDORD-DATA TO TRUE
003800         GO TO 1060-LOAD-ORDERS-EXIT
003810     END-IF.
003820     PERFORM 1065-READ-ORDER THRU 1065-READ-ORDER-EXIT
003830         UNTIL END-OF-STANDORD-DATA.
003840     CLOSE STANDING-ORDER-FILE.
003850 1060-LOAD-ORDERS-EXIT.
003860     EXIT.

003870 1065-READ-ORDER.
003880     READ STANDING-ORDER-FILE
003890         AT END
003900             SET END-OF-STANDORD-DATA TO TRUE
003910     END-READ.
003920     IF END-OF-STANDORD-DATA
003930         GO TO 1065-READ-ORDER-EXIT
003940     END-IF.
003950     IF SOT-COUNT >= 500
003960         DISPLAY "STANDMAINT: ORDER TABLE FULL AT 500 - "
003970             "RAISE THE TABLE SIZE BEFORE RERUNNING"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     ADD 1 TO SOT-COUNT.
004020     MOVE STANDING-ORDER-IN-REC TO SOT-REC (SOT-COUNT).
004030 1065-READ-ORDER-EXIT.
004040     EXIT.

004050 1200-WRITE-HEADINGS.
004060     MOVE SPACES TO PRINT-LINE.
004070     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
004080     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
004090     WRITE PRINT-LINE FROM RUN-DATE-LINE.
004100     MOVE SPACES TO PRINT-LINE.
004110     WRITE PRINT-LINE.
004120     WRITE PRINT-LINE FROM MAINT-TOPIC-LINE.
004130 1200-WRITE-HEADINGS-EXIT.
004140     EXIT.

004150 2000-PROCESS-TXN.
004160     MOVE SPACES TO MAINT-DETAIL-LINE.
004170     MOVE SX-ACTION      TO PRN-ACTION.
004180     MOVE SX-ORDER-NO    TO PRN-ORDER-NO.
004190     IF SX-OPERATOR-ID = SPACES
004200         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004210         MOVE "NO OPERATOR ID" TO PRN-DISPOSITION
004220         GO TO 2090-PRINT-DETAIL
004230     END-IF.
004240     IF SX-ORDER-NO = SPACES
004250         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004260         MOVE "ORDER NUMBER REQUIRED" TO PRN-DISPOSITION
004270         GO TO 2090-PRINT-DETAIL
004280     END-IF.
004290     PERFORM 2500-FIND-ORDER THRU 2500-FIND-ORDER-EXIT.
004300     IF SOT-ENTRY-FOUND
004310         MOVE SOT-REC (SOT-MATCHED-SUB) TO STANDING-BEFORE-REC
004320                                           STANDING-ORDER-REC
004330         PERFORM 2960-SHOW-ORDER THRU 2960-SHOW-ORDER-EXIT
004340         MOVE WS-ORDER-SHOW TO PRN-BEFORE
004350     ELSE
004360         MOVE SPACES TO STANDING-BEFORE-REC
004370                        STANDING-ORDER-REC
004380     END-IF.
004390     IF SX-ADD
004400         PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
004410     ELSE
004420         IF SX-CHANGE
004430             PERFORM 2300-APPLY-CHANGE THRU
004440                 2300-APPLY-CHANGE-EXIT
004450         ELSE
004460             IF SX-CANCEL
004470                 PERFORM 2400-APPLY-CANCEL THRU
004480                     2400-APPLY-CANCEL-EXIT
004490             ELSE
004500                 PERFORM 2700-REJECT-TXN THRU
004510                     2700-REJECT-TXN-EXIT
004520                 MOVE "INVALID ACTION CODE" TO PRN-DISPOSITION
004530             END-IF
004540         END-IF
004550     END-IF.

004560 2090-PRINT-DETAIL.
004570     WRITE PRINT-LINE FROM MAINT-DETAIL-LINE.
004580     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
004590 2000-PROCESS-TXN-EXIT.
004600     EXIT.

004610 2100-READ-TXN.
004620     READ STANDING-TXN-FILE
004630         AT END
004640             SET END-OF-STANDING-TXN TO TRUE
004650             SET END-OF-TXN-DATA TO TRUE
004660     END-READ.
004670     IF NOT END-OF-TXN-DATA
004680         ADD 1 TO WS-RECORDS-READ
004690     END-IF.
004700 2100-READ-TXN-EXIT.
004710     EXIT.

004720*    A NEW ORDER. EVERY FIELD BUT THE END DATE AND BRANCH MUST BE
004730*    KEYED; THE CUSTOMER IS CHECKED HERE, THE REST BY 2800.
004740 2200-APPLY-ADD.
004750     IF SOT-ENTRY-FOUND
004760         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004770         MOVE "ORDER ALREADY ON FILE" TO PRN-DISPOSITION
004780         GO TO 2200-APPLY-ADD-EXIT
004790     END-IF.
004800     IF SOT-COUNT >= 500
004810         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004820         MOVE "ORDER TABLE FULL" TO PRN-DISPOSITION
004830         GO TO 2200-APPLY-ADD-EXIT
004840     END-IF.
004850     IF SX-CUSTOMER-ID = SPACES
004860         OR SX-REP-ID = SPACES
004870         OR SX-OIL-NUM = SPACES
004880         OR SX-UNIT-SIZE = SPACES
004890         OR SX-QUANTITY = SPACES
004900         OR SX-FREQUENCY = SPACE
004910         OR SX-NEXT-DUE = SPACES
004920         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
004930         MOVE "REQUIRED FIELD MISSING" TO PRN-DISPOSITION
004940         GO TO 2200-APPLY-ADD-EXIT
004950     END-IF.
004960     MOVE SX-CUSTOMER-ID TO CM-CUSTOMER-ID.
004970     READ CUSTOMER-MASTER-FILE
004980         INVALID KEY
004990             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005000             MOVE "CUSTOMER NOT ON FILE" TO PRN-DISPOSITION
005010             GO TO 2200-APPLY-ADD-EXIT
005020     END-READ.
005030     IF NOT CM-ACTIVE
005040         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005050         MOVE "CUSTOMER INACTIVE" TO PRN-DISPOSITION
005060         GO TO 2200-APPLY-ADD-EXIT
005070     END-IF.
005080     MOVE SX-ORDER-NO    TO SO-ORDER-NO.
005090     MOVE SX-CUSTOMER-ID TO SO-CUSTOMER-ID.
005100     MOVE ZERO           TO SO-END-DATE
005110                            SO-LAST-GEN-DATE
005120                            SO-LAST-BATCH-NO.
005130     MOVE SPACES         TO SO-BRANCH.
005140     SET SO-LIVE         TO TRUE.
005150     PERFORM 2800-EDIT-AND-MOVE THRU 2800-EDIT-AND-MOVE-EXIT.
005160     IF PRN-DISPOSITION NOT = SPACES
005170         GO TO 2200-APPLY-ADD-EXIT
005180     END-IF.
005190     ADD 1 TO SOT-COUNT.
005200     MOVE STANDING-ORDER-REC TO SOT-REC (SOT-COUNT).
005210     PERFORM 2960-SHOW-ORDER THRU 2960-SHOW-ORDER-EXIT.
005220     MOVE WS-ORDER-SHOW TO PRN-AFTER.
005230     MOVE "ADDED" TO PRN-DISPOSITION.
005240     ADD 1 TO WS-APPLIED-COUNT.
005250     PERFORM 7000-JOURNAL-ORDER THRU 7000-JOURNAL-ORDER-EXIT.
005260 2200-APPLY-ADD-EXIT.
005270     EXIT.

005280*    A CUSTOMER'S ORDER STAYS THEIRS - TO MOVE IT, CANCEL IT AND
005290*    SET UP A NEW ONE. A CANCELLED OR ENDED ORDER IS NOT REVIVED.
005300 2300-APPLY-CHANGE.
005310     IF NOT SOT-ENTRY-FOUND
005320         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005330         MOVE "ORDER NOT ON FILE" TO PRN-DISPOSITION
005340         GO TO 2300-APPLY-CHANGE-EXIT
005350     END-IF.
005360     IF NOT SO-LIVE
005370         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005380         MOVE "ORDER NO LONGER LIVE" TO PRN-DISPOSITION
005390         GO TO 2300-APPLY-CHANGE-EXIT
005400     END-IF.
005410     IF SX-CUSTOMER-ID NOT = SPACES
005420         AND SX-CUSTOMER-ID NOT = SO-CUSTOMER-ID
005430         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005440         MOVE "CUSTOMER CANNOT BE CHANGED" TO PRN-DISPOSITION
005450         GO TO 2300-APPLY-CHANGE-EXIT
005460     END-IF.
005470     PERFORM 2800-EDIT-AND-MOVE THRU 2800-EDIT-AND-MOVE-EXIT.
005480     IF PRN-DISPOSITION NOT = SPACES
005490         GO TO 2300-APPLY-CHANGE-EXIT
005500     END-IF.
005510     MOVE STANDING-ORDER-REC TO SOT-REC (SOT-MATCHED-SUB).
005520     PERFORM 2960-SHOW-ORDER THRU 2960-SHOW-ORDER-EXIT.
005530     MOVE WS-ORDER-SHOW TO PRN-AFTER.
005540     MOVE "CHANGED" TO PRN-DISPOSITION.
005550     ADD 1 TO WS-APPLIED-COUNT.
005560     PERFORM 7000-JOURNAL-ORDER THRU 7000-JOURNAL-ORDER-EXIT.
005570 2300-APPLY-CHANGE-EXIT.
005580     EXIT.

005590*    THE ROW STAYS ON THE MASTER FOR REFERENCE; STANDORDGEN
005600*    PASSES OVER IT FROM TONIGHT.
005610 2400-APPLY-CANCEL.
005620     IF NOT SOT-ENTRY-FOUND
005630         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005640         MOVE "ORDER NOT ON FILE" TO PRN-DISPOSITION
005650         GO TO 2400-APPLY-CANCEL-EXIT
005660     END-IF.
005670     IF NOT SO-LIVE
005680         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
005690         MOVE "ORDER NO LONGER LIVE" TO PRN-DISPOSITION
005700         GO TO 2400-APPLY-CANCEL-EXIT
005710     END-IF.
005720     SET SO-CANCELLED TO TRUE.
005730     MOVE STANDING-ORDER-REC TO SOT-REC (SOT-MATCHED-SUB).
005740     PERFORM 2960-SHOW-ORDER THRU 2960-SHOW-ORDER-EXIT.
005750     MOVE WS-ORDER-SHOW TO PRN-AFTER.
005760     MOVE "CANCELLED" TO PRN-DISPOSITION.
005770     ADD 1 TO WS-APPLIED-COUNT.
005780     PERFORM 7000-JOURNAL-ORDER THRU 7000-JOURNAL-ORDER-EXIT.
005790 2400-APPLY-CANCEL-EXIT.
005800     EXIT.

005810 2500-FIND-ORDER.
005820     MOVE "N" TO SOT-FOUND-SWITCH.
005830     PERFORM 2510-MATCH-ORDER THRU 2510-MATCH-ORDER-EXIT
005840         VARYING SOT-SUB FROM 1 BY 1
005850         UNTIL SOT-SUB > SOT-COUNT
005860         OR SOT-ENTRY-FOUND.
005870 2500-FIND-ORDER-EXIT.
005880     EXIT.

005890 2510-MATCH-ORDER.
005900     IF SOT-REC (SOT-SUB) (1:6) = SX-ORDER-NO
005910         SET SOT-ENTRY-FOUND TO TRUE
005920         MOVE SOT-SUB TO SOT-MATCHED-SUB
005930     END-IF.
005940 2510-MATCH-ORDER-EXIT.
005950     EXIT.

005960 2700-REJECT-TXN.
005970     ADD 1 TO WS-REJECTED-COUNT.
005980 2700-REJECT-TXN-EXIT.
005990     EXIT.

006000*    EDITS EVERY KEYED FIELD AND MOVES IT ONTO THE ORDER, THEN
006010*    CHECKS THE ORDER AS A WHOLE. THE CALLER TESTS
006020*    PRN-DISPOSITION AND KEEPS THE ORDER ONLY IF IT IS BLANK.
006030 2800-EDIT-AND-MOVE.
006040     IF SX-REP-ID NOT = SPACES
006050         MOVE SX-REP-ID TO SO-REP-ID
006060     END-IF.
006070     IF SX-OIL-NUM NOT = SPACES
006080         IF SX-OIL-NUM IS NOT NUMERIC
006090             OR SX-OIL-NUM-9 = ZERO
006100             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006110             MOVE "INVALID OIL NUMBER" TO PRN-DISPOSITION
006120             GO TO 2800-EDIT-AND-MOVE-EXIT
006130         END-IF
006140         MOVE SX-OIL-NUM-9 TO OMT-SUB
006150         IF NOT OMT-PRESENT (OMT-SUB)
006160             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006170             MOVE "OIL NOT ON MASTER" TO PRN-DISPOSITION
006180             GO TO 2800-EDIT-AND-MOVE-EXIT
006190         END-IF
006200         MOVE OMT-REC (OMT-SUB) TO OIL-MASTER-REC
006210         IF NOT OM-ACTIVE
006220             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006230             MOVE "OIL INACTIVE" TO PRN-DISPOSITION
006240             GO TO 2800-EDIT-AND-MOVE-EXIT
006250         END-IF
006260         MOVE SX-OIL-NUM-9 TO SO-OIL-NUM
006270     END-IF.
006280     IF SX-UNIT-SIZE NOT = SPACES
006290         IF SX-UNIT-SIZE IS NOT NUMERIC
006300             OR SX-UNIT-SIZE-9 = ZERO
006310             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006320             MOVE "INVALID UNIT SIZE" TO PRN-DISPOSITION
006330             GO TO 2800-EDIT-AND-MOVE-EXIT
006340         END-IF
006350         MOVE SX-UNIT-SIZE-9 TO SO-UNIT-SIZE
006360     END-IF.
006370     IF SX-QUANTITY NOT = SPACES
006380         IF SX-QUANTITY IS NOT NUMERIC
006390             OR SX-QUANTITY-9 = ZERO
006400             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006410             MOVE "INVALID QUANTITY" TO PRN-DISPOSITION
006420             GO TO 2800-EDIT-AND-MOVE-EXIT
006430         END-IF
006440         MOVE SX-QUANTITY-9 TO SO-QUANTITY
006450     END-IF.
006460     IF SX-FREQUENCY NOT = SPACE
006470         IF NOT SX-FREQUENCY-VALID
006480             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006490             MOVE "INVALID FREQUENCY" TO PRN-DISPOSITION
006500             GO TO 2800-EDIT-AND-MOVE-EXIT
006510         END-IF
006520         MOVE SX-FREQUENCY TO SO-FREQUENCY
006530     END-IF.
006540     PERFORM 2850-EDIT-DATES THRU 2850-EDIT-DATES-EXIT.
006550     IF PRN-DISPOSITION NOT = SPACES
006560         GO TO 2800-EDIT-AND-MOVE-EXIT
006570     END-IF.
006580     IF SX-BRANCH NOT = SPACES
006590         IF SX-BRANCH IS NOT NUMERIC
006600             OR SX-BRANCH-9 < 1
006610             OR SX-BRANCH-9 > 9
006620             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006630             MOVE "INVALID BRANCH" TO PRN-DISPOSITION
006640             GO TO 2800-EDIT-AND-MOVE-EXIT
006650         END-IF
006660         MOVE SX-BRANCH TO SO-BRANCH
006670     END-IF.
006680     PERFORM 2890-CROSS-EDIT THRU 2890-CROSS-EDIT-EXIT.
006690 2800-EDIT-AND-MOVE-EXIT.
006700     EXIT.

006710*    A NEW DUE DATE MUST BE AFTER THE BUSINESS DATE ALREADY RUN,
006720*    OR TONIGHT'S STANDORDGEN WOULD NEVER SEE IT.
006730 2850-EDIT-DATES.
006740     IF SX-NEXT-DUE NOT = SPACES
006750         MOVE SX-NEXT-DUE TO WS-EDIT-DATE-X
006760         PERFORM 2870-EDIT-DATE THRU 2870-EDIT-DATE-EXIT
006770         IF NOT DATE-IS-VALID
006780             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006790             MOVE "INVALID NEXT DUE DATE" TO PRN-DISPOSITION
006800             GO TO 2850-EDIT-DATES-EXIT
006810         END-IF
006820         IF WS-EDIT-DATE NOT > WS-CURRENT-DATE-YYYYMMDD
006830             PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
006840             MOVE "NEXT DUE DATE NOT IN FUTURE" TO
006850                 PRN-DISPOSITION
006860             GO TO 2850-EDIT-DATES-EXIT
006870         END-IF
006880         MOVE WS-EDIT-DATE TO SO-NEXT-DUE
006890     END-IF.
006900     IF SX-END-DATE = SPACES
006910         GO TO 2850-EDIT-DATES-EXIT
006920     END-IF.
006930     IF SX-END-DATE = ZEROS
006940         MOVE ZERO TO SO-END-DATE
006950         GO TO 2850-EDIT-DATES-EXIT
006960     END-IF.
006970     MOVE SX-END-DATE TO WS-EDIT-DATE-X.
006980     PERFORM 2870-EDIT-DATE THRU 2870-EDIT-DATE-EXIT.
006990     IF NOT DATE-IS-VALID
007000         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007010         MOVE "INVALID END DATE" TO PRN-DISPOSITION
007020         GO TO 2850-EDIT-DATES-EXIT
007030     END-IF.
007040     MOVE WS-EDIT-DATE TO SO-END-DATE.
007050 2850-EDIT-DATES-EXIT.
007060     EXIT.

007070 2870-EDIT-DATE.
007080     MOVE "N" TO WS-DATE-VALID-SWITCH.
007090     IF WS-EDIT-DATE-X IS NOT NUMERIC
007100         GO TO 2870-EDIT-DATE-EXIT
007110     END-IF.
007120     IF WS-ED-YYYY < 1900
007130         OR WS-ED-MM < 1
007140         OR WS-ED-MM > 12
007150         OR WS-ED-DD < 1
007160         GO TO 2870-EDIT-DATE-EXIT
007170     END-IF.
007180     MOVE WS-MONTH-DAYS (WS-ED-MM) TO WS-MONTH-LIMIT.
007190     IF WS-ED-MM = 2
007200         DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
007210             REMAINDER WS-LEAP-REMAINDER
007220         IF WS-LEAP-REMAINDER = 0
007230             MOVE 29 TO WS-MONTH-LIMIT
007240             DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
007250                 REMAINDER WS-LEAP-REMAINDER
007260             IF WS-LEAP-REMAINDER = 0
007270                 MOVE 28 TO WS-MONTH-LIMIT
007280                 DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
007290                     REMAINDER WS-LEAP-REMAINDER
007300                 IF WS-LEAP-REMAINDER = 0
007310                     MOVE 29 TO WS-MONTH-LIMIT
007320                 END-IF
007330             END-IF
007340         END-IF
007350     END-IF.
007360     IF WS-ED-DD > WS-MONTH-LIMIT
007370         GO TO 2870-EDIT-DATE-EXIT
007380     END-IF.
007390     SET DATE-IS-VALID TO TRUE.
007400 2870-EDIT-DATE-EXIT.
007410     EXIT.

007420*    THE ORDER AS IT NOW STANDS: A MONTHLY ORDER FALLS ON DAY
007430*    01-28 SO EVERY MONTH HAS IT, AN END DATE MAY NOT COME BEFORE
007440*    THE NEXT DELIVERY, AND THE UNIT SIZE MUST BE ONE THE OIL IS
007450*    SOLD IN - THE SAME TEST DEALEDIT MAKES OF A KEYED DEAL.
007460 2890-CROSS-EDIT.
007470     MOVE SO-NEXT-DUE TO WS-EDIT-DATE.
007480     IF SO-MONTHLY
007490         AND WS-ED-DD > 28
007500         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007510         MOVE "MONTHLY ORDER AFTER THE 28TH" TO PRN-DISPOSITION
007520         GO TO 2890-CROSS-EDIT-EXIT
007530     END-IF.
007540     IF SO-END-DATE NOT = ZERO
007550         AND SO-END-DATE < SO-NEXT-DUE
007560         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007570         MOVE "END DATE BEFORE NEXT DUE" TO PRN-DISPOSITION
007580         GO TO 2890-CROSS-EDIT-EXIT
007590     END-IF.
007600     IF SX-OIL-NUM = SPACES
007610         AND SX-UNIT-SIZE = SPACES
007620         GO TO 2890-CROSS-EDIT-EXIT
007630     END-IF.
007640     MOVE SO-OIL-NUM TO OMT-SUB.
007650     MOVE OMT-REC (OMT-SUB) TO OIL-MASTER-REC.
007660     IF OM-UNIT-SIZE (1) = ZERO
007670         AND OM-UNIT-SIZE (2) = ZERO
007680         AND OM-UNIT-SIZE (3) = ZERO
007690         AND OM-UNIT-SIZE (4) = ZERO
007700         GO TO 2890-CROSS-EDIT-EXIT
007710     END-IF.
007720     MOVE "N" TO WS-SIZE-OK-SWITCH.
007730     PERFORM 2895-MATCH-UNIT-SIZE THRU 2895-MATCH-UNIT-SIZE-EXIT
007740         VARYING WS-SIZE-SUB FROM 1 BY 1
007750         UNTIL WS-SIZE-SUB > 4
007760         OR UNIT-SIZE-OK.
007770     IF NOT UNIT-SIZE-OK
007780         PERFORM 2700-REJECT-TXN THRU 2700-REJECT-TXN-EXIT
007790         MOVE "UNIT SIZE NOT VALID FOR OIL" TO PRN-DISPOSITION
007800     END-IF.
007810 2890-CROSS-EDIT-EXIT.
007820     EXIT.

007830 2895-MATCH-UNIT-SIZE.
007840     IF OM-UNIT-SIZE (WS-SIZE-SUB) = SO-UNIT-SIZE
007850         SET UNIT-SIZE-OK TO TRUE
007860     END-IF.
007870 2895-MATCH-UNIT-SIZE-EXIT.
007880     EXIT.

007890*    THE ORDER IN STANDING-ORDER-REC AS THE EDIT REPORT SHOWS IT.
007900 2960-SHOW-ORDER.
007910     MOVE SO-CUSTOMER-ID TO WS-OS-CUSTOMER-ID.
007920     MOVE SO-OIL-NUM     TO WS-OS-OIL-NUM.
007930     MOVE SO-UNIT-SIZE   TO WS-OS-UNIT-SIZE.
007940     MOVE SO-QUANTITY    TO WS-OS-QUANTITY.
007950     MOVE SO-FREQUENCY   TO WS-OS-FREQUENCY.
007960     MOVE SO-NEXT-DUE    TO WS-PRINT-DATE-IN.
007970     PERFORM 2990-FORMAT-DATE THRU 2990-FORMAT-DATE-EXIT.
007980     MOVE WS-PRINT-DATE-OUT TO WS-OS-NEXT-DUE.
007990     IF SO-LIVE
008000         MOVE "LIVE"      TO WS-OS-STATUS
008010     ELSE
008020         IF SO-CANCELLED
008030             MOVE "CANCELLED" TO WS-OS-STATUS
008040         ELSE
008050             MOVE "ENDED"     TO WS-OS-STATUS
008060         END-IF
008070     END-IF.
008080 2960-SHOW-ORDER-EXIT.
008090     EXIT.

008100 2990-FORMAT-DATE.
008110     IF WS-PRINT-DATE-IN = ZERO
008120         MOVE SPACES TO WS-PRINT-DATE-OUT
008130         GO TO 2990-FORMAT-DATE-EXIT
008140     END-IF.
008150     MOVE WS-PI-MM   TO WS-PD-MM.
008160     MOVE WS-PI-DD   TO WS-PD-DD.
008170     MOVE WS-PI-YYYY TO WS-PD-YYYY.
008180     MOVE WS-PRINT-DATE TO WS-PRINT-DATE-OUT.
008190 2990-FORMAT-DATE-EXIT.
008200     EXIT.

008210*    EVERY ORDER FIELD THE TRANSACTION MOVED, AGAINST THE BEFORE
008220*    IMAGE (BLANK ON AN ADD).
008230 7000-JOURNAL-ORDER.
008240     MOVE "CUSTOMER"         TO WS-JR-FIELD-NAME.
008250     MOVE SB-CUSTOMER-ID     TO WS-JR-BEFORE.
008260     MOVE SO-CUSTOMER-ID     TO WS-JR-AFTER.
008270     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008280     MOVE "REP"              TO WS-JR-FIELD-NAME.
008290     MOVE SB-REP-ID          TO WS-JR-BEFORE.
008300     MOVE SO-REP-ID          TO WS-JR-AFTER.
008310     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008320     MOVE "OIL"              TO WS-JR-FIELD-NAME.
008330     MOVE SB-OIL-NUM         TO WS-JR-BEFORE.
008340     MOVE SO-OIL-NUM         TO WS-JR-AFTER.
008350     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008360     MOVE "UNIT SIZE"        TO WS-JR-FIELD-NAME.
008370     MOVE SB-UNIT-SIZE       TO WS-JR-BEFORE.
008380     MOVE SO-UNIT-SIZE       TO WS-JR-AFTER.
008390     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008400     MOVE "QUANTITY"         TO WS-JR-FIELD-NAME.
008410     MOVE SB-QUANTITY        TO WS-JR-BEFORE.
008420     MOVE SO-QUANTITY        TO WS-JR-AFTER.
008430     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008440     MOVE "FREQUENCY"        TO WS-JR-FIELD-NAME.
008450     MOVE SB-FREQUENCY       TO WS-JR-BEFORE.
008460     MOVE SO-FREQUENCY       TO WS-JR-AFTER.
008470     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008480     MOVE "NEXT DUE"         TO WS-JR-FIELD-NAME.
008490     MOVE SB-NEXT-DUE        TO WS-JR-BEFORE.
008500     MOVE SO-NEXT-DUE        TO WS-JR-AFTER.
008510     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008520     MOVE "END DATE"         TO WS-JR-FIELD-NAME.
008530     MOVE SB-END-DATE        TO WS-JR-BEFORE.
008540     MOVE SO-END-DATE        TO WS-JR-AFTER.
008550     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008560     MOVE "BRANCH"           TO WS-JR-FIELD-NAME.
008570     MOVE SB-BRANCH          TO WS-JR-BEFORE.
008580     MOVE SO-BRANCH          TO WS-JR-AFTER.
008590     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008600     MOVE "STATUS"           TO WS-JR-FIELD-NAME.
008610     MOVE SB-STATUS          TO WS-JR-BEFORE.
008620     MOVE SO-STATUS          TO WS-JR-AFTER.
008630     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
008640 7000-JOURNAL-ORDER-EXIT.
008650     EXIT.

008660*    AN UNCHANGED FIELD IS NOT JOURNALLED. NO STANDING-ORDER
008670*    FIELD IS A PAY RATE, CREDIT LIMIT OR BANK DETAIL, SO EVERY
008680*    ROW IS ROUTINE.
008690 7100-WRITE-JOURNAL.
008700     IF WS-JR-BEFORE = WS-JR-AFTER
008710         GO TO 7100-WRITE-JOURNAL-EXIT
008720     END-IF.
008730     MOVE "2"                      TO CJ-PRIORITY.
008740     MOVE "STANDORD"               TO CJ-MASTER-FILE.
008750     MOVE SX-OPERATOR-ID           TO CJ-OPERATOR-ID.
008760     MOVE WS-CURRENT-DATE-YYYYMMDD TO CJ-BUSINESS-DATE.
008770     ACCEPT CJ-CHANGE-TIME         FROM TIME.
008780     MOVE "STANDMAINT"             TO CJ-PROGRAM-ID.
008790     MOVE SX-ACTION                TO CJ-ACTION.
008800     MOVE SX-ORDER-NO              TO CJ-RECORD-KEY.
008810     MOVE WS-JR-FIELD-NAME         TO CJ-FIELD-NAME.
008820     MOVE WS-JR-BEFORE             TO CJ-BEFORE-IMAGE.
008830     MOVE WS-JR-AFTER              TO CJ-AFTER-IMAGE.
008840     WRITE CHANGE-JOURNAL-REC.
008850     ADD 1 TO WS-JOURNAL-COUNT.
008860 7100-WRITE-JOURNAL-EXIT.
008870     EXIT.

008880 8000-TERMINATE.
008890     OPEN OUTPUT STANDING-ORDER-OUT.
008900     PERFORM 8100-WRITE-ORDER THRU 8100-WRITE-ORDER-EXIT
008910         VARYING SOT-SUB FROM 1 BY 1
008920         UNTIL SOT-SUB > SOT-COUNT.
008930     CLOSE STANDING-ORDER-OUT.
008940     MOVE SPACES TO PRINT-LINE.
008950     WRITE PRINT-LINE.
008960     MOVE WS-APPLIED-COUNT  TO PRN-APPLIED-COUNT.
008970     WRITE PRINT-LINE FROM TOTAL-APPLIED-LINE.
008980     MOVE WS-REJECTED-COUNT TO PRN-REJECTED-COUNT.
008990     WRITE PRINT-LINE FROM TOTAL-REJECTED-LINE.
009000     MOVE WS-JOURNAL-COUNT  TO PRN-JOURNAL-COUNT.
009010     WRITE PRINT-LINE FROM TOTAL-JOURNAL-LINE.
009020     PERFORM 8900-WRITE-AUDIT-RECORD THRU
009030         8900-WRITE-AUDIT-RECORD-EXIT.
009040     CLOSE STANDING-TXN-FILE
009050           CUSTOMER-MASTER-FILE
009060           MAINT-REPORT
009070           CHANGE-JOURNAL-FILE.
009080 8000-TERMINATE-EXIT.
009090     EXIT.

009100 8100-WRITE-ORDER.
009110     MOVE SOT-REC (SOT-SUB) TO STANDING-ORDER-OUT-REC.
009120     WRITE STANDING-ORDER-OUT-REC.
009130 8100-WRITE-ORDER-EXIT.
009140     EXIT.

009150 8900-WRITE-AUDIT-RECORD.
009160     MOVE "STANDMAINT"          TO AR-PROGRAM-ID.
009170     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
009180     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
009190     ACCEPT AR-END-TIME         FROM TIME.
009200     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
009210     MOVE WS-REJECTED-COUNT     TO AR-RECORDS-REJECTED.
009220     OPEN EXTEND AUDIT-TRAIL-FILE.
009230     WRITE AUDIT-REC.
009240     CLOSE AUDIT-TRAIL-FILE.
009250 8900-WRITE-AUDIT-RECORD-EXIT.
009260     EXIT.

009270 END PROGRAM STANDMAINT.
