000010******************************************************************
000020* AUTHOR:        D. OKAFOR
000030* INSTALLATION:  AROMAMORA LTD - BATCH SYSTEMS
000040* DATE-WRITTEN:  2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY STANDING-ORDER GENERATION.
000070*                RUNS AHEAD OF DEALEDIT. EVERY LIVE ORDER ON THE
000080*                STANDORD.DAT STANDING-ORDER MASTER (SEE
000090*                STANDORD.CPY) THAT FALLS DUE ON OR BEFORE THE
000100*                BUSINESS DATE IS WRITTEN TO SOBATCH.NEW AS A
000110*                KEYED BATCH OF ITS OWN - HEADER, ONE DETAIL AND
000120*                A TRAILER CARRYING THE COUNT AND UNITS HASH - IN
000130*                THE DEALS.RAW LAYOUT. THE DRIVER APPENDS THE FILE
000140*                ONTO THE NIGHT'S DEALS.RAW, SO DEALEDIT BALANCES,
000150*                CREDIT-CHECKS AND REGISTERS EACH ONE EXACTLY AS
000160*                IT DOES A CLERK'S BATCH. BATCH NUMBERS COME FROM
000170*                THE SOBATNO.DAT CONTROL FILE IN THE 9001-9999
000180*                RANGE KEPT FOR STANDING ORDERS, PASSING OVER ANY
000190*                NUMBER STILL ON THE BATCHREG.DAT REGISTER OR
000200*                ALREADY IN TONIGHT'S DEALS.RAW. AN ORDER WHOSE
000210*                CUSTOMER OR OIL IS NOT ON FILE OR NOT ACTIVE IS
000220*                SUSPENDED - LISTED ON STANDORD.RPT AND LEFT DUE,
000230*                SO IT GOES OUT THE FIRST NIGHT BOTH ARE ACTIVE
000240*                AGAIN. A GENERATED ORDER MOVES ON TO ITS NEXT
000250*                DUE DATE AFTER THE BUSINESS DATE (A MISSED NIGHT
000260*                SENDS ONE DELIVERY, NOT SEVERAL) AND ENDS ONCE
000270*                THAT DATE PASSES ITS END DATE. THE UPDATED MASTER
000280*                IS WRITTEN TO STANDORD.NEW FOR THE DRIVER TO
000290*                PROMOTE.
000300* TECTONICS:     cobc
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  2026-10-15 DO    ORIGINAL VERSION.
000341*  2026-10-15 DO    A DEALS.RAW WITH MORE BATCH HEADERS THAN THE
000342*                   TABLE HOLDS NOW STOPS THE RUN INSTEAD OF
000343*                   LEAVING NUMBERS UNCHECKED.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. STANDORDGEN.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
000420               ORGANIZATION IS LINE SEQUENTIAL
000430               FILE STATUS IS WS-STANDORD-STATUS.

000440     SELECT STANDING-ORDER-OUT ASSIGN TO "STANDORD.NEW"
000450               ORGANIZATION IS LINE SEQUENTIAL
000460               FILE STATUS IS WS-STANDORD-OUT-STATUS.

000470     SELECT GENERATED-BATCH-FILE ASSIGN TO "SOBATCH.NEW"
000480               ORGANIZATION IS LINE SEQUENTIAL.

000490     SELECT RAW-BATCH-FILE ASSIGN TO "DEALS.RAW"
000500               ORGANIZATION IS LINE SEQUENTIAL
000510               FILE STATUS IS WS-RAW-STATUS.

000520     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
000530               ORGANIZATION IS LINE SEQUENTIAL
000540               FILE STATUS IS WS-BATCHREG-STATUS.

000550     SELECT BATCH-NO-FILE ASSIGN TO "SOBATNO.DAT"
000560               ORGANIZATION IS LINE SEQUENTIAL
000570               FILE STATUS IS WS-BATCHNO-STATUS.

000580     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000590               ORGANIZATION IS INDEXED
000600               ACCESS MODE IS RANDOM
000610               RECORD KEY IS CM-CUSTOMER-ID
000620               FILE STATUS IS WS-CUST-FILE-STATUS.

000630     SELECT OIL-MASTER-FILE ASSIGN TO "OILMAST.DAT"
000640               ORGANIZATION IS LINE SEQUENTIAL
000650               FILE STATUS IS WS-OILMAST-STATUS.

000660     SELECT STANDING-ORDER-REPORT ASSIGN TO "STANDORD.RPT"
000670               ORGANIZATION IS LINE SEQUENTIAL.

000680     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000690               ORGANIZATION IS LINE SEQUENTIAL
000700               FILE STATUS IS WS-STEPSTAT-STATUS.

000710     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000720               ORGANIZATION IS LINE SEQUENTIAL
000730               FILE STATUS IS WS-RUNCTL-STATUS.

000740     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
000750               ORGANIZATION IS LINE SEQUENTIAL.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  STANDING-ORDER-FILE.
000790     COPY STANDORD.

000800 FD  STANDING-ORDER-OUT.
000810 01  STANDING-ORDER-OUT-REC      PIC X(56).

000820*    THE DEALS.RAW LAYOUT DEALEDIT READS - SEE THERE.
000830 FD  GENERATED-BATCH-FILE.
000840 01  GENERATED-BATCH-REC.
000850     02  SB-REC-TYPE             PIC X.
000860     02  SB-PAYLOAD              PIC X(42).
000870     02  SB-HEADER-AREA REDEFINES SB-PAYLOAD.
000880         03  SB-BATCH-DATE       PIC 9(8).
000890         03  SB-BATCH-NO         PIC X(4).
000900         03  FILLER              PIC X(30).
000910     02  SB-DETAIL-AREA REDEFINES SB-PAYLOAD.
000920         03  SB-CUSTOMER-ID      PIC X(5).
000930         03  SB-CUSTOMER-NAME    PIC X(20).
000940         03  SB-REP-ID           PIC X(5).
000950         03  SB-OIL-TYPE         PIC X.
000960         03  SB-OIL-NAME         PIC XX.
000970         03  SB-UNIT-SIZE        PIC XX.
000980         03  SB-UNITS-SOLD       PIC X(4).
000990         03  SB-TXN-TYPE         PIC X.
001000         03  SB-BRANCH           PIC XX.
001010     02  SB-TRAILER-AREA REDEFINES SB-PAYLOAD.
001020         03  SB-TRAILER-COUNT    PIC 9(6).
001030         03  SB-TRAILER-HASH     PIC 9(8).
001040         03  FILLER              PIC X(28).

001050 FD  RAW-BATCH-FILE.
001060 01  RAW-BATCH-REC.
001070     88 END-OF-RAW-BATCH      VALUE HIGH-VALUES.
001080     02  RB-REC-TYPE             PIC X.
001090         88 RB-HEADER           VALUE "H".
001100     02  RB-BATCH-DATE           PIC 9(8).
001110     02  RB-BATCH-NO             PIC X(4).
001120     02  RB-BATCH-NO-9 REDEFINES RB-BATCH-NO PIC 9(4).
001130     02  FILLER                  PIC X(30).

001140 FD  BATCH-REGISTER-FILE.
001150 01  BATCH-REGISTER-REC.
001160     88 END-OF-BATCH-REGISTER VALUE HIGH-VALUES.
001170     02  BG-BATCH-NO             PIC 9(4).
001180     02  BG-BATCH-DATE           PIC 9(8).

001190 FD  BATCH-NO-FILE.
001200 01  BATCH-NO-REC.
001210     88 END-OF-BATCH-NO       VALUE HIGH-VALUES.
001220     02  SN-NEXT-BATCH-NO        PIC 9(4).

001230 FD  CUSTOMER-MASTER-FILE.
001240     COPY CUSTMAST.

001250 FD  OIL-MASTER-FILE.
001260     COPY OILMAST.

001270 FD  STANDING-ORDER-REPORT.
001280 01  PRINT-LINE                  PIC X(90).

001290 FD  STEP-STATUS-FILE.
001300     COPY STEPSTAT.

001310 FD  RUN-CONTROL-FILE.
001320     COPY RUNCTL.

001330 FD  AUDIT-TRAIL-FILE.
001340     COPY AUDITREC.

001350 WORKING-STORAGE SECTION.

001360 01  REPORT-HEADING-LINE         PIC X(40)
001370             VALUE "   AROMAMORA STANDING ORDER RUN".

001380 01  REPORT-HEADING-UNDERLINE.
001390     02  FILLER                  PIC X(3)  VALUE SPACES.
001400     02  FILLER                  PIC X(28) VALUE ALL "-".

001410 01  RUN-DATE-LINE.
001420     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001430     02  PRN-RUN-MM              PIC 99.
001440     02  FILLER                  PIC X VALUE "/".
001450     02  PRN-RUN-DD              PIC 99.
001460     02  FILLER                  PIC X VALUE "/".
001470     02  PRN-RUN-YYYY            PIC 9(4).

001480 01  ORDER-TOPIC-LINE.
001490     02  FILLER                  PIC X(8)  VALUE "ORDER".
001500     02  FILLER                  PIC X(7)  VALUE "CUST".
001510     02  FILLER                  PIC X(5)  VALUE "OIL".
001520     02  FILLER                  PIC X(5)  VALUE "SIZE".
001530     02  FILLER                  PIC X(6)  VALUE " QTY".
001540     02  FILLER                  PIC X(12) VALUE "DUE DATE".
001550     02  FILLER                  PIC X(7)  VALUE "BATCH".
001560     02  FILLER                  PIC X(11) VALUE "DISPOSITION".

001570 01  ORDER-DETAIL-LINE.
001580     02  PRN-ORDER-NO            PIC X(6).
001590     02  FILLER                  PIC X(2)  VALUE SPACES.
001600     02  PRN-CUSTOMER-ID         PIC X(5).
001610     02  FILLER                  PIC X(2)  VALUE SPACES.
001620     02  PRN-OIL-NUM             PIC 99.
001630     02  FILLER                  PIC X(3)  VALUE SPACES.
001640     02  PRN-UNIT-SIZE           PIC 99.
001650     02  FILLER                  PIC X(3)  VALUE SPACES.
001660     02  PRN-QUANTITY            PIC ZZZ9.
001670     02  FILLER                  PIC X(2)  VALUE SPACES.
001680     02  PRN-DUE-DATE            PIC X(10).
001690     02  FILLER                  PIC X(2)  VALUE SPACES.
001700     02  PRN-BATCH-NO            PIC X(4).
001710     02  FILLER                  PIC X(3)  VALUE SPACES.
001720     02  PRN-DISPOSITION         PIC X(30).

001730 01  NONE-LINE                   PIC X(20)
001740             VALUE "  NONE DUE.".

001750 01  GENERATED-LINE.
001760     02  FILLER          PIC X(22) VALUE "ORDERS GENERATED     :".
001770     02  PRN-GENERATED-COUNT     PIC BZZZ,ZZ9.

001780 01  SUSPENDED-LINE.
001790     02  FILLER          PIC X(22) VALUE "ORDERS SUSPENDED     :".
001800     02  PRN-SUSPENDED-COUNT     PIC BZZZ,ZZ9.

001810 01  HELD-LINE.
001820     02  FILLER          PIC X(22) VALUE "HELD TO NEXT NIGHT   :".
001830     02  PRN-HELD-COUNT          PIC BZZZ,ZZ9.

001840 01  ENDED-LINE.
001850     02  FILLER          PIC X(22) VALUE "ORDERS ENDED         :".
001860     02  PRN-ENDED-COUNT         PIC BZZZ,ZZ9.

001870 01  NOT-DUE-LINE.
001880     02  FILLER          PIC X(22) VALUE "LIVE, NOT YET DUE    :".
001890     02  PRN-NOT-DUE-COUNT       PIC BZZZ,ZZ9.

001900 01  WS-ORDER-COUNTS.
001910     02  WS-GENERATED-COUNT      PIC 9(6)    VALUE ZERO.
001920     02  WS-SUSPENDED-COUNT      PIC 9(6)    VALUE ZERO.
001930     02  WS-HELD-COUNT           PIC 9(6)    VALUE ZERO.
001940     02  WS-ENDED-COUNT          PIC 9(6)    VALUE ZERO.
001950     02  WS-NOT-DUE-COUNT        PIC 9(6)    VALUE ZERO.
001960     02  WS-LISTED-COUNT         PIC 9(6)    VALUE ZERO.

001970*    EVERY ORDER GOES OUT AS A BATCH OF ITS OWN, AND DEALEDIT
001980*    REGISTERS AT MOST 150 BATCHES A NIGHT BETWEEN THE CLERKS'
001990*    AND THESE - ANY ORDERS OVER THE LIMIT WAIT, STILL DUE, FOR
002000*    THE NEXT NIGHT.
002010 77  SO-NIGHT-LIMIT              PIC 9(4)    VALUE 100.

002020*    THE RANGE OF BATCH NUMBERS KEPT FOR STANDING ORDERS - THE
002030*    SALES OFFICE KEYS ITS OWN BATCHES BELOW IT.
002040 77  SO-FIRST-BATCH-NO           PIC 9(4)    VALUE 9001.
002050 77  SO-LAST-BATCH-NO-ALLOWED    PIC 9(4)    VALUE 9999.

002060 01  WS-BATCH-NO-FIELDS.
002070     02  WS-NEXT-BATCH-NO        PIC 9(4)    VALUE ZERO.
002080     02  WS-GEN-BATCH-NO         PIC 9(4).
002090     02  WS-BATCH-TRIES          PIC 9(4).
002100     02  WS-IN-USE-SWITCH        PIC X.
002110         88  BATCH-NO-IN-USE     VALUE "Y".

002120*    BATCH NUMBERS ALREADY PROCESSED ON EARLIER NIGHTS - THE
002130*    NEWEST 500, HELD THE SAME WAY DEALEDIT HOLDS THEM.
002140 01  BATCH-REGISTER-TABLE.
002150     02  BGT-ENTRY OCCURS 500 TIMES.
002160         03  BGT-BATCH-NO        PIC 9(4).

002170 01  BGT-COUNT                   PIC 999     VALUE ZERO.
002180 01  BGT-SUB                     PIC 999.
002190 01  BGT-NEXT-SLOT               PIC 999     VALUE ZERO.

002200*    BATCH NUMBERS ON THE HEADERS ALREADY IN TONIGHT'S DEALS.RAW.
002210 01  RAW-BATCH-TABLE.
002220     02  RWT-BATCH-NO PIC 9(4) OCCURS 200 TIMES.

002230 01  RWT-COUNT                   PIC 999     VALUE ZERO.
002240 01  RWT-SUB                     PIC 999.

002250 01  OIL-MASTER-TABLE.
002260     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
002270        03  OMT-ON-FILE-SWITCH  PIC X.
002280            88  OMT-ON-FILE     VALUE "Y".
002290        03  OMT-OIL-TYPE        PIC X.
002300        03  OMT-ACTIVE-FLAG     PIC X.
002310            88  OMT-OIL-ACTIVE  VALUE "A".

002320 01  OMT-SUB                     PIC 99.

002330*    DUE-DATE ARITHMETIC - THE DATE BEING MOVED ON, AND THE
002340*    DAYS IN ITS MONTH.
002350 01  WS-DUE-DATE                 PIC 9(8).
002360 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
002370     02  WS-DU-YYYY              PIC 9(4).
002380     02  WS-DU-MM                PIC 99.
002390     02  WS-DU-DD                PIC 99.
002400 01  WS-ADD-DAYS                 PIC 99.
002410 01  WS-LEAP-WORK.
002420     02  WS-LEAP-QUOTIENT        PIC 9(4).
002430     02  WS-LEAP-REMAINDER       PIC 9(3).

002440 01  WS-MONTH-DAYS-VALUES        PIC X(24)
002450             VALUE "312831303130313130313031".
002460 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002470     02  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
002480 01  WS-MONTH-LIMIT              PIC 99.

002490 01  WS-PRINT-DATE.
002500     02  WS-PD-MM                PIC 99.
002510     02  FILLER                  PIC X VALUE "/".
002520     02  WS-PD-DD                PIC 99.
002530     02  FILLER                  PIC X VALUE "/".
002540     02  WS-PD-YYYY              PIC 9(4).

002550 01  WS-SWITCHES.
002560     02  WS-ORDER-EOF-SWITCH     PIC X       VALUE "N".
002570         88  END-OF-ORDER-DATA   VALUE "Y".
002580     02  WS-RAW-EOF-SWITCH       PIC X       VALUE "N".
002590         88  END-OF-RAW-DATA     VALUE "Y".
002600     02  WS-BATCHREG-EOF         PIC X       VALUE "N".
002610         88  END-OF-BATCHREG-DATA VALUE "Y".
002620     02  WS-OILMAST-EOF          PIC X       VALUE "N".
002630         88  END-OF-OILMAST-DATA VALUE "Y".
002640     02  WS-ORDER-OK-SWITCH      PIC X.
002650         88  ORDER-CAN-GO        VALUE "Y".
002655     02  WS-ORDER-OPEN-SWITCH    PIC X       VALUE "N".
002656         88  ORDER-FILE-OPEN     VALUE "Y".

002660 01  WS-FILE-STATUSES.
002670     02  WS-STANDORD-STATUS      PIC XX.
002680     02  WS-STANDORD-OUT-STATUS  PIC XX.
002690     02  WS-RAW-STATUS           PIC XX.
002700     02  WS-BATCHREG-STATUS      PIC XX.
002710     02  WS-BATCHNO-STATUS       PIC XX.
002720     02  WS-CUST-FILE-STATUS     PIC XX.
002730     02  WS-OILMAST-STATUS       PIC XX.
002740     02  WS-STEPSTAT-STATUS      PIC XX.
002750     02  WS-RUNCTL-STATUS        PIC XX.

002760 01  WS-CURRENT-DATE.
002770     02  WS-CURRENT-DATE-YYYYMMDD.
002780         03  WS-CURRENT-YYYY     PIC 9(4).
002790         03  WS-CURRENT-MM       PIC 99.
002800         03  WS-CURRENT-DD       PIC 99.

002810 01  WS-AUDIT-FIELDS.
002820     02  WS-AUDIT-START-TIME     PIC 9(8).
002830     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002870     PERFORM 2000-PROCESS-ORDER THRU 2000-PROCESS-ORDER-EXIT
002880         UNTIL END-OF-ORDER-DATA.
002890     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002900     STOP RUN.

002910 1000-INITIALIZE.
002920     PERFORM 1005-READ-RUN-CONTROL THRU
002930         1005-READ-RUN-CONTROL-EXIT.
002940     PERFORM 1008-CHECK-STAGED-FILE THRU
002950         1008-CHECK-STAGED-FILE-EXIT.
002960     ACCEPT WS-AUDIT-START-TIME      FROM TIME.
002970     PERFORM 1040-LOAD-OIL-MASTER THRU 1040-LOAD-OIL-MASTER-EXIT.
002980     PERFORM 1060-LOAD-BATCH-REGISTER THRU
002990         1060-LOAD-BATCH-REGISTER-EXIT.
003000     PERFORM 1070-LOAD-RAW-BATCHES THRU
003010         1070-LOAD-RAW-BATCHES-EXIT.
003020     PERFORM 1080-READ-BATCH-NO THRU 1080-READ-BATCH-NO-EXIT.
003030     OPEN INPUT CUSTOMER-MASTER-FILE.
003040     IF WS-CUST-FILE-STATUS NOT = "00"
003050         DISPLAY "STANDORDGEN: CUSTOMER MASTER OPEN FAILED "
003060             "STATUS " WS-CUST-FILE-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100*    NO STANDING-ORDER MASTER YET JUST MEANS NONE HAS BEEN SET
003110*    UP - THE RUN STILL CUTS AN EMPTY BATCH FILE AND MASTER FOR
003120*    THE DRIVER TO APPEND AND PROMOTE.
003130     OPEN INPUT STANDING-ORDER-FILE.
003140     IF WS-STANDORD-STATUS = "00"
003150         SET ORDER-FILE-OPEN TO TRUE
003155     ELSE
003156         SET END-OF-ORDER-DATA TO TRUE
003160     END-IF.
003170     OPEN OUTPUT STANDING-ORDER-OUT
003180                 GENERATED-BATCH-FILE
003190                 STANDING-ORDER-REPORT.
003200     MOVE WS-CURRENT-MM              TO PRN-RUN-MM.
003210     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
003220     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
003230     MOVE SPACES TO PRINT-LINE.
003240     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
003250     WRITE PRINT-LINE FROM REPORT-HEADING-UNDERLINE.
003260     WRITE PRINT-LINE FROM RUN-DATE-LINE.
003270     MOVE SPACES TO PRINT-LINE.
003280     WRITE PRINT-LINE.
003290     WRITE PRINT-LINE FROM ORDER-TOPIC-LINE.
003300     IF NOT END-OF-ORDER-DATA
003310         PERFORM 2100-READ-ORDER THRU 2100-READ-ORDER-EXIT
003320     END-IF.
003330 1000-INITIALIZE-EXIT.
003340     EXIT.

003350 1005-READ-RUN-CONTROL.
003360     OPEN INPUT RUN-CONTROL-FILE.
003370     IF WS-RUNCTL-STATUS NOT = "00"
003380         DISPLAY "STANDORDGEN: RUN CONTROL RECORD MISSING"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     READ RUN-CONTROL-FILE
003430         AT END
003440             DISPLAY "STANDORDGEN: RUN CONTROL RECORD MISSING"
003450             MOVE 16 TO RETURN-CODE
003460             STOP RUN
003470     END-READ.
003480     IF RC-BUSINESS-DATE < RC-PRIOR-DATE
003490         DISPLAY "STANDORDGEN: BUSINESS DATE GOES BACKWARDS"
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     MOVE RC-BUSINESS-DATE TO WS-CURRENT-DATE-YYYYMMDD.
003540     CLOSE RUN-CONTROL-FILE.
003550 1005-READ-RUN-CONTROL-EXIT.
003560     EXIT.

003570*    STANDMAINT STAGES ITS CHANGES ON STANDORD.NEW FOR THE
003580*    OPERATOR TO PROMOTE. ONE STILL WAITING WOULD BE LOST UNDER
003590*    TONIGHT'S MASTER, AND TONIGHT'S ORDERS WOULD GO OUT WITHOUT
003600*    IT, SO THE NIGHT STOPS UNTIL IT IS PROMOTED OR REMOVED.
003610 1008-CHECK-STAGED-FILE.
003620     OPEN INPUT STANDING-ORDER-OUT.
003630     IF WS-STANDORD-OUT-STATUS = "00"
003640         CLOSE STANDING-ORDER-OUT
003650         DISPLAY "STANDORDGEN: STANDORD.NEW ALREADY ON FILE - "
003660             "PROMOTE OR REMOVE IT FIRST"
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700 1008-CHECK-STAGED-FILE-EXIT.
003710     EXIT.

003720 1040-LOAD-OIL-MASTER.
003730     PERFORM 1045-INIT-OIL-MASTER-ENTRY THRU
003740         1045-INIT-OIL-MASTER-ENTRY-EXIT
003750         VARYING OMT-SUB FROM 1 BY 1 UNTIL OMT-SUB > 98.
003760     MOVE 99 TO OMT-SUB.
003770     PERFORM 1045-INIT-OIL-MASTER-ENTRY THRU
003780         1045-INIT-OIL-MASTER-ENTRY-EXIT.
003790     OPEN INPUT OIL-MASTER-FILE.
003800     IF WS-OILMAST-STATUS NOT = "00"
003810         DISPLAY "STANDORDGEN: OILMAST.DAT MISSING"
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     PERFORM 1050-READ-OIL-MASTER THRU 1050-READ-OIL-MASTER-EXIT
003860         UNTIL END-OF-OILMAST-DATA.
003870     CLOSE OIL-MASTER-FILE.
003880 1040-LOAD-OIL-MASTER-EXIT.
003890     EXIT.

003900 1045-INIT-OIL-MASTER-ENTRY.
003910     MOVE "N"    TO OMT-ON-FILE-SWITCH (OMT-SUB).
003920     MOVE SPACES TO OMT-OIL-TYPE (OMT-SUB)
003930                    OMT-ACTIVE-FLAG (OMT-SUB).
003940 1045-INIT-OIL-MASTER-ENTRY-EXIT.
003950     EXIT.

003960 1050-READ-OIL-MASTER.
003970     READ OIL-MASTER-FILE
003980         AT END
003990             SET END-OF-OIL-MASTER TO TRUE
004000             SET END-OF-OILMAST-DATA TO TRUE
004010     END-READ.
004020     IF END-OF-OILMAST-DATA
004030         OR OM-OIL-NUM IS NOT NUMERIC
004040         OR OM-OIL-NUM = ZERO
004050         GO TO 1050-READ-OIL-MASTER-EXIT
004060     END-IF.
004070     MOVE OM-OIL-NUM       TO OMT-SUB.
004080     MOVE "Y"              TO OMT-ON-FILE-SWITCH (OMT-SUB).
004090     MOVE OM-OIL-TYPE      TO OMT-OIL-TYPE (OMT-SUB).
004100     MOVE OM-ACTIVE-FLAG   TO OMT-ACTIVE-FLAG (OMT-SUB).
004110 1050-READ-OIL-MASTER-EXIT.
004120     EXIT.

004130*    A MISSING REGISTER JUST MEANS NO BATCH HAS EVER BEEN
004140*    PROCESSED.
004150 1060-LOAD-BATCH-REGISTER.
004160     OPEN INPUT BATCH-REGISTER-FILE.
004170     IF WS-BATCHREG-STATUS NOT = "00"
004180         SET END-OF-BATCHREG-DATA TO TRUE
004190         GO TO 1060-LOAD-BATCH-REGISTER-EXIT
004200     END-IF.
004210     PERFORM 1065-READ-BATCH-REGISTER THRU
004220         1065-READ-BATCH-REGISTER-EXIT
004230         UNTIL END-OF-BATCHREG-DATA.
004240     CLOSE BATCH-REGISTER-FILE.
004250 1060-LOAD-BATCH-REGISTER-EXIT.
004260     EXIT.

004270 1065-READ-BATCH-REGISTER.
004280     READ BATCH-REGISTER-FILE
004290         AT END
004300             SET END-OF-BATCH-REGISTER TO TRUE
004310             SET END-OF-BATCHREG-DATA TO TRUE
004320             GO TO 1065-READ-BATCH-REGISTER-EXIT
004330     END-READ.
004340     ADD 1 TO BGT-NEXT-SLOT.
004350     IF BGT-NEXT-SLOT > 500
004360         MOVE 1 TO BGT-NEXT-SLOT
004370     END-IF.
004380     MOVE BG-BATCH-NO TO BGT-BATCH-NO (BGT-NEXT-SLOT).
004390     IF BGT-COUNT < 500
004400         ADD 1 TO BGT-COUNT
004410     END-IF.
004420 1065-READ-BATCH-REGISTER-EXIT.
004430     EXIT.

004440*    THE CLERKS' TRANSFER MAY ALREADY BE ON DISK, OR NOT YET -
004450*    EITHER WAY NO GENERATED BATCH MAY REPEAT ONE OF ITS NUMBERS.
004460 1070-LOAD-RAW-BATCHES.
004470     OPEN INPUT RAW-BATCH-FILE.
004480     IF WS-RAW-STATUS NOT = "00"
004490         SET END-OF-RAW-DATA TO TRUE
004500         GO TO 1070-LOAD-RAW-BATCHES-EXIT
004510     END-IF.
004520     PERFORM 1075-READ-RAW-BATCH THRU 1075-READ-RAW-BATCH-EXIT
004530         UNTIL END-OF-RAW-DATA.
004540     CLOSE RAW-BATCH-FILE.
004550 1070-LOAD-RAW-BATCHES-EXIT.
004560     EXIT.

004570 1075-READ-RAW-BATCH.
004580     READ RAW-BATCH-FILE
004590         AT END
004600             SET END-OF-RAW-BATCH TO TRUE
004610             SET END-OF-RAW-DATA TO TRUE
004620             GO TO 1075-READ-RAW-BATCH-EXIT
004630     END-READ.
004640     IF NOT RB-HEADER
004650         OR RB-BATCH-NO IS NOT NUMERIC
004660         GO TO 1075-READ-RAW-BATCH-EXIT
004670     END-IF.
004671*    A HEADER LEFT OFF THE TABLE COULD BE HANDED OUT AGAIN AND
004672*    THE ORDER'S BATCH LOST AS A DUPLICATE - STOP INSTEAD.
004673     IF RWT-COUNT >= 200
004674         DISPLAY "STANDORDGEN: RAW BATCH TABLE FULL AT 200 - "
004675             "RAISE THE TABLE SIZE BEFORE RERUNNING"
004676         MOVE 16 TO RETURN-CODE
004677         STOP RUN
004678     END-IF.
004690     ADD 1 TO RWT-COUNT.
004700     MOVE RB-BATCH-NO-9 TO RWT-BATCH-NO (RWT-COUNT).
004710 1075-READ-RAW-BATCH-EXIT.
004720     EXIT.

004730*    A MISSING CONTROL FILE MEANS A FIRST RUN - NUMBERING STARTS
004740*    AT THE FOOT OF THE RANGE AND THE FILE IS CUT AT END OF RUN.
004750 1080-READ-BATCH-NO.
004760     MOVE SO-FIRST-BATCH-NO TO WS-NEXT-BATCH-NO.
004770     OPEN INPUT BATCH-NO-FILE.
004780     IF WS-BATCHNO-STATUS NOT = "00"
004790         GO TO 1080-READ-BATCH-NO-EXIT
004800     END-IF.
004810     READ BATCH-NO-FILE
004820         AT END
004830             CLOSE BATCH-NO-FILE
004840             GO TO 1080-READ-BATCH-NO-EXIT
004850     END-READ.
004860     IF SN-NEXT-BATCH-NO IS NUMERIC
004870         MOVE SN-NEXT-BATCH-NO TO WS-NEXT-BATCH-NO
004880     END-IF.
004890     CLOSE BATCH-NO-FILE.
004900 1080-READ-BATCH-NO-EXIT.
004910     EXIT.

004920*    ONE ORDER. ONLY A LIVE ORDER DUE BY THE BUSINESS DATE GOES
004930*    OUT; EVERY ROW IS CARRIED TO STANDORD.NEW, CHANGED OR NOT.
004940 2000-PROCESS-ORDER.
004950     MOVE SPACES TO ORDER-DETAIL-LINE.
004960     MOVE SO-ORDER-NO    TO PRN-ORDER-NO.
004970     MOVE SO-CUSTOMER-ID TO PRN-CUSTOMER-ID.
004980     MOVE SO-OIL-NUM     TO PRN-OIL-NUM.
004990     MOVE SO-UNIT-SIZE   TO PRN-UNIT-SIZE.
005000     MOVE SO-QUANTITY    TO PRN-QUANTITY.
005010     MOVE SO-NEXT-DUE    TO WS-DUE-DATE.
005020     PERFORM 2900-FORMAT-DUE-DATE THRU 2900-FORMAT-DUE-DATE-EXIT.
005030     IF NOT SO-LIVE
005040         GO TO 2000-PROCESS-ORDER-WRITE
005050     END-IF.
005060     IF SO-END-DATE NOT = ZERO
005070         AND SO-NEXT-DUE > SO-END-DATE
005080         SET SO-ENDED TO TRUE
005090         ADD 1 TO WS-ENDED-COUNT
005100         MOVE "ENDED - PAST END DATE" TO PRN-DISPOSITION
005110         PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT
005120         GO TO 2000-PROCESS-ORDER-WRITE
005130     END-IF.
005140     IF SO-NEXT-DUE > WS-CURRENT-DATE-YYYYMMDD
005150         ADD 1 TO WS-NOT-DUE-COUNT
005160         GO TO 2000-PROCESS-ORDER-WRITE
005170     END-IF.
005180     IF SO-LAST-GEN-DATE = WS-CURRENT-DATE-YYYYMMDD
005190         MOVE SO-LAST-BATCH-NO TO PRN-BATCH-NO
005200         MOVE "ALREADY SENT FOR THIS DATE" TO PRN-DISPOSITION
005210         PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT
005220         GO TO 2000-PROCESS-ORDER-WRITE
005230     END-IF.
005240     PERFORM 2200-CHECK-ORDER THRU 2200-CHECK-ORDER-EXIT.
005250     IF NOT ORDER-CAN-GO
005260         ADD 1 TO WS-SUSPENDED-COUNT
005270         PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT
005280         GO TO 2000-PROCESS-ORDER-WRITE
005290     END-IF.
005300     IF WS-GENERATED-COUNT NOT < SO-NIGHT-LIMIT
005310         ADD 1 TO WS-HELD-COUNT
005320         MOVE "HELD - NIGHT LIMIT REACHED" TO PRN-DISPOSITION
005330         PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT
005340         GO TO 2000-PROCESS-ORDER-WRITE
005350     END-IF.
005360     PERFORM 2300-GENERATE-BATCH THRU 2300-GENERATE-BATCH-EXIT.
005370     PERFORM 2400-ADVANCE-DUE THRU 2400-ADVANCE-DUE-EXIT.
005380     IF SO-END-DATE NOT = ZERO
005390         AND SO-NEXT-DUE > SO-END-DATE
005400         SET SO-ENDED TO TRUE
005410         ADD 1 TO WS-ENDED-COUNT
005420         MOVE "GENERATED - LAST DELIVERY" TO PRN-DISPOSITION
005430     ELSE
005440         MOVE "GENERATED" TO PRN-DISPOSITION
005450     END-IF.
005460     PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT.
005470 2000-PROCESS-ORDER-WRITE.
005480     WRITE STANDING-ORDER-OUT-REC FROM STANDING-ORDER-REC.
005490     PERFORM 2100-READ-ORDER THRU 2100-READ-ORDER-EXIT.
005500 2000-PROCESS-ORDER-EXIT.
005510     EXIT.

005520 2100-READ-ORDER.
005530     READ STANDING-ORDER-FILE
005540         AT END
005550             SET END-OF-STANDING-ORDER TO TRUE
005560             SET END-OF-ORDER-DATA TO TRUE
005570     END-READ.
005580     IF NOT END-OF-ORDER-DATA
005590         ADD 1 TO WS-RECORDS-READ
005600     END-IF.
005610 2100-READ-ORDER-EXIT.
005620     EXIT.

005630*    THE CUSTOMER AND THE OIL MUST BOTH BE ON FILE AND ACTIVE
005640*    TONIGHT. THE ORDER IS ONLY SUSPENDED, NOT CHANGED - IT STAYS
005650*    DUE AND GOES OUT ONCE BOTH ARE ACTIVE AGAIN.
005660 2200-CHECK-ORDER.
005670     MOVE "N" TO WS-ORDER-OK-SWITCH.
005680     MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID.
005690     READ CUSTOMER-MASTER-FILE
005700         INVALID KEY
005710             MOVE "SUSPENDED - CUSTOMER NOT ON FILE"
005720                 TO PRN-DISPOSITION
005730             GO TO 2200-CHECK-ORDER-EXIT
005740     END-READ.
005750     IF NOT CM-ACTIVE
005760         MOVE "SUSPENDED - CUSTOMER INACTIVE" TO PRN-DISPOSITION
005770         GO TO 2200-CHECK-ORDER-EXIT
005780     END-IF.
005790     IF SO-OIL-NUM IS NOT NUMERIC
005800         OR SO-OIL-NUM = ZERO
005810         MOVE "SUSPENDED - OIL NOT ON MASTER" TO PRN-DISPOSITION
005820         GO TO 2200-CHECK-ORDER-EXIT
005830     END-IF.
005840     MOVE SO-OIL-NUM TO OMT-SUB.
005850     IF NOT OMT-ON-FILE (OMT-SUB)
005860         MOVE "SUSPENDED - OIL NOT ON MASTER" TO PRN-DISPOSITION
005870         GO TO 2200-CHECK-ORDER-EXIT
005880     END-IF.
005890     IF NOT OMT-OIL-ACTIVE (OMT-SUB)
005900         MOVE "SUSPENDED - OIL INACTIVE" TO PRN-DISPOSITION
005910         GO TO 2200-CHECK-ORDER-EXIT
005920     END-IF.
005930     SET ORDER-CAN-GO TO TRUE.
005940 2200-CHECK-ORDER-EXIT.
005950     EXIT.

005960*    ONE BALANCED BATCH PER ORDER - HEADER, THE DEAL, AND A
005970*    TRAILER WHOSE COUNT IS ONE AND WHOSE HASH IS THE QUANTITY.
005980*    THE DEAL IS KEYED AS A CLERK WOULD KEY IT, SO DEALEDIT'S
005990*    FIELD EDITS AND CREDIT CHECK APPLY UNCHANGED.
006000 2300-GENERATE-BATCH.
006010     PERFORM 3000-ALLOCATE-BATCH-NO THRU
006020         3000-ALLOCATE-BATCH-NO-EXIT.
006030     MOVE SPACES                   TO GENERATED-BATCH-REC.
006040     MOVE "H"                      TO SB-REC-TYPE.
006050     MOVE WS-CURRENT-DATE-YYYYMMDD TO SB-BATCH-DATE.
006060     MOVE WS-GEN-BATCH-NO          TO SB-BATCH-NO.
006070     WRITE GENERATED-BATCH-REC.
006080     MOVE SPACES                   TO GENERATED-BATCH-REC.
006090     MOVE "D"                      TO SB-REC-TYPE.
006100     MOVE SO-CUSTOMER-ID           TO SB-CUSTOMER-ID.
006110     MOVE CM-CUSTOMER-NAME         TO SB-CUSTOMER-NAME.
006120     MOVE SO-REP-ID                TO SB-REP-ID.
006130     MOVE OMT-OIL-TYPE (OMT-SUB)   TO SB-OIL-TYPE.
006140     MOVE SO-OIL-NUM               TO SB-OIL-NAME.
006150     MOVE SO-UNIT-SIZE             TO SB-UNIT-SIZE.
006160     MOVE SO-QUANTITY              TO SB-UNITS-SOLD.
006170     MOVE "S"                      TO SB-TXN-TYPE.
006180     MOVE SO-BRANCH                TO SB-BRANCH.
006190     WRITE GENERATED-BATCH-REC.
006200     MOVE SPACES                   TO GENERATED-BATCH-REC.
006210     MOVE "T"                      TO SB-REC-TYPE.
006220     MOVE 1                        TO SB-TRAILER-COUNT.
006230     MOVE SO-QUANTITY              TO SB-TRAILER-HASH.
006240     WRITE GENERATED-BATCH-REC.
006250     MOVE WS-CURRENT-DATE-YYYYMMDD TO SO-LAST-GEN-DATE.
006260     MOVE WS-GEN-BATCH-NO          TO SO-LAST-BATCH-NO
006270                                      PRN-BATCH-NO.
006280     ADD 1 TO WS-GENERATED-COUNT.
006290 2300-GENERATE-BATCH-EXIT.
006300     EXIT.

006310*    THE DUE DATE MOVES ON BY THE ORDER'S FREQUENCY UNTIL IT IS
006320*    PAST THE BUSINESS DATE, SO A CATCH-UP AFTER A MISSED NIGHT
006330*    SENDS ONE DELIVERY RATHER THAN ONE PER MISSED DUE DATE.
006340 2400-ADVANCE-DUE.
006350     MOVE SO-NEXT-DUE TO WS-DUE-DATE.
006360     PERFORM 2410-STEP-DUE-DATE THRU 2410-STEP-DUE-DATE-EXIT
006370         UNTIL WS-DUE-DATE > WS-CURRENT-DATE-YYYYMMDD.
006380     MOVE WS-DUE-DATE TO SO-NEXT-DUE.
006390 2400-ADVANCE-DUE-EXIT.
006400     EXIT.

006410*    MONTHLY ORDERS FALL ON DAY 01-28, SO THE SAME DAY OF THE
006420*    NEXT MONTH ALWAYS EXISTS.
006430 2410-STEP-DUE-DATE.
006440     IF SO-MONTHLY
006450         ADD 1 TO WS-DU-MM
006460         IF WS-DU-MM > 12
006470             MOVE 1 TO WS-DU-MM
006480             ADD 1 TO WS-DU-YYYY
006490         END-IF
006500         GO TO 2410-STEP-DUE-DATE-EXIT
006510     END-IF.
006520     IF SO-FORTNIGHTLY
006530         MOVE 14 TO WS-ADD-DAYS
006540     ELSE
006550         MOVE 7  TO WS-ADD-DAYS
006560     END-IF.
006570     ADD WS-ADD-DAYS TO WS-DU-DD.
006580     PERFORM 2420-SET-MONTH-LIMIT THRU 2420-SET-MONTH-LIMIT-EXIT.
006590     IF WS-DU-DD > WS-MONTH-LIMIT
006600         SUBTRACT WS-MONTH-LIMIT FROM WS-DU-DD
006610         ADD 1 TO WS-DU-MM
006620         IF WS-DU-MM > 12
006630             MOVE 1 TO WS-DU-MM
006640             ADD 1 TO WS-DU-YYYY
006650         END-IF
006660     END-IF.
006670 2410-STEP-DUE-DATE-EXIT.
006680     EXIT.

006690 2420-SET-MONTH-LIMIT.
006700     MOVE WS-MONTH-DAYS (WS-DU-MM) TO WS-MONTH-LIMIT.
006710     IF WS-DU-MM NOT = 2
006720         GO TO 2420-SET-MONTH-LIMIT-EXIT
006730     END-IF.
006740     DIVIDE WS-DU-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006750         REMAINDER WS-LEAP-REMAINDER.
006760     IF WS-LEAP-REMAINDER = 0
006770         MOVE 29 TO WS-MONTH-LIMIT
006780         DIVIDE WS-DU-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006790             REMAINDER WS-LEAP-REMAINDER
006800         IF WS-LEAP-REMAINDER = 0
006810             MOVE 28 TO WS-MONTH-LIMIT
006820             DIVIDE WS-DU-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006830                 REMAINDER WS-LEAP-REMAINDER
006840             IF WS-LEAP-REMAINDER = 0
006850                 MOVE 29 TO WS-MONTH-LIMIT
006860             END-IF
006870         END-IF
006880     END-IF.
006890 2420-SET-MONTH-LIMIT-EXIT.
006900     EXIT.

006910 2800-LIST-ORDER.
006920     WRITE PRINT-LINE FROM ORDER-DETAIL-LINE.
006930     ADD 1 TO WS-LISTED-COUNT.
006940 2800-LIST-ORDER-EXIT.
006950     EXIT.

006960 2900-FORMAT-DUE-DATE.
006970     MOVE WS-DU-MM   TO WS-PD-MM.
006980     MOVE WS-DU-DD   TO WS-PD-DD.
006990     MOVE WS-DU-YYYY TO WS-PD-YYYY.
007000     MOVE WS-PRINT-DATE TO PRN-DUE-DATE.
007010 2900-FORMAT-DUE-DATE-EXIT.
007020     EXIT.

007030*    THE NEXT NUMBER IN THE STANDING-ORDER RANGE THAT IS NEITHER
007040*    ON THE REGISTER NOR IN TONIGHT'S TRANSFER - DEALEDIT WOULD
007050*    SKIP A BATCH CARRYING EITHER AS A DUPLICATE.
007060 3000-ALLOCATE-BATCH-NO.
007070     MOVE ZERO TO WS-BATCH-TRIES.
007080 3000-TRY-NUMBER.
007090     IF WS-NEXT-BATCH-NO < SO-FIRST-BATCH-NO
007100         MOVE SO-FIRST-BATCH-NO TO WS-NEXT-BATCH-NO
007110     END-IF.
007120     ADD 1 TO WS-BATCH-TRIES.
007130     IF WS-BATCH-TRIES > 999
007140         DISPLAY "STANDORDGEN: NO FREE STANDING-ORDER BATCH "
007150             "NUMBER - CHECK BATCHREG.DAT AND DEALS.RAW"
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190     PERFORM 3010-CHECK-IN-USE THRU 3010-CHECK-IN-USE-EXIT.
007200     IF BATCH-NO-IN-USE
007210         PERFORM 3020-STEP-BATCH-NO THRU 3020-STEP-BATCH-NO-EXIT
007220         GO TO 3000-TRY-NUMBER
007230     END-IF.
007240     MOVE WS-NEXT-BATCH-NO TO WS-GEN-BATCH-NO.
007250     PERFORM 3020-STEP-BATCH-NO THRU 3020-STEP-BATCH-NO-EXIT.
007260 3000-ALLOCATE-BATCH-NO-EXIT.
007270     EXIT.

007280 3010-CHECK-IN-USE.
007290     MOVE "N" TO WS-IN-USE-SWITCH.
007300     PERFORM 3015-MATCH-REGISTER THRU 3015-MATCH-REGISTER-EXIT
007310         VARYING BGT-SUB FROM 1 BY 1
007320         UNTIL BGT-SUB > BGT-COUNT
007330         OR BATCH-NO-IN-USE.
007340     PERFORM 3016-MATCH-RAW THRU 3016-MATCH-RAW-EXIT
007350         VARYING RWT-SUB FROM 1 BY 1
007360         UNTIL RWT-SUB > RWT-COUNT
007370         OR BATCH-NO-IN-USE.
007380 3010-CHECK-IN-USE-EXIT.
007390     EXIT.

007400 3015-MATCH-REGISTER.
007410     IF BGT-BATCH-NO (BGT-SUB) = WS-NEXT-BATCH-NO
007420         SET BATCH-NO-IN-USE TO TRUE
007430     END-IF.
007440 3015-MATCH-REGISTER-EXIT.
007450     EXIT.

007460 3016-MATCH-RAW.
007470     IF RWT-BATCH-NO (RWT-SUB) = WS-NEXT-BATCH-NO
007480         SET BATCH-NO-IN-USE TO TRUE
007490     END-IF.
007500 3016-MATCH-RAW-EXIT.
007510     EXIT.

007520*    THE RANGE WRAPS FROM THE TOP BACK TO THE FOOT.
007530 3020-STEP-BATCH-NO.
007540     IF WS-NEXT-BATCH-NO NOT < SO-LAST-BATCH-NO-ALLOWED
007550         MOVE SO-FIRST-BATCH-NO TO WS-NEXT-BATCH-NO
007560     ELSE
007570         ADD 1 TO WS-NEXT-BATCH-NO
007580     END-IF.
007590 3020-STEP-BATCH-NO-EXIT.
007600     EXIT.

007610 8000-TERMINATE.
007620     IF WS-LISTED-COUNT = ZERO
007630         WRITE PRINT-LINE FROM NONE-LINE
007640     END-IF.
007650     MOVE SPACES TO PRINT-LINE.
007660     WRITE PRINT-LINE.
007670     MOVE WS-GENERATED-COUNT TO PRN-GENERATED-COUNT.
007680     WRITE PRINT-LINE FROM GENERATED-LINE.
007690     MOVE WS-SUSPENDED-COUNT TO PRN-SUSPENDED-COUNT.
007700     WRITE PRINT-LINE FROM SUSPENDED-LINE.
007710     MOVE WS-HELD-COUNT      TO PRN-HELD-COUNT.
007720     WRITE PRINT-LINE FROM HELD-LINE.
007730     MOVE WS-ENDED-COUNT     TO PRN-ENDED-COUNT.
007740     WRITE PRINT-LINE FROM ENDED-LINE.
007750     MOVE WS-NOT-DUE-COUNT   TO PRN-NOT-DUE-COUNT.
007760     WRITE PRINT-LINE FROM NOT-DUE-LINE.
007770     IF WS-SUSPENDED-COUNT > ZERO
007780         DISPLAY "STANDORDGEN: " WS-SUSPENDED-COUNT
007790             " STANDING ORDERS SUSPENDED - SEE STANDORD.RPT"
007800     END-IF.
007810     PERFORM 8100-WRITE-BATCH-NO THRU 8100-WRITE-BATCH-NO-EXIT.
007820     IF ORDER-FILE-OPEN
007830         CLOSE STANDING-ORDER-FILE
007840     END-IF.
007850     CLOSE STANDING-ORDER-OUT
007860           GENERATED-BATCH-FILE
007870           CUSTOMER-MASTER-FILE
007880           STANDING-ORDER-REPORT.
007890     PERFORM 8900-WRITE-AUDIT-RECORD THRU
007900         8900-WRITE-AUDIT-RECORD-EXIT.
007910     PERFORM 8950-WRITE-STEP-STATUS THRU
007920         8950-WRITE-STEP-STATUS-EXIT.
007930 8000-TERMINATE-EXIT.
007940     EXIT.

007950 8100-WRITE-BATCH-NO.
007960     OPEN OUTPUT BATCH-NO-FILE.
007970     MOVE WS-NEXT-BATCH-NO TO SN-NEXT-BATCH-NO.
007980     WRITE BATCH-NO-REC.
007990     CLOSE BATCH-NO-FILE.
008000 8100-WRITE-BATCH-NO-EXIT.
008010     EXIT.

008020 8900-WRITE-AUDIT-RECORD.
008030     MOVE "STANDORDGEN"         TO AR-PROGRAM-ID.
008040     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
008050     MOVE WS-AUDIT-START-TIME   TO AR-START-TIME.
008060     ACCEPT AR-END-TIME         FROM TIME.
008070     MOVE WS-RECORDS-READ       TO AR-RECORDS-READ.
008080     MOVE WS-SUSPENDED-COUNT    TO AR-RECORDS-REJECTED.
008090     OPEN EXTEND AUDIT-TRAIL-FILE.
008100     WRITE AUDIT-REC.
008110     CLOSE AUDIT-TRAIL-FILE.
008120 8900-WRITE-AUDIT-RECORD-EXIT.
008130     EXIT.

008140*    THE DRIVER'S RESTART MODE SKIPS STEPS ALREADY ON
008150*    STEPSTAT.DAT FOR THE BUSINESS DATE - ONLY A CLEAN END
008160*    WRITES THE RECORD.
008170 8950-WRITE-STEP-STATUS.
008180     OPEN EXTEND STEP-STATUS-FILE.
008190     IF WS-STEPSTAT-STATUS NOT = "00"
008200         OPEN OUTPUT STEP-STATUS-FILE
008210     END-IF.
008220     MOVE "STANDORDGEN" TO ST-PROGRAM-ID.
008230     MOVE WS-CURRENT-DATE-YYYYMMDD TO ST-BUSINESS-DATE.
008240     WRITE STEP-STATUS-REC.
008250     CLOSE STEP-STATUS-FILE.
008260 8950-WRITE-STEP-STATUS-EXIT.
008270     EXIT.

008280 END PROGRAM STANDORDGEN.
