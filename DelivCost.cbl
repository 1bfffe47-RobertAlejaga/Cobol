000040* DATE-WRITTEN:  2026-09-03
000050* DATE-COMPILED:
000060* PURPOSE:       DELIVERY COST-PER-DROP REPORT.
000070*                THE MANIFEST FILE (MANIFEST.DAT, BUILT BY LAST
000080*                NIGHT'S DELIVPLAN) SAYS WHICH CUSTOMERS' DEALS
000090*                WENT OUT ON WHICH VEHICLE/TRIP. THIS RUN CHECKS
000100*                EACH MANIFEST ROW AGAINST THE DELVSALE.DAT LOAD
000110*                CUSTOMERS AND MILEAGE.DAT TRIPS, RATES EACH
000120*                TRIP'S MILES AT THE SAME CLAIM RATES MILEAGELOG
000130*                PAYS (DRVMAST.DAT OVERRIDE OR THE STANDARD
000004*                   COMPILED VALUES AS DEFAULTS, AND A
000005*                   PARAMETER-AUDIT SECTION PRINTS THE VALUES
000006*                   IN FORCE.
000007*  2026-10-15 DO    TRIPS NOW CARRY THE VAN'S ACTUAL FUEL AS WELL
000008*                   AS THE DRIVER'S CLAIM: EACH TRIP'S MILES ARE
000009*                   ALSO COSTED AT THE VAN'S FUEL COST PER MILE
000010*                   FROM FUELECON'S FUELRATE.DAT (SEE
000011*                   FUELRATE.CPY) FOR THE LAST MONTH RUN. A VAN
000012*                   WITH NO RATE IS COSTED AT THE CLAIM RATE ONLY.
000013*  2026-10-15 DO    THE MANIFEST IS NOW BUILT THE NIGHT BEFORE BY
000014*                   DELIVPLAN FROM THAT NIGHT'S DEALS, SO SALES
000015*                   VALUE COMES FROM THE DELVSALE.DAT LINES IT
000016*                   LOADED ON THE VANS, NOT FROM TONIGHT'S
000017*                   SORTSALE.DAT. NO DELVSALE.DAT, NO LOAD VALUE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DELIVCOST.
000360               ORGANIZATION IS LINE SEQUENTIAL
000370               FILE STATUS IS WS-MILEAGE-STATUS.
000380
000390     SELECT SORTED-FILE ASSIGN TO "DELVSALE.DAT"
000400               ORGANIZATION IS LINE SEQUENTIAL
000401               FILE STATUS IS WS-SORTED-STATUS.
000410
000420     SELECT OIL-PRICE-FILE ASSIGN TO "OILPRICE.DAT"
000430               ORGANIZATION IS LINE SEQUENTIAL.
000005               ORGANIZATION IS LINE SEQUENTIAL
000006               FILE STATUS IS WS-BATCHPARM-STATUS.

000007     SELECT FUEL-RATE-FILE ASSIGN TO "FUELRATE.DAT"
000008               ORGANIZATION IS LINE SEQUENTIAL
000009               FILE STATUS IS WS-FUELRATE-STATUS.

000560     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS WS-RUNCTL-STATUS.
000003 FD  BATCH-PARM-FILE.
000004     COPY BATCHPARM.

000005 FD  FUEL-RATE-FILE.
000006     COPY FUELRATE.

001210 FD  RUN-CONTROL-FILE.
001220     COPY RUNCTL.
001230
001440 01  COST-TOPIC-LINE             PIC X(70)
001450             VALUE "CUST    SALES VALUE   DELIVERY COST
001451-    "  COST PCT".
000001
000002 01  FUEL-RATE-LINE.
000003     02  FILLER                  PIC X(37)
000004             VALUE "FUEL COST PER MILE FROM FUELECON FOR ".
000005     02  PRN-FUEL-MM             PIC 99.
000006     02  FILLER                  PIC X VALUE "/".
000007     02  PRN-FUEL-YYYY           PIC 9(4).
000008
000009 01  NO-FUEL-RATE-LINE           PIC X(50)
000010             VALUE "NO FUEL RATES ON FILE - CLAIM RATE ONLY".
000011
000012 01  FUEL-COUNT-LINE.
000013     02  FILLER                  PIC X(24)
000014             VALUE "TRIPS COSTED WITH FUEL: ".
000015     02  PRN-FUEL-TRIPS          PIC ZZ9.
000016     02  FILLER                  PIC X(4) VALUE " OF ".
000017     02  PRN-ALL-TRIPS           PIC ZZ9.
001460
001470 01  COST-DETAIL-LINE.
001480     02  PRN-CUSTOMER-ID         PIC X(5).
002090
002100 01  DRV-COUNT                   PIC 99      VALUE ZERO.
002110 01  DRV-SUB                     PIC 99.
000001
000002*    EACH VAN'S FUEL COST PER LOGGED MILE, AS FUELECON LAST
000003*    WORKED IT OUT.
000004 01  FUEL-RATE-TABLE.
000005     02  FRT-ENTRY OCCURS 50 TIMES.
000006         03  FRT-VEHICLE-ID      PIC X(5).
000007         03  FRT-COST-PER-MILE   PIC 9V9999.
000008
000009 01  FRT-COUNT                   PIC 99      VALUE ZERO.
000010 01  FRT-SUB                     PIC 99.
000011 01  WS-FUEL-PERIOD              PIC 9(6)    VALUE ZERO.
000012 01  WS-FUEL-PERIOD-R REDEFINES WS-FUEL-PERIOD.
000013     02  WS-FUEL-YYYY            PIC 9(4).
000014     02  WS-FUEL-MM              PIC 99.
002120
002130 01  OILS-TABLE.
002140     02  OIL-COST    PIC 99V99 OCCURS 99 TIMES.
002430     02  WS-RATE-APPLIED         PIC V999.
002440     02  WS-TRIP-CLAIM           PIC 9(6)V99.
002450     02  WS-DROP-SHARE           PIC 9(6)V99.
002451     02  WS-FUEL-RATE-APPLIED    PIC 9V9999.
002452     02  WS-TRIP-FUEL            PIC 9(6)V99.
002460
002470 01  WS-SALE-FIELDS.
002480     02  VALUE-OF-SALE           PIC S9(6)V99.
002510
002520 01  WS-COUNTS.
002530     02  WS-BAD-MANIFEST-COUNT   PIC 9(4)    VALUE ZERO.
002531     02  WS-FUEL-TRIP-COUNT      PIC 999     VALUE ZERO.
002540
002550 01  WS-SWITCHES.
002560     02  WS-MANIFEST-EOF         PIC X       VALUE "N".
002650         88  END-OF-PROMO-DATA   VALUE "Y".
002660     02  WS-DRVMAST-EOF          PIC X       VALUE "N".
002670         88  END-OF-DRVMAST-DATA VALUE "Y".
002671     02  WS-FUELRATE-EOF         PIC X       VALUE "N".
002672         88  END-OF-FUELRATE-DATA VALUE "Y".
002680
002690 01  WS-FILE-STATUSES.
002700     02  WS-MANIFEST-STATUS      PIC XX.
002720     02  WS-PROMO-STATUS         PIC XX.
002730     02  WS-DRVMAST-STATUS       PIC XX.
002740     02  WS-RUNCTL-STATUS        PIC XX.
002741     02  WS-FUELRATE-STATUS      PIC XX.
002742     02  WS-SORTED-STATUS        PIC XX.
002750
002760 01  WS-CURRENT-DATE.
002770     02  WS-CURRENT-DATE-YYYYMMDD.
003100     PERFORM 1085-LOAD-PROMOS THRU 1085-LOAD-PROMOS-EXIT.
003110     PERFORM 1060-LOAD-DRIVER-RATES THRU
003120         1060-LOAD-DRIVER-RATES-EXIT.
000001     PERFORM 1090-LOAD-FUEL-RATES THRU 1090-LOAD-FUEL-RATES-EXIT.
000002     IF FRT-COUNT = ZERO
000003         WRITE PRINT-LINE FROM NO-FUEL-RATE-LINE
000004     ELSE
000005         MOVE WS-FUEL-MM   TO PRN-FUEL-MM
000006         MOVE WS-FUEL-YYYY TO PRN-FUEL-YYYY
000007         WRITE PRINT-LINE FROM FUEL-RATE-LINE
000008     END-IF.
000009     MOVE SPACES TO PRINT-LINE.
000010     WRITE PRINT-LINE.
003130     PERFORM 1100-LOAD-TRIPS THRU 1100-LOAD-TRIPS-EXIT.
003140     PERFORM 1200-LOAD-CUSTOMER-SALES THRU
003150         1200-LOAD-CUSTOMER-SALES-EXIT.
004400 1065-READ-DRIVER-EXIT.
004410     EXIT.
004420
000001*    FUELECON'S RATES FOR THE LAST MONTH IT RAN. NO FILE, OR A
000002*    VAN NOT ON IT, LEAVES THE CLAIM RATE TO COST THE TRIP ALONE.
000003 1090-LOAD-FUEL-RATES.
000004     OPEN INPUT FUEL-RATE-FILE.
000005     IF WS-FUELRATE-STATUS NOT = "00"
000006         SET END-OF-FUELRATE-DATA TO TRUE
000007         GO TO 1090-LOAD-FUEL-RATES-EXIT
000008     END-IF.
000009     PERFORM 1095-READ-FUEL-RATE THRU 1095-READ-FUEL-RATE-EXIT
000010         UNTIL END-OF-FUELRATE-DATA
000011         OR FRT-COUNT > 49.
000012     CLOSE FUEL-RATE-FILE.
000013 1090-LOAD-FUEL-RATES-EXIT.
000014     EXIT.
000015
000016 1095-READ-FUEL-RATE.
000017     READ FUEL-RATE-FILE
000018         AT END
000019             SET END-OF-FUEL-RATE TO TRUE
000020             SET END-OF-FUELRATE-DATA TO TRUE
000021     END-READ.
000022     IF NOT END-OF-FUELRATE-DATA
000023         ADD 1 TO FRT-COUNT
000024         MOVE FR-VEHICLE-ID     TO FRT-VEHICLE-ID (FRT-COUNT)
000025         MOVE FR-COST-PER-MILE  TO FRT-COST-PER-MILE (FRT-COUNT)
000026         MOVE FR-PERIOD         TO WS-FUEL-PERIOD
000027     END-IF.
000028 1095-READ-FUEL-RATE-EXIT.
000029     EXIT.
000030
004430*    ONE TRIP PER LOG RECORD, RATED THE WAY MILEAGELOG RATES IT.
004440 1100-LOAD-TRIPS.
004450     OPEN INPUT MILEAGE-LOG-FILE.
004720         VARYING DRV-SUB FROM 1 BY 1 UNTIL DRV-SUB > DRV-COUNT.
004730     MULTIPLY WS-MILES-DRIVEN BY WS-RATE-APPLIED
004740         GIVING WS-TRIP-CLAIM ROUNDED.
004741     MOVE ZERO TO WS-FUEL-RATE-APPLIED.
004742     PERFORM 1125-FIND-FUEL-RATE THRU 1125-FIND-FUEL-RATE-EXIT
004743         VARYING FRT-SUB FROM 1 BY 1 UNTIL FRT-SUB > FRT-COUNT.
004744     IF WS-FUEL-RATE-APPLIED > ZERO
004745         MULTIPLY WS-MILES-DRIVEN BY WS-FUEL-RATE-APPLIED
004746             GIVING WS-TRIP-FUEL ROUNDED
004747         ADD WS-TRIP-FUEL TO WS-TRIP-CLAIM
004748         ADD 1 TO WS-FUEL-TRIP-COUNT
004749     END-IF.
004750     ADD 1 TO TR-COUNT.
004760     MOVE ML-VEHICLE-ID TO TR-VEHICLE-ID (TR-COUNT).
004770     MOVE ML-LOG-DATE   TO TR-LOG-DATE (TR-COUNT).
004870     END-IF.
004880 1120-FIND-DRIVER-RATE-EXIT.
004890     EXIT.
004891
004892 1125-FIND-FUEL-RATE.
004893     IF FRT-VEHICLE-ID (FRT-SUB) = ML-VEHICLE-ID
004894         MOVE FRT-COST-PER-MILE (FRT-SUB) TO WS-FUEL-RATE-APPLIED
004895     END-IF.
004896 1125-FIND-FUEL-RATE-EXIT.
004897     EXIT.
004900
004910 1200-LOAD-CUSTOMER-SALES.
004920     OPEN INPUT SORTED-FILE.
004921     IF WS-SORTED-STATUS NOT = "00"
004922         GO TO 1200-LOAD-CUSTOMER-SALES-EXIT
004923     END-IF.
004930     PERFORM 1210-READ-SALE THRU 1210-READ-SALE-EXIT
004940         UNTIL END-OF-SALES-DATA.
004950     CLOSE SORTED-FILE.
006220         MOVE MF-VEHICLE-ID  TO PRN-BAD-VEHICLE-ID
006230         MOVE MF-LOG-DATE    TO PRN-BAD-DATE
006240         MOVE MF-CUSTOMER-ID TO PRN-BAD-CUSTOMER-ID
006250         MOVE "CUSTOMER HAS NO DEALS ON THE LOAD"
006260             TO PRN-BAD-REASON
006270         WRITE PRINT-LINE FROM BAD-MANIFEST-LINE
006280         ADD 1 TO WS-BAD-MANIFEST-COUNT
007020     PERFORM 8200-PRINT-CUSTOMER-COST THRU
007030         8200-PRINT-CUSTOMER-COST-EXIT
007040         VARYING CC-SUB FROM 1 BY 1 UNTIL CC-SUB > CC-COUNT.
007041     MOVE SPACES TO PRINT-LINE.
007042     WRITE PRINT-LINE.
007043     MOVE WS-FUEL-TRIP-COUNT TO PRN-FUEL-TRIPS.
007044     MOVE TR-COUNT           TO PRN-ALL-TRIPS.
007045     WRITE PRINT-LINE FROM FUEL-COUNT-LINE.
007050     PERFORM 8900-WRITE-AUDIT-RECORD THRU
007060         8900-WRITE-AUDIT-RECORD-EXIT.
007061     PERFORM 8950-WRITE-STEP-STATUS THRU
