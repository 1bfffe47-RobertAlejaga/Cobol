000267*                   THE STOCKTAKE RUN) DEBITS STOCK SHRINKAGE
000268*                   AND CREDITS STOCK ON HAND, FLIPPING SIDES
000269*                   FOR A SURPLUS COUNT.
000001*  2026-10-15 DO    SUPPLIER INVOICES AND PAYMENTS NOW POST. THE
000002*                   APMATCH VALUE ON APINVVAL.DAT DEBITS
000003*                   PURCHASES (NET) AND VAT INPUT RECLAIMABLE
000004*                   AND CREDITS TRADE CREDITORS (GROSS); THE
000005*                   APPAY VALUE ON APPAYVAL.DAT DEBITS TRADE
000006*                   CREDITORS AND CREDITS THE BANK CURRENT
000007*                   ACCOUNT. BOTH ARE DAY RUNS, SO THE PRIOR
000008*                   BUSINESS DATE IS ACCEPTED AS FOR SHRINKAGE.
000009*  2026-10-15 DO    STOCK NOW POSTS AT COST. GOODSRCV'S RECEIPTS
000010*                   VALUE ON RCPTVAL.DAT DEBITS STOCK ON HAND
000011*                   AND CREDITS PURCHASES (WHICH THE SUPPLIER
000012*                   INVOICE DEBITS), WITH ANY SHELF STOCK TAKEN
000013*                   ON AT ITS FIRST COST CREDITED TO STOCK
000014*                   TAKE-ON; STOCKREORD'S COST OF SALES ON
000015*                   COGSVAL.DAT DEBITS COST OF SALES AND CREDITS
000016*                   STOCK ON HAND. GOODSRCV IS A DAY RUN, SO ITS
000017*                   PRIOR BUSINESS DATE IS ACCEPTED.
000018*  2026-10-15 DO    EXPIRED STOCK NOW POSTS - LOTEXPIRY'S
000019*                   WRITE-OFF VALUE ON EXPIRYVAL.DAT DEBITS
000020*                   EXPIRED STOCK AND CREDITS STOCK ON HAND.
000021*                   LOTEXPIRY IS A DAY RUN, SO ITS PRIOR BUSINESS
000022*                   DATE IS ACCEPTED.
000023*  2026-10-15 DO    COUNTER SALES NOW COST OUT - TILLSALES' TILL
000024*                   COST OF SALES ON TILLCOGS.DAT DEBITS COST OF
000025*                   SALES AND CREDITS STOCK ON HAND, AS
000026*                   STOCKREORD'S DOES FOR THE DEALS.
000027*  2026-10-15 DO    FUEL NOW POSTS - FUELECON'S MONTHLY FUEL CARD
000028*                   COST ON FUELVAL.DAT DEBITS FUEL AND CREDITS
000029*                   EXPENSES PAYABLE, ONE PAIR PER BRANCH.
000030*                   FUELECON IS A DAY RUN, SO ITS PRIOR BUSINESS
000031*                   DATE IS ACCEPTED.
000032*  2026-10-15 DO    RECEIPTS, COST OF SALES, EXPIRED STOCK AND
000033*                   TILL COST OF SALES NOW COME ONE ROW PER
000034*                   BRANCH, AS THE FUEL ROWS DO, AND POST ON THAT
000035*                   BRANCH. THE PURCHASES AND TAKE-ON CREDITS STAY
000036*                   ON BRANCH 00 WITH THE SUPPLIER INVOICE. A ROW
000037*                   WITH NO BRANCH POSTS TO BRANCH 01.
000038*  2026-10-15 DO    STOCKTAKE SHRINKAGE NOW COMES ONE ROW PER
000039*                   BRANCH COUNTED AND POSTS ON THAT BRANCH, SO
000040*                   EACH BRANCH'S STOCK ON HAND HOLDS ITS OWN
000041*                   STOCK. A ROW WITH NO BRANCH POSTS TO 01.
000270******************************************************************
000271 IDENTIFICATION DIVISION.
000272 PROGRAM-ID. GLEXTRACT.
000426               ORGANIZATION IS LINE SEQUENTIAL
000427               FILE STATUS IS WS-SHRINK-STATUS.

000428     SELECT AP-INVOICE-VALUE-FILE ASSIGN TO "APINVVAL.DAT"
000429               ORGANIZATION IS LINE SEQUENTIAL
000001               FILE STATUS IS WS-APINV-STATUS.

000002     SELECT AP-PAYMENT-VALUE-FILE ASSIGN TO "APPAYVAL.DAT"
000003               ORGANIZATION IS LINE SEQUENTIAL
000004               FILE STATUS IS WS-APPAY-STATUS.

000005     SELECT RECEIPT-VALUE-FILE ASSIGN TO "RCPTVAL.DAT"
000006               ORGANIZATION IS LINE SEQUENTIAL
000007               FILE STATUS IS WS-RCPTVAL-STATUS.

000008     SELECT COST-OF-SALES-FILE ASSIGN TO "COGSVAL.DAT"
000009               ORGANIZATION IS LINE SEQUENTIAL
000010               FILE STATUS IS WS-COGSVAL-STATUS.

000011     SELECT EXPIRY-VALUE-FILE ASSIGN TO "EXPIRYVAL.DAT"
000012               ORGANIZATION IS LINE SEQUENTIAL
000013               FILE STATUS IS WS-EXPVAL-STATUS.

000014     SELECT TILL-COGS-FILE ASSIGN TO "TILLCOGS.DAT"
000015               ORGANIZATION IS LINE SEQUENTIAL
000016               FILE STATUS IS WS-TILLCOGS-STATUS.

000017     SELECT FUEL-VALUE-FILE ASSIGN TO "FUELVAL.DAT"
000018               ORGANIZATION IS LINE SEQUENTIAL
000019               FILE STATUS IS WS-FUELVAL-STATUS.

000430     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
000440               ORGANIZATION IS LINE SEQUENTIAL.

000836     88 END-OF-SHRINK-VALUE  VALUE HIGH-VALUES.
000837     02  SK-RUN-DATE             PIC 9(8).
000838     02  SK-SHRINK-VALUE         PIC S9(7)V99.
000001     02  SK-BRANCH               PIC 99.

000839 FD  AP-INVOICE-VALUE-FILE.
000001 01  AP-INVOICE-VALUE-REC.
000002     02  AV-RUN-DATE             PIC 9(8).
000003     02  AV-NET-VALUE            PIC S9(7)V99.
000004     02  AV-VAT-VALUE            PIC S9(7)V99.

000005 FD  AP-PAYMENT-VALUE-FILE.
000006 01  AP-PAYMENT-VALUE-REC.
000007     02  PV-RUN-DATE             PIC 9(8).
000008     02  PV-PAID-VALUE           PIC S9(7)V99.

000009 FD  RECEIPT-VALUE-FILE.
000010 01  RECEIPT-VALUE-REC.
000011     02  RV-RUN-DATE             PIC 9(8).
000012     02  RV-RECEIPT-VALUE        PIC S9(7)V99.
000013     02  RV-TAKEON-VALUE         PIC S9(7)V99.
000014     02  RV-BRANCH               PIC 99.

000015 FD  COST-OF-SALES-FILE.
000016 01  COST-OF-SALES-REC.
000017     02  CG-RUN-DATE             PIC 9(8).
000018     02  CG-COST-VALUE           PIC S9(7)V99.
000019     02  CG-BRANCH               PIC 99.

000020 FD  EXPIRY-VALUE-FILE.
000021 01  EXPIRY-VALUE-REC.
000022     02  EX-RUN-DATE             PIC 9(8).
000023     02  EX-WRITEOFF-VALUE       PIC S9(7)V99.
000024     02  EX-BRANCH               PIC 99.

000025 FD  TILL-COGS-FILE.
000026 01  TILL-COGS-REC.
000027     02  TG-RUN-DATE             PIC 9(8).
000028     02  TG-COST-VALUE           PIC S9(7)V99.
000029     02  TG-BRANCH               PIC 99.

000030 FD  FUEL-VALUE-FILE.
000031 01  FUEL-VALUE-REC.
000032     02  FV-RUN-DATE             PIC 9(8).
000033     02  FV-BRANCH               PIC 99.
000034     02  FV-FUEL-COST            PIC S9(7)V99.

000840 FD  JOURNAL-FILE.
000850 01  JOURNAL-REC.
001430     02  WS-REMIT-STATUS         PIC XX.
001440     02  WS-CLAIMVAL-STATUS      PIC XX.
001445     02  WS-SHRINK-STATUS        PIC XX.
001446     02  WS-APINV-STATUS         PIC XX.
001447     02  WS-APPAY-STATUS         PIC XX.
001448     02  WS-RCPTVAL-STATUS       PIC XX.
001449     02  WS-COGSVAL-STATUS       PIC XX.
001450     02  WS-RUNCTL-STATUS        PIC XX.
001451     02  WS-EXPVAL-STATUS        PIC XX.
001452     02  WS-TILLCOGS-STATUS      PIC XX.
001453     02  WS-FUELVAL-STATUS       PIC XX.

001460 01  WS-SWITCHES.
001470     02  WS-REMIT-EOF            PIC X        VALUE "N".
001480         88  END-OF-REMIT-DATA   VALUE "Y".
001481     02  WS-FUELVAL-EOF          PIC X        VALUE "N".
001482         88  END-OF-FUELVAL-DATA VALUE "Y".
001483     02  WS-RCPTVAL-EOF          PIC X        VALUE "N".
001484         88  END-OF-RCPTVAL-DATA VALUE "Y".
001485     02  WS-COGSVAL-EOF          PIC X        VALUE "N".
001486         88  END-OF-COGSVAL-DATA VALUE "Y".
001487     02  WS-EXPVAL-EOF           PIC X        VALUE "N".
001488         88  END-OF-EXPVAL-DATA  VALUE "Y".
001489     02  WS-TILLCOGS-EOF         PIC X        VALUE "N".
001490         88  END-OF-TILLCOGS-DATA VALUE "Y".
000001     02  WS-SHRINK-EOF           PIC X        VALUE "N".
000002         88  END-OF-SHRINK-DATA  VALUE "Y".

001491 01  WS-PRIOR-DATE               PIC 9(8).

001492 01  WS-CURRENT-DATE.
001500     02  WS-CURRENT-DATE-YYYYMMDD.
001510         03  WS-CURRENT-YYYY     PIC 9(4).
001520         03  WS-CURRENT-MM       PIC 99.
001630     PERFORM 4000-POST-PAYROLL THRU 4000-POST-PAYROLL-EXIT.
001640     PERFORM 5000-POST-MILEAGE THRU 5000-POST-MILEAGE-EXIT.
001642     PERFORM 5500-POST-SHRINKAGE THRU 5500-POST-SHRINKAGE-EXIT.
001643     PERFORM 5600-POST-PAYABLES THRU 5600-POST-PAYABLES-EXIT.
001644     PERFORM 5700-POST-STOCK-COSTS THRU
001645         5700-POST-STOCK-COSTS-EXIT.
001646     PERFORM 5750-POST-EXPIRED-STOCK THRU
001647         5750-POST-EXPIRED-STOCK-EXIT.
001648     PERFORM 5760-POST-TILL-COST-OF-SALES THRU
001649         5760-POST-TILL-COST-OF-SALES-EXIT.
001650     PERFORM 5770-POST-FUEL-COSTS THRU 5770-POST-FUEL-COSTS-EXIT.
001655     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001660     STOP RUN.

001670 1000-INITIALIZE.
003920 5000-POST-MILEAGE-EXIT.
003930     EXIT.

003931*    STOCKTAKE VARIANCE, ONE ROW PER BRANCH COUNTED: A LOSS
003932*    DEBITS THE SHRINKAGE EXPENSE AND CREDITS STOCK ON HAND; A
003933*    SURPLUS FLIPS BOTH LEGS. THE FILE CARRIES COUNTED MINUS
003934*    BOOK, SO THE SIGN IS REVERSED TO GET THE EXPENSE.
003935 5500-POST-SHRINKAGE.
003936     OPEN INPUT SHRINK-VALUE-FILE.
003937     IF WS-SHRINK-STATUS NOT = "00"
003938         GO TO 5500-POST-SHRINKAGE-EXIT
003939     END-IF.
003940     PERFORM 5510-READ-SHRINK-VALUE THRU
003941         5510-READ-SHRINK-VALUE-EXIT
003942         UNTIL END-OF-SHRINK-DATA.
003943     CLOSE SHRINK-VALUE-FILE.
003944     MOVE ZEROS TO GJ-BRANCH.
003945 5500-POST-SHRINKAGE-EXIT.
003946     EXIT.

003947 5510-READ-SHRINK-VALUE.
003948     READ SHRINK-VALUE-FILE
003949         AT END
003950             SET END-OF-SHRINK-DATA TO TRUE
003951             GO TO 5510-READ-SHRINK-VALUE-EXIT
003952     END-READ.
003953     ADD 1 TO WS-RECORDS-READ.
003954*    THE STOCKTAKE RUNS DURING THE DAY UNDER LAST NIGHT'S RUN
003955*    CONTROL, SO ITS ROWS CARRY THE PRIOR BUSINESS DATE.
003956     IF (SK-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
003957         AND SK-RUN-DATE NOT = WS-PRIOR-DATE)
003958         OR SK-SHRINK-VALUE = ZERO
003959         GO TO 5510-READ-SHRINK-VALUE-EXIT
003960     END-IF.
003961     IF SK-BRANCH IS NUMERIC AND SK-BRANCH > ZERO
003962         MOVE SK-BRANCH TO GJ-BRANCH
003963     ELSE
003964         MOVE 01 TO GJ-BRANCH
003965     END-IF.
003966     MOVE "STOCKTAKE"       TO GJ-SOURCE.
003967     MULTIPLY SK-SHRINK-VALUE BY -1 GIVING WS-AMOUNT.
003968     MOVE "6200"            TO GJ-ACCOUNT.
003969     MOVE "STOCK SHRINKAGE" TO GJ-ACCOUNT-NAME.
003970     SET NORMAL-SIDE-DEBIT  TO TRUE.
003971     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
003972     MOVE "1200"            TO GJ-ACCOUNT.
003973     MOVE "STOCK ON HAND"   TO GJ-ACCOUNT-NAME.
003974     SET NORMAL-SIDE-CREDIT TO TRUE.
003975     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
003976 5510-READ-SHRINK-VALUE-EXIT.
003977     EXIT.

000001*    SUPPLIER INVOICES MATCHED BY APMATCH AND PAYMENTS PROPOSED
000002*    BY APPAY. ACCOUNTS 5000, 2510, 2600 AND 1100 MUST BE OPEN
000003*    ON GLACCT.DAT OR GLPOST REJECTS THE ROWS AS UNKNOWN.
000004 5600-POST-PAYABLES.
000005     OPEN INPUT AP-INVOICE-VALUE-FILE.
000006     IF WS-APINV-STATUS NOT = "00"
000007         GO TO 5600-POST-AP-PAYMENTS
000008     END-IF.
000009     READ AP-INVOICE-VALUE-FILE
000010         AT END
000011             CLOSE AP-INVOICE-VALUE-FILE
000012             GO TO 5600-POST-AP-PAYMENTS
000013     END-READ.
000014     ADD 1 TO WS-RECORDS-READ.
000015     IF (AV-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000016         AND AV-RUN-DATE NOT = WS-PRIOR-DATE)
000017         OR (AV-NET-VALUE = ZERO AND AV-VAT-VALUE = ZERO)
000018         CLOSE AP-INVOICE-VALUE-FILE
000019         GO TO 5600-POST-AP-PAYMENTS
000020     END-IF.
000021     MOVE "APMATCH"         TO GJ-SOURCE.
000022     MOVE AV-NET-VALUE      TO WS-AMOUNT.
000023     MOVE "5000"            TO GJ-ACCOUNT.
000024     MOVE "PURCHASES"       TO GJ-ACCOUNT-NAME.
000025     SET NORMAL-SIDE-DEBIT  TO TRUE.
000026     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000027     MOVE AV-VAT-VALUE      TO WS-AMOUNT.
000028     MOVE "2510"            TO GJ-ACCOUNT.
000029     MOVE "VAT INPUT RECLM" TO GJ-ACCOUNT-NAME.
000030     SET NORMAL-SIDE-DEBIT  TO TRUE.
000031     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000032     ADD AV-NET-VALUE AV-VAT-VALUE GIVING WS-AMOUNT.
000033     MOVE "2600"            TO GJ-ACCOUNT.
000034     MOVE "TRADE CREDITORS" TO GJ-ACCOUNT-NAME.
000035     SET NORMAL-SIDE-CREDIT TO TRUE.
000036     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000037     CLOSE AP-INVOICE-VALUE-FILE.
000038 5600-POST-AP-PAYMENTS.
000039     OPEN INPUT AP-PAYMENT-VALUE-FILE.
000040     IF WS-APPAY-STATUS NOT = "00"
000041         GO TO 5600-POST-PAYABLES-EXIT
000042     END-IF.
000043     READ AP-PAYMENT-VALUE-FILE
000044         AT END
000045             CLOSE AP-PAYMENT-VALUE-FILE
000046             GO TO 5600-POST-PAYABLES-EXIT
000047     END-READ.
000048     ADD 1 TO WS-RECORDS-READ.
000049     IF (PV-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000050         AND PV-RUN-DATE NOT = WS-PRIOR-DATE)
000051         OR PV-PAID-VALUE = ZERO
000052         CLOSE AP-PAYMENT-VALUE-FILE
000053         GO TO 5600-POST-PAYABLES-EXIT
000054     END-IF.
000055     MOVE "APPAY"           TO GJ-SOURCE.
000056     MOVE PV-PAID-VALUE     TO WS-AMOUNT.
000057     MOVE "2600"            TO GJ-ACCOUNT.
000058     MOVE "TRADE CREDITORS" TO GJ-ACCOUNT-NAME.
000059     SET NORMAL-SIDE-DEBIT  TO TRUE.
000060     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000061     MOVE "1100"            TO GJ-ACCOUNT.
000062     MOVE "BANK CURRENT AC" TO GJ-ACCOUNT-NAME.
000063     SET NORMAL-SIDE-CREDIT TO TRUE.
000064     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000065     CLOSE AP-PAYMENT-VALUE-FILE.
000066 5600-POST-PAYABLES-EXIT.
000067     EXIT.

000068*    STOCK AT COST: GOODS RECEIVED DEBIT STOCK ON HAND AGAINST
000069*    PURCHASES, SO PURCHASES CARRIES ONLY THE DIFFERENCE BETWEEN
000070*    WHAT WAS INVOICED AND WHAT WAS RECEIVED; UNITS SOLD MOVE
000071*    FROM STOCK ON HAND TO COST OF SALES. ACCOUNTS 5100 AND 5900
000072*    MUST BE OPEN ON GLACCT.DAT OR GLPOST REJECTS THE ROWS. BOTH
000073*    FILES CARRY ONE ROW PER BRANCH, POSTED LIKE THE FUEL ROWS.
000074 5700-POST-STOCK-COSTS.
000075     OPEN INPUT RECEIPT-VALUE-FILE.
000076     IF WS-RCPTVAL-STATUS NOT = "00"
000077         GO TO 5700-POST-COST-OF-SALES
000078     END-IF.
000079     PERFORM 5710-READ-RECEIPT-VALUE THRU
000080         5710-READ-RECEIPT-VALUE-EXIT
000081         UNTIL END-OF-RCPTVAL-DATA.
000082     CLOSE RECEIPT-VALUE-FILE.
000083 5700-POST-COST-OF-SALES.
000084     OPEN INPUT COST-OF-SALES-FILE.
000085     IF WS-COGSVAL-STATUS NOT = "00"
000086         GO TO 5700-POST-STOCK-COSTS-EXIT
000087     END-IF.
000088     PERFORM 5720-READ-COST-OF-SALES THRU
000089         5720-READ-COST-OF-SALES-EXIT
000090         UNTIL END-OF-COGSVAL-DATA.
000091     CLOSE COST-OF-SALES-FILE.
000092     MOVE ZEROS TO GJ-BRANCH.
000093 5700-POST-STOCK-COSTS-EXIT.
000094     EXIT.

000095*    THE RECEIVING BRANCH'S STOCK GOES UP. PURCHASES AND TAKE-ON
000096*    ARE CREDITED ON BRANCH 00, WHERE APMATCH DEBITS THE SUPPLIER
000097*    INVOICE, SO THE TWO STILL NET THERE AND NO SHOP CARRIES A
000098*    CREDIT ON PURCHASES FOR GOODS THE OFFICE BOUGHT FOR IT.
000099 5710-READ-RECEIPT-VALUE.
000100     READ RECEIPT-VALUE-FILE
000101         AT END
000102             SET END-OF-RCPTVAL-DATA TO TRUE
000103             GO TO 5710-READ-RECEIPT-VALUE-EXIT
000104     END-READ.
000105     ADD 1 TO WS-RECORDS-READ.
000106     IF (RV-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000107         AND RV-RUN-DATE NOT = WS-PRIOR-DATE)
000108         OR (RV-RECEIPT-VALUE = ZERO AND RV-TAKEON-VALUE = ZERO)
000109         GO TO 5710-READ-RECEIPT-VALUE-EXIT
000110     END-IF.
000111     IF RV-BRANCH IS NUMERIC AND RV-BRANCH > ZERO
000112         MOVE RV-BRANCH TO GJ-BRANCH
000113     ELSE
000114         MOVE 01 TO GJ-BRANCH
000115     END-IF.
000116     MOVE "GOODSRCV"        TO GJ-SOURCE.
000117     ADD RV-RECEIPT-VALUE RV-TAKEON-VALUE GIVING WS-AMOUNT.
000118     MOVE "1200"            TO GJ-ACCOUNT.
000119     MOVE "STOCK ON HAND"   TO GJ-ACCOUNT-NAME.
000120     SET NORMAL-SIDE-DEBIT  TO TRUE.
000121     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000122     MOVE ZEROS             TO GJ-BRANCH.
000123     MOVE RV-RECEIPT-VALUE  TO WS-AMOUNT.
000124     MOVE "5000"            TO GJ-ACCOUNT.
000125     MOVE "PURCHASES"       TO GJ-ACCOUNT-NAME.
000126     SET NORMAL-SIDE-CREDIT TO TRUE.
000127     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000128     MOVE RV-TAKEON-VALUE   TO WS-AMOUNT.
000129     MOVE "5900"            TO GJ-ACCOUNT.
000130     MOVE "STOCK TAKE-ON"   TO GJ-ACCOUNT-NAME.
000131     SET NORMAL-SIDE-CREDIT TO TRUE.
000132     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000133 5710-READ-RECEIPT-VALUE-EXIT.
000134     EXIT.

000135*    STOCKREORD IS A NIGHTLY STEP, SO TONIGHT'S DATE ONLY.
000136 5720-READ-COST-OF-SALES.
000137     READ COST-OF-SALES-FILE
000138         AT END
000139             SET END-OF-COGSVAL-DATA TO TRUE
000140             GO TO 5720-READ-COST-OF-SALES-EXIT
000141     END-READ.
000142     ADD 1 TO WS-RECORDS-READ.
000143     IF CG-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000144         OR CG-COST-VALUE = ZERO
000145         GO TO 5720-READ-COST-OF-SALES-EXIT
000146     END-IF.
000147     IF CG-BRANCH IS NUMERIC AND CG-BRANCH > ZERO
000148         MOVE CG-BRANCH TO GJ-BRANCH
000149     ELSE
000150         MOVE 01 TO GJ-BRANCH
000151     END-IF.
000152     MOVE "STOCKREORD"      TO GJ-SOURCE.
000153     MOVE CG-COST-VALUE     TO WS-AMOUNT.
000154     MOVE "5100"            TO GJ-ACCOUNT.
000155     MOVE "COST OF SALES"   TO GJ-ACCOUNT-NAME.
000156     SET NORMAL-SIDE-DEBIT  TO TRUE.
000157     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000158     MOVE "1200"            TO GJ-ACCOUNT.
000159     MOVE "STOCK ON HAND"   TO GJ-ACCOUNT-NAME.
000160     SET NORMAL-SIDE-CREDIT TO TRUE.
000161     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000162 5720-READ-COST-OF-SALES-EXIT.
000163     EXIT.

000164*    LOTS PAST THEIR BEST-BEFORE DATE, WRITTEN OFF AT COST BY
000165*    LOTEXPIRY, ONE ROW PER BRANCH THAT HELD THEM. ACCOUNT 6210
000166*    MUST BE OPEN ON GLACCT.DAT OR GLPOST REJECTS THE ROWS.
000167 5750-POST-EXPIRED-STOCK.
000168     OPEN INPUT EXPIRY-VALUE-FILE.
000169     IF WS-EXPVAL-STATUS NOT = "00"
000170         GO TO 5750-POST-EXPIRED-STOCK-EXIT
000171     END-IF.
000172     PERFORM 5755-READ-EXPIRY-VALUE THRU
000173         5755-READ-EXPIRY-VALUE-EXIT
000174         UNTIL END-OF-EXPVAL-DATA.
000175     CLOSE EXPIRY-VALUE-FILE.
000176     MOVE ZEROS TO GJ-BRANCH.
000177 5750-POST-EXPIRED-STOCK-EXIT.
000178     EXIT.

000179 5755-READ-EXPIRY-VALUE.
000180     READ EXPIRY-VALUE-FILE
000181         AT END
000182             SET END-OF-EXPVAL-DATA TO TRUE
000183             GO TO 5755-READ-EXPIRY-VALUE-EXIT
000184     END-READ.
000185     ADD 1 TO WS-RECORDS-READ.
000186     IF (EX-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000187         AND EX-RUN-DATE NOT = WS-PRIOR-DATE)
000188         OR EX-WRITEOFF-VALUE = ZERO
000189         GO TO 5755-READ-EXPIRY-VALUE-EXIT
000190     END-IF.
000191     IF EX-BRANCH IS NUMERIC AND EX-BRANCH > ZERO
000192         MOVE EX-BRANCH TO GJ-BRANCH
000193     ELSE
000194         MOVE 01 TO GJ-BRANCH
000195     END-IF.
000196     MOVE "LOTEXPIRY"       TO GJ-SOURCE.
000197     MOVE EX-WRITEOFF-VALUE TO WS-AMOUNT.
000198     MOVE "6210"            TO GJ-ACCOUNT.
000199     MOVE "EXPIRED STOCK"   TO GJ-ACCOUNT-NAME.
000200     SET NORMAL-SIDE-DEBIT  TO TRUE.
000201     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000202     MOVE "1200"            TO GJ-ACCOUNT.
000203     MOVE "STOCK ON HAND"   TO GJ-ACCOUNT-NAME.
000204     SET NORMAL-SIDE-CREDIT TO TRUE.
000205     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000206 5755-READ-EXPIRY-VALUE-EXIT.
000207     EXIT.

000208*    UNITS SOLD OVER THE COUNTER, TAKEN OFF STOCK AT AVERAGE COST
000209*    BY TILLSALES, ONE ROW PER BRANCH THAT SOLD THEM. A NIGHTLY
000210*    STEP, SO TONIGHT'S DATE ONLY.
000211 5760-POST-TILL-COST-OF-SALES.
000212     OPEN INPUT TILL-COGS-FILE.
000213     IF WS-TILLCOGS-STATUS NOT = "00"
000214         GO TO 5760-POST-TILL-COST-OF-SALES-EXIT
000215     END-IF.
000216     PERFORM 5765-READ-TILL-COGS THRU 5765-READ-TILL-COGS-EXIT
000217         UNTIL END-OF-TILLCOGS-DATA.
000218     CLOSE TILL-COGS-FILE.
000219     MOVE ZEROS TO GJ-BRANCH.
000220 5760-POST-TILL-COST-OF-SALES-EXIT.
000221     EXIT.

000222 5765-READ-TILL-COGS.
000223     READ TILL-COGS-FILE
000224         AT END
000225             SET END-OF-TILLCOGS-DATA TO TRUE
000226             GO TO 5765-READ-TILL-COGS-EXIT
000227     END-READ.
000228     ADD 1 TO WS-RECORDS-READ.
000229     IF TG-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000230         OR TG-COST-VALUE = ZERO
000231         GO TO 5765-READ-TILL-COGS-EXIT
000232     END-IF.
000233     IF TG-BRANCH IS NUMERIC AND TG-BRANCH > ZERO
000234         MOVE TG-BRANCH TO GJ-BRANCH
000235     ELSE
000236         MOVE 01 TO GJ-BRANCH
000237     END-IF.
000238     MOVE "TILLSALES"       TO GJ-SOURCE.
000239     MOVE TG-COST-VALUE     TO WS-AMOUNT.
000240     MOVE "5100"            TO GJ-ACCOUNT.
000241     MOVE "COST OF SALES"   TO GJ-ACCOUNT-NAME.
000242     SET NORMAL-SIDE-DEBIT  TO TRUE.
000243     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000244     MOVE "1200"            TO GJ-ACCOUNT.
000245     MOVE "STOCK ON HAND"   TO GJ-ACCOUNT-NAME.
000246     SET NORMAL-SIDE-CREDIT TO TRUE.
000247     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000248 5765-READ-TILL-COGS-EXIT.
000249     EXIT.

000250*    THE MONTH'S FUEL CARD COST, ONE ROW PER BRANCH THE VANS
000251*    WORKED FROM, AGAINST THE CARD COMPANY'S BILL. FUELECON IS A
000252*    DAY RUN, SO ITS PRIOR BUSINESS DATE IS ACCEPTED. ACCOUNT 6110
000253*    MUST BE OPEN ON GLACCT.DAT OR GLPOST REJECTS THE ROWS.
000254 5770-POST-FUEL-COSTS.
000255     OPEN INPUT FUEL-VALUE-FILE.
000256     IF WS-FUELVAL-STATUS NOT = "00"
000257         GO TO 5770-POST-FUEL-COSTS-EXIT
000258     END-IF.
000259     PERFORM 5775-READ-FUEL-VALUE THRU
000260         5775-READ-FUEL-VALUE-EXIT
000261         UNTIL END-OF-FUELVAL-DATA.
000262     CLOSE FUEL-VALUE-FILE.
000263     MOVE ZEROS TO GJ-BRANCH.
000264 5770-POST-FUEL-COSTS-EXIT.
000265     EXIT.

000266 5775-READ-FUEL-VALUE.
000267     READ FUEL-VALUE-FILE
000268         AT END
000269             SET END-OF-FUELVAL-DATA TO TRUE
000270             GO TO 5775-READ-FUEL-VALUE-EXIT
000271     END-READ.
000272     ADD 1 TO WS-RECORDS-READ.
000273     IF (FV-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000274         AND FV-RUN-DATE NOT = WS-PRIOR-DATE)
000275         OR FV-FUEL-COST = ZERO
000276         GO TO 5775-READ-FUEL-VALUE-EXIT
000277     END-IF.
000278     IF FV-BRANCH IS NUMERIC AND FV-BRANCH > ZERO
000279         MOVE FV-BRANCH TO GJ-BRANCH
000280     ELSE
000281         MOVE 01 TO GJ-BRANCH
000282     END-IF.
000283     MOVE "FUELECON"        TO GJ-SOURCE.
000284     MOVE FV-FUEL-COST      TO WS-AMOUNT.
000285     MOVE "6110"            TO GJ-ACCOUNT.
000286     MOVE "FUEL"            TO GJ-ACCOUNT-NAME.
000287     SET NORMAL-SIDE-DEBIT  TO TRUE.
000288     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000289     MOVE "2400"            TO GJ-ACCOUNT.
000290     MOVE "EXPENSES PAYABLE" TO GJ-ACCOUNT-NAME.
000291     SET NORMAL-SIDE-CREDIT TO TRUE.
000292     PERFORM 7400-POST-SIGNED THRU 7400-POST-SIGNED-EXIT.
000293 5775-READ-FUEL-VALUE-EXIT.
000294     EXIT.

003967 7000-WRITE-JOURNAL.
003968     MOVE WS-CURRENT-DATE-YYYYMMDD TO GJ-BUSINESS-DATE.
