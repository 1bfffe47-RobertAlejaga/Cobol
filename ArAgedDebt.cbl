000110*                THE BUSINESS DATE, AND PRINTS WHO OWES WHAT ON
000120*                ARAGED.RPT WITH CUSTOMER NAMES FROM THE
000130*                CUSTOMER.DAT MASTER. RUN EACH MORNING AS A
000140*                STANDALONE STEP, LIKE CUSTMAINT. THE LEDGER IS
000142*                READ IN KEY ORDER, SO EACH CUSTOMER'S LINE IS
000144*                PRINTED WHEN THE CUSTOMER CHANGES, IN CUSTOMER
000146*                ID ORDER, WITH NO LIMIT ON THE NUMBER OF DEBTORS.
000150* TECTONICS:     cobc
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000195*  2026-09-03 DO    A FULL DEBTOR TABLE NOW ANNOUNCES ITSELF ON
000196*                   THE CONSOLE INSTEAD OF SILENTLY OMITTING
000197*                   CUSTOMERS BEYOND THE 500TH FROM THE REPORT.
000198*  2026-10-15 DO    ARLEDGER.DAT IS NOW INDEXED BY CUSTOMER -
000199*                   DEBTORS PRINT ON A CONTROL BREAK AND NAMES
000001*                   ARE READ BY KEY, SO THE 500-DEBTOR TABLE AND
000002*                   ITS OMITTED CUSTOMERS ARE GONE.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ARAGED.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
000270               ORGANIZATION IS INDEXED
000272               ACCESS MODE IS SEQUENTIAL
000274               RECORD KEY IS AL-LEDGER-KEY
000280               FILE STATUS IS WS-LEDGER-STATUS.
000290
000300     SELECT AGED-REPORT ASSIGN TO "ARAGED.RPT"
000320
000330     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.DAT"
000340               ORGANIZATION IS INDEXED
000350               ACCESS MODE IS RANDOM
000360               RECORD KEY IS CM-CUSTOMER-ID
000365               FILE STATUS IS WS-CUST-FILE-STATUS.
000370
000380     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000390               ORGANIZATION IS LINE SEQUENTIAL
001040 01  NO-DEBTORS-LINE             PIC X(40)
001050             VALUE "NO OPEN INVOICES ON THE LEDGER.".
001060
001070*    THE CUSTOMER IN HAND - PRINTED AND CLEARED EACH TIME THE
001080*    CUSTOMER ID ON THE LEDGER CHANGES.
001090 01  DEBTOR-TOTALS.
001100     02  DB-CUSTOMER-ID          PIC X(5)    VALUE SPACES.
001110     02  DB-CURRENT              PIC S9(7)V99 VALUE ZEROS.
001120     02  DB-30-DAYS              PIC S9(7)V99 VALUE ZEROS.
001130     02  DB-60-DAYS              PIC S9(7)V99 VALUE ZEROS.
001140     02  DB-90-DAYS              PIC S9(7)V99 VALUE ZEROS.
001150
001160 01  DB-COUNT                    PIC 9(5)    VALUE ZERO.
001230
001240 01  BUCKET-TOTALS.
001250     02  WS-TOT-CURRENT          PIC S9(8)V99 VALUE ZEROS.
001450 01  WS-SWITCHES.
001460     02  WS-LEDGER-EOF           PIC X       VALUE "N".
001470         88  END-OF-LEDGER-DATA  VALUE "Y".
001500
001510 01  WS-FILE-STATUSES.
001520     02  WS-LEDGER-STATUS        PIC XX.
001530     02  WS-RUNCTL-STATUS        PIC XX.
001540     02  WS-CUST-FILE-STATUS     PIC XX.
001545
001550 01  WS-CURRENT-DATE.
001560     02  WS-CURRENT-DATE-YYYYMMDD.
001570         03  WS-CURRENT-YYYY     PIC 9(4).
001890     MOVE SPACES TO PRINT-LINE.
001900     WRITE PRINT-LINE.
001910     WRITE PRINT-LINE FROM AGED-TOPIC-LINE.
001912     OPEN INPUT CUSTOMER-MASTER-FILE.
001914     IF WS-CUST-FILE-STATUS NOT = "00"
001915         DISPLAY "ARAGED: CUSTOMER MASTER OPEN FAILED "
001916             "STATUS " WS-CUST-FILE-STATUS
001917         MOVE 16 TO RETURN-CODE
001918         STOP RUN
001919     END-IF.
001920     OPEN INPUT AR-LEDGER-FILE.
001930     IF WS-LEDGER-STATUS NOT = "00"
001940         SET END-OF-LEDGER-DATA TO TRUE
002220     EXIT.
002230
002240 2000-PROCESS-LEDGER-ROW.
002241     IF AL-CUSTOMER-ID NOT = DB-CUSTOMER-ID
002242         PERFORM 2300-END-DEBTOR THRU 2300-END-DEBTOR-EXIT
002243         MOVE AL-CUSTOMER-ID TO DB-CUSTOMER-ID
002244         MOVE ZEROS TO DB-CURRENT
002245                       DB-30-DAYS
002246                       DB-60-DAYS
002247                       DB-90-DAYS
002248     END-IF.
002250     IF AL-INVOICE-REC
002260         AND AL-OPEN-AMOUNT NOT = ZERO
002270         PERFORM 2200-AGE-OPEN-AMOUNT THRU
002440     EXIT.
002450
002460 2200-AGE-OPEN-AMOUNT.
002650     MOVE AL-ENTRY-DATE TO WS-DATE-WORK.
002660     PERFORM 7000-DATE-TO-PSEUDO THRU 7000-DATE-TO-PSEUDO-EXIT.
002670     SUBTRACT WS-PSEUDO-DAYS FROM WS-RUN-PSEUDO-DAYS
002680         GIVING WS-AGE-DAYS.
002690     IF WS-AGE-DAYS <= 30
002700         ADD AL-OPEN-AMOUNT TO DB-CURRENT
002710                               WS-TOT-CURRENT
002720     ELSE
002730         IF WS-AGE-DAYS <= 60
002740             ADD AL-OPEN-AMOUNT TO DB-30-DAYS
002750                                   WS-TOT-30
002760         ELSE
002770             IF WS-AGE-DAYS <= 90
002780                 ADD AL-OPEN-AMOUNT TO DB-60-DAYS
002790                                       WS-TOT-60
002800             ELSE
002810                 ADD AL-OPEN-AMOUNT TO DB-90-DAYS
002820                                       WS-TOT-90
002830             END-IF
002840         END-IF
002860 2200-AGE-OPEN-AMOUNT-EXIT.
002870     EXIT.
002880
002890*    A CUSTOMER WHOSE OPEN ITEMS NET TO NOTHING IS NOT PRINTED.
002900*    A NAME MISSING FROM THE MASTER PRINTS BLANK.
002910 2300-END-DEBTOR.
002920     IF DB-CUSTOMER-ID = SPACES
002930         GO TO 2300-END-DEBTOR-EXIT
002940     END-IF.
002950     IF DB-CURRENT = ZERO
002960         AND DB-30-DAYS = ZERO
002970         AND DB-60-DAYS = ZERO
002980         AND DB-90-DAYS = ZERO
002990         GO TO 2300-END-DEBTOR-EXIT
003000     END-IF.
003010     MOVE SPACES         TO AGED-DETAIL-LINE.
003020     MOVE DB-CUSTOMER-ID TO PRN-CUSTOMER-ID
003030                            CM-CUSTOMER-ID.
003040     READ CUSTOMER-MASTER-FILE
003050         INVALID KEY
003060             MOVE SPACES TO CM-CUSTOMER-NAME
003070     END-READ.
003080     MOVE CM-CUSTOMER-NAME TO PRN-CUSTOMER-NAME.
003090     MOVE DB-CURRENT       TO PRN-CURRENT.
003100     MOVE DB-30-DAYS       TO PRN-30-DAYS.
003110     MOVE DB-60-DAYS       TO PRN-60-DAYS.
003120     MOVE DB-90-DAYS       TO PRN-90-DAYS.
003130     WRITE PRINT-LINE FROM AGED-DETAIL-LINE.
003140     ADD 1 TO DB-COUNT.
003150 2300-END-DEBTOR-EXIT.
003250     EXIT.
003260
003270 7000-DATE-TO-PSEUDO.
003340     EXIT.
003350
003360 8000-TERMINATE.
003365     PERFORM 2300-END-DEBTOR THRU 2300-END-DEBTOR-EXIT.
003370     IF DB-COUNT = ZERO
003380         MOVE SPACES TO PRINT-LINE
003390         WRITE PRINT-LINE FROM NO-DEBTORS-LINE
003400     ELSE
003460         MOVE SPACES TO PRINT-LINE
003470         WRITE PRINT-LINE
003480         MOVE WS-TOT-CURRENT TO PRN-TOT-CURRENT
003560     IF WS-LEDGER-STATUS = "00"
003570         CLOSE AR-LEDGER-FILE
003580     END-IF.
003590     CLOSE AGED-REPORT
003595           CUSTOMER-MASTER-FILE.
003600 8000-TERMINATE-EXIT.
003610     EXIT.
003620
003810 8900-WRITE-AUDIT-RECORD.
003820     MOVE "ARAGED"              TO AR-PROGRAM-ID.
003830     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
