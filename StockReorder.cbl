000050* DATE-COMPILED:
000060* PURPOSE:       NIGHTLY STOCK DEPLETION AND REORDER REPORT.
000070*                READS THE OILSTOCK.DAT STOCK MASTER (ON-HAND
000080*                UNITS AND REORDER POINT PER BRANCH AND OIL),
000090*                DEPLETES ON-HAND BY THE UNITS SOLD ON EACH
000100*                SORTSALE.DAT RECORD FROM TONIGHT'S AROMASALESRPT
000110*                RUN, WRITES THE UPDATED MASTER TO OILSTOCK.NEW
000200*  2026-09-03 DO    DEALS FOR AN OIL NOT ON THE OILMAST.DAT
000201*                   MASTER, OR FLAGGED INACTIVE THERE, NO LONGER
000202*                   DEPLETE STOCK - MATCHING THE REPORT'S EDITS.
000001*  2026-10-15 DO    UNITS SOLD ARE NOW COSTED AT THE OIL'S
000002*                   WEIGHTED-AVERAGE COST FROM THE STOCK MASTER
000003*                   (NOW THE SHARED OILSTOCK.CPY LAYOUT) AND COME
000004*                   OFF ITS BOOK VALUE; RETURNS GO BACK ON AT THE
000005*                   SAME COST. THE NIGHT'S NET COST OF SALES IS
000006*                   WRITTEN TO COGSVAL.DAT FOR GLEXTRACT AND
000007*                   PRINTED AT THE FOOT OF THE REORDER LIST.
000008*  2026-10-15 DO    STOCK AND OIL TABLE SUBSCRIPTS WIDENED TO 999
000009*                   - AT PIC 99 THEY WRAPPED TO ZERO AND THE
000010*                   99-OIL TABLE LOOPS NEVER ENDED.
000011*  2026-10-15 DO    UNITS SOLD NOW ALSO COME OFF THE OIL'S LOTS ON
000012*                   THE NEW OILLOT.DAT LOT FILE (SEE OILLOT.CPY) -
000013*                   UNTRACED STOCK FIRST, THEN THE LOT WITH THE
000014*                   EARLIEST BEST-BEFORE DATE - AND THE LOTS ARE
000015*                   WRITTEN BACK THROUGH OILLOT.NEW, WHICH THE
000016*                   BATCH DRIVER PROMOTES WITH OILSTOCK.NEW.
000017*                   RETURNS GO BACK ON AS UNTRACED STOCK.
000018*  2026-10-15 DO    STOCK AND LOTS ARE NOW HELD PER BRANCH. EACH
000019*                   DEAL DEPLETES THE STOCK OF ITS OWN BRANCH
000020*                   (SF-BRANCH, BLANK IS BRANCH 01) AND THE
000021*                   REORDER LIST PRINTS BRANCH BY BRANCH. A DEAL
000022*                   AT A BRANCH WITH NO ROW FOR THE OIL OPENS
000023*                   ONE, SO THE SHORTAGE SHOWS ON THE LIST.
000024*  2026-10-15 DO    THE COST OF SALES IS NOW KEPT PER BRANCH AND
000025*                   COGSVAL.DAT CARRIES ONE ROW PER BRANCH THAT
000026*                   MOVED STOCK, SO GLEXTRACT POSTS EACH SHOP'S
000027*                   COST OF SALES TO ITS OWN BRANCH.
000203******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. STOCKREORD.
000336               ACCESS MODE IS SEQUENTIAL
000337               RECORD KEY IS CM-CUSTOMER-ID.

000338     SELECT COST-OF-SALES-FILE ASSIGN TO "COGSVAL.DAT"
000339               ORGANIZATION IS LINE SEQUENTIAL.

000001     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-LOT-STATUS.

000004     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000005               ORGANIZATION IS LINE SEQUENTIAL.

000001     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-STEPSTAT-STATUS.
000001         ==SF-BRANCH== BY ==SR-BRANCH==.

000530 FD  STOCK-MASTER-IN.
000540     COPY OILSTOCK REPLACING
000541         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000542         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000543         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000544         ==OS-ON-HAND== BY ==STI-ON-HAND==
000545         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000546         ==OS-AVG-COST== BY ==STI-AVG-COST==
000547         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
000548         ==OS-BRANCH== BY ==STI-BRANCH==.

000590 FD  STOCK-MASTER-OUT.
000600     COPY OILSTOCK REPLACING
000601         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
000602         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
000603         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
000604         ==OS-ON-HAND== BY ==STO-ON-HAND==
000605         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
000606         ==OS-AVG-COST== BY ==STO-AVG-COST==
000607         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
000608         ==OS-BRANCH== BY ==STO-BRANCH==.

000001 FD  LOT-MASTER-IN.
000002     COPY OILLOT REPLACING
000003         ==OIL-LOT-REC== BY ==LOT-IN-REC==
000004         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER==
000005         ==OL-OIL-NUM== BY ==LTI-OIL-NUM==
000006         ==OL-LOT-NO== BY ==LTI-LOT-NO==
000007         ==OL-BEST-BEFORE== BY ==LTI-BEST-BEFORE==
000008         ==OL-RECEIVED-DATE== BY ==LTI-RECEIVED-DATE==
000009         ==OL-LOT-QTY== BY ==LTI-LOT-QTY==
000001         ==OL-BRANCH== BY ==LTI-BRANCH==.

000010 FD  LOT-MASTER-OUT.
000011     COPY OILLOT REPLACING
000012         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
000013         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
000014         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
000015         ==OL-LOT-NO== BY ==LTO-LOT-NO==
000016         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
000017         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
000018         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
000019         ==OL-BRANCH== BY ==LTO-BRANCH==.

000640 FD  REORDER-REPORT.
000650 01  PRINT-LINE                  PIC X(80).
000661 FD  AUDIT-TRAIL-FILE.
000670     COPY AUDITREC.

000671*    ONE ROW FOR GLEXTRACT: THE NIGHT'S NET COST OF SALES.
000672 FD  COST-OF-SALES-FILE.
000673 01  COST-OF-SALES-REC.
000674     02  CG-RUN-DATE             PIC 9(8).
000675     02  CG-COST-VALUE           PIC S9(7)V99.
000676     02  CG-BRANCH               PIC 99.

000001 FD  STEP-STATUS-FILE.
000002     COPY STEPSTAT.

000870     02  PRN-REORDER-POINT       PIC BBBBZZZ,ZZ9.
000880     02  PRN-UNITS-SOLD          PIC BBBZZZ,ZZ9-.

000881 01  BRANCH-HEADING-LINE.
000882     02  FILLER                  PIC X(7) VALUE "BRANCH ".
000883     02  PRN-BRANCH              PIC 99.

000890 01  NO-REORDER-LINE             PIC X(40)
000900             VALUE "NO OILS AT OR BELOW REORDER POINT.".

000901 01  COST-OF-SALES-LINE.
000902     02  FILLER          PIC X(29)
000903             VALUE "COST OF SALES AT AVERAGE COST".
000904     02  FILLER                  PIC X(2) VALUE ": ".
000905     02  PRN-COST-OF-SALES       PIC $$,$$$,$$9.99-.

000910 01  OIL-STOCK-TABLE.
000920     02  BRANCH-STOCK OCCURS 9 TIMES.
000921         03  STOCK-ENTRY OCCURS 99 TIMES.
000930             04  ST-ON-FILE-SWITCH   PIC X.
000940                 88  ST-ON-FILE      VALUE "Y".
000950             04  ST-ON-HAND          PIC 9(6).
000960             04  ST-REORDER-POINT    PIC 9(6).
000970             04  ST-UNITS-SOLD       PIC S9(6).
000975             04  ST-AVG-COST         PIC 9(4)V9999.
000976             04  ST-STOCK-VALUE      PIC 9(8)V99.
000977             04  ST-LOT-QTY          PIC 9(6).

000980 01  ST-SUB                      PIC 999.
000001 01  ST-BR-SUB                   PIC 99.
000002 01  WS-BRANCH-HEAD-SWITCH       PIC X.
000003     88  BRANCH-HEADED           VALUE "Y".

000981 01  OIL-MASTER-TABLE.
000982     02  OIL-MAST-ENTRY OCCURS 99 TIMES.
000988         03  OMT-ACTIVE-FLAG     PIC X.
000989             88  OMT-OIL-ACTIVE  VALUE "A".

000990 01  OMT-SUB                     PIC 999.

000001*    THE LOT FILE, HELD WHILE THE NIGHT'S SALES COME OFF IT.
000002 01  LOT-TABLE.
000003     02  LOT-ENTRY OCCURS 1000 TIMES.
000004         03  LT-OIL-NUM          PIC 99.
000005         03  LT-LOT-NO           PIC X(10).
000006         03  LT-BEST-BEFORE      PIC 9(8).
000007         03  LT-RECEIVED-DATE    PIC 9(8).
000008         03  LT-LOT-QTY          PIC 9(6).
000001         03  LT-BRANCH           PIC 99.

000009 01  LT-COUNT                    PIC 9(4)    VALUE ZERO.
000010 01  LT-SUB                      PIC 9(4).
000011 01  LT-OLDEST-SUB               PIC 9(4).

000012 01  WS-LOT-FIELDS.
000013     02  WS-LOT-STATUS           PIC XX.
000014     02  WS-LOT-TAKE             PIC 9(6).
000015     02  WS-UNTRACED-QTY         PIC S9(7).
000016     02  WS-LOT-EOF              PIC X       VALUE "N".
000017         88  END-OF-LOT-DATA     VALUE "Y".
000018     02  WS-LOT-LEFT-SWITCH      PIC X.
000019         88  LOT-STOCK-LEFT      VALUE "Y".

000991 01  WS-OILMAST-STATUS           PIC XX.
000992 01  WS-OILMAST-SWITCHES.
001004     02  CT-FOUND-SWITCH         PIC X       VALUE "N".
001005         88  CT-ENTRY-FOUND      VALUE "Y".

001006 77  WS-REORDER-COUNT            PIC 9(4)    VALUE ZERO.

001007 01  WS-SWITCHES.
001010     02  WS-EOF-SWITCH           PIC X       VALUE "N".
001120     02  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.

000006 01  WS-RUNCTL-STATUS            PIC XX.
000007 77  WS-COST-VALUE               PIC 9(8)V99.
000008 77  WS-COST-OF-SALES            PIC S9(7)V99 VALUE ZEROS.
000009 01  BRANCH-COST-TABLE.
000010     02  BRANCH-COST-OF-SALES    PIC S9(7)V99 OCCURS 9 TIMES.

001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001260     MOVE WS-CURRENT-DD              TO PRN-RUN-DD.
001270     MOVE WS-CURRENT-YYYY            TO PRN-RUN-YYYY.
001280     PERFORM 1020-INIT-STOCK-ENTRY THRU 1020-INIT-STOCK-ENTRY-EXIT
001290         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
001291         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
001292     MOVE ZEROS TO BRANCH-COST-TABLE.
001295     PERFORM 1045-LOAD-OIL-MASTER THRU 1045-LOAD-OIL-MASTER-EXIT.
001300     PERFORM 1050-LOAD-STOCK-MASTER THRU
001310         1050-LOAD-STOCK-MASTER-EXIT.
001311     PERFORM 1070-LOAD-LOTS THRU 1070-LOAD-LOTS-EXIT.
001312     PERFORM 1080-LOAD-CUSTOMERS THRU 1080-LOAD-CUSTOMERS-EXIT.
001320     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
001330     PERFORM 2100-READ-SORTED THRU 2100-READ-SORTED-EXIT.
000031     EXIT.

001360 1020-INIT-STOCK-ENTRY.
001370     MOVE "N"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
001380     MOVE ZEROS TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
001390                   ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
001400                   ST-UNITS-SOLD (ST-BR-SUB, ST-SUB)
001401                   ST-AVG-COST (ST-BR-SUB, ST-SUB)
001402                   ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001403                   ST-LOT-QTY (ST-BR-SUB, ST-SUB).
001410 1020-INIT-STOCK-ENTRY-EXIT.
001420     EXIT.

001540             SET END-OF-STOCK-MASTER TO TRUE
001550             SET END-OF-STOCK-DATA TO TRUE
001560     END-READ.
001570     IF END-OF-STOCK-DATA
001580         OR STI-OIL-NUM = ZERO
000001         GO TO 1060-READ-STOCK-MASTER-EXIT
000002     END-IF.
000003*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
000004*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
000005*    DROP THE ROW'S STOCK.
000006     IF STI-BRANCH NOT NUMERIC
000007         OR STI-BRANCH = ZERO
000008         MOVE 1 TO ST-BR-SUB
000009     ELSE
000010         IF STI-BRANCH > 9
000011             DISPLAY "STOCKREORD: OILSTOCK.DAT BRANCH " STI-BRANCH
000012                 " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
000013             MOVE 16 TO RETURN-CODE
000014             STOP RUN
000015         END-IF
000016         MOVE STI-BRANCH TO ST-BR-SUB
000017     END-IF.
001590     MOVE STI-OIL-NUM TO ST-SUB.
001600     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
001610     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
001620     MOVE STI-REORDER-POINT
000001         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
001621     IF STI-AVG-COST NUMERIC
001622         AND STI-STOCK-VALUE NUMERIC
001623         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
001624         MOVE STI-STOCK-VALUE
000001             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001625     END-IF.
001650 1060-READ-STOCK-MASTER-EXIT.
001660     EXIT.

000001*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - EVERYTHING
000002*    ON THE SHELF IS UNTRACED. A FILE TOO BIG FOR THE TABLE
000003*    STOPS THE RUN BEFORE ANY OUTPUT FILE IS WRITTEN.
000004 1070-LOAD-LOTS.
000005     OPEN INPUT LOT-MASTER-IN.
000006     IF WS-LOT-STATUS NOT = "00"
000007         GO TO 1070-LOAD-LOTS-EXIT
000008     END-IF.
000009     PERFORM 1075-READ-LOT THRU 1075-READ-LOT-EXIT
000010         UNTIL END-OF-LOT-DATA.
000011     CLOSE LOT-MASTER-IN.
000012 1070-LOAD-LOTS-EXIT.
000013     EXIT.

000014 1075-READ-LOT.
000015     READ LOT-MASTER-IN
000016         AT END
000017             SET END-OF-LOT-MASTER TO TRUE
000018             SET END-OF-LOT-DATA TO TRUE
000019     END-READ.
000020     IF END-OF-LOT-DATA
000021         OR LTI-LOT-QTY NOT > ZERO
000022         OR LTI-OIL-NUM < 1 OR LTI-OIL-NUM > 99
000023         GO TO 1075-READ-LOT-EXIT
000024     END-IF.
000025     IF LT-COUNT >= 1000
000026         DISPLAY "STOCKREORD: LOT TABLE FULL AT 1000 - "
000027             "RAISE THE TABLE SIZE BEFORE RERUNNING"
000028         MOVE 16 TO RETURN-CODE
000029         STOP RUN
000030     END-IF.
000031     ADD 1 TO LT-COUNT.
000032     MOVE LTI-OIL-NUM       TO LT-OIL-NUM (LT-COUNT).
000033     MOVE LTI-LOT-NO        TO LT-LOT-NO (LT-COUNT).
000034     MOVE LTI-BEST-BEFORE   TO LT-BEST-BEFORE (LT-COUNT).
000035     MOVE LTI-RECEIVED-DATE TO LT-RECEIVED-DATE (LT-COUNT).
000036     MOVE LTI-LOT-QTY       TO LT-LOT-QTY (LT-COUNT).
000001     IF LTI-BRANCH NOT NUMERIC
000002         OR LTI-BRANCH = ZERO
000003         MOVE 1 TO LT-BRANCH (LT-COUNT)
000004     ELSE
000005         IF LTI-BRANCH > 9
000006             DISPLAY "STOCKREORD: OILLOT.DAT BRANCH " LTI-BRANCH
000007                 " FOR OIL " LTI-OIL-NUM " IS NOT 1-9"
000008             MOVE 16 TO RETURN-CODE
000009             STOP RUN
000010         END-IF
000011         MOVE LTI-BRANCH TO LT-BRANCH (LT-COUNT)
000012     END-IF.
000037     ADD LTI-LOT-QTY
000001         TO ST-LOT-QTY (LT-BRANCH (LT-COUNT), LTI-OIL-NUM).
000038 1075-READ-LOT-EXIT.
000039     EXIT.

001670 1200-WRITE-HEADINGS.
001680     MOVE SPACES TO PRINT-LINE.
001690     WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
001760     EXIT.

001770*    A RETURN PUTS ITS UNITS BACK ON THE SHELF; A SALE TAKES
001771*    THEM OFF, NEVER BELOW ZERO. BOTH MOVE AT THE OIL'S AVERAGE
001772*    COST; A SALE THAT EMPTIES THE SHELF TAKES WHATEVER BOOK
001773*    VALUE IS LEFT, SO NO ROUNDING PENNIES ARE STRANDED. THE
000001*    STOCK IS THE DEAL'S OWN BRANCH'S; DEALS FROM BEFORE THE
000002*    BRANCH CODE ARE BRANCH 01'S.
001774 2000-DEPLETE-STOCK.
001775     PERFORM 2050-VALIDATE-DEAL THRU 2050-VALIDATE-DEAL-EXIT.
001776     IF NOT RECORD-IS-VALID
001777         PERFORM 2100-READ-SORTED THRU 2100-READ-SORTED-EXIT
001778         GO TO 2000-DEPLETE-STOCK-EXIT
001779     END-IF.
001780     IF SR-BRANCH NOT NUMERIC
001781         OR SR-BRANCH = ZERO
001782         MOVE 1 TO ST-BR-SUB
001783     ELSE
001784         MOVE SR-BRANCH TO ST-BR-SUB
001785     END-IF.
001786     IF SR-OIL-NAME > 0 AND SR-OIL-NAME <= 99
001787         AND ST-BR-SUB <= 9
001790         MOVE SR-OIL-NAME TO ST-SUB
000001         MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB)
001791         IF SR-RETURN
001792             SUBTRACT SR-UNITS-SOLD
000001                 FROM ST-UNITS-SOLD (ST-BR-SUB, ST-SUB)
001793             ADD SR-UNITS-SOLD TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
001794             MULTIPLY SR-UNITS-SOLD
000001                 BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
001795                 GIVING WS-COST-VALUE ROUNDED
001796             ADD WS-COST-VALUE
000001                 TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001797             SUBTRACT WS-COST-VALUE FROM WS-COST-OF-SALES
000001             SUBTRACT WS-COST-VALUE
000002                 FROM BRANCH-COST-OF-SALES (ST-BR-SUB)
001798         ELSE
001800             ADD SR-UNITS-SOLD
000001                 TO ST-UNITS-SOLD (ST-BR-SUB, ST-SUB)
001801             MOVE SR-UNITS-SOLD TO WS-LOT-TAKE
001802             PERFORM 2400-DEPLETE-LOTS THRU 2400-DEPLETE-LOTS-EXIT
001810             IF SR-UNITS-SOLD >= ST-ON-HAND (ST-BR-SUB, ST-SUB)
001820                 MOVE ZERO TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
001822                 MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001823                     TO WS-COST-VALUE
001830             ELSE
001840                 SUBTRACT SR-UNITS-SOLD
001841                     FROM ST-ON-HAND (ST-BR-SUB, ST-SUB)
001842                 MULTIPLY SR-UNITS-SOLD
001843                     BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
001844                     GIVING WS-COST-VALUE ROUNDED
001846                 IF WS-COST-VALUE
001847                     > ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001848                     MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
000001                         TO WS-COST-VALUE
001849                 END-IF
001850             END-IF
001851             SUBTRACT WS-COST-VALUE
000001                 FROM ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
001852             ADD WS-COST-VALUE TO WS-COST-OF-SALES
000001             ADD WS-COST-VALUE
000002                 TO BRANCH-COST-OF-SALES (ST-BR-SUB)
001853         END-IF
001860     END-IF.
001870     PERFORM 2100-READ-SORTED THRU 2100-READ-SORTED-EXIT.
001880 2000-DEPLETE-STOCK-EXIT.
001990 2100-READ-SORTED-EXIT.
002000     EXIT.

000001*    UNITS COME OFF UNTRACED STOCK FIRST - IT PREDATES THE LOTS
000002*    OR CAME BACK AS A RETURN - THEN OFF THE LOT WITH THE
000003*    EARLIEST BEST-BEFORE DATE, AND SO ON UNTIL THE SALE IS
000004*    COVERED OR THE OIL HAS NO LOTS LEFT.
000005 2400-DEPLETE-LOTS.
000006     SUBTRACT ST-LOT-QTY (ST-BR-SUB, ST-SUB)
000001         FROM ST-ON-HAND (ST-BR-SUB, ST-SUB)
000007         GIVING WS-UNTRACED-QTY.
000008     IF WS-UNTRACED-QTY > ZERO
000009         IF WS-UNTRACED-QTY >= WS-LOT-TAKE
000010             MOVE ZERO TO WS-LOT-TAKE
000011         ELSE
000012             SUBTRACT WS-UNTRACED-QTY FROM WS-LOT-TAKE
000013         END-IF
000014     END-IF.
000015     MOVE "Y" TO WS-LOT-LEFT-SWITCH.
000016     PERFORM 2410-TAKE-OLDEST-LOT THRU 2410-TAKE-OLDEST-LOT-EXIT
000017         UNTIL WS-LOT-TAKE = ZERO
000018         OR NOT LOT-STOCK-LEFT.
000019 2400-DEPLETE-LOTS-EXIT.
000020     EXIT.

000021 2410-TAKE-OLDEST-LOT.
000022     MOVE ZERO TO LT-OLDEST-SUB.
000023     PERFORM 2420-CHECK-LOT THRU 2420-CHECK-LOT-EXIT
000024         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
000025     IF LT-OLDEST-SUB = ZERO
000026         MOVE "N" TO WS-LOT-LEFT-SWITCH
000027         GO TO 2410-TAKE-OLDEST-LOT-EXIT
000028     END-IF.
000029     IF LT-LOT-QTY (LT-OLDEST-SUB) > WS-LOT-TAKE
000030         SUBTRACT WS-LOT-TAKE FROM LT-LOT-QTY (LT-OLDEST-SUB)
000031         SUBTRACT WS-LOT-TAKE FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
000032         MOVE ZERO TO WS-LOT-TAKE
000033     ELSE
000034         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB) FROM WS-LOT-TAKE
000035         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB)
000036             FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
000037         MOVE ZERO TO LT-LOT-QTY (LT-OLDEST-SUB)
000038     END-IF.
000039 2410-TAKE-OLDEST-LOT-EXIT.
000040     EXIT.

000041 2420-CHECK-LOT.
000042     IF LT-OIL-NUM (LT-SUB) NOT = ST-SUB
000001         OR LT-BRANCH (LT-SUB) NOT = ST-BR-SUB
000043         OR LT-LOT-QTY (LT-SUB) = ZERO
000044         GO TO 2420-CHECK-LOT-EXIT
000045     END-IF.
000046     IF LT-OLDEST-SUB = ZERO
000047         MOVE LT-SUB TO LT-OLDEST-SUB
000048     ELSE
000049         IF LT-BEST-BEFORE (LT-SUB)
000050             < LT-BEST-BEFORE (LT-OLDEST-SUB)
000051             MOVE LT-SUB TO LT-OLDEST-SUB
000052         END-IF
000053     END-IF.
000054 2420-CHECK-LOT-EXIT.
000055     EXIT.

002010 8000-TERMINATE.
002020     PERFORM 8050-REPORT-BRANCH THRU 8050-REPORT-BRANCH-EXIT
002040         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
002050     IF WS-REORDER-COUNT = ZERO
002060         MOVE SPACES TO PRINT-LINE
002070         WRITE PRINT-LINE FROM NO-REORDER-LINE
002080     END-IF.
002081     MOVE SPACES TO PRINT-LINE.
002082     WRITE PRINT-LINE.
002083     MOVE WS-COST-OF-SALES TO PRN-COST-OF-SALES.
002084     WRITE PRINT-LINE FROM COST-OF-SALES-LINE.
002090     OPEN OUTPUT STOCK-MASTER-OUT.
002100     PERFORM 8200-WRITE-STOCK-ENTRY THRU
002110         8200-WRITE-STOCK-ENTRY-EXIT
002120         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
002121         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
002130     CLOSE STOCK-MASTER-OUT.
002131     OPEN OUTPUT COST-OF-SALES-FILE.
002132     PERFORM 8500-WRITE-BRANCH-COST THRU
002133         8500-WRITE-BRANCH-COST-EXIT
002134         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
002135     CLOSE COST-OF-SALES-FILE.
002136     PERFORM 8400-WRITE-LOTS THRU 8400-WRITE-LOTS-EXIT.
002140     PERFORM 8900-WRITE-AUDIT-RECORD THRU
002150         8900-WRITE-AUDIT-RECORD-EXIT.
002151     PERFORM 8950-WRITE-STEP-STATUS THRU
002180 8000-TERMINATE-EXIT.
002190     EXIT.

002191*    ONLY BRANCHES WITH SOMETHING TO REORDER GET A HEADING.
002192 8050-REPORT-BRANCH.
002193     MOVE "N" TO WS-BRANCH-HEAD-SWITCH.
002194     PERFORM 8100-REPORT-REORDER-OIL THRU
002195         8100-REPORT-REORDER-OIL-EXIT
002196         VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
002197 8050-REPORT-BRANCH-EXIT.
002198     EXIT.

002200 8100-REPORT-REORDER-OIL.
002210     IF NOT ST-ON-FILE (ST-BR-SUB, ST-SUB)
002220         OR ST-ON-HAND (ST-BR-SUB, ST-SUB)
000001             > ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
000002         GO TO 8100-REPORT-REORDER-OIL-EXIT
000003     END-IF.
000004     IF NOT BRANCH-HEADED
000005         MOVE SPACES TO PRINT-LINE
000006         WRITE PRINT-LINE
000007         MOVE ST-BR-SUB TO PRN-BRANCH
000008         WRITE PRINT-LINE FROM BRANCH-HEADING-LINE
000009         SET BRANCH-HEADED TO TRUE
000010     END-IF.
002230     MOVE ST-SUB                   TO PRN-OIL-NUM.
002231     MOVE OMT-DESCRIPTION (ST-SUB) TO PRN-OIL-DESC.
002240     MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO PRN-ON-HAND.
002250     MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
002251         TO PRN-REORDER-POINT.
002260     MOVE ST-UNITS-SOLD (ST-BR-SUB, ST-SUB) TO PRN-UNITS-SOLD.
002270     MOVE SPACES TO PRINT-LINE.
002280     WRITE PRINT-LINE FROM REORDER-LINE.
002290     ADD 1 TO WS-REORDER-COUNT.
002310 8100-REPORT-REORDER-OIL-EXIT.
002320     EXIT.

002330 8200-WRITE-STOCK-ENTRY.
002340     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
002350         MOVE ST-SUB    TO STO-OIL-NUM
002351         MOVE ST-BR-SUB TO STO-BRANCH
002360         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
002370         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
002371             TO STO-REORDER-POINT
002372         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
002374         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
002375             TO STO-STOCK-VALUE
002380         WRITE STOCK-OUT-REC
002390     END-IF.
002400 8200-WRITE-STOCK-ENTRY-EXIT.
002410     EXIT.

000001*    SOLD-OUT LOTS ARE DROPPED; EVERYTHING ELSE GOES FORWARD.
000002 8400-WRITE-LOTS.
000003     OPEN OUTPUT LOT-MASTER-OUT.
000004     PERFORM 8450-WRITE-LOT-ROW THRU 8450-WRITE-LOT-ROW-EXIT
000005         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
000006     CLOSE LOT-MASTER-OUT.
000007 8400-WRITE-LOTS-EXIT.
000008     EXIT.

000009 8450-WRITE-LOT-ROW.
000010     IF LT-LOT-QTY (LT-SUB) > ZERO
000011         MOVE LT-OIL-NUM (LT-SUB)       TO LTO-OIL-NUM
000012         MOVE LT-LOT-NO (LT-SUB)        TO LTO-LOT-NO
000013         MOVE LT-BEST-BEFORE (LT-SUB)   TO LTO-BEST-BEFORE
000014         MOVE LT-RECEIVED-DATE (LT-SUB) TO LTO-RECEIVED-DATE
000015         MOVE LT-LOT-QTY (LT-SUB)       TO LTO-LOT-QTY
000001         MOVE LT-BRANCH (LT-SUB)        TO LTO-BRANCH
000016         WRITE LOT-OUT-REC
000017     END-IF.
000018 8450-WRITE-LOT-ROW-EXIT.
000019     EXIT.

000020*    ONE ROW PER BRANCH THAT MOVED STOCK TONIGHT - GLEXTRACT
000021*    POSTS EACH ROW ON ITS OWN BRANCH.
000022 8500-WRITE-BRANCH-COST.
000023     IF BRANCH-COST-OF-SALES (ST-BR-SUB) NOT = ZERO
000024         MOVE WS-CURRENT-DATE-YYYYMMDD TO CG-RUN-DATE
000025         MOVE ST-BR-SUB                TO CG-BRANCH
000026         MOVE BRANCH-COST-OF-SALES (ST-BR-SUB)
000027             TO CG-COST-VALUE
000028         WRITE COST-OF-SALES-REC
000029     END-IF.
000030 8500-WRITE-BRANCH-COST-EXIT.
000031     EXIT.

002420 8900-WRITE-AUDIT-RECORD.
002430     MOVE "STOCKREORD"          TO AR-PROGRAM-ID.
002440     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
