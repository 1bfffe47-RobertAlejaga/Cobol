000050* DATE-COMPILED:
000060* PURPOSE:       QUARTERLY STOCKTAKE RECONCILIATION RUN.
000070*                READS THE KEYED COUNT FILE (STKCOUNT.DAT - OIL
000080*                NUMBER, UNITS COUNTED AND BRANCH), COMPARES
000090*                EACH COUNT AGAINST THE BRANCH'S ON-HAND ON THE
000100*                OILSTOCK.DAT STOCK MASTER, AND PRINTS A VARIANCE
000110*                REPORT (STOCKTAKE.RPT) VALUED AT THE OIL'S
000120*                WEIGHTED-AVERAGE COST FROM THE STOCK MASTER.
000130*                THE MASTER IS ADJUSTED TO THE COUNTED
000140*                FIGURES THROUGH THE SAME OILSTOCK.NEW READ-FILE/
000150*                WRITE-FILE SPLIT STOCKREORD USES (OPERATOR
000160*                PROMOTES AFTER CHECKING THE REPORT), AND EACH
000170*                BRANCH'S NET VARIANCE VALUE IS WRITTEN TO
000175*                SHRINKVAL.DAT SO GLEXTRACT POSTS THE WRITE-OFF
000180*                ON THAT BRANCH INSTEAD OF THE DIFFERENCE
000190*                VANISHING UNEXPLAINED. RUN STANDALONE
000200*                ON STOCKTAKE DAY, LIKE CUSTMAINT.
000210* TECTONICS:     cobc
000220*-----------------------------------------------------------------
000256*                   IS STILL ON FILE FROM AN UNPROMOTED EARLIER
000257*                   RUN, INSTEAD OF OVERWRITING THAT RUN'S
000258*                   UPDATES.
000001*  2026-10-15 DO    VARIANCES ARE NOW VALUED AT THE OIL'S
000002*                   WEIGHTED-AVERAGE COST ON THE STOCK MASTER
000003*                   (NOW THE SHARED OILSTOCK.CPY LAYOUT) INSTEAD
000004*                   OF THE OILPRICE.DAT SELLING PRICE, AND THE
000005*                   SAME VALUE ADJUSTS THE OIL'S BOOK VALUE, SO
000006*                   SHRINKVAL.DAT WRITES OFF STOCK AT WHAT IT
000007*                   COST AND THE STOCK ACCOUNT STAYS TIED TO THE
000008*                   MASTER.
000009*  2026-10-15 DO    STOCK TABLE SUBSCRIPT WIDENED TO 999 - AT
000010*                   PIC 99 IT WRAPPED TO ZERO AND THE 99-OIL
000011*                   TABLE LOOPS NEVER ENDED.
000012*  2026-10-15 DO    COUNT LOSSES NOW ALSO COME OFF THE OIL'S LOTS
000013*                   ON OILLOT.DAT (SEE OILLOT.CPY) - UNTRACED
000014*                   STOCK FIRST, THEN THE EARLIEST BEST-BEFORE -
000015*                   AND THE LOTS ARE WRITTEN TO OILLOT.NEW BESIDE
000016*                   OILSTOCK.NEW. A SURPLUS IS UNTRACED STOCK.
000017*  2026-10-15 DO    STOCK IS NOW HELD PER BRANCH. EACH COUNT ROW
000018*                   CARRIES THE BRANCH COUNTED (SK-BRANCH, BLANK
000019*                   OR ZERO IS BRANCH 01) AND IS RECONCILED TO
000020*                   THAT BRANCH'S ROW AND LOTS; THE REPORT SHOWS
000021*                   THE BRANCH ON EACH LINE AND ENDS WITH THE NET
000022*                   VARIANCE BRANCH BY BRANCH.
000023*  2026-10-15 DO    SHRINKVAL.DAT NOW HAS ONE ROW PER BRANCH WITH
000024*                   A VARIANCE, CARRYING THE BRANCH (SV-BRANCH),
000025*                   SO GLEXTRACT POSTS SHRINKAGE ON THAT BRANCH.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. STOCKTAKE.
000410               ORGANIZATION IS LINE SEQUENTIAL
000411               FILE STATUS IS WS-STOCK-OUT-STATUS.
000420
000421     SELECT LOT-MASTER-IN ASSIGN TO "OILLOT.DAT"
000422               ORGANIZATION IS LINE SEQUENTIAL
000423               FILE STATUS IS WS-LOT-STATUS.
000424
000425     SELECT LOT-MASTER-OUT ASSIGN TO "OILLOT.NEW"
000426               ORGANIZATION IS LINE SEQUENTIAL
000427               FILE STATUS IS WS-LOT-OUT-STATUS.
000428
000460     SELECT SHRINK-VALUE-FILE ASSIGN TO "SHRINKVAL.DAT"
000470               ORGANIZATION IS LINE SEQUENTIAL.
000480
000630     88 END-OF-STOCK-COUNT    VALUE HIGH-VALUES.
000640     02  SK-OIL-NUM              PIC 99.
000650     02  SK-COUNTED-QTY          PIC 9(6).
000651     02  SK-BRANCH               PIC 99.
000660
000670 FD  STOCK-MASTER-IN.
000680     COPY OILSTOCK REPLACING
000681         ==OIL-STOCK-REC== BY ==STOCK-IN-REC==
000682         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER==
000683         ==OS-OIL-NUM== BY ==STI-OIL-NUM==
000684         ==OS-ON-HAND== BY ==STI-ON-HAND==
000685         ==OS-REORDER-POINT== BY ==STI-REORDER-POINT==
000686         ==OS-AVG-COST== BY ==STI-AVG-COST==
000687         ==OS-STOCK-VALUE== BY ==STI-STOCK-VALUE==
000688         ==OS-BRANCH== BY ==STI-BRANCH==.
000730
000740 FD  STOCK-MASTER-OUT.
000750     COPY OILSTOCK REPLACING
000751         ==OIL-STOCK-REC== BY ==STOCK-OUT-REC==
000752         ==END-OF-OIL-STOCK== BY ==END-OF-STOCK-MASTER-OUT==
000753         ==OS-OIL-NUM== BY ==STO-OIL-NUM==
000754         ==OS-ON-HAND== BY ==STO-ON-HAND==
000755         ==OS-REORDER-POINT== BY ==STO-REORDER-POINT==
000756         ==OS-AVG-COST== BY ==STO-AVG-COST==
000757         ==OS-STOCK-VALUE== BY ==STO-STOCK-VALUE==
000758         ==OS-BRANCH== BY ==STO-BRANCH==.
000790
000791 FD  LOT-MASTER-IN.
000792     COPY OILLOT REPLACING
000793         ==OIL-LOT-REC== BY ==LOT-IN-REC==
000794         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER==
000795         ==OL-OIL-NUM== BY ==LTI-OIL-NUM==
000796         ==OL-LOT-NO== BY ==LTI-LOT-NO==
000797         ==OL-BEST-BEFORE== BY ==LTI-BEST-BEFORE==
000798         ==OL-RECEIVED-DATE== BY ==LTI-RECEIVED-DATE==
000799         ==OL-LOT-QTY== BY ==LTI-LOT-QTY==
000001         ==OL-BRANCH== BY ==LTI-BRANCH==.
000800
000801 FD  LOT-MASTER-OUT.
000802     COPY OILLOT REPLACING
000803         ==OIL-LOT-REC== BY ==LOT-OUT-REC==
000804         ==END-OF-OIL-LOT== BY ==END-OF-LOT-MASTER-OUT==
000805         ==OL-OIL-NUM== BY ==LTO-OIL-NUM==
000806         ==OL-LOT-NO== BY ==LTO-LOT-NO==
000807         ==OL-BEST-BEFORE== BY ==LTO-BEST-BEFORE==
000808         ==OL-RECEIVED-DATE== BY ==LTO-RECEIVED-DATE==
000809         ==OL-LOT-QTY== BY ==LTO-LOT-QTY==
000001         ==OL-BRANCH== BY ==LTO-BRANCH==.
000810
000870 FD  SHRINK-VALUE-FILE.
000880 01  SHRINK-VALUE-REC.
000890     02  SV-RUN-DATE             PIC 9(8).
000900     02  SV-SHRINK-VALUE         PIC S9(7)V99.
000901     02  SV-BRANCH               PIC 99.
000910
000920 FD  STOCKTAKE-REPORT.
000930 01  PRINT-LINE                  PIC X(90).
001160     02  PRN-RUN-YYYY            PIC 9(4).
001170
001180 01  VARIANCE-TOPIC-LINE         PIC X(70)
001190             VALUE "BR OIL   BOOK QTY   COUNTED   VARIANCE  AVG CO
001191-    "ST        VALUE".
001192
001210 01  VARIANCE-DETAIL-LINE.
001220     02  PRN-BRANCH              PIC 99.
001221     02  FILLER                  PIC X.
001222     02  PRN-OIL-NUM             PIC 99.
001230     02  PRN-BOOK-QTY            PIC BBZZZ,ZZ9.
001240     02  PRN-COUNTED-QTY         PIC BBZZZ,ZZ9.
001250     02  PRN-VARIANCE-QTY        PIC BBZZZ,ZZ9-.
001255     02  PRN-AVG-COST            PIC BBZ,ZZ9.99.
001260     02  PRN-VARIANCE-VALUE      PIC BB$$$,$$9.99-.
001270     02  FILLER                  PIC X(2) VALUE SPACES.
001280     02  PRN-FLAG                PIC X(12).
001350             VALUE "NO STOCK COUNTS KEYED THIS RUN.".
001360
001370 01  UNKNOWN-OIL-LINE.
001371     02  PRN-UNK-BRANCH          PIC 99.
001372     02  FILLER                  PIC X.
001380     02  PRN-UNK-OIL-NUM         PIC 99.
001390     02  PRN-UNK-REASON          PIC X(40).
001391
001400 01  BRANCH-TOPIC-LINE           PIC X(50)
001401             VALUE "BRANCH   OILS COUNTED   NET VARIANCE VALUE".
001402
001403 01  BRANCH-TOTAL-LINE.
001404     02  FILLER                  PIC X(4) VALUE SPACES.
001405     02  PRN-BT-BRANCH           PIC 99.
001406     02  PRN-BT-COUNTED          PIC B(6)ZZZ9.
001407     02  FILLER                  PIC X(6) VALUE SPACES.
001408     02  PRN-BT-VALUE            PIC B$$$,$$9.99-.
001409
001410*    COUNTS AND NET VARIANCE BY BRANCH FOR THE CLOSING SUMMARY.
001411 01  BRANCH-TOTAL-TABLE.
001412     02  BRANCH-TOTAL OCCURS 9 TIMES.
001413         03  BT-COUNTED          PIC 9(4).
001414         03  BT-VARIANCE-VALUE   PIC S9(7)V99.
001415
001420 01  OIL-STOCK-TABLE.
001430     02  BRANCH-STOCK OCCURS 9 TIMES.
001431         03  STOCK-ENTRY OCCURS 99 TIMES.
001440             04  ST-ON-FILE-SWITCH   PIC X.
001450                 88  ST-ON-FILE      VALUE "Y".
001460             04  ST-ON-HAND          PIC 9(6).
001470             04  ST-REORDER-POINT    PIC 9(6).
001472             04  ST-AVG-COST         PIC 9(4)V9999.
001474             04  ST-STOCK-VALUE      PIC 9(8)V99.
001476             04  ST-LOT-QTY          PIC 9(6).
001477
001490 01  ST-SUB                      PIC 999.
001491 01  ST-BR-SUB                   PIC 99.
001500
001501*    THE LOT FILE, HELD WHILE COUNT LOSSES COME OFF IT.
001502 01  LOT-TABLE.
001503     02  LOT-ENTRY OCCURS 1000 TIMES.
001504         03  LT-OIL-NUM          PIC 99.
001505         03  LT-LOT-NO           PIC X(10).
001506         03  LT-BEST-BEFORE      PIC 9(8).
001507         03  LT-RECEIVED-DATE    PIC 9(8).
001508         03  LT-LOT-QTY          PIC 9(6).
000001         03  LT-BRANCH           PIC 99.
001509
001510 01  LT-COUNT                    PIC 9(4)    VALUE ZERO.
001511 01  LT-SUB                      PIC 9(4).
001512 01  LT-OLDEST-SUB               PIC 9(4).
001513
001514 01  WS-LOT-FIELDS.
001515     02  WS-LOT-TAKE             PIC 9(6).
001516     02  WS-UNTRACED-QTY         PIC S9(7).
001517
001590 01  WS-VARIANCE-FIELDS.
001600     02  WS-VARIANCE-QTY         PIC S9(6).
001610     02  WS-VARIANCE-VALUE       PIC S9(7)V99.
001680         88  END-OF-COUNT-DATA   VALUE "Y".
001690     02  WS-STOCK-EOF            PIC X       VALUE "N".
001700         88  END-OF-STOCK-DATA   VALUE "Y".
001710     02  WS-LOT-EOF              PIC X       VALUE "N".
001715         88  END-OF-LOT-DATA     VALUE "Y".
001720     02  WS-LOT-LEFT-SWITCH      PIC X.
001725         88  LOT-STOCK-LEFT      VALUE "Y".
001730
001740 01  WS-FILE-STATUSES.
001750     02  WS-COUNT-STATUS         PIC XX.
001760     02  WS-STOCK-STATUS         PIC XX.
001762     02  WS-STOCK-OUT-STATUS     PIC XX.
001764     02  WS-LOT-STATUS           PIC XX.
001766     02  WS-LOT-OUT-STATUS       PIC XX.
001770     02  WS-RUNCTL-STATUS        PIC XX.
001780
001790 01  WS-CURRENT-DATE.
002100     WRITE PRINT-LINE.
002110     WRITE PRINT-LINE FROM VARIANCE-TOPIC-LINE.
002120     PERFORM 1050-LOAD-STOCK THRU 1050-LOAD-STOCK-EXIT.
002130     PERFORM 1070-LOAD-LOTS THRU 1070-LOAD-LOTS-EXIT.
002140     OPEN INPUT STOCK-COUNT-FILE.
002150     IF WS-COUNT-STATUS NOT = "00"
002160         SET END-OF-COUNT-DATA TO TRUE
002391         MOVE 16 TO RETURN-CODE
002392         STOP RUN
002393     END-IF.
000001     OPEN INPUT LOT-MASTER-OUT.
000002     IF WS-LOT-OUT-STATUS = "00"
000003         CLOSE LOT-MASTER-OUT
000004         DISPLAY "STOCKTAKE: OILLOT.NEW ALREADY ON FILE - "
000005             "PROMOTE OR REMOVE IT FIRST"
000006         MOVE 16 TO RETURN-CODE
000007         STOP RUN
000008     END-IF.
002394 1008-CHECK-STAGED-FILE-EXIT.
002395     EXIT.
002400
002410 1050-LOAD-STOCK.
002420     PERFORM 1055-INIT-STOCK-ENTRY THRU 1055-INIT-STOCK-ENTRY-EXIT
002430         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
002431         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
002440     OPEN INPUT STOCK-MASTER-IN.
002450     IF WS-STOCK-STATUS NOT = "00"
002460         DISPLAY "STOCKTAKE: OILSTOCK.DAT MISSING"
002540     EXIT.
002550
002560 1055-INIT-STOCK-ENTRY.
002570     MOVE "N"   TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
002571     MOVE ZEROS TO BT-COUNTED (ST-BR-SUB)
002572                   BT-VARIANCE-VALUE (ST-BR-SUB).
002580     MOVE ZEROS TO ST-ON-HAND (ST-BR-SUB, ST-SUB)
002590                   ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
002592                   ST-AVG-COST (ST-BR-SUB, ST-SUB)
002594                   ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
002596                   ST-LOT-QTY (ST-BR-SUB, ST-SUB).
002600 1055-INIT-STOCK-ENTRY-EXIT.
002610     EXIT.
002620
002660             SET END-OF-STOCK-MASTER TO TRUE
002670             SET END-OF-STOCK-DATA TO TRUE
002680     END-READ.
002690     IF END-OF-STOCK-DATA
002700         OR STI-OIL-NUM = ZERO
000001         GO TO 1060-READ-STOCK-EXIT
000002     END-IF.
000003*    ROWS FROM BEFORE THE BRANCH CODE ARE THE ORIGINAL SHOP'S. A
000004*    CODE OUTSIDE 1-9 MEANS A DAMAGED MASTER - STOP RATHER THAN
000005*    DROP THE ROW'S STOCK.
000006     IF STI-BRANCH NOT NUMERIC
000007         OR STI-BRANCH = ZERO
000008         MOVE 1 TO ST-BR-SUB
000009     ELSE
000010         IF STI-BRANCH > 9
000011             DISPLAY "STOCKTAKE: OILSTOCK.DAT BRANCH " STI-BRANCH
000012                 " FOR OIL " STI-OIL-NUM " IS NOT 1-9"
000013             MOVE 16 TO RETURN-CODE
000014             STOP RUN
000015         END-IF
000016         MOVE STI-BRANCH TO ST-BR-SUB
000017     END-IF.
002710     MOVE STI-OIL-NUM TO ST-SUB.
002720     MOVE "Y" TO ST-ON-FILE-SWITCH (ST-BR-SUB, ST-SUB).
002730     MOVE STI-ON-HAND TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
002740     MOVE STI-REORDER-POINT
002741         TO ST-REORDER-POINT (ST-BR-SUB, ST-SUB).
002742     IF STI-AVG-COST NUMERIC
002744         AND STI-STOCK-VALUE NUMERIC
002746         MOVE STI-AVG-COST TO ST-AVG-COST (ST-BR-SUB, ST-SUB)
002748         MOVE STI-STOCK-VALUE
000001             TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
002749     END-IF.
002760 1060-READ-STOCK-EXIT.
002770     EXIT.
002780
002790*    A MISSING LOT FILE MEANS NO LOTS RECORDED YET - EVERYTHING
002795*    ON THE SHELF IS UNTRACED. A FILE TOO BIG FOR THE TABLE
002800*    STOPS THE RUN BEFORE ANY OUTPUT FILE IS WRITTEN.
002805 1070-LOAD-LOTS.
002810     OPEN INPUT LOT-MASTER-IN.
002815     IF WS-LOT-STATUS NOT = "00"
002820         GO TO 1070-LOAD-LOTS-EXIT
002825     END-IF.
002830     PERFORM 1075-READ-LOT THRU 1075-READ-LOT-EXIT
002835         UNTIL END-OF-LOT-DATA.
002840     CLOSE LOT-MASTER-IN.
002845 1070-LOAD-LOTS-EXIT.
002850     EXIT.
002855
002860 1075-READ-LOT.
002865     READ LOT-MASTER-IN
002870         AT END
002875             SET END-OF-LOT-MASTER TO TRUE
002880             SET END-OF-LOT-DATA TO TRUE
002885     END-READ.
002890     IF END-OF-LOT-DATA
002895         OR LTI-LOT-QTY NOT > ZERO
002900         OR LTI-OIL-NUM < 1 OR LTI-OIL-NUM > 99
002905         GO TO 1075-READ-LOT-EXIT
002910     END-IF.
002915     IF LT-COUNT >= 1000
002920         DISPLAY "STOCKTAKE: LOT TABLE FULL AT 1000 - "
002925             "RAISE THE TABLE SIZE BEFORE RERUNNING"
002930         MOVE 16 TO RETURN-CODE
002935         STOP RUN
002940     END-IF.
002945     ADD 1 TO LT-COUNT.
002950     MOVE LTI-OIL-NUM       TO LT-OIL-NUM (LT-COUNT).
002955     MOVE LTI-LOT-NO        TO LT-LOT-NO (LT-COUNT).
002960     MOVE LTI-BEST-BEFORE   TO LT-BEST-BEFORE (LT-COUNT).
002965     MOVE LTI-RECEIVED-DATE TO LT-RECEIVED-DATE (LT-COUNT).
002970     MOVE LTI-LOT-QTY       TO LT-LOT-QTY (LT-COUNT).
000001     IF LTI-BRANCH NOT NUMERIC
000002         OR LTI-BRANCH = ZERO
000003         MOVE 1 TO LT-BRANCH (LT-COUNT)
000004     ELSE
000005         IF LTI-BRANCH > 9
000006             DISPLAY "STOCKTAKE: OILLOT.DAT BRANCH " LTI-BRANCH
000007                 " FOR OIL " LTI-OIL-NUM " IS NOT 1-9"
000008             MOVE 16 TO RETURN-CODE
000009             STOP RUN
000010         END-IF
000011         MOVE LTI-BRANCH TO LT-BRANCH (LT-COUNT)
000012     END-IF.
002975     ADD LTI-LOT-QTY
002976         TO ST-LOT-QTY (LT-BRANCH (LT-COUNT), LTI-OIL-NUM).
002980 1075-READ-LOT-EXIT.
002985     EXIT.
002990
003140 2000-RECONCILE-COUNT.
000001     IF SK-BRANCH NOT NUMERIC
000002         OR SK-BRANCH = ZERO
000003         MOVE 1 TO ST-BR-SUB
000004     ELSE
000005         MOVE SK-BRANCH TO ST-BR-SUB
000006     END-IF.
000007     MOVE ST-BR-SUB  TO PRN-UNK-BRANCH.
000008     MOVE SK-OIL-NUM TO PRN-UNK-OIL-NUM.
000009     IF ST-BR-SUB > 9
000010         MOVE "  COUNTED AT A BRANCH OUTSIDE 1-9"
000011             TO PRN-UNK-REASON
000012         WRITE PRINT-LINE FROM UNKNOWN-OIL-LINE
000013         ADD 1 TO WS-UNKNOWN-COUNT
000014         GO TO 2000-RECONCILE-COUNT-READ
000015     END-IF.
000016     MOVE SK-OIL-NUM TO ST-SUB.
003150     IF SK-OIL-NUM = ZERO
003160         OR NOT ST-ON-FILE (ST-BR-SUB, ST-SUB)
003170         MOVE "  COUNTED BUT NOT ON THE STOCK MASTER"
003171             TO PRN-UNK-REASON
003180         WRITE PRINT-LINE FROM UNKNOWN-OIL-LINE
003190         ADD 1 TO WS-UNKNOWN-COUNT
003200         GO TO 2000-RECONCILE-COUNT-READ
003210     END-IF.
003220     SUBTRACT ST-ON-HAND (ST-BR-SUB, ST-SUB) FROM SK-COUNTED-QTY
003230         GIVING WS-VARIANCE-QTY.
003232*    A LOSS COMES OFF AT AVERAGE COST, BUT NEVER MORE THAN THE
003234*    BOOK VALUE LEFT - AN EMPTY SHELF WRITES OFF THE LOT, SO NO
003236*    ROUNDING PENNIES ARE STRANDED ON A ZERO-QUANTITY OIL.
003240     MULTIPLY WS-VARIANCE-QTY BY ST-AVG-COST (ST-BR-SUB, ST-SUB)
003250         GIVING WS-VARIANCE-VALUE ROUNDED.
003252     IF SK-COUNTED-QTY = ZERO
003253         OR WS-VARIANCE-VALUE
000001             + ST-STOCK-VALUE (ST-BR-SUB, ST-SUB) < ZERO
003254         MULTIPLY ST-STOCK-VALUE (ST-BR-SUB, ST-SUB) BY -1
003255             GIVING WS-VARIANCE-VALUE
003256     END-IF.
003258     ADD WS-VARIANCE-VALUE TO ST-STOCK-VALUE (ST-BR-SUB, ST-SUB).
003260     ADD WS-VARIANCE-VALUE TO WS-SHRINK-TOTAL.
003261     ADD WS-VARIANCE-VALUE TO BT-VARIANCE-VALUE (ST-BR-SUB).
003262     ADD 1 TO BT-COUNTED (ST-BR-SUB).
003270     MOVE SPACES TO VARIANCE-DETAIL-LINE.
003280     MOVE ST-BR-SUB              TO PRN-BRANCH.
003281     MOVE SK-OIL-NUM             TO PRN-OIL-NUM.
003290     MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO PRN-BOOK-QTY.
003300     MOVE SK-COUNTED-QTY         TO PRN-COUNTED-QTY.
003310     MOVE WS-VARIANCE-QTY        TO PRN-VARIANCE-QTY.
003315     MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO PRN-AVG-COST.
003320     MOVE WS-VARIANCE-VALUE      TO PRN-VARIANCE-VALUE.
003330     IF WS-VARIANCE-QTY = ZERO
003340         MOVE "AGREES" TO PRN-FLAG
003400         END-IF
003410     END-IF.
003420     WRITE PRINT-LINE FROM VARIANCE-DETAIL-LINE.
003421*    A LOSS ALSO COMES OFF THE LOTS; A SURPLUS IS UNTRACED.
003422     IF WS-VARIANCE-QTY < ZERO
003424         SUBTRACT WS-VARIANCE-QTY FROM ZERO GIVING WS-LOT-TAKE
003425         PERFORM 2400-DEPLETE-LOTS THRU 2400-DEPLETE-LOTS-EXIT
003426     END-IF.
003430*    THE MASTER MOVES TO WHAT WAS ACTUALLY ON THE SHELF.
003440     MOVE SK-COUNTED-QTY TO ST-ON-HAND (ST-BR-SUB, ST-SUB).
003450     ADD 1 TO WS-COUNTED-COUNT.
003460 2000-RECONCILE-COUNT-READ.
003470     PERFORM 2100-READ-COUNT THRU 2100-READ-COUNT-EXIT.
003600 2100-READ-COUNT-EXIT.
003610     EXIT.
003620
000001*    UNITS COME OFF UNTRACED STOCK FIRST, THEN OFF THE LOT WITH
000002*    THE EARLIEST BEST-BEFORE DATE, AND SO ON UNTIL THE LOSS IS
000003*    COVERED OR THE OIL HAS NO LOTS LEFT - THE SAME ORDER
000004*    STOCKREORD TAKES SALES OFF.
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
000021
000022 2410-TAKE-OLDEST-LOT.
000023     MOVE ZERO TO LT-OLDEST-SUB.
000024     PERFORM 2420-CHECK-LOT THRU 2420-CHECK-LOT-EXIT
000025         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
000026     IF LT-OLDEST-SUB = ZERO
000027         MOVE "N" TO WS-LOT-LEFT-SWITCH
000028         GO TO 2410-TAKE-OLDEST-LOT-EXIT
000029     END-IF.
000030     IF LT-LOT-QTY (LT-OLDEST-SUB) > WS-LOT-TAKE
000031         SUBTRACT WS-LOT-TAKE FROM LT-LOT-QTY (LT-OLDEST-SUB)
000032         SUBTRACT WS-LOT-TAKE FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
000033         MOVE ZERO TO WS-LOT-TAKE
000034     ELSE
000035         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB) FROM WS-LOT-TAKE
000036         SUBTRACT LT-LOT-QTY (LT-OLDEST-SUB)
000037             FROM ST-LOT-QTY (ST-BR-SUB, ST-SUB)
000038         MOVE ZERO TO LT-LOT-QTY (LT-OLDEST-SUB)
000039     END-IF.
000040 2410-TAKE-OLDEST-LOT-EXIT.
000041     EXIT.
000042
000043 2420-CHECK-LOT.
000044     IF LT-OIL-NUM (LT-SUB) NOT = ST-SUB
000001         OR LT-BRANCH (LT-SUB) NOT = ST-BR-SUB
000045         OR LT-LOT-QTY (LT-SUB) = ZERO
000046         GO TO 2420-CHECK-LOT-EXIT
000047     END-IF.
000048     IF LT-OLDEST-SUB = ZERO
000049         MOVE LT-SUB TO LT-OLDEST-SUB
000050     ELSE
000051         IF LT-BEST-BEFORE (LT-SUB)
000052             < LT-BEST-BEFORE (LT-OLDEST-SUB)
000053             MOVE LT-SUB TO LT-OLDEST-SUB
000054         END-IF
000055     END-IF.
000056 2420-CHECK-LOT-EXIT.
000057     EXIT.
000058
003630 8000-TERMINATE.
003640     IF WS-COUNTED-COUNT = ZERO
003650         AND WS-UNKNOWN-COUNT = ZERO
003690     WRITE PRINT-LINE.
003700     MOVE WS-SHRINK-TOTAL TO PRN-SHRINK-VALUE.
003710     WRITE PRINT-LINE FROM SHRINK-TOTAL-LINE.
003711     IF WS-COUNTED-COUNT > ZERO
003712         MOVE SPACES TO PRINT-LINE
003713         WRITE PRINT-LINE
003714         WRITE PRINT-LINE FROM BRANCH-TOPIC-LINE
003715         PERFORM 8050-PRINT-BRANCH-TOTAL THRU
003716             8050-PRINT-BRANCH-TOTAL-EXIT
003717             VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
003718     END-IF.
003720     OPEN OUTPUT STOCK-MASTER-OUT.
003730     PERFORM 8100-WRITE-STOCK-ROW THRU 8100-WRITE-STOCK-ROW-EXIT
003740         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9
003741         AFTER ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 99.
003750     CLOSE STOCK-MASTER-OUT.
003751     PERFORM 8400-WRITE-LOTS THRU 8400-WRITE-LOTS-EXIT.
003760*    EACH BRANCH'S NET VARIANCE VALUE GOES TO GLEXTRACT - A LOSS
003770*    POSTS AS A SHRINKAGE WRITE-OFF, A SURPLUS THE OPPOSITE WAY
003775*    ROUND, ON THAT BRANCH.
003780     OPEN OUTPUT SHRINK-VALUE-FILE.
003790     PERFORM 8200-WRITE-BRANCH-SHRINK THRU
003800         8200-WRITE-BRANCH-SHRINK-EXIT
003810         VARYING ST-BR-SUB FROM 1 BY 1 UNTIL ST-BR-SUB > 9.
003820     CLOSE SHRINK-VALUE-FILE.
003830     PERFORM 8900-WRITE-AUDIT-RECORD THRU
003840         8900-WRITE-AUDIT-RECORD-EXIT.
003880     CLOSE STOCKTAKE-REPORT.
003890 8000-TERMINATE-EXIT.
003900     EXIT.
000001
000002*    ONLY BRANCHES THAT WERE COUNTED APPEAR ON THE SUMMARY.
000003 8050-PRINT-BRANCH-TOTAL.
000004     IF BT-COUNTED (ST-BR-SUB) = ZERO
000005         GO TO 8050-PRINT-BRANCH-TOTAL-EXIT
000006     END-IF.
000007     MOVE ST-BR-SUB                     TO PRN-BT-BRANCH.
000008     MOVE BT-COUNTED (ST-BR-SUB)        TO PRN-BT-COUNTED.
000009     MOVE BT-VARIANCE-VALUE (ST-BR-SUB) TO PRN-BT-VALUE.
000010     WRITE PRINT-LINE FROM BRANCH-TOTAL-LINE.
000011 8050-PRINT-BRANCH-TOTAL-EXIT.
000012     EXIT.
003910
003920 8100-WRITE-STOCK-ROW.
003930     IF ST-ON-FILE (ST-BR-SUB, ST-SUB)
003940         MOVE ST-SUB    TO STO-OIL-NUM
003941         MOVE ST-BR-SUB TO STO-BRANCH
003950         MOVE ST-ON-HAND (ST-BR-SUB, ST-SUB) TO STO-ON-HAND
003960         MOVE ST-REORDER-POINT (ST-BR-SUB, ST-SUB)
003961             TO STO-REORDER-POINT
003962         MOVE ST-AVG-COST (ST-BR-SUB, ST-SUB) TO STO-AVG-COST
003964         MOVE ST-STOCK-VALUE (ST-BR-SUB, ST-SUB)
003965             TO STO-STOCK-VALUE
003970         WRITE STOCK-OUT-REC
003980     END-IF.
003990 8100-WRITE-STOCK-ROW-EXIT.
004000     EXIT.
004010
004011*    ONLY A BRANCH WITH A VARIANCE GETS A ROW.
004012 8200-WRITE-BRANCH-SHRINK.
004013     IF BT-VARIANCE-VALUE (ST-BR-SUB) = ZERO
004014         GO TO 8200-WRITE-BRANCH-SHRINK-EXIT
004015     END-IF.
004016     MOVE WS-CURRENT-DATE-YYYYMMDD      TO SV-RUN-DATE.
004017     MOVE BT-VARIANCE-VALUE (ST-BR-SUB) TO SV-SHRINK-VALUE.
004018     MOVE ST-BR-SUB                     TO SV-BRANCH.
004019     WRITE SHRINK-VALUE-REC.
004020 8200-WRITE-BRANCH-SHRINK-EXIT.
004021     EXIT.
004022
000101*    EMPTIED LOTS ARE DROPPED; EVERYTHING ELSE GOES FORWARD.
000102 8400-WRITE-LOTS.
000103     OPEN OUTPUT LOT-MASTER-OUT.
000104     PERFORM 8450-WRITE-LOT-ROW THRU 8450-WRITE-LOT-ROW-EXIT
000105         VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
000106     CLOSE LOT-MASTER-OUT.
000107 8400-WRITE-LOTS-EXIT.
000108     EXIT.
000109
000110 8450-WRITE-LOT-ROW.
000111     IF LT-LOT-QTY (LT-SUB) > ZERO
000112         MOVE LT-OIL-NUM (LT-SUB)       TO LTO-OIL-NUM
000113         MOVE LT-LOT-NO (LT-SUB)        TO LTO-LOT-NO
000114         MOVE LT-BEST-BEFORE (LT-SUB)   TO LTO-BEST-BEFORE
000115         MOVE LT-RECEIVED-DATE (LT-SUB) TO LTO-RECEIVED-DATE
000116         MOVE LT-LOT-QTY (LT-SUB)       TO LTO-LOT-QTY
000001         MOVE LT-BRANCH (LT-SUB)        TO LTO-BRANCH
000117         WRITE LOT-OUT-REC
000118     END-IF.
000119 8450-WRITE-LOT-ROW-EXIT.
000120     EXIT.
000121
004020 8900-WRITE-AUDIT-RECORD.
004030     MOVE "STOCKTAKE"           TO AR-PROGRAM-ID.
004040     MOVE WS-CURRENT-DATE-YYYYMMDD TO AR-RUN-DATE.
