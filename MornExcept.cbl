000004*                   COMPILED VALUES AS DEFAULTS, AND A
000005*                   PARAMETER-AUDIT SECTION PRINTS THE VALUES
000006*                   IN FORCE.
000007*  2026-10-15 DO    THE NIGHT'S CROSS-FILE BALANCING PROOF IS NOW
000008*                   CHECKED - EVERY BALPROOF.DAT CHECK THAT DID
000009*                   NOT AGREE IS A SEVERE ITEM, AS IS A MISSING
000010*                   OR STALE BALPROOF.DAT.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. MORNEXCEPT.
000430     SELECT EXCEPTION-REPORT ASSIGN TO "MORNEXCEP.RPT"
000440               ORGANIZATION IS LINE SEQUENTIAL.

000441     SELECT BALANCE-CHECK-FILE ASSIGN TO "BALPROOF.DAT"
000442               ORGANIZATION IS LINE SEQUENTIAL
000443               FILE STATUS IS WS-BALPROOF-STATUS.

000001     SELECT BATCH-PARM-FILE ASSIGN TO "BATCHPARM.DAT"
000002               ORGANIZATION IS LINE SEQUENTIAL
000003               FILE STATUS IS WS-BATCHPARM-STATUS.
000680 FD  EXCEPTION-REPORT.
000690 01  PRINT-LINE                  PIC X(100).

000691 FD  BALANCE-CHECK-FILE.
000692     COPY BALPROOF.

000001 FD  BATCH-PARM-FILE.
000002     COPY BATCHPARM.

001100     02  WS-DEALS-COUNT          PIC 9(6)    VALUE ZERO.
001110     02  WS-SALES-REJ-COUNT      PIC 9(6)    VALUE ZERO.
001120     02  WS-MLG-REJ-COUNT        PIC 9(6)    VALUE ZERO.
001125     02  WS-BALANCE-ROWS         PIC 9(6)    VALUE ZERO.

001130 01  WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.

001290     02  WS-MLG-REJ-STATUS       PIC XX.
001300     02  WS-TILLVAR-STATUS       PIC XX.
001310     02  WS-RUNCTL-STATUS        PIC XX.
001315     02  WS-BALPROOF-STATUS      PIC XX.

001320 01  WS-SWITCHES.
001330     02  WS-DEALS-EOF            PIC X        VALUE "N".
001360         88  END-OF-SREJ-DATA    VALUE "Y".
001370     02  WS-MLG-REJ-EOF          PIC X        VALUE "N".
001380         88  END-OF-MREJ-DATA    VALUE "Y".
001385     02  WS-BALPROOF-EOF         PIC X        VALUE "N".
001386         88  END-OF-BALPROOF-DATA VALUE "Y".

001390 01  WS-CURRENT-DATE.
001400     02  WS-CURRENT-DATE-YYYYMMDD.
001550         5000-CHECK-SALES-REJECTS-EXIT.
001560     PERFORM 6000-CHECK-MILEAGE-REJECTS THRU
001570         6000-CHECK-MILEAGE-REJECTS-EXIT.
001575     PERFORM 6500-CHECK-BALANCING THRU
001576         6500-CHECK-BALANCING-EXIT.
001580     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001590     STOP RUN.

003600 6100-COUNT-MLG-REJECT-EXIT.
003610     EXIT.

000001*    BALPROOF WRITES ONE ROW PER CROSS-FILE CHECK FOR THE DATE.
000002*    NO ROWS MEANS THE PROOF DID NOT RUN - THE NIGHT IS NOT
000003*    PROVED, WHICH IS AS SEVERE AS A CHECK THAT FAILED.
000004 6500-CHECK-BALANCING.
000005     OPEN INPUT BALANCE-CHECK-FILE.
000006     IF WS-BALPROOF-STATUS NOT = "00"
000007         PERFORM 7100-ADD-SEVERE THRU 7100-ADD-SEVERE-EXIT
000008         MOVE "BALPROOF.DAT MISSING" TO EX-WHAT (EX-COUNT)
000009         MOVE "CHECK BALPROOF STEP - RERUN IT"
000010             TO EX-ACTION (EX-COUNT)
000011         GO TO 6500-CHECK-BALANCING-EXIT
000012     END-IF.
000013     PERFORM 6510-READ-BALANCE-CHECK THRU
000014         6510-READ-BALANCE-CHECK-EXIT
000015         UNTIL END-OF-BALPROOF-DATA.
000016     CLOSE BALANCE-CHECK-FILE.
000017     IF WS-BALANCE-ROWS = ZERO
000018         PERFORM 7100-ADD-SEVERE THRU 7100-ADD-SEVERE-EXIT
000019         MOVE "BALPROOF.DAT STALE OR EMPTY" TO EX-WHAT (EX-COUNT)
000020         MOVE "CHECK BALPROOF STEP - RERUN IT"
000021             TO EX-ACTION (EX-COUNT)
000022     END-IF.
000023 6500-CHECK-BALANCING-EXIT.
000024     EXIT.

000025 6510-READ-BALANCE-CHECK.
000026     READ BALANCE-CHECK-FILE
000027         AT END
000028             SET END-OF-BALANCE-CHECK TO TRUE
000029             SET END-OF-BALPROOF-DATA TO TRUE
000030             GO TO 6510-READ-BALANCE-CHECK-EXIT
000031     END-READ.
000032     ADD 1 TO WS-RECORDS-READ.
000033     IF BC-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
000034         GO TO 6510-READ-BALANCE-CHECK-EXIT
000035     END-IF.
000036     ADD 1 TO WS-BALANCE-ROWS.
000037     IF BC-FAILED
000038         PERFORM 7100-ADD-SEVERE THRU 7100-ADD-SEVERE-EXIT
000039         MOVE BC-DESCRIPTION TO EX-WHAT (EX-COUNT)
000040         STRING "NOT BALANCED - SEE CHECK " DELIMITED BY SIZE
000041             BC-CHECK-NO DELIMITED BY SIZE
000042             " ON BALPROOF.RPT" DELIMITED BY SIZE
000043             INTO EX-ACTION (EX-COUNT)
000044     END-IF.
000045 6510-READ-BALANCE-CHECK-EXIT.
000046     EXIT.

003620 7100-ADD-SEVERE.
003630     IF EX-COUNT < 20
003640         ADD 1 TO EX-COUNT
